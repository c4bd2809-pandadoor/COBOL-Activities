      *    EMPLOYEE MASTER AND THE DAY NAMES), RECORDS ABSENCES ON
      *    SELDATA/ABSENCE.DAT, AND PRINTS A WEEKLY EXCEPTIONS
      *    REPORT COMPARING SCHEDULED HOURS AGAINST THE HOURS
      *    ACTUALLY PAID THROUGH WEEKLYSALARY. A SHIFT IS NOT
      *    ASSIGNED WHILE A CERTIFICATION THE EMPLOYEE'S POSITION
      *    REQUIRES (POSCERT.DAT) HAS NO CERTIFICATE IN FORCE ON
      *    EMPCERT.DAT; THE REFUSAL GOES TO THE EXCEPTION LOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT EMP-FILE
           ASSIGN TO "PRACTICALS/QUIZLAB3.DAT"
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-STATUS.
       SELECT POSCERT-FILE
           ASSIGN TO "PRACTICALS/POSCERT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSCERT-STATUS.
       SELECT EMPCERT-FILE
           ASSIGN TO "PRACTICALS/EMPCERT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EMPCERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 WS-NO-OF-HOURS PIC S9(5)V99.
           05 EMP-REST PIC X(99).

       FD  POSCERT-FILE.
       01  POSCERT-REC.
           05 PC-POSITION PIC X(15).
           05 PC-FILLER-1 PIC X(1).
           05 PC-CERT-CODE PIC X(4).

       FD  EMPCERT-FILE.
       01  EMPCERT-REC.
           05 EC-EMP-ID PIC X(8).
           05 EC-FILLER-1 PIC X(1).
           05 EC-CERT-CODE PIC X(4).
           05 EC-FILLER-2 PIC X(1).
           05 EC-ISSUE-DATE PIC 9(8).
           05 EC-FILLER-3 PIC X(1).
           05 EC-EXPIRY-DATE PIC 9(8).
           05 EC-FILLER-4 PIC X(1).
           05 EC-REFERENCE PIC X(15).

       WORKING-STORAGE SECTION.
       01  SCHEDULE-STATUS PIC XX.
       01  ABSENCE-STATUS PIC XX.
       01  EM-FILE-STATUS PIC XX.
       01  EMP-STATUS PIC XX.
       01  POSCERT-STATUS PIC XX.
       01  EMPCERT-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-EMP-IN PIC X(10).
       01  WS-DAY-IN PIC X(9).
       01  WS-IDX PIC 9(3).
       01  WS-DAY-OK PIC X.
       01  WS-DAY-IDX PIC 9(1).
       01  WS-TODAY PIC 9(8).
       01  WS-EMP-POSITION PIC X(15).

      *    THE EMPLOYEE'S CERTIFICATES, AND THE FIRST REQUIRED CODE
      *    WITHOUT ONE IN FORCE (SPACES WHEN ALL ARE COVERED).
       01  WS-EC-COUNT PIC 9(2) VALUE 0.
       01  WS-EC-TABLE.
           05 WS-EC-ENTRY OCCURS 50 TIMES.
               10 WS-EC-CODE PIC X(4).
               10 WS-EC-ISSUE PIC 9(8).
               10 WS-EC-EXPIRY PIC 9(8).
       01  WS-EC-IDX PIC 9(2).
       01  WS-CERT-GAP PIC X(4).
       01  WS-CERT-HELD PIC X.
       01  WS-CERT-SEEN PIC X.

       01  EXC-LOG-PROGRAM-ID PIC X(10).
       01  EXC-LOG-CONTEXT PIC X(20).
       01  EXC-LOG-REASON PIC X(40).

       01  WS-DAY-TABLE.
           05 FILLER PIC X(9) VALUE "MONDAY".

       VALIDATE-EMPLOYEE.
           MOVE 'Y' TO WS-FOUND.
           MOVE SPACES TO WS-EMP-POSITION.
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS = "00"
               MOVE WS-EMP-IN (1:8) TO EM-EMP-ID
                   INVALID KEY
                       MOVE 'N' TO WS-FOUND
                   NOT INVALID KEY
                       MOVE EM-POSITION TO WS-EMP-POSITION
               END-READ
               CLOSE EM-MASTER-FILE
           END-IF.

      *    A REQUIRED CODE IS COVERED BY A CERTIFICATE ALREADY
      *    ISSUED THAT EXPIRES TODAY OR LATER (OR NEVER, EXPIRY 0).
       CHECK-CERTIFICATIONS.
           MOVE SPACES TO WS-CERT-GAP.
           IF WS-EMP-POSITION = SPACES
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-EC-COUNT.
           OPEN INPUT EMPCERT-FILE.
           IF EMPCERT-STATUS = "00"
               PERFORM UNTIL EMPCERT-STATUS NOT = "00"
                   READ EMPCERT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EC-EMP-ID = WS-EMP-IN (1:8)
                               AND WS-EC-COUNT < 50
                               PERFORM STORE-EMPCERT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPCERT-FILE
           END-IF.
           OPEN INPUT POSCERT-FILE.
           IF POSCERT-STATUS = "00"
               PERFORM UNTIL POSCERT-STATUS NOT = "00"
                   OR WS-CERT-GAP NOT = SPACES
                   READ POSCERT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PC-POSITION = WS-EMP-POSITION
                               PERFORM CHECK-ONE-REQUIREMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSCERT-FILE
           END-IF.

       STORE-EMPCERT-ROW.
           ADD 1 TO WS-EC-COUNT.
           MOVE EC-CERT-CODE TO WS-EC-CODE (WS-EC-COUNT).
           IF EC-ISSUE-DATE IS NUMERIC
               MOVE EC-ISSUE-DATE TO WS-EC-ISSUE (WS-EC-COUNT)
           ELSE
               MOVE 0 TO WS-EC-ISSUE (WS-EC-COUNT)
           END-IF.
           IF EC-EXPIRY-DATE IS NUMERIC
               MOVE EC-EXPIRY-DATE TO WS-EC-EXPIRY (WS-EC-COUNT)
           ELSE
               MOVE 0 TO WS-EC-EXPIRY (WS-EC-COUNT)
           END-IF.

       CHECK-ONE-REQUIREMENT.
           MOVE 'N' TO WS-CERT-HELD.
           MOVE 'N' TO WS-CERT-SEEN.
           PERFORM VARYING WS-EC-IDX FROM 1 BY 1
               UNTIL WS-EC-IDX > WS-EC-COUNT
               IF WS-EC-CODE (WS-EC-IDX) = PC-CERT-CODE
                   AND WS-EC-ISSUE (WS-EC-IDX) <= WS-TODAY
                   MOVE 'Y' TO WS-CERT-SEEN
                   IF WS-EC-EXPIRY (WS-EC-IDX) = 0
                       OR WS-EC-EXPIRY (WS-EC-IDX) >= WS-TODAY
                       MOVE 'Y' TO WS-CERT-HELD
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CERT-HELD = 'N'
               MOVE PC-CERT-CODE TO WS-CERT-GAP
               MOVE "SCHEDMNT" TO EXC-LOG-PROGRAM-ID
               MOVE SPACES TO EXC-LOG-CONTEXT
               STRING WS-EMP-IN (1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PC-CERT-CODE DELIMITED BY SIZE
                   INTO EXC-LOG-CONTEXT
               IF WS-CERT-SEEN = 'Y'
                   MOVE "SHIFT REFUSED - REQUIRED CERT LAPSED"
                       TO EXC-LOG-REASON
               ELSE
                   MOVE "SHIFT REFUSED - REQUIRED CERT MISSING"
                       TO EXC-LOG-REASON
               END-IF
               CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                   EXC-LOG-CONTEXT EXC-LOG-REASON
           END-IF.

       FIND-SCHEDULE-ROW.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               IF WS-FOUND = 'N'
                   DISPLAY "EMPLOYEE NOT ON MASTER. ROW NOT ADDED."
               ELSE
                   PERFORM CHECK-CERTIFICATIONS
                   IF WS-CERT-GAP NOT = SPACES
                       PERFORM SHOW-CERTIFICATION-GAP
                       DISPLAY "ROW NOT ADDED."
                   ELSE
                       PERFORM FIND-SCHEDULE-ROW
                       IF WS-FOUND = 'Y'
                           DISPLAY "ROW ALREADY EXISTS - USE CHANGE."
                       ELSE
                           PERFORM APPEND-SHIFT-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ACCEPT OMITTED.

       APPEND-SHIFT-ROW.
           IF WS-SCH-COUNT >= 300
               DISPLAY "SCHEDULE TABLE IS FULL."
           ELSE
               DISPLAY "SHIFT NAME: " WITH NO ADVANCING
               ACCEPT WS-SHIFT-IN
               ADD 1 TO WS-SCH-COUNT
               MOVE WS-EMP-IN TO
                   WS-SCH-EMP (WS-SCH-COUNT)
               MOVE WS-DAY-IN TO
                   WS-SCH-DAY (WS-SCH-COUNT)
               MOVE WS-SHIFT-IN TO
                   WS-SCH-SHIFT (WS-SCH-COUNT)
               PERFORM SAVE-SCHEDULE
               DISPLAY "SHIFT ROW ADDED."
           END-IF.

       SHOW-CERTIFICATION-GAP.
           DISPLAY "REQUIRED CERTIFICATION " WS-CERT-GAP
               " IS NOT IN FORCE FOR POSITION " WS-EMP-POSITION.
           DISPLAY "THE REFUSAL HAS BEEN LOGGED.".

       CHANGE-SHIFT-ROW.
           PERFORM LOAD-SCHEDULE.
           PERFORM ACCEPT-EMP-AND-DAY.
           IF WS-FOUND = 'N'
               DISPLAY "NO SUCH SCHEDULE ROW."
           ELSE
               PERFORM VALIDATE-EMPLOYEE
               PERFORM CHECK-CERTIFICATIONS
               IF WS-CERT-GAP NOT = SPACES
                   PERFORM SHOW-CERTIFICATION-GAP
                   DISPLAY "ROW NOT CHANGED."
               ELSE
                   DISPLAY "CURRENT SHIFT: " WS-SCH-SHIFT (WS-IDX)
                   DISPLAY "NEW SHIFT NAME: " WITH NO ADVANCING
                   ACCEPT WS-SCH-SHIFT (WS-IDX)
                   PERFORM SAVE-SCHEDULE
                   DISPLAY "SHIFT ROW UPDATED."
               END-IF
           END-IF.
           ACCEPT OMITTED.

               DISPLAY "INVALID DAY NAME. ABSENCE NOT RECORDED."
           ELSE
               MOVE WS-DAY-IN TO ABS-DAYNAME
               DISPLAY "REASON (START WITH UNPAID FOR UNPAID LEAVE): "
                   WITH NO ADVANCING
               ACCEPT ABS-REASON
               OPEN EXTEND ABSENCE-FILE
               IF ABSENCE-STATUS = "05" OR ABSENCE-STATUS = "35"
