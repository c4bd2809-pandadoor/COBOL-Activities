      *    EMPLOYEE, AND POSTS EACH EMPLOYEE THROUGH THE
      *    WEEKLYSALARY-POST ENTRY SO THE PAY COMPUTATION, PAY
      *    HISTORY AND AUDIT ENTRIES ARE EXACTLY THE INTERACTIVE
      *    PATH'S, IN ONE UNATTENDED PASS. THE DAYS ARE ALSO KEPT
      *    PER EMPLOYEE SO THE DAILY RULES FROM DAILYOT.DAT CAN BE
      *    APPLIED: HOURS OVER THE DAILY OVERTIME LIMIT ARE OVERTIME,
      *    HOURS OVER THE DAILY DOUBLE-TIME LIMIT ARE DOUBLE TIME,
      *    AND ON THE SEVENTH CONSECUTIVE DAY WORKED THE FIRST
      *    DAILY-LIMIT HOURS ARE OVERTIME AND THE REST DOUBLE TIME.
      *    THE DAILY PREMIUM HOURS GO TO THE WEEKLYSALARY-POSTOT
      *    ENTRY, WHICH APPLIES THE WEEKLY LIMIT TO THE REMAINING
      *    STRAIGHT HOURS ONLY, SO NO HOUR IS COUNTED TWICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO "PRACTICALS/PUNCHREP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPAIR-STATUS.
       SELECT DAILYOT-FILE
           ASSIGN TO "PRACTICALS/DAILYOT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DAILYOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PR-FILLER-6 PIC X(1).
           05 PR-FIX-DATE PIC 9(8).

       FD  DAILYOT-FILE.
       01  DAILYOT-REC.
           05 DO-DAILY-OT PIC 9(2)V99.
           05 DO-FILLER-1 PIC X(1).
           05 DO-DAILY-DT PIC 9(2)V99.
           05 DO-FILLER-2 PIC X(1).
           05 DO-DT-MULTIPLIER PIC 9V99.
           05 DO-FILLER-3 PIC X(1).
           05 DO-SEVENTH-DAY PIC X(1).

       WORKING-STORAGE SECTION.
       01  CLOCK-STATUS PIC XX.
       01  REPAIR-STATUS PIC XX.
       01  DAILYOT-STATUS PIC XX.
       01  WS-TODAY PIC 9(8).
       01  WS-FOUND PIC X.
       01  WS-IDX PIC 9(3).
           05 WS-EMP-ENTRY OCCURS 200 TIMES.
               10 WS-TE-EMP-ID PIC X(8).
               10 WS-TE-HOURS PIC S9(5)V99.
               10 WS-TE-DAY-COUNT PIC 9(2).
               10 WS-TE-DAY OCCURS 14 TIMES.
                   15 WS-TE-DAY-DATE PIC 9(8).
                   15 WS-TE-DAY-HRS PIC 9(3)V99.
       01  WS-PUNCH-COUNT PIC 9(5) VALUE 0.
       01  WS-BAD-COUNT PIC 9(5) VALUE 0.
       01  WS-POSTED-COUNT PIC 9(5) VALUE 0.
       01  WS-POST-HOURS PIC S9(5)V99.
       01  WS-POST-DATE PIC 9(8).
       01  WS-POST-STATUS PIC X(2).
       01  WS-POST-DAY-OT PIC S9(5)V99.
       01  WS-POST-DAY-DT PIC S9(5)V99.

       01  WS-DAILY-OT PIC 9(2)V99 VALUE 8.00.
       01  WS-DAILY-DT PIC 9(2)V99 VALUE 12.00.
       01  WS-SEVENTH-DAY PIC X VALUE 'Y'.
       01  WS-DX PIC 9(2).
       01  WS-DY PIC 9(2).
       01  WS-SWAP-DATE PIC 9(8).
       01  WS-SWAP-HRS PIC 9(3)V99.
       01  WS-RUN-DAYS PIC 9(3).
       01  WS-THIS-HRS PIC 9(3)V99.
       01  WS-THIS-OT PIC S9(3)V99.
       01  WS-THIS-DT PIC S9(3)V99.
       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-DAYS PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  OUT-COUNT PIC ZZZZ9.
       01  OUT-HOURS PIC ZZ9.99.
       01  OUT-OT PIC ZZ9.99.
       01  OUT-DT PIC ZZ9.99.

       01  EXC-LOG-PROGRAM-ID PIC X(10).
       01  EXC-LOG-CONTEXT PIC X(20).
       PROCEDURE DIVISION.
       RUN-IMPORT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-DAILY-OT-RULES.
           OPEN INPUT CLOCK-FILE.
           IF CLOCK-STATUS NOT = "00"
               DISPLAY "NO CLOCK PUNCH FILE AT PRACTICALS/TIMECLK.DAT."
                   MOVE WS-EMP-COUNT TO WS-IDX
                   MOVE TC-EMP-ID TO WS-TE-EMP-ID (WS-IDX)
                   MOVE 0 TO WS-TE-HOURS (WS-IDX)
                   MOVE 0 TO WS-TE-DAY-COUNT (WS-IDX)
                   MOVE 'Y' TO WS-FOUND
               ELSE
                   ADD 1 TO WS-BAD-COUNT
           END-IF.
           IF WS-FOUND = 'Y'
               ADD WS-DAY-HOURS TO WS-TE-HOURS (WS-IDX)
               PERFORM ADD-HOURS-TO-DAY
           END-IF.

      *    TWO PUNCH ROWS ON ONE DATE (A SPLIT SHIFT) ARE ONE DAY FOR
      *    THE DAILY RULES. A DAY THAT WILL NOT FIT IN THE TABLE IS
      *    STILL PAID IN THE WEEK'S HOURS, AT THE WEEKLY RULE ONLY.
       ADD-HOURS-TO-DAY.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-TE-DAY-COUNT (WS-IDX)
               OR WS-FOUND = 'Y'
               IF WS-TE-DAY-DATE (WS-IDX, WS-DX) = TC-DATE
                   MOVE 'Y' TO WS-FOUND
                   ADD WS-DAY-HOURS TO WS-TE-DAY-HRS (WS-IDX, WS-DX)
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N'
               IF WS-TE-DAY-COUNT (WS-IDX) < 14
                   ADD 1 TO WS-TE-DAY-COUNT (WS-IDX)
                   MOVE WS-TE-DAY-COUNT (WS-IDX) TO WS-DX
                   MOVE TC-DATE TO WS-TE-DAY-DATE (WS-IDX, WS-DX)
                   MOVE WS-DAY-HOURS TO WS-TE-DAY-HRS (WS-IDX, WS-DX)
               ELSE
                   MOVE "TIMEIMP" TO EXC-LOG-PROGRAM-ID
                   MOVE TC-EMP-ID TO EXC-LOG-CONTEXT
                   MOVE SPACES TO EXC-LOG-REASON
                   STRING "DAY TABLE FULL, NO DAILY OT ON " TC-DATE
                       DELIMITED BY SIZE INTO EXC-LOG-REASON
                   CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                       EXC-LOG-CONTEXT EXC-LOG-REASON
               END-IF
           END-IF.

      *    DAILYOT.DAT HOLDS ONE ROW: DAILY OVERTIME LIMIT, DAILY
      *    DOUBLE-TIME LIMIT, DOUBLE-TIME MULTIPLIER AND THE SEVENTH-
      *    DAY SWITCH. A LIMIT OF ZERO TURNS THAT DAILY TIER OFF.
       LOAD-DAILY-OT-RULES.
           OPEN INPUT DAILYOT-FILE.
           IF DAILYOT-STATUS = "00"
               READ DAILYOT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DO-DAILY-OT IS NUMERIC
                           MOVE DO-DAILY-OT TO WS-DAILY-OT
                       END-IF
                       IF DO-DAILY-DT IS NUMERIC
                           MOVE DO-DAILY-DT TO WS-DAILY-DT
                       END-IF
                       IF DO-SEVENTH-DAY = 'Y' OR DO-SEVENTH-DAY = 'N'
                           MOVE DO-SEVENTH-DAY TO WS-SEVENTH-DAY
                       END-IF
               END-READ
               CLOSE DAILYOT-FILE
           END-IF.

      *    THE EMPLOYEE'S DAYS ARE PUT IN DATE ORDER SO THE RUN OF
      *    CONSECUTIVE DAYS CAN BE COUNTED, THEN EACH DAY'S HOURS
      *    ARE SPLIT INTO ITS DAILY OVERTIME AND DOUBLE-TIME PARTS.
       SPLIT-EMPLOYEE-DAYS.
           MOVE 0 TO WS-POST-DAY-OT WS-POST-DAY-DT.
           PERFORM VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX >= WS-TE-DAY-COUNT (WS-IDX)
               PERFORM VARYING WS-DY FROM 1 BY 1
                   UNTIL WS-DY > WS-TE-DAY-COUNT (WS-IDX) - WS-DX
                   IF WS-TE-DAY-DATE (WS-IDX, WS-DY) >
                       WS-TE-DAY-DATE (WS-IDX, WS-DY + 1)
                       MOVE WS-TE-DAY-DATE (WS-IDX, WS-DY) TO
                           WS-SWAP-DATE
                       MOVE WS-TE-DAY-HRS (WS-IDX, WS-DY) TO
                           WS-SWAP-HRS
                       MOVE WS-TE-DAY-DATE (WS-IDX, WS-DY + 1) TO
                           WS-TE-DAY-DATE (WS-IDX, WS-DY)
                       MOVE WS-TE-DAY-HRS (WS-IDX, WS-DY + 1) TO
                           WS-TE-DAY-HRS (WS-IDX, WS-DY)
                       MOVE WS-SWAP-DATE TO
                           WS-TE-DAY-DATE (WS-IDX, WS-DY + 1)
                       MOVE WS-SWAP-HRS TO
                           WS-TE-DAY-HRS (WS-IDX, WS-DY + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO WS-RUN-DAYS.
           PERFORM VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-TE-DAY-COUNT (WS-IDX)
               IF WS-DX = 1
                   MOVE 1 TO WS-RUN-DAYS
               ELSE
                   MOVE 'D' TO WS-DU-FUNCTION
                   MOVE WS-TE-DAY-DATE (WS-IDX, WS-DX) TO WS-DU-DATE
                   MOVE WS-TE-DAY-DATE (WS-IDX, WS-DX - 1) TO
                       WS-DU-DAYS
                   CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                       WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
                   IF WS-DU-FLAG = 'Y' AND WS-DU-RESULT = 1
                       ADD 1 TO WS-RUN-DAYS
                   ELSE
                       MOVE 1 TO WS-RUN-DAYS
                   END-IF
               END-IF
               MOVE WS-TE-DAY-HRS (WS-IDX, WS-DX) TO WS-THIS-HRS
               PERFORM SPLIT-ONE-DAY
               ADD WS-THIS-OT TO WS-POST-DAY-OT
               ADD WS-THIS-DT TO WS-POST-DAY-DT
           END-PERFORM.

       SPLIT-ONE-DAY.
           MOVE 0 TO WS-THIS-OT WS-THIS-DT.
           IF WS-SEVENTH-DAY = 'Y' AND WS-RUN-DAYS >= 7
               IF WS-DAILY-OT > 0 AND WS-THIS-HRS > WS-DAILY-OT
                   MOVE WS-DAILY-OT TO WS-THIS-OT
                   COMPUTE WS-THIS-DT = WS-THIS-HRS - WS-DAILY-OT
               ELSE
                   MOVE WS-THIS-HRS TO WS-THIS-OT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-DAILY-DT > 0 AND WS-THIS-HRS > WS-DAILY-DT
               COMPUTE WS-THIS-DT = WS-THIS-HRS - WS-DAILY-DT
           END-IF.
           IF WS-DAILY-OT > 0 AND WS-THIS-HRS > WS-DAILY-OT
               COMPUTE WS-THIS-OT =
                   WS-THIS-HRS - WS-THIS-DT - WS-DAILY-OT
               IF WS-THIS-OT < 0
                   MOVE 0 TO WS-THIS-OT
               END-IF
           END-IF.

       POST-ALL-EMPLOYEES.
               MOVE WS-TE-EMP-ID (WS-IDX) TO WS-POST-EMP-ID
               MOVE WS-TE-HOURS (WS-IDX) TO WS-POST-HOURS
               MOVE WS-TODAY TO WS-POST-DATE
               PERFORM SPLIT-EMPLOYEE-DAYS
               CALL "WEEKLYSALARY-POSTOT" USING WS-POST-EMP-ID
                   WS-POST-HOURS WS-POST-DATE WS-POST-STATUS
                   WS-POST-DAY-OT WS-POST-DAY-DT
               MOVE WS-TE-HOURS (WS-IDX) TO OUT-HOURS
               MOVE WS-POST-DAY-OT TO OUT-OT
               MOVE WS-POST-DAY-DT TO OUT-DT
               EVALUATE WS-POST-STATUS
                WHEN "OK"
                   ADD 1 TO WS-POSTED-COUNT
                   DISPLAY WS-POST-EMP-ID "  " OUT-HOURS
                       " HOURS POSTED, DAILY OT " OUT-OT
                       " DT " OUT-DT
                WHEN "NF"
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY WS-POST-EMP-ID "  NOT ON EMPLOYEE FILE"
