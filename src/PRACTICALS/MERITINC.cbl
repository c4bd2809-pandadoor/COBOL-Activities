      *    INCREASE FOR EVERY ACTIVE EMPLOYEE IN A CHOSEN DEPARTMENT
      *    OR POSITION, PRINTS A PREVIEW OF OLD RATE, NEW RATE AND
      *    ANNUALIZED COST FROM THE RATE IN FORCE ON THE RATE MASTER
      *    (FALLING BACK TO THE PAY RECORD), RAISES THE SALARY IN
      *    FORCE BY THE SAME PROPORTION FOR SALARIED STAFF (HOURLY
      *    STAFF CARRY THEIRS FORWARD UNCHANGED), ENFORCES THE
      *    PER-DEPARTMENT INCREASE BUDGET CAPS ON MERITCAP.DAT, AND
      *    ONLY ON AN EXPLICIT COMMIT WRITES THE EFFECTIVE-DATED
      *    ROWS TO RATEMAST.DAT AND THE CHANGE RECORDS TO AUDIT.DAT.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT EMP-FILE
           ASSIGN TO "PRACTICALS/QUIZLAB3.DAT"
           05 RM-EFF-DATE PIC 9(8).
           05 RM-FILLER-2 PIC X(1).
           05 RM-RATE PIC 9(5)V99.
           05 RM-FILLER-3 PIC X(1).
           05 RM-SALARY PIC 9(7)V99.
           05 RM-FILLER-4 PIC X(1).
           05 RM-SAL-BASIS PIC X(1).

       FD  MERITCAP-FILE.
       01  MERITCAP-REC.
       01  WS-OLD-RATE PIC 9(5)V99.
       01  WS-NEW-RATE PIC 9(5)V99.
       01  WS-RATE-BEST-DATE PIC 9(8).
       01  WS-OLD-SALARY PIC 9(7)V99.
       01  WS-NEW-SALARY PIC 9(7)V99.
       01  WS-SAL-BASIS PIC X(1).
       01  WS-SAL-BEST-DATE PIC 9(8).
       01  WS-ANNUAL-COST PIC S9(9)V99.
       01  WS-STD-YEAR-HOURS PIC 9(4) VALUE 2080.

               10 WS-SEL-OLD PIC 9(5)V99.
               10 WS-SEL-NEW PIC 9(5)V99.
               10 WS-SEL-COST PIC S9(9)V99.
               10 WS-SEL-OLD-SAL PIC 9(7)V99.
               10 WS-SEL-NEW-SAL PIC 9(7)V99.
               10 WS-SEL-BASIS PIC X(1).
       01  WS-SEL-IDX PIC 9(3).

       01  WS-CAP-COUNT PIC 9(3) VALUE 0.
       01  OUT-OLD PIC ZZ,ZZ9.99.
       01  OUT-NEW PIC ZZ,ZZ9.99.
       01  OUT-COST PIC ZZZ,ZZZ,ZZ9.99-.
       01  OUT-OLD-SAL PIC Z,ZZZ,ZZ9.99.
       01  OUT-NEW-SAL PIC Z,ZZZ,ZZ9.99.
       01  OUT-BASIS PIC X(10).
       01  OUT-CAP PIC ZZZ,ZZZ,ZZ9.99.
       01  OUT-COUNT PIC ZZZZ9.
       01  WS-RPT-LINE PIC X(80).
      -    "  ANNUAL COST".
       01  WS-RPT-LPP PIC 9(3) VALUE 30.

       01  LTR-TYPE PIC X(4).
       01  LTR-EMP-ID PIC X(8).
       01  LTR-EFF-DATE PIC 9(8).
       01  LTR-OLD PIC X(13).
       01  LTR-NEW PIC X(13).
       01  LTR-AMT PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           END-IF.
           COMPUTE WS-ANNUAL-COST ROUNDED =
               (WS-NEW-RATE - WS-OLD-RATE) * WS-STD-YEAR-HOURS.
      *    A SALARIED EMPLOYEE'S SALARY MOVES BY THE MERIT PERCENT, OR
      *    FOR A FLAT INCREASE BY THE SAME PROPORTION AS THE RATE, SO
      *    IT HOLDS WHETHER IT IS KEPT ANNUALLY OR PER PAY PERIOD.
           MOVE WS-OLD-SALARY TO WS-NEW-SALARY.
           IF EM-PAY-TYPE = 'S' AND WS-OLD-SALARY > 0
               IF WS-INC-TYPE = 'F'
                   COMPUTE WS-NEW-SALARY ROUNDED =
                       WS-OLD-SALARY * WS-NEW-RATE / WS-OLD-RATE
               ELSE
                   COMPUTE WS-NEW-SALARY ROUNDED =
                       WS-OLD-SALARY * (1 + WS-INC-PCT / 100)
               END-IF
           END-IF.
           ADD 1 TO WS-SEL-COUNT.
           MOVE EM-EMP-ID TO WS-SEL-EMP (WS-SEL-COUNT).
           MOVE EM-NAME TO WS-SEL-NAME (WS-SEL-COUNT).
           MOVE WS-OLD-RATE TO WS-SEL-OLD (WS-SEL-COUNT).
           MOVE WS-NEW-RATE TO WS-SEL-NEW (WS-SEL-COUNT).
           MOVE WS-ANNUAL-COST TO WS-SEL-COST (WS-SEL-COUNT).
           MOVE WS-OLD-SALARY TO WS-SEL-OLD-SAL (WS-SEL-COUNT).
           MOVE WS-NEW-SALARY TO WS-SEL-NEW-SAL (WS-SEL-COUNT).
           MOVE WS-SAL-BASIS TO WS-SEL-BASIS (WS-SEL-COUNT).

      *    THE RATE IN FORCE ON THE EFFECTIVE DATE: NEWEST RATE-
      *    MASTER ROW ON OR BEFORE IT, FALLING BACK TO THE RATE ON
      *    THE WEEKLY PAY RECORD. THE SALARY IN FORCE IS TAKEN FROM
      *    THE NEWEST ROW ON OR BEFORE IT THAT CARRIES ONE.
       LOOKUP-CURRENT-RATE.
           MOVE 0 TO WS-OLD-RATE.
           MOVE 0 TO WS-RATE-BEST-DATE.
           MOVE 0 TO WS-OLD-SALARY.
           MOVE SPACE TO WS-SAL-BASIS.
           MOVE 0 TO WS-SAL-BEST-DATE.
           IF WS-EMP-OPEN = 'Y'
               MOVE EM-EMP-ID TO EMP-ID
               READ EMP-FILE
                               MOVE RM-EFF-DATE TO WS-RATE-BEST-DATE
                               MOVE RM-RATE TO WS-OLD-RATE
                           END-IF
                           IF RM-EMP-ID = EM-EMP-ID
                               AND RM-EFF-DATE IS NUMERIC
                               AND RM-EFF-DATE <= WS-EFF-DATE
                               AND RM-EFF-DATE >= WS-SAL-BEST-DATE
                               AND RM-SALARY IS NUMERIC
                               AND RM-SALARY > 0
                               MOVE RM-EFF-DATE TO WS-SAL-BEST-DATE
                               MOVE RM-SALARY TO WS-OLD-SALARY
                               MOVE RM-SAL-BASIS TO WS-SAL-BASIS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATEMAST-FILE
                   OUT-NEW "  " OUT-COST
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               DISPLAY WS-RPT-LINE
               IF WS-SEL-NEW-SAL (WS-SEL-IDX) NOT =
                   WS-SEL-OLD-SAL (WS-SEL-IDX)
                   MOVE 'L' TO WS-RPT-FUNCTION
                   CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
                       WS-RPT-COLHDR WS-RPT-LPP
                   MOVE WS-SEL-OLD-SAL (WS-SEL-IDX) TO OUT-OLD-SAL
                   MOVE WS-SEL-NEW-SAL (WS-SEL-IDX) TO OUT-NEW-SAL
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE "ANNUAL" TO OUT-BASIS
                   IF WS-SEL-BASIS (WS-SEL-IDX) = 'P'
                       MOVE "PER PERIOD" TO OUT-BASIS
                   END-IF
                   STRING "          SALARY " OUT-OLD-SAL " TO "
                       OUT-NEW-SAL " " OUT-BASIS
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   DISPLAY WS-RPT-LINE
               END-IF
               ADD WS-SEL-COST (WS-SEL-IDX) TO WS-TOTAL-COST
           END-PERFORM.
           DISPLAY "--------------------------------------------".
               MOVE WS-SEL-EMP (WS-SEL-IDX) TO RM-EMP-ID
               MOVE WS-EFF-DATE TO RM-EFF-DATE
               MOVE WS-SEL-NEW (WS-SEL-IDX) TO RM-RATE
               MOVE WS-SEL-NEW-SAL (WS-SEL-IDX) TO RM-SALARY
               MOVE WS-SEL-BASIS (WS-SEL-IDX) TO RM-SAL-BASIS
               WRITE RATEMAST-REC
               MOVE SPACES TO AUDIT-REC
               MOVE WS-SEL-EMP (WS-SEL-IDX) TO AUDIT-EMP-ID
               MOVE WS-TODAY TO AUDIT-TIMESTAMP
               MOVE "MERIT INC" TO AUDIT-REASON
               WRITE AUDIT-REC
               IF WS-SEL-NEW-SAL (WS-SEL-IDX) NOT =
                   WS-SEL-OLD-SAL (WS-SEL-IDX)
                   MOVE "SALCH" TO AUDIT-ACTION
                   MOVE WS-SEL-OLD-SAL (WS-SEL-IDX) TO AUDIT-OLD-VALUE
                   MOVE WS-SEL-NEW-SAL (WS-SEL-IDX) TO AUDIT-NEW-VALUE
                   WRITE AUDIT-REC
               END-IF
               MOVE "RATE" TO LTR-TYPE
               MOVE WS-SEL-EMP (WS-SEL-IDX) TO LTR-EMP-ID
               MOVE WS-EFF-DATE TO LTR-EFF-DATE
               MOVE WS-SEL-OLD (WS-SEL-IDX) TO LTR-AMT
               MOVE LTR-AMT TO LTR-OLD
               MOVE WS-SEL-NEW (WS-SEL-IDX) TO LTR-AMT
               MOVE LTR-AMT TO LTR-NEW
               CALL "LTRQUE" USING LTR-TYPE LTR-EMP-ID LTR-EFF-DATE
                   LTR-OLD LTR-NEW
           END-PERFORM.
           CLOSE RATEMAST-FILE.
           CLOSE AUDIT-FILE.
