       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBBUDG.
      *    JOB BUDGETS AND ESTIMATE AT COMPLETION. JOBBUDG.DAT HOLDS
      *    THE BUDGETED HOURS AND COST OF EACH JOB - ONE ROW FOR THE
      *    JOB AS A WHOLE (BLANK PHASE) OR ONE ROW PER PHASE; A JOB'S
      *    BUDGET IS THE SUM OF ITS ROWS. THE STATUS REPORT SETS THE
      *    COST TO DATE FROM PAYJOBS.DAT AGAINST THE BUDGET, SHOWS
      *    WHAT HAS BEEN BILLED THROUGH THE CLIENT BILLING RUN, AND
      *    ESTIMATES THE COST AT COMPLETION: COST TO DATE PLUS THE
      *    BUDGETED HOURS STILL TO WORK AT THE COST PER HOUR OF THE
      *    JOB'S LAST THREE PAY PERIODS. OPEN JOBS (AND PHASES)
      *    PROJECTED TO FINISH OVER BUDGET GO TO THE EXCEPTION LOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT JOBBUDG-FILE
           ASSIGN TO "PRACTICALS/JOBBUDG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOBBUDG-STATUS.
       SELECT JOBMAST-FILE
           ASSIGN TO "PRACTICALS/JOBMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOBMAST-STATUS.
       SELECT PAYJOBS-FILE
           ASSIGN TO "PRACTICALS/PAYJOBS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYJOBS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBBUDG-FILE.
       01  JOBBUDG-REC.
           05 JB-JOB-CODE PIC X(6).
           05 JB-FILLER-1 PIC X(1).
           05 JB-PHASE PIC X(4).
           05 JB-FILLER-2 PIC X(1).
           05 JB-HOURS PIC 9(7)V99.
           05 JB-FILLER-3 PIC X(1).
           05 JB-COST PIC 9(9)V99.

       FD  JOBMAST-FILE.
       01  JOBMAST-REC.
           05 JM-JOB-CODE PIC X(6).
           05 JM-FILLER-1 PIC X(1).
           05 JM-CUST PIC 9(6).
           05 JM-FILLER-2 PIC X(1).
           05 JM-BILL-RATE PIC 9(5)V99.
           05 JM-FILLER-3 PIC X(1).
           05 JM-STATUS PIC X(1).

       FD  PAYJOBS-FILE.
       01  PAYJOBS-REC.
           05 PJ-EMP-ID PIC X(8).
           05 PJ-FILLER-1 PIC X(1).
           05 PJ-PERIOD PIC X(6).
           05 PJ-FILLER-2 PIC X(1).
           05 PJ-DATE PIC 9(8).
           05 PJ-FILLER-3 PIC X(1).
           05 PJ-JOB-CODE PIC X(6).
           05 PJ-FILLER-4 PIC X(1).
           05 PJ-HOURS PIC 9(3)V99.
           05 PJ-FILLER-5 PIC X(1).
           05 PJ-RATE PIC 9(5)V99.
           05 PJ-FILLER-6 PIC X(1).
           05 PJ-COST PIC 9(7)V99.
           05 PJ-FILLER-7 PIC X(1).
           05 PJ-BILLED PIC X(1).
           05 PJ-FILLER-8 PIC X(1).
           05 PJ-PHASE PIC X(4).

       WORKING-STORAGE SECTION.
       01  JOBBUDG-STATUS PIC XX.
       01  JOBMAST-STATUS PIC XX.
       01  PAYJOBS-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-FOUND PIC X.
       01  WS-IDX PIC 9(3).
       01  WS-KEY-IN PIC X(6).
       01  WS-PHASE-IN PIC X(4).
       01  WS-HOURS-IN PIC 9(7)V99.
       01  WS-COST-IN PIC 9(9)V99.

       01  WS-JB-COUNT PIC 9(3) VALUE 0.
       01  WS-JB-OVERFLOW PIC X VALUE 'N'.
       01  WS-JB-TABLE.
           05 WS-JB-ENTRY OCCURS 300 TIMES.
               10 WS-JB-CODE PIC X(6).
               10 WS-JB-PHASE PIC X(4).
               10 WS-JB-HOURS PIC 9(7)V99.
               10 WS-JB-COST PIC 9(9)V99.

       01  WS-JM-COUNT PIC 9(3) VALUE 0.
       01  WS-JM-TABLE.
           05 WS-JM-ENTRY OCCURS 100 TIMES.
               10 WS-JM-CODE PIC X(6).
               10 WS-JM-RATE PIC 9(5)V99.
               10 WS-JM-STATUS PIC X(1).
       01  WS-JM-IDX PIC 9(3).

      *    ONE ENTRY PER JOB (BLANK PHASE, ALL ITS PHASES IN IT) AND
      *    ONE PER BUDGETED OR CHARGED PHASE. THE THREE PERIOD SLOTS
      *    HOLD THE HOURS AND COST OF THE LATEST PERIODS CHARGED.
       01  WS-JS-COUNT PIC 9(3) VALUE 0.
       01  WS-JS-MAX PIC 9(3) VALUE 200.
       01  WS-JS-TABLE.
           05 WS-JS-ENTRY OCCURS 200 TIMES.
               10 WS-JS-CODE PIC X(6).
               10 WS-JS-PHASE PIC X(4).
               10 WS-JS-BUD-HOURS PIC 9(7)V99.
               10 WS-JS-BUD-COST PIC 9(9)V99.
               10 WS-JS-HOURS PIC 9(7)V99.
               10 WS-JS-COST PIC 9(9)V99.
               10 WS-JS-BILLED PIC S9(11)V99.
               10 WS-JS-SLOT OCCURS 3 TIMES.
                   15 WS-JS-SLOT-PERIOD PIC X(6).
                   15 WS-JS-SLOT-HOURS PIC 9(7)V99.
                   15 WS-JS-SLOT-COST PIC 9(9)V99.
       01  WS-JS-IDX PIC 9(3).
       01  WS-JS-HIT PIC 9(3).
       01  WS-JS-FULL PIC X VALUE 'N'.
       01  WS-FIND-CODE PIC X(6).
       01  WS-FIND-PHASE PIC X(4).
       01  WS-SLOT-IDX PIC 9(1).
       01  WS-SLOT-HIT PIC 9(1).
       01  WS-SLOT-OLDEST PIC 9(1).

       01  WS-JOB-STATUS PIC X(1).
       01  WS-BILL-RATE PIC 9(5)V99.
       01  WS-RECENT-HOURS PIC 9(7)V99.
       01  WS-RECENT-COST PIC 9(9)V99.
       01  WS-RECENT-RATE PIC 9(7)V9999.
       01  WS-REMAIN-HOURS PIC 9(7)V99.
       01  WS-EAC PIC 9(11)V99.
       01  WS-OVERRUN PIC S9(11)V99.
       01  WS-PCT-USED PIC 9(5)V9.
       01  WS-OVER-COUNT PIC 9(3) VALUE 0.
       01  WS-RPT-LINE PIC X(80).
       01  OUT-HOURS PIC ZZZ,ZZ9.99.
       01  OUT-HOURS-2 PIC ZZZ,ZZ9.99.
       01  OUT-AMT PIC ZZZ,ZZZ,ZZ9.99-.
       01  OUT-AMT-2 PIC ZZZ,ZZZ,ZZ9.99-.
       01  OUT-AMT-3 PIC ZZZ,ZZZ,ZZ9.99-.
       01  OUT-PCT PIC ZZZ9.9.

       01  EXC-LOG-PROGRAM-ID PIC X(10).
       01  EXC-LOG-CONTEXT PIC X(20).
       01  EXC-LOG-REASON PIC X(40).

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40) VALUE
           "JOB STATUS AND ESTIMATE AT COMPLETION".
       01  WS-RPT-COLHDR PIC X(80) VALUE
           "JOB    PHASE  HOURS/BUDGET          COST/BUDGET     USED".
       01  WS-RPT-LPP PIC 9(3) VALUE 20.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           PERFORM LOAD-BUDGETS.
           DISPLAY "JOB BUDGETS AND ESTIMATE AT COMPLETION".
           DISPLAY "1 - SET A JOB OR PHASE BUDGET".
           DISPLAY "2 - LIST BUDGETS".
           DISPLAY "3 - JOB STATUS REPORT".
           DISPLAY "4 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM SET-BUDGET-ROW
            WHEN 2
               PERFORM LIST-BUDGETS
            WHEN 3
               PERFORM JOB-STATUS-REPORT
            WHEN 4
               GOBACK
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM MAIN-PARA.

       LOAD-BUDGETS.
           MOVE 0 TO WS-JB-COUNT.
           MOVE 'N' TO WS-JB-OVERFLOW.
           OPEN INPUT JOBBUDG-FILE.
           IF JOBBUDG-STATUS = "00"
               PERFORM UNTIL JOBBUDG-STATUS NOT = "00"
                   READ JOBBUDG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-JB-COUNT >= 300
                               MOVE 'Y' TO WS-JB-OVERFLOW
                           ELSE
                               ADD 1 TO WS-JB-COUNT
                               MOVE JB-JOB-CODE TO
                                   WS-JB-CODE (WS-JB-COUNT)
                               MOVE JB-PHASE TO
                                   WS-JB-PHASE (WS-JB-COUNT)
                               IF JB-HOURS IS NUMERIC
                                   MOVE JB-HOURS TO
                                       WS-JB-HOURS (WS-JB-COUNT)
                               ELSE
                                   MOVE 0 TO WS-JB-HOURS (WS-JB-COUNT)
                               END-IF
                               IF JB-COST IS NUMERIC
                                   MOVE JB-COST TO
                                       WS-JB-COST (WS-JB-COUNT)
                               ELSE
                                   MOVE 0 TO WS-JB-COST (WS-JB-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOBBUDG-FILE
           END-IF.

       SAVE-BUDGETS.
           IF WS-JB-OVERFLOW = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT JOBBUDG-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-JB-COUNT
               MOVE SPACES TO JOBBUDG-REC
               MOVE WS-JB-CODE (WS-IDX) TO JB-JOB-CODE
               MOVE WS-JB-PHASE (WS-IDX) TO JB-PHASE
               MOVE WS-JB-HOURS (WS-IDX) TO JB-HOURS
               MOVE WS-JB-COST (WS-IDX) TO JB-COST
               WRITE JOBBUDG-REC
           END-PERFORM.
           CLOSE JOBBUDG-FILE.

      *    A ZERO HOURS AND COST REMOVES THE ROW.
       SET-BUDGET-ROW.
           IF WS-JB-OVERFLOW = 'Y'
               DISPLAY "BUDGET FILE EXCEEDS THE 300-ROW TABLE."
                   " CHANGES ARE SUSPENDED UNTIL IT IS TIDIED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "JOB CODE: " WITH NO ADVANCING.
           ACCEPT WS-KEY-IN.
           IF WS-KEY-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PHASE (BLANK FOR THE WHOLE JOB): "
               WITH NO ADVANCING.
           ACCEPT WS-PHASE-IN.
           PERFORM FIND-BUDGET-ROW.
           IF WS-FOUND = 'Y'
               MOVE WS-JB-HOURS (WS-IDX) TO OUT-HOURS
               MOVE WS-JB-COST (WS-IDX) TO OUT-AMT
               DISPLAY "CURRENT BUDGET: " FUNCTION TRIM(OUT-HOURS)
                   " HOURS, " FUNCTION TRIM(OUT-AMT)
           END-IF.
           DISPLAY "BUDGETED HOURS: " WITH NO ADVANCING.
           ACCEPT WS-HOURS-IN.
           DISPLAY "BUDGETED COST: " WITH NO ADVANCING.
           ACCEPT WS-COST-IN.
           IF WS-HOURS-IN = 0 AND WS-COST-IN = 0
               IF WS-FOUND = 'Y'
                   PERFORM DROP-BUDGET-ROW
                   PERFORM SAVE-BUDGETS
                   DISPLAY "BUDGET ROW REMOVED."
               ELSE
                   DISPLAY "NOTHING TO SAVE."
               END-IF
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-FOUND = 'N'
               IF WS-JB-COUNT >= 300
                   DISPLAY "BUDGET TABLE IS FULL."
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-JB-COUNT
               MOVE WS-JB-COUNT TO WS-IDX
               MOVE WS-KEY-IN TO WS-JB-CODE (WS-IDX)
               MOVE WS-PHASE-IN TO WS-JB-PHASE (WS-IDX)
           END-IF.
           MOVE WS-HOURS-IN TO WS-JB-HOURS (WS-IDX).
           MOVE WS-COST-IN TO WS-JB-COST (WS-IDX).
           PERFORM SAVE-BUDGETS.
           DISPLAY "BUDGET FOR " WS-KEY-IN " " WS-PHASE-IN " SAVED.".
           ACCEPT OMITTED.

       FIND-BUDGET-ROW.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-JB-COUNT
               OR WS-FOUND = 'Y'
               IF WS-JB-CODE (WS-IDX) = WS-KEY-IN
                   AND WS-JB-PHASE (WS-IDX) = WS-PHASE-IN
                   MOVE 'Y' TO WS-FOUND
                   SUBTRACT 1 FROM WS-IDX
               END-IF
           END-PERFORM.

       DROP-BUDGET-ROW.
           PERFORM UNTIL WS-IDX >= WS-JB-COUNT
               MOVE WS-JB-ENTRY (WS-IDX + 1) TO WS-JB-ENTRY (WS-IDX)
               ADD 1 TO WS-IDX
           END-PERFORM.
           SUBTRACT 1 FROM WS-JB-COUNT.

       LIST-BUDGETS.
           IF WS-JB-COUNT = 0
               DISPLAY "NO JOB BUDGETS ON FILE."
           ELSE
               DISPLAY "JOB     PHASE       HOURS            COST"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-JB-COUNT
                   MOVE WS-JB-HOURS (WS-IDX) TO OUT-HOURS
                   MOVE WS-JB-COST (WS-IDX) TO OUT-AMT
                   DISPLAY WS-JB-CODE (WS-IDX) "  "
                       WS-JB-PHASE (WS-IDX) "  " OUT-HOURS " "
                       OUT-AMT
               END-PERFORM
           END-IF.
           ACCEPT OMITTED.

      *    JOBS ON THE JOB MASTER OR WITH A BUDGET ARE REPORTED;
      *    HOURS CHARGED TO ANY OTHER CODE (THE MINIMUM-WAGE TOP-UP,
      *    FOR ONE) ARE NOT A JOB AND ARE LEFT OUT.
       JOB-STATUS-REPORT.
           MOVE 0 TO WS-JS-COUNT.
           MOVE 'N' TO WS-JS-FULL.
           PERFORM LOAD-JOB-MASTER.
           PERFORM VARYING WS-JM-IDX FROM 1 BY 1
               UNTIL WS-JM-IDX > WS-JM-COUNT
               MOVE WS-JM-CODE (WS-JM-IDX) TO WS-FIND-CODE
               MOVE SPACES TO WS-FIND-PHASE
               PERFORM FIND-OR-ADD-STATUS-ROW
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-JB-COUNT
               MOVE WS-JB-CODE (WS-IDX) TO WS-FIND-CODE
               MOVE SPACES TO WS-FIND-PHASE
               PERFORM FIND-OR-ADD-STATUS-ROW
               IF WS-JS-HIT > 0
                   ADD WS-JB-HOURS (WS-IDX) TO
                       WS-JS-BUD-HOURS (WS-JS-HIT)
                   ADD WS-JB-COST (WS-IDX) TO
                       WS-JS-BUD-COST (WS-JS-HIT)
               END-IF
               IF WS-JB-PHASE (WS-IDX) NOT = SPACES
                   MOVE WS-JB-PHASE (WS-IDX) TO WS-FIND-PHASE
                   PERFORM FIND-OR-ADD-STATUS-ROW
                   IF WS-JS-HIT > 0
                       ADD WS-JB-HOURS (WS-IDX) TO
                           WS-JS-BUD-HOURS (WS-JS-HIT)
                       ADD WS-JB-COST (WS-IDX) TO
                           WS-JS-BUD-COST (WS-JS-HIT)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM ACCUMULATE-CHARGES.
           IF WS-JS-FULL = 'Y'
               DISPLAY "WARNING: MORE THAN 200 JOBS AND PHASES -"
                   " SOME ARE NOT REPORTED."
           END-IF.
           IF WS-JS-COUNT = 0
               DISPLAY "NO JOBS ON THE JOB MASTER OR BUDGET FILE."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM PRINT-STATUS-REPORT.
           ACCEPT OMITTED.

       LOAD-JOB-MASTER.
           MOVE 0 TO WS-JM-COUNT.
           OPEN INPUT JOBMAST-FILE.
           IF JOBMAST-STATUS = "00"
               PERFORM UNTIL JOBMAST-STATUS NOT = "00"
                   OR WS-JM-COUNT >= 100
                   READ JOBMAST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-JM-COUNT
                           MOVE JM-JOB-CODE TO
                               WS-JM-CODE (WS-JM-COUNT)
                           IF JM-BILL-RATE IS NUMERIC
                               MOVE JM-BILL-RATE TO
                                   WS-JM-RATE (WS-JM-COUNT)
                           ELSE
                               MOVE 0 TO WS-JM-RATE (WS-JM-COUNT)
                           END-IF
                           IF JM-STATUS = 'C'
                               MOVE 'C' TO WS-JM-STATUS (WS-JM-COUNT)
                           ELSE
                               MOVE 'O' TO WS-JM-STATUS (WS-JM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOBMAST-FILE
           END-IF.

       FIND-STATUS-ROW.
           MOVE 0 TO WS-JS-HIT.
           PERFORM VARYING WS-JS-IDX FROM 1 BY 1
               UNTIL WS-JS-IDX > WS-JS-COUNT
               OR WS-JS-HIT > 0
               IF WS-JS-CODE (WS-JS-IDX) = WS-FIND-CODE
                   AND WS-JS-PHASE (WS-JS-IDX) = WS-FIND-PHASE
                   MOVE WS-JS-IDX TO WS-JS-HIT
               END-IF
           END-PERFORM.

       FIND-OR-ADD-STATUS-ROW.
           PERFORM FIND-STATUS-ROW.
           IF WS-JS-HIT > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-JS-COUNT >= WS-JS-MAX
               MOVE 'Y' TO WS-JS-FULL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-JS-COUNT.
           MOVE WS-JS-COUNT TO WS-JS-HIT.
           MOVE WS-FIND-CODE TO WS-JS-CODE (WS-JS-HIT).
           MOVE WS-FIND-PHASE TO WS-JS-PHASE (WS-JS-HIT).
           MOVE 0 TO WS-JS-BUD-HOURS (WS-JS-HIT)
               WS-JS-BUD-COST (WS-JS-HIT)
               WS-JS-HOURS (WS-JS-HIT)
               WS-JS-COST (WS-JS-HIT)
               WS-JS-BILLED (WS-JS-HIT).
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 3
               MOVE SPACES TO WS-JS-SLOT-PERIOD (WS-JS-HIT WS-SLOT-IDX)
               MOVE 0 TO WS-JS-SLOT-HOURS (WS-JS-HIT WS-SLOT-IDX)
                   WS-JS-SLOT-COST (WS-JS-HIT WS-SLOT-IDX)
           END-PERFORM.

      *    EVERY JOB LINE COUNTS TOWARD ITS JOB, AND TOWARD ITS
      *    PHASE WHEN IT CARRIES ONE. BILLED LINES ARE VALUED AT THE
      *    JOB'S BILL RATE, AS THE BILLING RUN INVOICED THEM.
       ACCUMULATE-CHARGES.
           OPEN INPUT PAYJOBS-FILE.
           IF PAYJOBS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PAYJOBS-STATUS NOT = "00"
               READ PAYJOBS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PJ-HOURS NOT NUMERIC
                           MOVE 0 TO PJ-HOURS
                       END-IF
                       IF PJ-COST NOT NUMERIC
                           MOVE 0 TO PJ-COST
                       END-IF
                       MOVE PJ-JOB-CODE TO WS-FIND-CODE
                       MOVE SPACES TO WS-FIND-PHASE
                       PERFORM FIND-STATUS-ROW
                       IF WS-JS-HIT > 0
                           PERFORM ADD-CHARGE-TO-ROW
                           IF PJ-PHASE NOT = SPACES
                               MOVE PJ-PHASE TO WS-FIND-PHASE
                               PERFORM FIND-OR-ADD-STATUS-ROW
                               IF WS-JS-HIT > 0
                                   PERFORM ADD-CHARGE-TO-ROW
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYJOBS-FILE.

       ADD-CHARGE-TO-ROW.
           ADD PJ-HOURS TO WS-JS-HOURS (WS-JS-HIT).
           ADD PJ-COST TO WS-JS-COST (WS-JS-HIT).
           IF PJ-BILLED = 'Y'
               PERFORM FIND-JOB-MASTER
               COMPUTE WS-JS-BILLED (WS-JS-HIT) ROUNDED =
                   WS-JS-BILLED (WS-JS-HIT) + (PJ-HOURS * WS-BILL-RATE)
           END-IF.
           MOVE 0 TO WS-SLOT-HIT.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 3
               IF WS-JS-SLOT-PERIOD (WS-JS-HIT WS-SLOT-IDX) = PJ-PERIOD
                   MOVE WS-SLOT-IDX TO WS-SLOT-HIT
               END-IF
           END-PERFORM.
           IF WS-SLOT-HIT = 0
               MOVE 1 TO WS-SLOT-OLDEST
               PERFORM VARYING WS-SLOT-IDX FROM 2 BY 1
                   UNTIL WS-SLOT-IDX > 3
                   IF WS-JS-SLOT-PERIOD (WS-JS-HIT WS-SLOT-IDX) <
                       WS-JS-SLOT-PERIOD (WS-JS-HIT WS-SLOT-OLDEST)
                       MOVE WS-SLOT-IDX TO WS-SLOT-OLDEST
                   END-IF
               END-PERFORM
               IF PJ-PERIOD <
                   WS-JS-SLOT-PERIOD (WS-JS-HIT WS-SLOT-OLDEST)
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SLOT-OLDEST TO WS-SLOT-HIT
               MOVE PJ-PERIOD TO
                   WS-JS-SLOT-PERIOD (WS-JS-HIT WS-SLOT-HIT)
               MOVE 0 TO WS-JS-SLOT-HOURS (WS-JS-HIT WS-SLOT-HIT)
                   WS-JS-SLOT-COST (WS-JS-HIT WS-SLOT-HIT)
           END-IF.
           ADD PJ-HOURS TO WS-JS-SLOT-HOURS (WS-JS-HIT WS-SLOT-HIT).
           ADD PJ-COST TO WS-JS-SLOT-COST (WS-JS-HIT WS-SLOT-HIT).

       FIND-JOB-MASTER.
           MOVE 0 TO WS-BILL-RATE.
           MOVE 'O' TO WS-JOB-STATUS.
           PERFORM VARYING WS-JM-IDX FROM 1 BY 1
               UNTIL WS-JM-IDX > WS-JM-COUNT
               IF WS-JM-CODE (WS-JM-IDX) = WS-FIND-CODE
                   MOVE WS-JM-RATE (WS-JM-IDX) TO WS-BILL-RATE
                   MOVE WS-JM-STATUS (WS-JM-IDX) TO WS-JOB-STATUS
               END-IF
           END-PERFORM.

      *    EACH JOB IS FOLLOWED BY ITS PHASES.
       PRINT-STATUS-REPORT.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE 0 TO WS-OVER-COUNT.
           MOVE "JOBBUDG" TO EXC-LOG-PROGRAM-ID.
           PERFORM VARYING WS-JS-IDX FROM 1 BY 1
               UNTIL WS-JS-IDX > WS-JS-COUNT
               IF WS-JS-PHASE (WS-JS-IDX) = SPACES
                   MOVE WS-JS-IDX TO WS-JS-HIT
                   PERFORM PRINT-STATUS-ROW
                   MOVE WS-JS-CODE (WS-JS-IDX) TO WS-FIND-CODE
                   PERFORM VARYING WS-JS-HIT FROM 1 BY 1
                       UNTIL WS-JS-HIT > WS-JS-COUNT
                       IF WS-JS-CODE (WS-JS-HIT) = WS-FIND-CODE
                           AND WS-JS-PHASE (WS-JS-HIT) NOT = SPACES
                           PERFORM PRINT-STATUS-ROW
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           DISPLAY "--------------------------------------".
           DISPLAY "PROJECTED OVERRUNS LOGGED: " WS-OVER-COUNT.

       PRINT-STATUS-ROW.
           MOVE WS-JS-CODE (WS-JS-HIT) TO WS-FIND-CODE.
           PERFORM FIND-JOB-MASTER.
           PERFORM ESTIMATE-AT-COMPLETION.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE WS-JS-HOURS (WS-JS-HIT) TO OUT-HOURS.
           MOVE WS-JS-BUD-HOURS (WS-JS-HIT) TO OUT-HOURS-2.
           MOVE WS-JS-COST (WS-JS-HIT) TO OUT-AMT.
           MOVE WS-JS-BUD-COST (WS-JS-HIT) TO OUT-AMT-2.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-JS-BUD-COST (WS-JS-HIT) > 0
               COMPUTE WS-PCT-USED ROUNDED =
                   WS-JS-COST (WS-JS-HIT) * 100
                   / WS-JS-BUD-COST (WS-JS-HIT)
               MOVE WS-PCT-USED TO OUT-PCT
               STRING WS-JS-CODE (WS-JS-HIT) " " WS-JS-PHASE (WS-JS-HIT)
                   " " OUT-HOURS "/" OUT-HOURS-2 " " OUT-AMT "/"
                   OUT-AMT-2 " " OUT-PCT "%"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING WS-JS-CODE (WS-JS-HIT) " " WS-JS-PHASE (WS-JS-HIT)
                   " " OUT-HOURS "/" OUT-HOURS-2 " " OUT-AMT
                   "  NO BUDGET"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           DISPLAY WS-RPT-LINE.
           MOVE WS-EAC TO OUT-AMT.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-JS-PHASE (WS-JS-HIT) = SPACES
               MOVE WS-JS-BILLED (WS-JS-HIT) TO OUT-AMT-3
               STRING "     BILLED " OUT-AMT-3 "  EAC " OUT-AMT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "                                  EAC " OUT-AMT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           IF WS-JOB-STATUS = 'C'
               MOVE "CLOSED" TO WS-RPT-LINE (58:7)
           ELSE
               IF WS-JS-BUD-COST (WS-JS-HIT) > 0
                   AND WS-EAC > WS-JS-BUD-COST (WS-JS-HIT)
                   MOVE "OVERRUN" TO WS-RPT-LINE (58:7)
                   PERFORM LOG-PROJECTED-OVERRUN
               END-IF
           END-IF.
           DISPLAY WS-RPT-LINE.

      *    A CLOSED JOB WILL COST NO MORE THAN IT HAS. OTHERWISE THE
      *    BUDGETED HOURS NOT YET WORKED ARE PRICED AT THE RECENT
      *    COST PER HOUR (THE WHOLE HISTORY WHEN THE LAST THREE
      *    PERIODS HAVE NO HOURS, THE BUDGET RATE WHEN NOTHING HAS
      *    BEEN CHARGED). A BUDGET WITH NO HOURS CANNOT BE PROJECTED
      *    AND ITS ESTIMATE IS THE COST TO DATE.
       ESTIMATE-AT-COMPLETION.
           MOVE WS-JS-COST (WS-JS-HIT) TO WS-EAC.
           IF WS-JOB-STATUS = 'C'
               OR WS-JS-BUD-HOURS (WS-JS-HIT) = 0
               OR WS-JS-HOURS (WS-JS-HIT) >= WS-JS-BUD-HOURS (WS-JS-HIT)
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RECENT-HOURS WS-RECENT-COST.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 3
               ADD WS-JS-SLOT-HOURS (WS-JS-HIT WS-SLOT-IDX)
                   TO WS-RECENT-HOURS
               ADD WS-JS-SLOT-COST (WS-JS-HIT WS-SLOT-IDX)
                   TO WS-RECENT-COST
           END-PERFORM.
           IF WS-RECENT-HOURS = 0
               MOVE WS-JS-HOURS (WS-JS-HIT) TO WS-RECENT-HOURS
               MOVE WS-JS-COST (WS-JS-HIT) TO WS-RECENT-COST
           END-IF.
           IF WS-RECENT-HOURS = 0
               MOVE WS-JS-BUD-HOURS (WS-JS-HIT) TO WS-RECENT-HOURS
               MOVE WS-JS-BUD-COST (WS-JS-HIT) TO WS-RECENT-COST
           END-IF.
           COMPUTE WS-RECENT-RATE ROUNDED =
               WS-RECENT-COST / WS-RECENT-HOURS.
           COMPUTE WS-REMAIN-HOURS =
               WS-JS-BUD-HOURS (WS-JS-HIT) - WS-JS-HOURS (WS-JS-HIT).
           COMPUTE WS-EAC ROUNDED = WS-JS-COST (WS-JS-HIT)
               + (WS-REMAIN-HOURS * WS-RECENT-RATE).

       LOG-PROJECTED-OVERRUN.
           ADD 1 TO WS-OVER-COUNT.
           MOVE SPACES TO EXC-LOG-CONTEXT.
           IF WS-JS-PHASE (WS-JS-HIT) = SPACES
               STRING "JOB " WS-JS-CODE (WS-JS-HIT)
                   DELIMITED BY SIZE INTO EXC-LOG-CONTEXT
           ELSE
               STRING "JOB " WS-JS-CODE (WS-JS-HIT) " PHASE "
                   WS-JS-PHASE (WS-JS-HIT)
                   DELIMITED BY SIZE INTO EXC-LOG-CONTEXT
           END-IF.
           COMPUTE WS-OVERRUN = WS-EAC - WS-JS-BUD-COST (WS-JS-HIT).
           MOVE WS-OVERRUN TO OUT-AMT-3.
           MOVE SPACES TO EXC-LOG-REASON.
           STRING "PROJECTED OVER BUDGET BY "
               FUNCTION TRIM(OUT-AMT-3)
               DELIMITED BY SIZE INTO EXC-LOG-REASON.
           CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
               EXC-LOG-CONTEXT EXC-LOG-REASON.

       END PROGRAM JOBBUDG.
