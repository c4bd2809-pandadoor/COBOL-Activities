       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVAR.
      *    PERIOD-OVER-PERIOD PAY VARIANCE REVIEW. EACH EMPLOYEE'S
      *    GROSS, NET, OVERTIME AND DEDUCTIONS (GROSS LESS TAX, LOCAL
      *    TAX INCLUDED, LESS NET) FOR THE PERIOD BEING PAID ARE
      *    COMPARED WITH THEIR PREVIOUS PERIOD ON PAY HISTORY (REGULAR
      *    RUNS, VOIDS LEFT OUT). A LINE IS FLAGGED ON
      *    PRACTICALS/PAYVAR.DAT WHEN ANY OF THE FOUR MOVES BY MORE THAN
      *    THE PERCENTAGE OR AMOUNT LIMIT ON VARLIMIT.DAT (V), WHEN THE
      *    EMPLOYEE IS PAID THIS PERIOD BUT NOT IN THE LAST PERIOD
      *    ANYONE WAS PAID (N), OR WHEN AN ACTIVE EMPLOYEE ON THE MASTER
      *    IS MISSING FROM THE RUN (M). EVERY FLAGGED LINE MUST BE
      *    SIGNED OFF BY AN OPERATOR ON THE OPERATOR FILE BEFORE
      *    PAYRUNCT WILL APPROVE THE PERIOD.
      *    THE LINES ARE REBUILT ON EVERY CALL SO A RECALCULATED
      *    PERIOD IS ALWAYS REVIEWED AS IT NOW STANDS; A SIGN-OFF IS
      *    KEPT ONLY WHILE ITS LINE IS UNCHANGED.
      *    CALLED WITH A FUNCTION CODE: 'B' BUILDS AND LISTS THE
      *    LINES, 'S' BUILDS THEM AND TAKES SIGN-OFFS. BOTH RETURN
      *    THE COUNT OF LINES STILL UNSIGNED AND A STATUS ("OK", OR
      *    "ER" WHEN THE REVIEW COULD NOT BE BUILT).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HIST-FILE
           ASSIGN TO "PRACTICALS/PAYHIST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-PAY-PERIOD WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-PAY-DATE WITH DUPLICATES
           FILE STATUS IS HIST-STATUS.
       SELECT EM-MASTER-FILE
           ASSIGN TO "PRACTICALS/EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT VARLIMIT-FILE
           ASSIGN TO "PRACTICALS/VARLIMIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VARLIMIT-STATUS.
       SELECT PAYVAR-FILE
           ASSIGN TO "PRACTICALS/PAYVAR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYVAR-STATUS.
       SELECT PAYVAR-WORK-FILE
           ASSIGN TO "PRACTICALS/PAYVAR.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYVAR-WORK-STATUS.
       SELECT OPERATOR-FILE
           ASSIGN TO "SELDATA/OPERATORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-STATUS.
       SELECT AUDIT-FILE
           ASSIGN TO "PRACTICALS/AUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-REC.
           COPY PAYHREC.

       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.

       FD  VARLIMIT-FILE.
       01  VARLIMIT-REC.
           05 VL-PERCENT PIC 9(3)V99.
           05 VL-FILLER-1 PIC X(1).
           05 VL-AMOUNT PIC 9(7)V99.

       FD  PAYVAR-FILE.
       01  PAYVAR-REC.
           05 PV-PERIOD PIC X(6).
           05 PV-FILLER-1 PIC X(1).
           05 PV-EMP-ID PIC X(8).
           05 PV-FILLER-2 PIC X(1).
           05 PV-FLAG PIC X(1).
           05 PV-FILLER-3 PIC X(1).
           05 PV-ITEMS PIC X(4).
           05 PV-FILLER-4 PIC X(1).
           05 PV-PRV-PERIOD PIC X(6).
           05 PV-FILLER-5 PIC X(1).
           05 PV-CUR-GROSS PIC S9(7)V99.
           05 PV-PRV-GROSS PIC S9(7)V99.
           05 PV-CUR-NET PIC S9(7)V99.
           05 PV-PRV-NET PIC S9(7)V99.
           05 PV-CUR-OT PIC S9(7)V99.
           05 PV-PRV-OT PIC S9(7)V99.
           05 PV-CUR-DED PIC S9(7)V99.
           05 PV-PRV-DED PIC S9(7)V99.
           05 PV-FILLER-6 PIC X(1).
           05 PV-SIGNED-BY PIC X(10).
           05 PV-FILLER-7 PIC X(1).
           05 PV-SIGNED-DATE PIC 9(8).

       FD  PAYVAR-WORK-FILE.
       01  PAYVAR-WORK-REC PIC X(122).

       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05 OP-ID-IN PIC X(10).
           05 OP-FILLER PIC X(1).
           05 OP-PASSWORD-IN PIC X(10).
           05 OP-FILLER-2 PIC X(1).
           05 OP-ROLE-IN PIC X(10).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05 AUDIT-EMP-ID PIC X(8).
           05 AUDIT-FILLER-1 PIC X(1).
           05 AUDIT-ACTION PIC X(6).
           05 AUDIT-FILLER-2 PIC X(1).
           05 AUDIT-OLD-VALUE PIC X(10).
           05 AUDIT-FILLER-3 PIC X(1).
           05 AUDIT-NEW-VALUE PIC X(10).
           05 AUDIT-FILLER-4 PIC X(1).
           05 AUDIT-TIMESTAMP PIC 9(8).
           05 AUDIT-FILLER-5 PIC X(1).
           05 AUDIT-REASON PIC X(10).

       WORKING-STORAGE SECTION.
       01  HIST-STATUS PIC XX.
       01  EM-FILE-STATUS PIC XX.
       01  VARLIMIT-STATUS PIC XX.
       01  PAYVAR-STATUS PIC XX.
       01  PAYVAR-WORK-STATUS PIC XX.
       01  OPERATOR-STATUS PIC XX.
       01  AUDIT-STATUS PIC XX.

       01  WS-LIMIT-PCT PIC 9(3)V99.
       01  WS-LIMIT-AMT PIC 9(7)V99.
       01  WS-TODAY PIC 9(8).
       01  WS-OPERATOR PIC X(10).
       01  WS-OP-FOUND PIC X.
       01  WS-EMP-IN PIC X(8).
       01  WS-CONFIRM PIC X(1).
       01  WS-SIGN-DONE PIC X.
       01  WS-BUILD-OK PIC X.
       01  WS-UNSIGNED PIC 9(5).
       01  WS-ROW-DED PIC S9(7)V99.
       01  WS-LAST-PERIOD PIC X(6).

      *    ONE ENTRY PER EMPLOYEE SEEN ON HISTORY UP TO THE PERIOD:
      *    THIS PERIOD'S TOTALS AND THOSE OF THE LATEST EARLIER
      *    PERIOD.
       01  WS-VE-COUNT PIC 9(3) VALUE 0.
       01  WS-VE-OVERFLOW PIC X VALUE 'N'.
       01  WS-VE-TABLE.
           05 WS-VE-ENTRY OCCURS 500 TIMES.
               10 WS-VE-EMP-ID PIC X(8).
               10 WS-VE-PAID PIC X(1).
               10 WS-VE-ACTIVE PIC X(1).
               10 WS-VE-PRV-PERIOD PIC X(6).
               10 WS-VE-CUR-GROSS PIC S9(7)V99.
               10 WS-VE-PRV-GROSS PIC S9(7)V99.
               10 WS-VE-CUR-NET PIC S9(7)V99.
               10 WS-VE-PRV-NET PIC S9(7)V99.
               10 WS-VE-CUR-OT PIC S9(7)V99.
               10 WS-VE-PRV-OT PIC S9(7)V99.
               10 WS-VE-CUR-DED PIC S9(7)V99.
               10 WS-VE-PRV-DED PIC S9(7)V99.
       01  WS-VE-IDX PIC 9(3).
       01  WS-VE-FOUND PIC X.

      *    THE PERIOD'S REVIEW LINES, NEW AND AS LAST SAVED.
       01  WS-PL-COUNT PIC 9(3) VALUE 0.
       01  WS-PL-TABLE.
           05 WS-PL-ENTRY OCCURS 500 TIMES.
               10 WS-PL-REC PIC X(122).
       01  WS-PL-IDX PIC 9(3).
       01  WS-OL-COUNT PIC 9(3) VALUE 0.
       01  WS-OL-TABLE.
           05 WS-OL-ENTRY OCCURS 500 TIMES.
               10 WS-OL-REC PIC X(122).
       01  WS-OL-IDX PIC 9(3).

       01  WS-CMP-CUR PIC S9(7)V99.
       01  WS-CMP-PRV PIC S9(7)V99.
       01  WS-CMP-DIFF PIC S9(7)V99.
       01  WS-CMP-PCT PIC S9(7)V99.
       01  WS-CMP-HIT PIC X.
       01  WS-ITEMS PIC X(4).

       01  OUT-CUR PIC -(7)9.99.
       01  OUT-PRV PIC -(7)9.99.
       01  OUT-UNSIGNED PIC ZZZZ9.
       01  OUT-PCT PIC ZZ9.99.
       01  OUT-LIMIT PIC Z(6)9.99.

       LINKAGE SECTION.
       01  LK-VAR-FUNCTION PIC X(1).
       01  LK-VAR-PERIOD PIC X(6).
       01  LK-VAR-UNSIGNED PIC 9(5).
       01  LK-VAR-STATUS PIC X(2).

       PROCEDURE DIVISION USING LK-VAR-FUNCTION LK-VAR-PERIOD
           LK-VAR-UNSIGNED LK-VAR-STATUS.
       MAIN-PARA.
           MOVE "OK" TO LK-VAR-STATUS.
           MOVE 0 TO LK-VAR-UNSIGNED.
           PERFORM BUILD-VARIANCES.
           IF WS-BUILD-OK = 'N'
               MOVE "ER" TO LK-VAR-STATUS
               GOBACK
           END-IF.
           PERFORM LIST-VARIANCES.
           IF LK-VAR-FUNCTION = 'S' AND WS-UNSIGNED > 0
               PERFORM SIGN-OFF-LINES
               PERFORM LIST-VARIANCES
           END-IF.
           MOVE WS-UNSIGNED TO LK-VAR-UNSIGNED.
           GOBACK.

       LOAD-LIMITS.
           MOVE 10.00 TO WS-LIMIT-PCT.
           MOVE 250.00 TO WS-LIMIT-AMT.
           OPEN INPUT VARLIMIT-FILE.
           IF VARLIMIT-STATUS = "00"
               READ VARLIMIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VL-PERCENT IS NUMERIC
                           MOVE VL-PERCENT TO WS-LIMIT-PCT
                       END-IF
                       IF VL-AMOUNT IS NUMERIC
                           MOVE VL-AMOUNT TO WS-LIMIT-AMT
                       END-IF
               END-READ
               CLOSE VARLIMIT-FILE
           END-IF.

      *    BUILDS THE PERIOD'S REVIEW LINES FROM HISTORY AND THE
      *    EMPLOYEE MASTER AND SAVES THEM IN PLACE OF THE PERIOD'S
      *    PREVIOUS LINES, CARRYING FORWARD THE SIGN-OFF OF ANY LINE
      *    THAT HAS NOT CHANGED.
       BUILD-VARIANCES.
           MOVE 'Y' TO WS-BUILD-OK.
           PERFORM LOAD-LIMITS.
           MOVE 0 TO WS-VE-COUNT.
           MOVE 'N' TO WS-VE-OVERFLOW.
           MOVE SPACES TO WS-LAST-PERIOD.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS = "00"
               PERFORM UNTIL HIST-STATUS NOT = "00"
                   READ HIST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HIST-VOID NOT = 'V'
                               AND HIST-VOID NOT = 'R'
                               AND HIST-RUN-TYPE NOT = 'B'
                               AND HIST-PAY-PERIOD <= LK-VAR-PERIOD
                               PERFORM NOTE-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS = "00"
               PERFORM UNTIL EM-FILE-STATUS NOT = "00"
                   READ EM-MASTER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EM-STATUS NOT = 'I'
                               PERFORM NOTE-ACTIVE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EM-MASTER-FILE
           END-IF.

           IF WS-VE-OVERFLOW = 'Y'
               DISPLAY "MORE THAN 500 EMPLOYEES FOR THE VARIANCE"
                   " REVIEW. NOTHING BUILT."
               MOVE 'N' TO WS-BUILD-OK
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-SAVED-LINES.
           MOVE 0 TO WS-PL-COUNT.
           PERFORM VARYING WS-VE-IDX FROM 1 BY 1
               UNTIL WS-VE-IDX > WS-VE-COUNT
               PERFORM CHECK-ONE-EMPLOYEE
           END-PERFORM.
           PERFORM SAVE-VARIANCES.

      *    HISTORY COMES IN EMPLOYEE / PERIOD ORDER, SO THE LAST
      *    EARLIER PERIOD SEEN FOR AN EMPLOYEE IS THEIR PREVIOUS ONE.
       NOTE-HISTORY-ROW.
           MOVE HIST-EMP-ID TO WS-EMP-IN.
           PERFORM FIND-VE-EMPLOYEE.
           IF WS-VE-FOUND = 'N'
               PERFORM ADD-VE-EMPLOYEE
               IF WS-VE-FOUND = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           COMPUTE WS-ROW-DED = HIST-TOTAL-PAY - HIST-TAX-AMOUNT
               - HIST-NET-PAY.
           IF HIST-LOCAL-TAX IS NUMERIC
               SUBTRACT HIST-LOCAL-TAX FROM WS-ROW-DED
           END-IF.
           IF HIST-PAY-PERIOD = LK-VAR-PERIOD
               MOVE 'Y' TO WS-VE-PAID (WS-VE-IDX)
               ADD HIST-TOTAL-PAY TO WS-VE-CUR-GROSS (WS-VE-IDX)
               ADD HIST-NET-PAY TO WS-VE-CUR-NET (WS-VE-IDX)
               ADD HIST-OVERTIME-PAY TO WS-VE-CUR-OT (WS-VE-IDX)
               ADD WS-ROW-DED TO WS-VE-CUR-DED (WS-VE-IDX)
           ELSE
               IF HIST-PAY-PERIOD > WS-LAST-PERIOD
                   MOVE HIST-PAY-PERIOD TO WS-LAST-PERIOD
               END-IF
               IF HIST-PAY-PERIOD NOT = WS-VE-PRV-PERIOD (WS-VE-IDX)
                   MOVE HIST-PAY-PERIOD TO
                       WS-VE-PRV-PERIOD (WS-VE-IDX)
                   MOVE 0 TO WS-VE-PRV-GROSS (WS-VE-IDX)
                       WS-VE-PRV-NET (WS-VE-IDX)
                       WS-VE-PRV-OT (WS-VE-IDX)
                       WS-VE-PRV-DED (WS-VE-IDX)
               END-IF
               ADD HIST-TOTAL-PAY TO WS-VE-PRV-GROSS (WS-VE-IDX)
               ADD HIST-NET-PAY TO WS-VE-PRV-NET (WS-VE-IDX)
               ADD HIST-OVERTIME-PAY TO WS-VE-PRV-OT (WS-VE-IDX)
               ADD WS-ROW-DED TO WS-VE-PRV-DED (WS-VE-IDX)
           END-IF.

       NOTE-ACTIVE-EMPLOYEE.
           MOVE EM-EMP-ID TO WS-EMP-IN.
           PERFORM FIND-VE-EMPLOYEE.
           IF WS-VE-FOUND = 'N'
               PERFORM ADD-VE-EMPLOYEE
           END-IF.
           IF WS-VE-FOUND = 'Y'
               MOVE 'Y' TO WS-VE-ACTIVE (WS-VE-IDX)
           END-IF.

       FIND-VE-EMPLOYEE.
           MOVE 'N' TO WS-VE-FOUND.
           PERFORM VARYING WS-VE-IDX FROM WS-VE-COUNT BY -1
               UNTIL WS-VE-IDX < 1
               OR WS-VE-FOUND = 'Y'
               IF WS-VE-EMP-ID (WS-VE-IDX) = WS-EMP-IN
                   MOVE 'Y' TO WS-VE-FOUND
                   ADD 1 TO WS-VE-IDX
               END-IF
           END-PERFORM.

       ADD-VE-EMPLOYEE.
           IF WS-VE-COUNT >= 500
               MOVE 'Y' TO WS-VE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-VE-COUNT.
           MOVE WS-VE-COUNT TO WS-VE-IDX.
           MOVE 'Y' TO WS-VE-FOUND.
           MOVE WS-EMP-IN TO WS-VE-EMP-ID (WS-VE-IDX).
           MOVE 'N' TO WS-VE-PAID (WS-VE-IDX).
           MOVE 'N' TO WS-VE-ACTIVE (WS-VE-IDX).
           MOVE SPACES TO WS-VE-PRV-PERIOD (WS-VE-IDX).
           MOVE 0 TO WS-VE-CUR-GROSS (WS-VE-IDX)
               WS-VE-PRV-GROSS (WS-VE-IDX)
               WS-VE-CUR-NET (WS-VE-IDX)
               WS-VE-PRV-NET (WS-VE-IDX)
               WS-VE-CUR-OT (WS-VE-IDX)
               WS-VE-PRV-OT (WS-VE-IDX)
               WS-VE-CUR-DED (WS-VE-IDX)
               WS-VE-PRV-DED (WS-VE-IDX).

      *    PAID BUT NOT IN THE LAST PERIOD -> N. PAID IN IT -> V WHEN
      *    ANY MEASURE BREAKS A LIMIT, THE MEASURES THAT DID SHOWN
      *    AS G(ROSS) N(ET) O(VERTIME) D(EDUCTIONS). ACTIVE BUT NOT
      *    PAID -> M. ANYONE ELSE IS NOT A REVIEW LINE.
       CHECK-ONE-EMPLOYEE.
           MOVE SPACES TO PAYVAR-REC.
           MOVE SPACES TO WS-ITEMS.
           IF WS-VE-PAID (WS-VE-IDX) = 'N'
               IF WS-VE-ACTIVE (WS-VE-IDX) = 'N'
                   EXIT PARAGRAPH
               END-IF
               MOVE 'M' TO PV-FLAG
           ELSE
               IF WS-VE-PRV-PERIOD (WS-VE-IDX) = SPACES
                   OR WS-VE-PRV-PERIOD (WS-VE-IDX) NOT = WS-LAST-PERIOD
                   MOVE 'N' TO PV-FLAG
               ELSE
                   PERFORM COMPARE-MEASURES
                   IF WS-ITEMS = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'V' TO PV-FLAG
               END-IF
           END-IF.
           MOVE LK-VAR-PERIOD TO PV-PERIOD.
           MOVE WS-VE-EMP-ID (WS-VE-IDX) TO PV-EMP-ID.
           MOVE WS-ITEMS TO PV-ITEMS.
           MOVE WS-VE-PRV-PERIOD (WS-VE-IDX) TO PV-PRV-PERIOD.
           MOVE WS-VE-CUR-GROSS (WS-VE-IDX) TO PV-CUR-GROSS.
           MOVE WS-VE-PRV-GROSS (WS-VE-IDX) TO PV-PRV-GROSS.
           MOVE WS-VE-CUR-NET (WS-VE-IDX) TO PV-CUR-NET.
           MOVE WS-VE-PRV-NET (WS-VE-IDX) TO PV-PRV-NET.
           MOVE WS-VE-CUR-OT (WS-VE-IDX) TO PV-CUR-OT.
           MOVE WS-VE-PRV-OT (WS-VE-IDX) TO PV-PRV-OT.
           MOVE WS-VE-CUR-DED (WS-VE-IDX) TO PV-CUR-DED.
           MOVE WS-VE-PRV-DED (WS-VE-IDX) TO PV-PRV-DED.
           MOVE 0 TO PV-SIGNED-DATE.
           PERFORM CARRY-SIGN-OFF.
           ADD 1 TO WS-PL-COUNT.
           MOVE PAYVAR-REC TO WS-PL-REC (WS-PL-COUNT).

       COMPARE-MEASURES.
           MOVE WS-VE-CUR-GROSS (WS-VE-IDX) TO WS-CMP-CUR.
           MOVE WS-VE-PRV-GROSS (WS-VE-IDX) TO WS-CMP-PRV.
           PERFORM COMPARE-ONE-MEASURE.
           IF WS-CMP-HIT = 'Y'
               MOVE 'G' TO WS-ITEMS (1:1)
           END-IF.
           MOVE WS-VE-CUR-NET (WS-VE-IDX) TO WS-CMP-CUR.
           MOVE WS-VE-PRV-NET (WS-VE-IDX) TO WS-CMP-PRV.
           PERFORM COMPARE-ONE-MEASURE.
           IF WS-CMP-HIT = 'Y'
               MOVE 'N' TO WS-ITEMS (2:1)
           END-IF.
           MOVE WS-VE-CUR-OT (WS-VE-IDX) TO WS-CMP-CUR.
           MOVE WS-VE-PRV-OT (WS-VE-IDX) TO WS-CMP-PRV.
           PERFORM COMPARE-ONE-MEASURE.
           IF WS-CMP-HIT = 'Y'
               MOVE 'O' TO WS-ITEMS (3:1)
           END-IF.
           MOVE WS-VE-CUR-DED (WS-VE-IDX) TO WS-CMP-CUR.
           MOVE WS-VE-PRV-DED (WS-VE-IDX) TO WS-CMP-PRV.
           PERFORM COMPARE-ONE-MEASURE.
           IF WS-CMP-HIT = 'Y'
               MOVE 'D' TO WS-ITEMS (4:1)
           END-IF.

      *    A LIMIT OF ZERO SWITCHES THAT TEST OFF. A MEASURE THAT
      *    WAS ZERO LAST PERIOD AND IS NOT NOW HAS MOVED BY MORE
      *    THAN ANY PERCENTAGE.
       COMPARE-ONE-MEASURE.
           MOVE 'N' TO WS-CMP-HIT.
           COMPUTE WS-CMP-DIFF = WS-CMP-CUR - WS-CMP-PRV.
           IF WS-CMP-DIFF < 0
               COMPUTE WS-CMP-DIFF = 0 - WS-CMP-DIFF
           END-IF.
           IF WS-CMP-DIFF = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-LIMIT-AMT > 0 AND WS-CMP-DIFF > WS-LIMIT-AMT
               MOVE 'Y' TO WS-CMP-HIT
           END-IF.
           IF WS-LIMIT-PCT > 0
               IF WS-CMP-PRV = 0
                   MOVE 'Y' TO WS-CMP-HIT
               ELSE
                   IF WS-CMP-PRV < 0
                       COMPUTE WS-CMP-PRV = 0 - WS-CMP-PRV
                   END-IF
                   COMPUTE WS-CMP-PCT ROUNDED =
                       WS-CMP-DIFF * 100 / WS-CMP-PRV
                       ON SIZE ERROR
                           MOVE 'Y' TO WS-CMP-HIT
                   END-COMPUTE
                   IF WS-CMP-PCT > WS-LIMIT-PCT
                       MOVE 'Y' TO WS-CMP-HIT
                   END-IF
               END-IF
           END-IF.

      *    A SAVED LINE IDENTICAL BUT FOR ITS SIGN-OFF HANDS THE
      *    SIGN-OFF TO THE REBUILT LINE.
       CARRY-SIGN-OFF.
           PERFORM VARYING WS-OL-IDX FROM 1 BY 1
               UNTIL WS-OL-IDX > WS-OL-COUNT
               IF WS-OL-REC (WS-OL-IDX) (1:102) = PAYVAR-REC (1:102)
                   MOVE WS-OL-REC (WS-OL-IDX) (103:20) TO
                       PAYVAR-REC (103:20)
               END-IF
           END-PERFORM.

      *    THE OTHER PERIODS' LINES ARE SET ASIDE ON THE WORK FILE,
      *    THE PERIOD'S SAVED LINES ARE HELD FOR CARRY-SIGN-OFF, AND
      *    THE FILE IS WRITTEN BACK WITH THE PERIOD'S NEW LINES.
       LOAD-SAVED-LINES.
           MOVE 0 TO WS-OL-COUNT.
           OPEN OUTPUT PAYVAR-WORK-FILE.
           OPEN INPUT PAYVAR-FILE.
           IF PAYVAR-STATUS = "00"
               PERFORM UNTIL PAYVAR-STATUS NOT = "00"
                   READ PAYVAR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PV-PERIOD = LK-VAR-PERIOD
                               IF WS-OL-COUNT < 500
                                   ADD 1 TO WS-OL-COUNT
                                   MOVE PAYVAR-REC TO
                                       WS-OL-REC (WS-OL-COUNT)
                               END-IF
                           ELSE
                               WRITE PAYVAR-WORK-REC FROM PAYVAR-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYVAR-FILE
           END-IF.
           CLOSE PAYVAR-WORK-FILE.

       SAVE-VARIANCES.
           OPEN INPUT PAYVAR-WORK-FILE.
           OPEN OUTPUT PAYVAR-FILE.
           IF PAYVAR-WORK-STATUS = "00"
               PERFORM UNTIL PAYVAR-WORK-STATUS NOT = "00"
                   READ PAYVAR-WORK-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           WRITE PAYVAR-REC FROM PAYVAR-WORK-REC
                   END-READ
               END-PERFORM
               CLOSE PAYVAR-WORK-FILE
           END-IF.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               WRITE PAYVAR-REC FROM WS-PL-REC (WS-PL-IDX)
           END-PERFORM.
           CLOSE PAYVAR-FILE.

       LIST-VARIANCES.
           MOVE 0 TO WS-UNSIGNED.
           MOVE WS-LIMIT-PCT TO OUT-PCT.
           MOVE WS-LIMIT-AMT TO OUT-LIMIT.
           DISPLAY "PAY VARIANCE REVIEW - PERIOD " LK-VAR-PERIOD
               "  LIMITS " OUT-PCT "% / " OUT-LIMIT.
           IF WS-PL-COUNT = 0
               DISPLAY "NO VARIANCES TO REVIEW."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "EMP-ID   FLAG ITEMS PRIOR   MEASURE"
               "          THIS PERIOD     PRIOR PERIOD  SIGNED BY".
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               MOVE WS-PL-REC (WS-PL-IDX) TO PAYVAR-REC
               PERFORM LIST-ONE-LINE
               IF PV-SIGNED-BY = SPACES
                   ADD 1 TO WS-UNSIGNED
               END-IF
           END-PERFORM.
           MOVE WS-UNSIGNED TO OUT-UNSIGNED.
           DISPLAY "LINES AWAITING SIGN-OFF: " OUT-UNSIGNED.

       LIST-ONE-LINE.
           MOVE PV-CUR-GROSS TO OUT-CUR.
           MOVE PV-PRV-GROSS TO OUT-PRV.
           DISPLAY PV-EMP-ID " " PV-FLAG "    " PV-ITEMS "  "
               PV-PRV-PERIOD "  GROSS       " OUT-CUR "  " OUT-PRV
               "  " PV-SIGNED-BY.
           MOVE PV-CUR-NET TO OUT-CUR.
           MOVE PV-PRV-NET TO OUT-PRV.
           DISPLAY "                               NET         "
               OUT-CUR "  " OUT-PRV.
           MOVE PV-CUR-OT TO OUT-CUR.
           MOVE PV-PRV-OT TO OUT-PRV.
           DISPLAY "                               OVERTIME    "
               OUT-CUR "  " OUT-PRV.
           MOVE PV-CUR-DED TO OUT-CUR.
           MOVE PV-PRV-DED TO OUT-PRV.
           DISPLAY "                               DEDUCTIONS  "
               OUT-CUR "  " OUT-PRV.

      *    EACH SIGN-OFF NAMES THE OPERATOR, IS DATED ON THE LINE
      *    AND LANDS ON THE AUDIT TRAIL.
       SIGN-OFF-LINES.
           DISPLAY "YOUR OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           PERFORM VERIFY-OPERATOR.
           IF WS-OP-FOUND = 'N'
               DISPLAY "OPERATOR " WS-OPERATOR " NOT ON FILE."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-SIGN-DONE.
           PERFORM UNTIL WS-SIGN-DONE = 'Y'
               DISPLAY "EMPLOYEE ID TO SIGN OFF (BLANK = DONE): "
                   WITH NO ADVANCING
               ACCEPT WS-EMP-IN
               IF WS-EMP-IN = SPACES
                   MOVE 'Y' TO WS-SIGN-DONE
               ELSE
                   PERFORM SIGN-OFF-ONE-LINE
               END-IF
           END-PERFORM.
           PERFORM LOAD-SAVED-LINES.
           PERFORM SAVE-VARIANCES.

       SIGN-OFF-ONE-LINE.
           MOVE 'N' TO WS-VE-FOUND.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               OR WS-VE-FOUND = 'Y'
               MOVE WS-PL-REC (WS-PL-IDX) TO PAYVAR-REC
               IF PV-EMP-ID = WS-EMP-IN
                   MOVE 'Y' TO WS-VE-FOUND
                   SUBTRACT 1 FROM WS-PL-IDX
               END-IF
           END-PERFORM.
           IF WS-VE-FOUND = 'N'
               DISPLAY "NO REVIEW LINE FOR " WS-EMP-IN "."
               EXIT PARAGRAPH
           END-IF.
           IF PV-SIGNED-BY NOT = SPACES
               DISPLAY "ALREADY SIGNED OFF BY " PV-SIGNED-BY "."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIST-ONE-LINE.
           DISPLAY "SIGN OFF THIS LINE? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OPERATOR TO PV-SIGNED-BY.
           MOVE WS-TODAY TO PV-SIGNED-DATE.
           MOVE PAYVAR-REC TO WS-PL-REC (WS-PL-IDX).
           PERFORM LOG-SIGN-OFF.
           DISPLAY "LINE FOR " WS-EMP-IN " SIGNED OFF.".

       VERIFY-OPERATOR.
           MOVE 'N' TO WS-OP-FOUND.
           IF WS-OPERATOR = SPACES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS = "00"
               PERFORM UNTIL OPERATOR-STATUS NOT = "00"
                   READ OPERATOR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OP-ID-IN = WS-OPERATOR
                               MOVE 'Y' TO WS-OP-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       LOG-SIGN-OFF.
           MOVE SPACES TO AUDIT-REC.
           MOVE PV-EMP-ID TO AUDIT-EMP-ID.
           MOVE "VARSGN" TO AUDIT-ACTION.
           MOVE PV-PERIOD TO AUDIT-OLD-VALUE.
           MOVE PV-FLAG TO AUDIT-NEW-VALUE (1:1).
           MOVE PV-ITEMS TO AUDIT-NEW-VALUE (3:4).
           MOVE WS-TODAY TO AUDIT-TIMESTAMP.
           MOVE WS-OPERATOR TO AUDIT-REASON.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS = "05" OR AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
       END PROGRAM PAYVAR.
