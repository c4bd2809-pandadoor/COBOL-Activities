       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRKCHK.
      *    MEAL-BREAK COMPLIANCE RUN FROM THE CLOCK PUNCH FILE
      *    TIMECLK.DAT. THE IN/OUT PAIRS FOR THE CHOSEN MONTH ARE
      *    GROUPED INTO ONE SHIFT PER EMPLOYEE PER DAY; A SHIFT
      *    WORKED LONGER THAN THE BRKCFG.DAT LIMIT MUST SHOW A GAP
      *    BETWEEN PAIRS OF AT LEAST THE MINIMUM BREAK, STARTING NO
      *    LATER THAN THE CONFIGURED HOURS INTO THE SHIFT. EACH
      *    VIOLATION (NO QUALIFYING BREAK, OR A BREAK TAKEN TOO
      *    LATE) CREDITS THE BREAK PREMIUM - THE CONFIGURED HOURS AT
      *    THE EMPLOYEE'S RATE - AS A PENDING EARNINGS LINE (CODE
      *    BRKP) ON EARNPEND.DAT FOR THE NEXT PAY RUN, GOES TO THE
      *    EXCEPTION LOG FOR SUPERVISOR FOLLOW-UP, AND IS KEPT ON
      *    BRKVIOL.DAT WITH THE DEPARTMENT AND SUPERVISOR OF THE
      *    DAY. A DAY ALREADY ON BRKVIOL.DAT IS NEVER CREDITED
      *    TWICE, SO THE RUN CAN BE REPEATED. THE RUN ENDS WITH THE
      *    MONTH'S VIOLATION SUMMARY BY DEPARTMENT AND SUPERVISOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CLOCK-FILE
           ASSIGN TO "PRACTICALS/TIMECLK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLOCK-STATUS.
       SELECT BRKCFG-FILE
           ASSIGN TO "PRACTICALS/BRKCFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BRKCFG-STATUS.
       SELECT BRKVIOL-FILE
           ASSIGN TO "PRACTICALS/BRKVIOL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BRKVIOL-STATUS.
       SELECT EARNPEND-FILE
           ASSIGN TO "PRACTICALS/EARNPEND.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EARNPEND-STATUS.
       SELECT WS-EMPLOYEES-FILE
           ASSIGN TO "PRACTICALS/QUIZLAB3.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-FILE-STATUS.
       SELECT EM-MASTER-FILE
           ASSIGN TO "PRACTICALS/EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOCK-FILE.
       01  CLOCK-REC.
           05 TC-EMP-ID PIC X(8).
           05 TC-FILLER-1 PIC X(1).
           05 TC-DATE PIC 9(8).
           05 TC-FILLER-2 PIC X(1).
           05 TC-TIME-IN PIC X(4).
           05 TC-FILLER-3 PIC X(1).
           05 TC-TIME-OUT PIC X(4).

       FD  BRKCFG-FILE.
       01  BRKCFG-REC.
           05 BC-SHIFT-HRS PIC 9(2)V99.
           05 BC-FILLER-1 PIC X(1).
           05 BC-MIN-BREAK PIC 9(3).
           05 BC-FILLER-2 PIC X(1).
           05 BC-LATEST-HRS PIC 9(2)V99.
           05 BC-FILLER-3 PIC X(1).
           05 BC-PREMIUM-HRS PIC 9V99.

       FD  BRKVIOL-FILE.
       01  BRKVIOL-REC.
           05 BV-EMP-ID PIC X(8).
           05 BV-FILLER-1 PIC X(1).
           05 BV-DATE PIC 9(8).
           05 BV-FILLER-2 PIC X(1).
           05 BV-TYPE PIC X(6).
           05 BV-FILLER-3 PIC X(1).
           05 BV-WORK-MINS PIC 9(4).
           05 BV-FILLER-4 PIC X(1).
           05 BV-AMOUNT PIC 9(7)V99.
           05 BV-FILLER-5 PIC X(1).
           05 BV-DEPT PIC X(4).
           05 BV-FILLER-6 PIC X(1).
           05 BV-SUPERVISOR PIC X(8).
           05 BV-FILLER-7 PIC X(1).
           05 BV-RUN-DATE PIC 9(8).

       FD  EARNPEND-FILE.
       01  EARNPEND-REC.
           05 EP-EMP-ID PIC X(8).
           05 EP-FILLER-1 PIC X(1).
           05 EP-CODE PIC X(4).
           05 EP-FILLER-2 PIC X(1).
           05 EP-AMOUNT PIC 9(7)V99.
           05 EP-FILLER-3 PIC X(1).
           05 EP-DATE PIC 9(8).
           05 EP-FILLER-4 PIC X(1).
           05 EP-STATUS PIC X(1).
           05 EP-FILLER-5 PIC X(1).
           05 EP-SOURCE PIC X(10).

       FD  WS-EMPLOYEES-FILE.
       01  WS-EMPLOYEES-REC.
           05 EMP-ID PIC X(8).
           05 WS-STATUS PIC X(1).
           05 WS-EMPLOYEE-NAME PIC X(15).
           05 WS-NO-OF-HOURS PIC S9(5)V99.
           05 WS-RATE-PER-HOUR PIC S9(5)V99.
           05 WS-BASIC-PAY PIC S9(7)V99.
           05 WS-OVERTIME-PAY PIC S9(7)V99.
           05 WS-TOTAL-PAY PIC S9(7)V99.
           05 WS-TAX-AMOUNT PIC S9(7)V99.
           05 WS-NET-PAY PIC S9(7)V99.
           05 WS-YTD-GROSS PIC S9(9)V99.
           05 WS-YTD-OVERTIME PIC S9(9)V99.
           05 WS-YTD-TAX PIC S9(9)V99.
           05 WS-PAY-PERIOD PIC X(6).
           05 WS-PAY-DATE PIC 9(8).

       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.

       WORKING-STORAGE SECTION.
       01  CLOCK-STATUS PIC XX.
       01  BRKCFG-STATUS PIC XX.
       01  BRKVIOL-STATUS PIC XX.
       01  EARNPEND-STATUS PIC XX.
       01  WS-FILE-STATUS PIC XX.
       01  EM-FILE-STATUS PIC XX.
       01  WS-PAY-OPEN PIC X VALUE 'N'.
       01  WS-EM-OPEN PIC X VALUE 'N'.

       01  WS-TODAY PIC 9(8).
       01  WS-MONTH-IN PIC 9(6).
       01  WS-MONTH-X REDEFINES WS-MONTH-IN PIC X(6).
       01  WS-SHIFT-HRS PIC 9(2)V99 VALUE 5.00.
       01  WS-MIN-BREAK PIC 9(3) VALUE 30.
       01  WS-LATEST-HRS PIC 9(2)V99 VALUE 5.00.
       01  WS-PREMIUM-HRS PIC 9V99 VALUE 1.00.
       01  WS-SHIFT-MINS PIC 9(5).
       01  WS-LATEST-MINS PIC 9(5).

      *    THE MONTH'S PUNCH PAIRS, SORTED ON EMPLOYEE, DATE AND
      *    IN-TIME SO EACH DAY'S PAIRS SIT TOGETHER IN ORDER.
       01  WS-PN-COUNT PIC 9(4) VALUE 0.
       01  WS-PN-OVERFLOW PIC X VALUE 'N'.
       01  WS-PN-TABLE.
           05 WS-PN-ENTRY OCCURS 1000 TIMES.
               10 WS-PN-KEY.
                   15 WS-PN-EMP PIC X(8).
                   15 WS-PN-DATE PIC 9(8).
                   15 WS-PN-IN PIC 9(4).
               10 WS-PN-OUT PIC 9(4).
       01  WS-PN-IDX PIC 9(4).
       01  WS-PN-JDX PIC 9(4).
       01  WS-SWAP-ENTRY PIC X(24).

       01  WS-DAY-START PIC 9(4).
       01  WS-DAY-END PIC 9(4).
       01  WS-IN-HH PIC 9(2).
       01  WS-IN-MM PIC 9(2).
       01  WS-OUT-HH PIC 9(2).
       01  WS-OUT-MM PIC 9(2).
       01  WS-IN-MINS PIC 9(5).
       01  WS-OUT-MINS PIC 9(5).
       01  WS-PRIOR-OUT PIC 9(5).
       01  WS-FIRST-IN PIC 9(5).
       01  WS-GAP-MINS PIC S9(5).
       01  WS-WORK-MINS PIC 9(5).
       01  WS-PAIR-MINS PIC S9(5).
       01  WS-BREAK-FOUND PIC X.
       01  WS-BREAK-AT PIC 9(5).
       01  WS-VIOL-TYPE PIC X(6).

      *    DAYS ALREADY ON THE VIOLATION FILE, SO A RERUN OF THE
      *    SAME MONTH DOES NOT CREDIT THE PREMIUM AGAIN.
       01  WS-DONE-COUNT PIC 9(4) VALUE 0.
       01  WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 2000 TIMES.
               10 WS-DONE-EMP PIC X(8).
               10 WS-DONE-DATE PIC 9(8).
       01  WS-DONE-IDX PIC 9(4).
       01  WS-ALREADY PIC X.

       01  WS-PREMIUM PIC 9(7)V99.
       01  WS-EMP-DEPT PIC X(4).
       01  WS-EMP-SUPER PIC X(8).

       01  WS-SHIFT-COUNT PIC 9(5) VALUE 0.
       01  WS-NOMEAL-COUNT PIC 9(5) VALUE 0.
       01  WS-LATE-COUNT PIC 9(5) VALUE 0.
       01  WS-DUP-COUNT PIC 9(5) VALUE 0.
       01  WS-NOPAY-COUNT PIC 9(5) VALUE 0.
       01  WS-PREMIUM-TOTAL PIC 9(7)V99 VALUE 0.

       01  WS-SM-COUNT PIC 9(3) VALUE 0.
       01  WS-SM-TABLE.
           05 WS-SM-ENTRY OCCURS 200 TIMES.
               10 WS-SM-KIND PIC X(1).
               10 WS-SM-KEY PIC X(8).
               10 WS-SM-NOMEAL PIC 9(5).
               10 WS-SM-LATE PIC 9(5).
               10 WS-SM-AMOUNT PIC 9(7)V99.
       01  WS-SM-IDX PIC 9(3).
       01  WS-SM-KIND-IN PIC X(1).
       01  WS-SM-KEY-IN PIC X(8).
       01  WS-SM-FOUND PIC X.
       01  WS-SM-OVERFLOW PIC X VALUE 'N'.

       01  OUT-COUNT PIC ZZZZ9.
       01  OUT-NOMEAL PIC ZZZZ9.
       01  OUT-LATE PIC ZZZZ9.
       01  OUT-AMT PIC ZZZ,ZZ9.99.
       01  OUT-HOURS PIC Z9.99.

       01  EXC-LOG-PROGRAM-ID PIC X(10).
       01  EXC-LOG-CONTEXT PIC X(20).
       01  EXC-LOG-REASON PIC X(40).

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40) VALUE
           "MEAL-BREAK VIOLATIONS FOR THE MONTH".
       01  WS-RPT-COLHDR PIC X(80).
       01  WS-RPT-LPP PIC 9(3) VALUE 20.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "MONTH TO CHECK (YYYYMM, 0 FOR THIS MONTH): "
               WITH NO ADVANCING.
           ACCEPT WS-MONTH-IN.
           IF WS-MONTH-IN = 0
               MOVE WS-TODAY (1:6) TO WS-MONTH-X
           END-IF.
           PERFORM LOAD-BREAK-CONFIG.
           MOVE WS-SHIFT-HRS TO OUT-HOURS.
           DISPLAY "MEAL-BREAK CHECK " WS-MONTH-X "  SHIFTS OVER "
               FUNCTION TRIM(OUT-HOURS) " HOURS NEED A "
               WS-MIN-BREAK "-MINUTE BREAK.".
           PERFORM LOAD-DONE-DAYS.
           PERFORM LOAD-MONTH-PUNCHES.
           IF WS-PN-OVERFLOW = 'Y'
               DISPLAY "MORE THAN 1000 PUNCH PAIRS IN THE MONTH. RUN"
                   " NOT MADE."
               MOVE "BRKCHK" TO EXC-LOG-PROGRAM-ID
               MOVE WS-MONTH-X TO EXC-LOG-CONTEXT
               MOVE "PUNCH TABLE FULL, BREAK CHECK NOT RUN" TO
                   EXC-LOG-REASON
               CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                   EXC-LOG-CONTEXT EXC-LOG-REASON
               STOP RUN
           END-IF.
           PERFORM SORT-PUNCHES.
           OPEN INPUT WS-EMPLOYEES-FILE.
           IF WS-FILE-STATUS = "00"
               MOVE 'Y' TO WS-PAY-OPEN
           END-IF.
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS = "00"
               MOVE 'Y' TO WS-EM-OPEN
           END-IF.
           MOVE 1 TO WS-DAY-START.
           PERFORM UNTIL WS-DAY-START > WS-PN-COUNT
               PERFORM FIND-DAY-END
               PERFORM CHECK-ONE-SHIFT
               COMPUTE WS-DAY-START = WS-DAY-END + 1
           END-PERFORM.
           IF WS-PAY-OPEN = 'Y'
               CLOSE WS-EMPLOYEES-FILE
           END-IF.
           IF WS-EM-OPEN = 'Y'
               CLOSE EM-MASTER-FILE
           END-IF.

           MOVE WS-SHIFT-COUNT TO OUT-COUNT.
           DISPLAY "SHIFTS CHECKED:        " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-NOMEAL-COUNT TO OUT-COUNT.
           DISPLAY "NO QUALIFYING BREAK:   " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-LATE-COUNT TO OUT-COUNT.
           DISPLAY "BREAK TAKEN TOO LATE:  " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-DUP-COUNT TO OUT-COUNT.
           DISPLAY "ALREADY CREDITED:      " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-NOPAY-COUNT TO OUT-COUNT.
           DISPLAY "NOT ON PAY FILE:       " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-PREMIUM-TOTAL TO OUT-AMT.
           DISPLAY "PREMIUM CREDITED:      " FUNCTION TRIM(OUT-AMT).
           DISPLAY "PENDING LINES PAY AS CODE BRKP ON THE NEXT"
               " PAY RUN.".
           PERFORM PRINT-MONTH-SUMMARY.
           STOP RUN.

      *    BRKCFG.DAT: SHIFT LENGTH (HOURS) THAT NEEDS A MEAL BREAK,
      *    MINIMUM BREAK (MINUTES), LATEST BREAK START (HOURS INTO
      *    THE SHIFT) AND THE PREMIUM (HOURS OF PAY PER VIOLATION).
       LOAD-BREAK-CONFIG.
           OPEN INPUT BRKCFG-FILE.
           IF BRKCFG-STATUS = "00"
               READ BRKCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BC-SHIFT-HRS IS NUMERIC
                           AND BC-SHIFT-HRS > 0
                           MOVE BC-SHIFT-HRS TO WS-SHIFT-HRS
                       END-IF
                       IF BC-MIN-BREAK IS NUMERIC
                           AND BC-MIN-BREAK > 0
                           MOVE BC-MIN-BREAK TO WS-MIN-BREAK
                       END-IF
                       IF BC-LATEST-HRS IS NUMERIC
                           AND BC-LATEST-HRS > 0
                           MOVE BC-LATEST-HRS TO WS-LATEST-HRS
                       END-IF
                       IF BC-PREMIUM-HRS IS NUMERIC
                           MOVE BC-PREMIUM-HRS TO WS-PREMIUM-HRS
                       END-IF
               END-READ
               CLOSE BRKCFG-FILE
           END-IF.
           COMPUTE WS-SHIFT-MINS = WS-SHIFT-HRS * 60.
           COMPUTE WS-LATEST-MINS = WS-LATEST-HRS * 60.

       LOAD-DONE-DAYS.
           OPEN INPUT BRKVIOL-FILE.
           IF BRKVIOL-STATUS = "00"
               PERFORM UNTIL BRKVIOL-STATUS NOT = "00"
                   READ BRKVIOL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BV-DATE IS NUMERIC
                               AND BV-DATE (1:6) = WS-MONTH-X
                               AND WS-DONE-COUNT < 2000
                               ADD 1 TO WS-DONE-COUNT
                               MOVE BV-EMP-ID TO
                                   WS-DONE-EMP (WS-DONE-COUNT)
                               MOVE BV-DATE TO
                                   WS-DONE-DATE (WS-DONE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRKVIOL-FILE
           END-IF.

      *    ROWS WITH MISSING OR NON-NUMERIC TIMES ARE THE PUNCH
      *    IMPORT'S EXCEPTIONS AND ARE LEFT TO THE REPAIR WORKLIST.
       LOAD-MONTH-PUNCHES.
           OPEN INPUT CLOCK-FILE.
           IF CLOCK-STATUS NOT = "00"
               DISPLAY "NO CLOCK PUNCH FILE AT PRACTICALS/TIMECLK.DAT."
               STOP RUN
           END-IF.
           PERFORM UNTIL CLOCK-STATUS NOT = "00"
               READ CLOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TC-DATE IS NUMERIC
                           AND TC-DATE (1:6) = WS-MONTH-X
                           AND TC-TIME-IN IS NUMERIC
                           AND TC-TIME-OUT IS NUMERIC
                           IF WS-PN-COUNT < 1000
                               ADD 1 TO WS-PN-COUNT
                               MOVE TC-EMP-ID TO
                                   WS-PN-EMP (WS-PN-COUNT)
                               MOVE TC-DATE TO
                                   WS-PN-DATE (WS-PN-COUNT)
                               MOVE TC-TIME-IN TO
                                   WS-PN-IN (WS-PN-COUNT)
                               MOVE TC-TIME-OUT TO
                                   WS-PN-OUT (WS-PN-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-PN-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLOCK-FILE.

       SORT-PUNCHES.
           PERFORM VARYING WS-PN-IDX FROM 1 BY 1
               UNTIL WS-PN-IDX >= WS-PN-COUNT
               PERFORM VARYING WS-PN-JDX FROM 1 BY 1
                   UNTIL WS-PN-JDX > WS-PN-COUNT - WS-PN-IDX
                   IF WS-PN-KEY (WS-PN-JDX) >
                       WS-PN-KEY (WS-PN-JDX + 1)
                       MOVE WS-PN-ENTRY (WS-PN-JDX) TO WS-SWAP-ENTRY
                       MOVE WS-PN-ENTRY (WS-PN-JDX + 1) TO
                           WS-PN-ENTRY (WS-PN-JDX)
                       MOVE WS-SWAP-ENTRY TO
                           WS-PN-ENTRY (WS-PN-JDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       FIND-DAY-END.
           MOVE WS-DAY-START TO WS-DAY-END.
           PERFORM UNTIL WS-DAY-END >= WS-PN-COUNT
               OR WS-PN-EMP (WS-DAY-END + 1) NOT =
                   WS-PN-EMP (WS-DAY-START)
               OR WS-PN-DATE (WS-DAY-END + 1) NOT =
                   WS-PN-DATE (WS-DAY-START)
               ADD 1 TO WS-DAY-END
           END-PERFORM.

      *    THE SHIFT RUNS FROM THE FIRST IN-PUNCH; THE FIRST GAP
      *    BETWEEN PAIRS THAT IS AT LEAST THE MINIMUM BREAK IS THE
      *    MEAL BREAK, AND IT MUST START INSIDE THE LATEST-START
      *    WINDOW. AN OUT-PUNCH BEFORE ITS IN-PUNCH CROSSES
      *    MIDNIGHT.
       CHECK-ONE-SHIFT.
           ADD 1 TO WS-SHIFT-COUNT.
           MOVE 0 TO WS-WORK-MINS.
           MOVE 'N' TO WS-BREAK-FOUND.
           MOVE 0 TO WS-BREAK-AT.
           PERFORM VARYING WS-PN-IDX FROM WS-DAY-START BY 1
               UNTIL WS-PN-IDX > WS-DAY-END
               DIVIDE WS-PN-IN (WS-PN-IDX) BY 100
                   GIVING WS-IN-HH REMAINDER WS-IN-MM
               DIVIDE WS-PN-OUT (WS-PN-IDX) BY 100
                   GIVING WS-OUT-HH REMAINDER WS-OUT-MM
               COMPUTE WS-IN-MINS = WS-IN-HH * 60 + WS-IN-MM
               COMPUTE WS-OUT-MINS = WS-OUT-HH * 60 + WS-OUT-MM
               IF WS-OUT-MINS < WS-IN-MINS
                   ADD 1440 TO WS-OUT-MINS
               END-IF
               COMPUTE WS-PAIR-MINS = WS-OUT-MINS - WS-IN-MINS
               IF WS-PAIR-MINS > 0
                   ADD WS-PAIR-MINS TO WS-WORK-MINS
               END-IF
               IF WS-PN-IDX = WS-DAY-START
                   MOVE WS-IN-MINS TO WS-FIRST-IN
               ELSE
                   COMPUTE WS-GAP-MINS = WS-IN-MINS - WS-PRIOR-OUT
                   IF WS-GAP-MINS >= WS-MIN-BREAK
                       AND WS-BREAK-FOUND = 'N'
                       MOVE 'Y' TO WS-BREAK-FOUND
                       COMPUTE WS-BREAK-AT =
                           WS-PRIOR-OUT - WS-FIRST-IN
                   END-IF
               END-IF
               MOVE WS-OUT-MINS TO WS-PRIOR-OUT
           END-PERFORM.
           IF WS-WORK-MINS NOT > WS-SHIFT-MINS
               EXIT PARAGRAPH
           END-IF.
           IF WS-BREAK-FOUND = 'N'
               MOVE "NOMEAL" TO WS-VIOL-TYPE
           ELSE
               IF WS-BREAK-AT > WS-LATEST-MINS
                   MOVE "LATE" TO WS-VIOL-TYPE
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM RECORD-VIOLATION.

       RECORD-VIOLATION.
           MOVE 'N' TO WS-ALREADY.
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
               UNTIL WS-DONE-IDX > WS-DONE-COUNT
               IF WS-DONE-EMP (WS-DONE-IDX) = WS-PN-EMP (WS-DAY-START)
                   AND WS-DONE-DATE (WS-DONE-IDX) =
                       WS-PN-DATE (WS-DAY-START)
                   MOVE 'Y' TO WS-ALREADY
               END-IF
           END-PERFORM.
           IF WS-ALREADY = 'Y'
               ADD 1 TO WS-DUP-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-VIOL-TYPE = "NOMEAL"
               ADD 1 TO WS-NOMEAL-COUNT
           ELSE
               ADD 1 TO WS-LATE-COUNT
           END-IF.

           MOVE 0 TO WS-PREMIUM.
           IF WS-PAY-OPEN = 'Y'
               MOVE WS-PN-EMP (WS-DAY-START) TO EMP-ID
               READ WS-EMPLOYEES-FILE
                   INVALID KEY
                       ADD 1 TO WS-NOPAY-COUNT
                   NOT INVALID KEY
                       COMPUTE WS-PREMIUM ROUNDED =
                           WS-PREMIUM-HRS * WS-RATE-PER-HOUR
               END-READ
           ELSE
               ADD 1 TO WS-NOPAY-COUNT
           END-IF.
           MOVE SPACES TO WS-EMP-DEPT WS-EMP-SUPER.
           IF WS-EM-OPEN = 'Y'
               MOVE WS-PN-EMP (WS-DAY-START) TO EM-EMP-ID
               READ EM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-DEPT-CODE TO WS-EMP-DEPT
                       MOVE EM-SUPERVISOR TO WS-EMP-SUPER
               END-READ
           END-IF.

           IF WS-PREMIUM > 0
               PERFORM CREDIT-BREAK-PREMIUM
           END-IF.
           PERFORM WRITE-VIOLATION.

           MOVE "BRKCHK" TO EXC-LOG-PROGRAM-ID.
           MOVE WS-PN-EMP (WS-DAY-START) TO EXC-LOG-CONTEXT.
           MOVE SPACES TO EXC-LOG-REASON.
           IF WS-VIOL-TYPE = "NOMEAL"
               STRING "NO MEAL BREAK ON " WS-PN-DATE (WS-DAY-START)
                   " SUPV " WS-EMP-SUPER
                   DELIMITED BY SIZE INTO EXC-LOG-REASON
           ELSE
               STRING "LATE MEAL BREAK ON " WS-PN-DATE (WS-DAY-START)
                   " SUPV " WS-EMP-SUPER
                   DELIMITED BY SIZE INTO EXC-LOG-REASON
           END-IF.
           CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID EXC-LOG-CONTEXT
               EXC-LOG-REASON.
           MOVE WS-PREMIUM TO OUT-AMT.
           DISPLAY WS-PN-EMP (WS-DAY-START) "  "
               WS-PN-DATE (WS-DAY-START) "  " WS-VIOL-TYPE
               "  PREMIUM " OUT-AMT.

       CREDIT-BREAK-PREMIUM.
           OPEN EXTEND EARNPEND-FILE.
           IF EARNPEND-STATUS = "05" OR EARNPEND-STATUS = "35"
               OPEN OUTPUT EARNPEND-FILE
           END-IF.
           MOVE SPACES TO EARNPEND-REC.
           MOVE WS-PN-EMP (WS-DAY-START) TO EP-EMP-ID.
           MOVE "BRKP" TO EP-CODE.
           MOVE WS-PREMIUM TO EP-AMOUNT.
           MOVE WS-PN-DATE (WS-DAY-START) TO EP-DATE.
           MOVE 'P' TO EP-STATUS.
           MOVE "BRKCHK" TO EP-SOURCE.
           WRITE EARNPEND-REC.
           CLOSE EARNPEND-FILE.
           ADD WS-PREMIUM TO WS-PREMIUM-TOTAL.

       WRITE-VIOLATION.
           OPEN EXTEND BRKVIOL-FILE.
           IF BRKVIOL-STATUS = "05" OR BRKVIOL-STATUS = "35"
               OPEN OUTPUT BRKVIOL-FILE
           END-IF.
           MOVE SPACES TO BRKVIOL-REC.
           MOVE WS-PN-EMP (WS-DAY-START) TO BV-EMP-ID.
           MOVE WS-PN-DATE (WS-DAY-START) TO BV-DATE.
           MOVE WS-VIOL-TYPE TO BV-TYPE.
           MOVE WS-WORK-MINS TO BV-WORK-MINS.
           MOVE WS-PREMIUM TO BV-AMOUNT.
           MOVE WS-EMP-DEPT TO BV-DEPT.
           MOVE WS-EMP-SUPER TO BV-SUPERVISOR.
           MOVE WS-TODAY TO BV-RUN-DATE.
           WRITE BRKVIOL-REC.
           CLOSE BRKVIOL-FILE.

      *    THE SUMMARY READS EVERY VIOLATION ON FILE FOR THE MONTH,
      *    NOT JUST THIS RUN'S, TOTALLED ONCE BY DEPARTMENT (KIND D)
      *    AND ONCE BY SUPERVISOR (KIND S).
       PRINT-MONTH-SUMMARY.
           MOVE 0 TO WS-SM-COUNT.
           OPEN INPUT BRKVIOL-FILE.
           IF BRKVIOL-STATUS = "00"
               PERFORM UNTIL BRKVIOL-STATUS NOT = "00"
                   READ BRKVIOL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BV-DATE IS NUMERIC
                               AND BV-DATE (1:6) = WS-MONTH-X
                               MOVE 'D' TO WS-SM-KIND-IN
                               MOVE BV-DEPT TO WS-SM-KEY-IN
                               PERFORM ADD-TO-SUMMARY
                               MOVE 'S' TO WS-SM-KIND-IN
                               MOVE BV-SUPERVISOR TO WS-SM-KEY-IN
                               PERFORM ADD-TO-SUMMARY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRKVIOL-FILE
           END-IF.
           IF WS-SM-COUNT = 0
               DISPLAY "NO MEAL-BREAK VIOLATIONS ON FILE FOR "
                   WS-MONTH-X "."
               EXIT PARAGRAPH
           END-IF.
           IF WS-SM-OVERFLOW = 'Y'
               DISPLAY "WARNING: MORE THAN 200 SUMMARY LINES, LIST"
                   " IS INCOMPLETE."
           END-IF.
           MOVE "DEPT        NO BREAK  LATE BREAK    PREMIUM"
               TO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "MONTH: " WS-MONTH-X.
           MOVE 'D' TO WS-SM-KIND-IN.
           PERFORM PRINT-SUMMARY-KIND.
           MOVE "SUPERVISOR  NO BREAK  LATE BREAK    PREMIUM"
               TO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "MONTH: " WS-MONTH-X.
           MOVE 'S' TO WS-SM-KIND-IN.
           PERFORM PRINT-SUMMARY-KIND.

       ADD-TO-SUMMARY.
           MOVE 'N' TO WS-SM-FOUND.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
               UNTIL WS-SM-IDX > WS-SM-COUNT OR WS-SM-FOUND = 'Y'
               IF WS-SM-KIND (WS-SM-IDX) = WS-SM-KIND-IN
                   AND WS-SM-KEY (WS-SM-IDX) = WS-SM-KEY-IN
                   MOVE 'Y' TO WS-SM-FOUND
                   SUBTRACT 1 FROM WS-SM-IDX
               END-IF
           END-PERFORM.
           IF WS-SM-FOUND = 'N'
               IF WS-SM-COUNT >= 200
                   MOVE 'Y' TO WS-SM-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SM-COUNT
               MOVE WS-SM-COUNT TO WS-SM-IDX
               MOVE WS-SM-KIND-IN TO WS-SM-KIND (WS-SM-IDX)
               MOVE WS-SM-KEY-IN TO WS-SM-KEY (WS-SM-IDX)
               MOVE 0 TO WS-SM-NOMEAL (WS-SM-IDX)
                   WS-SM-LATE (WS-SM-IDX) WS-SM-AMOUNT (WS-SM-IDX)
           END-IF.
           IF BV-TYPE = "NOMEAL"
               ADD 1 TO WS-SM-NOMEAL (WS-SM-IDX)
           ELSE
               ADD 1 TO WS-SM-LATE (WS-SM-IDX)
           END-IF.
           IF BV-AMOUNT IS NUMERIC
               ADD BV-AMOUNT TO WS-SM-AMOUNT (WS-SM-IDX)
           END-IF.

       PRINT-SUMMARY-KIND.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
               UNTIL WS-SM-IDX > WS-SM-COUNT
               IF WS-SM-KIND (WS-SM-IDX) = WS-SM-KIND-IN
                   MOVE 'L' TO WS-RPT-FUNCTION
                   CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
                       WS-RPT-COLHDR WS-RPT-LPP
                   MOVE WS-SM-NOMEAL (WS-SM-IDX) TO OUT-NOMEAL
                   MOVE WS-SM-LATE (WS-SM-IDX) TO OUT-LATE
                   MOVE WS-SM-AMOUNT (WS-SM-IDX) TO OUT-AMT
                   IF WS-SM-KEY (WS-SM-IDX) = SPACES
                       DISPLAY "(NONE)    " "     " OUT-NOMEAL
                           "       " OUT-LATE "  " OUT-AMT
                   ELSE
                       DISPLAY WS-SM-KEY (WS-SM-IDX) "  " "     "
                           OUT-NOMEAL "       " OUT-LATE "  " OUT-AMT
                   END-IF
               END-IF
           END-PERFORM.
       END PROGRAM BRKCHK.
