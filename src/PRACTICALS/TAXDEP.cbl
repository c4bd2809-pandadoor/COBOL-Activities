       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXDEP.
      *    PAYROLL TAX DEPOSITS. BUILDS THE DEPOSIT-LIABILITY FILE
      *    PRACTICALS/TAXLIAB.DAT FROM PAY HISTORY, ONE LIABILITY
      *    PER PAY DATE AND EMPLOYING COMPANY, CARRYING THE TAX
      *    WITHHELD, THE EMPLOYER SOCIAL AND UNEMPLOYMENT AMOUNTS AND
      *    THE DATE THE DEPOSIT FALLS DUE UNDER THE DEPOSIT SCHEDULE
      *    ON DEPSCHED.DAT (MONTHLY, SEMIWEEKLY OR NEXT DAY, WITH ANY
      *    SINGLE LIABILITY AT OR OVER THE NEXT-DAY LIMIT DUE THE
      *    NEXT DAY WHATEVER THE SCHEDULE). A DUE DATE ON A WEEKEND
      *    OR A DATE ON THE HOLIDAY MASTER MOVES TO THE NEXT WORKING
      *    DAY. DEPOSITS MADE ARE RECORDED AGAINST THEIR LIABILITY ON
      *    TAXDEPS.DAT. THE QUARTERLY RECONCILIATION RECOMPUTES THE
      *    QUARTER'S LIABILITIES FROM PAY HISTORY, SETS THE DEPOSITS
      *    RECORDED AGAINST THEM AND FLAGS EVERY LIABILITY DEPOSITED
      *    SHORT OR LATE TO THE EXCEPTION LOG BEFORE THE QUARTERLY
      *    RETURN IS FILED. A VOIDED ROW AND ITS REVERSAL ROW ARE
      *    BOTH LEFT OUT, THE SAME WAY THE WAGE FILING TREATS THEM.
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
       SELECT LIAB-FILE
           ASSIGN TO "PRACTICALS/TAXLIAB.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIAB-STATUS.
       SELECT DEPS-FILE
           ASSIGN TO "PRACTICALS/TAXDEPS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPS-STATUS.
       SELECT SCHED-FILE
           ASSIGN TO "PRACTICALS/DEPSCHED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCHED-STATUS.
       SELECT HOLIDAY-FILE
           ASSIGN TO "PRACTICALS/HOLIDAYS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-REC.
           COPY PAYHREC.

       FD  LIAB-FILE.
       01  LIAB-REC.
           05 TL-PAY-DATE PIC 9(8).
           05 TL-FILLER-1 PIC X(1).
           05 TL-COMPANY PIC X(4).
           05 TL-FILLER-2 PIC X(1).
           05 TL-WITHHELD PIC S9(9)V99.
           05 TL-FILLER-3 PIC X(1).
           05 TL-ER-SOCIAL PIC S9(9)V99.
           05 TL-FILLER-4 PIC X(1).
           05 TL-ER-UNEMP PIC S9(9)V99.
           05 TL-FILLER-5 PIC X(1).
           05 TL-TOTAL PIC S9(9)V99.
           05 TL-FILLER-6 PIC X(1).
           05 TL-DUE-DATE PIC 9(8).
           05 TL-FILLER-7 PIC X(1).
           05 TL-SCHEDULE PIC X(1).

       FD  DEPS-FILE.
       01  DEPS-REC.
           05 TD-PAY-DATE PIC 9(8).
           05 TD-FILLER-1 PIC X(1).
           05 TD-COMPANY PIC X(4).
           05 TD-FILLER-2 PIC X(1).
           05 TD-DEP-DATE PIC 9(8).
           05 TD-FILLER-3 PIC X(1).
           05 TD-AMOUNT PIC 9(9)V99.
           05 TD-FILLER-4 PIC X(1).
           05 TD-REFERENCE PIC X(15).
           05 TD-FILLER-5 PIC X(1).
           05 TD-OPERATOR PIC X(8).

       FD  SCHED-FILE.
       01  SCHED-REC.
           05 DS-SCHEDULE PIC X(1).
           05 DS-FILLER-1 PIC X(1).
           05 DS-NEXT-DAY-LIMIT PIC 9(9)V99.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-REC.
           05 HOL-DATE PIC 9(8).
           05 HOL-FILLER PIC X(1).
           05 HOL-NAME PIC X(20).

       WORKING-STORAGE SECTION.
       01  HIST-STATUS PIC XX.
       01  LIAB-STATUS PIC XX.
       01  DEPS-STATUS PIC XX.
       01  SCHED-STATUS PIC XX.
       01  HOLIDAY-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-TODAY PIC 9(8).
       01  WS-YEAR-IN PIC 9(4).
       01  WS-QTR-IN PIC 9(1).
       01  WS-MONTH-LO PIC 9(2).
       01  WS-MONTH-HI PIC 9(2).
       01  WS-REC-YEAR PIC 9(4).
       01  WS-REC-MD PIC 9(4).
       01  WS-REC-MONTH PIC 9(2).
       01  WS-DEC-IN PIC X(15).

       01  WS-SCHEDULE PIC X(1).
       01  WS-NEXT-DAY-LIMIT PIC 9(9)V99.

       01  WS-HOL-COUNT PIC 9(2) VALUE 0.
       01  WS-HOL-TABLE.
           05 WS-HOL-DATE PIC 9(8) OCCURS 50 TIMES.
       01  WS-HOL-IDX PIC 9(2).

       01  WS-LB-COUNT PIC 9(3) VALUE 0.
       01  WS-LB-TABLE.
           05 WS-LB-ENTRY OCCURS 400 TIMES.
               10 WS-LB-PAY-DATE PIC 9(8).
               10 WS-LB-CO PIC X(4).
               10 WS-LB-WITHHELD PIC S9(9)V99.
               10 WS-LB-SOCIAL PIC S9(9)V99.
               10 WS-LB-UNEMP PIC S9(9)V99.
               10 WS-LB-TOTAL PIC S9(9)V99.
               10 WS-LB-DUE PIC 9(8).
               10 WS-LB-SCHED PIC X(1).
               10 WS-LB-DEPOSITED PIC S9(9)V99.
               10 WS-LB-ON-TIME PIC S9(9)V99.
               10 WS-LB-LAST-DEP PIC 9(8).
       01  WS-LB-IDX PIC 9(3).
       01  WS-LB-HIT PIC 9(3).
       01  WS-LB-OVERFLOW PIC X VALUE 'N'.

       01  WS-KEY-DATE PIC 9(8).
       01  WS-KEY-CO PIC X(4).
       01  WS-DUE-DATE PIC 9(8).
       01  WS-DUE-YEAR PIC 9(4).
       01  WS-DUE-MONTH PIC 9(2).
       01  WS-DUE-OK PIC X(1).
       01  WS-DOW PIC 9(1).
       01  WS-DEP-DATE PIC 9(8).
       01  WS-DEP-AMOUNT PIC 9(9)V99.
       01  WS-DEP-REFERENCE PIC X(15).
       01  WS-OPERATOR PIC X(8).
       01  WS-OPEN-AMT PIC S9(9)V99.
       01  WS-SHORT-AMT PIC S9(9)V99.
       01  WS-STATUS-TEXT PIC X(7).

       01  WS-SHORT-COUNT PIC 9(3) VALUE 0.
       01  WS-LATE-COUNT PIC 9(3) VALUE 0.
       01  WS-STRAY-COUNT PIC 9(3) VALUE 0.
       01  WS-OPEN-COUNT PIC 9(3) VALUE 0.
       01  WS-TOT-WITHHELD PIC S9(11)V99 VALUE 0.
       01  WS-TOT-SOCIAL PIC S9(11)V99 VALUE 0.
       01  WS-TOT-UNEMP PIC S9(11)V99 VALUE 0.
       01  WS-TOT-LIABILITY PIC S9(11)V99 VALUE 0.
       01  WS-TOT-DEPOSITED PIC S9(11)V99 VALUE 0.

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-DAYS PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  EXC-LOG-PROGRAM-ID PIC X(10).
       01  EXC-LOG-CONTEXT PIC X(20).
       01  EXC-LOG-REASON PIC X(40).

       01  OUT-AMT PIC ZZ,ZZZ,ZZ9.99-.
       01  OUT-DEP PIC ZZ,ZZZ,ZZ9.99-.
       01  OUT-SHORT PIC Z,ZZZ,ZZ9.99.
       01  OUT-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  OUT-COUNT PIC ZZ9.
       01  WS-RPT-LINE PIC X(80).

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40) VALUE
           "QUARTERLY TAX DEPOSIT RECONCILIATION".
       01  WS-RPT-COLHDR PIC X(80) VALUE
           "PAY DATE  CO       LIABILITY      DEPOSITED   DUE DATE  STAT
      -    "US".
       01  WS-RPT-LPP PIC 9(3) VALUE 20.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PAYROLL TAX DEPOSITS".
           DISPLAY "1 - BUILD DEPOSIT LIABILITIES FROM PAY HISTORY".
           DISPLAY "2 - RECORD A DEPOSIT MADE".
           DISPLAY "3 - LIST LIABILITIES NOT FULLY DEPOSITED".
           DISPLAY "4 - QUARTERLY DEPOSIT RECONCILIATION".
           DISPLAY "5 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM BUILD-LIABILITIES
            WHEN 2
               PERFORM RECORD-DEPOSIT
            WHEN 3
               PERFORM LIST-OPEN-LIABILITIES
            WHEN 4
               PERFORM QUARTERLY-RECONCILIATION
            WHEN 5
               GOBACK
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           ACCEPT OMITTED.
           PERFORM MAIN-PARA.

       RESET-RUN.
           MOVE 0 TO WS-LB-COUNT WS-SHORT-COUNT WS-LATE-COUNT
               WS-STRAY-COUNT WS-OPEN-COUNT WS-TOT-WITHHELD
               WS-TOT-SOCIAL WS-TOT-UNEMP WS-TOT-LIABILITY
               WS-TOT-DEPOSITED.
           MOVE 'N' TO WS-LB-OVERFLOW.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

      *    WITH NO SCHEDULE ON FILE THE DEPOSITS ARE MONTHLY AND THE
      *    NEXT-DAY LIMIT IS 100,000.00.
       LOAD-SCHEDULE.
           MOVE 'M' TO WS-SCHEDULE.
           MOVE 100000.00 TO WS-NEXT-DAY-LIMIT.
           OPEN INPUT SCHED-FILE.
           IF SCHED-STATUS = "00"
               READ SCHED-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DS-SCHEDULE = 'M' OR DS-SCHEDULE = 'S'
                           OR DS-SCHEDULE = 'N'
                           MOVE DS-SCHEDULE TO WS-SCHEDULE
                       END-IF
                       IF DS-NEXT-DAY-LIMIT IS NUMERIC
                           MOVE DS-NEXT-DAY-LIMIT TO WS-NEXT-DAY-LIMIT
                       END-IF
               END-READ
               CLOSE SCHED-FILE
           END-IF.

       LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOL-COUNT.
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-STATUS = "00"
               PERFORM UNTIL HOLIDAY-STATUS NOT = "00"
                   OR WS-HOL-COUNT >= 50
                   READ HOLIDAY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-HOL-COUNT
                           MOVE HOL-DATE TO
                               WS-HOL-DATE (WS-HOL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.

       BUILD-LIABILITIES.
           PERFORM RESET-RUN.
           MOVE 0 TO WS-QTR-IN.
           PERFORM LOAD-SCHEDULE.
           PERFORM LOAD-HOLIDAYS.
           PERFORM ACCUMULATE-HISTORY.
           IF WS-LB-COUNT = 0
               DISPLAY "NO PAY HISTORY TO BUILD LIABILITIES FROM."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT LIAB-FILE.
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-LB-COUNT
               PERFORM SET-DUE-DATE
               MOVE SPACES TO LIAB-REC
               MOVE WS-LB-PAY-DATE (WS-LB-IDX) TO TL-PAY-DATE
               MOVE WS-LB-CO (WS-LB-IDX) TO TL-COMPANY
               MOVE WS-LB-WITHHELD (WS-LB-IDX) TO TL-WITHHELD
               MOVE WS-LB-SOCIAL (WS-LB-IDX) TO TL-ER-SOCIAL
               MOVE WS-LB-UNEMP (WS-LB-IDX) TO TL-ER-UNEMP
               MOVE WS-LB-TOTAL (WS-LB-IDX) TO TL-TOTAL
               MOVE WS-LB-DUE (WS-LB-IDX) TO TL-DUE-DATE
               MOVE WS-LB-SCHED (WS-LB-IDX) TO TL-SCHEDULE
               WRITE LIAB-REC
               ADD WS-LB-TOTAL (WS-LB-IDX) TO WS-TOT-LIABILITY
           END-PERFORM.
           CLOSE LIAB-FILE.
           MOVE WS-LB-COUNT TO OUT-COUNT.
           DISPLAY "DEPOSIT LIABILITIES WRITTEN TO"
               " PRACTICALS/TAXLIAB.DAT: " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-TOT-LIABILITY TO OUT-TOTAL.
           DISPLAY "TOTAL LIABILITY: " FUNCTION TRIM(OUT-TOTAL).

       ACCUMULATE-HISTORY.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS NOT = "00"
               DISPLAY "NO PAY HISTORY FILE ON HAND."
           ELSE
               PERFORM UNTIL HIST-STATUS NOT = "00"
                   READ HIST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM CONSIDER-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

      *    WS-QTR-IN ZERO TAKES EVERY PAY DATE ON HISTORY; OTHERWISE
      *    ONLY THE PAY DATES IN THAT QUARTER OF WS-YEAR-IN.
       CONSIDER-ONE-ROW.
           IF HIST-PAY-DATE NOT NUMERIC
               OR HIST-VOID = 'V' OR HIST-VOID = 'R'
               EXIT PARAGRAPH
           END-IF.
           IF WS-QTR-IN > 0
               DIVIDE HIST-PAY-DATE BY 10000 GIVING WS-REC-YEAR
                   REMAINDER WS-REC-MD
               DIVIDE WS-REC-MD BY 100 GIVING WS-REC-MONTH
               IF WS-REC-YEAR NOT = WS-YEAR-IN
                   OR WS-REC-MONTH < WS-MONTH-LO
                   OR WS-REC-MONTH > WS-MONTH-HI
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE HIST-PAY-DATE TO WS-KEY-DATE.
           MOVE HIST-COMPANY TO WS-KEY-CO.
           PERFORM FIND-LIABILITY.
           IF WS-LB-HIT = 0
               IF WS-LB-COUNT >= 400
                   IF WS-LB-OVERFLOW = 'N'
                       MOVE 'Y' TO WS-LB-OVERFLOW
                       DISPLAY "LIABILITY TABLE FULL - PAY DATES PAST"
                           " THE 400TH ARE NOT INCLUDED."
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LB-COUNT
               MOVE WS-LB-COUNT TO WS-LB-HIT
               MOVE HIST-PAY-DATE TO WS-LB-PAY-DATE (WS-LB-HIT)
               MOVE HIST-COMPANY TO WS-LB-CO (WS-LB-HIT)
               MOVE 0 TO WS-LB-WITHHELD (WS-LB-HIT)
               MOVE 0 TO WS-LB-SOCIAL (WS-LB-HIT)
               MOVE 0 TO WS-LB-UNEMP (WS-LB-HIT)
               MOVE 0 TO WS-LB-TOTAL (WS-LB-HIT)
               MOVE 0 TO WS-LB-DUE (WS-LB-HIT)
               MOVE SPACE TO WS-LB-SCHED (WS-LB-HIT)
               MOVE 0 TO WS-LB-DEPOSITED (WS-LB-HIT)
               MOVE 0 TO WS-LB-ON-TIME (WS-LB-HIT)
               MOVE 0 TO WS-LB-LAST-DEP (WS-LB-HIT)
           END-IF.
           IF HIST-TAX-AMOUNT IS NUMERIC
               ADD HIST-TAX-AMOUNT TO WS-LB-WITHHELD (WS-LB-HIT)
               ADD HIST-TAX-AMOUNT TO WS-LB-TOTAL (WS-LB-HIT)
           END-IF.
           IF HIST-ER-SOCIAL IS NUMERIC
               ADD HIST-ER-SOCIAL TO WS-LB-SOCIAL (WS-LB-HIT)
               ADD HIST-ER-SOCIAL TO WS-LB-TOTAL (WS-LB-HIT)
           END-IF.
           IF HIST-ER-UNEMP IS NUMERIC
               ADD HIST-ER-UNEMP TO WS-LB-UNEMP (WS-LB-HIT)
               ADD HIST-ER-UNEMP TO WS-LB-TOTAL (WS-LB-HIT)
           END-IF.

       FIND-LIABILITY.
           MOVE 0 TO WS-LB-HIT.
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-LB-COUNT
               OR WS-LB-HIT > 0
               IF WS-LB-PAY-DATE (WS-LB-IDX) = WS-KEY-DATE
                   AND WS-LB-CO (WS-LB-IDX) = WS-KEY-CO
                   MOVE WS-LB-IDX TO WS-LB-HIT
               END-IF
           END-PERFORM.

      *    MONTHLY: THE 15TH OF THE FOLLOWING MONTH. SEMIWEEKLY: PAY
      *    DATES WEDNESDAY TO FRIDAY ARE DUE THE FOLLOWING WEDNESDAY,
      *    SATURDAY TO TUESDAY THE FOLLOWING FRIDAY. NEXT DAY: THE
      *    DAY AFTER THE PAY DATE, AS IS ANY LIABILITY AT OR OVER
      *    THE NEXT-DAY LIMIT (A ZERO LIMIT SWITCHES THAT RULE OFF).
       SET-DUE-DATE.
           MOVE WS-SCHEDULE TO WS-LB-SCHED (WS-LB-IDX).
           IF WS-NEXT-DAY-LIMIT > 0
               AND WS-LB-TOTAL (WS-LB-IDX) >= WS-NEXT-DAY-LIMIT
               MOVE 'N' TO WS-LB-SCHED (WS-LB-IDX)
           END-IF.
           MOVE WS-LB-PAY-DATE (WS-LB-IDX) TO WS-DU-DATE.
           EVALUATE WS-LB-SCHED (WS-LB-IDX)
            WHEN 'N'
               MOVE 1 TO WS-DU-DAYS
               PERFORM ADD-DAYS-TO-DUE
            WHEN 'S'
               PERFORM FIND-DAY-OF-WEEK
               EVALUATE WS-DOW
                WHEN 0
                   MOVE 6 TO WS-DU-DAYS
                WHEN 1
                   MOVE 5 TO WS-DU-DAYS
                WHEN 2
                   MOVE 4 TO WS-DU-DAYS
                WHEN 3
                   MOVE 3 TO WS-DU-DAYS
                WHEN 4
                   MOVE 7 TO WS-DU-DAYS
                WHEN 5
                   MOVE 6 TO WS-DU-DAYS
                WHEN OTHER
                   MOVE 5 TO WS-DU-DAYS
               END-EVALUATE
               PERFORM ADD-DAYS-TO-DUE
            WHEN OTHER
               DIVIDE WS-LB-PAY-DATE (WS-LB-IDX) BY 10000
                   GIVING WS-DUE-YEAR REMAINDER WS-REC-MD
               DIVIDE WS-REC-MD BY 100 GIVING WS-DUE-MONTH
               IF WS-DUE-MONTH >= 12
                   MOVE 1 TO WS-DUE-MONTH
                   ADD 1 TO WS-DUE-YEAR
               ELSE
                   ADD 1 TO WS-DUE-MONTH
               END-IF
               COMPUTE WS-DUE-DATE = WS-DUE-YEAR * 10000
                   + WS-DUE-MONTH * 100 + 15
           END-EVALUATE.
           PERFORM ROLL-TO-WORKING-DAY.
           MOVE WS-DUE-DATE TO WS-LB-DUE (WS-LB-IDX).

       ADD-DAYS-TO-DUE.
           MOVE 'A' TO WS-DU-FUNCTION.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           MOVE WS-DU-RESULT TO WS-DUE-DATE.

       FIND-DAY-OF-WEEK.
           MOVE 'W' TO WS-DU-FUNCTION.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           MOVE WS-DU-RESULT TO WS-DOW.

       ROLL-TO-WORKING-DAY.
           MOVE 'N' TO WS-DUE-OK.
           PERFORM UNTIL WS-DUE-OK = 'Y'
               MOVE 'Y' TO WS-DUE-OK
               MOVE WS-DUE-DATE TO WS-DU-DATE
               PERFORM FIND-DAY-OF-WEEK
               IF WS-DOW = 0 OR WS-DOW = 1
                   MOVE 'N' TO WS-DUE-OK
               END-IF
               PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                   UNTIL WS-HOL-IDX > WS-HOL-COUNT
                   IF WS-HOL-DATE (WS-HOL-IDX) = WS-DUE-DATE
                       MOVE 'N' TO WS-DUE-OK
                   END-IF
               END-PERFORM
               IF WS-DUE-OK = 'N'
                   MOVE 1 TO WS-DU-DAYS
                   PERFORM ADD-DAYS-TO-DUE
               END-IF
           END-PERFORM.

       LOAD-LIABILITY-FILE.
           OPEN INPUT LIAB-FILE.
           IF LIAB-STATUS = "00"
               PERFORM UNTIL LIAB-STATUS NOT = "00"
                   OR WS-LB-COUNT >= 400
                   READ LIAB-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-LB-COUNT
                           MOVE WS-LB-COUNT TO WS-LB-IDX
                           MOVE TL-PAY-DATE TO
                               WS-LB-PAY-DATE (WS-LB-IDX)
                           MOVE TL-COMPANY TO WS-LB-CO (WS-LB-IDX)
                           MOVE TL-WITHHELD TO
                               WS-LB-WITHHELD (WS-LB-IDX)
                           MOVE TL-ER-SOCIAL TO
                               WS-LB-SOCIAL (WS-LB-IDX)
                           MOVE TL-ER-UNEMP TO WS-LB-UNEMP (WS-LB-IDX)
                           MOVE TL-TOTAL TO WS-LB-TOTAL (WS-LB-IDX)
                           MOVE TL-DUE-DATE TO WS-LB-DUE (WS-LB-IDX)
                           MOVE TL-SCHEDULE TO WS-LB-SCHED (WS-LB-IDX)
                           MOVE 0 TO WS-LB-DEPOSITED (WS-LB-IDX)
                           MOVE 0 TO WS-LB-ON-TIME (WS-LB-IDX)
                           MOVE 0 TO WS-LB-LAST-DEP (WS-LB-IDX)
                   END-READ
               END-PERFORM
               CLOSE LIAB-FILE
           END-IF.

      *    EVERY DEPOSIT ON FILE IS SET AGAINST ITS LIABILITY IN THE
      *    TABLE; THE PART MADE ON OR BEFORE THE DUE DATE IS KEPT
      *    APART SO A LIABILITY PAID IN FULL BUT LATE CAN BE TOLD
      *    FROM ONE PAID ON TIME. WITH WS-QTR-IN SET, A DEPOSIT FOR A
      *    PAY DATE IN THE QUARTER THAT MATCHES NO LIABILITY IS
      *    COUNTED AS A STRAY.
       APPLY-DEPOSITS.
           OPEN INPUT DEPS-FILE.
           IF DEPS-STATUS = "00"
               PERFORM UNTIL DEPS-STATUS NOT = "00"
                   READ DEPS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM APPLY-ONE-DEPOSIT
                   END-READ
               END-PERFORM
               CLOSE DEPS-FILE
           END-IF.

       APPLY-ONE-DEPOSIT.
           IF TD-AMOUNT NOT NUMERIC OR TD-DEP-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE TD-PAY-DATE TO WS-KEY-DATE.
           MOVE TD-COMPANY TO WS-KEY-CO.
           PERFORM FIND-LIABILITY.
           IF WS-LB-HIT = 0
               IF WS-QTR-IN > 0 AND TD-PAY-DATE IS NUMERIC
                   DIVIDE TD-PAY-DATE BY 10000 GIVING WS-REC-YEAR
                       REMAINDER WS-REC-MD
                   DIVIDE WS-REC-MD BY 100 GIVING WS-REC-MONTH
                   IF WS-REC-YEAR = WS-YEAR-IN
                       AND WS-REC-MONTH >= WS-MONTH-LO
                       AND WS-REC-MONTH <= WS-MONTH-HI
                       ADD 1 TO WS-STRAY-COUNT
                       ADD TD-AMOUNT TO WS-TOT-DEPOSITED
                       DISPLAY "DEPOSIT WITH NO LIABILITY: "
                           TD-PAY-DATE " " TD-COMPANY " "
                           TD-REFERENCE
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD TD-AMOUNT TO WS-LB-DEPOSITED (WS-LB-HIT).
           IF TD-DEP-DATE <= WS-LB-DUE (WS-LB-HIT)
               ADD TD-AMOUNT TO WS-LB-ON-TIME (WS-LB-HIT)
           END-IF.
           IF TD-DEP-DATE > WS-LB-LAST-DEP (WS-LB-HIT)
               MOVE TD-DEP-DATE TO WS-LB-LAST-DEP (WS-LB-HIT)
           END-IF.

       RECORD-DEPOSIT.
           PERFORM RESET-RUN.
           MOVE 0 TO WS-QTR-IN.
           PERFORM LOAD-LIABILITY-FILE.
           IF WS-LB-COUNT = 0
               DISPLAY "NO DEPOSIT LIABILITIES ON FILE - BUILD THEM"
                   " FIRST."
               EXIT PARAGRAPH
           END-IF.
           PERFORM APPLY-DEPOSITS.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           DISPLAY "COMPANY CODE (BLANK FOR HOUSE): " WITH NO ADVANCING.
           ACCEPT WS-KEY-CO.
           MOVE FUNCTION UPPER-CASE(WS-KEY-CO) TO WS-KEY-CO.
           DISPLAY "PAY DATE THE DEPOSIT COVERS (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT WS-KEY-DATE.
           PERFORM FIND-LIABILITY.
           IF WS-LB-HIT = 0
               DISPLAY "NO LIABILITY ON FILE FOR PAY DATE "
                   WS-KEY-DATE " COMPANY " WS-KEY-CO "."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-OPEN-AMT = WS-LB-TOTAL (WS-LB-HIT)
               - WS-LB-DEPOSITED (WS-LB-HIT).
           MOVE WS-LB-TOTAL (WS-LB-HIT) TO OUT-AMT.
           DISPLAY "LIABILITY:          " OUT-AMT
               "  DUE " WS-LB-DUE (WS-LB-HIT).
           MOVE WS-LB-DEPOSITED (WS-LB-HIT) TO OUT-AMT.
           DISPLAY "DEPOSITED SO FAR:   " OUT-AMT.
           MOVE WS-OPEN-AMT TO OUT-AMT.
           DISPLAY "STILL TO DEPOSIT:   " OUT-AMT.
           DISPLAY "DEPOSIT DATE (YYYYMMDD, 0 = TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-DEP-DATE.
           IF WS-DEP-DATE = 0
               MOVE WS-TODAY TO WS-DEP-DATE
           END-IF.
           MOVE 'V' TO WS-DU-FUNCTION.
           MOVE WS-DEP-DATE TO WS-DU-DATE.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           IF WS-DU-FLAG = 'N' OR WS-DEP-DATE > WS-TODAY
               DISPLAY "DEPOSIT DATE IS NOT A VALID PAST DATE."
                   " NOT RECORDED."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "AMOUNT DEPOSITED: " WITH NO ADVANCING.
           ACCEPT WS-DEC-IN.
           COMPUTE WS-DEP-AMOUNT ROUNDED =
               FUNCTION NUMVAL(WS-DEC-IN).
           IF WS-DEP-AMOUNT = 0
               DISPLAY "AMOUNT MUST BE GREATER THAN ZERO. NOT"
                   " RECORDED."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DEPOSIT REFERENCE / CONFIRMATION: "
               WITH NO ADVANCING.
           ACCEPT WS-DEP-REFERENCE.

           MOVE SPACES TO DEPS-REC.
           MOVE WS-KEY-DATE TO TD-PAY-DATE.
           MOVE WS-KEY-CO TO TD-COMPANY.
           MOVE WS-DEP-DATE TO TD-DEP-DATE.
           MOVE WS-DEP-AMOUNT TO TD-AMOUNT.
           MOVE WS-DEP-REFERENCE TO TD-REFERENCE.
           MOVE WS-OPERATOR TO TD-OPERATOR.
           OPEN EXTEND DEPS-FILE.
           IF DEPS-STATUS = "05" OR DEPS-STATUS = "35"
               OPEN OUTPUT DEPS-FILE
           END-IF.
           WRITE DEPS-REC.
           CLOSE DEPS-FILE.
           DISPLAY "DEPOSIT RECORDED.".
           IF WS-DEP-DATE > WS-LB-DUE (WS-LB-HIT)
               DISPLAY "NOTE: DEPOSIT IS LATE - IT WAS DUE "
                   WS-LB-DUE (WS-LB-HIT) "."
           END-IF.
           IF WS-DEP-AMOUNT < WS-OPEN-AMT
               COMPUTE WS-SHORT-AMT = WS-OPEN-AMT - WS-DEP-AMOUNT
               MOVE WS-SHORT-AMT TO OUT-SHORT
               DISPLAY "NOTE: " FUNCTION TRIM(OUT-SHORT)
                   " OF THE LIABILITY IS STILL TO BE DEPOSITED."
           END-IF.

       LIST-OPEN-LIABILITIES.
           PERFORM RESET-RUN.
           MOVE 0 TO WS-QTR-IN.
           PERFORM LOAD-LIABILITY-FILE.
           IF WS-LB-COUNT = 0
               DISPLAY "NO DEPOSIT LIABILITIES ON FILE - BUILD THEM"
                   " FIRST."
               EXIT PARAGRAPH
           END-IF.
           PERFORM APPLY-DEPOSITS.
           DISPLAY "PAY DATE  CO       LIABILITY      DEPOSITED"
               "   DUE DATE".
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-LB-COUNT
               IF WS-LB-DEPOSITED (WS-LB-IDX) < WS-LB-TOTAL (WS-LB-IDX)
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE WS-LB-TOTAL (WS-LB-IDX) TO OUT-AMT
                   MOVE WS-LB-DEPOSITED (WS-LB-IDX) TO OUT-DEP
                   MOVE SPACES TO WS-STATUS-TEXT
                   IF WS-LB-DUE (WS-LB-IDX) < WS-TODAY
                       MOVE "OVERDUE" TO WS-STATUS-TEXT
                   END-IF
                   MOVE SPACES TO WS-RPT-LINE
                   STRING WS-LB-PAY-DATE (WS-LB-IDX) "  "
                       WS-LB-CO (WS-LB-IDX) " " OUT-AMT " " OUT-DEP
                       "   " WS-LB-DUE (WS-LB-IDX) "  " WS-STATUS-TEXT
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   DISPLAY WS-RPT-LINE
               END-IF
           END-PERFORM.
           MOVE WS-OPEN-COUNT TO OUT-COUNT.
           DISPLAY "LIABILITIES NOT FULLY DEPOSITED: "
               FUNCTION TRIM(OUT-COUNT).

       QUARTERLY-RECONCILIATION.
           PERFORM RESET-RUN.
           DISPLAY "RETURN YEAR (YYYY): " WITH NO ADVANCING.
           ACCEPT WS-YEAR-IN.
           DISPLAY "QUARTER (1-4): " WITH NO ADVANCING.
           ACCEPT WS-QTR-IN.
           IF WS-QTR-IN < 1 OR WS-QTR-IN > 4
               DISPLAY "QUARTER MUST BE 1 TO 4. RUN CANCELLED."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MONTH-LO = (WS-QTR-IN - 1) * 3 + 1.
           COMPUTE WS-MONTH-HI = WS-QTR-IN * 3.
           PERFORM LOAD-SCHEDULE.
           PERFORM LOAD-HOLIDAYS.
           PERFORM ACCUMULATE-HISTORY.
           IF WS-LB-COUNT = 0
               DISPLAY "NO PAY HISTORY FOR QUARTER " WS-QTR-IN
                   " OF " WS-YEAR-IN "."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-LB-COUNT
               PERFORM SET-DUE-DATE
           END-PERFORM.
           PERFORM APPLY-DEPOSITS.

           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "QUARTER " WS-QTR-IN " OF " WS-YEAR-IN
               " (MONTHS " WS-MONTH-LO " TO " WS-MONTH-HI ")".
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-LB-COUNT
               PERFORM RECONCILE-ONE-LIABILITY
           END-PERFORM.
           PERFORM PRINT-RECONCILIATION-TOTALS.

      *    SHORT: LESS THAN THE LIABILITY HAS BEEN DEPOSITED. LATE:
      *    PAID IN FULL, BUT NOT ALL OF IT BY THE DUE DATE.
       RECONCILE-ONE-LIABILITY.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           ADD WS-LB-WITHHELD (WS-LB-IDX) TO WS-TOT-WITHHELD.
           ADD WS-LB-SOCIAL (WS-LB-IDX) TO WS-TOT-SOCIAL.
           ADD WS-LB-UNEMP (WS-LB-IDX) TO WS-TOT-UNEMP.
           ADD WS-LB-TOTAL (WS-LB-IDX) TO WS-TOT-LIABILITY.
           ADD WS-LB-DEPOSITED (WS-LB-IDX) TO WS-TOT-DEPOSITED.
           MOVE "OK" TO WS-STATUS-TEXT.
           MOVE SPACES TO EXC-LOG-REASON.
           EVALUATE TRUE
            WHEN WS-LB-DEPOSITED (WS-LB-IDX)
                   < WS-LB-TOTAL (WS-LB-IDX)
               MOVE "SHORT" TO WS-STATUS-TEXT
               ADD 1 TO WS-SHORT-COUNT
               COMPUTE WS-SHORT-AMT = WS-LB-TOTAL (WS-LB-IDX)
                   - WS-LB-DEPOSITED (WS-LB-IDX)
               MOVE WS-SHORT-AMT TO OUT-SHORT
               STRING "TAX DEPOSIT SHORT BY "
                   FUNCTION TRIM(OUT-SHORT)
                   DELIMITED BY SIZE INTO EXC-LOG-REASON
            WHEN WS-LB-ON-TIME (WS-LB-IDX)
                   < WS-LB-TOTAL (WS-LB-IDX)
               MOVE "LATE" TO WS-STATUS-TEXT
               ADD 1 TO WS-LATE-COUNT
               STRING "TAX DEPOSIT LATE - DUE "
                   WS-LB-DUE (WS-LB-IDX) " PAID "
                   WS-LB-LAST-DEP (WS-LB-IDX)
                   DELIMITED BY SIZE INTO EXC-LOG-REASON
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           MOVE WS-LB-TOTAL (WS-LB-IDX) TO OUT-AMT.
           MOVE WS-LB-DEPOSITED (WS-LB-IDX) TO OUT-DEP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-LB-PAY-DATE (WS-LB-IDX) "  "
               WS-LB-CO (WS-LB-IDX) " " OUT-AMT " " OUT-DEP
               "   " WS-LB-DUE (WS-LB-IDX) "  " WS-STATUS-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.
           IF EXC-LOG-REASON NOT = SPACES
               MOVE "TAXDEP" TO EXC-LOG-PROGRAM-ID
               MOVE SPACES TO EXC-LOG-CONTEXT
               STRING WS-LB-PAY-DATE (WS-LB-IDX) " "
                   WS-LB-CO (WS-LB-IDX)
                   DELIMITED BY SIZE INTO EXC-LOG-CONTEXT
               CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                   EXC-LOG-CONTEXT EXC-LOG-REASON
           END-IF.

       PRINT-RECONCILIATION-TOTALS.
           DISPLAY "--------------------------------------------".
           MOVE WS-TOT-WITHHELD TO OUT-TOTAL.
           DISPLAY "TAX WITHHELD:           " FUNCTION TRIM(OUT-TOTAL).
           MOVE WS-TOT-SOCIAL TO OUT-TOTAL.
           DISPLAY "EMPLOYER SOCIAL:        " FUNCTION TRIM(OUT-TOTAL).
           MOVE WS-TOT-UNEMP TO OUT-TOTAL.
           DISPLAY "EMPLOYER UNEMPLOYMENT:  " FUNCTION TRIM(OUT-TOTAL).
           MOVE WS-TOT-LIABILITY TO OUT-TOTAL.
           DISPLAY "TOTAL LIABILITY:        " FUNCTION TRIM(OUT-TOTAL).
           MOVE WS-TOT-DEPOSITED TO OUT-TOTAL.
           DISPLAY "TOTAL DEPOSITED:        " FUNCTION TRIM(OUT-TOTAL).
           COMPUTE WS-TOT-DEPOSITED = WS-TOT-LIABILITY
               - WS-TOT-DEPOSITED.
           MOVE WS-TOT-DEPOSITED TO OUT-TOTAL.
           DISPLAY "BALANCE DUE:            " FUNCTION TRIM(OUT-TOTAL).
           MOVE WS-SHORT-COUNT TO OUT-COUNT.
           DISPLAY "SHORT DEPOSITS:         " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-LATE-COUNT TO OUT-COUNT.
           DISPLAY "LATE DEPOSITS:          " FUNCTION TRIM(OUT-COUNT).
           IF WS-STRAY-COUNT > 0
               MOVE WS-STRAY-COUNT TO OUT-COUNT
               DISPLAY "DEPOSITS WITH NO LIABILITY: "
                   FUNCTION TRIM(OUT-COUNT)
           END-IF.
           DISPLAY "==============================================".
           IF WS-SHORT-COUNT > 0 OR WS-LATE-COUNT > 0
               OR WS-STRAY-COUNT > 0
               DISPLAY "RESOLVE THE FLAGGED DEPOSITS BEFORE THE"
                   " QUARTERLY RETURN IS FILED."
           ELSE
               DISPLAY "DEPOSITS RECONCILE - THE QUARTERLY RETURN"
                   " MAY BE FILED."
           END-IF.
       END PROGRAM TAXDEP.
