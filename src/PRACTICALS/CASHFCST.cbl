       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
      *    PAYROLL CASH REQUIREMENTS FORECAST FOR TREASURY. PROJECTS
      *    THE NEXT SEVERAL PAY DATES ON PAYCAL.DAT EMPLOYEE BY
      *    EMPLOYEE THE WAY THE PAY RUN WOULD PRICE THEM: THE RATE
      *    OR SALARY IN FORCE ON THE RATE MASTER, THE HOURS FROM
      *    THE SCHEDULE (A STANDARD DAY PER SCHEDULED DAY; THE
      *    HOURS ON THE PAY FILE WHEN THERE IS NO SCHEDULE), THE
      *    OVERTIME RULES, THE BRACKET TAX FOR THE FILING STATUS,
      *    THE EMPLOYER TAXES UNDER ERTAXCFG.DAT, THE ACTIVE
      *    GARNISHMENT ORDERS, RETIREMENT ELECTIONS, DEDUCTION
      *    ENROLLMENTS AND LOAN INSTALLMENTS (ORDERS AND LOANS RUN
      *    DOWN ACROSS THE DATES FORECAST). EACH PAY DATE SHOWS NET
      *    PAY SPLIT BETWEEN ACH AND CHECK BY THE PAY METHOD ON THE
      *    MASTER, THE TAX DEPOSIT (WITHHOLDING PLUS EMPLOYER TAX),
      *    AND THE GARNISHMENT, RETIREMENT AND DEDUCTION-PAYEE
      *    REMITTANCES. THE FORECAST IS KEPT ON CASHFCST.DAT - A
      *    LATER RUN REPLACES ITS ROWS FOR PAY DATES STILL TO COME -
      *    AND EVERY RUN ENDS WITH THE FORECAST AGAINST THE ACTUAL
      *    FOR THE MOST RECENT PAY DATES ALREADY PAID, FROM PAY
      *    HISTORY AND THE GARNISHMENT AND DEDUCTION REGISTERS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EMP-FILE
           ASSIGN TO "PRACTICALS/QUIZLAB3.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-STATUS.
       SELECT EM-MASTER-FILE
           ASSIGN TO "PRACTICALS/EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT HIST-FILE
           ASSIGN TO "PRACTICALS/PAYHIST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-PAY-PERIOD WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-PAY-DATE WITH DUPLICATES
           FILE STATUS IS HIST-STATUS.
       SELECT PAYCAL-FILE
           ASSIGN TO "PRACTICALS/PAYCAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYCAL-STATUS.
       SELECT RATES-FILE
           ASSIGN TO "PRACTICALS/PAYRATES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATES-STATUS.
       SELECT RATEMAST-FILE
           ASSIGN TO "PRACTICALS/RATEMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATEMAST-STATUS.
       SELECT SCHEDULE-FILE
           ASSIGN TO "SELDATA/SCHEDULE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCHEDULE-STATUS.
       SELECT TAXBRKT-FILE
           ASSIGN TO "PRACTICALS/TAXBRKT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAXBRKT-STATUS.
       SELECT ERTAXCFG-FILE
           ASSIGN TO "PRACTICALS/ERTAXCFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ERTAXCFG-STATUS.
       SELECT GARNMAST-FILE
           ASSIGN TO "PRACTICALS/GARNMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GARNMAST-STATUS.
       SELECT GARNREG-FILE
           ASSIGN TO "PRACTICALS/GARNREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GARNREG-STATUS.
       SELECT RETELECT-FILE
           ASSIGN TO "PRACTICALS/RETELECT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETELECT-STATUS.
       SELECT RETCFG-FILE
           ASSIGN TO "PRACTICALS/RETCFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETCFG-STATUS.
       SELECT DEDMAST-FILE
           ASSIGN TO "PRACTICALS/DEDMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEDMAST-STATUS.
       SELECT DEDENROL-FILE
           ASSIGN TO "PRACTICALS/DEDENROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEDENROL-STATUS.
       SELECT DEDREG-FILE
           ASSIGN TO "PRACTICALS/DEDREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEDREG-STATUS.
       SELECT LOAN-FILE
           ASSIGN TO "PRACTICALS/LOANLEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOAN-STATUS.
       SELECT CASHFCST-FILE
           ASSIGN TO "PRACTICALS/CASHFCST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CASHFCST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
       01  EMP-REC.
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

       FD  HIST-FILE.
       01  HIST-REC.
           COPY PAYHREC.

       FD  PAYCAL-FILE.
       01  PAYCAL-REC.
           05 CAL-YEAR PIC 9(4).
           05 CAL-FILLER-1 PIC X(1).
           05 CAL-PERIOD PIC 9(2).
           05 CAL-FILLER-2 PIC X(1).
           05 CAL-START-DATE PIC 9(8).
           05 CAL-FILLER-3 PIC X(1).
           05 CAL-END-DATE PIC 9(8).
           05 CAL-FILLER-4 PIC X(1).
           05 CAL-PAY-DATE PIC 9(8).

       FD  RATES-FILE.
       01  RATES-REC.
           05 RATES-OT-THRESHOLD PIC 9(3).
           05 RATES-FILLER PIC X(1).
           05 RATES-OT-MULTIPLIER PIC 9V99.

       FD  RATEMAST-FILE.
       01  RATEMAST-REC.
           05 RM-EMP-ID PIC X(8).
           05 RM-FILLER-1 PIC X(1).
           05 RM-EFF-DATE PIC 9(8).
           05 RM-FILLER-2 PIC X(1).
           05 RM-RATE PIC 9(5)V99.
           05 RM-FILLER-3 PIC X(1).
           05 RM-SALARY PIC 9(7)V99.
           05 RM-FILLER-4 PIC X(1).
           05 RM-SAL-BASIS PIC X(1).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-REC.
           05 SCHED-EMP-ID PIC X(10).
           05 SCHED-FILLER-1 PIC X(1).
           05 SCHED-DAYNAME PIC X(9).
           05 SCHED-FILLER-2 PIC X(1).
           05 SCHED-SHIFT PIC X(15).

       FD  TAXBRKT-FILE.
       01  TAXBRKT-REC.
           05 TB-FILING PIC X(1).
           05 TB-FILLER-1 PIC X(1).
           05 TB-EFF-DATE PIC 9(8).
           05 TB-FILLER-2 PIC X(1).
           05 TB-SEQ PIC 9(1).
           05 TB-FILLER-3 PIC X(1).
           05 TB-UPPER PIC 9(7)V99.
           05 TB-FILLER-4 PIC X(1).
           05 TB-RATE PIC V99.

       FD  ERTAXCFG-FILE.
       01  ERTAXCFG-REC.
           05 ET-SOCIAL-RATE PIC 9(2)V99.
           05 ET-FILLER-1 PIC X(1).
           05 ET-SOCIAL-CAP PIC 9(9)V99.
           05 ET-FILLER-2 PIC X(1).
           05 ET-UNEMP-RATE PIC 9(2)V99.
           05 ET-FILLER-3 PIC X(1).
           05 ET-UNEMP-CAP PIC 9(9)V99.

       FD  GARNMAST-FILE.
       01  GARNMAST-REC.
           05 GM-ORDER-NO PIC X(8).
           05 GM-FILLER-1 PIC X(1).
           05 GM-EMP-ID PIC X(8).
           05 GM-FILLER-2 PIC X(1).
           05 GM-CASE-NO PIC X(15).
           05 GM-FILLER-3 PIC X(1).
           05 GM-AGENCY PIC X(15).
           05 GM-FILLER-4 PIC X(1).
           05 GM-ORDERED-TOTAL PIC 9(9)V99.
           05 GM-FILLER-5 PIC X(1).
           05 GM-PERIOD-MAX PIC 9(7)V99.
           05 GM-FILLER-6 PIC X(1).
           05 GM-PRIORITY PIC 9(2).
           05 GM-FILLER-7 PIC X(1).
           05 GM-FLOOR PIC 9(7)V99.
           05 GM-FILLER-8 PIC X(1).
           05 GM-COLLECTED PIC 9(9)V99.
           05 GM-FILLER-9 PIC X(1).
           05 GM-STATUS PIC X(1).

       FD  GARNREG-FILE.
       01  GARNREG-REC.
           05 GR-ORDER-NO PIC X(8).
           05 GR-FILLER-1 PIC X(1).
           05 GR-EMP-ID PIC X(8).
           05 GR-FILLER-2 PIC X(1).
           05 GR-PERIOD PIC X(6).
           05 GR-FILLER-3 PIC X(1).
           05 GR-DATE PIC 9(8).
           05 GR-FILLER-4 PIC X(1).
           05 GR-AMOUNT PIC 9(7)V99.

       FD  RETELECT-FILE.
       01  RETELECT-REC.
           05 RE-EMP-ID PIC X(8).
           05 RE-FILLER-1 PIC X(1).
           05 RE-PCT PIC 9(2)V99.
           05 RE-FILLER-2 PIC X(1).
           05 RE-ACTIVE PIC X(1).

       FD  RETCFG-FILE.
       01  RETCFG-REC.
           05 RC-MATCH-PCT PIC 9(3)V99.
           05 RC-FILLER-1 PIC X(1).
           05 RC-MATCH-LIMIT PIC 9(2)V99.
           05 RC-FILLER-2 PIC X(1).
           05 RC-VEST-YEARS PIC 9(2).

       FD  DEDMAST-FILE.
       01  DEDMAST-REC.
           05 DED-CODE-IN PIC X(4).
           05 DED-FILLER-1 PIC X(1).
           05 DED-TYPE-IN PIC X(1).
           05 DED-FILLER-2 PIC X(1).
           05 DED-AMOUNT-IN PIC 9(5)V99.
           05 DED-FILLER-3 PIC X(1).
           05 DED-PRIORITY-IN PIC 9(2).
           05 DED-FILLER-4 PIC X(1).
           05 DED-DESC-IN PIC X(20).

       FD  DEDENROL-FILE.
       01  DEDENROL-REC.
           05 ENROL-EMP-ID PIC X(8).
           05 ENROL-FILLER PIC X(1).
           05 ENROL-DED-CODE PIC X(4).
           05 ENROL-FILLER-2 PIC X(1).
           05 ENROL-EFF-DATE PIC 9(8).
           05 ENROL-FILLER-3 PIC X(1).
           05 ENROL-END-DATE PIC 9(8).

       FD  DEDREG-FILE.
       01  DEDREG-REC.
           05 DEDREG-EMP-ID PIC X(8).
           05 DEDREG-FILLER-1 PIC X(1).
           05 DEDREG-CODE PIC X(4).
           05 DEDREG-FILLER-2 PIC X(1).
           05 DEDREG-PERIOD PIC X(6).
           05 DEDREG-FILLER-3 PIC X(1).
           05 DEDREG-DATE PIC 9(8).
           05 DEDREG-FILLER-4 PIC X(1).
           05 DEDREG-AMOUNT PIC 9(7)V99.

       FD  LOAN-FILE.
       01  LOAN-REC.
           05 LOAN-ORIG-DETAIL PIC X(57).
           05 LOAN-FILLER-1 PIC X(1).
           05 LOAN-EMP-ID PIC X(8).
           05 LOAN-FILLER-2 PIC X(1).
           05 LOAN-INSTALLMENT PIC 9(6)V99.
           05 LOAN-FILLER-3 PIC X(1).
           05 LOAN-BALANCE PIC 9(8)V99.
           05 LOAN-FILLER-4 PIC X(1).
           05 LOAN-ACCT PIC X(8).
           05 LOAN-FILLER-5 PIC X(1).
           05 LOAN-LASTPAY PIC 9(8).
           05 LOAN-FILLER-6 PIC X(1).
           05 LOAN-INT-REMAIN PIC 9(8)V99.

       FD  CASHFCST-FILE.
       01  CASHFCST-REC.
           05 CF-PAY-DATE PIC 9(8).
           05 CF-FILLER-1 PIC X(1).
           05 CF-RUN-DATE PIC 9(8).
           05 CF-FILLER-2 PIC X(1).
           05 CF-NET-ACH PIC 9(9)V99.
           05 CF-FILLER-3 PIC X(1).
           05 CF-NET-CHECK PIC 9(9)V99.
           05 CF-FILLER-4 PIC X(1).
           05 CF-TAX-DEP PIC 9(9)V99.
           05 CF-FILLER-5 PIC X(1).
           05 CF-GARNISH PIC 9(9)V99.
           05 CF-FILLER-6 PIC X(1).
           05 CF-RETIRE PIC 9(9)V99.
           05 CF-FILLER-7 PIC X(1).
           05 CF-DEDUCT PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  EMP-STATUS PIC XX.
       01  EM-FILE-STATUS PIC XX.
       01  HIST-STATUS PIC XX.
       01  PAYCAL-STATUS PIC XX.
       01  RATES-STATUS PIC XX.
       01  RATEMAST-STATUS PIC XX.
       01  SCHEDULE-STATUS PIC XX.
       01  TAXBRKT-STATUS PIC XX.
       01  ERTAXCFG-STATUS PIC XX.
       01  GARNMAST-STATUS PIC XX.
       01  GARNREG-STATUS PIC XX.
       01  RETELECT-STATUS PIC XX.
       01  RETCFG-STATUS PIC XX.
       01  DEDMAST-STATUS PIC XX.
       01  DEDENROL-STATUS PIC XX.
       01  DEDREG-STATUS PIC XX.
       01  LOAN-STATUS PIC XX.
       01  CASHFCST-STATUS PIC XX.
       01  WS-EOF PIC X.
       01  WS-EM-OPEN PIC X.
       01  WS-TODAY PIC 9(8).
       01  WS-DATES-IN PIC X(2).
       01  WS-DATES-WANTED PIC 9(2).

       01  WS-OT-THRESHOLD PIC 9(3) VALUE 40.
       01  WS-OT-MULTIPLIER PIC 9V99 VALUE 1.50.
       01  WS-TAX-RATE PIC V99 VALUE .10.
       01  WS-STD-DAY-HOURS PIC 9(2) VALUE 8.
       01  WS-SAL-WEEKS-PER-YEAR PIC 9(3) VALUE 52.
       01  WS-ER-SOCIAL-RATE PIC 9(2)V99 VALUE 0.
       01  WS-ER-SOCIAL-CAP PIC 9(9)V99 VALUE 0.
       01  WS-ER-UNEMP-RATE PIC 9(2)V99 VALUE 0.
       01  WS-ER-UNEMP-CAP PIC 9(9)V99 VALUE 0.
       01  WS-RET-MATCH-PCT PIC 9(3)V99 VALUE 0.
       01  WS-RET-MATCH-LIMIT PIC 9(2)V99 VALUE 0.

      *    THE PAY DATES BEING FORECAST, WITH THEIR TOTALS.
       01  WS-FD-COUNT PIC 9(2) VALUE 0.
       01  WS-FD-TABLE.
           05 WS-FD-ENTRY OCCURS 12 TIMES.
               10 WS-FD-DATE PIC 9(8).
               10 WS-FD-EMPS PIC 9(5).
               10 WS-FD-NET-ACH PIC S9(9)V99.
               10 WS-FD-NET-CHECK PIC S9(9)V99.
               10 WS-FD-TAX-DEP PIC S9(9)V99.
               10 WS-FD-GARNISH PIC S9(9)V99.
               10 WS-FD-RETIRE PIC S9(9)V99.
               10 WS-FD-DEDUCT PIC S9(9)V99.
       01  WS-FD-IDX PIC 9(2).
       01  WS-FD-JDX PIC 9(2).
       01  WS-FD-SWAP PIC 9(8).
       01  WS-FD-LATEST PIC 9(8).

      *    TAX BRACKETS IN FORCE TODAY FOR EACH FILING STATUS
      *    (1 = SINGLE, 2 = MARRIED, 3 = HEAD OF HOUSEHOLD).
       01  WS-TB-STATUS-CODES PIC X(3) VALUE "SMH".
       01  WS-TB-SETS.
           05 WS-TB-SET OCCURS 3 TIMES.
               10 WS-TB-BEST-DATE PIC 9(8).
               10 WS-TB-COUNT PIC 9(1).
               10 WS-TB-ENTRY OCCURS 9 TIMES.
                   15 WS-TB-UPPER PIC 9(7)V99.
                   15 WS-TB-RATE PIC V99.
       01  WS-TB-SET-IDX PIC 9(1).
       01  WS-TB-IDX PIC 9(1).
       01  WS-TB-LOWER PIC 9(7)V99.
       01  WS-TB-SPAN PIC 9(7)V99.
       01  WS-TB-TAXABLE PIC 9(7)V99.

       01  WS-DED-COUNT PIC 9(2) VALUE 0.
       01  WS-DED-TABLE.
           05 WS-DED-ENTRY OCCURS 20 TIMES.
               10 WS-DED-CODE PIC X(4).
               10 WS-DED-TYPE PIC X(1).
               10 WS-DED-AMOUNT PIC 9(5)V99.
       01  WS-DED-IDX PIC 9(2).

       01  WS-GN-COUNT PIC 9(3) VALUE 0.
       01  WS-GN-TABLE.
           05 WS-GN-ENTRY OCCURS 200 TIMES.
               10 WS-GN-EMP PIC X(8).
               10 WS-GN-PERIOD-MAX PIC 9(7)V99.
               10 WS-GN-REMAINING PIC S9(9)V99.
       01  WS-GN-IDX PIC 9(3).

       01  WS-LN-COUNT PIC 9(3) VALUE 0.
       01  WS-LN-TABLE.
           05 WS-LN-ENTRY OCCURS 200 TIMES.
               10 WS-LN-EMP PIC X(8).
               10 WS-LN-INSTALLMENT PIC 9(6)V99.
               10 WS-LN-BALANCE PIC S9(8)V99.
       01  WS-LN-IDX PIC 9(3).

      *    ONE EMPLOYEE'S STANDING FACTS FOR THE WHOLE FORECAST.
       01  WS-EMP-METHOD PIC X(1).
       01  WS-EMP-FILING PIC X(1).
       01  WS-EMP-PAY-TYPE PIC X(1).
       01  WS-EMP-TERM-DATE PIC 9(8).
       01  WS-EMP-SCHED-DAYS PIC 9(2).
       01  WS-EMP-RET-PCT PIC 9(2)V99.
       01  WS-EMP-PRJ-YTD PIC S9(9)V99.
       01  WS-EMP-PRJ-YEAR PIC 9(4).

      *    ONE EMPLOYEE ON ONE PAY DATE.
       01  WS-PRJ-DATE PIC 9(8).
       01  WS-PRJ-RATE PIC 9(5)V99.
       01  WS-PRJ-SALARY PIC 9(7)V99.
       01  WS-PRJ-SAL-BASIS PIC X(1).
       01  WS-PRJ-BEST-DATE PIC 9(8).
       01  WS-PRJ-SAL-DATE PIC 9(8).
       01  WS-PRJ-HOURS PIC 9(5)V99.
       01  WS-PRJ-OT-HOURS PIC 9(5)V99.
       01  WS-PRJ-GROSS PIC S9(7)V99.
       01  WS-PRJ-TAX PIC S9(7)V99.
       01  WS-PRJ-ER-TAX PIC S9(7)V99.
       01  WS-PRJ-NET PIC S9(7)V99.
       01  WS-PRJ-GARNISH PIC S9(7)V99.
       01  WS-PRJ-RETIRE PIC S9(7)V99.
       01  WS-PRJ-DEDUCT PIC S9(7)V99.
       01  WS-PRJ-THIS PIC S9(9)V99.
       01  WS-PRJ-ER-MATCH PIC S9(7)V99.
       01  WS-PRJ-LIMIT PIC S9(7)V99.
       01  WS-PRJ-BASE PIC S9(9)V99.

      *    SAVED FORECASTS, AND THE PAID DATES COMPARED TO ACTUAL.
       01  WS-CF-COUNT PIC 9(3) VALUE 0.
       01  WS-CF-OVERFLOW PIC X VALUE 'N'.
       01  WS-CF-TABLE.
           05 WS-CF-ENTRY OCCURS 300 TIMES.
               10 WS-CF-ROW PIC X(88).
       01  WS-CF-IDX PIC 9(3).
       01  WS-CF-KEEP PIC X.

       01  WS-AC-COUNT PIC 9(1) VALUE 0.
       01  WS-AC-TABLE.
           05 WS-AC-ENTRY OCCURS 6 TIMES.
               10 WS-AC-DATE PIC 9(8).
               10 WS-AC-FC-ROW PIC X(88).
               10 WS-AC-NET-ACH PIC S9(9)V99.
               10 WS-AC-NET-CHECK PIC S9(9)V99.
               10 WS-AC-TAX-DEP PIC S9(9)V99.
               10 WS-AC-GARNISH PIC S9(9)V99.
               10 WS-AC-RETIRE PIC S9(9)V99.
               10 WS-AC-DEDUCT PIC S9(9)V99.
       01  WS-AC-IDX PIC 9(1).
       01  WS-AC-HIT PIC 9(1).
       01  WS-AC-OLDEST PIC 9(1).

       01  WS-CMP-LABEL PIC X(14).
       01  WS-CMP-FORECAST PIC S9(9)V99.
       01  WS-CMP-ACTUAL PIC S9(9)V99.
       01  WS-CMP-VARIANCE PIC S9(9)V99.
       01  WS-CMP-PCT PIC S9(5)V9.
       01  WS-CMP-FC-TOTAL PIC S9(9)V99.
       01  WS-CMP-AC-TOTAL PIC S9(9)V99.

       01  WS-GRAND-TOTAL PIC S9(9)V99.
       01  OUT-AMT PIC ZZZ,ZZZ,ZZ9.99-.
       01  OUT-AMT-2 PIC ZZZ,ZZZ,ZZ9.99-.
       01  OUT-AMT-3 PIC ZZZ,ZZZ,ZZ9.99-.
       01  OUT-PCT PIC ZZZZ9.9-.
       01  OUT-COUNT PIC ZZZZ9.

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40) VALUE
           "PAYROLL CASH REQUIREMENTS FORECAST".
       01  WS-RPT-COLHDR PIC X(80) VALUE
           "PAY DATE  CATEGORY                  AMOUNT".
       01  WS-RPT-LPP PIC 9(3) VALUE 40.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           DISPLAY "PAYROLL CASH REQUIREMENTS FORECAST".
           DISPLAY "PAY DATES TO FORECAST (1-12, BLANK FOR 4): "
               WITH NO ADVANCING.
           ACCEPT WS-DATES-IN.
           IF WS-DATES-IN = SPACES
               MOVE 4 TO WS-DATES-WANTED
           ELSE
               IF FUNCTION TRIM(WS-DATES-IN) IS NUMERIC
                   COMPUTE WS-DATES-WANTED =
                       FUNCTION NUMVAL(WS-DATES-IN)
               ELSE
                   MOVE 0 TO WS-DATES-WANTED
               END-IF
           END-IF.
           IF WS-DATES-WANTED < 1 OR WS-DATES-WANTED > 12
               DISPLAY "ENTER A NUMBER FROM 1 TO 12."
               ACCEPT OMITTED
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM LOAD-PAY-DATES.
           IF WS-FD-COUNT = 0
               DISPLAY "NO PAY DATES STILL TO COME ON PAYCAL.DAT."
           ELSE
               PERFORM LOAD-RULES
               PERFORM PROJECT-EMPLOYEES
               PERFORM SHOW-FORECAST
               PERFORM SAVE-FORECAST
           END-IF.
           PERFORM SHOW-ACCURACY.
           ACCEPT OMITTED.
           GOBACK.

      *    THE EARLIEST PAY DATES ON OR AFTER TODAY, IN DATE ORDER,
      *    HOWEVER THE CALENDAR FILE HAPPENS TO BE SORTED.
       LOAD-PAY-DATES.
           MOVE 0 TO WS-FD-COUNT.
           OPEN INPUT PAYCAL-FILE.
           IF PAYCAL-STATUS = "00"
               PERFORM UNTIL PAYCAL-STATUS NOT = "00"
                   READ PAYCAL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CAL-PAY-DATE IS NUMERIC
                               AND CAL-PAY-DATE >= WS-TODAY
                               PERFORM KEEP-PAY-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYCAL-FILE
           END-IF.
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FD-COUNT
               PERFORM VARYING WS-FD-JDX FROM 1 BY 1
                   UNTIL WS-FD-JDX >= WS-FD-IDX
                   IF WS-FD-DATE (WS-FD-JDX) > WS-FD-DATE (WS-FD-IDX)
                       MOVE WS-FD-DATE (WS-FD-JDX) TO WS-FD-SWAP
                       MOVE WS-FD-DATE (WS-FD-IDX) TO
                           WS-FD-DATE (WS-FD-JDX)
                       MOVE WS-FD-SWAP TO WS-FD-DATE (WS-FD-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FD-COUNT
               MOVE 0 TO WS-FD-EMPS (WS-FD-IDX)
                   WS-FD-NET-ACH (WS-FD-IDX)
                   WS-FD-NET-CHECK (WS-FD-IDX)
                   WS-FD-TAX-DEP (WS-FD-IDX)
                   WS-FD-GARNISH (WS-FD-IDX)
                   WS-FD-RETIRE (WS-FD-IDX)
                   WS-FD-DEDUCT (WS-FD-IDX)
           END-PERFORM.

      *    KEEPS THE DATE WHEN THE TABLE HAS ROOM, OTHERWISE WHEN IT
      *    IS EARLIER THAN THE LATEST DATE HELD, WHICH IT REPLACES.
       KEEP-PAY-DATE.
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FD-COUNT
               IF WS-FD-DATE (WS-FD-IDX) = CAL-PAY-DATE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-FD-COUNT < WS-DATES-WANTED
               ADD 1 TO WS-FD-COUNT
               MOVE CAL-PAY-DATE TO WS-FD-DATE (WS-FD-COUNT)
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-FD-JDX.
           MOVE WS-FD-DATE (1) TO WS-FD-LATEST.
           PERFORM VARYING WS-FD-IDX FROM 2 BY 1
               UNTIL WS-FD-IDX > WS-FD-COUNT
               IF WS-FD-DATE (WS-FD-IDX) > WS-FD-LATEST
                   MOVE WS-FD-IDX TO WS-FD-JDX
                   MOVE WS-FD-DATE (WS-FD-IDX) TO WS-FD-LATEST
               END-IF
           END-PERFORM.
           IF CAL-PAY-DATE < WS-FD-LATEST
               MOVE CAL-PAY-DATE TO WS-FD-DATE (WS-FD-JDX)
           END-IF.

       LOAD-RULES.
           OPEN INPUT RATES-FILE.
           IF RATES-STATUS = "00"
               READ RATES-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RATES-OT-THRESHOLD IS NUMERIC
                           MOVE RATES-OT-THRESHOLD TO WS-OT-THRESHOLD
                       END-IF
                       IF RATES-OT-MULTIPLIER IS NUMERIC
                           MOVE RATES-OT-MULTIPLIER
                               TO WS-OT-MULTIPLIER
                       END-IF
               END-READ
               CLOSE RATES-FILE
           END-IF.
           OPEN INPUT ERTAXCFG-FILE.
           IF ERTAXCFG-STATUS = "00"
               READ ERTAXCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ET-SOCIAL-RATE IS NUMERIC
                           MOVE ET-SOCIAL-RATE TO WS-ER-SOCIAL-RATE
                       END-IF
                       IF ET-SOCIAL-CAP IS NUMERIC
                           MOVE ET-SOCIAL-CAP TO WS-ER-SOCIAL-CAP
                       END-IF
                       IF ET-UNEMP-RATE IS NUMERIC
                           MOVE ET-UNEMP-RATE TO WS-ER-UNEMP-RATE
                       END-IF
                       IF ET-UNEMP-CAP IS NUMERIC
                           MOVE ET-UNEMP-CAP TO WS-ER-UNEMP-CAP
                       END-IF
               END-READ
               CLOSE ERTAXCFG-FILE
           END-IF.
           OPEN INPUT RETCFG-FILE.
           IF RETCFG-STATUS = "00"
               READ RETCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-MATCH-PCT IS NUMERIC
                           MOVE RC-MATCH-PCT TO WS-RET-MATCH-PCT
                       END-IF
                       IF RC-MATCH-LIMIT IS NUMERIC
                           MOVE RC-MATCH-LIMIT TO WS-RET-MATCH-LIMIT
                       END-IF
               END-READ
               CLOSE RETCFG-FILE
           END-IF.
           PERFORM LOAD-TAX-BRACKETS.
           PERFORM LOAD-DEDUCTION-CODES.
           PERFORM LOAD-GARNISHMENTS.
           PERFORM LOAD-LOANS.

       LOAD-TAX-BRACKETS.
           PERFORM VARYING WS-TB-SET-IDX FROM 1 BY 1
               UNTIL WS-TB-SET-IDX > 3
               MOVE 0 TO WS-TB-BEST-DATE (WS-TB-SET-IDX)
               MOVE 0 TO WS-TB-COUNT (WS-TB-SET-IDX)
           END-PERFORM.
           OPEN INPUT TAXBRKT-FILE.
           IF TAXBRKT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL TAXBRKT-STATUS NOT = "00"
               READ TAXBRKT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM FIND-BRACKET-SET
                       IF WS-TB-SET-IDX > 0
                           AND TB-EFF-DATE IS NUMERIC
                           AND TB-EFF-DATE <= WS-TODAY
                           AND TB-EFF-DATE >
                               WS-TB-BEST-DATE (WS-TB-SET-IDX)
                           MOVE TB-EFF-DATE TO
                               WS-TB-BEST-DATE (WS-TB-SET-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAXBRKT-FILE.
           OPEN INPUT TAXBRKT-FILE.
           PERFORM UNTIL TAXBRKT-STATUS NOT = "00"
               READ TAXBRKT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM FIND-BRACKET-SET
                       IF WS-TB-SET-IDX > 0
                           AND TB-EFF-DATE IS NUMERIC
                           AND TB-EFF-DATE =
                               WS-TB-BEST-DATE (WS-TB-SET-IDX)
                           AND TB-SEQ IS NUMERIC
                           AND TB-SEQ > 0
                           MOVE TB-UPPER TO
                               WS-TB-UPPER (WS-TB-SET-IDX TB-SEQ)
                           MOVE TB-RATE TO
                               WS-TB-RATE (WS-TB-SET-IDX TB-SEQ)
                           IF TB-SEQ > WS-TB-COUNT (WS-TB-SET-IDX)
                               MOVE TB-SEQ TO
                                   WS-TB-COUNT (WS-TB-SET-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TAXBRKT-FILE.

       FIND-BRACKET-SET.
           EVALUATE TB-FILING
            WHEN 'S'
               MOVE 1 TO WS-TB-SET-IDX
            WHEN 'M'
               MOVE 2 TO WS-TB-SET-IDX
            WHEN 'H'
               MOVE 3 TO WS-TB-SET-IDX
            WHEN OTHER
               MOVE 0 TO WS-TB-SET-IDX
           END-EVALUATE.

       LOAD-DEDUCTION-CODES.
           MOVE 0 TO WS-DED-COUNT.
           OPEN INPUT DEDMAST-FILE.
           IF DEDMAST-STATUS = "00"
               PERFORM UNTIL DEDMAST-STATUS NOT = "00"
                   OR WS-DED-COUNT >= 20
                   READ DEDMAST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-DED-COUNT
                           MOVE DED-CODE-IN TO
                               WS-DED-CODE (WS-DED-COUNT)
                           MOVE DED-TYPE-IN TO
                               WS-DED-TYPE (WS-DED-COUNT)
                           IF DED-AMOUNT-IN IS NUMERIC
                               MOVE DED-AMOUNT-IN TO
                                   WS-DED-AMOUNT (WS-DED-COUNT)
                           ELSE
                               MOVE 0 TO WS-DED-AMOUNT (WS-DED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDMAST-FILE
           END-IF.

      *    ORDERS NOT SATISFIED OR CLOSED, WITH WHAT IS LEFT TO
      *    COLLECT; THE FORECAST DRAWS EACH ONE DOWN DATE BY DATE.
       LOAD-GARNISHMENTS.
           MOVE 0 TO WS-GN-COUNT.
           OPEN INPUT GARNMAST-FILE.
           IF GARNMAST-STATUS = "00"
               PERFORM UNTIL GARNMAST-STATUS NOT = "00"
                   OR WS-GN-COUNT >= 200
                   READ GARNMAST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF GM-STATUS NOT = 'S'
                               AND GM-STATUS NOT = 'C'
                               AND GM-PERIOD-MAX IS NUMERIC
                               AND GM-ORDERED-TOTAL IS NUMERIC
                               AND GM-COLLECTED IS NUMERIC
                               AND GM-COLLECTED < GM-ORDERED-TOTAL
                               ADD 1 TO WS-GN-COUNT
                               MOVE GM-EMP-ID TO WS-GN-EMP (WS-GN-COUNT)
                               MOVE GM-PERIOD-MAX TO
                                   WS-GN-PERIOD-MAX (WS-GN-COUNT)
                               COMPUTE WS-GN-REMAINING (WS-GN-COUNT) =
                                   GM-ORDERED-TOTAL - GM-COLLECTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GARNMAST-FILE
           END-IF.

       LOAD-LOANS.
           MOVE 0 TO WS-LN-COUNT.
           OPEN INPUT LOAN-FILE.
           IF LOAN-STATUS = "00"
               PERFORM UNTIL LOAN-STATUS NOT = "00"
                   OR WS-LN-COUNT >= 200
                   READ LOAN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LOAN-BALANCE IS NUMERIC
                               AND LOAN-BALANCE > 0
                               AND LOAN-INSTALLMENT IS NUMERIC
                               ADD 1 TO WS-LN-COUNT
                               MOVE LOAN-EMP-ID TO
                                   WS-LN-EMP (WS-LN-COUNT)
                               MOVE LOAN-INSTALLMENT TO
                                   WS-LN-INSTALLMENT (WS-LN-COUNT)
                               MOVE LOAN-BALANCE TO
                                   WS-LN-BALANCE (WS-LN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.

       PROJECT-EMPLOYEES.
           OPEN INPUT EMP-FILE.
           IF EMP-STATUS NOT = "00"
               DISPLAY "EMPLOYEE FILE NOT AVAILABLE (STATUS "
                   EMP-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EM-OPEN.
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS = "00"
               MOVE 'Y' TO WS-EM-OPEN
           END-IF.
           MOVE LOW-VALUES TO EMP-ID.
           START EMP-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ EMP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-STATUS NOT = 'I'
                           PERFORM PROJECT-ONE-EMPLOYEE
                       END-IF
               END-READ
               IF EMP-STATUS NOT = "00"
                   MOVE 'Y' TO WS-EOF
               END-IF
           END-PERFORM.
           IF WS-EM-OPEN = 'Y'
               CLOSE EM-MASTER-FILE
           END-IF.
           CLOSE EMP-FILE.

       PROJECT-ONE-EMPLOYEE.
           MOVE 'A' TO WS-EMP-METHOD.
           MOVE 'S' TO WS-EMP-FILING.
           MOVE 'H' TO WS-EMP-PAY-TYPE.
           MOVE 0 TO WS-EMP-TERM-DATE.
           IF WS-EM-OPEN = 'Y'
               MOVE EMP-ID TO EM-EMP-ID
               READ EM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EM-PAY-METHOD = 'C'
                           MOVE 'C' TO WS-EMP-METHOD
                       END-IF
                       IF EM-FILING-STATUS = 'M'
                           OR EM-FILING-STATUS = 'H'
                           MOVE EM-FILING-STATUS TO WS-EMP-FILING
                       END-IF
                       IF EM-PAY-TYPE = 'S'
                           MOVE 'S' TO WS-EMP-PAY-TYPE
                       END-IF
                       IF EM-TERM-DATE IS NUMERIC
                           MOVE EM-TERM-DATE TO WS-EMP-TERM-DATE
                       END-IF
               END-READ
           END-IF.
           PERFORM COUNT-SCHEDULED-DAYS.
           PERFORM LOOKUP-RET-ELECTION.
           IF WS-YTD-GROSS IS NUMERIC
               MOVE WS-YTD-GROSS TO WS-EMP-PRJ-YTD
           ELSE
               MOVE 0 TO WS-EMP-PRJ-YTD
           END-IF.
           MOVE WS-TODAY (1:4) TO WS-EMP-PRJ-YEAR.
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FD-COUNT
               MOVE WS-FD-DATE (WS-FD-IDX) TO WS-PRJ-DATE
               IF WS-EMP-TERM-DATE = 0
                   OR WS-EMP-TERM-DATE >= WS-PRJ-DATE
                   PERFORM PROJECT-ONE-PAY-DATE
               END-IF
           END-PERFORM.

       COUNT-SCHEDULED-DAYS.
           MOVE 0 TO WS-EMP-SCHED-DAYS.
           OPEN INPUT SCHEDULE-FILE.
           IF SCHEDULE-STATUS = "00"
               PERFORM UNTIL SCHEDULE-STATUS NOT = "00"
                   READ SCHEDULE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SCHED-EMP-ID (1:8) = EMP-ID
                               AND WS-EMP-SCHED-DAYS < 7
                               ADD 1 TO WS-EMP-SCHED-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

       LOOKUP-RET-ELECTION.
           MOVE 0 TO WS-EMP-RET-PCT.
           OPEN INPUT RETELECT-FILE.
           IF RETELECT-STATUS = "00"
               PERFORM UNTIL RETELECT-STATUS NOT = "00"
                   READ RETELECT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RE-EMP-ID = EMP-ID
                               AND RE-ACTIVE = 'Y'
                               AND RE-PCT IS NUMERIC
                               MOVE RE-PCT TO WS-EMP-RET-PCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETELECT-FILE
           END-IF.

      *    GROSS, THEN TAXES, GARNISHMENTS, RETIREMENT, DEDUCTIONS
      *    AND THE LOAN INSTALLMENT OUT OF NET IN THE PAY RUN'S
      *    ORDER; A WITHHOLDING THAT WOULD TAKE NET BELOW ZERO IS
      *    NOT PROJECTED.
       PROJECT-ONE-PAY-DATE.
           PERFORM LOOKUP-RATE-IN-FORCE.
           IF WS-EMP-PAY-TYPE = 'S' AND WS-PRJ-SALARY > 0
               IF WS-PRJ-SAL-BASIS = 'P'
                   MOVE WS-PRJ-SALARY TO WS-PRJ-GROSS
               ELSE
                   COMPUTE WS-PRJ-GROSS ROUNDED =
                       WS-PRJ-SALARY / WS-SAL-WEEKS-PER-YEAR
               END-IF
           ELSE
               IF WS-EMP-SCHED-DAYS > 0
                   COMPUTE WS-PRJ-HOURS =
                       WS-EMP-SCHED-DAYS * WS-STD-DAY-HOURS
               ELSE
                   IF WS-NO-OF-HOURS IS NUMERIC
                       AND WS-NO-OF-HOURS > 0
                       MOVE WS-NO-OF-HOURS TO WS-PRJ-HOURS
                   ELSE
                       MOVE 0 TO WS-PRJ-HOURS
                   END-IF
               END-IF
               IF WS-PRJ-HOURS > WS-OT-THRESHOLD
                   COMPUTE WS-PRJ-OT-HOURS =
                       WS-PRJ-HOURS - WS-OT-THRESHOLD
                   COMPUTE WS-PRJ-GROSS ROUNDED =
                       (WS-OT-THRESHOLD * WS-PRJ-RATE)
                       + (WS-PRJ-OT-HOURS * WS-PRJ-RATE
                           * WS-OT-MULTIPLIER)
               ELSE
                   COMPUTE WS-PRJ-GROSS ROUNDED =
                       WS-PRJ-HOURS * WS-PRJ-RATE
               END-IF
           END-IF.
           IF WS-PRJ-GROSS <= 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-PRJ-DATE (1:4) NOT = WS-EMP-PRJ-YEAR
               MOVE WS-PRJ-DATE (1:4) TO WS-EMP-PRJ-YEAR
               MOVE 0 TO WS-EMP-PRJ-YTD
           END-IF.

           PERFORM PROJECT-BRACKET-TAX.
           PERFORM PROJECT-EMPLOYER-TAX.
           ADD WS-PRJ-GROSS TO WS-EMP-PRJ-YTD.
           COMPUTE WS-PRJ-NET = WS-PRJ-GROSS - WS-PRJ-TAX.
           IF WS-PRJ-NET < 0
               MOVE 0 TO WS-PRJ-NET
           END-IF.
           PERFORM PROJECT-GARNISHMENTS.
           PERFORM PROJECT-RETIREMENT.
           PERFORM PROJECT-DEDUCTIONS.
           PERFORM PROJECT-LOANS.

           ADD 1 TO WS-FD-EMPS (WS-FD-IDX).
           IF WS-EMP-METHOD = 'C'
               ADD WS-PRJ-NET TO WS-FD-NET-CHECK (WS-FD-IDX)
           ELSE
               ADD WS-PRJ-NET TO WS-FD-NET-ACH (WS-FD-IDX)
           END-IF.
           ADD WS-PRJ-TAX WS-PRJ-ER-TAX TO WS-FD-TAX-DEP (WS-FD-IDX).
           ADD WS-PRJ-GARNISH TO WS-FD-GARNISH (WS-FD-IDX).
           ADD WS-PRJ-RETIRE TO WS-FD-RETIRE (WS-FD-IDX).
           ADD WS-PRJ-DEDUCT TO WS-FD-DEDUCT (WS-FD-IDX).

      *    THE NEWEST RATE-MASTER ROW DATED ON OR BEFORE THE PAY
      *    DATE; THE RATE ON THE PAY FILE WHEN THERE IS NONE.
       LOOKUP-RATE-IN-FORCE.
           MOVE 0 TO WS-PRJ-RATE WS-PRJ-SALARY.
           MOVE SPACES TO WS-PRJ-SAL-BASIS.
           IF WS-RATE-PER-HOUR IS NUMERIC
               AND WS-RATE-PER-HOUR > 0
               MOVE WS-RATE-PER-HOUR TO WS-PRJ-RATE
           END-IF.
           MOVE 0 TO WS-PRJ-BEST-DATE WS-PRJ-SAL-DATE.
           OPEN INPUT RATEMAST-FILE.
           IF RATEMAST-STATUS = "00"
               PERFORM UNTIL RATEMAST-STATUS NOT = "00"
                   READ RATEMAST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RM-EMP-ID = EMP-ID
                               AND RM-EFF-DATE IS NUMERIC
                               AND RM-EFF-DATE <= WS-PRJ-DATE
                               PERFORM TAKE-RATE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATEMAST-FILE
           END-IF.

       TAKE-RATE-ROW.
           IF RM-EFF-DATE >= WS-PRJ-BEST-DATE
               AND RM-RATE IS NUMERIC
               MOVE RM-EFF-DATE TO WS-PRJ-BEST-DATE
               MOVE RM-RATE TO WS-PRJ-RATE
           END-IF.
           IF RM-EFF-DATE >= WS-PRJ-SAL-DATE
               AND RM-SALARY IS NUMERIC
               AND RM-SALARY > 0
               MOVE RM-EFF-DATE TO WS-PRJ-SAL-DATE
               MOVE RM-SALARY TO WS-PRJ-SALARY
               MOVE RM-SAL-BASIS TO WS-PRJ-SAL-BASIS
           END-IF.

       PROJECT-BRACKET-TAX.
           EVALUATE WS-EMP-FILING
            WHEN 'M'
               MOVE 2 TO WS-TB-SET-IDX
            WHEN 'H'
               MOVE 3 TO WS-TB-SET-IDX
            WHEN OTHER
               MOVE 1 TO WS-TB-SET-IDX
           END-EVALUATE.
           IF WS-TB-COUNT (WS-TB-SET-IDX) = 0
               COMPUTE WS-PRJ-TAX ROUNDED = WS-PRJ-GROSS * WS-TAX-RATE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PRJ-TAX.
           MOVE 0 TO WS-TB-LOWER.
           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
               UNTIL WS-TB-IDX > WS-TB-COUNT (WS-TB-SET-IDX)
               OR WS-TB-LOWER >= WS-PRJ-GROSS
               COMPUTE WS-TB-SPAN =
                   WS-TB-UPPER (WS-TB-SET-IDX WS-TB-IDX) - WS-TB-LOWER
               IF WS-PRJ-GROSS - WS-TB-LOWER < WS-TB-SPAN
                   COMPUTE WS-TB-TAXABLE = WS-PRJ-GROSS - WS-TB-LOWER
               ELSE
                   MOVE WS-TB-SPAN TO WS-TB-TAXABLE
               END-IF
               COMPUTE WS-PRJ-TAX ROUNDED = WS-PRJ-TAX +
                   (WS-TB-TAXABLE
                       * WS-TB-RATE (WS-TB-SET-IDX WS-TB-IDX))
               MOVE WS-TB-UPPER (WS-TB-SET-IDX WS-TB-IDX)
                   TO WS-TB-LOWER
           END-PERFORM.

      *    EMPLOYER TAX ON THE GROSS UP TO EACH ANNUAL WAGE CAP,
      *    COUNTING THE YEAR'S GROSS TO DATE PLUS THE DATES ALREADY
      *    PROJECTED.
       PROJECT-EMPLOYER-TAX.
           MOVE 0 TO WS-PRJ-ER-TAX.
           IF WS-ER-SOCIAL-RATE > 0
               MOVE WS-ER-SOCIAL-CAP TO WS-PRJ-BASE
               PERFORM CAP-PROJECTED-BASE
               COMPUTE WS-PRJ-THIS ROUNDED =
                   WS-PRJ-BASE * WS-ER-SOCIAL-RATE / 100
               ADD WS-PRJ-THIS TO WS-PRJ-ER-TAX
           END-IF.
           IF WS-ER-UNEMP-RATE > 0
               MOVE WS-ER-UNEMP-CAP TO WS-PRJ-BASE
               PERFORM CAP-PROJECTED-BASE
               COMPUTE WS-PRJ-THIS ROUNDED =
                   WS-PRJ-BASE * WS-ER-UNEMP-RATE / 100
               ADD WS-PRJ-THIS TO WS-PRJ-ER-TAX
           END-IF.

       CAP-PROJECTED-BASE.
           IF WS-PRJ-BASE = 0
               MOVE WS-PRJ-GROSS TO WS-PRJ-BASE
           ELSE
               IF WS-EMP-PRJ-YTD >= WS-PRJ-BASE
                   MOVE 0 TO WS-PRJ-BASE
               ELSE
                   IF WS-EMP-PRJ-YTD + WS-PRJ-GROSS > WS-PRJ-BASE
                       SUBTRACT WS-EMP-PRJ-YTD FROM WS-PRJ-BASE
                   ELSE
                       MOVE WS-PRJ-GROSS TO WS-PRJ-BASE
                   END-IF
               END-IF
           END-IF.

       PROJECT-GARNISHMENTS.
           MOVE 0 TO WS-PRJ-GARNISH.
           PERFORM VARYING WS-GN-IDX FROM 1 BY 1
               UNTIL WS-GN-IDX > WS-GN-COUNT
               IF WS-GN-EMP (WS-GN-IDX) = EMP-ID
                   AND WS-GN-REMAINING (WS-GN-IDX) > 0
                   MOVE WS-GN-PERIOD-MAX (WS-GN-IDX) TO WS-PRJ-THIS
                   IF WS-PRJ-THIS > WS-GN-REMAINING (WS-GN-IDX)
                       MOVE WS-GN-REMAINING (WS-GN-IDX) TO WS-PRJ-THIS
                   END-IF
                   IF WS-PRJ-THIS > WS-PRJ-NET
                       MOVE WS-PRJ-NET TO WS-PRJ-THIS
                   END-IF
                   SUBTRACT WS-PRJ-THIS FROM WS-PRJ-NET
                   SUBTRACT WS-PRJ-THIS FROM WS-GN-REMAINING (WS-GN-IDX)
                   ADD WS-PRJ-THIS TO WS-PRJ-GARNISH
               END-IF
           END-PERFORM.

      *    THE DEFERRAL AND THE EMPLOYER MATCH ARE BOTH REMITTED TO
      *    THE RECORDKEEPER.
       PROJECT-RETIREMENT.
           MOVE 0 TO WS-PRJ-RETIRE.
           IF WS-EMP-RET-PCT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PRJ-THIS ROUNDED =
               WS-PRJ-GROSS * WS-EMP-RET-PCT / 100.
           IF WS-PRJ-THIS > WS-PRJ-NET
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT WS-PRJ-THIS FROM WS-PRJ-NET.
           COMPUTE WS-PRJ-ER-MATCH ROUNDED =
               WS-PRJ-THIS * WS-RET-MATCH-PCT / 100.
           IF WS-RET-MATCH-LIMIT > 0
               COMPUTE WS-PRJ-LIMIT ROUNDED =
                   WS-PRJ-GROSS * WS-RET-MATCH-LIMIT / 100
               IF WS-PRJ-ER-MATCH > WS-PRJ-LIMIT
                   MOVE WS-PRJ-LIMIT TO WS-PRJ-ER-MATCH
               END-IF
           END-IF.
           COMPUTE WS-PRJ-RETIRE = WS-PRJ-THIS + WS-PRJ-ER-MATCH.

       PROJECT-DEDUCTIONS.
           MOVE 0 TO WS-PRJ-DEDUCT.
           OPEN INPUT DEDENROL-FILE.
           IF DEDENROL-STATUS = "00"
               PERFORM UNTIL DEDENROL-STATUS NOT = "00"
                   READ DEDENROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ENROL-EMP-ID = EMP-ID
                               AND (ENROL-EFF-DATE NOT NUMERIC
                                   OR ENROL-EFF-DATE <= WS-PRJ-DATE)
                               AND (ENROL-END-DATE NOT NUMERIC
                                   OR ENROL-END-DATE = 0
                                   OR ENROL-END-DATE >= WS-PRJ-DATE)
                               PERFORM PROJECT-ONE-DEDUCTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDENROL-FILE
           END-IF.

       PROJECT-ONE-DEDUCTION.
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
               UNTIL WS-DED-IDX > WS-DED-COUNT
               IF WS-DED-CODE (WS-DED-IDX) = ENROL-DED-CODE
                   IF WS-DED-TYPE (WS-DED-IDX) = 'P'
                       COMPUTE WS-PRJ-THIS ROUNDED = WS-PRJ-GROSS *
                           WS-DED-AMOUNT (WS-DED-IDX) / 100
                   ELSE
                       MOVE WS-DED-AMOUNT (WS-DED-IDX) TO WS-PRJ-THIS
                   END-IF
                   IF WS-PRJ-NET - WS-PRJ-THIS >= 0
                       SUBTRACT WS-PRJ-THIS FROM WS-PRJ-NET
                       ADD WS-PRJ-THIS TO WS-PRJ-DEDUCT
                   END-IF
               END-IF
           END-PERFORM.

      *    LOAN INSTALLMENTS COME BACK TO THE COMPANY, SO THEY ONLY
      *    REDUCE THE NET PAY TO BE FUNDED.
       PROJECT-LOANS.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-EMP (WS-LN-IDX) = EMP-ID
                   AND WS-LN-BALANCE (WS-LN-IDX) > 0
                   MOVE WS-LN-INSTALLMENT (WS-LN-IDX) TO WS-PRJ-THIS
                   IF WS-PRJ-THIS > WS-LN-BALANCE (WS-LN-IDX)
                       MOVE WS-LN-BALANCE (WS-LN-IDX) TO WS-PRJ-THIS
                   END-IF
                   IF WS-PRJ-NET - WS-PRJ-THIS >= 0
                       SUBTRACT WS-PRJ-THIS FROM WS-PRJ-NET
                       SUBTRACT WS-PRJ-THIS
                           FROM WS-LN-BALANCE (WS-LN-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       SHOW-FORECAST.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE 0 TO WS-GRAND-TOTAL.
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FD-COUNT
               MOVE 'L' TO WS-RPT-FUNCTION
               CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
                   WS-RPT-COLHDR WS-RPT-LPP
               MOVE WS-FD-EMPS (WS-FD-IDX) TO OUT-COUNT
               DISPLAY WS-FD-DATE (WS-FD-IDX) "  EMPLOYEES PAID:  "
                   "        " OUT-COUNT
               MOVE WS-FD-NET-ACH (WS-FD-IDX) TO OUT-AMT
               DISPLAY "          NET PAY - ACH        " OUT-AMT
               MOVE WS-FD-NET-CHECK (WS-FD-IDX) TO OUT-AMT
               DISPLAY "          NET PAY - CHECK      " OUT-AMT
               MOVE WS-FD-TAX-DEP (WS-FD-IDX) TO OUT-AMT
               DISPLAY "          TAX DEPOSITS         " OUT-AMT
               MOVE WS-FD-GARNISH (WS-FD-IDX) TO OUT-AMT
               DISPLAY "          GARNISHMENTS         " OUT-AMT
               MOVE WS-FD-RETIRE (WS-FD-IDX) TO OUT-AMT
               DISPLAY "          RETIREMENT           " OUT-AMT
               MOVE WS-FD-DEDUCT (WS-FD-IDX) TO OUT-AMT
               DISPLAY "          DEDUCTION PAYEES     " OUT-AMT
               COMPUTE WS-PRJ-THIS = WS-FD-NET-ACH (WS-FD-IDX)
                   + WS-FD-NET-CHECK (WS-FD-IDX)
                   + WS-FD-TAX-DEP (WS-FD-IDX)
                   + WS-FD-GARNISH (WS-FD-IDX)
                   + WS-FD-RETIRE (WS-FD-IDX)
                   + WS-FD-DEDUCT (WS-FD-IDX)
               ADD WS-PRJ-THIS TO WS-GRAND-TOTAL
               MOVE WS-PRJ-THIS TO OUT-AMT
               DISPLAY "          CASH REQUIRED        " OUT-AMT
           END-PERFORM.
           DISPLAY "----------------------------------------------".
           MOVE WS-GRAND-TOTAL TO OUT-AMT.
           DISPLAY "TOTAL CASH REQUIRED:          " OUT-AMT.

      *    ROWS FOR PAY DATES STILL TO COME ARE REPLACED BY THIS
      *    RUN'S FIGURES; ROWS FOR DATES ALREADY PAID STAY AS THE
      *    LAST FORECAST MADE BEFORE THE DATE.
       SAVE-FORECAST.
           PERFORM LOAD-SAVED-FORECASTS.
           IF WS-CF-OVERFLOW = 'Y'
               DISPLAY "FORECAST FILE EXCEEDS THE 300-ROW TABLE."
                   " THIS FORECAST WAS NOT SAVED."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CASHFCST-FILE.
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
               UNTIL WS-CF-IDX > WS-CF-COUNT
               MOVE WS-CF-ROW (WS-CF-IDX) TO CASHFCST-REC
               MOVE 'Y' TO WS-CF-KEEP
               PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FD-COUNT
                   IF CF-PAY-DATE = WS-FD-DATE (WS-FD-IDX)
                       MOVE 'N' TO WS-CF-KEEP
                   END-IF
               END-PERFORM
               IF WS-CF-KEEP = 'Y'
                   WRITE CASHFCST-REC
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
               UNTIL WS-FD-IDX > WS-FD-COUNT
               MOVE SPACES TO CASHFCST-REC
               MOVE WS-FD-DATE (WS-FD-IDX) TO CF-PAY-DATE
               MOVE WS-TODAY TO CF-RUN-DATE
               MOVE WS-FD-NET-ACH (WS-FD-IDX) TO CF-NET-ACH
               MOVE WS-FD-NET-CHECK (WS-FD-IDX) TO CF-NET-CHECK
               MOVE WS-FD-TAX-DEP (WS-FD-IDX) TO CF-TAX-DEP
               MOVE WS-FD-GARNISH (WS-FD-IDX) TO CF-GARNISH
               MOVE WS-FD-RETIRE (WS-FD-IDX) TO CF-RETIRE
               MOVE WS-FD-DEDUCT (WS-FD-IDX) TO CF-DEDUCT
               WRITE CASHFCST-REC
           END-PERFORM.
           CLOSE CASHFCST-FILE.
           DISPLAY "FORECAST SAVED TO PRACTICALS/CASHFCST.DAT.".

       LOAD-SAVED-FORECASTS.
           MOVE 0 TO WS-CF-COUNT.
           MOVE 'N' TO WS-CF-OVERFLOW.
           OPEN INPUT CASHFCST-FILE.
           IF CASHFCST-STATUS = "00"
               PERFORM UNTIL CASHFCST-STATUS NOT = "00"
                   READ CASHFCST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-CF-COUNT >= 300
                               MOVE 'Y' TO WS-CF-OVERFLOW
                           ELSE
                               ADD 1 TO WS-CF-COUNT
                               MOVE CASHFCST-REC TO
                                   WS-CF-ROW (WS-CF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASHFCST-FILE
           END-IF.

      *    THE SIX MOST RECENT PAY DATES BEFORE TODAY THAT HAVE A
      *    SAVED FORECAST, SET AGAINST WHAT WAS ACTUALLY PAID.
       SHOW-ACCURACY.
           PERFORM LOAD-SAVED-FORECASTS.
           MOVE 0 TO WS-AC-COUNT.
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
               UNTIL WS-CF-IDX > WS-CF-COUNT
               MOVE WS-CF-ROW (WS-CF-IDX) TO CASHFCST-REC
               IF CF-PAY-DATE IS NUMERIC
                   AND CF-PAY-DATE < WS-TODAY
                   PERFORM KEEP-ACCURACY-DATE
               END-IF
           END-PERFORM.
           IF WS-AC-COUNT = 0
               DISPLAY "NO PAID PAY DATES WITH A SAVED FORECAST YET."
               EXIT PARAGRAPH
           END-IF.
           PERFORM GATHER-ACTUALS.
           DISPLAY SPACES.
           DISPLAY "FORECAST VS ACTUAL".
           DISPLAY "PAY DATE  CATEGORY          FORECAST"
               "          ACTUAL        VARIANCE     PCT".
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
               PERFORM SHOW-ONE-ACCURACY-DATE
           END-PERFORM.

       KEEP-ACCURACY-DATE.
           MOVE 0 TO WS-AC-HIT.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
               IF WS-AC-DATE (WS-AC-IDX) = CF-PAY-DATE
                   MOVE WS-AC-IDX TO WS-AC-HIT
               END-IF
           END-PERFORM.
           IF WS-AC-HIT = 0
               IF WS-AC-COUNT < 6
                   ADD 1 TO WS-AC-COUNT
                   MOVE WS-AC-COUNT TO WS-AC-HIT
               ELSE
                   MOVE 1 TO WS-AC-OLDEST
                   PERFORM VARYING WS-AC-IDX FROM 2 BY 1
                       UNTIL WS-AC-IDX > WS-AC-COUNT
                       IF WS-AC-DATE (WS-AC-IDX) <
                           WS-AC-DATE (WS-AC-OLDEST)
                           MOVE WS-AC-IDX TO WS-AC-OLDEST
                       END-IF
                   END-PERFORM
                   IF CF-PAY-DATE < WS-AC-DATE (WS-AC-OLDEST)
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-AC-OLDEST TO WS-AC-HIT
               END-IF
           END-IF.
           MOVE CF-PAY-DATE TO WS-AC-DATE (WS-AC-HIT).
           MOVE CASHFCST-REC TO WS-AC-FC-ROW (WS-AC-HIT).
           MOVE 0 TO WS-AC-NET-ACH (WS-AC-HIT)
               WS-AC-NET-CHECK (WS-AC-HIT)
               WS-AC-TAX-DEP (WS-AC-HIT)
               WS-AC-GARNISH (WS-AC-HIT)
               WS-AC-RETIRE (WS-AC-HIT)
               WS-AC-DEDUCT (WS-AC-HIT).

      *    NET PAY, TAX AND RETIREMENT FROM THE PAY-HISTORY ROWS OF
      *    EACH DATE (VOIDED ROWS AND THEIR REVERSALS LEFT OUT), THE
      *    ACH / CHECK SPLIT BY THE PAY METHOD ON THE MASTER, AND THE
      *    GARNISHMENT AND DEDUCTION REMITTANCES FROM THEIR
      *    REGISTERS.
       GATHER-ACTUALS.
           MOVE 'N' TO WS-EM-OPEN.
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS = "00"
               MOVE 'Y' TO WS-EM-OPEN
           END-IF.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS = "00"
               PERFORM UNTIL HIST-STATUS NOT = "00"
                   READ HIST-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HIST-VOID NOT = 'V'
                               AND HIST-VOID NOT = 'R'
                               PERFORM ADD-ACTUAL-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.
           IF WS-EM-OPEN = 'Y'
               CLOSE EM-MASTER-FILE
           END-IF.
           OPEN INPUT GARNREG-FILE.
           IF GARNREG-STATUS = "00"
               PERFORM UNTIL GARNREG-STATUS NOT = "00"
                   READ GARNREG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                               UNTIL WS-AC-IDX > WS-AC-COUNT
                               IF GR-DATE = WS-AC-DATE (WS-AC-IDX)
                                   AND GR-AMOUNT IS NUMERIC
                                   ADD GR-AMOUNT TO
                                       WS-AC-GARNISH (WS-AC-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE GARNREG-FILE
           END-IF.
           OPEN INPUT DEDREG-FILE.
           IF DEDREG-STATUS = "00"
               PERFORM UNTIL DEDREG-STATUS NOT = "00"
                   READ DEDREG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                               UNTIL WS-AC-IDX > WS-AC-COUNT
                               IF DEDREG-DATE = WS-AC-DATE (WS-AC-IDX)
                                   AND DEDREG-AMOUNT IS NUMERIC
                                   ADD DEDREG-AMOUNT TO
                                       WS-AC-DEDUCT (WS-AC-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE DEDREG-FILE
           END-IF.

       ADD-ACTUAL-HISTORY.
           MOVE 0 TO WS-AC-HIT.
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
               UNTIL WS-AC-IDX > WS-AC-COUNT
               IF HIST-PAY-DATE = WS-AC-DATE (WS-AC-IDX)
                   MOVE WS-AC-IDX TO WS-AC-HIT
               END-IF
           END-PERFORM.
           IF WS-AC-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO WS-EMP-METHOD.
           IF WS-EM-OPEN = 'Y'
               MOVE HIST-EMP-ID TO EM-EMP-ID
               READ EM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EM-PAY-METHOD = 'C'
                           MOVE 'C' TO WS-EMP-METHOD
                       END-IF
               END-READ
           END-IF.
           IF WS-EMP-METHOD = 'C'
               ADD HIST-NET-PAY TO WS-AC-NET-CHECK (WS-AC-HIT)
           ELSE
               ADD HIST-NET-PAY TO WS-AC-NET-ACH (WS-AC-HIT)
           END-IF.
           ADD HIST-TAX-AMOUNT HIST-ER-SOCIAL HIST-ER-UNEMP
               TO WS-AC-TAX-DEP (WS-AC-HIT).
           ADD HIST-RET-EE HIST-RET-ER TO WS-AC-RETIRE (WS-AC-HIT).

       SHOW-ONE-ACCURACY-DATE.
           MOVE WS-AC-FC-ROW (WS-AC-IDX) TO CASHFCST-REC.
           MOVE 0 TO WS-CMP-FC-TOTAL WS-CMP-AC-TOTAL.
           DISPLAY WS-AC-DATE (WS-AC-IDX) "  (FORECAST OF "
               CF-RUN-DATE ")".
           MOVE "NET PAY - ACH" TO WS-CMP-LABEL.
           MOVE CF-NET-ACH TO WS-CMP-FORECAST.
           MOVE WS-AC-NET-ACH (WS-AC-IDX) TO WS-CMP-ACTUAL.
           PERFORM SHOW-ONE-COMPARISON.
           MOVE "NET PAY - CHECK" TO WS-CMP-LABEL.
           MOVE CF-NET-CHECK TO WS-CMP-FORECAST.
           MOVE WS-AC-NET-CHECK (WS-AC-IDX) TO WS-CMP-ACTUAL.
           PERFORM SHOW-ONE-COMPARISON.
           MOVE "TAX DEPOSITS" TO WS-CMP-LABEL.
           MOVE CF-TAX-DEP TO WS-CMP-FORECAST.
           MOVE WS-AC-TAX-DEP (WS-AC-IDX) TO WS-CMP-ACTUAL.
           PERFORM SHOW-ONE-COMPARISON.
           MOVE "GARNISHMENTS" TO WS-CMP-LABEL.
           MOVE CF-GARNISH TO WS-CMP-FORECAST.
           MOVE WS-AC-GARNISH (WS-AC-IDX) TO WS-CMP-ACTUAL.
           PERFORM SHOW-ONE-COMPARISON.
           MOVE "RETIREMENT" TO WS-CMP-LABEL.
           MOVE CF-RETIRE TO WS-CMP-FORECAST.
           MOVE WS-AC-RETIRE (WS-AC-IDX) TO WS-CMP-ACTUAL.
           PERFORM SHOW-ONE-COMPARISON.
           MOVE "DEDUCTIONS" TO WS-CMP-LABEL.
           MOVE CF-DEDUCT TO WS-CMP-FORECAST.
           MOVE WS-AC-DEDUCT (WS-AC-IDX) TO WS-CMP-ACTUAL.
           PERFORM SHOW-ONE-COMPARISON.
           MOVE "TOTAL" TO WS-CMP-LABEL.
           MOVE WS-CMP-FC-TOTAL TO WS-CMP-FORECAST.
           MOVE WS-CMP-AC-TOTAL TO WS-CMP-ACTUAL.
           PERFORM SHOW-ONE-COMPARISON.

      *    VARIANCE IS ACTUAL LESS FORECAST, AND THE PERCENT IS OF
      *    THE ACTUAL (BLANK WHEN NOTHING WAS ACTUALLY PAID).
       SHOW-ONE-COMPARISON.
           IF WS-CMP-LABEL NOT = "TOTAL"
               ADD WS-CMP-FORECAST TO WS-CMP-FC-TOTAL
               ADD WS-CMP-ACTUAL TO WS-CMP-AC-TOTAL
           END-IF.
           COMPUTE WS-CMP-VARIANCE = WS-CMP-ACTUAL - WS-CMP-FORECAST.
           MOVE WS-CMP-FORECAST TO OUT-AMT.
           MOVE WS-CMP-ACTUAL TO OUT-AMT-2.
           MOVE WS-CMP-VARIANCE TO OUT-AMT-3.
           IF WS-CMP-ACTUAL = 0
               DISPLAY "          " WS-CMP-LABEL OUT-AMT " "
                   OUT-AMT-2 " " OUT-AMT-3
           ELSE
               COMPUTE WS-CMP-PCT ROUNDED =
                   WS-CMP-VARIANCE * 100 / WS-CMP-ACTUAL
               MOVE WS-CMP-PCT TO OUT-PCT
               DISPLAY "          " WS-CMP-LABEL OUT-AMT " "
                   OUT-AMT-2 " " OUT-AMT-3 " " OUT-PCT
           END-IF.

       END PROGRAM CASHFCST.
