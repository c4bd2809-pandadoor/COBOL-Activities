       IDENTIFICATION DIVISION.
       PROGRAM-ID. BURDEN.
      *    PERIOD-END BURDEN ALLOCATION. THE LABOR REPORTS CARRY
      *    ONLY GROSS WAGES; THIS RUN GATHERS THE REST OF WHAT AN
      *    HOUR COSTS FOR A PAY PERIOD - EMPLOYER SOCIAL AND
      *    UNEMPLOYMENT TAX AND THE RETIREMENT MATCH FROM THE
      *    PAY-HISTORY ROWS, THE EMPLOYER SHARE OF EVERY BENEFIT
      *    PLAN THE EMPLOYEE IS ENROLLED IN (BENPLAN.DAT COST PER
      *    PAY PERIOD AGAINST THE LIVE DEDENROL.DAT ROWS), AND THE
      *    WORKERS' COMP PREMIUM AT THE RATE PER 100 OF WAGES KEPT
      *    HERE FOR THE EMPLOYEE'S EM-RISK-CLASS (WCRATE.DAT).
      *    EACH EMPLOYEE'S BURDEN IS CHARGED TO THEIR DEPARTMENT
      *    AND SPREAD OVER THEIR PAYJOBS.DAT JOB LINES IN
      *    PROPORTION TO THE WAGES ON EACH LINE. EMPLOYEE,
      *    DEPARTMENT AND JOB ROWS GO TO BURDALOC.DAT, WHICH
      *    LABORDIST AND JOBCOST READ FOR FULLY BURDENED COST, AND
      *    THE MATCHING RECLASS - DEPARTMENT BURDEN DEBITED, THE
      *    POOLED EXPENSE ACCOUNTS CREDITED - IS APPENDED TO
      *    GLJRNL.DAT PER COMPANY SEGMENT. A PERIOD IS ALLOCATED
      *    ONCE, AND NOT AT ALL WHILE TODAY'S ACCOUNTING MONTH IS
      *    CLOSED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT WCRATE-FILE
           ASSIGN TO "PRACTICALS/WCRATE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WCRATE-STATUS.
       SELECT BURDALOC-FILE
           ASSIGN TO "PRACTICALS/BURDALOC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BURDALOC-STATUS.
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
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT BENPLAN-FILE
           ASSIGN TO "PRACTICALS/BENPLAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BENPLAN-STATUS.
       SELECT DEDENROL-FILE
           ASSIGN TO "PRACTICALS/DEDENROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEDENROL-STATUS.
       SELECT PAYJOBS-FILE
           ASSIGN TO "PRACTICALS/PAYJOBS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYJOBS-STATUS.
       SELECT DEPT-FILE
           ASSIGN TO "PRACTICALS/DEPTMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPT-STATUS.
       SELECT COMP-FILE
           ASSIGN TO "PRACTICALS/COMPMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COMP-STATUS.
       SELECT GLACCTS-FILE
           ASSIGN TO "PRACTICALS/GLACCTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLACCTS-STATUS.
       SELECT GLJRNL-FILE
           ASSIGN TO "PRACTICALS/GLJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLJRNL-STATUS.
       SELECT ACP-ACCTPER-FILE
           ASSIGN TO "PRACTICALS/ACCTPER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACP-ACCTPER-STATUS.
       SELECT ACP-SUSPENSE-FILE
           ASSIGN TO "PRACTICALS/SUSPENSE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACP-SUSPENSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WCRATE-FILE.
       01  WCRATE-REC.
           05 WR-CLASS PIC X(4).
           05 WR-FILLER-1 PIC X(1).
           05 WR-RATE PIC 9(2)V9999.
           05 WR-FILLER-2 PIC X(1).
           05 WR-DESC PIC X(20).

       FD  BURDALOC-FILE.
       01  BURDALOC-REC.
           COPY BURDREC.

       FD  HIST-FILE.
       01  HIST-REC.
           COPY PAYHREC.

       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.

       FD  BENPLAN-FILE.
       01  BENPLAN-REC.
           05 BP-PLAN PIC X(4).
           05 BP-FILLER-1 PIC X(1).
           05 BP-TIER PIC X(2).
           05 BP-FILLER-2 PIC X(1).
           05 BP-TYPE PIC X(1).
           05 BP-FILLER-3 PIC X(1).
           05 BP-DED-CODE PIC X(4).
           05 BP-FILLER-4 PIC X(1).
           05 BP-EE-COST PIC 9(5)V99.
           05 BP-FILLER-5 PIC X(1).
           05 BP-ER-COST PIC 9(5)V99.
           05 BP-FILLER-6 PIC X(1).
           05 BP-CARRIER PIC X(15).
           05 BP-FILLER-7 PIC X(1).
           05 BP-DESC PIC X(20).

       FD  DEDENROL-FILE.
       01  DEDENROL-REC.
           05 ENROL-EMP-ID PIC X(8).
           05 ENROL-FILLER PIC X(1).
           05 ENROL-DED-CODE PIC X(4).
           05 ENROL-FILLER-2 PIC X(1).
           05 ENROL-EFF-DATE PIC 9(8).
           05 ENROL-FILLER-3 PIC X(1).
           05 ENROL-END-DATE PIC 9(8).

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

       FD  DEPT-FILE.
       01  DEPT-REC.
           05 DEPT-CODE PIC X(4).
           05 DEPT-FILLER-1 PIC X(1).
           05 DEPT-COST-CENTER PIC X(6).
           05 DEPT-FILLER-2 PIC X(1).
           05 DEPT-NAME PIC X(20).

       FD  COMP-FILE.
       01  COMP-REC.
           COPY COMPREC.

       FD  GLACCTS-FILE.
       01  GLACCTS-REC.
           05 GLA-KEY PIC X(8).
           05 GLA-FILLER-1 PIC X(1).
           05 GLA-ACCOUNT PIC X(8).
           05 GLA-FILLER-2 PIC X(1).
           05 GLA-DESC PIC X(20).

       FD  GLJRNL-FILE.
       01  GLJRNL-REC.
           05 JRN-PERIOD PIC X(6).
           05 JRN-FILLER-1 PIC X(1).
           05 JRN-ACCOUNT PIC X(8).
           05 JRN-FILLER-2 PIC X(1).
           05 JRN-DC PIC X(1).
           05 JRN-FILLER-3 PIC X(1).
           05 JRN-AMOUNT PIC 9(9)V99.
           05 JRN-FILLER-4 PIC X(1).
           05 JRN-DESC PIC X(20).
           05 JRN-FILLER-5 PIC X(1).
           05 JRN-CO-SEGMENT PIC X(4).

       FD  ACP-ACCTPER-FILE.
       01  ACP-ACCTPER-REC.
           05 AP-MONTH PIC 9(6).
           05 AP-FILLER-1 PIC X(1).
           05 AP-STATUS PIC X(1).

       FD  ACP-SUSPENSE-FILE.
       01  ACP-SUSPENSE-REC.
           05 SU-PROGRAM PIC X(10).
           05 SU-FILLER-1 PIC X(1).
           05 SU-DATE PIC 9(8).
           05 SU-FILLER-2 PIC X(1).
           05 SU-KEY PIC X(14).
           05 SU-FILLER-3 PIC X(1).
           05 SU-MONTH PIC 9(6).
           05 SU-FILLER-4 PIC X(1).
           05 SU-AMOUNT PIC S9(9)V99.
           05 SU-FILLER-5 PIC X(1).
           05 SU-REASON PIC X(20).

       WORKING-STORAGE SECTION.
       01  WCRATE-STATUS PIC XX.
       01  BURDALOC-STATUS PIC XX.
       01  HIST-STATUS PIC XX.
       01  EM-FILE-STATUS PIC XX.
       01  BENPLAN-STATUS PIC XX.
       01  DEDENROL-STATUS PIC XX.
       01  PAYJOBS-STATUS PIC XX.
       01  DEPT-STATUS PIC XX.
       01  COMP-STATUS PIC XX.
       01  GLACCTS-STATUS PIC XX.
       01  GLJRNL-STATUS PIC XX.
       01  ACP-ACCTPER-STATUS PIC XX.
       01  ACP-SUSPENSE-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-PERIOD-IN PIC X(6).
       01  WS-CLASS-IN PIC X(4).
       01  WS-CONFIRM PIC X(1).
       01  WS-TODAY PIC 9(8).
       01  WS-ACP-MONTH PIC 9(6).
       01  WS-ACP-OPEN PIC X(1).
       01  WS-ALLOC-OK PIC X(1).
       01  WS-ALREADY PIC X(1).
       01  WS-IDX PIC 9(3).
       01  WS-HIT PIC 9(3).
       01  WS-ROW-COMPANY PIC X(4).
       01  WS-ROW-SEGMENT PIC X(4).
       01  WS-ROW-DEPT PIC X(4).
       01  WS-SHOWN PIC 9(5).

       01  WS-WR-COUNT PIC 9(2) VALUE 0.
       01  WS-WR-OVERFLOW PIC X VALUE 'N'.
       01  WS-WR-TABLE.
           05 WS-WR-ENTRY OCCURS 50 TIMES.
               10 WS-WR-CLASS PIC X(4).
               10 WS-WR-RATE PIC 9(2)V9999.
               10 WS-WR-DESC PIC X(20).
       01  WS-WR-IDX PIC 9(2).
       01  WS-WR-HIT PIC 9(2).

       01  WS-BP-COUNT PIC 9(3) VALUE 0.
       01  WS-BP-TABLE.
           05 WS-BP-ENTRY OCCURS 100 TIMES.
               10 WS-BP-DED-CODE PIC X(4).
               10 WS-BP-ER-COST PIC 9(5)V99.
       01  WS-BP-IDX PIC 9(3).
       01  WS-BP-HIT PIC 9(3).

       01  WS-EB-COUNT PIC 9(3) VALUE 0.
       01  WS-EB-TABLE.
           05 WS-EB-ENTRY OCCURS 500 TIMES.
               10 WS-EB-EMP PIC X(8).
               10 WS-EB-COMPANY PIC X(4).
               10 WS-EB-DEPT PIC X(4).
               10 WS-EB-CLASS PIC X(4).
               10 WS-EB-PAY-DATE PIC 9(8).
               10 WS-EB-REGULAR PIC X(1).
               10 WS-EB-WAGES PIC S9(9)V99.
               10 WS-EB-ER-TAX PIC S9(9)V99.
               10 WS-EB-RETIRE PIC S9(9)V99.
               10 WS-EB-BENEFIT PIC S9(9)V99.
               10 WS-EB-WCOMP PIC S9(9)V99.
               10 WS-EB-BURDEN PIC S9(9)V99.
       01  WS-EB-IDX PIC 9(3).
       01  WS-EB-HIT PIC 9(3).

       01  WS-DP-COUNT PIC 9(3) VALUE 0.
       01  WS-DP-TABLE.
           05 WS-DP-ENTRY OCCURS 100 TIMES.
               10 WS-DP-DEPT PIC X(4).
               10 WS-DP-CC PIC X(6).
               10 WS-DP-WAGES PIC S9(9)V99.
               10 WS-DP-ER-TAX PIC S9(9)V99.
               10 WS-DP-RETIRE PIC S9(9)V99.
               10 WS-DP-BENEFIT PIC S9(9)V99.
               10 WS-DP-WCOMP PIC S9(9)V99.
               10 WS-DP-BURDEN PIC S9(9)V99.
       01  WS-DP-IDX PIC 9(3).
       01  WS-DP-HIT PIC 9(3).

       01  WS-JB-COUNT PIC 9(3) VALUE 0.
       01  WS-JB-TABLE.
           05 WS-JB-ENTRY OCCURS 200 TIMES.
               10 WS-JB-CODE PIC X(6).
               10 WS-JB-WAGES PIC S9(9)V99.
               10 WS-JB-ER-TAX PIC S9(9)V99.
               10 WS-JB-RETIRE PIC S9(9)V99.
               10 WS-JB-BENEFIT PIC S9(9)V99.
               10 WS-JB-WCOMP PIC S9(9)V99.
               10 WS-JB-BURDEN PIC S9(9)V99.
       01  WS-JB-IDX PIC 9(3).
       01  WS-JB-HIT PIC 9(3).
       01  WS-LN-ER-TAX PIC S9(9)V99.
       01  WS-LN-RETIRE PIC S9(9)V99.
       01  WS-LN-BENEFIT PIC S9(9)V99.
       01  WS-LN-WCOMP PIC S9(9)V99.

       01  WS-CO-COUNT PIC 9(2) VALUE 0.
       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 21 TIMES.
               10 WS-CO-CODE PIC X(4).
               10 WS-CO-SEGMENT PIC X(4).
       01  WS-CO-IDX PIC 9(2).

       01  WS-GS-COUNT PIC 9(2) VALUE 0.
       01  WS-GS-TABLE.
           05 WS-GS-ENTRY OCCURS 21 TIMES.
               10 WS-GS-SEGMENT PIC X(4).
               10 WS-GS-ER-TAX PIC S9(9)V99.
               10 WS-GS-RETIRE PIC S9(9)V99.
               10 WS-GS-BENEFIT PIC S9(9)V99.
               10 WS-GS-WCOMP PIC S9(9)V99.
       01  WS-GS-IDX PIC 9(2).
       01  WS-GS-HIT PIC 9(2).

       01  WS-GD-COUNT PIC 9(3) VALUE 0.
       01  WS-GD-TABLE.
           05 WS-GD-ENTRY OCCURS 200 TIMES.
               10 WS-GD-SEGMENT PIC X(4).
               10 WS-GD-DEPT PIC X(4).
               10 WS-GD-AMOUNT PIC S9(9)V99.
       01  WS-GD-IDX PIC 9(3).
       01  WS-GD-HIT PIC 9(3).

       01  WS-TOT-WAGES PIC S9(9)V99.
       01  WS-TOT-ER-TAX PIC S9(9)V99.
       01  WS-TOT-RETIRE PIC S9(9)V99.
       01  WS-TOT-BENEFIT PIC S9(9)V99.
       01  WS-TOT-WCOMP PIC S9(9)V99.
       01  WS-TOT-BURDEN PIC S9(9)V99.

       01  WS-ACCT-ERTAX-EXP PIC X(8) VALUE "52000000".
       01  WS-ACCT-RET-EXP PIC X(8) VALUE "53000000".
       01  WS-ACCT-BEN-EXP PIC X(8) VALUE "55000000".
       01  WS-ACCT-WC-EXP PIC X(8) VALUE "55100000".
       01  WS-ACCT-BURDEN PIC X(8) VALUE "56000000".

       01  WS-JRN-AMT PIC S9(9)V99.
       01  WS-JRN-ACCT PIC X(8).
       01  WS-JRN-DC PIC X(1).
       01  WS-JRN-DESC PIC X(20).
       01  WS-JRN-SEGMENT PIC X(4).

       01  OUT-AMT PIC ZZZ,ZZZ,ZZ9.99-.
       01  OUT-WAGES PIC ZZZ,ZZZ,ZZ9.99-.
       01  OUT-BURDEN PIC ZZZ,ZZZ,ZZ9.99-.
       01  OUT-RATE PIC Z9.9999.
       01  OUT-COUNT PIC ZZZZ9.
       01  WS-RPT-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           PERFORM LOAD-WC-RATES.
           DISPLAY "LABOR BURDEN ALLOCATION".
           DISPLAY "1 - ADD OR CHANGE A WORKERS' COMP RATE".
           DISPLAY "2 - LIST WORKERS' COMP RATES".
           DISPLAY "3 - RUN PERIOD-END BURDEN ALLOCATION".
           DISPLAY "4 - LIST A PERIOD'S ALLOCATION".
           DISPLAY "5 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM MAINTAIN-WC-RATE
            WHEN 2
               PERFORM LIST-WC-RATES
            WHEN 3
               PERFORM RUN-ALLOCATION
            WHEN 4
               PERFORM LIST-ALLOCATION
            WHEN 5
               GOBACK
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM MAIN-PARA.

       LOAD-WC-RATES.
           MOVE 0 TO WS-WR-COUNT.
           MOVE 'N' TO WS-WR-OVERFLOW.
           OPEN INPUT WCRATE-FILE.
           IF WCRATE-STATUS = "00"
               PERFORM UNTIL WCRATE-STATUS NOT = "00"
                   READ WCRATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-WR-COUNT >= 50
                               MOVE 'Y' TO WS-WR-OVERFLOW
                           ELSE
                               ADD 1 TO WS-WR-COUNT
                               MOVE WR-CLASS TO
                                   WS-WR-CLASS (WS-WR-COUNT)
                               IF WR-RATE IS NUMERIC
                                   MOVE WR-RATE TO
                                       WS-WR-RATE (WS-WR-COUNT)
                               ELSE
                                   MOVE 0 TO
                                       WS-WR-RATE (WS-WR-COUNT)
                               END-IF
                               MOVE WR-DESC TO
                                   WS-WR-DESC (WS-WR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WCRATE-FILE
           END-IF.
           IF WS-WR-OVERFLOW = 'Y'
               DISPLAY "WARNING: WORKERS' COMP RATE FILE EXCEEDS THE"
                   " 50-ROW TABLE. RATE UPDATES ARE SUSPENDED."
           END-IF.

       SAVE-WC-RATES.
           IF WS-WR-OVERFLOW = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WCRATE-FILE.
           PERFORM VARYING WS-WR-IDX FROM 1 BY 1
               UNTIL WS-WR-IDX > WS-WR-COUNT
               MOVE SPACES TO WCRATE-REC
               MOVE WS-WR-CLASS (WS-WR-IDX) TO WR-CLASS
               MOVE WS-WR-RATE (WS-WR-IDX) TO WR-RATE
               MOVE WS-WR-DESC (WS-WR-IDX) TO WR-DESC
               WRITE WCRATE-REC
           END-PERFORM.
           CLOSE WCRATE-FILE.

       FIND-WC-RATE.
           MOVE 0 TO WS-WR-HIT.
           PERFORM VARYING WS-WR-IDX FROM 1 BY 1
               UNTIL WS-WR-IDX > WS-WR-COUNT
               OR WS-WR-HIT > 0
               IF WS-WR-CLASS (WS-WR-IDX) = WS-CLASS-IN
                   MOVE WS-WR-IDX TO WS-WR-HIT
               END-IF
           END-PERFORM.

       MAINTAIN-WC-RATE.
           IF WS-WR-OVERFLOW = 'Y'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "RISK CLASS: " WITH NO ADVANCING.
           ACCEPT WS-CLASS-IN.
           MOVE FUNCTION UPPER-CASE(WS-CLASS-IN) TO WS-CLASS-IN.
           IF WS-CLASS-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-WC-RATE.
           IF WS-WR-HIT = 0
               IF WS-WR-COUNT >= 50
                   DISPLAY "RATE TABLE IS FULL."
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-WR-COUNT
               MOVE WS-WR-COUNT TO WS-WR-HIT
               MOVE WS-CLASS-IN TO WS-WR-CLASS (WS-WR-HIT)
           END-IF.
           DISPLAY "PREMIUM RATE PER 100 OF WAGES: "
               WITH NO ADVANCING.
           ACCEPT WS-WR-RATE (WS-WR-HIT).
           DISPLAY "DESCRIPTION: " WITH NO ADVANCING.
           ACCEPT WS-WR-DESC (WS-WR-HIT).
           PERFORM SAVE-WC-RATES.
           DISPLAY "RATE FOR CLASS " WS-CLASS-IN " SAVED.".
           ACCEPT OMITTED.

       LIST-WC-RATES.
           IF WS-WR-COUNT = 0
               DISPLAY "NO WORKERS' COMP RATES ON FILE."
           ELSE
               DISPLAY "CLASS  RATE/100  DESCRIPTION"
               PERFORM VARYING WS-WR-IDX FROM 1 BY 1
                   UNTIL WS-WR-IDX > WS-WR-COUNT
                   MOVE WS-WR-RATE (WS-WR-IDX) TO OUT-RATE
                   DISPLAY WS-WR-CLASS (WS-WR-IDX) "   "
                       OUT-RATE "   " WS-WR-DESC (WS-WR-IDX)
               END-PERFORM
           END-IF.
           ACCEPT OMITTED.

      *    THE ALLOCATION IS BUILT AND SHOWN IN FULL BEFORE ANYTHING
      *    IS WRITTEN; ONE TABLE OVERFLOW ANYWHERE STOPS THE RUN.
       RUN-ALLOCATION.
           DISPLAY "PAY PERIOD TO ALLOCATE (YYYYPP): "
               WITH NO ADVANCING.
           ACCEPT WS-PERIOD-IN.
           IF WS-PERIOD-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ALREADY-ALLOCATED.
           IF WS-ALREADY = 'Y'
               DISPLAY "PERIOD " WS-PERIOD-IN " HAS ALREADY BEEN"
                   " ALLOCATED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY (1:6) TO WS-ACP-MONTH.
           PERFORM CHECK-ACCT-PERIOD.
           IF WS-ACP-OPEN = 'N'
               DISPLAY "ACCOUNTING MONTH " WS-ACP-MONTH " IS CLOSED"
                   " - ALLOCATION REFUSED AND LISTED ON SUSPENSE."
               PERFORM WRITE-SUSPENSE-REC
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO WS-ALLOC-OK.
           MOVE 0 TO WS-EB-COUNT WS-DP-COUNT WS-JB-COUNT
               WS-GS-COUNT WS-GD-COUNT.
           PERFORM LOAD-ACCOUNT-CODES.
           PERFORM LOAD-BENEFIT-COSTS.
           PERFORM LOAD-COMPANY-SEGMENTS.
           PERFORM GATHER-HISTORY.
           IF WS-ALLOC-OK = 'N'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-EB-COUNT = 0
               DISPLAY "NO PAY HISTORY FOR PERIOD " WS-PERIOD-IN "."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPLETE-EMPLOYEES.
           PERFORM ADD-BENEFIT-COSTS.
           PERFORM VARYING WS-EB-IDX FROM 1 BY 1
               UNTIL WS-EB-IDX > WS-EB-COUNT
               OR WS-ALLOC-OK = 'N'
               PERFORM CHARGE-ONE-EMPLOYEE
           END-PERFORM.
           IF WS-ALLOC-OK = 'Y'
               PERFORM ALLOCATE-JOB-LINES
           END-IF.
           IF WS-ALLOC-OK = 'N'
               DISPLAY "ALLOCATION STOPPED - NOTHING WRITTEN."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-COST-CENTERS.
           PERFORM SHOW-ALLOCATION.
           DISPLAY "POST ALLOCATION AND GL RECLASS? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "NOTHING WRITTEN."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-ALLOCATION-FILE.
           PERFORM WRITE-RECLASS-JOURNAL.
           DISPLAY "ALLOCATION WRITTEN TO PRACTICALS/BURDALOC.DAT,"
               " RECLASS APPENDED TO PRACTICALS/GLJRNL.DAT.".
           ACCEPT OMITTED.

       CHECK-ALREADY-ALLOCATED.
           MOVE 'N' TO WS-ALREADY.
           OPEN INPUT BURDALOC-FILE.
           IF BURDALOC-STATUS = "00"
               PERFORM UNTIL BURDALOC-STATUS NOT = "00"
                   OR WS-ALREADY = 'Y'
                   READ BURDALOC-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BA-PERIOD = WS-PERIOD-IN
                               MOVE 'Y' TO WS-ALREADY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BURDALOC-FILE
           END-IF.

      *    CLOSED ACCOUNTING MONTHS ON ACCTPER.DAT REFUSE THE
      *    POSTING AND LIST IT ON SUSPENSE.DAT, AS GLEXPORT DOES.
       CHECK-ACCT-PERIOD.
           MOVE 'Y' TO WS-ACP-OPEN.
           OPEN INPUT ACP-ACCTPER-FILE.
           IF ACP-ACCTPER-STATUS = "00"
               PERFORM UNTIL ACP-ACCTPER-STATUS NOT = "00"
                   READ ACP-ACCTPER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AP-MONTH IS NUMERIC
                               AND AP-MONTH = WS-ACP-MONTH
                               AND AP-STATUS = 'C'
                               MOVE 'N' TO WS-ACP-OPEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACP-ACCTPER-FILE
           END-IF.

       WRITE-SUSPENSE-REC.
           MOVE SPACES TO ACP-SUSPENSE-REC.
           MOVE "BURDEN" TO SU-PROGRAM.
           MOVE WS-TODAY TO SU-DATE.
           MOVE WS-PERIOD-IN TO SU-KEY.
           MOVE WS-ACP-MONTH TO SU-MONTH.
           MOVE ZERO TO SU-AMOUNT.
           MOVE "CLOSED PERIOD" TO SU-REASON.
           OPEN EXTEND ACP-SUSPENSE-FILE.
           IF ACP-SUSPENSE-STATUS = "05"
               OR ACP-SUSPENSE-STATUS = "35"
               OPEN OUTPUT ACP-SUSPENSE-FILE
           END-IF.
           WRITE ACP-SUSPENSE-REC.
           CLOSE ACP-SUSPENSE-FILE.

       LOAD-ACCOUNT-CODES.
           OPEN INPUT GLACCTS-FILE.
           IF GLACCTS-STATUS = "00"
               PERFORM UNTIL GLACCTS-STATUS NOT = "00"
                   READ GLACCTS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           EVALUATE GLA-KEY
                            WHEN "ERTAXEXP"
                               MOVE GLA-ACCOUNT TO WS-ACCT-ERTAX-EXP
                            WHEN "RETEXP"
                               MOVE GLA-ACCOUNT TO WS-ACCT-RET-EXP
                            WHEN "BENEXP"
                               MOVE GLA-ACCOUNT TO WS-ACCT-BEN-EXP
                            WHEN "WCEXP"
                               MOVE GLA-ACCOUNT TO WS-ACCT-WC-EXP
                            WHEN "BURDEN"
                               MOVE GLA-ACCOUNT TO WS-ACCT-BURDEN
                            WHEN OTHER
                               CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE GLACCTS-FILE
           END-IF.

       LOAD-BENEFIT-COSTS.
           MOVE 0 TO WS-BP-COUNT.
           OPEN INPUT BENPLAN-FILE.
           IF BENPLAN-STATUS = "00"
               PERFORM UNTIL BENPLAN-STATUS NOT = "00"
                   OR WS-BP-COUNT >= 100
                   READ BENPLAN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BP-DED-CODE NOT = SPACES
                               AND BP-ER-COST IS NUMERIC
                               ADD 1 TO WS-BP-COUNT
                               MOVE BP-DED-CODE TO
                                   WS-BP-DED-CODE (WS-BP-COUNT)
                               MOVE BP-ER-COST TO
                                   WS-BP-ER-COST (WS-BP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BENPLAN-FILE
           END-IF.

       LOAD-COMPANY-SEGMENTS.
           MOVE 0 TO WS-CO-COUNT.
           OPEN INPUT COMP-FILE.
           IF COMP-STATUS = "00"
               PERFORM UNTIL COMP-STATUS NOT = "00"
                   OR WS-CO-COUNT >= 21
                   READ COMP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-CO-COUNT
                           MOVE CO-CODE TO WS-CO-CODE (WS-CO-COUNT)
                           MOVE CO-GL-SEGMENT TO
                               WS-CO-SEGMENT (WS-CO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE COMP-FILE
           END-IF.

      *    ONE TABLE ROW PER EMPLOYEE PAID IN THE PERIOD, VOIDED
      *    ROWS LEFT OUT. A REGULAR (NON-BONUS) ROW MARKS THE
      *    EMPLOYEE AS DRAWING THE PERIOD'S BENEFIT COST.
       GATHER-HISTORY.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS NOT = "00"
               DISPLAY "PAY HISTORY NOT AVAILABLE."
               MOVE 'N' TO WS-ALLOC-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL HIST-STATUS NOT = "00"
               OR WS-ALLOC-OK = 'N'
               READ HIST-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HIST-PAY-PERIOD = WS-PERIOD-IN
                           AND HIST-VOID NOT = 'V'
                           PERFORM ADD-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.

       ADD-HISTORY-ROW.
           MOVE 0 TO WS-EB-HIT.
           PERFORM VARYING WS-EB-IDX FROM 1 BY 1
               UNTIL WS-EB-IDX > WS-EB-COUNT
               OR WS-EB-HIT > 0
               IF WS-EB-EMP (WS-EB-IDX) = HIST-EMP-ID
                   MOVE WS-EB-IDX TO WS-EB-HIT
               END-IF
           END-PERFORM.
           IF WS-EB-HIT = 0
               IF WS-EB-COUNT >= 500
                   DISPLAY "MORE THAN 500 EMPLOYEES PAID IN THE"
                       " PERIOD."
                   MOVE 'N' TO WS-ALLOC-OK
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EB-COUNT
               MOVE WS-EB-COUNT TO WS-EB-HIT
               INITIALIZE WS-EB-ENTRY (WS-EB-HIT)
               MOVE HIST-EMP-ID TO WS-EB-EMP (WS-EB-HIT)
               MOVE 'N' TO WS-EB-REGULAR (WS-EB-HIT)
           END-IF.
           IF HIST-COMPANY NOT = SPACES
               MOVE HIST-COMPANY TO WS-EB-COMPANY (WS-EB-HIT)
           END-IF.
           IF HIST-PAY-DATE IS NUMERIC
               AND HIST-PAY-DATE > WS-EB-PAY-DATE (WS-EB-HIT)
               MOVE HIST-PAY-DATE TO WS-EB-PAY-DATE (WS-EB-HIT)
           END-IF.
           IF HIST-RUN-TYPE NOT = 'B'
               MOVE 'Y' TO WS-EB-REGULAR (WS-EB-HIT)
           END-IF.
           ADD HIST-TOTAL-PAY TO WS-EB-WAGES (WS-EB-HIT).
           ADD HIST-ER-SOCIAL HIST-ER-UNEMP
               TO WS-EB-ER-TAX (WS-EB-HIT).
           ADD HIST-RET-ER TO WS-EB-RETIRE (WS-EB-HIT).

      *    DEPARTMENT AND RISK CLASS FROM THE MASTER; THE COMPANY
      *    TOO WHEN THE HISTORY ROWS DID NOT CARRY ONE.
       COMPLETE-EMPLOYEES.
           OPEN INPUT EM-MASTER-FILE.
           PERFORM VARYING WS-EB-IDX FROM 1 BY 1
               UNTIL WS-EB-IDX > WS-EB-COUNT
               MOVE "????" TO WS-EB-DEPT (WS-EB-IDX)
               MOVE SPACES TO WS-EB-CLASS (WS-EB-IDX)
               IF EM-FILE-STATUS = "00"
                   MOVE WS-EB-EMP (WS-EB-IDX) TO EM-EMP-ID
                   READ EM-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EM-DEPT-CODE TO WS-EB-DEPT (WS-EB-IDX)
                           MOVE EM-RISK-CLASS TO
                               WS-EB-CLASS (WS-EB-IDX)
                           IF WS-EB-COMPANY (WS-EB-IDX) = SPACES
                               MOVE EM-COMPANY TO
                                   WS-EB-COMPANY (WS-EB-IDX)
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           IF EM-FILE-STATUS = "00"
               CLOSE EM-MASTER-FILE
           END-IF.

      *    AN ENROLLMENT IS LIVE ON THE EMPLOYEE'S LAST PAY DATE OF
      *    THE PERIOD BY THE SAME RULE THE PAY RUN USES TO TAKE THE
      *    DEDUCTION; ITS PLAN'S EMPLOYER COST IS ONE PERIOD'S
      *    WORTH.
       ADD-BENEFIT-COSTS.
           OPEN INPUT DEDENROL-FILE.
           IF DEDENROL-STATUS = "00"
               PERFORM UNTIL DEDENROL-STATUS NOT = "00"
                   READ DEDENROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM APPLY-ONE-ENROLLMENT
                   END-READ
               END-PERFORM
               CLOSE DEDENROL-FILE
           END-IF.

       APPLY-ONE-ENROLLMENT.
           MOVE 0 TO WS-EB-HIT.
           PERFORM VARYING WS-EB-IDX FROM 1 BY 1
               UNTIL WS-EB-IDX > WS-EB-COUNT
               OR WS-EB-HIT > 0
               IF WS-EB-EMP (WS-EB-IDX) = ENROL-EMP-ID
                   MOVE WS-EB-IDX TO WS-EB-HIT
               END-IF
           END-PERFORM.
           IF WS-EB-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-EB-REGULAR (WS-EB-HIT) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF ENROL-EFF-DATE IS NUMERIC
               AND ENROL-EFF-DATE > WS-EB-PAY-DATE (WS-EB-HIT)
               EXIT PARAGRAPH
           END-IF.
           IF ENROL-END-DATE IS NUMERIC
               AND ENROL-END-DATE > 0
               AND ENROL-END-DATE < WS-EB-PAY-DATE (WS-EB-HIT)
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-BP-HIT.
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
               UNTIL WS-BP-IDX > WS-BP-COUNT
               OR WS-BP-HIT > 0
               IF WS-BP-DED-CODE (WS-BP-IDX) = ENROL-DED-CODE
                   MOVE WS-BP-IDX TO WS-BP-HIT
               END-IF
           END-PERFORM.
           IF WS-BP-HIT > 0
               ADD WS-BP-ER-COST (WS-BP-HIT)
                   TO WS-EB-BENEFIT (WS-EB-HIT)
           END-IF.

      *    WORKERS' COMP PREMIUM AT THE CLASS RATE PER 100 OF
      *    WAGES (NO RATE ON FILE, NO PREMIUM), THEN THE EMPLOYEE'S
      *    TOTAL GOES TO THEIR DEPARTMENT AND THE GL TABLES.
       CHARGE-ONE-EMPLOYEE.
           MOVE WS-EB-CLASS (WS-EB-IDX) TO WS-CLASS-IN.
           PERFORM FIND-WC-RATE.
           IF WS-WR-HIT > 0
               COMPUTE WS-EB-WCOMP (WS-EB-IDX) ROUNDED =
                   WS-EB-WAGES (WS-EB-IDX)
                   * WS-WR-RATE (WS-WR-HIT) / 100
           END-IF.
           COMPUTE WS-EB-BURDEN (WS-EB-IDX) =
               WS-EB-ER-TAX (WS-EB-IDX) + WS-EB-RETIRE (WS-EB-IDX)
               + WS-EB-BENEFIT (WS-EB-IDX) + WS-EB-WCOMP (WS-EB-IDX).

           MOVE 0 TO WS-DP-HIT.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT
               OR WS-DP-HIT > 0
               IF WS-DP-DEPT (WS-DP-IDX) = WS-EB-DEPT (WS-EB-IDX)
                   MOVE WS-DP-IDX TO WS-DP-HIT
               END-IF
           END-PERFORM.
           IF WS-DP-HIT = 0
               IF WS-DP-COUNT >= 100
                   DISPLAY "MORE THAN 100 DEPARTMENTS IN THE PERIOD."
                   MOVE 'N' TO WS-ALLOC-OK
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DP-COUNT
               MOVE WS-DP-COUNT TO WS-DP-HIT
               INITIALIZE WS-DP-ENTRY (WS-DP-HIT)
               MOVE WS-EB-DEPT (WS-EB-IDX) TO WS-DP-DEPT (WS-DP-HIT)
           END-IF.
           ADD WS-EB-WAGES (WS-EB-IDX) TO WS-DP-WAGES (WS-DP-HIT).
           ADD WS-EB-ER-TAX (WS-EB-IDX) TO WS-DP-ER-TAX (WS-DP-HIT).
           ADD WS-EB-RETIRE (WS-EB-IDX) TO WS-DP-RETIRE (WS-DP-HIT).
           ADD WS-EB-BENEFIT (WS-EB-IDX)
               TO WS-DP-BENEFIT (WS-DP-HIT).
           ADD WS-EB-WCOMP (WS-EB-IDX) TO WS-DP-WCOMP (WS-DP-HIT).
           ADD WS-EB-BURDEN (WS-EB-IDX) TO WS-DP-BURDEN (WS-DP-HIT).
           PERFORM ACCUMULATE-GL.

       ACCUMULATE-GL.
           MOVE SPACES TO WS-ROW-SEGMENT.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT
               IF WS-CO-CODE (WS-CO-IDX) = WS-EB-COMPANY (WS-EB-IDX)
                   MOVE WS-CO-SEGMENT (WS-CO-IDX) TO WS-ROW-SEGMENT
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-GS-HIT.
           PERFORM VARYING WS-GS-IDX FROM 1 BY 1
               UNTIL WS-GS-IDX > WS-GS-COUNT
               OR WS-GS-HIT > 0
               IF WS-GS-SEGMENT (WS-GS-IDX) = WS-ROW-SEGMENT
                   MOVE WS-GS-IDX TO WS-GS-HIT
               END-IF
           END-PERFORM.
           IF WS-GS-HIT = 0
               IF WS-GS-COUNT >= 21
                   DISPLAY "MORE THAN 21 GL SEGMENTS IN THE PERIOD."
                   MOVE 'N' TO WS-ALLOC-OK
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GS-COUNT
               MOVE WS-GS-COUNT TO WS-GS-HIT
               INITIALIZE WS-GS-ENTRY (WS-GS-HIT)
               MOVE WS-ROW-SEGMENT TO WS-GS-SEGMENT (WS-GS-HIT)
           END-IF.
           ADD WS-EB-ER-TAX (WS-EB-IDX) TO WS-GS-ER-TAX (WS-GS-HIT).
           ADD WS-EB-RETIRE (WS-EB-IDX) TO WS-GS-RETIRE (WS-GS-HIT).
           ADD WS-EB-BENEFIT (WS-EB-IDX)
               TO WS-GS-BENEFIT (WS-GS-HIT).
           ADD WS-EB-WCOMP (WS-EB-IDX) TO WS-GS-WCOMP (WS-GS-HIT).

           MOVE 0 TO WS-GD-HIT.
           PERFORM VARYING WS-GD-IDX FROM 1 BY 1
               UNTIL WS-GD-IDX > WS-GD-COUNT
               OR WS-GD-HIT > 0
               IF WS-GD-SEGMENT (WS-GD-IDX) = WS-ROW-SEGMENT
                   AND WS-GD-DEPT (WS-GD-IDX) = WS-EB-DEPT (WS-EB-IDX)
                   MOVE WS-GD-IDX TO WS-GD-HIT
               END-IF
           END-PERFORM.
           IF WS-GD-HIT = 0
               IF WS-GD-COUNT >= 200
                   DISPLAY "MORE THAN 200 SEGMENT/DEPARTMENT PAIRS"
                       " IN THE PERIOD."
                   MOVE 'N' TO WS-ALLOC-OK
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GD-COUNT
               MOVE WS-GD-COUNT TO WS-GD-HIT
               MOVE WS-ROW-SEGMENT TO WS-GD-SEGMENT (WS-GD-HIT)
               MOVE WS-EB-DEPT (WS-EB-IDX) TO WS-GD-DEPT (WS-GD-HIT)
               MOVE 0 TO WS-GD-AMOUNT (WS-GD-HIT)
           END-IF.
           ADD WS-EB-BURDEN (WS-EB-IDX) TO WS-GD-AMOUNT (WS-GD-HIT).

      *    EACH JOB LINE TAKES THE SHARE OF ITS EMPLOYEE'S BURDEN
      *    THAT THE LINE'S COST BEARS TO THE EMPLOYEE'S WAGES FOR
      *    THE PERIOD. WAGES NOT BOOKED TO A JOB KEEP THEIR BURDEN
      *    ON THE DEPARTMENT ONLY.
       ALLOCATE-JOB-LINES.
           OPEN INPUT PAYJOBS-FILE.
           IF PAYJOBS-STATUS = "00"
               PERFORM UNTIL PAYJOBS-STATUS NOT = "00"
                   OR WS-ALLOC-OK = 'N'
                   READ PAYJOBS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PJ-PERIOD = WS-PERIOD-IN
                               AND PJ-COST IS NUMERIC
                               PERFORM ALLOCATE-ONE-JOB-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYJOBS-FILE
           END-IF.

       ALLOCATE-ONE-JOB-LINE.
           MOVE 0 TO WS-EB-HIT.
           PERFORM VARYING WS-EB-IDX FROM 1 BY 1
               UNTIL WS-EB-IDX > WS-EB-COUNT
               OR WS-EB-HIT > 0
               IF WS-EB-EMP (WS-EB-IDX) = PJ-EMP-ID
                   MOVE WS-EB-IDX TO WS-EB-HIT
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-LN-ER-TAX WS-LN-RETIRE WS-LN-BENEFIT
               WS-LN-WCOMP.
           IF WS-EB-HIT > 0
               IF WS-EB-WAGES (WS-EB-HIT) > 0
                   COMPUTE WS-LN-ER-TAX ROUNDED =
                       WS-EB-ER-TAX (WS-EB-HIT) * PJ-COST
                       / WS-EB-WAGES (WS-EB-HIT)
                   COMPUTE WS-LN-RETIRE ROUNDED =
                       WS-EB-RETIRE (WS-EB-HIT) * PJ-COST
                       / WS-EB-WAGES (WS-EB-HIT)
                   COMPUTE WS-LN-BENEFIT ROUNDED =
                       WS-EB-BENEFIT (WS-EB-HIT) * PJ-COST
                       / WS-EB-WAGES (WS-EB-HIT)
                   COMPUTE WS-LN-WCOMP ROUNDED =
                       WS-EB-WCOMP (WS-EB-HIT) * PJ-COST
                       / WS-EB-WAGES (WS-EB-HIT)
               END-IF
           END-IF.
           MOVE 0 TO WS-JB-HIT.
           PERFORM VARYING WS-JB-IDX FROM 1 BY 1
               UNTIL WS-JB-IDX > WS-JB-COUNT
               OR WS-JB-HIT > 0
               IF WS-JB-CODE (WS-JB-IDX) = PJ-JOB-CODE
                   MOVE WS-JB-IDX TO WS-JB-HIT
               END-IF
           END-PERFORM.
           IF WS-JB-HIT = 0
               IF WS-JB-COUNT >= 200
                   DISPLAY "MORE THAN 200 JOB CODES IN THE PERIOD."
                   MOVE 'N' TO WS-ALLOC-OK
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-JB-COUNT
               MOVE WS-JB-COUNT TO WS-JB-HIT
               INITIALIZE WS-JB-ENTRY (WS-JB-HIT)
               MOVE PJ-JOB-CODE TO WS-JB-CODE (WS-JB-HIT)
           END-IF.
           ADD PJ-COST TO WS-JB-WAGES (WS-JB-HIT).
           ADD WS-LN-ER-TAX TO WS-JB-ER-TAX (WS-JB-HIT).
           ADD WS-LN-RETIRE TO WS-JB-RETIRE (WS-JB-HIT).
           ADD WS-LN-BENEFIT TO WS-JB-BENEFIT (WS-JB-HIT).
           ADD WS-LN-WCOMP TO WS-JB-WCOMP (WS-JB-HIT).
           COMPUTE WS-JB-BURDEN (WS-JB-HIT) =
               WS-JB-ER-TAX (WS-JB-HIT) + WS-JB-RETIRE (WS-JB-HIT)
               + WS-JB-BENEFIT (WS-JB-HIT) + WS-JB-WCOMP (WS-JB-HIT).

       LOAD-COST-CENTERS.
           OPEN INPUT DEPT-FILE.
           IF DEPT-STATUS = "00"
               PERFORM UNTIL DEPT-STATUS NOT = "00"
                   READ DEPT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                               UNTIL WS-DP-IDX > WS-DP-COUNT
                               IF WS-DP-DEPT (WS-DP-IDX) = DEPT-CODE
                                   MOVE DEPT-COST-CENTER TO
                                       WS-DP-CC (WS-DP-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE
           END-IF.

       SHOW-ALLOCATION.
           MOVE 0 TO WS-TOT-WAGES WS-TOT-ER-TAX WS-TOT-RETIRE
               WS-TOT-BENEFIT WS-TOT-WCOMP WS-TOT-BURDEN.
           DISPLAY "BURDEN ALLOCATION FOR PERIOD " WS-PERIOD-IN.
           DISPLAY "DEPT  CC              WAGES          BURDEN".
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT
               MOVE WS-DP-WAGES (WS-DP-IDX) TO OUT-WAGES
               MOVE WS-DP-BURDEN (WS-DP-IDX) TO OUT-BURDEN
               DISPLAY WS-DP-DEPT (WS-DP-IDX) "  "
                   WS-DP-CC (WS-DP-IDX) "  " OUT-WAGES " "
                   OUT-BURDEN
               ADD WS-DP-WAGES (WS-DP-IDX) TO WS-TOT-WAGES
               ADD WS-DP-ER-TAX (WS-DP-IDX) TO WS-TOT-ER-TAX
               ADD WS-DP-RETIRE (WS-DP-IDX) TO WS-TOT-RETIRE
               ADD WS-DP-BENEFIT (WS-DP-IDX) TO WS-TOT-BENEFIT
               ADD WS-DP-WCOMP (WS-DP-IDX) TO WS-TOT-WCOMP
               ADD WS-DP-BURDEN (WS-DP-IDX) TO WS-TOT-BURDEN
           END-PERFORM.
           DISPLAY "--------------------------------------------".
           MOVE WS-EB-COUNT TO OUT-COUNT.
           DISPLAY "EMPLOYEES:           " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-TOT-WAGES TO OUT-AMT.
           DISPLAY "GROSS WAGES:         " OUT-AMT.
           MOVE WS-TOT-ER-TAX TO OUT-AMT.
           DISPLAY "EMPLOYER TAXES:      " OUT-AMT.
           MOVE WS-TOT-RETIRE TO OUT-AMT.
           DISPLAY "RETIREMENT MATCH:    " OUT-AMT.
           MOVE WS-TOT-BENEFIT TO OUT-AMT.
           DISPLAY "BENEFIT PREMIUMS:    " OUT-AMT.
           MOVE WS-TOT-WCOMP TO OUT-AMT.
           DISPLAY "WORKERS' COMP:       " OUT-AMT.
           MOVE WS-TOT-BURDEN TO OUT-AMT.
           DISPLAY "TOTAL BURDEN:        " OUT-AMT.
           MOVE WS-JB-COUNT TO OUT-COUNT.
           DISPLAY "JOB CODES ALLOCATED: " FUNCTION TRIM(OUT-COUNT).

       WRITE-ALLOCATION-FILE.
           OPEN EXTEND BURDALOC-FILE.
           IF BURDALOC-STATUS = "05" OR BURDALOC-STATUS = "35"
               OPEN OUTPUT BURDALOC-FILE
           END-IF.
           PERFORM VARYING WS-EB-IDX FROM 1 BY 1
               UNTIL WS-EB-IDX > WS-EB-COUNT
               MOVE SPACES TO BURDALOC-REC
               MOVE 'E' TO BA-TYPE
               MOVE WS-EB-EMP (WS-EB-IDX) TO BA-KEY
               MOVE WS-EB-WAGES (WS-EB-IDX) TO BA-WAGES
               MOVE WS-EB-ER-TAX (WS-EB-IDX) TO BA-ER-TAX
               MOVE WS-EB-RETIRE (WS-EB-IDX) TO BA-RETIRE
               MOVE WS-EB-BENEFIT (WS-EB-IDX) TO BA-BENEFIT
               MOVE WS-EB-WCOMP (WS-EB-IDX) TO BA-WCOMP
               MOVE WS-EB-BURDEN (WS-EB-IDX) TO BA-BURDEN
               PERFORM WRITE-ALLOCATION-ROW
           END-PERFORM.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT
               MOVE SPACES TO BURDALOC-REC
               MOVE 'D' TO BA-TYPE
               MOVE WS-DP-DEPT (WS-DP-IDX) TO BA-KEY
               MOVE WS-DP-WAGES (WS-DP-IDX) TO BA-WAGES
               MOVE WS-DP-ER-TAX (WS-DP-IDX) TO BA-ER-TAX
               MOVE WS-DP-RETIRE (WS-DP-IDX) TO BA-RETIRE
               MOVE WS-DP-BENEFIT (WS-DP-IDX) TO BA-BENEFIT
               MOVE WS-DP-WCOMP (WS-DP-IDX) TO BA-WCOMP
               MOVE WS-DP-BURDEN (WS-DP-IDX) TO BA-BURDEN
               PERFORM WRITE-ALLOCATION-ROW
           END-PERFORM.
           PERFORM VARYING WS-JB-IDX FROM 1 BY 1
               UNTIL WS-JB-IDX > WS-JB-COUNT
               MOVE SPACES TO BURDALOC-REC
               MOVE 'J' TO BA-TYPE
               MOVE WS-JB-CODE (WS-JB-IDX) TO BA-KEY
               MOVE WS-JB-WAGES (WS-JB-IDX) TO BA-WAGES
               MOVE WS-JB-ER-TAX (WS-JB-IDX) TO BA-ER-TAX
               MOVE WS-JB-RETIRE (WS-JB-IDX) TO BA-RETIRE
               MOVE WS-JB-BENEFIT (WS-JB-IDX) TO BA-BENEFIT
               MOVE WS-JB-WCOMP (WS-JB-IDX) TO BA-WCOMP
               MOVE WS-JB-BURDEN (WS-JB-IDX) TO BA-BURDEN
               PERFORM WRITE-ALLOCATION-ROW
           END-PERFORM.
           CLOSE BURDALOC-FILE.

       WRITE-ALLOCATION-ROW.
           MOVE WS-PERIOD-IN TO BA-PERIOD.
           MOVE WS-TODAY TO BA-RUN-DATE.
           WRITE BURDALOC-REC.

      *    PER COMPANY SEGMENT: EACH DEPARTMENT'S BURDEN IS DEBITED
      *    TO THE BURDEN ACCOUNT (THE DEPARTMENT AND COST CENTER IN
      *    THE DESCRIPTION) AND THE FOUR POOLED EXPENSE ACCOUNTS
      *    ARE CREDITED. BOTH SIDES COME FROM THE SAME EMPLOYEE
      *    FIGURES, SO EVERY SEGMENT BALANCES.
       WRITE-RECLASS-JOURNAL.
           OPEN EXTEND GLJRNL-FILE.
           IF GLJRNL-STATUS = "05" OR GLJRNL-STATUS = "35"
               OPEN OUTPUT GLJRNL-FILE
           END-IF.
           PERFORM VARYING WS-GS-IDX FROM 1 BY 1
               UNTIL WS-GS-IDX > WS-GS-COUNT
               MOVE WS-GS-SEGMENT (WS-GS-IDX) TO WS-JRN-SEGMENT
               PERFORM VARYING WS-GD-IDX FROM 1 BY 1
                   UNTIL WS-GD-IDX > WS-GD-COUNT
                   IF WS-GD-SEGMENT (WS-GD-IDX) = WS-JRN-SEGMENT
                       PERFORM WRITE-DEPT-DEBIT
                   END-IF
               END-PERFORM
               MOVE WS-GS-ER-TAX (WS-GS-IDX) TO WS-JRN-AMT
               MOVE WS-ACCT-ERTAX-EXP TO WS-JRN-ACCT
               MOVE 'C' TO WS-JRN-DC
               MOVE "ER TAX TO DEPTS" TO WS-JRN-DESC
               PERFORM WRITE-JOURNAL-ROW
               MOVE WS-GS-RETIRE (WS-GS-IDX) TO WS-JRN-AMT
               MOVE WS-ACCT-RET-EXP TO WS-JRN-ACCT
               MOVE 'C' TO WS-JRN-DC
               MOVE "RET MATCH TO DEPTS" TO WS-JRN-DESC
               PERFORM WRITE-JOURNAL-ROW
               MOVE WS-GS-BENEFIT (WS-GS-IDX) TO WS-JRN-AMT
               MOVE WS-ACCT-BEN-EXP TO WS-JRN-ACCT
               MOVE 'C' TO WS-JRN-DC
               MOVE "BENEFITS TO DEPTS" TO WS-JRN-DESC
               PERFORM WRITE-JOURNAL-ROW
               MOVE WS-GS-WCOMP (WS-GS-IDX) TO WS-JRN-AMT
               MOVE WS-ACCT-WC-EXP TO WS-JRN-ACCT
               MOVE 'C' TO WS-JRN-DC
               MOVE "WORK COMP TO DEPTS" TO WS-JRN-DESC
               PERFORM WRITE-JOURNAL-ROW
           END-PERFORM.
           CLOSE GLJRNL-FILE.

       WRITE-DEPT-DEBIT.
           MOVE WS-GD-DEPT (WS-GD-IDX) TO WS-ROW-DEPT.
           MOVE SPACES TO WS-JRN-DESC.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
               UNTIL WS-DP-IDX > WS-DP-COUNT
               IF WS-DP-DEPT (WS-DP-IDX) = WS-ROW-DEPT
                   STRING "BURDEN " WS-ROW-DEPT " "
                       WS-DP-CC (WS-DP-IDX)
                       DELIMITED BY SIZE INTO WS-JRN-DESC
               END-IF
           END-PERFORM.
           MOVE WS-GD-AMOUNT (WS-GD-IDX) TO WS-JRN-AMT.
           MOVE WS-ACCT-BURDEN TO WS-JRN-ACCT.
           MOVE 'D' TO WS-JRN-DC.
           PERFORM WRITE-JOURNAL-ROW.

       WRITE-JOURNAL-ROW.
           IF WS-JRN-AMT NOT = 0
               MOVE SPACES TO GLJRNL-REC
               MOVE WS-PERIOD-IN TO JRN-PERIOD
               MOVE WS-JRN-ACCT TO JRN-ACCOUNT
               MOVE WS-JRN-DC TO JRN-DC
               MOVE WS-JRN-AMT TO JRN-AMOUNT
               MOVE WS-JRN-DESC TO JRN-DESC
               MOVE WS-JRN-SEGMENT TO JRN-CO-SEGMENT
               WRITE GLJRNL-REC
           END-IF.

       LIST-ALLOCATION.
           DISPLAY "PAY PERIOD (YYYYPP): " WITH NO ADVANCING.
           ACCEPT WS-PERIOD-IN.
           MOVE 0 TO WS-SHOWN.
           OPEN INPUT BURDALOC-FILE.
           IF BURDALOC-STATUS = "00"
               DISPLAY "T  KEY              WAGES          BURDEN"
                   "  RUN DATE"
               PERFORM UNTIL BURDALOC-STATUS NOT = "00"
                   READ BURDALOC-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BA-PERIOD = WS-PERIOD-IN
                               AND (BA-TYPE = 'D' OR BA-TYPE = 'J')
                               ADD 1 TO WS-SHOWN
                               MOVE BA-WAGES TO OUT-WAGES
                               MOVE BA-BURDEN TO OUT-BURDEN
                               DISPLAY BA-TYPE "  " BA-KEY " "
                                   OUT-WAGES " " OUT-BURDEN "  "
                                   BA-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BURDALOC-FILE
           END-IF.
           IF WS-SHOWN = 0
               DISPLAY "NO ALLOCATION ON FILE FOR PERIOD "
                   WS-PERIOD-IN "."
           END-IF.
           ACCEPT OMITTED.

       END PROGRAM BURDEN.
