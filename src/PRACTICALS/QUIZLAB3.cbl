           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-PAY-PERIOD WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-PAY-DATE WITH DUPLICATES
           FILE STATUS IS WS-HISTORY-STATUS.
       SELECT WS-PAYCAL-FILE
           ASSIGN TO "PRACTICALS/PAYCAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS WS-EMPMAST-STATUS.
       SELECT WS-PAYRUN-FILE
           ASSIGN TO "PRACTICALS/PAYRUN.DAT"
           ASSIGN TO "PRACTICALS/LEAVECFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEAVECFG-STATUS.
       SELECT WS-REHIRE-FILE
           ASSIGN TO "PRACTICALS/REHIRE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REHIRE-STATUS.
       SELECT WS-LEAVEBAL-FILE
           ASSIGN TO "PRACTICALS/LEAVEBAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ASSIGN TO "PRACTICALS/PAYJOBS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYJOBS-STATUS.
       SELECT WS-JOBMAST-FILE
           ASSIGN TO "PRACTICALS/JOBMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOBMAST-STATUS.
       SELECT WS-JOBBUDG-FILE
           ASSIGN TO "PRACTICALS/JOBBUDG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOBBUDG-STATUS.
       SELECT WS-ACCTPER-FILE
           ASSIGN TO "PRACTICALS/ACCTPER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ASSIGN TO "PRACTICALS/TAXBRKT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAXBRKT-STATUS.
       SELECT WS-LOCTAX-FILE
           ASSIGN TO "PRACTICALS/LOCTAX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCTAX-STATUS.
       SELECT WS-EARNMAST-FILE
           ASSIGN TO "PRACTICALS/EARNMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ASSIGN TO "PRACTICALS/ERTAXCFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERTAXCFG-STATUS.
       SELECT WS-SUPPTAX-FILE
           ASSIGN TO "PRACTICALS/SUPPTAX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPPTAX-STATUS.
       SELECT WS-DAILYOT-FILE
           ASSIGN TO "PRACTICALS/DAILYOT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DAILYOT-STATUS.
       SELECT WS-PRODCNT-FILE
           ASSIGN TO "PRACTICALS/PRODCNT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRODCNT-STATUS.
       SELECT WS-PIECERT-FILE
           ASSIGN TO "PRACTICALS/PIECERT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PIECERT-STATUS.
       SELECT WS-MINWAGE-FILE
           ASSIGN TO "PRACTICALS/MINWAGE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MINWAGE-STATUS.
       SELECT WS-MINNET-FILE
           ASSIGN TO "PRACTICALS/MINNET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MINNET-STATUS.
       SELECT WS-ARREARS-FILE
           ASSIGN TO "PRACTICALS/ARREARS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARREARS-STATUS.
       SELECT WS-GARNMAST-FILE
           ASSIGN TO "PRACTICALS/GARNMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           ASSIGN TO "PRACTICALS/GARNREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GARNREG-STATUS.
       SELECT WS-ABSENCE-FILE
           ASSIGN TO "SELDATA/ABSENCE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ABSENCE-STATUS.
       SELECT WS-TRAINFLG-FILE
           ASSIGN TO "TRAINING.FLG"
           ORGANIZATION IS LINE SEQUENTIAL
           05 LCF-FILLER-3 PIC X(1).
           05 LCF-CARRYOVER PIC 9(3)V99.

       FD  WS-REHIRE-FILE.
       01  WS-REHIRE-REC.
           05 RH-EMP-ID PIC X(8).
           05 RH-FILLER-1 PIC X(1).
           05 RH-REHIRE-DATE PIC 9(8).
           05 RH-FILLER-2 PIC X(1).
           05 RH-ORIG-HIRE PIC 9(8).
           05 RH-FILLER-3 PIC X(1).
           05 RH-TERM-DATE PIC 9(8).
           05 RH-FILLER-4 PIC X(1).
           05 RH-TERM-REASON PIC X(10).
           05 RH-FILLER-5 PIC X(1).
           05 RH-BREAK-DAYS PIC 9(5).
           05 RH-FILLER-6 PIC X(1).
           05 RH-BRIDGED PIC X(1).
           05 RH-FILLER-7 PIC X(1).
           05 RH-SERVICE-DATE PIC 9(8).

       FD  WS-LEAVEBAL-FILE.
       01  WS-LEAVEBAL-REC.
           05 LBL-EMP-ID PIC X(8).
           05 PJ-COST PIC 9(7)V99.
           05 PJ-FILLER-7 PIC X(1).
           05 PJ-BILLED PIC X(1).
           05 PJ-FILLER-8 PIC X(1).
           05 PJ-PHASE PIC X(4).

       FD  WS-JOBMAST-FILE.
       01  WS-JOBMAST-REC.
           05 JM-JOB-CODE PIC X(6).
           05 JM-FILLER-1 PIC X(1).
           05 JM-CUST PIC 9(6).
           05 JM-FILLER-2 PIC X(1).
           05 JM-BILL-RATE PIC 9(5)V99.
           05 JM-FILLER-3 PIC X(1).
           05 JM-STATUS PIC X(1).

       FD  WS-JOBBUDG-FILE.
       01  WS-JOBBUDG-REC.
           05 JB-JOB-CODE PIC X(6).
           05 JB-FILLER-1 PIC X(1).
           05 JB-PHASE PIC X(4).
           05 JB-FILLER-2 PIC X(1).
           05 JB-HOURS PIC 9(7)V99.
           05 JB-FILLER-3 PIC X(1).
           05 JB-COST PIC 9(9)V99.

       FD  WS-ACCTPER-FILE.
       01  WS-ACCTPER-REC.
           05 TB-FILLER-4 PIC X(1).
           05 TB-RATE PIC V99.

       FD  WS-LOCTAX-FILE.
       01  WS-LOCTAX-REC.
           05 LT-LOCATION PIC X(4).
           05 LT-FILLER-1 PIC X(1).
           05 LT-EFF-DATE PIC 9(8).
           05 LT-FILLER-2 PIC X(1).
           05 LT-SEQ PIC 9(1).
           05 LT-FILLER-3 PIC X(1).
           05 LT-UPPER PIC 9(7)V99.
           05 LT-FILLER-4 PIC X(1).
           05 LT-RATE PIC V9999.

       FD  WS-EARNMAST-FILE.
       01  WS-EARNMAST-REC.
           05 EC-CODE-IN PIC X(4).
           05 ET-FILLER-3 PIC X(1).
           05 ET-UNEMP-CAP PIC 9(9)V99.

       FD  WS-SUPPTAX-FILE.
       01  WS-SUPPTAX-REC.
           05 ST-SUPP-RATE PIC 9(2)V99.

       FD  WS-DAILYOT-FILE.
       01  WS-DAILYOT-REC.
           05 DO-DAILY-OT PIC 9(2)V99.
           05 DO-FILLER-1 PIC X(1).
           05 DO-DAILY-DT PIC 9(2)V99.
           05 DO-FILLER-2 PIC X(1).
           05 DO-DT-MULTIPLIER PIC 9V99.
           05 DO-FILLER-3 PIC X(1).
           05 DO-SEVENTH-DAY PIC X(1).

       FD  WS-PRODCNT-FILE.
       01  WS-PRODCNT-REC.
           05 PC-EMP-ID PIC X(8).
           05 PC-FILLER-1 PIC X(1).
           05 PC-DATE PIC 9(8).
           05 PC-FILLER-2 PIC X(1).
           05 PC-JOB-CODE PIC X(6).
           05 PC-FILLER-3 PIC X(1).
           05 PC-UNITS PIC 9(7).
           05 PC-FILLER-4 PIC X(1).
           05 PC-HOURS PIC 9(3)V99.
           05 PC-FILLER-5 PIC X(1).
           05 PC-STATUS PIC X(1).

       FD  WS-PIECERT-FILE.
       01  WS-PIECERT-REC.
           05 PCR-JOB-CODE PIC X(6).
           05 PCR-FILLER-1 PIC X(1).
           05 PCR-UNIT-RATE PIC 9(3)V9999.

       FD  WS-MINWAGE-FILE.
       01  WS-MINWAGE-REC.
           05 MW-HOURLY PIC 9(3)V99.

       FD  WS-MINNET-FILE.
       01  WS-MINNET-REC.
           05 MN-MIN-NET PIC 9(7)V99.

       FD  WS-ARREARS-FILE.
       01  WS-ARREARS-REC.
           05 AR-EMP-ID PIC X(8).
           05 AR-FILLER-1 PIC X(1).
           05 AR-CODE PIC X(4).
           05 AR-FILLER-2 PIC X(1).
           05 AR-BALANCE PIC 9(7)V99.
           05 AR-FILLER-3 PIC X(1).
           05 AR-FIRST-DATE PIC 9(8).
           05 AR-FILLER-4 PIC X(1).
           05 AR-LAST-DATE PIC 9(8).

       FD  WS-GARNMAST-FILE.
       01  WS-GARNMAST-REC.
           05 GM-ORDER-NO PIC X(8).
           05 GR-FILLER-4 PIC X(1).
           05 GR-AMOUNT PIC 9(7)V99.

       FD  WS-ABSENCE-FILE.
       01  WS-ABSENCE-REC.
           05 ABS-EMP-ID PIC X(10).
           05 ABS-FILLER-1 PIC X(1).
           05 ABS-DATE PIC 9(8).
           05 ABS-FILLER-2 PIC X(1).
           05 ABS-DAYNAME PIC X(9).
           05 ABS-FILLER-3 PIC X(1).
           05 ABS-REASON PIC X(20).

       FD  WS-TRAINFLG-FILE.
       01  WS-TRAINFLG-REC PIC X(10).

           05 ENROL-EMP-ID PIC X(8).
           05 ENROL-FILLER PIC X(1).
           05 ENROL-DED-CODE PIC X(4).
           05 ENROL-FILLER-2 PIC X(1).
           05 ENROL-EFF-DATE PIC 9(8).
           05 ENROL-FILLER-3 PIC X(1).
           05 ENROL-END-DATE PIC 9(8).

       FD  WS-DEDREG-FILE.
       01  WS-DEDREG-REC.
           05 RUN-ACH-DONE PIC X(1).
           05 RUN-FILLER-4 PIC X(1).
           05 RUN-CHK-DONE PIC X(1).
           05 RUN-FILLER-5 PIC X(1).
           05 RUN-TYPE PIC X(1).

       FD  WS-EMPMAST-FILE.
       01  WS-EMPMAST-REC.
           05 RM-EFF-DATE PIC 9(8).
           05 RM-FILLER-2 PIC X(1).
           05 RM-RATE PIC 9(5)V99.
           05 RM-FILLER-3 PIC X(1).
           05 RM-SALARY PIC 9(7)V99.
           05 RM-FILLER-4 PIC X(1).
           05 RM-SAL-BASIS PIC X(1).

       FD  WS-LOANREP-FILE.
       01  WS-LOANREP-REC.
       01  WS-LBL-OVERFLOW PIC X VALUE 'N'.
       01  WS-TENURE-YEARS PIC 9(2).
       01  WS-HIRE-DATE PIC 9(8).
       01  WS-REHIRE-STATUS PIC XX.
       01  WS-APPLIED-TYPES.
           05 WS-APPLIED-TYPE PIC X(4) OCCURS 10 TIMES.
       01  WS-APPLIED-COUNT PIC 9(2).
               10 WS-JOB-HOURS PIC 9(3)V99.
               10 WS-JOB-RATE PIC 9(5)V99.
               10 WS-JOB-COST PIC 9(7)V99.
               10 WS-JOB-PHASE PIC X(4).
       01  WS-JOB-IDX PIC 9(2).
       01  WS-JOB-LINE-CODE PIC X(6).
       01  WS-JOB-LINE-PHASE PIC X(4).
       01  WS-JOBMAST-STATUS PIC XX.
       01  WS-JOBBUDG-STATUS PIC XX.
       01  WS-JCTL-PHASED PIC X.
       01  WS-JCTL-CLOSED PIC X.
       01  WS-JCTL-PH-FOUND PIC X.
       01  WS-JCTL-BUD-COST PIC 9(9)V99.
       01  WS-JCTL-PH-BUD-COST PIC 9(9)V99.
       01  WS-JCTL-COST PIC 9(9)V99.
       01  WS-JCTL-PH-COST PIC 9(9)V99.
       01  OUT-JCTL-AMT PIC ZZZ,ZZZ,ZZ9.99.
       01  OUT-JCTL-AMT-2 PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-JOB-LINE-HOURS PIC 9(3)V99.
       01  WS-JOB-LINE-RATE PIC 9(5)V99.
       01  WS-JOB-TOT-HOURS PIC 9(5)V99.
       01  WS-DU-FLAG PIC X(1).
       01  WS-OT-THRESHOLD PIC 9(3) VALUE 40.
       01  WS-OT-MULTIPLIER PIC 9V99 VALUE 1.50.
       01  WS-DAILYOT-STATUS PIC XX.
       01  WS-DT-MULTIPLIER PIC 9V99 VALUE 2.00.
       01  WS-POST-DAY-OT PIC S9(5)V99 VALUE 0.
       01  WS-POST-DAY-DT PIC S9(5)V99 VALUE 0.
       01  WS-STRAIGHT-HRS PIC S9(5)V99 VALUE 0.
       01  WS-OT-HRS PIC S9(5)V99 VALUE 0.
       01  WS-DT-HRS PIC S9(5)V99 VALUE 0.
       01  WS-DT-PAY PIC S9(7)V99 VALUE 0.
       01  WS-PRODCNT-STATUS PIC XX.
       01  WS-PIECERT-STATUS PIC XX.
       01  WS-MINWAGE-STATUS PIC XX.
       01  WS-MIN-HOURLY PIC 9(3)V99 VALUE 7.25.
       01  WS-PIECE-PAY PIC 9(7)V99 VALUE 0.
       01  WS-PIECE-TOPUP PIC 9(7)V99 VALUE 0.
       01  WS-PIECE-HOURS PIC 9(5)V99.
       01  WS-PIECE-FLOOR PIC 9(7)V99.
       01  WS-PIECE-EMP PIC X(8).
       01  WS-PIECE-BAD PIC X(1).
       01  WS-PIECE-POSTED PIC 9(5).
       01  WS-PIECE-SKIPPED PIC 9(5).
       01  WS-PC-COUNT PIC 9(4) VALUE 0.
       01  WS-PC-OVERFLOW PIC X VALUE 'N'.
       01  WS-PC-TABLE.
           05 WS-PC-ENTRY OCCURS 500 TIMES.
               10 WS-PC-EMP PIC X(8).
               10 WS-PC-DTE PIC 9(8).
               10 WS-PC-JOB PIC X(6).
               10 WS-PC-UNITS PIC 9(7).
               10 WS-PC-HRS PIC 9(3)V99.
               10 WS-PC-STA PIC X(1).
               10 WS-PC-AMT PIC 9(7)V99.
       01  WS-PC-IDX PIC 9(4).
       01  WS-PC-JDX PIC 9(4).
       01  WS-PCR-COUNT PIC 9(3) VALUE 0.
       01  WS-PCR-TABLE.
           05 WS-PCR-ENTRY OCCURS 100 TIMES.
               10 WS-PCR-JOB PIC X(6).
               10 WS-PCR-RATE PIC 9(3)V9999.
       01  WS-PCR-IDX PIC 9(3).
       01  WS-PCR-HIT PIC 9(3).
       01  OUT-PIECE-COUNT PIC ZZZZ9.
       01  WS-TODAY-DATE PIC 9(8).
       01  WS-ACH-COUNT PIC 9(5) VALUE 0.
       01  OUT-ACH-COUNT PIC ZZZZ9.
               10 WS-RUN-DATE PIC 9(8).
               10 WS-RUN-ACH PIC X(1).
               10 WS-RUN-CHK PIC X(1).
               10 WS-RUN-TYPE PIC X(1).
       01  WS-RUN-IDX PIC 9(3).
       01  WS-RUN-TYPE-IN PIC X(1) VALUE SPACE.
       01  WS-OFFCYCLE-ANS PIC X(1).
       01  WS-RUN-FOUND PIC X.
       01  WS-RUN-OVERFLOW PIC X VALUE 'N'.
       01  WS-ACH-HASH PIC S9(11)V99 VALUE 0.
       01  OUT-REG-COUNT PIC ZZZZ9.
       01  OUT-REG-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-COT-COUNT PIC 9(2) VALUE 0.
       01  WS-COT-TABLE.
           05 WS-COT-ENTRY OCCURS 21 TIMES.
               10 WS-COT-CODE PIC X(4).
               10 WS-COT-EMPS PIC 9(5).
               10 WS-COT-GROSS PIC S9(9)V99.
               10 WS-COT-OT PIC S9(9)V99.
               10 WS-COT-TAX PIC S9(9)V99.
       01  WS-COT-IDX PIC 9(2).
       01  WS-COT-FOUND PIC X.
       01  WS-COT-OVERFLOW PIC X VALUE 'N'.
       01  WS-COT-KEY PIC X(4).
       01  WS-COT-ADD-EMPS PIC 9(1).
       01  WS-COT-ADD-GROSS PIC S9(9)V99.
       01  WS-COT-ADD-OT PIC S9(9)V99.
       01  WS-COT-ADD-TAX PIC S9(9)V99.
       01  OUT-COT-CODE PIC X(6).
       01  WS-YE-CUR-GROSS PIC S9(9)V99.
       01  WS-YE-CUR-OT PIC S9(9)V99.
       01  WS-YE-CUR-TAX PIC S9(9)V99.

       01  WS-SPL-FUNCTION PIC X(1).
       01  WS-SPL-REPORT PIC X(20).
       01  WS-SPL-LINE PIC X(80).
       01  WS-CSV-FIELD PIC X(40).
       01  WS-CSV-WANTED PIC X VALUE 'N'.
       01  WS-CSV-CHOICE PIC X(1).
       01  WS-WAGEFILE-CHOICE PIC X(1).
       01  OUT-CSV-AMT PIC -(9)9.99.

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-ENROL-TABLE.
           05 WS-ENROL-CODE OCCURS 20 TIMES PIC X(4).
       01  WS-ENROL-IDX PIC 9(2).
       01  WS-ENROL-LIVE PIC X.
       01  OUT-DED PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-LOAN-STATUS PIC XX.
           05 WS-HOL-DAY-NAME PIC X(9) OCCURS 7 TIMES.
       01  OUT-HOL PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-ABSENCE-STATUS PIC XX.
       01  WS-PAY-TYPE PIC X(1) VALUE 'H'.
       01  WS-SALARY-PAY PIC S9(7)V99 VALUE 0.
       01  WS-SAL-FOUND PIC X.
       01  WS-SAL-BEST-DATE PIC 9(8).
       01  WS-SAL-AMOUNT PIC 9(7)V99.
       01  WS-SAL-BASIS PIC X(1).
       01  WS-SAL-WEEKS-PER-YEAR PIC 9(3) VALUE 52.
       01  WS-SAL-HIRE-DATE PIC 9(8).
       01  WS-SAL-TERM-DATE PIC 9(8).
       01  WS-SAL-THIS-DATE PIC 9(8).
       01  WS-SAL-WORK-DAYS PIC 9(3).
       01  WS-SAL-PAID-DAYS PIC 9(3).
       01  WS-SAL-UNPAID PIC X.
       01  WS-SAL-ABS-COUNT PIC 9(3) VALUE 0.
       01  WS-SAL-ABS-TABLE.
           05 WS-SAL-ABS-DATE PIC 9(8) OCCURS 31 TIMES.
       01  WS-SAL-ABS-IDX PIC 9(3).
       01  WS-REG-TOTAL-SALARY PIC S9(9)V99 VALUE 0.
       01  WS-REG-SAL-FLAG PIC X(1).
       01  WS-REG-HRS-FOUND PIC X(1).
       01  WS-REG-ST-HRS PIC 9(3)V99.
       01  WS-REG-OT-HRS PIC 9(3)V99.
       01  WS-REG-DT-HRS PIC 9(3)V99.
       01  WS-REG-DT-PAY PIC S9(7)V99.
       01  WS-REG-TOTAL-ST-HRS PIC S9(7)V99 VALUE 0.
       01  WS-REG-TOTAL-OT-HRS PIC S9(7)V99 VALUE 0.
       01  WS-REG-TOTAL-DT-HRS PIC S9(7)V99 VALUE 0.
       01  WS-REG-TOTAL-DT-PAY PIC S9(9)V99 VALUE 0.
       01  OUT-REG-ST PIC ZZ9.99.
       01  OUT-REG-OT PIC ZZ9.99.
       01  OUT-REG-DT PIC ZZ9.99.
       01  OUT-REG-DTP PIC ZZZ,ZZ9.99.
       01  WS-REG-PIECE-PAY PIC 9(7)V99.
       01  WS-REG-MIN-TOPUP PIC 9(7)V99.
       01  WS-REG-TOTAL-PIECE PIC S9(9)V99 VALUE 0.
       01  WS-REG-TOTAL-TOPUP PIC S9(9)V99 VALUE 0.
       01  OUT-REG-PIECE PIC ZZZ,ZZ9.99.
       01  OUT-REG-TOPUP PIC ZZZ,ZZ9.99.
       01  WS-VOID-SALARY PIC S9(7)V99.
       01  WS-VOID-RUN-TYPE PIC X(1).
       01  WS-VOID-COMPANY PIC X(4).
       01  WS-VOID-PAY-DATE PIC 9(8).
       01  WS-WC-YEAR PIC 9(4).
       01  WS-WC-PROGRAM PIC X(10) VALUE "WEEKLYSAL".
       01  WS-WC-FLAG PIC X(1).
       01  WS-VOID-LOCAL-TAX PIC S9(7)V99.
       01  WS-VOID-LOCATION PIC X(4).
       01  WS-REG-LOCAL-TAX PIC S9(7)V99.
       01  WS-REG-LOCATION PIC X(4).
       01  WS-REG-TOTAL-LOCAL PIC S9(9)V99 VALUE 0.
       01  OUT-REG-LOCAL PIC ZZZ,ZZ9.99-.

       01  WS-RETELECT-STATUS PIC XX.
       01  WS-RETCFG-STATUS PIC XX.
       01  WS-RETREG-STATUS PIC XX.
       01  WS-TB-LOWER PIC 9(7)V99.
       01  WS-TB-SPAN PIC 9(7)V99.
       01  WS-TB-TAXABLE PIC 9(7)V99.
       01  WS-LOCTAX-STATUS PIC XX.
       01  WS-WORK-LOCATION PIC X(4) VALUE SPACES.
       01  WS-LOCAL-TAX PIC S9(7)V99 VALUE 0.
       01  WS-LT-BEST-DATE PIC 9(8).
       01  WS-LT-COUNT PIC 9(1) VALUE 0.
       01  WS-LT-TABLE.
           05 WS-LT-ENTRY OCCURS 9 TIMES.
               10 WS-LT-UPPER PIC 9(7)V99.
               10 WS-LT-RATE PIC V9999.

       01  WS-EARNMAST-STATUS PIC XX.
       01  WS-EARNPEND-STATUS PIC XX.
       01  WS-ER-UNEMP PIC S9(7)V99 VALUE 0.
       01  WS-ER-WAGE-BASE PIC S9(9)V99.
       01  WS-ER-PRIOR-GROSS PIC S9(9)V99.
       01  WS-EMP-COMPANY PIC X(4).
       01  WS-ER-OTHER-GROSS PIC S9(9)V99.

       01  WS-SUPPTAX-STATUS PIC XX.
       01  WS-SUPP-RATE PIC 9(2)V99 VALUE 22.00.
       01  WS-BONUS-EMP-ID PIC X(8).
       01  WS-BONUS-AMT PIC 9(7)V99.
       01  WS-BONUS-TAX PIC S9(7)V99.
       01  WS-BONUS-NET PIC S9(7)V99.
       01  WS-BONUS-LOCAL PIC S9(7)V99.
       01  WS-BONUS-DONE PIC X.
       01  WS-BONUS-COUNT PIC 9(5) VALUE 0.
       01  WS-BONUS-TOT-GROSS PIC S9(9)V99 VALUE 0.
       01  WS-BONUS-TOT-TAX PIC S9(9)V99 VALUE 0.
       01  WS-BONUS-TOT-NET PIC S9(9)V99 VALUE 0.
       01  OUT-BONUS-RATE PIC Z9.99.

       01  WS-GARNMAST-STATUS PIC XX.
       01  WS-GARNREG-STATUS PIC XX.
       01  WS-GARN-PRI PIC 9(2).
       01  WS-GARN-THIS-AMT PIC S9(7)V99.
       01  WS-GARN-REMAIN PIC S9(9)V99.
       01  WS-GARN-USE-FLOOR PIC 9(7)V99.
       01  WS-GARN-TOTAL PIC S9(7)V99 VALUE 0.
       01  WS-GARN-CHANGED PIC X.
       01  WS-GARN-OVERFLOW PIC X VALUE 'N'.
       01  OUT-GARN PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-MINNET-STATUS PIC XX.
       01  WS-MIN-NET PIC 9(7)V99 VALUE 0.
       01  WS-ARREARS-STATUS PIC XX.
       01  WS-ARR-COUNT PIC 9(3) VALUE 0.
       01  WS-ARR-TABLE.
           05 WS-ARR-ENTRY OCCURS 200 TIMES.
               10 WS-ARR-EMP PIC X(8).
               10 WS-ARR-CODE PIC X(4).
               10 WS-ARR-BAL PIC 9(7)V99.
               10 WS-ARR-FIRST PIC 9(8).
               10 WS-ARR-LAST PIC 9(8).
       01  WS-ARR-IDX PIC 9(3).
       01  WS-ARR-HIT PIC 9(3).
       01  WS-ARR-CODE-IN PIC X(4).
       01  WS-ARR-DUE PIC S9(7)V99.
       01  WS-ARR-CAP PIC S9(9)V99.
       01  WS-ARR-OWED PIC S9(9)V99.
       01  WS-ARR-ROOM PIC S9(9)V99.
       01  WS-ARR-TAKE PIC S9(7)V99.
       01  WS-ARR-NEW-BAL PIC S9(9)V99.
       01  WS-ARR-CHANGED PIC X.
       01  WS-ARR-OVERFLOW PIC X VALUE 'N'.

       01  JH-PARMS.
           COPY JHPARM.
       01  MK-PARMS.
           COPY MKPARM.

       LINKAGE SECTION.
       01  LK-STATUS PIC X(2).
       01  LK-PARM PIC X(6).
       01  LK-POST-HOURS PIC S9(5)V99.
       01  LK-POST-DATE PIC 9(8).
       01  LK-POST-STATUS PIC X(2).
       01  LK-POST-DAY-OT PIC S9(5)V99.
       01  LK-POST-DAY-DT PIC S9(5)V99.

      *    FULL-SCREEN FORMS FOR THE ADD AND EDIT DIALOGUES: EVERY
      *    FIELD IS VISIBLE AT ONCE, THE CURSOR MOVES BETWEEN
           IF WS-OPEN-OK = 'N'
               MOVE "LK" TO LK-STATUS
           ELSE
               MOVE 'C' TO JH-FUNCTION
               MOVE WS-REG-COUNT TO JH-COUNT-IN
               MOVE WS-REG-COUNT TO JH-COUNT-OUT
               CALL "RUNHIST" USING JH-PARMS
               MOVE "OK" TO LK-STATUS
           END-IF.
           GOBACK.
           END-IF.
           MOVE 'N' TO WS-CSV-WANTED.
           PERFORM PRINT-YEAR-END-SUMMARY.
           MOVE 'C' TO JH-FUNCTION.
           MOVE WS-YE-COUNT TO JH-COUNT-IN.
           MOVE WS-YE-COUNT TO JH-COUNT-OUT.
           CALL "RUNHIST" USING JH-PARMS.
           MOVE "OK" TO LK-STATUS.
           GOBACK.

      *    POSTS ONE EMPLOYEE'S HOURS THROUGH THE SAME COMPUTATION,
      *    DEDUCTION, LOAN, AUDIT AND PAY-HISTORY PATH AS THE
      *    INTERACTIVE DIALOGUE, USING THE RATE ALREADY ON THE
      *    EMPLOYEE RECORD. USED BY THE PUNCH REPAIR AND REJECT
      *    WORKLISTS, WHICH HAVE NO DAILY BREAKDOWN, SO ONLY THE
      *    WEEKLY OVERTIME THRESHOLD APPLIES.
       ENTRY "WEEKLYSALARY-POST" USING LK-POST-EMP-ID LK-POST-HOURS
           LK-POST-DATE LK-POST-STATUS.
           MOVE ZERO TO WS-POST-DAY-OT WS-POST-DAY-DT.
           PERFORM POST-ONE-EMPLOYEE.
           GOBACK.

      *    THE TIME-PUNCH IMPORT'S ENTRY. ALONG WITH THE WEEK'S
      *    HOURS IT PASSES THE HOURS ALREADY CLASSED AS OVERTIME AND
      *    DOUBLE TIME BY THE DAILY AND SEVENTH-DAY RULES; THE
      *    WEEKLY THRESHOLD IS THEN APPLIED ONLY TO WHAT IS LEFT AT
      *    STRAIGHT TIME, SO NO HOUR IS COUNTED TWICE.
       ENTRY "WEEKLYSALARY-POSTOT" USING LK-POST-EMP-ID LK-POST-HOURS
           LK-POST-DATE LK-POST-STATUS LK-POST-DAY-OT LK-POST-DAY-DT.
           MOVE LK-POST-DAY-OT TO WS-POST-DAY-OT.
           MOVE LK-POST-DAY-DT TO WS-POST-DAY-DT.
           PERFORM POST-ONE-EMPLOYEE.
           MOVE ZERO TO WS-POST-DAY-OT WS-POST-DAY-DT.
           GOBACK.

       POST-ONE-EMPLOYEE.
           PERFORM LOAD-RATES.
           MOVE LK-POST-DATE (1:6) TO WS-ACP-MONTH.
           PERFORM CHECK-ACCT-PERIOD.
               MOVE ZERO TO WS-SUSP-AMOUNT
               PERFORM WRITE-SUSPENSE-REC
               MOVE "CP" TO LK-POST-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-FOR-UPDATE.
           IF WS-OPEN-OK = 'N'
               MOVE "LK" TO LK-POST-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE LK-POST-EMP-ID TO EMP-ID.
           READ WS-EMPLOYEES-FILE WITH LOCK
               MOVE "LK" TO LK-POST-STATUS
           END-IF.
           CLOSE WS-EMPLOYEES-FILE.

       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           DISPLAY "29 - GROSS-TO-NET PAY ESTIMATE".
           DISPLAY "30 - LEAVE REQUESTS AND APPROVAL".
           DISPLAY "31 - OPERATIONS STATUS CONSOLE".
           DISPLAY "32 - OFF-CYCLE BONUS RUN ENTRY".
           DISPLAY "33 - PIECE-RATE PRODUCTION POSTING".
           DISPLAY "34 - COMPANY (LEGAL ENTITY) MASTER".
           DISPLAY "35 - ANNUAL WAGE FILING FILE".
           DISPLAY "36 - PAYROLL TAX DEPOSITS".
           DISPLAY "37 - BENEFITS PLANS AND OPEN ENROLLMENT".
           DISPLAY "38 - PERFORMANCE REVIEWS".
           DISPLAY "39 - CERTIFICATIONS AND WORK AUTHORIZATION".
           DISPLAY "40 - REQUISITIONS AND APPLICANTS".
           DISPLAY "41 - NEW-HIRE ONBOARDING IMPORT".
           DISPLAY "42 - MASS REORGANIZATION".
           DISPLAY "43 - EMPLOYEE HISTORY TIMELINE".
           DISPLAY "44 - EMPLOYEE NOTIFICATION LETTERS".
           DISPLAY "45 - EXPENSE REIMBURSEMENT CLAIMS".
           DISPLAY "46 - BURDEN COST ALLOCATION".
           DISPLAY "47 - PAYROLL CASH FORECAST".
           DISPLAY "48 - JOB BUDGETS AND STATUS".
           DISPLAY "49 - DEDUCTION PAYEE REMITTANCE".
           DISPLAY "50 - BATCH RUN HISTORY TREND".
           DISPLAY "51 - LEGAL HOLDS ON ARCHIVE PURGE".
           DISPLAY "52 - REPORT DISTRIBUTION LISTS".
           DISPLAY "53 - AD-HOC EXTRACTS".
           DISPLAY "54 - BANK STATEMENT RECONCILIATION".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT CHOICE.

            WHEN 31
               CALL "OPSCON"
               PERFORM MAIN-PARA
            WHEN 32
               PERFORM OFFCYCLE-BONUS-RUN
            WHEN 33
               PERFORM PIECE-RATE-POSTING
            WHEN 34
               CALL "COMPMNT"
               PERFORM MAIN-PARA
            WHEN 35
               CALL "WAGEFILE"
               PERFORM MAIN-PARA
            WHEN 36
               CALL "TAXDEP"
               PERFORM MAIN-PARA
            WHEN 37
               CALL "BENEFITS"
               PERFORM MAIN-PARA
            WHEN 38
               CALL "PERFREV"
               PERFORM MAIN-PARA
            WHEN 39
               CALL "CERTMNT"
               PERFORM MAIN-PARA
            WHEN 40
               CALL "RECRUIT"
               PERFORM MAIN-PARA
            WHEN 41
               CALL "ONBOARD"
               PERFORM MAIN-PARA
            WHEN 42
               CALL "REORG"
               PERFORM MAIN-PARA
            WHEN 43
               CALL "EMPTLINE"
               PERFORM MAIN-PARA
            WHEN 44
               CALL "LETTERS"
               PERFORM MAIN-PARA
            WHEN 45
               CALL "EXPCLAIM"
               PERFORM MAIN-PARA
            WHEN 46
               CALL "BURDEN"
               PERFORM MAIN-PARA
            WHEN 47
               CALL "CASHFCST"
               PERFORM MAIN-PARA
            WHEN 48
               CALL "JOBBUDG"
               PERFORM MAIN-PARA
            WHEN 49
               CALL "DEDREMIT"
               PERFORM MAIN-PARA
            WHEN 50
               CALL "RUNTREND"
               PERFORM MAIN-PARA
            WHEN 51
               CALL "LEGALHLD"
               PERFORM MAIN-PARA
            WHEN 52
               CALL "DISTMNT"
               PERFORM MAIN-PARA
            WHEN 53
               CALL "EXTRACT"
               PERFORM MAIN-PARA
            WHEN 54
               CALL "BANKREC"
               PERFORM MAIN-PARA
            WHEN OTHER
               PERFORM MAIN-PARA
           END-EVALUATE.
               MOVE PAY-DATE (1:6) TO PAY-PERIOD
           END-IF.

           PERFORM RESET-HOURS-SPLIT.
           PERFORM COMPUTE-SALARY-PAY.
           IF WS-PAY-TYPE = 'S'
             MOVE WS-SALARY-PAY TO BASIC-PAY
             MOVE BASIC-PAY TO WS-SALARY-PAY
             MOVE ZERO TO OVERTIME-PAY
             COMPUTE TOTAL-PAY = BASIC-PAY
           ELSE
             COMPUTE BASIC-PAY = NO-OF-HOURS * RATE-PER-HOUR
             PERFORM SPLIT-WEEK-HOURS
             COMPUTE WS-DT-PAY ROUNDED =
                 WS-DT-HRS * RATE-PER-HOUR * WS-DT-MULTIPLIER
             COMPUTE OVERTIME-PAY =
                 (WS-OT-HRS * RATE-PER-HOUR * WS-OT-MULTIPLIER)
                 + WS-DT-PAY
             COMPUTE TOTAL-PAY =
                 (WS-STRAIGHT-HRS * RATE-PER-HOUR) + OVERTIME-PAY
           END-IF.

           PERFORM COMPUTE-SHIFT-DIFF.
           PERFORM COMPUTE-HOLIDAY-PAY.
           ADD WS-HOLIDAY-PAY TO TOTAL-PAY.
           PERFORM COMPUTE-PAY-TAX.
           COMPUTE NET-PAY = TOTAL-PAY - TAX-AMOUNT - WS-LOCAL-TAX.
           ADD WS-EARN-NONTAX TO NET-PAY.
           PERFORM APPLY-NET-DEDUCTIONS.
           PERFORM APPLY-RETIREMENT.
           PERFORM COMPUTE-EMPLOYER-TAX.

               CLOSE WS-RATES-FILE
           END-IF.

      *    THE HOURS ON A PAY LINE SPLIT INTO STRAIGHT TIME,
      *    OVERTIME AND DOUBLE TIME. HOURS KEYED ON A SCREEN ARE ALL
      *    PAID AT STRAIGHT TIME HERE (ANY PREMIUM WAITS FOR
      *    APPROVAL ON THE PENDING-OVERTIME FILE).
       RESET-HOURS-SPLIT.
           MOVE NO-OF-HOURS TO WS-STRAIGHT-HRS.
           MOVE ZERO TO WS-OT-HRS WS-DT-HRS WS-DT-PAY.

      *    BATCH HOURS: THE DAILY OVERTIME AND DOUBLE TIME PASSED IN
      *    BY THE PUNCH IMPORT COME OFF FIRST, AND THE WEEKLY
      *    THRESHOLD FROM PAYRATES.DAT IS TESTED AGAINST THE
      *    STRAIGHT HOURS THAT REMAIN.
       SPLIT-WEEK-HOURS.
           PERFORM LOAD-DAILY-OT-RULES.
           MOVE WS-POST-DAY-OT TO WS-OT-HRS.
           MOVE WS-POST-DAY-DT TO WS-DT-HRS.
           COMPUTE WS-STRAIGHT-HRS =
               NO-OF-HOURS - WS-OT-HRS - WS-DT-HRS.
           IF WS-STRAIGHT-HRS < 0
               MOVE ZERO TO WS-STRAIGHT-HRS
           END-IF.
           IF WS-STRAIGHT-HRS > WS-OT-THRESHOLD
               COMPUTE WS-OT-HRS =
                   WS-OT-HRS + WS-STRAIGHT-HRS - WS-OT-THRESHOLD
               MOVE WS-OT-THRESHOLD TO WS-STRAIGHT-HRS
           END-IF.
           MOVE WS-OT-HRS TO OVERTIME-HOURS.

       LOAD-DAILY-OT-RULES.
           OPEN INPUT WS-DAILYOT-FILE.
           IF WS-DAILYOT-STATUS = "00"
               READ WS-DAILYOT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DO-DT-MULTIPLIER IS NUMERIC
                           AND DO-DT-MULTIPLIER > 0
                           MOVE DO-DT-MULTIPLIER TO WS-DT-MULTIPLIER
                       END-IF
               END-READ
               CLOSE WS-DAILYOT-FILE
           END-IF.

      *    THE EMPLOYEE FILE IS SHARED: LOCK MODE MANUAL TAKES A
      *    LOCK ONLY ON A RECORD READ WITH LOCK, SO TWO OPERATORS
      *    CAN KEY ENTRIES AT ONCE AND ONLY COLLIDE ON THE SAME ID.
               CLOSE WS-RATEMAST-FILE
           END-IF.

      *    SALARIED (EXEMPT) STAFF, PAY TYPE 'S' ON THE DEMOGRAPHICS
      *    MASTER, ARE PAID THE SALARY FROM THE RATE MASTER - THE
      *    NEWEST ROW DATED ON OR BEFORE THE PAY DATE THAT CARRIES
      *    ONE - INSTEAD OF HOURS TIMES RATE, AND NEVER EARN
      *    OVERTIME. AN ANNUAL SALARY IS SPREAD OVER 52 WEEKLY
      *    PERIODS. WHEN THE PAYCAL PERIOD IS KNOWN THE SALARY IS
      *    PRORATED BY WORKDAYS (MONDAY TO FRIDAY): DAYS BEFORE THE
      *    HIRE DATE, AFTER THE TERMINATION DATE, OR ON AN ABSENCE
      *    WHOSE REASON STARTS "UNPAID" ARE NOT PAID. A SALARIED
      *    EMPLOYEE WITH NO SALARY ON FILE FALLS BACK TO HOURLY
      *    PAY AND IS LOGGED FOR FOLLOW-UP.
       COMPUTE-SALARY-PAY.
           MOVE ZERO TO WS-SALARY-PAY.
           PERFORM GET-PAY-TYPE.
           IF WS-PAY-TYPE NOT = 'S'
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOOKUP-EFFECTIVE-SALARY.
           IF WS-SAL-FOUND = 'N'
               MOVE 'H' TO WS-PAY-TYPE
               IF WS-APPLY-COMMIT = 'Y'
                   MOVE "WEEKLYSAL" TO EXC-LOG-PROGRAM-ID
                   MOVE EMP-ID TO EXC-LOG-CONTEXT
                   MOVE "SALARIED, NO SALARY ON FILE - PAID HOURLY"
                       TO EXC-LOG-REASON
                   CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                       EXC-LOG-CONTEXT EXC-LOG-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-SAL-BASIS = 'P'
               MOVE WS-SAL-AMOUNT TO WS-SALARY-PAY
           ELSE
               COMPUTE WS-SALARY-PAY ROUNDED =
                   WS-SAL-AMOUNT / WS-SAL-WEEKS-PER-YEAR
           END-IF.
           IF WS-CAL-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-UNPAID-ABSENCES.
           MOVE 0 TO WS-SAL-WORK-DAYS WS-SAL-PAID-DAYS.
           MOVE WS-CAL-START TO WS-SAL-THIS-DATE.
           PERFORM UNTIL WS-SAL-THIS-DATE > WS-CAL-END
               PERFORM COUNT-SALARY-DAY
               MOVE 'A' TO WS-DU-FUNCTION
               MOVE WS-SAL-THIS-DATE TO WS-DU-DATE
               MOVE 1 TO WS-DU-DAYS
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                   WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
               IF WS-DU-FLAG = 'Y'
                   MOVE WS-DU-RESULT TO WS-SAL-THIS-DATE
               ELSE
                   MOVE 99999999 TO WS-SAL-THIS-DATE
               END-IF
           END-PERFORM.
           IF WS-SAL-WORK-DAYS > 0
               AND WS-SAL-PAID-DAYS < WS-SAL-WORK-DAYS
               COMPUTE WS-SALARY-PAY ROUNDED = WS-SALARY-PAY
                   * WS-SAL-PAID-DAYS / WS-SAL-WORK-DAYS
           END-IF.

       COUNT-SALARY-DAY.
           MOVE 'W' TO WS-DU-FUNCTION.
           MOVE WS-SAL-THIS-DATE TO WS-DU-DATE.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           IF WS-DU-FLAG NOT = 'Y'
               OR WS-DU-RESULT < 2
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SAL-WORK-DAYS.
           IF WS-SAL-HIRE-DATE > 0
               AND WS-SAL-THIS-DATE < WS-SAL-HIRE-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-SAL-TERM-DATE > 0
               AND WS-SAL-THIS-DATE > WS-SAL-TERM-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-SAL-UNPAID.
           PERFORM VARYING WS-SAL-ABS-IDX FROM 1 BY 1
               UNTIL WS-SAL-ABS-IDX > WS-SAL-ABS-COUNT
               IF WS-SAL-ABS-DATE (WS-SAL-ABS-IDX) = WS-SAL-THIS-DATE
                   MOVE 'Y' TO WS-SAL-UNPAID
               END-IF
           END-PERFORM.
           IF WS-SAL-UNPAID = 'N'
               ADD 1 TO WS-SAL-PAID-DAYS
           END-IF.

       GET-PAY-TYPE.
           MOVE 'H' TO WS-PAY-TYPE.
           MOVE SPACES TO WS-EMP-COMPANY.
           MOVE 0 TO WS-SAL-HIRE-DATE WS-SAL-TERM-DATE.
           OPEN INPUT WS-EMPMAST-FILE.
           IF WS-EMPMAST-STATUS = "00"
               MOVE EMP-ID TO EM-EMP-ID
               READ WS-EMPMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EM-PAY-TYPE = 'S'
                           MOVE 'S' TO WS-PAY-TYPE
                       END-IF
                       MOVE EM-COMPANY TO WS-EMP-COMPANY
                       IF EM-HIRE-DATE IS NUMERIC
                           MOVE EM-HIRE-DATE TO WS-SAL-HIRE-DATE
                       END-IF
                       IF EM-TERM-DATE IS NUMERIC
                           MOVE EM-TERM-DATE TO WS-SAL-TERM-DATE
                       END-IF
               END-READ
               CLOSE WS-EMPMAST-FILE
           END-IF.

       LOOKUP-EFFECTIVE-SALARY.
           MOVE 'N' TO WS-SAL-FOUND.
           MOVE 0 TO WS-SAL-BEST-DATE.
           OPEN INPUT WS-RATEMAST-FILE.
           IF WS-RATEMAST-STATUS = "00"
               PERFORM UNTIL WS-RATEMAST-STATUS NOT = "00"
                   READ WS-RATEMAST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RM-EMP-ID = EMP-ID
                               AND RM-EFF-DATE <= PAY-DATE
                               AND RM-EFF-DATE >= WS-SAL-BEST-DATE
                               AND RM-SALARY IS NUMERIC
                               AND RM-SALARY > 0
                               MOVE 'Y' TO WS-SAL-FOUND
                               MOVE RM-EFF-DATE TO WS-SAL-BEST-DATE
                               MOVE RM-SALARY TO WS-SAL-AMOUNT
                               MOVE RM-SAL-BASIS TO WS-SAL-BASIS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WS-RATEMAST-FILE
           END-IF.

       LOAD-UNPAID-ABSENCES.
           MOVE 0 TO WS-SAL-ABS-COUNT.
           OPEN INPUT WS-ABSENCE-FILE.
           IF WS-ABSENCE-STATUS = "00"
               PERFORM UNTIL WS-ABSENCE-STATUS NOT = "00"
                   READ WS-ABSENCE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ABS-EMP-ID = EMP-ID
                               AND ABS-DATE IS NUMERIC
                               AND ABS-DATE >= WS-CAL-START
                               AND ABS-DATE <= WS-CAL-END
                               AND FUNCTION UPPER-CASE(ABS-REASON (1:6))
                                   = "UNPAID"
                               AND WS-SAL-ABS-COUNT < 31
                               ADD 1 TO WS-SAL-ABS-COUNT
                               MOVE ABS-DATE TO
                                   WS-SAL-ABS-DATE (WS-SAL-ABS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WS-ABSENCE-FILE
           END-IF.

       ADD-RECORD.
           PERFORM OPEN-FOR-UPDATE.
           IF WS-OPEN-OK = 'N'
           MOVE 'Y' TO WS-SCREEN-OK.

       ADD-COMPUTE-PAY.
           PERFORM RESET-HOURS-SPLIT.
           PERFORM COMPUTE-SALARY-PAY.
           IF WS-PAY-TYPE = 'S'
             MOVE WS-SALARY-PAY TO BASIC-PAY
             MOVE BASIC-PAY TO WS-SALARY-PAY
             MOVE ZERO TO OVERTIME-PAY
             COMPUTE TOTAL-PAY = BASIC-PAY
           ELSE
             COMPUTE BASIC-PAY = NO-OF-HOURS * RATE-PER-HOUR
             IF NO-OF-HOURS > WS-OT-THRESHOLD
               COMPUTE OVERTIME-HOURS =
                   NO-OF-HOURS - WS-OT-THRESHOLD
               MOVE ZERO TO OVERTIME-PAY
               COMPUTE TOTAL-PAY = BASIC-PAY
               PERFORM LOG-PENDING-OVERTIME
             ELSE
               MOVE ZERO TO OVERTIME-PAY
               COMPUTE TOTAL-PAY = BASIC-PAY
             END-IF
           END-IF.

           PERFORM COMPUTE-SHIFT-DIFF.
           PERFORM COMPUTE-HOLIDAY-PAY.
           ADD WS-HOLIDAY-PAY TO TOTAL-PAY.
           PERFORM COMPUTE-PAY-TAX.
           COMPUTE NET-PAY = TOTAL-PAY - TAX-AMOUNT - WS-LOCAL-TAX.
           ADD WS-EARN-NONTAX TO NET-PAY.
           PERFORM APPLY-NET-DEDUCTIONS.
           PERFORM APPLY-RETIREMENT.
           PERFORM COMPUTE-EMPLOYER-TAX.

               END-READ
               CLOSE WS-EMPMAST-FILE
           END-IF.
           PERFORM GET-REHIRE-SERVICE-DATE.
           IF WS-HIRE-DATE > 0
               MOVE 'D' TO WS-DU-FUNCTION
               MOVE PAY-DATE TO WS-DU-DATE
               END-IF
           END-IF.

      *    A REHIRED EMPLOYEE'S TENURE RUNS FROM THE SERVICE DATE
      *    ON THE LATEST REHIRE.DAT ROW, WHICH CARRIES ANY BRIDGED
      *    PRIOR SERVICE, RATHER THAN FROM THE REHIRE DATE.
       GET-REHIRE-SERVICE-DATE.
           OPEN INPUT WS-REHIRE-FILE.
           IF WS-REHIRE-STATUS = "00"
               PERFORM UNTIL WS-REHIRE-STATUS NOT = "00"
                   READ WS-REHIRE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RH-EMP-ID = EMP-ID
                               AND RH-SERVICE-DATE IS NUMERIC
                               AND RH-SERVICE-DATE > 0
                               MOVE RH-SERVICE-DATE TO WS-HIRE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WS-REHIRE-FILE
           END-IF.

       LOAD-LEAVE-CONFIG.
           MOVE 0 TO WS-LCF-COUNT.
           OPEN INPUT WS-LEAVECFG-FILE.
           MOVE WS-PAY-PERIOD TO HIST-PAY-PERIOD.
           MOVE WS-PAY-DATE TO HIST-PAY-DATE.
           MOVE EMP-ID TO HIST-EMP-ID.
           COMPUTE HIST-BASIC-PAY = WS-BASIC-PAY - WS-SALARY-PAY.
           MOVE WS-OVERTIME-PAY TO HIST-OVERTIME-PAY.
           MOVE WS-TOTAL-PAY TO HIST-TOTAL-PAY.
           MOVE WS-TAX-AMOUNT TO HIST-TAX-AMOUNT.
           MOVE WS-RET-EE-AMT TO HIST-RET-EE.
           MOVE WS-RET-ER-AMT TO HIST-RET-ER.
           MOVE WS-HOLIDAY-PAY TO HIST-HOLIDAY-PAY.
           MOVE WS-SALARY-PAY TO HIST-SALARY-PAY.
           MOVE WS-STRAIGHT-HRS TO HIST-STRAIGHT-HRS.
           MOVE WS-OT-HRS TO HIST-OT-HRS.
           MOVE WS-DT-HRS TO HIST-DT-HRS.
           MOVE WS-DT-PAY TO HIST-DT-PAY.
           MOVE WS-PIECE-PAY TO HIST-PIECE-PAY.
           MOVE WS-PIECE-TOPUP TO HIST-MIN-TOPUP.
           PERFORM GET-EMP-COMPANY.
           MOVE WS-EMP-COMPANY TO HIST-COMPANY.
           MOVE WS-LOCAL-TAX TO HIST-LOCAL-TAX.
           MOVE WS-WORK-LOCATION TO HIST-LOCATION.
           PERFORM WRITE-HISTORY-KEYED.

      *    DIRECT KEYED INSERT: THE SEQUENCE NUMBER WITHIN THE
           ELSE
               MOVE WS-LOAN-INST (WS-LOAN-IDX) TO WS-LOAN-THIS-AMT
           END-IF.
           MOVE "LOAN" TO WS-ARR-CODE-IN.
           MOVE WS-LOAN-THIS-AMT TO WS-ARR-DUE.
           MOVE WS-LOAN-BAL (WS-LOAN-IDX) TO WS-ARR-CAP.
           PERFORM TAKE-WITH-ARREARS.
           MOVE WS-ARR-TAKE TO WS-LOAN-THIS-AMT.
           IF WS-ARR-TAKE < WS-ARR-OWED
               AND WS-APPLY-COMMIT = 'Y'
               MOVE "WEEKLYSAL" TO EXC-LOG-PROGRAM-ID
               MOVE EMP-ID TO EXC-LOG-CONTEXT
               MOVE "LOAN INSTALLMENT SHORT, BALANCE TO ARREARS"
                   TO EXC-LOG-REASON
               CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                   EXC-LOG-CONTEXT EXC-LOG-REASON
           END-IF.
           IF WS-LOAN-THIS-AMT > 0
               SUBTRACT WS-LOAN-THIS-AMT FROM NET-PAY
               ADD WS-LOAN-THIS-AMT TO WS-LOAN-TOTAL
               SUBTRACT WS-LOAN-THIS-AMT FROM
      *    STRAIGHT RATE AS A DISTINCT HOLIDAY-PAY AMOUNT. AN
      *    EMPLOYEE WHOSE CLOCK PUNCHES SHOW THE HOLIDAY WAS
      *    ACTUALLY WORKED EARNS THE CONFIGURED PREMIUM PERCENT OF
      *    THE DAY PAY ON TOP. A SALARIED EMPLOYEE'S SALARY ALREADY
      *    COVERS THE HOLIDAY, SO NO SEPARATE AMOUNT IS PAID.
       COMPUTE-HOLIDAY-PAY.
           MOVE ZERO TO WS-HOLIDAY-PAY.
           IF WS-CAL-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-PAY-TYPE = 'S'
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-HOLIDAY-CONFIG.
           PERFORM GET-TENURE-YEARS.
           IF WS-TENURE-YEARS < WS-HOL-MIN-TENURE
      *    BEFORE THE PAY DATE FOR THE EMPLOYEE'S FILING STATUS ON
      *    THE DEMOGRAPHICS MASTER. WITH NO SET ON FILE FOR THE
      *    STATUS THE OLD FLAT RATE STILL APPLIES, SO A MISSING
      *    TABLE CAN NEVER STOP A PAY RUN. LOCAL INCOME TAX FOR THE
      *    EMPLOYEE'S WORK LOCATION IS WITHHELD SEPARATELY ON TOP.
       COMPUTE-PAY-TAX.
           PERFORM GET-FILING-STATUS.
           MOVE PAY-DATE TO WS-TAXBRKT-DATE.
           MOVE TOTAL-PAY TO WS-TAX-BASE.
           PERFORM COMPUTE-BRACKET-TAX.
           MOVE WS-TAX-RESULT TO TAX-AMOUNT.
           PERFORM COMPUTE-LOCAL-TAX.

       GET-FILING-STATUS.
           MOVE 'S' TO WS-FILING-STATUS.
           MOVE SPACES TO WS-WORK-LOCATION.
           OPEN INPUT WS-EMPMAST-FILE.
           IF WS-EMPMAST-STATUS = "00"
               MOVE EMP-ID TO EM-EMP-ID
                           OR EM-FILING-STATUS = 'H'
                           MOVE EM-FILING-STATUS TO WS-FILING-STATUS
                       END-IF
                       MOVE EM-WORK-LOCATION TO WS-WORK-LOCATION
               END-READ
               CLOSE WS-EMPMAST-FILE
           END-IF.
               MOVE WS-TB-UPPER (WS-TB-IDX) TO WS-TB-LOWER
           END-PERFORM.

      *    LOCAL TAX USES THE NEWEST LOCTAX.DAT SET DATED ON OR
      *    BEFORE THE TARGET DATE FOR THE WORK LOCATION, BANDED THE
      *    SAME WAY AS THE BRACKET TAX (A FLAT RATE IS ONE BAND).
      *    NO LOCATION, OR NO SET FOR IT, MEANS NO LOCAL TAX.
       COMPUTE-LOCAL-TAX.
           MOVE 0 TO WS-LOCAL-TAX.
           MOVE 0 TO WS-LT-COUNT.
           MOVE 0 TO WS-LT-BEST-DATE.
           IF WS-WORK-LOCATION = SPACES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT WS-LOCTAX-FILE.
           IF WS-LOCTAX-STATUS = "00"
               PERFORM UNTIL WS-LOCTAX-STATUS NOT = "00"
                   READ WS-LOCTAX-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LT-LOCATION = WS-WORK-LOCATION
                               AND LT-EFF-DATE IS NUMERIC
                               AND LT-EFF-DATE <= WS-TAXBRKT-DATE
                               AND LT-EFF-DATE >= WS-LT-BEST-DATE
                               MOVE LT-EFF-DATE TO WS-LT-BEST-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WS-LOCTAX-FILE
           END-IF.
           IF WS-LT-BEST-DATE = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT WS-LOCTAX-FILE.
           PERFORM UNTIL WS-LOCTAX-STATUS NOT = "00"
               READ WS-LOCTAX-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LT-LOCATION = WS-WORK-LOCATION
                           AND LT-EFF-DATE = WS-LT-BEST-DATE
                           AND LT-SEQ IS NUMERIC
                           AND LT-SEQ > 0
                           AND LT-RATE IS NUMERIC
                           MOVE LT-UPPER TO WS-LT-UPPER (LT-SEQ)
                           MOVE LT-RATE TO WS-LT-RATE (LT-SEQ)
                           IF LT-SEQ > WS-LT-COUNT
                               MOVE LT-SEQ TO WS-LT-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WS-LOCTAX-FILE.
           MOVE 0 TO WS-TB-LOWER.
           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
               UNTIL WS-TB-IDX > WS-LT-COUNT
               OR WS-TB-LOWER >= WS-TAX-BASE
               COMPUTE WS-TB-SPAN =
                   WS-LT-UPPER (WS-TB-IDX) - WS-TB-LOWER
               IF WS-TAX-BASE - WS-TB-LOWER < WS-TB-SPAN
                   COMPUTE WS-TB-TAXABLE =
                       WS-TAX-BASE - WS-TB-LOWER
               ELSE
                   MOVE WS-TB-SPAN TO WS-TB-TAXABLE
               END-IF
               COMPUTE WS-LOCAL-TAX ROUNDED = WS-LOCAL-TAX +
                   (WS-TB-TAXABLE * WS-LT-RATE (WS-TB-IDX))
               MOVE WS-LT-UPPER (WS-TB-IDX) TO WS-TB-LOWER
           END-PERFORM.

      *    TYPED ADDITIONAL PAY: ANY PENDING LINE ON EARNPEND.DAT
      *    FOR THE EMPLOYEE IS PAID WITH THE NEXT POSTING UNDER ITS
      *    EARNINGS CODE. TAXABLE CODES (PER EARNMAST.DAT) JOIN THE
           PERFORM LOAD-RET-CONFIG.
           COMPUTE WS-RET-EE-AMT ROUNDED =
               TOTAL-PAY * WS-RET-PCT / 100.
           IF NET-PAY - WS-RET-EE-AMT < WS-MIN-NET
               IF WS-APPLY-COMMIT = 'Y'
                   MOVE "WEEKLYSAL" TO EXC-LOG-PROGRAM-ID
                   MOVE EMP-ID TO EXC-LOG-CONTEXT
      *    AMOUNTS RIDE ON THE PAY-HISTORY ROW NEXT TO THE EMPLOYEE
      *    WITHHOLDING SO THE GL EXPORT AND THE QUARTERLY LIABILITY
      *    REPORT TIE BACK TO THE REGISTER. WITH NO CONFIG FILE THE
      *    FEATURE IS SIMPLY OFF. THE WAGE-BASE CAPS RUN PER
      *    EMPLOYING COMPANY: GROSS PAID THIS YEAR UNDER ANOTHER
      *    COMPANY CODE DOES NOT COUNT TOWARD THIS COMPANY'S CAP.
       COMPUTE-EMPLOYER-TAX.
           MOVE ZERO TO WS-ER-SOCIAL WS-ER-UNEMP.
           PERFORM LOAD-ERTAX-CONFIG.
           ELSE
               MOVE ZERO TO WS-ER-PRIOR-GROSS
           END-IF.
           PERFORM GET-EMP-COMPANY.
           PERFORM SUM-OTHER-COMPANY-GROSS.
           SUBTRACT WS-ER-OTHER-GROSS FROM WS-ER-PRIOR-GROSS.
           IF WS-ER-PRIOR-GROSS < 0
               MOVE ZERO TO WS-ER-PRIOR-GROSS
           END-IF.
           IF WS-ER-SOCIAL-RATE > 0
               MOVE WS-ER-SOCIAL-CAP TO WS-ER-WAGE-BASE
               PERFORM CAP-EMPLOYER-WAGE-BASE
                   WS-ER-WAGE-BASE * WS-ER-UNEMP-RATE / 100
           END-IF.

      *    THE EMPLOYEE'S COMPANY CODE FROM THE EMPLOYEE MASTER;
      *    BLANK WHEN THE EMPLOYEE IS NOT ON THE MASTER.
       GET-EMP-COMPANY.
           MOVE SPACES TO WS-EMP-COMPANY.
           OPEN INPUT WS-EMPMAST-FILE.
           IF WS-EMPMAST-STATUS = "00"
               MOVE EMP-ID TO EM-EMP-ID
               READ WS-EMPMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-COMPANY TO WS-EMP-COMPANY
               END-READ
               CLOSE WS-EMPMAST-FILE
           END-IF.

      *    LIVE PAY-HISTORY ROWS FOR THE EMPLOYEE IN THE PAY DATE'S
      *    YEAR THAT WERE POSTED UNDER A DIFFERENT COMPANY CODE. YTD
      *    GROSS IS ALREADY NET OF VOIDS, SO BOTH THE VOIDED ROW AND
      *    ITS REVERSAL ARE LEFT OUT. ROWS WITH NO COMPANY CODE
      *    PREDATE THE COMPANY SPLIT AND ARE TAKEN AS THE CURRENT
      *    COMPANY'S.
       SUM-OTHER-COMPANY-GROSS.
           MOVE ZERO TO WS-ER-OTHER-GROSS.
           OPEN INPUT WS-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE EMP-ID TO HIST-EMP-ID.
           MOVE LOW-VALUES TO HIST-PAY-PERIOD.
           MOVE 0 TO HIST-SEQ.
           START WS-HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY
                   MOVE "10" TO WS-HISTORY-STATUS
           END-START.
           PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
               READ WS-HISTORY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HIST-EMP-ID NOT = EMP-ID
                           MOVE "10" TO WS-HISTORY-STATUS
                       ELSE
                           IF HIST-VOID NOT = 'V'
                               AND HIST-VOID NOT = 'R'
                               AND HIST-PAY-DATE (1:4) =
                                   PAY-DATE (1:4)
                               AND HIST-COMPANY NOT = SPACES
                               AND HIST-COMPANY NOT = WS-EMP-COMPANY
                               AND HIST-TOTAL-PAY IS NUMERIC
                               ADD HIST-TOTAL-PAY TO WS-ER-OTHER-GROSS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WS-HISTORY-FILE.

      *    ON ENTRY WS-ER-WAGE-BASE HOLDS THE ANNUAL CAP (ZERO FOR
      *    NO CAP); ON EXIT IT HOLDS THE PERIOD'S TAXABLE BASE.
       CAP-EMPLOYER-WAGE-BASE.
               CLOSE WS-ERTAXCFG-FILE
           END-IF.

      *    WITHHOLDING FROM NET PAY RUNS IN A FIXED ORDER: TAXES
      *    (ALREADY OUT BY NOW), THEN GARNISHMENTS, THEN THE
      *    VOLUNTARY DEDUCTIONS, THEN THE LOAN INSTALLMENT. NET PAY
      *    IS NEVER TAKEN BELOW THE MINIMUM ON MINNET.DAT. A
      *    DEDUCTION OR INSTALLMENT THAT DOES NOT FIT IS TAKEN IN
      *    PART AND THE REST IS CARRIED ON ARREARS.DAT BY EMPLOYEE
      *    AND CODE, TO BE RECOVERED ON TOP OF THE NORMAL AMOUNT IN
      *    LATER PERIODS AS ROOM ALLOWS.
       APPLY-NET-DEDUCTIONS.
           PERFORM LOAD-MIN-NET-CONFIG.
           PERFORM LOAD-ARREARS.
           MOVE 'N' TO WS-ARR-CHANGED.
           PERFORM APPLY-GARNISHMENTS.
           PERFORM APPLY-DEDUCTIONS.
           PERFORM APPLY-LOAN-PAYMENT.
           IF WS-ARR-CHANGED = 'Y'
               AND WS-APPLY-COMMIT = 'Y'
               PERFORM SAVE-ARREARS
           END-IF.

       LOAD-MIN-NET-CONFIG.
           MOVE ZERO TO WS-MIN-NET.
           OPEN INPUT WS-MINNET-FILE.
           IF WS-MINNET-STATUS = "00"
               READ WS-MINNET-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MN-MIN-NET IS NUMERIC
                           MOVE MN-MIN-NET TO WS-MIN-NET
                       END-IF
               END-READ
               CLOSE WS-MINNET-FILE
           END-IF.

      *    ON ENTRY WS-ARR-CODE-IN IS THE DEDUCTION CODE, WS-ARR-DUE
      *    THIS PERIOD'S NORMAL AMOUNT AND WS-ARR-CAP THE MOST THAT
      *    CAN EVER BE OWED (ZERO FOR NO LIMIT). ANY ARREARS ON THE
      *    CODE ARE ADDED TO WHAT IS OWED, AS MUCH AS FITS ABOVE THE
      *    MINIMUM NET IS RETURNED IN WS-ARR-TAKE, AND WHATEVER IS
      *    LEFT BECOMES THE NEW ARREARS BALANCE.
       TAKE-WITH-ARREARS.
           PERFORM FIND-ARREARS-ROW.
           MOVE WS-ARR-DUE TO WS-ARR-OWED.
           IF WS-ARR-HIT > 0
               ADD WS-ARR-BAL (WS-ARR-HIT) TO WS-ARR-OWED
           END-IF.
           IF WS-ARR-CAP > 0 AND WS-ARR-OWED > WS-ARR-CAP
               MOVE WS-ARR-CAP TO WS-ARR-OWED
           END-IF.
           COMPUTE WS-ARR-ROOM = NET-PAY - WS-MIN-NET.
           IF WS-ARR-ROOM < 0
               MOVE ZERO TO WS-ARR-ROOM
           END-IF.
           IF WS-ARR-OWED > WS-ARR-ROOM
               MOVE WS-ARR-ROOM TO WS-ARR-TAKE
           ELSE
               MOVE WS-ARR-OWED TO WS-ARR-TAKE
           END-IF.
           COMPUTE WS-ARR-NEW-BAL = WS-ARR-OWED - WS-ARR-TAKE.
           IF WS-ARR-HIT > 0
               IF WS-ARR-NEW-BAL NOT = WS-ARR-BAL (WS-ARR-HIT)
                   IF WS-ARR-BAL (WS-ARR-HIT) = 0
                       MOVE PAY-DATE TO WS-ARR-FIRST (WS-ARR-HIT)
                   END-IF
                   MOVE WS-ARR-NEW-BAL TO WS-ARR-BAL (WS-ARR-HIT)
                   MOVE PAY-DATE TO WS-ARR-LAST (WS-ARR-HIT)
                   MOVE 'Y' TO WS-ARR-CHANGED
               END-IF
           ELSE
               IF WS-ARR-NEW-BAL > 0
                   PERFORM ADD-ARREARS-ROW
               END-IF
           END-IF.

       FIND-ARREARS-ROW.
           MOVE 0 TO WS-ARR-HIT.
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
               UNTIL WS-ARR-IDX > WS-ARR-COUNT
               OR WS-ARR-HIT > 0
               IF WS-ARR-EMP (WS-ARR-IDX) = EMP-ID
                   AND WS-ARR-CODE (WS-ARR-IDX) = WS-ARR-CODE-IN
                   MOVE WS-ARR-IDX TO WS-ARR-HIT
               END-IF
           END-PERFORM.

       ADD-ARREARS-ROW.
           IF WS-ARR-COUNT >= 200
               MOVE 'Y' TO WS-ARR-OVERFLOW
               IF WS-APPLY-COMMIT = 'Y'
                   DISPLAY "WARNING: ARREARS TABLE IS FULL. "
                       WS-ARR-CODE-IN " SHORTFALL FOR " EMP-ID
                       " IS NOT CARRIED FORWARD."
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ARR-COUNT.
           MOVE EMP-ID TO WS-ARR-EMP (WS-ARR-COUNT).
           MOVE WS-ARR-CODE-IN TO WS-ARR-CODE (WS-ARR-COUNT).
           MOVE WS-ARR-NEW-BAL TO WS-ARR-BAL (WS-ARR-COUNT).
           MOVE PAY-DATE TO WS-ARR-FIRST (WS-ARR-COUNT).
           MOVE PAY-DATE TO WS-ARR-LAST (WS-ARR-COUNT).
           MOVE 'Y' TO WS-ARR-CHANGED.

       LOAD-ARREARS.
           MOVE 0 TO WS-ARR-COUNT.
           MOVE 'N' TO WS-ARR-OVERFLOW.
           OPEN INPUT WS-ARREARS-FILE.
           IF WS-ARREARS-STATUS = "00"
               PERFORM UNTIL WS-ARREARS-STATUS NOT = "00"
                   READ WS-ARREARS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AR-BALANCE IS NUMERIC
                               AND AR-BALANCE > 0
                               IF WS-ARR-COUNT >= 200
                                   MOVE 'Y' TO WS-ARR-OVERFLOW
                               ELSE
                                   PERFORM STORE-ARREARS-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WS-ARREARS-FILE
           END-IF.
           IF WS-ARR-OVERFLOW = 'Y'
               DISPLAY "WARNING: ARREARS FILE EXCEEDS THE 200-ROW"
                   " TABLE. ARREARS UPDATES ARE SUSPENDED."
           END-IF.

       STORE-ARREARS-ROW.
           ADD 1 TO WS-ARR-COUNT.
           MOVE AR-EMP-ID TO WS-ARR-EMP (WS-ARR-COUNT).
           MOVE AR-CODE TO WS-ARR-CODE (WS-ARR-COUNT).
           MOVE AR-BALANCE TO WS-ARR-BAL (WS-ARR-COUNT).
           IF AR-FIRST-DATE IS NUMERIC
               MOVE AR-FIRST-DATE TO WS-ARR-FIRST (WS-ARR-COUNT)
           ELSE
               MOVE ZERO TO WS-ARR-FIRST (WS-ARR-COUNT)
           END-IF.
           IF AR-LAST-DATE IS NUMERIC
               MOVE AR-LAST-DATE TO WS-ARR-LAST (WS-ARR-COUNT)
           ELSE
               MOVE ZERO TO WS-ARR-LAST (WS-ARR-COUNT)
           END-IF.

       SAVE-ARREARS.
           IF WS-ARR-OVERFLOW = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WS-ARREARS-FILE.
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
               UNTIL WS-ARR-IDX > WS-ARR-COUNT
               IF WS-ARR-BAL (WS-ARR-IDX) > 0
                   MOVE SPACES TO WS-ARREARS-REC
                   MOVE WS-ARR-EMP (WS-ARR-IDX) TO AR-EMP-ID
                   MOVE WS-ARR-CODE (WS-ARR-IDX) TO AR-CODE
                   MOVE WS-ARR-BAL (WS-ARR-IDX) TO AR-BALANCE
                   MOVE WS-ARR-FIRST (WS-ARR-IDX) TO AR-FIRST-DATE
                   MOVE WS-ARR-LAST (WS-ARR-IDX) TO AR-LAST-DATE
                   WRITE WS-ARREARS-REC
               END-IF
           END-PERFORM.
           CLOSE WS-ARREARS-FILE.

      *    COURT-ORDERED GARNISHMENTS ARE THE FIRST THING TAKEN
      *    FROM NET AFTER TAXES, IN ORDER OF THE PRIORITY ON EACH
      *    ORDER. A PERIOD'S TAKING IS CAPPED BY THE ORDER'S PER-
      *    PERIOD MAXIMUM, BY WHAT IS STILL OWED ON THE ORDERED
      *    TOTAL, AND BY THE PROTECTED-EARNINGS FLOOR (OR THE
      *    MINIMUM NET, IF HIGHER) BELOW WHICH NET PAY MUST NOT
      *    FALL. AN ORDER WHOSE COLLECTED AMOUNT REACHES THE
      *    ORDERED TOTAL IS MARKED SATISFIED AND STOPS WITHHOLDING.
       APPLY-GARNISHMENTS.
           MOVE ZERO TO WS-GARN-TOTAL.
           MOVE 'N' TO WS-GARN-CHANGED.
           PERFORM LOAD-GARN-ORDERS.
           IF WS-GARN-OVERFLOW = 'Y' OR WS-GARN-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-GARN-PRI FROM 1 BY 1
               UNTIL WS-GARN-PRI > 99
               PERFORM VARYING WS-GARN-IDX FROM 1 BY 1
                   UNTIL WS-GARN-IDX > WS-GARN-COUNT
                   IF WS-GARN-EMP (WS-GARN-IDX) = EMP-ID
                       AND WS-GARN-STA (WS-GARN-IDX) = 'A'
                       AND WS-GARN-PRIO (WS-GARN-IDX) = WS-GARN-PRI
                       PERFORM APPLY-ONE-GARNISHMENT
                   END-IF
               END-PERFORM
           END-PERFORM.
           ELSE
               MOVE WS-GARN-PERMAX (WS-GARN-IDX) TO WS-GARN-THIS-AMT
           END-IF.
           IF WS-GARN-FLOOR (WS-GARN-IDX) < WS-MIN-NET
               MOVE WS-MIN-NET TO WS-GARN-USE-FLOOR
           ELSE
               MOVE WS-GARN-FLOOR (WS-GARN-IDX) TO WS-GARN-USE-FLOOR
           END-IF.
           IF NET-PAY - WS-GARN-THIS-AMT < WS-GARN-USE-FLOOR
               COMPUTE WS-GARN-THIS-AMT =
                   NET-PAY - WS-GARN-USE-FLOOR
           END-IF.
           IF WS-GARN-THIS-AMT <= 0
               IF WS-APPLY-COMMIT = 'Y'
                           CONTINUE
                       NOT AT END
                           IF ENROL-EMP-ID = EMP-ID
                               PERFORM CHECK-ENROLLMENT-DATES
                           END-IF
                           IF ENROL-EMP-ID = EMP-ID
                               AND WS-ENROL-LIVE = 'Y'
                               ADD 1 TO WS-ENROL-COUNT
                               MOVE ENROL-DED-CODE TO
                                   WS-ENROL-CODE (WS-ENROL-COUNT)
               CLOSE WS-DEDENROL-FILE
           END-IF.

      *    AN ENROLLMENT WITH AN EFFECTIVE DATE IS NOT TAKEN BEFORE
      *    IT, AND ONE WITH AN END DATE IS NOT TAKEN AFTER IT. A ROW
      *    WITH NEITHER DATE IS ALWAYS TAKEN.
       CHECK-ENROLLMENT-DATES.
           MOVE 'Y' TO WS-ENROL-LIVE.
           IF ENROL-EFF-DATE IS NUMERIC
               AND ENROL-EFF-DATE > PAY-DATE
               MOVE 'N' TO WS-ENROL-LIVE
           END-IF.
           IF ENROL-END-DATE IS NUMERIC
               AND ENROL-END-DATE > 0
               AND ENROL-END-DATE < PAY-DATE
               MOVE 'N' TO WS-ENROL-LIVE
           END-IF.

       APPLY-ONE-ENROLLMENT.
           MOVE 'N' TO WS-DED-ENROLLED.
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
               ELSE
                   MOVE WS-DED-AMOUNT (WS-DED-IDX) TO WS-DED-THIS-AMT
               END-IF
               MOVE WS-DED-CODE (WS-DED-IDX) TO WS-ARR-CODE-IN
               MOVE WS-DED-THIS-AMT TO WS-ARR-DUE
               MOVE ZERO TO WS-ARR-CAP
               PERFORM TAKE-WITH-ARREARS
               MOVE WS-ARR-TAKE TO WS-DED-THIS-AMT
               IF WS-ARR-TAKE < WS-ARR-OWED
                   AND WS-APPLY-COMMIT = 'Y'
                   MOVE "WEEKLYSAL" TO EXC-LOG-PROGRAM-ID
                   MOVE EMP-ID TO EXC-LOG-CONTEXT
                   MOVE SPACES TO EXC-LOG-REASON
                   STRING "DEDUCTION " WS-DED-CODE (WS-DED-IDX)
                       " SHORT, BALANCE TO ARREARS"
                       DELIMITED BY SIZE INTO EXC-LOG-REASON
                   CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                       EXC-LOG-CONTEXT EXC-LOG-REASON
               END-IF
               IF WS-DED-THIS-AMT > 0
                   SUBTRACT WS-DED-THIS-AMT FROM NET-PAY
                   ADD WS-DED-THIS-AMT TO WS-DEDUCT-TOTAL
                   IF WS-APPLY-COMMIT = 'Y'
                                   MOVE HIST-TAX-AMOUNT TO
                                       WS-VOID-TAX
                                   MOVE HIST-NET-PAY TO WS-VOID-NET
                                   IF HIST-SALARY-PAY IS NUMERIC
                                       MOVE HIST-SALARY-PAY TO
                                           WS-VOID-SALARY
                                   ELSE
                                       MOVE ZERO TO WS-VOID-SALARY
                                   END-IF
                                   MOVE HIST-RUN-TYPE TO
                                       WS-VOID-RUN-TYPE
                                   MOVE HIST-COMPANY TO
                                       WS-VOID-COMPANY
                                   MOVE HIST-PAY-DATE TO
                                       WS-VOID-PAY-DATE
                                   MOVE HIST-LOCATION TO
                                       WS-VOID-LOCATION
                                   IF HIST-LOCAL-TAX IS NUMERIC
                                       MOVE HIST-LOCAL-TAX TO
                                           WS-VOID-LOCAL-TAX
                                   ELSE
                                       MOVE ZERO TO WS-VOID-LOCAL-TAX
                                   END-IF
                                   IF HIST-ER-SOCIAL IS NUMERIC
                                       MOVE HIST-ER-SOCIAL TO
                                           WS-VOID-ERSOC
           MOVE WS-VOID-TOTAL TO OUT-TP.
           DISPLAY "PAY OF " FUNCTION TRIM(OUT-TP) " FOR PERIOD "
               WS-VOID-PERIOD " VOIDED AND REVERSED.".
      *    THE VOID TAKES THE PAY OUT OF THE YEAR IT WAS PAID IN; IF
      *    THAT YEAR'S WAGE STATEMENTS ARE ALREADY OUT THEY NEED A
      *    CORRECTION.
           DIVIDE WS-VOID-PAY-DATE BY 10000 GIVING WS-WC-YEAR.
           CALL "WAGECHK" USING WS-WC-YEAR WS-VOID-EMP-ID
               WS-WC-PROGRAM WS-WC-FLAG.

       VOID-FLAG-HISTORY-ROW.
           OPEN I-O WS-HISTORY-FILE.
           MOVE 'R' TO HIST-VOID.
           COMPUTE HIST-ER-SOCIAL = 0 - WS-VOID-ERSOC.
           COMPUTE HIST-ER-UNEMP = 0 - WS-VOID-ERUNEMP.
           COMPUTE HIST-SALARY-PAY = 0 - WS-VOID-SALARY.
           MOVE WS-VOID-RUN-TYPE TO HIST-RUN-TYPE.
           MOVE WS-VOID-COMPANY TO HIST-COMPANY.
           COMPUTE HIST-LOCAL-TAX = 0 - WS-VOID-LOCAL-TAX.
           MOVE WS-VOID-LOCATION TO HIST-LOCATION.
           PERFORM WRITE-HISTORY-KEYED.

      *    OFF-CYCLE BONUS RUN: ONE-OFF AMOUNTS FOR A CHOSEN SET OF
      *    EMPLOYEES, WITHHELD AT THE FLAT SUPPLEMENTAL RATE ON
      *    SUPPTAX.DAT RATHER THAN ANNUALIZED THROUGH THE BRACKETS.
      *    EACH AMOUNT LANDS AS ITS OWN PAY-HISTORY ROW UNDER THE
      *    PERIOD, MARKED RUN TYPE 'B', AND GOES INTO YTD GROSS AND
      *    TAX. HOURS, OVERTIME, THE REGULAR PAY SLOT, LEAVE
      *    ACCRUAL AND LOAN REPAYMENT ARE NOT TOUCHED. THE RUN MUST
      *    BE OPEN UNDER PAY-RUN CONTROL; IT IS THEN CALCULATED,
      *    APPROVED AND PAID THERE LIKE A REGULAR RUN.
       OFFCYCLE-BONUS-RUN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "PAY PERIOD FOR THE BONUS RUN (YYYYPP): " WITH
               NO ADVANCING.
           ACCEPT PAY-PERIOD.
           MOVE 'B' TO WS-RUN-TYPE-IN.
           PERFORM LOAD-PAYRUN-TABLE.
           PERFORM FIND-PAYRUN-PERIOD.
           IF WS-RUN-FOUND = 'N'
               DISPLAY "NO OFF-CYCLE BONUS RUN IS OPEN FOR PERIOD "
                   PAY-PERIOD ". OPEN IT UNDER PAY-RUN CONTROL."
               ACCEPT OMITTED
               PERFORM MAIN-PARA
               EXIT PARAGRAPH
           END-IF.
           IF WS-RUN-STATE (WS-RUN-IDX) NOT = 'O'
               DISPLAY "BONUS RUN FOR PERIOD " PAY-PERIOD " IS NO"
                   " LONGER OPEN (STATUS " WS-RUN-STATE (WS-RUN-IDX)
                   ")."
               ACCEPT OMITTED
               PERFORM MAIN-PARA
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TODAY-DATE (1:6) TO WS-ACP-MONTH.
           PERFORM CHECK-ACCT-PERIOD.
           IF WS-ACP-OPEN = 'N'
               DISPLAY "ACCOUNTING MONTH " WS-ACP-MONTH " IS CLOSED"
                   " - BONUS RUN REFUSED AND LISTED ON SUSPENSE."
               MOVE PAY-PERIOD TO WS-SUSP-KEY
               MOVE ZERO TO WS-SUSP-AMOUNT
               PERFORM WRITE-SUSPENSE-REC
               ACCEPT OMITTED
               PERFORM MAIN-PARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-FOR-UPDATE.
           IF WS-OPEN-OK = 'N'
               PERFORM MAIN-PARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-SUPPTAX-CONFIG.
           MOVE WS-SUPP-RATE TO OUT-BONUS-RATE.
           DISPLAY "SUPPLEMENTAL WITHHOLDING RATE: "
               FUNCTION TRIM(OUT-BONUS-RATE) "%".
           MOVE 0 TO WS-BONUS-COUNT.
           MOVE 0 TO WS-BONUS-TOT-GROSS.
           MOVE 0 TO WS-BONUS-TOT-TAX.
           MOVE 0 TO WS-BONUS-TOT-NET.
           MOVE 'N' TO WS-BONUS-DONE.
           PERFORM UNTIL WS-BONUS-DONE = 'Y'
               PERFORM ENTER-ONE-BONUS
           END-PERFORM.
           CLOSE WS-EMPLOYEES-FILE.

           DISPLAY "BONUS PAYMENTS POSTED: " WS-BONUS-COUNT.
           MOVE WS-BONUS-TOT-GROSS TO OUT-TP.
           DISPLAY "TOTAL GROSS:    " OUT-TP.
           MOVE WS-BONUS-TOT-TAX TO OUT-TAX.
           DISPLAY "TOTAL WITHHELD: " OUT-TAX.
           MOVE WS-BONUS-TOT-NET TO OUT-NET.
           DISPLAY "TOTAL NET:      " OUT-NET.
           IF WS-BONUS-COUNT > 0
               DISPLAY "MARK THE BONUS RUN CALCULATED AND APPROVE IT"
                   " UNDER PAY-RUN CONTROL BEFORE PAYMENT."
           END-IF.
           ACCEPT OMITTED.
           PERFORM MAIN-PARA.

       ENTER-ONE-BONUS.
           DISPLAY "EMPLOYEE ID (BLANK TO FINISH): " WITH
               NO ADVANCING.
           MOVE SPACES TO WS-BONUS-EMP-ID.
           ACCEPT WS-BONUS-EMP-ID.
           IF WS-BONUS-EMP-ID = SPACES
               MOVE 'Y' TO WS-BONUS-DONE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BONUS-EMP-ID TO EMP-ID.
           MOVE 'N' TO WS-REC-LOCKED.
           READ WS-EMPLOYEES-FILE WITH LOCK
               INVALID KEY
                   DISPLAY "EMPLOYEE ID NOT FOUND: " WS-BONUS-EMP-ID
               NOT INVALID KEY
                   PERFORM CHECK-RECORD-LOCKED
                   IF WS-REC-LOCKED = 'Y'
                       CONTINUE
                   ELSE
                       IF WS-STATUS = 'I'
                           DISPLAY "EMPLOYEE " WS-BONUS-EMP-ID
                               " IS INACTIVE - NOT PAID."
                       ELSE
                           DISPLAY "BONUS AMOUNT: " WITH NO ADVANCING
                           ACCEPT WS-BONUS-AMT
                           IF WS-BONUS-AMT = 0
                               DISPLAY "NO AMOUNT - NOTHING POSTED."
                           ELSE
                               PERFORM POST-BONUS-PAYMENT
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           IF WS-REC-LOCKED = 'Y'
               OR WS-FILE-STATUS = "51" OR WS-FILE-STATUS = "99"
               DISPLAY "RECORD " WS-BONUS-EMP-ID " IS IN USE BY"
                   " ANOTHER OPERATOR. TRY AGAIN LATER."
           END-IF.

       POST-BONUS-PAYMENT.
           MOVE WS-EMPLOYEES-REC TO WS-JRN-BEFORE.
           COMPUTE WS-BONUS-TAX ROUNDED =
               WS-BONUS-AMT * WS-SUPP-RATE / 100.
           PERFORM GET-FILING-STATUS.
           MOVE WS-TODAY-DATE TO WS-TAXBRKT-DATE.
           MOVE WS-BONUS-AMT TO WS-TAX-BASE.
           PERFORM COMPUTE-LOCAL-TAX.
           MOVE WS-LOCAL-TAX TO WS-BONUS-LOCAL.
           COMPUTE WS-BONUS-NET =
               WS-BONUS-AMT - WS-BONUS-TAX - WS-BONUS-LOCAL.
           MOVE WS-BONUS-AMT TO TOTAL-PAY.
           MOVE WS-TODAY-DATE TO PAY-DATE.
           PERFORM COMPUTE-EMPLOYER-TAX.

           ADD WS-BONUS-AMT TO WS-YTD-GROSS.
           ADD WS-BONUS-TAX TO WS-YTD-TAX.
           REWRITE WS-EMPLOYEES-REC.
           MOVE "REWRIT" TO WS-JRN-ACTION.
           PERFORM WRITE-EMP-JOURNAL.

           MOVE EMP-ID TO AUDIT-EMP-ID.
           MOVE "BONUS" TO AUDIT-ACTION.
           MOVE ZERO TO AUDIT-OLD-VALUE.
           MOVE WS-BONUS-AMT TO AUDIT-NEW-VALUE.
           MOVE "OFF-CYCLE" TO WS-AUDIT-REASON-WK.
           PERFORM LOG-AUDIT-ENTRY.

           MOVE SPACES TO WS-HISTORY-REC.
           MOVE EMP-ID TO HIST-EMP-ID.
           MOVE PAY-PERIOD TO HIST-PAY-PERIOD.
           MOVE WS-TODAY-DATE TO HIST-PAY-DATE.
           MOVE ZERO TO HIST-BASIC-PAY.
           MOVE ZERO TO HIST-OVERTIME-PAY.
           MOVE WS-BONUS-AMT TO HIST-TOTAL-PAY.
           MOVE WS-BONUS-TAX TO HIST-TAX-AMOUNT.
           MOVE WS-BONUS-NET TO HIST-NET-PAY.
           MOVE ZERO TO HIST-SHIFT-DIFF.
           MOVE WS-ER-SOCIAL TO HIST-ER-SOCIAL.
           MOVE WS-ER-UNEMP TO HIST-ER-UNEMP.
           MOVE ZERO TO HIST-RET-EE.
           MOVE ZERO TO HIST-RET-ER.
           MOVE ZERO TO HIST-HOLIDAY-PAY.
           MOVE ZERO TO HIST-SALARY-PAY.
           MOVE 'B' TO HIST-RUN-TYPE.
           PERFORM GET-EMP-COMPANY.
           MOVE WS-EMP-COMPANY TO HIST-COMPANY.
           MOVE WS-BONUS-LOCAL TO HIST-LOCAL-TAX.
           MOVE WS-WORK-LOCATION TO HIST-LOCATION.
           PERFORM WRITE-HISTORY-KEYED.

           ADD 1 TO WS-BONUS-COUNT.
           ADD WS-BONUS-AMT TO WS-BONUS-TOT-GROSS.
           ADD WS-BONUS-TAX TO WS-BONUS-TOT-TAX.
           ADD WS-BONUS-NET TO WS-BONUS-TOT-NET.
           MOVE WS-BONUS-AMT TO OUT-TP.
           MOVE WS-BONUS-TAX TO OUT-TAX.
           MOVE WS-BONUS-NET TO OUT-NET.
           DISPLAY "POSTED " EMP-ID "  GROSS " OUT-TP "  TAX " OUT-TAX
               "  NET " OUT-NET.

       LOAD-SUPPTAX-CONFIG.
           OPEN INPUT WS-SUPPTAX-FILE.
           IF WS-SUPPTAX-STATUS = "00"
               READ WS-SUPPTAX-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ST-SUPP-RATE IS NUMERIC
                           MOVE ST-SUPP-RATE TO WS-SUPP-RATE
                       END-IF
               END-READ
               CLOSE WS-SUPPTAX-FILE
           END-IF.

      *    A WEEK SPLIT BETWEEN JOBS AT DIFFERENT RATES IS KEYED AS
      *    ONE LINE PER JOB (CODE, HOURS, RATE). BASIC PAY IS THE
      *    SUM OF THE LINES, OVERTIME IS JUDGED ON THE COMBINED
           END-IF.

       ENTER-ONE-JOB-LINE.
           MOVE SPACES TO WS-JOB-LINE-PHASE.
           PERFORM LOAD-JOB-BUDGET.
           IF WS-JCTL-PHASED = 'Y'
               DISPLAY "  PHASE ON " WS-JOB-LINE-CODE ": "
                   WITH NO ADVANCING
               ACCEPT WS-JOB-LINE-PHASE
           END-IF.
           DISPLAY "  HOURS ON " WS-JOB-LINE-CODE ": "
               WITH NO ADVANCING.
           ACCEPT WS-JOB-LINE-HOURS.
                       WS-JOB-LINE-HOURS * WS-JOB-LINE-RATE
                   ADD WS-JOB-LINE-HOURS TO WS-JOB-TOT-HOURS
                   ADD WS-JOB-COST (WS-JOB-COUNT) TO BASIC-PAY
                   MOVE WS-JOB-LINE-PHASE TO
                       WS-JOB-PHASE (WS-JOB-COUNT)
                   MOVE WS-JOB-COST (WS-JOB-COUNT) TO OUT-JOB-AMT
                   DISPLAY "  LINE COST: " FUNCTION TRIM(OUT-JOB-AMT)
                   PERFORM WARN-JOB-CHARGE
               END-IF
           END-IF.

      *    THE JOB'S BUDGET (ALL ITS ROWS) AND THE BUDGET OF THE
      *    PHASE BEING CHARGED, FROM JOBBUDG.DAT. A JOB BUDGETED BY
      *    PHASE HAS ITS LINES KEYED TO A PHASE.
       LOAD-JOB-BUDGET.
           MOVE 'N' TO WS-JCTL-PHASED.
           MOVE 'N' TO WS-JCTL-PH-FOUND.
           MOVE 0 TO WS-JCTL-BUD-COST WS-JCTL-PH-BUD-COST.
           OPEN INPUT WS-JOBBUDG-FILE.
           IF WS-JOBBUDG-STATUS = "00"
               PERFORM UNTIL WS-JOBBUDG-STATUS NOT = "00"
                   READ WS-JOBBUDG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF JB-JOB-CODE = WS-JOB-LINE-CODE
                               AND JB-COST IS NUMERIC
                               ADD JB-COST TO WS-JCTL-BUD-COST
                               IF JB-PHASE NOT = SPACES
                                   MOVE 'Y' TO WS-JCTL-PHASED
                               END-IF
                               IF JB-PHASE = WS-JOB-LINE-PHASE
                                   MOVE 'Y' TO WS-JCTL-PH-FOUND
                                   ADD JB-COST TO WS-JCTL-PH-BUD-COST
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WS-JOBBUDG-FILE
           END-IF.

      *    THE LINE STILL POSTS; THE OPERATOR IS WARNED WHEN THE JOB
      *    IS CLOSED ON THE JOB MASTER, OR WHEN THE COST ALREADY ON
      *    PAYJOBS.DAT PLUS THIS ENTRY'S LINES PUTS THE JOB (OR ITS
      *    PHASE) OVER BUDGET.
       WARN-JOB-CHARGE.
           MOVE 'N' TO WS-JCTL-CLOSED.
           OPEN INPUT WS-JOBMAST-FILE.
           IF WS-JOBMAST-STATUS = "00"
               PERFORM UNTIL WS-JOBMAST-STATUS NOT = "00"
                   READ WS-JOBMAST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF JM-JOB-CODE = WS-JOB-LINE-CODE
                               AND JM-STATUS = 'C'
                               MOVE 'Y' TO WS-JCTL-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WS-JOBMAST-FILE
           END-IF.
           IF WS-JCTL-CLOSED = 'Y'
               DISPLAY "  WARNING: JOB " WS-JOB-LINE-CODE
                   " IS CLOSED."
           END-IF.
           IF WS-JOB-LINE-PHASE NOT = SPACES
               PERFORM LOAD-JOB-BUDGET
               IF WS-JCTL-PH-FOUND = 'N'
                   DISPLAY "  WARNING: PHASE " WS-JOB-LINE-PHASE
                       " IS NOT BUDGETED ON JOB " WS-JOB-LINE-CODE "."
               END-IF
           END-IF.
           IF WS-JCTL-BUD-COST = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-JCTL-COST WS-JCTL-PH-COST.
           OPEN INPUT WS-PAYJOBS-FILE.
           IF WS-PAYJOBS-STATUS = "00"
               PERFORM UNTIL WS-PAYJOBS-STATUS NOT = "00"
                   READ WS-PAYJOBS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PJ-JOB-CODE = WS-JOB-LINE-CODE
                               AND PJ-COST IS NUMERIC
                               ADD PJ-COST TO WS-JCTL-COST
                               IF PJ-PHASE = WS-JOB-LINE-PHASE
                                   ADD PJ-COST TO WS-JCTL-PH-COST
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WS-PAYJOBS-FILE
           END-IF.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-JOB-CODE (WS-JOB-IDX) = WS-JOB-LINE-CODE
                   ADD WS-JOB-COST (WS-JOB-IDX) TO WS-JCTL-COST
                   IF WS-JOB-PHASE (WS-JOB-IDX) = WS-JOB-LINE-PHASE
                       ADD WS-JOB-COST (WS-JOB-IDX) TO WS-JCTL-PH-COST
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-JCTL-COST > WS-JCTL-BUD-COST
               MOVE WS-JCTL-COST TO OUT-JCTL-AMT
               MOVE WS-JCTL-BUD-COST TO OUT-JCTL-AMT-2
               DISPLAY "  WARNING: JOB " WS-JOB-LINE-CODE
                   " OVER BUDGET - COST " FUNCTION TRIM(OUT-JCTL-AMT)
                   " OF " FUNCTION TRIM(OUT-JCTL-AMT-2)
           END-IF.
           IF WS-JOB-LINE-PHASE NOT = SPACES
               AND WS-JCTL-PH-BUD-COST > 0
               AND WS-JCTL-PH-COST > WS-JCTL-PH-BUD-COST
               MOVE WS-JCTL-PH-COST TO OUT-JCTL-AMT
               MOVE WS-JCTL-PH-BUD-COST TO OUT-JCTL-AMT-2
               DISPLAY "  WARNING: PHASE " WS-JOB-LINE-PHASE
                   " OVER BUDGET - COST " FUNCTION TRIM(OUT-JCTL-AMT)
                   " OF " FUNCTION TRIM(OUT-JCTL-AMT-2)
           END-IF.

       POST-JOB-LINES.
           MOVE WS-JOB-TOT-HOURS TO NO-OF-HOURS.
           COMPUTE WS-JOB-AVG-RATE ROUNDED =
               BASIC-PAY / WS-JOB-TOT-HOURS.
           MOVE WS-JOB-AVG-RATE TO RATE-PER-HOUR.
           PERFORM GET-PAY-TYPE.
           MOVE ZERO TO WS-SALARY-PAY.
           PERFORM RESET-HOURS-SPLIT.

           IF NO-OF-HOURS > WS-OT-THRESHOLD
               AND WS-PAY-TYPE NOT = 'S'
               COMPUTE OVERTIME-HOURS =
                   NO-OF-HOURS - WS-OT-THRESHOLD
               MOVE ZERO TO OVERTIME-PAY
           PERFORM COMPUTE-HOLIDAY-PAY.
           ADD WS-HOLIDAY-PAY TO TOTAL-PAY.
           PERFORM COMPUTE-PAY-TAX.
           COMPUTE NET-PAY = TOTAL-PAY - TAX-AMOUNT - WS-LOCAL-TAX.
           ADD WS-EARN-NONTAX TO NET-PAY.
           MOVE 'Y' TO WS-APPLY-COMMIT.
           PERFORM APPLY-NET-DEDUCTIONS.
           PERFORM APPLY-RETIREMENT.
           PERFORM COMPUTE-EMPLOYER-TAX.

               MOVE WS-JOB-RATE (WS-JOB-IDX) TO PJ-RATE
               MOVE WS-JOB-COST (WS-JOB-IDX) TO PJ-COST
               MOVE 'N' TO PJ-BILLED
               MOVE WS-JOB-PHASE (WS-JOB-IDX) TO PJ-PHASE
               WRITE WS-PAYJOBS-REC
           END-PERFORM.
           CLOSE WS-PAYJOBS-FILE.

      *    PIECE-RATE PAY: PENDING ROWS ON THE PRODUCTION-COUNT FILE
      *    PRODCNT.DAT (EMPLOYEE, DATE, JOB CODE, UNITS, HOURS) ARE
      *    PRICED AT THE JOB'S UNIT RATE FROM PIECERT.DAT. WHEN THE
      *    PIECE EARNINGS FALL BELOW HOURS WORKED TIMES THE MINIMUM
      *    HOURLY RATE (MINWAGE.DAT) THE DIFFERENCE IS PAID AS A
      *    TOP-UP. EACH EMPLOYEE'S ROWS POST AS ONE JOB-COSTED ENTRY,
      *    SO OVERTIME, DEDUCTIONS AND HISTORY RUN AS FOR ANY JOB
      *    ENTRY, WITH ONE PAYJOBS LINE PER JOB CODE (AND A MINTOP
      *    LINE FOR THE TOP-UP). AN EMPLOYEE WITH A ROW THAT CANNOT
      *    BE PRICED IS LEFT WHOLLY PENDING AND LOGGED, SO A PERIOD
      *    IS NEVER PAID FROM PART OF ITS COUNTS.
       PIECE-RATE-POSTING.
           PERFORM LOAD-PIECE-RATES.
           PERFORM LOAD-MIN-WAGE.
           PERFORM LOAD-PRODUCTION-COUNTS.
           IF WS-PC-OVERFLOW = 'Y'
               DISPLAY "PRODUCTION FILE EXCEEDS THE 500-ROW TABLE."
                   " NOTHING POSTED."
               ACCEPT OMITTED
               PERFORM MAIN-PARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-FOR-UPDATE.
           IF WS-OPEN-OK = 'N'
               PERFORM MAIN-PARA
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PIECE-POSTED WS-PIECE-SKIPPED.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT
               IF WS-PC-STA (WS-PC-IDX) = 'P'
                   PERFORM PIECE-ONE-EMPLOYEE
               END-IF
           END-PERFORM.
           CLOSE WS-EMPLOYEES-FILE.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT
               IF WS-PC-STA (WS-PC-IDX) = 'S'
                   MOVE 'P' TO WS-PC-STA (WS-PC-IDX)
               END-IF
           END-PERFORM.
           PERFORM SAVE-PRODUCTION-COUNTS.
           MOVE WS-PIECE-POSTED TO OUT-PIECE-COUNT.
           DISPLAY "EMPLOYEES POSTED:  " FUNCTION TRIM(OUT-PIECE-COUNT).
           MOVE WS-PIECE-SKIPPED TO OUT-PIECE-COUNT.
           DISPLAY "EMPLOYEES SKIPPED: " FUNCTION TRIM(OUT-PIECE-COUNT).
           ACCEPT OMITTED.
           PERFORM MAIN-PARA.

       PIECE-ONE-EMPLOYEE.
           MOVE WS-PC-EMP (WS-PC-IDX) TO WS-PIECE-EMP.
           MOVE 'N' TO WS-PIECE-BAD.
           MOVE 0 TO WS-JOB-COUNT WS-JOB-TOT-HOURS.
           MOVE 0 TO WS-PIECE-PAY WS-PIECE-TOPUP.
           MOVE "PIECEPAY" TO EXC-LOG-PROGRAM-ID.
           MOVE WS-PIECE-EMP TO EXC-LOG-CONTEXT.
           PERFORM VARYING WS-PC-JDX FROM WS-PC-IDX BY 1
               UNTIL WS-PC-JDX > WS-PC-COUNT
               IF WS-PC-EMP (WS-PC-JDX) = WS-PIECE-EMP
                   AND WS-PC-STA (WS-PC-JDX) = 'P'
                   PERFORM PRICE-ONE-COUNT
               END-IF
           END-PERFORM.
           IF WS-PIECE-BAD = 'N' AND WS-JOB-TOT-HOURS = 0
               MOVE "NO HOURS ON PRODUCTION, NOT POSTED" TO
                   EXC-LOG-REASON
               CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                   EXC-LOG-CONTEXT EXC-LOG-REASON
               MOVE 'Y' TO WS-PIECE-BAD
           END-IF.
           IF WS-PIECE-BAD = 'N'
               MOVE WS-PIECE-EMP TO EMP-ID
               MOVE 'N' TO WS-REC-LOCKED
               READ WS-EMPLOYEES-FILE WITH LOCK
                   INVALID KEY
                       MOVE "PRODUCTION FOR UNKNOWN EMPLOYEE" TO
                           EXC-LOG-REASON
                       CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                           EXC-LOG-CONTEXT EXC-LOG-REASON
                       MOVE 'Y' TO WS-PIECE-BAD
                   NOT INVALID KEY
                       PERFORM CHECK-RECORD-LOCKED
               END-READ
           END-IF.
           IF WS-PIECE-BAD = 'N'
               IF WS-REC-LOCKED = 'Y'
                   OR WS-FILE-STATUS = "51" OR WS-FILE-STATUS = "99"
                   MOVE "RECORD LOCKED, PIECE PAY NOT POSTED" TO
                       EXC-LOG-REASON
                   CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                       EXC-LOG-CONTEXT EXC-LOG-REASON
                   MOVE 'Y' TO WS-PIECE-BAD
               ELSE
                   IF WS-STATUS = 'I'
                       MOVE "INACTIVE, PIECE PAY NOT POSTED" TO
                           EXC-LOG-REASON
                       CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                           EXC-LOG-CONTEXT EXC-LOG-REASON
                       MOVE 'Y' TO WS-PIECE-BAD
                   END-IF
               END-IF
           END-IF.
           IF WS-PIECE-BAD = 'N'
               PERFORM GET-PAY-TYPE
               IF WS-PAY-TYPE = 'S'
                   MOVE "SALARIED, PIECE PAY NOT POSTED" TO
                       EXC-LOG-REASON
                   CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                       EXC-LOG-CONTEXT EXC-LOG-REASON
                   MOVE 'Y' TO WS-PIECE-BAD
               END-IF
           END-IF.
           IF WS-PIECE-BAD = 'N'
               PERFORM POST-PIECE-PAY
           END-IF.
           IF WS-PIECE-BAD = 'N'
               ADD 1 TO WS-PIECE-POSTED
               MOVE 'D' TO WS-PC-STA (WS-PC-IDX)
           ELSE
               ADD 1 TO WS-PIECE-SKIPPED
               MOVE 'S' TO WS-PC-STA (WS-PC-IDX)
               DISPLAY WS-PIECE-EMP "  SKIPPED - SEE EXCEPTION LOG"
           END-IF.
           PERFORM VARYING WS-PC-JDX FROM WS-PC-IDX BY 1
               UNTIL WS-PC-JDX > WS-PC-COUNT
               IF WS-PC-EMP (WS-PC-JDX) = WS-PIECE-EMP
                   AND WS-PC-STA (WS-PC-JDX) = 'P'
                   MOVE WS-PC-STA (WS-PC-IDX) TO
                       WS-PC-STA (WS-PC-JDX)
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-PIECE-PAY WS-PIECE-TOPUP.

      *    ONE COUNT ROW: UNITS AT THE JOB'S RATE, GATHERED INTO THE
      *    JOB-LINE TABLE BY JOB CODE.
       PRICE-ONE-COUNT.
           MOVE 0 TO WS-PCR-HIT.
           PERFORM VARYING WS-PCR-IDX FROM 1 BY 1
               UNTIL WS-PCR-IDX > WS-PCR-COUNT
               IF WS-PCR-JOB (WS-PCR-IDX) = WS-PC-JOB (WS-PC-JDX)
                   MOVE WS-PCR-IDX TO WS-PCR-HIT
               END-IF
           END-PERFORM.
           IF WS-PCR-HIT = 0
               MOVE SPACES TO EXC-LOG-REASON
               STRING "NO PIECE RATE FOR JOB " WS-PC-JOB (WS-PC-JDX)
                   DELIMITED BY SIZE INTO EXC-LOG-REASON
               CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                   EXC-LOG-CONTEXT EXC-LOG-REASON
               MOVE 'Y' TO WS-PIECE-BAD
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PC-AMT (WS-PC-JDX) ROUNDED =
               WS-PC-UNITS (WS-PC-JDX) * WS-PCR-RATE (WS-PCR-HIT).
           ADD WS-PC-AMT (WS-PC-JDX) TO WS-PIECE-PAY.
           ADD WS-PC-HRS (WS-PC-JDX) TO WS-JOB-TOT-HOURS.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
               OR WS-JOB-CODE (WS-JOB-IDX) = WS-PC-JOB (WS-PC-JDX)
               CONTINUE
           END-PERFORM.
           IF WS-JOB-IDX > WS-JOB-COUNT
               IF WS-JOB-COUNT >= 19
                   MOVE "MORE THAN 19 JOB CODES, NOT POSTED" TO
                       EXC-LOG-REASON
                   CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                       EXC-LOG-CONTEXT EXC-LOG-REASON
                   MOVE 'Y' TO WS-PIECE-BAD
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-JOB-COUNT
               MOVE WS-JOB-COUNT TO WS-JOB-IDX
               MOVE WS-PC-JOB (WS-PC-JDX) TO WS-JOB-CODE (WS-JOB-IDX)
               MOVE SPACES TO WS-JOB-PHASE (WS-JOB-IDX)
               MOVE 0 TO WS-JOB-HOURS (WS-JOB-IDX)
                   WS-JOB-COST (WS-JOB-IDX)
           END-IF.
           ADD WS-PC-HRS (WS-PC-JDX) TO WS-JOB-HOURS (WS-JOB-IDX).
           ADD WS-PC-AMT (WS-PC-JDX) TO WS-JOB-COST (WS-JOB-IDX).

      *    THE JOB LINES CARRY THE EFFECTIVE HOURLY RATE OF THE PIECE
      *    WORK; THE TOP-UP IS ITS OWN MINTOP LINE WITH NO HOURS, AS
      *    THE HOURS ARE ALREADY ON THE PIECE LINES.
       POST-PIECE-PAY.
           MOVE WS-EMPLOYEES-REC TO WS-JRN-BEFORE.
           MOVE WS-TOTAL-PAY TO OLD-TOTAL-PAY.
           MOVE WS-OVERTIME-PAY TO OLD-OVERTIME-PAY.
           MOVE WS-TAX-AMOUNT TO OLD-TAX-AMOUNT.
           MOVE WS-PAY-PERIOD TO OLD-PAY-PERIOD.
           ACCEPT PAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOOKUP-PAY-PERIOD.
           IF WS-CAL-FOUND = 'N'
               MOVE PAY-DATE (1:6) TO PAY-PERIOD
           END-IF.
           MOVE PAY-DATE (1:6) TO WS-ACP-MONTH.
           PERFORM CHECK-ACCT-PERIOD.
           IF WS-ACP-OPEN = 'N'
               MOVE "ACCOUNTING MONTH CLOSED, NOT POSTED" TO
                   EXC-LOG-REASON
               CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                   EXC-LOG-CONTEXT EXC-LOG-REASON
               MOVE EMP-ID TO WS-SUSP-KEY
               MOVE ZERO TO WS-SUSP-AMOUNT
               PERFORM WRITE-SUSPENSE-REC
               MOVE 'Y' TO WS-PIECE-BAD
               EXIT PARAGRAPH
           END-IF.
           IF WS-JOB-TOT-HOURS > WS-MAX-HOURS
               PERFORM LOG-REJECT-HOURS-MAX
               MOVE 'Y' TO WS-PIECE-BAD
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-JOB-HOURS (WS-JOB-IDX) > 0
                   COMPUTE WS-JOB-RATE (WS-JOB-IDX) ROUNDED =
                       WS-JOB-COST (WS-JOB-IDX) /
                       WS-JOB-HOURS (WS-JOB-IDX)
               ELSE
                   MOVE 0 TO WS-JOB-RATE (WS-JOB-IDX)
               END-IF
           END-PERFORM.
           COMPUTE WS-PIECE-FLOOR ROUNDED =
               WS-JOB-TOT-HOURS * WS-MIN-HOURLY.
           IF WS-PIECE-PAY < WS-PIECE-FLOOR
               COMPUTE WS-PIECE-TOPUP = WS-PIECE-FLOOR - WS-PIECE-PAY
               ADD 1 TO WS-JOB-COUNT
               MOVE "MINTOP" TO WS-JOB-CODE (WS-JOB-COUNT)
               MOVE SPACES TO WS-JOB-PHASE (WS-JOB-COUNT)
               MOVE 0 TO WS-JOB-HOURS (WS-JOB-COUNT)
               MOVE WS-MIN-HOURLY TO WS-JOB-RATE (WS-JOB-COUNT)
               MOVE WS-PIECE-TOPUP TO WS-JOB-COST (WS-JOB-COUNT)
           END-IF.
           COMPUTE BASIC-PAY = WS-PIECE-PAY + WS-PIECE-TOPUP.
           DISPLAY WS-PIECE-EMP "  PIECE-RATE PRODUCTION".
           PERFORM POST-JOB-LINES.

       LOAD-PIECE-RATES.
           MOVE 0 TO WS-PCR-COUNT.
           OPEN INPUT WS-PIECERT-FILE.
           IF WS-PIECERT-STATUS = "00"
               PERFORM UNTIL WS-PIECERT-STATUS NOT = "00"
                   OR WS-PCR-COUNT >= 100
                   READ WS-PIECERT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PCR-UNIT-RATE IS NUMERIC
                               AND PCR-UNIT-RATE > 0
                               ADD 1 TO WS-PCR-COUNT
                               MOVE PCR-JOB-CODE TO
                                   WS-PCR-JOB (WS-PCR-COUNT)
                               MOVE PCR-UNIT-RATE TO
                                   WS-PCR-RATE (WS-PCR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WS-PIECERT-FILE
           END-IF.

       LOAD-MIN-WAGE.
           OPEN INPUT WS-MINWAGE-FILE.
           IF WS-MINWAGE-STATUS = "00"
               READ WS-MINWAGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MW-HOURLY IS NUMERIC AND MW-HOURLY > 0
                           MOVE MW-HOURLY TO WS-MIN-HOURLY
                       END-IF
               END-READ
               CLOSE WS-MINWAGE-FILE
           END-IF.

       LOAD-PRODUCTION-COUNTS.
           MOVE 0 TO WS-PC-COUNT.
           MOVE 'N' TO WS-PC-OVERFLOW.
           OPEN INPUT WS-PRODCNT-FILE.
           IF WS-PRODCNT-STATUS = "00"
               PERFORM UNTIL WS-PRODCNT-STATUS NOT = "00"
                   READ WS-PRODCNT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-PC-COUNT >= 500
                               MOVE 'Y' TO WS-PC-OVERFLOW
                           ELSE
                               PERFORM STORE-PRODUCTION-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WS-PRODCNT-FILE
           END-IF.

       STORE-PRODUCTION-COUNT.
           ADD 1 TO WS-PC-COUNT.
           MOVE PC-EMP-ID TO WS-PC-EMP (WS-PC-COUNT).
           MOVE PC-JOB-CODE TO WS-PC-JOB (WS-PC-COUNT).
           MOVE 0 TO WS-PC-AMT (WS-PC-COUNT).
           IF PC-DATE IS NUMERIC
               MOVE PC-DATE TO WS-PC-DTE (WS-PC-COUNT)
           ELSE
               MOVE ZERO TO WS-PC-DTE (WS-PC-COUNT)
           END-IF.
           IF PC-UNITS IS NUMERIC
               MOVE PC-UNITS TO WS-PC-UNITS (WS-PC-COUNT)
           ELSE
               MOVE ZERO TO WS-PC-UNITS (WS-PC-COUNT)
           END-IF.
           IF PC-HOURS IS NUMERIC
               MOVE PC-HOURS TO WS-PC-HRS (WS-PC-COUNT)
           ELSE
               MOVE ZERO TO WS-PC-HRS (WS-PC-COUNT)
           END-IF.
           IF PC-STATUS = 'D'
               MOVE 'D' TO WS-PC-STA (WS-PC-COUNT)
           ELSE
               MOVE 'P' TO WS-PC-STA (WS-PC-COUNT)
           END-IF.

       SAVE-PRODUCTION-COUNTS.
           IF WS-PC-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WS-PRODCNT-FILE.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT
               MOVE SPACES TO WS-PRODCNT-REC
               MOVE WS-PC-EMP (WS-PC-IDX) TO PC-EMP-ID
               MOVE WS-PC-DTE (WS-PC-IDX) TO PC-DATE
               MOVE WS-PC-JOB (WS-PC-IDX) TO PC-JOB-CODE
               MOVE WS-PC-UNITS (WS-PC-IDX) TO PC-UNITS
               MOVE WS-PC-HRS (WS-PC-IDX) TO PC-HOURS
               MOVE WS-PC-STA (WS-PC-IDX) TO PC-STATUS
               WRITE WS-PRODCNT-REC
           END-PERFORM.
           CLOSE WS-PRODCNT-FILE.

       DISPLAY-RECORDS.
           PERFORM OPEN-FOR-UPDATE.
           IF WS-OPEN-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-REG-COUNT WS-REG-TOTAL-BASIC
               WS-REG-TOTAL-OT WS-REG-TOTAL-GROSS
               WS-REG-TOTAL-SALARY WS-REG-TOTAL-ST-HRS
               WS-REG-TOTAL-OT-HRS WS-REG-TOTAL-DT-HRS
               WS-REG-TOTAL-DT-PAY WS-REG-TOTAL-PIECE
               WS-REG-TOTAL-TOPUP WS-REG-TOTAL-LOCAL WS-COT-COUNT.
           MOVE 'N' TO WS-COT-OVERFLOW.

      *    A SALARIED EMPLOYEE'S BASIC COLUMN IS THE SALARY, MARKED
      *    'S' IN THE TYPE COLUMN AND TOTALLED ON ITS OWN LINE.
           MOVE "PAYROLL REGISTER" TO WS-RPT-TITLE.
           STRING "EMP-ID    NAME             BASIC PAY"
               "    OVERTIME     TOTAL PAY  TYPE" DELIMITED BY SIZE
               INTO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               PERFORM CSV-ADD-FIELD
               MOVE "BASIC PAY" TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               MOVE "SALARY" TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               MOVE "OVERTIME" TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               MOVE "TOTAL PAY" TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               MOVE "STRAIGHT HRS" TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               MOVE "OVERTIME HRS" TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               MOVE "DOUBLE TIME HRS" TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               MOVE "PIECE PAY" TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               MOVE "MIN WAGE TOP-UP" TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               MOVE "COMPANY" TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               PERFORM CSV-END-ROW
           END-IF.

               NOT AT END
                   IF WS-STATUS NOT = 'I'
                       ADD 1 TO WS-REG-COUNT
                       PERFORM GET-PAY-TYPE
                       IF WS-PAY-TYPE = 'S'
                           MOVE 'S' TO WS-REG-SAL-FLAG
                           ADD WS-BASIC-PAY TO WS-REG-TOTAL-SALARY
                       ELSE
                           MOVE 'H' TO WS-REG-SAL-FLAG
                           ADD WS-BASIC-PAY TO WS-REG-TOTAL-BASIC
                       END-IF
                       ADD WS-OVERTIME-PAY TO WS-REG-TOTAL-OT
                       ADD WS-TOTAL-PAY TO WS-REG-TOTAL-GROSS
                       MOVE WS-EMP-COMPANY TO WS-COT-KEY
                       MOVE 1 TO WS-COT-ADD-EMPS
                       MOVE WS-TOTAL-PAY TO WS-COT-ADD-GROSS
                       MOVE WS-OVERTIME-PAY TO WS-COT-ADD-OT
                       MOVE WS-TAX-AMOUNT TO WS-COT-ADD-TAX
                       PERFORM ADD-COMPANY-TOTAL
                       MOVE EMP-ID TO OUT-ID
                       MOVE WS-BASIC-PAY TO OUT-BP
                       MOVE WS-OVERTIME-PAY TO OUT-OTP
                       CALL "RPTHDR" USING WS-RPT-FUNCTION
                           WS-RPT-TITLE WS-RPT-COLHDR WS-RPT-LPP
                       DISPLAY OUT-ID "  " WS-EMPLOYEE-NAME "  "
                           OUT-BP "  " OUT-OTP "  " OUT-TP "  "
                           WS-REG-SAL-FLAG
                       MOVE SPACES TO WS-SPL-LINE
                       STRING OUT-ID "  " WS-EMPLOYEE-NAME "  "
                           OUT-BP "  " OUT-OTP "  " OUT-TP "  "
                           WS-REG-SAL-FLAG
                           DELIMITED BY SIZE INTO WS-SPL-LINE
                       PERFORM SPOOL-ONE-LINE
                       PERFORM GET-REGISTER-HOURS
                       IF WS-REG-HRS-FOUND = 'Y'
                           AND WS-REG-SAL-FLAG = 'H'
                           PERFORM PRINT-REGISTER-HOURS
                       END-IF
                       IF WS-REG-PIECE-PAY > 0
                           OR WS-REG-MIN-TOPUP > 0
                           PERFORM PRINT-REGISTER-PIECE
                       END-IF
                       IF WS-REG-LOCAL-TAX NOT = 0
                           PERFORM PRINT-REGISTER-LOCAL
                       END-IF
                       IF WS-CSV-WANTED = 'Y'
                           MOVE EMP-ID TO WS-CSV-FIELD
                           PERFORM CSV-ADD-FIELD
                           MOVE WS-EMPLOYEE-NAME TO WS-CSV-FIELD
                           PERFORM CSV-ADD-FIELD
                           IF WS-REG-SAL-FLAG = 'S'
                               MOVE ZERO TO OUT-CSV-AMT
                               PERFORM CSV-ADD-AMOUNT
                               MOVE WS-BASIC-PAY TO OUT-CSV-AMT
                               PERFORM CSV-ADD-AMOUNT
                           ELSE
                               MOVE WS-BASIC-PAY TO OUT-CSV-AMT
                               PERFORM CSV-ADD-AMOUNT
                               MOVE ZERO TO OUT-CSV-AMT
                               PERFORM CSV-ADD-AMOUNT
                           END-IF
                           MOVE WS-OVERTIME-PAY TO OUT-CSV-AMT
                           PERFORM CSV-ADD-AMOUNT
                           MOVE WS-TOTAL-PAY TO OUT-CSV-AMT
                           PERFORM CSV-ADD-AMOUNT
                           MOVE WS-REG-ST-HRS TO OUT-CSV-AMT
                           PERFORM CSV-ADD-AMOUNT
                           MOVE WS-REG-OT-HRS TO OUT-CSV-AMT
                           PERFORM CSV-ADD-AMOUNT
                           MOVE WS-REG-DT-HRS TO OUT-CSV-AMT
                           PERFORM CSV-ADD-AMOUNT
                           MOVE WS-REG-PIECE-PAY TO OUT-CSV-AMT
                           PERFORM CSV-ADD-AMOUNT
                           MOVE WS-REG-MIN-TOPUP TO OUT-CSV-AMT
                           PERFORM CSV-ADD-AMOUNT
                           MOVE WS-EMP-COMPANY TO WS-CSV-FIELD
                           PERFORM CSV-ADD-FIELD
                           PERFORM CSV-END-ROW
                       END-IF
                   END-IF
           STRING "TOTAL BASIC PAY:    " OUT-REG-TOTAL
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE WS-REG-TOTAL-SALARY TO OUT-REG-TOTAL.
           DISPLAY "TOTAL SALARY PAY:   " FUNCTION TRIM(OUT-REG-TOTAL).
           MOVE SPACES TO WS-SPL-LINE.
           STRING "TOTAL SALARY PAY:   " OUT-REG-TOTAL
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE WS-REG-TOTAL-OT TO OUT-REG-TOTAL.
           DISPLAY "TOTAL OVERTIME PAY: " FUNCTION TRIM(OUT-REG-TOTAL).
           MOVE SPACES TO WS-SPL-LINE.
           STRING "TOTAL OVERTIME PAY: " OUT-REG-TOTAL
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE WS-REG-TOTAL-DT-PAY TO OUT-REG-TOTAL.
           DISPLAY "  OF WHICH DOUBLE:  " FUNCTION TRIM(OUT-REG-TOTAL).
           MOVE SPACES TO WS-SPL-LINE.
           STRING "  OF WHICH DOUBLE:  " OUT-REG-TOTAL
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE WS-REG-TOTAL-ST-HRS TO OUT-REG-TOTAL.
           DISPLAY "STRAIGHT HOURS:     " FUNCTION TRIM(OUT-REG-TOTAL).
           MOVE SPACES TO WS-SPL-LINE.
           STRING "STRAIGHT HOURS:     " OUT-REG-TOTAL
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE WS-REG-TOTAL-OT-HRS TO OUT-REG-TOTAL.
           DISPLAY "OVERTIME HOURS:     " FUNCTION TRIM(OUT-REG-TOTAL).
           MOVE SPACES TO WS-SPL-LINE.
           STRING "OVERTIME HOURS:     " OUT-REG-TOTAL
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE WS-REG-TOTAL-DT-HRS TO OUT-REG-TOTAL.
           DISPLAY "DOUBLE-TIME HOURS:  " FUNCTION TRIM(OUT-REG-TOTAL).
           MOVE SPACES TO WS-SPL-LINE.
           STRING "DOUBLE-TIME HOURS:  " OUT-REG-TOTAL
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE WS-REG-TOTAL-PIECE TO OUT-REG-TOTAL.
           DISPLAY "TOTAL PIECE PAY:    " FUNCTION TRIM(OUT-REG-TOTAL).
           MOVE SPACES TO WS-SPL-LINE.
           STRING "TOTAL PIECE PAY:    " OUT-REG-TOTAL
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE WS-REG-TOTAL-TOPUP TO OUT-REG-TOTAL.
           DISPLAY "TOTAL MIN TOP-UP:   " FUNCTION TRIM(OUT-REG-TOTAL).
           MOVE SPACES TO WS-SPL-LINE.
           STRING "TOTAL MIN TOP-UP:   " OUT-REG-TOTAL
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE WS-REG-TOTAL-GROSS TO OUT-REG-TOTAL.
           DISPLAY "TOTAL GROSS PAY:    " FUNCTION TRIM(OUT-REG-TOTAL).
           MOVE SPACES TO WS-SPL-LINE.
           STRING "TOTAL GROSS PAY:    " OUT-REG-TOTAL
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE WS-REG-TOTAL-LOCAL TO OUT-REG-TOTAL.
           DISPLAY "TOTAL LOCAL TAX:    " FUNCTION TRIM(OUT-REG-TOTAL).
           MOVE SPACES TO WS-SPL-LINE.
           STRING "TOTAL LOCAL TAX:    " OUT-REG-TOTAL
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           PERFORM PRINT-COMPANY-TOTALS.
           DISPLAY "==============================================".
           MOVE 'C' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               PERFORM CSV-ADD-FIELD
               MOVE WS-REG-TOTAL-BASIC TO OUT-CSV-AMT
               PERFORM CSV-ADD-AMOUNT
               MOVE WS-REG-TOTAL-SALARY TO OUT-CSV-AMT
               PERFORM CSV-ADD-AMOUNT
               MOVE WS-REG-TOTAL-OT TO OUT-CSV-AMT
               PERFORM CSV-ADD-AMOUNT
               MOVE WS-REG-TOTAL-GROSS TO OUT-CSV-AMT
               PERFORM CSV-ADD-AMOUNT
               MOVE WS-REG-TOTAL-ST-HRS TO OUT-CSV-AMT
               PERFORM CSV-ADD-AMOUNT
               MOVE WS-REG-TOTAL-OT-HRS TO OUT-CSV-AMT
               PERFORM CSV-ADD-AMOUNT
               MOVE WS-REG-TOTAL-DT-HRS TO OUT-CSV-AMT
               PERFORM CSV-ADD-AMOUNT
               MOVE WS-REG-TOTAL-PIECE TO OUT-CSV-AMT
               PERFORM CSV-ADD-AMOUNT
               MOVE WS-REG-TOTAL-TOPUP TO OUT-CSV-AMT
               PERFORM CSV-ADD-AMOUNT
               MOVE SPACES TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               PERFORM CSV-END-ROW
               PERFORM CSV-CLOSE-FILE
               DISPLAY "CSV WRITTEN TO PRACTICALS/PAYREG.CSV"
           END-IF.

      *    COMPANY (LEGAL ENTITY) SUBTOTALS FOR THE REGISTER AND
      *    THE YEAR-END SUMMARY. WS-COT-KEY NAMES THE COMPANY AND
      *    THE WS-COT-ADD- FIELDS HOLD THE AMOUNTS TO ADD; A BLANK
      *    CODE COLLECTS EMPLOYEES WITH NO COMPANY ON THE MASTER.
       ADD-COMPANY-TOTAL.
           MOVE 'N' TO WS-COT-FOUND.
           PERFORM VARYING WS-COT-IDX FROM 1 BY 1
               UNTIL WS-COT-IDX > WS-COT-COUNT
               OR WS-COT-FOUND = 'Y'
               IF WS-COT-CODE (WS-COT-IDX) = WS-COT-KEY
                   MOVE 'Y' TO WS-COT-FOUND
               END-IF
           END-PERFORM.
           IF WS-COT-FOUND = 'Y'
               SUBTRACT 1 FROM WS-COT-IDX
           ELSE
               IF WS-COT-COUNT >= 21
                   MOVE 'Y' TO WS-COT-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-COT-COUNT
               MOVE WS-COT-COUNT TO WS-COT-IDX
               MOVE WS-COT-KEY TO WS-COT-CODE (WS-COT-IDX)
               MOVE ZERO TO WS-COT-EMPS (WS-COT-IDX)
                   WS-COT-GROSS (WS-COT-IDX) WS-COT-OT (WS-COT-IDX)
                   WS-COT-TAX (WS-COT-IDX)
           END-IF.
           ADD WS-COT-ADD-EMPS TO WS-COT-EMPS (WS-COT-IDX).
           ADD WS-COT-ADD-GROSS TO WS-COT-GROSS (WS-COT-IDX).
           ADD WS-COT-ADD-OT TO WS-COT-OT (WS-COT-IDX).
           ADD WS-COT-ADD-TAX TO WS-COT-TAX (WS-COT-IDX).

       PRINT-COMPANY-TOTALS.
           DISPLAY "TOTALS BY COMPANY:".
           DISPLAY "COMPANY  EMPS       GROSS PAY        OVERTIME"
               "      TAX WITHHELD".
           MOVE "TOTALS BY COMPANY:" TO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "COMPANY  EMPS       GROSS PAY        OVERTIME"
               "      TAX WITHHELD" DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           PERFORM VARYING WS-COT-IDX FROM 1 BY 1
               UNTIL WS-COT-IDX > WS-COT-COUNT
               IF WS-COT-CODE (WS-COT-IDX) = SPACES
                   MOVE "(NONE)" TO OUT-COT-CODE
               ELSE
                   MOVE WS-COT-CODE (WS-COT-IDX) TO OUT-COT-CODE
               END-IF
               MOVE WS-COT-EMPS (WS-COT-IDX) TO OUT-REG-COUNT
               MOVE WS-COT-GROSS (WS-COT-IDX) TO OUT-BP
               MOVE WS-COT-OT (WS-COT-IDX) TO OUT-OTP
               MOVE WS-COT-TAX (WS-COT-IDX) TO OUT-TAX
               DISPLAY OUT-COT-CODE "   " OUT-REG-COUNT "  " OUT-BP
                   "  " OUT-OTP "  " OUT-TAX
               MOVE SPACES TO WS-SPL-LINE
               STRING OUT-COT-CODE "   " OUT-REG-COUNT "  " OUT-BP
                   "  " OUT-OTP "  " OUT-TAX
                   DELIMITED BY SIZE INTO WS-SPL-LINE
               PERFORM SPOOL-ONE-LINE
           END-PERFORM.
           IF WS-COT-OVERFLOW = 'Y'
               DISPLAY "WARNING: MORE THAN 21 COMPANY CODES - SOME"
                   " ARE LEFT OUT OF THE COMPANY TOTALS."
           END-IF.

      *    YEAR-TO-DATE FIGURES ON THE PAY FILE COVER EVERY COMPANY
      *    THE EMPLOYEE WORKED FOR IN THE YEAR. PAY-HISTORY ROWS OF
      *    THE YEAR POSTED UNDER ANOTHER COMPANY CODE ARE CREDITED
      *    TO THAT COMPANY; THE REST BELONGS TO THE EMPLOYEE'S
      *    CURRENT COMPANY, WHICH ALSO COUNTS THE EMPLOYEE.
       YE-SPLIT-BY-COMPANY.
           PERFORM GET-EMP-COMPANY.
           MOVE WS-YTD-GROSS TO WS-YE-CUR-GROSS.
           MOVE WS-YTD-OVERTIME TO WS-YE-CUR-OT.
           MOVE WS-YTD-TAX TO WS-YE-CUR-TAX.
           OPEN INPUT WS-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               MOVE EMP-ID TO HIST-EMP-ID
               MOVE LOW-VALUES TO HIST-PAY-PERIOD
               MOVE 0 TO HIST-SEQ
               START WS-HISTORY-FILE KEY >= HIST-KEY
                   INVALID KEY
                       MOVE "10" TO WS-HISTORY-STATUS
               END-START
               PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
                   READ WS-HISTORY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HIST-EMP-ID NOT = EMP-ID
                               MOVE "10" TO WS-HISTORY-STATUS
                           ELSE
                               PERFORM YE-CREDIT-OTHER-COMPANY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WS-HISTORY-FILE
           END-IF.
           MOVE WS-EMP-COMPANY TO WS-COT-KEY.
           MOVE 1 TO WS-COT-ADD-EMPS.
           MOVE WS-YE-CUR-GROSS TO WS-COT-ADD-GROSS.
           MOVE WS-YE-CUR-OT TO WS-COT-ADD-OT.
           MOVE WS-YE-CUR-TAX TO WS-COT-ADD-TAX.
           PERFORM ADD-COMPANY-TOTAL.

       YE-CREDIT-OTHER-COMPANY.
           IF HIST-VOID = 'V'
               OR HIST-VOID = 'R'
               OR HIST-PAY-DATE (1:4) NOT = WS-PAY-DATE (1:4)
               OR HIST-COMPANY = SPACES
               OR HIST-COMPANY = WS-EMP-COMPANY
               OR HIST-TOTAL-PAY IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE HIST-COMPANY TO WS-COT-KEY.
           MOVE 0 TO WS-COT-ADD-EMPS.
           MOVE HIST-TOTAL-PAY TO WS-COT-ADD-GROSS.
           MOVE HIST-OVERTIME-PAY TO WS-COT-ADD-OT.
           MOVE HIST-TAX-AMOUNT TO WS-COT-ADD-TAX.
           PERFORM ADD-COMPANY-TOTAL.
           SUBTRACT HIST-TOTAL-PAY FROM WS-YE-CUR-GROSS.
           SUBTRACT HIST-OVERTIME-PAY FROM WS-YE-CUR-OT.
           SUBTRACT HIST-TAX-AMOUNT FROM WS-YE-CUR-TAX.

      *    THE HOURS SPLIT FOR THE REGISTER COMES FROM THE LATEST
      *    LIVE REGULAR PAY-HISTORY ROW FOR THE EMPLOYEE'S CURRENT
      *    PERIOD. OVERTIME PAY ON THE PAY FILE INCLUDES ANY DOUBLE
      *    TIME; THE DOUBLE-TIME PART IS SHOWN ON THE HOURS LINE.
      *    PIECE PAY AND ANY MINIMUM-WAGE TOP-UP MAKE UP BASIC PAY
      *    FOR A PIECE WORKER AND ARE BROKEN OUT ON A LINE OF THEIR
      *    OWN.
       GET-REGISTER-HOURS.
           MOVE 'N' TO WS-REG-HRS-FOUND.
           MOVE ZERO TO WS-REG-ST-HRS WS-REG-OT-HRS WS-REG-DT-HRS
               WS-REG-DT-PAY WS-REG-PIECE-PAY WS-REG-MIN-TOPUP
               WS-REG-LOCAL-TAX.
           MOVE SPACES TO WS-REG-LOCATION.
           OPEN INPUT WS-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE EMP-ID TO HIST-EMP-ID.
           MOVE WS-PAY-PERIOD TO HIST-PAY-PERIOD.
           MOVE 0 TO HIST-SEQ.
           START WS-HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY
                   MOVE "10" TO WS-HISTORY-STATUS
           END-START.
           PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
               READ WS-HISTORY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HIST-EMP-ID NOT = EMP-ID
                           OR HIST-PAY-PERIOD NOT = WS-PAY-PERIOD
                           MOVE "10" TO WS-HISTORY-STATUS
                       ELSE
                           IF HIST-VOID = SPACE
                               AND HIST-RUN-TYPE NOT = 'B'
                               AND HIST-STRAIGHT-HRS IS NUMERIC
                               AND HIST-OT-HRS IS NUMERIC
                               AND HIST-DT-HRS IS NUMERIC
                               AND HIST-DT-PAY IS NUMERIC
                               MOVE 'Y' TO WS-REG-HRS-FOUND
                               MOVE HIST-STRAIGHT-HRS TO WS-REG-ST-HRS
                               MOVE HIST-OT-HRS TO WS-REG-OT-HRS
                               MOVE HIST-DT-HRS TO WS-REG-DT-HRS
                               MOVE HIST-DT-PAY TO WS-REG-DT-PAY
                               MOVE ZERO TO WS-REG-PIECE-PAY
                                   WS-REG-MIN-TOPUP
                               IF HIST-PIECE-PAY IS NUMERIC
                                   AND HIST-MIN-TOPUP IS NUMERIC
                                   MOVE HIST-PIECE-PAY TO
                                       WS-REG-PIECE-PAY
                                   MOVE HIST-MIN-TOPUP TO
                                       WS-REG-MIN-TOPUP
                               END-IF
                               MOVE ZERO TO WS-REG-LOCAL-TAX
                               MOVE SPACES TO WS-REG-LOCATION
                               IF HIST-LOCAL-TAX IS NUMERIC
                                   MOVE HIST-LOCAL-TAX TO
                                       WS-REG-LOCAL-TAX
                                   MOVE HIST-LOCATION TO
                                       WS-REG-LOCATION
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WS-HISTORY-FILE.

       PRINT-REGISTER-HOURS.
           ADD WS-REG-ST-HRS TO WS-REG-TOTAL-ST-HRS.
           ADD WS-REG-OT-HRS TO WS-REG-TOTAL-OT-HRS.
           ADD WS-REG-DT-HRS TO WS-REG-TOTAL-DT-HRS.
           ADD WS-REG-DT-PAY TO WS-REG-TOTAL-DT-PAY.
           MOVE WS-REG-ST-HRS TO OUT-REG-ST.
           MOVE WS-REG-OT-HRS TO OUT-REG-OT.
           MOVE WS-REG-DT-HRS TO OUT-REG-DT.
           MOVE WS-REG-DT-PAY TO OUT-REG-DTP.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION
               WS-RPT-TITLE WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "          HOURS ST " OUT-REG-ST "  OT " OUT-REG-OT
               "  DT " OUT-REG-DT "  DT PAY " OUT-REG-DTP.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "          HOURS ST " OUT-REG-ST "  OT " OUT-REG-OT
               "  DT " OUT-REG-DT "  DT PAY " OUT-REG-DTP
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.

       PRINT-REGISTER-PIECE.
           ADD WS-REG-PIECE-PAY TO WS-REG-TOTAL-PIECE.
           ADD WS-REG-MIN-TOPUP TO WS-REG-TOTAL-TOPUP.
           MOVE WS-REG-PIECE-PAY TO OUT-REG-PIECE.
           MOVE WS-REG-MIN-TOPUP TO OUT-REG-TOPUP.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION
               WS-RPT-TITLE WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "          PIECE PAY " OUT-REG-PIECE
               "  MIN TOP-UP " OUT-REG-TOPUP.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "          PIECE PAY " OUT-REG-PIECE
               "  MIN TOP-UP " OUT-REG-TOPUP
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.

       PRINT-REGISTER-LOCAL.
           ADD WS-REG-LOCAL-TAX TO WS-REG-TOTAL-LOCAL.
           MOVE WS-REG-LOCAL-TAX TO OUT-REG-LOCAL.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION
               WS-RPT-TITLE WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "          LOCAL TAX " OUT-REG-LOCAL
               "  LOCATION " WS-REG-LOCATION.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "          LOCAL TAX " OUT-REG-LOCAL
               "  LOCATION " WS-REG-LOCATION
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.

       DIRECT-DEPOSIT-EXPORT.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO PAY-DATE.
               DISPLAY "PAY PERIOD (YYYYPP): " WITH NO ADVANCING
               ACCEPT PAY-PERIOD
           END-IF.
           PERFORM ASK-PAYRUN-TYPE.
           PERFORM CHECK-PAYRUN-ACH-GATE.
           IF WS-RUN-OK = 'Y'
               PERFORM RUN-DEPOSIT-EXPORT
               END-IF
           END-IF.

      *    AN OFF-CYCLE BONUS RUN IS A SEPARATE CONTROL ROW FOR THE
      *    SAME PERIOD (RUN TYPE 'B') AND IS GATED ON ITS OWN.
       ASK-PAYRUN-TYPE.
           DISPLAY "OFF-CYCLE BONUS RUN? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-OFFCYCLE-ANS.
           MOVE FUNCTION UPPER-CASE(WS-OFFCYCLE-ANS) TO WS-OFFCYCLE-ANS.
           IF WS-OFFCYCLE-ANS = 'Y'
               MOVE 'B' TO WS-RUN-TYPE-IN
           ELSE
               MOVE SPACE TO WS-RUN-TYPE-IN
           END-IF.

       MARK-PAYRUN-ACH-POSTED.
           MOVE 'Y' TO WS-RUN-ACH (WS-RUN-IDX).
           IF WS-RUN-CHK (WS-RUN-IDX) = 'Y'
               WS-RUN-ACH (WS-RUN-COUNT).
           MOVE RUN-CHK-DONE TO
               WS-RUN-CHK (WS-RUN-COUNT).
           MOVE RUN-TYPE TO
               WS-RUN-TYPE (WS-RUN-COUNT).

       SAVE-PAYRUN-TABLE.
           IF WS-RUN-OVERFLOW = 'Y'
               MOVE WS-RUN-DATE (WS-RUN-IDX) TO RUN-STATUS-DATE
               MOVE WS-RUN-ACH (WS-RUN-IDX) TO RUN-ACH-DONE
               MOVE WS-RUN-CHK (WS-RUN-IDX) TO RUN-CHK-DONE
               MOVE WS-RUN-TYPE (WS-RUN-IDX) TO RUN-TYPE
               WRITE WS-PAYRUN-REC
           END-PERFORM.
           CLOSE WS-PAYRUN-FILE.
               UNTIL WS-RUN-IDX > WS-RUN-COUNT
               OR WS-RUN-FOUND = 'Y'
               IF WS-RUN-PERIOD (WS-RUN-IDX) = PAY-PERIOD
                   AND WS-RUN-TYPE (WS-RUN-IDX) = WS-RUN-TYPE-IN
                   MOVE 'Y' TO WS-RUN-FOUND
                   SUBTRACT 1 FROM WS-RUN-IDX
               END-IF
           MOVE WS-TODAY-DATE TO ACH-HDR-DATE.
           WRITE WS-ACH-REC FROM WS-ACH-HDR-REC.

           IF WS-RUN-TYPE-IN = 'B'
               PERFORM EXPORT-BONUS-DETAILS
           ELSE
               PERFORM EXPORT-PAY-FILE-DETAILS
           END-IF.

           MOVE SPACES TO WS-ACH-TRL-REC.
           MOVE 'T' TO ACH-TRL-TYPE.
                   FUNCTION TRIM(OUT-ACH-COUNT)
           END-IF.

       EXPORT-PAY-FILE-DETAILS.
           MOVE LOW-VALUES TO EMP-ID.
           START WS-EMPLOYEES-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   MOVE 'Y' TO FOUND
               NOT INVALID KEY
                   MOVE 'N' TO FOUND
           END-START.

           PERFORM UNTIL FOUND = 'Y'
           READ WS-EMPLOYEES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO FOUND
               NOT AT END
                   IF WS-STATUS NOT = 'I'
                       PERFORM WRITE-ACH-DETAIL
                   END-IF
           END-READ
           IF WS-FILE-STATUS NOT = "00"
               MOVE 'Y' TO FOUND
           END-IF
           END-PERFORM.

      *    A BONUS RUN PAYS FROM ITS OWN PAY-HISTORY ROWS (RUN TYPE
      *    'B' UNDER THE PERIOD), NOT FROM THE REGULAR PAY SLOT ON
      *    THE EMPLOYEE RECORD. THE ROW'S NET IS LAID OVER THE
      *    RECORD IN STORAGE ONLY - THE RECORD IS NOT REWRITTEN.
       EXPORT-BONUS-DETAILS.
           OPEN INPUT WS-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "NO PAY HISTORY ON FILE FOR THE BONUS RUN."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
               READ WS-HISTORY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HIST-PAY-PERIOD = PAY-PERIOD
                           AND HIST-RUN-TYPE = 'B'
                           AND HIST-VOID = SPACE
                           AND HIST-NET-PAY > 0
                           MOVE HIST-EMP-ID TO EMP-ID
                           READ WS-EMPLOYEES-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE HIST-NET-PAY TO WS-NET-PAY
                                   PERFORM WRITE-ACH-DETAIL
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WS-HISTORY-FILE.

       WRITE-ACH-DETAIL.
           MOVE 'A' TO WS-EMP-PAY-METHOD.
           IF WS-EMPMAST-OPEN = 'Y'
           ADD WS-SPLIT-THIS TO WS-ACH-HASH.
           SUBTRACT WS-SPLIT-THIS FROM WS-SPLIT-REMAIN.
           MOVE WS-SPLIT-THIS TO OUT-SPLIT.
           MOVE 'L' TO MK-FUNCTION.
           MOVE WS-SPL-ACCT (WS-SPL-IDX) TO MK-VALUE.
           CALL "MASKUTIL" USING MK-PARMS.
           DISPLAY "  " EMP-ID " SPLIT "
               WS-SPL-PRI (WS-SPL-IDX) " TO "
               MK-MASKED(1:12) ": "
               FUNCTION TRIM(OUT-SPLIT).

      *    A SPLIT ROW STILL IN ITS PRENOTE WINDOW GETS THE SAME
           MOVE WS-SPL-TYPE (WS-SPL-IDX) TO ACH-ACCT-TYPE.
           WRITE WS-ACH-REC.
           ADD 1 TO WS-ACH-COUNT.
           MOVE 'L' TO MK-FUNCTION.
           MOVE WS-SPL-ACCT (WS-SPL-IDX) TO MK-VALUE.
           CALL "MASKUTIL" USING MK-PARMS.
           DISPLAY "  " EMP-ID " SPLIT "
               WS-SPL-PRI (WS-SPL-IDX) " TO "
               MK-MASKED(1:12)
               " PENDING PRENOTE - NOT PAID.".

       LOAD-SPLIT-TABLE.
           END-IF.
           PERFORM ASK-CSV-EXPORT.
           PERFORM PRINT-YEAR-END-SUMMARY.
           DISPLAY "PRODUCE THE ELECTRONIC WAGE FILING? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-WAGEFILE-CHOICE.
           MOVE FUNCTION UPPER-CASE(WS-WAGEFILE-CHOICE)
               TO WS-WAGEFILE-CHOICE.
           IF WS-WAGEFILE-CHOICE = 'Y'
               CALL "WAGEFILE"
           END-IF.
           ACCEPT OMITTED.
           PERFORM MAIN-PARA.

               PERFORM CSV-ADD-FIELD
               MOVE "YTD TAX" TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               MOVE "COMPANY" TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               PERFORM CSV-END-ROW
           END-IF.
           MOVE ZERO TO WS-YE-COUNT WS-YE-TOTAL-GROSS
               WS-YE-TOTAL-OT WS-YE-TOTAL-TAX WS-COT-COUNT.
           MOVE 'N' TO WS-COT-OVERFLOW.

           DISPLAY SPACES.
           DISPLAY "========= YEAR-END SUMMARY (W-2 STYLE) =========".
                       ADD WS-YTD-GROSS TO WS-YE-TOTAL-GROSS
                       ADD WS-YTD-OVERTIME TO WS-YE-TOTAL-OT
                       ADD WS-YTD-TAX TO WS-YE-TOTAL-TAX
                       PERFORM YE-SPLIT-BY-COMPANY
                       MOVE EMP-ID TO OUT-ID
                       MOVE WS-YTD-GROSS TO OUT-BP
                       MOVE WS-YTD-OVERTIME TO OUT-OTP
                           PERFORM CSV-ADD-AMOUNT
                           MOVE WS-YTD-TAX TO OUT-CSV-AMT
                           PERFORM CSV-ADD-AMOUNT
                           MOVE WS-EMP-COMPANY TO WS-CSV-FIELD
                           PERFORM CSV-ADD-FIELD
                           PERFORM CSV-END-ROW
                       END-IF
                   END-IF
           STRING "TOTAL YTD TAX WITHHELD: " OUT-YTD
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           PERFORM PRINT-COMPANY-TOTALS.
           DISPLAY "==================================================".
           MOVE 'C' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               PERFORM CSV-ADD-AMOUNT
               MOVE WS-YE-TOTAL-TAX TO OUT-CSV-AMT
               PERFORM CSV-ADD-AMOUNT
               MOVE SPACES TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               PERFORM CSV-END-ROW
               PERFORM CSV-CLOSE-FILE
               DISPLAY "CSV WRITTEN TO PRACTICALS/YESUM.CSV"
