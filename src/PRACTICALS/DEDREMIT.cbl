       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDREMIT.
      *    THIRD-PARTY DEDUCTION REMITTANCE. KEEPS THE PAYEE MASTER
      *    PAYEEMST.DAT - THE INSURERS, UNIONS AND CHARITIES THE
      *    WITHHOLDINGS ON DEDREG.DAT ARE OWED TO, EACH PAID EITHER
      *    BY CHECK OR BY ACH CREDIT TO ITS BANK ACCOUNT - AND RUNS
      *    THE REMITTANCE FOR A PAY PERIOD. THE RUN TOTALS THE
      *    PERIOD'S REGISTER THROUGH THE PAYEE ON EACH DEDUCTION
      *    CODE, SPOOLS A REMITTANCE ADVICE PER PAYEE LISTING EACH
      *    EMPLOYEE AND AMOUNT, AND PAYS THE PAYEE ONE CHECK (DRAWN
      *    FROM CHECKNO.DAT AND WRITTEN TO THE CHECK REGISTER
      *    CHECKREG.DAT UNDER THE PAYEE CODE) OR ONE ACH CREDIT ON
      *    PAYEEACH.DAT. EVERY CODE REMITTED IS LOGGED FOR THE
      *    PERIOD ON DEDRMLOG.DAT AND A CODE ALREADY ON THE LOG FOR
      *    THE PERIOD IS NEVER REMITTED AGAIN. GARNISHMENTS ARE
      *    REMITTED BY GARNMNT AND RETIREMENT BY RETREMIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PAYEE-FILE
           ASSIGN TO "PRACTICALS/PAYEEMST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYEE-STATUS.
       SELECT DEDMAST-FILE
           ASSIGN TO "PRACTICALS/DEDMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEDMAST-STATUS.
       SELECT DEDREG-FILE
           ASSIGN TO "PRACTICALS/DEDREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEDREG-STATUS.
       SELECT RMLOG-FILE
           ASSIGN TO "PRACTICALS/DEDRMLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RMLOG-STATUS.
       SELECT CHECKNO-FILE
           ASSIGN TO "PRACTICALS/CHECKNO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHECKNO-STATUS.
       SELECT CHECKREG-FILE
           ASSIGN TO "PRACTICALS/CHECKREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHECKREG-STATUS.
       SELECT PYACH-FILE
           ASSIGN TO "PRACTICALS/PAYEEACH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PYACH-STATUS.
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
       FD  PAYEE-FILE.
       01  PAYEE-REC.
           05 PY-CODE PIC X(8).
           05 PY-FILLER-1 PIC X(1).
           05 PY-NAME PIC X(25).
           05 PY-FILLER-2 PIC X(1).
           05 PY-ADDRESS PIC X(30).
           05 PY-FILLER-3 PIC X(1).
           05 PY-METHOD PIC X(1).
           05 PY-FILLER-4 PIC X(1).
           05 PY-BANK-CODE PIC X(4).
           05 PY-FILLER-5 PIC X(1).
           05 PY-ACCT-NO PIC X(12).
           05 PY-FILLER-6 PIC X(1).
           05 PY-ACCT-TYPE PIC X(1).

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
           05 DED-FILLER-5 PIC X(1).
           05 DED-PAYEE-IN PIC X(8).

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

       FD  RMLOG-FILE.
       01  RMLOG-REC.
           05 RM-CODE PIC X(4).
           05 RM-FILLER-1 PIC X(1).
           05 RM-PERIOD PIC X(6).
           05 RM-FILLER-2 PIC X(1).
           05 RM-RUN-DATE PIC 9(8).
           05 RM-FILLER-3 PIC X(1).
           05 RM-PAYEE PIC X(8).
           05 RM-FILLER-4 PIC X(1).
           05 RM-COUNT PIC 9(5).
           05 RM-FILLER-5 PIC X(1).
           05 RM-AMOUNT PIC 9(9)V99.
           05 RM-FILLER-6 PIC X(1).
           05 RM-METHOD PIC X(1).
           05 RM-FILLER-7 PIC X(1).
           05 RM-CHECK-NO PIC 9(6).

       FD  CHECKNO-FILE.
       01  CHECKNO-REC.
           05 CTRL-NEXT-CHECK-NO PIC 9(6).

       FD  CHECKREG-FILE.
       01  CHECKREG-REC.
           05 REG-CHECK-NO PIC 9(6).
           05 REG-FILLER-1 PIC X(1).
           05 REG-EMP-ID PIC X(8).
           05 REG-FILLER-2 PIC X(1).
           05 REG-PAY-DATE PIC 9(8).
           05 REG-FILLER-3 PIC X(1).
           05 REG-AMOUNT PIC 9(7)V99.
           05 REG-FILLER-4 PIC X(1).
           05 REG-CHECK-STATUS PIC X(1).

       FD  PYACH-FILE.
       01  PYACH-REC.
           05 PA-PAYEE PIC X(8).
           05 PA-FILLER-1 PIC X(1).
           05 PA-AMOUNT PIC 9(7)V99.
           05 PA-FILLER-2 PIC X(1).
           05 PA-PAY-DATE PIC 9(8).
           05 PA-FILLER-3 PIC X(1).
           05 PA-BANK-CODE PIC X(4).
           05 PA-FILLER-4 PIC X(1).
           05 PA-ACCT-NO PIC X(12).
           05 PA-FILLER-5 PIC X(1).
           05 PA-ACCT-TYPE PIC X(1).
           05 PA-FILLER-6 PIC X(1).
           05 PA-PERIOD PIC X(6).

       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.

       WORKING-STORAGE SECTION.
       01  PAYEE-STATUS PIC XX.
       01  DEDMAST-STATUS PIC XX.
       01  DEDREG-STATUS PIC XX.
       01  RMLOG-STATUS PIC XX.
       01  CHECKNO-STATUS PIC XX.
       01  CHECKREG-STATUS PIC XX.
       01  PYACH-STATUS PIC XX.
       01  EM-FILE-STATUS PIC XX.
       01  WS-EM-OPEN PIC X VALUE 'N'.
       01  WS-CHOICE PIC 9(1).
       01  WS-KEY-IN PIC X(8).
       01  WS-FOUND PIC X.
       01  WS-IDX PIC 9(3).
       01  WS-JDX PIC 9(3).
       01  WS-TODAY PIC 9(8).
       01  WS-PERIOD-IN PIC X(6).
       01  WS-CONFIRM PIC X.
       01  WS-NEXT-CHECK-NO PIC 9(6) VALUE 1.
       01  WS-CHECK-USED PIC X VALUE 'N'.
       01  WS-PAY-CHECK-NO PIC 9(6).
       01  WS-EMP-NAME PIC X(15).

       01  WS-PY-COUNT PIC 9(3) VALUE 0.
       01  WS-PY-OVERFLOW PIC X VALUE 'N'.
       01  WS-PY-TABLE.
           05 WS-PY-ENTRY OCCURS 100 TIMES.
               10 WS-PY-CODE PIC X(8).
               10 WS-PY-NAME PIC X(25).
               10 WS-PY-ADDR PIC X(30).
               10 WS-PY-METHOD PIC X(1).
               10 WS-PY-BANK PIC X(4).
               10 WS-PY-ACCT PIC X(12).
               10 WS-PY-ACCT-TYPE PIC X(1).
               10 WS-PY-TOTAL PIC 9(9)V99.
               10 WS-PY-OK PIC X(1).

      *    ONE ENTRY PER DEDUCTION CODE: ITS PAYEE, WHETHER IT WAS
      *    ALREADY REMITTED FOR THE PERIOD, AND WHAT THIS RUN FOUND
      *    ON THE REGISTER FOR IT.
       01  WS-DC-COUNT PIC 9(2) VALUE 0.
       01  WS-DC-TABLE.
           05 WS-DC-ENTRY OCCURS 20 TIMES.
               10 WS-DC-CODE PIC X(4).
               10 WS-DC-DESC PIC X(20).
               10 WS-DC-PAYEE PIC X(8).
               10 WS-DC-SENT PIC X(1).
               10 WS-DC-ITEMS PIC 9(5).
               10 WS-DC-TOTAL PIC 9(9)V99.
       01  WS-DC-HIT PIC 9(2).
       01  WS-DC-IDX PIC 9(2).

      *    THE PERIOD'S REGISTER TOTALED BY EMPLOYEE AND CODE FOR
      *    THE CODES BEING REMITTED.
       01  WS-RD-COUNT PIC 9(3) VALUE 0.
       01  WS-RD-OVERFLOW PIC X VALUE 'N'.
       01  WS-RD-TABLE.
           05 WS-RD-ENTRY OCCURS 500 TIMES.
               10 WS-RD-EMP PIC X(8).
               10 WS-RD-CODE PIC X(4).
               10 WS-RD-PAYEE PIC X(8).
               10 WS-RD-AMOUNT PIC 9(7)V99.
       01  WS-RD-IDX PIC 9(3).
       01  WS-RD-HIT PIC 9(3).

       01  WS-SENT-ROWS PIC 9(5) VALUE 0.
       01  WS-NOPAYEE-ROWS PIC 9(5) VALUE 0.
       01  WS-PAID-COUNT PIC 9(3) VALUE 0.
       01  WS-HELD-COUNT PIC 9(3) VALUE 0.
       01  WS-RUN-TOTAL PIC 9(11)V99 VALUE 0.

       01  OUT-AMT PIC ZZZ,ZZZ,ZZ9.99.
       01  OUT-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  OUT-COUNT PIC ZZZZ9.
       01  OUT-CHECK-NO PIC 999999.

       01  WS-SPL-FUNCTION PIC X(1).
       01  WS-SPL-REPORT PIC X(20) VALUE "DEDUCTION REMITTANCE".
       01  WS-SPL-LINE PIC X(80).

       01  EXC-LOG-PROGRAM-ID PIC X(10).
       01  EXC-LOG-CONTEXT PIC X(20).
       01  EXC-LOG-REASON PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           PERFORM LOAD-PAYEES.
           DISPLAY "DEDUCTION PAYEE REMITTANCE".
           DISPLAY "1 - ADD OR CHANGE A PAYEE".
           DISPLAY "2 - LIST PAYEES".
           DISPLAY "3 - REMITTANCE RUN FOR A PAY PERIOD".
           DISPLAY "4 - LIST REMITTANCES".
           DISPLAY "5 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM SET-PAYEE
            WHEN 2
               PERFORM LIST-PAYEES
            WHEN 3
               PERFORM REMITTANCE-RUN
            WHEN 4
               PERFORM LIST-REMITTANCES
            WHEN 5
               GOBACK
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM MAIN-PARA.

       LOAD-PAYEES.
           MOVE 0 TO WS-PY-COUNT.
           MOVE 'N' TO WS-PY-OVERFLOW.
           OPEN INPUT PAYEE-FILE.
           IF PAYEE-STATUS = "00"
               PERFORM UNTIL PAYEE-STATUS NOT = "00"
                   READ PAYEE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-PY-COUNT >= 100
                               MOVE 'Y' TO WS-PY-OVERFLOW
                           ELSE
                               PERFORM STORE-PAYEE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYEE-FILE
           END-IF.
           IF WS-PY-OVERFLOW = 'Y'
               DISPLAY "WARNING: PAYEE MASTER EXCEEDS THE 100-ROW"
                   " TABLE. PAYEE UPDATES ARE SUSPENDED."
           END-IF.

       STORE-PAYEE-ROW.
           ADD 1 TO WS-PY-COUNT.
           MOVE PY-CODE TO WS-PY-CODE (WS-PY-COUNT).
           MOVE PY-NAME TO WS-PY-NAME (WS-PY-COUNT).
           MOVE PY-ADDRESS TO WS-PY-ADDR (WS-PY-COUNT).
           MOVE PY-METHOD TO WS-PY-METHOD (WS-PY-COUNT).
           MOVE PY-BANK-CODE TO WS-PY-BANK (WS-PY-COUNT).
           MOVE PY-ACCT-NO TO WS-PY-ACCT (WS-PY-COUNT).
           MOVE PY-ACCT-TYPE TO WS-PY-ACCT-TYPE (WS-PY-COUNT).

       SAVE-PAYEES.
           IF WS-PY-OVERFLOW = 'Y'
               DISPLAY "CHANGE NOT SAVED - PAYEE MASTER OVERFLOW."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PAYEE-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PY-COUNT
               MOVE SPACES TO PAYEE-REC
               MOVE WS-PY-CODE (WS-IDX) TO PY-CODE
               MOVE WS-PY-NAME (WS-IDX) TO PY-NAME
               MOVE WS-PY-ADDR (WS-IDX) TO PY-ADDRESS
               MOVE WS-PY-METHOD (WS-IDX) TO PY-METHOD
               MOVE WS-PY-BANK (WS-IDX) TO PY-BANK-CODE
               MOVE WS-PY-ACCT (WS-IDX) TO PY-ACCT-NO
               MOVE WS-PY-ACCT-TYPE (WS-IDX) TO PY-ACCT-TYPE
               WRITE PAYEE-REC
           END-PERFORM.
           CLOSE PAYEE-FILE.

       FIND-PAYEE.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PY-COUNT
               OR WS-FOUND = 'Y'
               IF WS-PY-CODE (WS-IDX) = WS-KEY-IN
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y'
               SUBTRACT 1 FROM WS-IDX
           END-IF.

      *    A PAYEE PAID BY ACH NEEDS THE BANK CODE AND ACCOUNT THE
      *    CREDIT GOES TO; A CHECK PAYEE NEEDS NEITHER.
       SET-PAYEE.
           IF WS-PY-OVERFLOW = 'Y'
               DISPLAY "PAYEE UPDATES ARE SUSPENDED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PAYEE CODE: " WITH NO ADVANCING.
           ACCEPT WS-KEY-IN.
           IF WS-KEY-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PAYEE.
           IF WS-FOUND = 'N'
               IF WS-PY-COUNT >= 100
                   DISPLAY "PAYEE TABLE IS FULL."
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PY-COUNT
               MOVE WS-PY-COUNT TO WS-IDX
               MOVE WS-KEY-IN TO WS-PY-CODE (WS-IDX)
           ELSE
               DISPLAY "CURRENT NAME: " WS-PY-NAME (WS-IDX)
           END-IF.
           DISPLAY "PAYEE NAME: " WITH NO ADVANCING.
           ACCEPT WS-PY-NAME (WS-IDX).
           DISPLAY "ADDRESS: " WITH NO ADVANCING.
           ACCEPT WS-PY-ADDR (WS-IDX).
           DISPLAY "PAY BY (C)HECK OR (A)CH CREDIT: " WITH NO ADVANCING.
           ACCEPT WS-PY-METHOD (WS-IDX).
           MOVE FUNCTION UPPER-CASE(WS-PY-METHOD (WS-IDX))
               TO WS-PY-METHOD (WS-IDX).
           IF WS-PY-METHOD (WS-IDX) NOT = 'A'
               MOVE 'C' TO WS-PY-METHOD (WS-IDX)
               MOVE SPACES TO WS-PY-BANK (WS-IDX) WS-PY-ACCT (WS-IDX)
                   WS-PY-ACCT-TYPE (WS-IDX)
           ELSE
               DISPLAY "BANK CODE: " WITH NO ADVANCING
               ACCEPT WS-PY-BANK (WS-IDX)
               DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING
               ACCEPT WS-PY-ACCT (WS-IDX)
               DISPLAY "ACCOUNT TYPE, (C)HECKING OR (S)AVINGS: "
                   WITH NO ADVANCING
               ACCEPT WS-PY-ACCT-TYPE (WS-IDX)
               MOVE FUNCTION UPPER-CASE(WS-PY-ACCT-TYPE (WS-IDX))
                   TO WS-PY-ACCT-TYPE (WS-IDX)
               IF WS-PY-ACCT-TYPE (WS-IDX) NOT = 'S'
                   MOVE 'C' TO WS-PY-ACCT-TYPE (WS-IDX)
               END-IF
           END-IF.
           PERFORM SAVE-PAYEES.
           DISPLAY "PAYEE " WS-KEY-IN " SAVED.".
           ACCEPT OMITTED.

       LIST-PAYEES.
           IF WS-PY-COUNT = 0
               DISPLAY "NO PAYEES ON MASTER."
           ELSE
               DISPLAY "PAYEE     NAME                       PAID BY"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PY-COUNT
                   IF WS-PY-METHOD (WS-IDX) = 'A'
                       DISPLAY WS-PY-CODE (WS-IDX) "  "
                           WS-PY-NAME (WS-IDX) "  ACH "
                           WS-PY-BANK (WS-IDX) " "
                           WS-PY-ACCT (WS-IDX) " "
                           WS-PY-ACCT-TYPE (WS-IDX)
                   ELSE
                       DISPLAY WS-PY-CODE (WS-IDX) "  "
                           WS-PY-NAME (WS-IDX) "  CHECK"
                   END-IF
               END-PERFORM
           END-IF.
           ACCEPT OMITTED.

      *    ONE PAYMENT PER PAYEE FOR THE PERIOD, COVERING EVERY CODE
      *    THAT REMITS TO IT AND HAS NOT BEEN REMITTED FOR THE PERIOD
      *    BEFORE. A CODE WITH NO PAYEE IS LEFT OUT AND LISTED. A
      *    PAYEE THAT CANNOT BE PAID (NOT ON THE MASTER, OR ACH WITH
      *    NO ACCOUNT) IS HELD WITH ITS CODES UNLOGGED, SO THE NEXT
      *    RUN FOR THE PERIOD PICKS THEM UP ONCE IT IS CORRECTED.
       REMITTANCE-RUN.
           DISPLAY "PAY PERIOD TO REMIT (YYYYPP): " WITH NO ADVANCING.
           ACCEPT WS-PERIOD-IN.
           IF WS-PERIOD-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RD-COUNT WS-SENT-ROWS WS-NOPAYEE-ROWS
               WS-PAID-COUNT WS-HELD-COUNT WS-RUN-TOTAL.
           MOVE 'N' TO WS-RD-OVERFLOW.
           PERFORM LOAD-DEDUCTION-CODES.
           PERFORM MARK-CODES-REMITTED.
           PERFORM ACCUMULATE-REGISTER.
           IF WS-RD-OVERFLOW = 'Y'
               DISPLAY "RUN CANCELLED - THE PERIOD HAS MORE THAN 500"
                   " EMPLOYEE/CODE AMOUNTS TO REMIT."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-SENT-ROWS > 0
               MOVE WS-SENT-ROWS TO OUT-COUNT
               DISPLAY FUNCTION TRIM(OUT-COUNT) " REGISTER ROWS BELONG"
                   " TO CODES ALREADY REMITTED FOR " WS-PERIOD-IN
                   " - NOT SENT AGAIN."
           END-IF.
           PERFORM LIST-CODES-WITHOUT-PAYEE.
           IF WS-RD-COUNT = 0
               DISPLAY "NOTHING TO REMIT FOR PERIOD " WS-PERIOD-IN "."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOTAL-BY-PAYEE.
           DISPLAY "REMIT THESE AMOUNTS FOR PERIOD " WS-PERIOD-IN
               " (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
               DISPLAY "REMITTANCE RUN ABANDONED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-NEXT-CHECK-NO.
           MOVE 'N' TO WS-CHECK-USED.
           MOVE 'N' TO WS-EM-OPEN.
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS = "00"
               MOVE 'Y' TO WS-EM-OPEN
           END-IF.
           MOVE 'O' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PY-COUNT
               IF WS-PY-TOTAL (WS-IDX) > 0
                   PERFORM REMIT-ONE-PAYEE
               END-IF
           END-PERFORM.
           MOVE 'C' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.
           IF WS-EM-OPEN = 'Y'
               CLOSE EM-MASTER-FILE
           END-IF.
           IF WS-CHECK-USED = 'Y'
               PERFORM SAVE-NEXT-CHECK-NO
           END-IF.
           MOVE WS-PAID-COUNT TO OUT-COUNT.
           DISPLAY "PAYEES PAID: " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-RUN-TOTAL TO OUT-TOTAL.
           DISPLAY "TOTAL REMITTED: " FUNCTION TRIM(OUT-TOTAL).
           IF WS-HELD-COUNT > 0
               MOVE WS-HELD-COUNT TO OUT-COUNT
               DISPLAY "PAYEES HELD: " FUNCTION TRIM(OUT-COUNT)
                   " - CORRECT THE PAYEE MASTER AND RERUN THE PERIOD."
           END-IF.
           DISPLAY "REGISTER PRACTICALS/PAYEEACH.DAT UNDER"
               " TRANSMISSION CONTROL BEFORE IT IS SENT.".
           ACCEPT OMITTED.

       LOAD-DEDUCTION-CODES.
           MOVE 0 TO WS-DC-COUNT.
           OPEN INPUT DEDMAST-FILE.
           IF DEDMAST-STATUS = "00"
               PERFORM UNTIL DEDMAST-STATUS NOT = "00"
                   OR WS-DC-COUNT >= 20
                   READ DEDMAST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-DC-COUNT
                           MOVE DED-CODE-IN TO WS-DC-CODE (WS-DC-COUNT)
                           MOVE DED-DESC-IN TO WS-DC-DESC (WS-DC-COUNT)
                           MOVE DED-PAYEE-IN TO
                               WS-DC-PAYEE (WS-DC-COUNT)
                           MOVE 'N' TO WS-DC-SENT (WS-DC-COUNT)
                           MOVE 0 TO WS-DC-ITEMS (WS-DC-COUNT)
                               WS-DC-TOTAL (WS-DC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DEDMAST-FILE
           END-IF.

       MARK-CODES-REMITTED.
           OPEN INPUT RMLOG-FILE.
           IF RMLOG-STATUS = "00"
               PERFORM UNTIL RMLOG-STATUS NOT = "00"
                   READ RMLOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RM-PERIOD = WS-PERIOD-IN
                               PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                                   UNTIL WS-DC-IDX > WS-DC-COUNT
                                   IF WS-DC-CODE (WS-DC-IDX) = RM-CODE
                                       MOVE 'Y' TO
                                           WS-DC-SENT (WS-DC-IDX)
                                   END-IF
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RMLOG-FILE
           END-IF.

       ACCUMULATE-REGISTER.
           OPEN INPUT DEDREG-FILE.
           IF DEDREG-STATUS = "00"
               PERFORM UNTIL DEDREG-STATUS NOT = "00"
                   READ DEDREG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DEDREG-PERIOD = WS-PERIOD-IN
                               AND DEDREG-AMOUNT IS NUMERIC
                               PERFORM CONSIDER-REGISTER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDREG-FILE
           END-IF.

       CONSIDER-REGISTER-ROW.
           MOVE 0 TO WS-DC-HIT.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DC-COUNT
               OR WS-DC-HIT > 0
               IF WS-DC-CODE (WS-DC-IDX) = DEDREG-CODE
                   MOVE WS-DC-IDX TO WS-DC-HIT
               END-IF
           END-PERFORM.
           IF WS-DC-HIT = 0
               ADD 1 TO WS-NOPAYEE-ROWS
               EXIT PARAGRAPH
           END-IF.
           IF WS-DC-SENT (WS-DC-HIT) = 'Y'
               ADD 1 TO WS-SENT-ROWS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DC-ITEMS (WS-DC-HIT).
           ADD DEDREG-AMOUNT TO WS-DC-TOTAL (WS-DC-HIT).
           IF WS-DC-PAYEE (WS-DC-HIT) = SPACES
               ADD 1 TO WS-NOPAYEE-ROWS
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RD-HIT.
           PERFORM VARYING WS-RD-IDX FROM 1 BY 1
               UNTIL WS-RD-IDX > WS-RD-COUNT
               OR WS-RD-HIT > 0
               IF WS-RD-EMP (WS-RD-IDX) = DEDREG-EMP-ID
                   AND WS-RD-CODE (WS-RD-IDX) = DEDREG-CODE
                   MOVE WS-RD-IDX TO WS-RD-HIT
               END-IF
           END-PERFORM.
           IF WS-RD-HIT = 0
               IF WS-RD-COUNT >= 500
                   MOVE 'Y' TO WS-RD-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RD-COUNT
               MOVE WS-RD-COUNT TO WS-RD-HIT
               MOVE DEDREG-EMP-ID TO WS-RD-EMP (WS-RD-HIT)
               MOVE DEDREG-CODE TO WS-RD-CODE (WS-RD-HIT)
               MOVE WS-DC-PAYEE (WS-DC-HIT) TO WS-RD-PAYEE (WS-RD-HIT)
               MOVE 0 TO WS-RD-AMOUNT (WS-RD-HIT)
           END-IF.
           ADD DEDREG-AMOUNT TO WS-RD-AMOUNT (WS-RD-HIT).

       LIST-CODES-WITHOUT-PAYEE.
           IF WS-NOPAYEE-ROWS = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "WITHHELD FOR " WS-PERIOD-IN " BUT NO PAYEE ON THE"
               " CODE - NOT REMITTED:".
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DC-COUNT
               IF WS-DC-PAYEE (WS-DC-IDX) = SPACES
                   AND WS-DC-ITEMS (WS-DC-IDX) > 0
                   MOVE WS-DC-TOTAL (WS-DC-IDX) TO OUT-AMT
                   DISPLAY "  " WS-DC-CODE (WS-DC-IDX) "  "
                       WS-DC-DESC (WS-DC-IDX) "  " OUT-AMT
               END-IF
           END-PERFORM.

      *    A PAYEE IS PAYABLE WHEN IT IS ON THE MASTER AND, FOR ACH,
      *    CARRIES A BANK CODE AND ACCOUNT.
       TOTAL-BY-PAYEE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PY-COUNT
               MOVE 0 TO WS-PY-TOTAL (WS-IDX)
               MOVE 'Y' TO WS-PY-OK (WS-IDX)
               IF WS-PY-METHOD (WS-IDX) = 'A'
                   AND (WS-PY-BANK (WS-IDX) = SPACES
                   OR WS-PY-ACCT (WS-IDX) = SPACES)
                   MOVE 'N' TO WS-PY-OK (WS-IDX)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RD-IDX FROM 1 BY 1
               UNTIL WS-RD-IDX > WS-RD-COUNT
               MOVE WS-RD-PAYEE (WS-RD-IDX) TO WS-KEY-IN
               PERFORM FIND-PAYEE
               IF WS-FOUND = 'Y'
                   ADD WS-RD-AMOUNT (WS-RD-IDX) TO WS-PY-TOTAL (WS-IDX)
               ELSE
                   PERFORM HOLD-UNKNOWN-PAYEE
               END-IF
           END-PERFORM.
           DISPLAY "PAYEE     NAME                           AMOUNT"
               "  PAID BY".
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PY-COUNT
               IF WS-PY-TOTAL (WS-IDX) > 0
                   MOVE WS-PY-TOTAL (WS-IDX) TO OUT-AMT
                   EVALUATE TRUE
                    WHEN WS-PY-OK (WS-IDX) = 'N'
                       DISPLAY WS-PY-CODE (WS-IDX) "  "
                           WS-PY-NAME (WS-IDX) " " OUT-AMT
                           "  HELD - NO ACH ACCOUNT"
                    WHEN WS-PY-METHOD (WS-IDX) = 'A'
                       DISPLAY WS-PY-CODE (WS-IDX) "  "
                           WS-PY-NAME (WS-IDX) " " OUT-AMT "  ACH"
                    WHEN OTHER
                       DISPLAY WS-PY-CODE (WS-IDX) "  "
                           WS-PY-NAME (WS-IDX) " " OUT-AMT "  CHECK"
                   END-EVALUATE
               END-IF
           END-PERFORM.

       HOLD-UNKNOWN-PAYEE.
           DISPLAY "PAYEE " WS-RD-PAYEE (WS-RD-IDX) " ON CODE "
               WS-RD-CODE (WS-RD-IDX) " IS NOT ON THE PAYEE MASTER"
               " - HELD.".
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DC-COUNT
               IF WS-DC-CODE (WS-DC-IDX) = WS-RD-CODE (WS-RD-IDX)
                   MOVE 'H' TO WS-DC-SENT (WS-DC-IDX)
               END-IF
           END-PERFORM.

      *    THE ADVICE LISTS EVERY EMPLOYEE AND CODE MAKING UP THE
      *    PAYMENT; THE PAYMENT ITSELF IS ONE CHECK OR ONE CREDIT.
       REMIT-ONE-PAYEE.
           IF WS-PY-OK (WS-IDX) = 'N'
               PERFORM HOLD-PAYEE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SPL-LINE.
           PERFORM SPOOL-ADVICE-LINE.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "REMITTANCE ADVICE  PERIOD " WS-PERIOD-IN
               "  DATE " WS-TODAY
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ADVICE-LINE.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "TO: " WS-PY-CODE (WS-IDX) " " WS-PY-NAME (WS-IDX)
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ADVICE-LINE.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "    " WS-PY-ADDR (WS-IDX)
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ADVICE-LINE.
           MOVE "EMP-ID    NAME             CODE            AMOUNT"
               TO WS-SPL-LINE.
           PERFORM SPOOL-ADVICE-LINE.
           PERFORM VARYING WS-RD-IDX FROM 1 BY 1
               UNTIL WS-RD-IDX > WS-RD-COUNT
               IF WS-RD-PAYEE (WS-RD-IDX) = WS-PY-CODE (WS-IDX)
                   PERFORM SPOOL-ADVICE-DETAIL
               END-IF
           END-PERFORM.
           MOVE WS-PY-TOTAL (WS-IDX) TO OUT-AMT.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "TOTAL REMITTED                       " OUT-AMT
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ADVICE-LINE.
           IF WS-PY-METHOD (WS-IDX) = 'A'
               PERFORM PAY-BY-ACH
           ELSE
               PERFORM PAY-BY-CHECK
           END-IF.
           PERFORM SPOOL-ADVICE-LINE.
           ADD 1 TO WS-PAID-COUNT.
           ADD WS-PY-TOTAL (WS-IDX) TO WS-RUN-TOTAL.

       SPOOL-ADVICE-DETAIL.
           MOVE SPACES TO WS-EMP-NAME.
           IF WS-EM-OPEN = 'Y'
               MOVE WS-RD-EMP (WS-RD-IDX) TO EM-EMP-ID
               READ EM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-NAME TO WS-EMP-NAME
               END-READ
           END-IF.
           MOVE WS-RD-AMOUNT (WS-RD-IDX) TO OUT-AMT.
           MOVE SPACES TO WS-SPL-LINE.
           STRING WS-RD-EMP (WS-RD-IDX) "  " WS-EMP-NAME "  "
               WS-RD-CODE (WS-RD-IDX) "  " OUT-AMT
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ADVICE-LINE.

       HOLD-PAYEE.
           ADD 1 TO WS-HELD-COUNT.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DC-COUNT
               IF WS-DC-PAYEE (WS-DC-IDX) = WS-PY-CODE (WS-IDX)
                   MOVE 'H' TO WS-DC-SENT (WS-DC-IDX)
               END-IF
           END-PERFORM.
           MOVE "DEDREMIT" TO EXC-LOG-PROGRAM-ID.
           MOVE SPACES TO EXC-LOG-CONTEXT.
           STRING WS-PY-CODE (WS-IDX) " " WS-PERIOD-IN
               DELIMITED BY SIZE INTO EXC-LOG-CONTEXT.
           MOVE "ACH PAYEE HAS NO BANK ACCOUNT - HELD"
               TO EXC-LOG-REASON.
           CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
               EXC-LOG-CONTEXT EXC-LOG-REASON.

      *    THE CHECK IS DRAWN FROM THE SAME NUMBER SEQUENCE AS THE
      *    PAYROLL CHECKS AND GOES ON THE REGISTER UNDER THE PAYEE
      *    CODE, SO POSITIVE PAY, STALE-DATING AND VOIDS COVER IT.
       PAY-BY-CHECK.
           MOVE WS-NEXT-CHECK-NO TO WS-PAY-CHECK-NO.
           MOVE SPACES TO CHECKREG-REC.
           MOVE WS-PAY-CHECK-NO TO REG-CHECK-NO.
           MOVE WS-PY-CODE (WS-IDX) TO REG-EMP-ID.
           MOVE WS-TODAY TO REG-PAY-DATE.
           MOVE WS-PY-TOTAL (WS-IDX) TO REG-AMOUNT.
           MOVE 'I' TO REG-CHECK-STATUS.
           OPEN EXTEND CHECKREG-FILE.
           IF CHECKREG-STATUS = "05" OR CHECKREG-STATUS = "35"
               OPEN OUTPUT CHECKREG-FILE
           END-IF.
           WRITE CHECKREG-REC.
           CLOSE CHECKREG-FILE.
           ADD 1 TO WS-NEXT-CHECK-NO.
           MOVE 'Y' TO WS-CHECK-USED.
           PERFORM STAMP-CODES-PAID.
           MOVE WS-PAY-CHECK-NO TO OUT-CHECK-NO.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "PAID BY CHECK NO " OUT-CHECK-NO
               DELIMITED BY SIZE INTO WS-SPL-LINE.

       PAY-BY-ACH.
           MOVE 0 TO WS-PAY-CHECK-NO.
           MOVE SPACES TO PYACH-REC.
           MOVE WS-PY-CODE (WS-IDX) TO PA-PAYEE.
           MOVE WS-PY-TOTAL (WS-IDX) TO PA-AMOUNT.
           MOVE WS-TODAY TO PA-PAY-DATE.
           MOVE WS-PY-BANK (WS-IDX) TO PA-BANK-CODE.
           MOVE WS-PY-ACCT (WS-IDX) TO PA-ACCT-NO.
           MOVE WS-PY-ACCT-TYPE (WS-IDX) TO PA-ACCT-TYPE.
           MOVE WS-PERIOD-IN TO PA-PERIOD.
           OPEN EXTEND PYACH-FILE.
           IF PYACH-STATUS = "05" OR PYACH-STATUS = "35"
               OPEN OUTPUT PYACH-FILE
           END-IF.
           WRITE PYACH-REC.
           CLOSE PYACH-FILE.
           PERFORM STAMP-CODES-PAID.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "PAID BY ACH CREDIT TO BANK " WS-PY-BANK (WS-IDX)
               " ACCOUNT " WS-PY-ACCT (WS-IDX)
               DELIMITED BY SIZE INTO WS-SPL-LINE.

      *    THE CODES PAID TO THIS PAYEE ARE LOGGED WITH THE CHECK
      *    NUMBER (ZERO FOR ACH) THAT SETTLED THEM.
       STAMP-CODES-PAID.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
               UNTIL WS-DC-IDX > WS-DC-COUNT
               IF WS-DC-PAYEE (WS-DC-IDX) = WS-PY-CODE (WS-IDX)
                   AND WS-DC-SENT (WS-DC-IDX) = 'N'
                   AND WS-DC-ITEMS (WS-DC-IDX) > 0
                   MOVE 'P' TO WS-DC-SENT (WS-DC-IDX)
                   PERFORM WRITE-LOG-ROW
               END-IF
           END-PERFORM.

       WRITE-LOG-ROW.
           MOVE SPACES TO RMLOG-REC.
           MOVE WS-DC-CODE (WS-DC-IDX) TO RM-CODE.
           MOVE WS-PERIOD-IN TO RM-PERIOD.
           MOVE WS-TODAY TO RM-RUN-DATE.
           MOVE WS-PY-CODE (WS-IDX) TO RM-PAYEE.
           MOVE WS-DC-ITEMS (WS-DC-IDX) TO RM-COUNT.
           MOVE WS-DC-TOTAL (WS-DC-IDX) TO RM-AMOUNT.
           MOVE WS-PY-METHOD (WS-IDX) TO RM-METHOD.
           MOVE WS-PAY-CHECK-NO TO RM-CHECK-NO.
           OPEN EXTEND RMLOG-FILE.
           IF RMLOG-STATUS = "05" OR RMLOG-STATUS = "35"
               OPEN OUTPUT RMLOG-FILE
           END-IF.
           WRITE RMLOG-REC.
           CLOSE RMLOG-FILE.

       SPOOL-ADVICE-LINE.
           DISPLAY WS-SPL-LINE.
           MOVE 'L' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.

       LOAD-NEXT-CHECK-NO.
           MOVE 1 TO WS-NEXT-CHECK-NO.
           OPEN INPUT CHECKNO-FILE.
           IF CHECKNO-STATUS = "00"
               READ CHECKNO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTRL-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
               END-READ
               CLOSE CHECKNO-FILE
           END-IF.

       SAVE-NEXT-CHECK-NO.
           OPEN OUTPUT CHECKNO-FILE.
           MOVE WS-NEXT-CHECK-NO TO CTRL-NEXT-CHECK-NO.
           WRITE CHECKNO-REC.
           CLOSE CHECKNO-FILE.

       LIST-REMITTANCES.
           DISPLAY "PAY PERIOD (BLANK FOR ALL): " WITH NO ADVANCING.
           ACCEPT WS-PERIOD-IN.
           OPEN INPUT RMLOG-FILE.
           IF RMLOG-STATUS NOT = "00"
               DISPLAY "NOTHING REMITTED YET."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PERIOD  CODE  PAYEE     RUN DATE  ITEMS"
               "          AMOUNT  PAID BY".
           PERFORM UNTIL RMLOG-STATUS NOT = "00"
               READ RMLOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-PERIOD-IN = SPACES
                           OR RM-PERIOD = WS-PERIOD-IN
                           PERFORM LIST-ONE-REMITTANCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RMLOG-FILE.
           ACCEPT OMITTED.

       LIST-ONE-REMITTANCE.
           MOVE RM-AMOUNT TO OUT-AMT.
           MOVE RM-COUNT TO OUT-COUNT.
           IF RM-METHOD = 'A'
               DISPLAY RM-PERIOD "  " RM-CODE "  " RM-PAYEE "  "
                   RM-RUN-DATE "  " OUT-COUNT " " OUT-AMT "  ACH"
           ELSE
               DISPLAY RM-PERIOD "  " RM-CODE "  " RM-PAYEE "  "
                   RM-RUN-DATE "  " OUT-COUNT " " OUT-AMT
                   "  CHECK " RM-CHECK-NO
           END-IF.
       END PROGRAM DEDREMIT.
