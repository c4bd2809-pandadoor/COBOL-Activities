       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.
      *    PAYROLL BANK ACCOUNT RECONCILIATION. IMPORTS THE BANK'S
      *    MONTHLY STATEMENT FILE BANKSTMT.DAT - A HEADER ('H') WITH
      *    THE STATEMENT END DATE AND OPENING BALANCE, ONE DETAIL
      *    ('D') PER ENTRY AND A TRAILER ('T') WITH THE CLOSING
      *    BALANCE, EACH ENTRY TYPED ACH (SETTLEMENT DEBIT), CHK
      *    (PAID CHECK, CHECK NUMBER AS THE REFERENCE), RET (ACH
      *    RETURN CREDIT), TAX (TAX DEPOSIT), REM (GARNISHMENT,
      *    DEDUCTION OR RETIREMENT REMITTANCE), FEE (BANK CHARGE) OR
      *    TRF (FUNDING TRANSFER IN) - AND MATCHES EVERY ENTRY TO THE
      *    BOOK SIDE: THE ACH EXPORT TOTAL PER PAY DATE FROM
      *    ACHEXPORT.DAT, THE CHECK REGISTER CHECKREG.DAT, THE
      *    RETURNS ON ACHRETRN.DAT, THE TAX DEPOSITS ON TAXDEPS.DAT
      *    AND THE REMITTANCES ON GARNPAY.DAT, PAYEEACH.DAT AND
      *    RETREMLOG.DAT. A CHECK MATCHES ON ITS NUMBER AND MUST
      *    AGREE TO THE CENT; EVERYTHING ELSE MATCHES ON TYPE AND
      *    AMOUNT, THE REFERENCE FIRST WHEN THE BANK GIVES ONE. BOOK
      *    ITEMS DATED IN THE STATEMENT MONTH AND NOT ON THE
      *    STATEMENT ARE OUTSTANDING AND CARRY FORWARD ON
      *    BANKOUT.DAT TO THE NEXT MONTH; A CARRIED CHECK SINCE
      *    VOIDED GOES BACK TO THE BOOKS. THE BOOK BALANCE IS THE
      *    LAST RECONCILED BOOK BALANCE ON BANKRECN.DAT (THE BANK'S
      *    OPENING BALANCE THE FIRST TIME, WHEN THE REGISTER'S
      *    ISSUED CHECKS ARE TAKEN AS OUTSTANDING) PLUS THE MONTH'S
      *    BOOK ACTIVITY. FUNDING TRANSFERS ARE BOOKED FROM THE
      *    STATEMENT ITSELF, AND BANK FEES ARE BOOKED BY THE
      *    RECONCILIATION: THE ADJUSTED BOOK BALANCE IS THE ONE
      *    CARRIED TO THE NEXT MONTH. THE SPOOLED RECONCILIATION
      *    SHOWS THE BANK AND BOOK BALANCES, THE OUTSTANDING ITEMS
      *    AND THE UNMATCHED BANK ENTRIES, WHICH ALSO GO TO THE
      *    EXCEPTION LOG FOR INVESTIGATION. RERUNNING A MONTH
      *    REPLACES ITS RESULTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT STMT-FILE
           ASSIGN TO "PRACTICALS/BANKSTMT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STMT-STATUS.
       SELECT ACH-FILE
           ASSIGN TO "PRACTICALS/ACHEXPORT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACH-STATUS.
       SELECT CHECKREG-FILE
           ASSIGN TO "PRACTICALS/CHECKREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHECKREG-STATUS.
       SELECT RETFLAG-FILE
           ASSIGN TO "PRACTICALS/ACHRETRN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETFLAG-STATUS.
       SELECT DEPS-FILE
           ASSIGN TO "PRACTICALS/TAXDEPS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPS-STATUS.
       SELECT GARNPAY-FILE
           ASSIGN TO "PRACTICALS/GARNPAY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GARNPAY-STATUS.
       SELECT PYACH-FILE
           ASSIGN TO "PRACTICALS/PAYEEACH.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PYACH-STATUS.
       SELECT REMLOG-FILE
           ASSIGN TO "PRACTICALS/RETREMLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REMLOG-STATUS.
       SELECT BANKOUT-FILE
           ASSIGN TO "PRACTICALS/BANKOUT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BANKOUT-STATUS.
       SELECT RECON-FILE
           ASSIGN TO "PRACTICALS/BANKRECN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STMT-FILE.
       01  STMT-REC.
           05 BS-REC-TYPE PIC X(1).
           05 BS-FILLER-1 PIC X(1).
           05 BS-DATE PIC 9(8).
           05 BS-FILLER-2 PIC X(1).
           05 BS-KIND PIC X(3).
           05 BS-FILLER-3 PIC X(1).
           05 BS-REFERENCE PIC X(15).
           05 BS-FILLER-4 PIC X(1).
           05 BS-AMOUNT PIC 9(9)V99.
           05 BS-FILLER-5 PIC X(1).
           05 BS-DR-CR PIC X(1).

       FD  ACH-FILE.
       01  ACH-REC.
           05 ACH-REC-TYPE PIC X(1).
           05 ACH-FILLER-0 PIC X(1).
           05 ACH-EMP-ID PIC X(8).
           05 ACH-FILLER-1 PIC X(1).
           05 ACH-NET-PAY PIC 9(7)V99.
           05 ACH-FILLER-2 PIC X(1).
           05 ACH-PAY-DATE PIC 9(8).
           05 ACH-FILLER-3 PIC X(1).
           05 ACH-BANK-CODE PIC X(4).
           05 ACH-FILLER-4 PIC X(1).
           05 ACH-ACCT-NO PIC X(12).
           05 ACH-FILLER-5 PIC X(1).
           05 ACH-ACCT-TYPE PIC X(1).

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

       FD  RETFLAG-FILE.
       01  RETFLAG-REC.
           05 RETFLAG-EMP-ID PIC X(8).
           05 RETFLAG-FILLER-1 PIC X(1).
           05 RETFLAG-AMOUNT PIC 9(7)V99.
           05 RETFLAG-FILLER-2 PIC X(1).
           05 RETFLAG-PAY-DATE PIC 9(8).
           05 RETFLAG-FILLER-3 PIC X(1).
           05 RETFLAG-REASON PIC X(20).
           05 RETFLAG-FILLER-4 PIC X(1).
           05 RETFLAG-DATE PIC 9(8).

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

       FD  GARNPAY-FILE.
       01  GARNPAY-REC.
           05 GP-AGENCY PIC X(15).
           05 GP-FILLER-1 PIC X(1).
           05 GP-PERIOD PIC X(6).
           05 GP-FILLER-2 PIC X(1).
           05 GP-DATE PIC 9(8).
           05 GP-FILLER-3 PIC X(1).
           05 GP-AMOUNT PIC 9(9)V99.
           05 GP-FILLER-4 PIC X(1).
           05 GP-ORDER-COUNT PIC 9(3).

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

       FD  REMLOG-FILE.
       01  REMLOG-REC.
           05 RL-PAY-DATE PIC 9(8).
           05 RL-FILLER-1 PIC X(1).
           05 RL-PERIOD PIC X(6).
           05 RL-FILLER-2 PIC X(1).
           05 RL-RUN-DATE PIC 9(8).
           05 RL-FILLER-3 PIC X(1).
           05 RL-COUNT PIC 9(5).
           05 RL-FILLER-4 PIC X(1).
           05 RL-EE-AMT PIC 9(9)V99.
           05 RL-FILLER-5 PIC X(1).
           05 RL-ER-AMT PIC 9(9)V99.
           05 RL-FILLER-6 PIC X(1).
           05 RL-LOAN-AMT PIC 9(9)V99.

       FD  BANKOUT-FILE.
       01  BANKOUT-REC.
           05 BO-MONTH PIC 9(6).
           05 BO-FILLER-1 PIC X(1).
           05 BO-KIND PIC X(3).
           05 BO-FILLER-2 PIC X(1).
           05 BO-DATE PIC 9(8).
           05 BO-FILLER-3 PIC X(1).
           05 BO-REFERENCE PIC X(15).
           05 BO-FILLER-4 PIC X(1).
           05 BO-AMOUNT PIC 9(9)V99.
           05 BO-FILLER-5 PIC X(1).
           05 BO-DR-CR PIC X(1).
           05 BO-FILLER-6 PIC X(1).
           05 BO-SOURCE PIC X(10).

       FD  RECON-FILE.
       01  RECON-REC.
           05 BR-MONTH PIC 9(6).
           05 BR-FILLER-1 PIC X(1).
           05 BR-STMT-DATE PIC 9(8).
           05 BR-FILLER-2 PIC X(1).
           05 BR-BANK-CLOSE PIC S9(9)V99.
           05 BR-FILLER-3 PIC X(1).
           05 BR-BOOK-CLOSE PIC S9(9)V99.
           05 BR-FILLER-4 PIC X(1).
           05 BR-OUT-COUNT PIC 9(4).
           05 BR-FILLER-5 PIC X(1).
           05 BR-UNMATCHED PIC 9(4).
           05 BR-FILLER-6 PIC X(1).
           05 BR-DIFFERENCE PIC S9(9)V99.
           05 BR-FILLER-7 PIC X(1).
           05 BR-RUN-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  STMT-STATUS PIC XX.
       01  ACH-STATUS PIC XX.
       01  CHECKREG-STATUS PIC XX.
       01  RETFLAG-STATUS PIC XX.
       01  DEPS-STATUS PIC XX.
       01  GARNPAY-STATUS PIC XX.
       01  PYACH-STATUS PIC XX.
       01  REMLOG-STATUS PIC XX.
       01  BANKOUT-STATUS PIC XX.
       01  RECON-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-TODAY PIC 9(8).

       01  WS-STMT-DATE PIC 9(8).
       01  WS-MONTH PIC 9(6).
       01  WS-MONTH-START PIC 9(8).
       01  WS-HDR-FOUND PIC X.
       01  WS-TRL-FOUND PIC X.
       01  WS-BANK-OPEN PIC S9(9)V99.
       01  WS-BANK-CLOSE PIC S9(9)V99.
       01  WS-BANK-CALC PIC S9(9)V99.
       01  WS-PRIOR-MONTH PIC 9(6).
       01  WS-FIRST-RUN PIC X.
       01  WS-BOOK-OPEN PIC S9(9)V99.
       01  WS-BOOK-CREDITS PIC S9(9)V99.
       01  WS-BOOK-DEBITS PIC S9(9)V99.
       01  WS-BOOK-CLOSE PIC S9(9)V99.
       01  WS-OUT-DEBITS PIC S9(9)V99.
       01  WS-OUT-CREDITS PIC S9(9)V99.
       01  WS-OUT-COUNT PIC 9(4).
       01  WS-FEES PIC S9(9)V99.
       01  WS-ADJ-BANK PIC S9(9)V99.
       01  WS-ADJ-BOOK PIC S9(9)V99.
       01  WS-DIFFERENCE PIC S9(9)V99.
       01  WS-UNMATCHED-NET PIC S9(9)V99.
       01  WS-UNMATCHED-COUNT PIC 9(4).
       01  WS-MATCHED-COUNT PIC 9(4).

      *    BOOK ITEMS: WHAT OUR OWN FILES SAY WENT THROUGH THE
      *    ACCOUNT. WS-BK-NEW IS 'Y' FOR THE MONTH'S OWN ACTIVITY
      *    AND 'N' FOR AN ITEM CARRIED FROM AN EARLIER MONTH.
       01  WS-BK-COUNT PIC 9(4) VALUE 0.
       01  WS-BK-OVERFLOW PIC X VALUE 'N'.
       01  WS-BK-TABLE.
           05 WS-BK-ENTRY OCCURS 1000 TIMES.
               10 WS-BK-KIND PIC X(3).
               10 WS-BK-DATE PIC 9(8).
               10 WS-BK-REF PIC X(15).
               10 WS-BK-AMOUNT PIC 9(9)V99.
               10 WS-BK-DRCR PIC X(1).
               10 WS-BK-SOURCE PIC X(10).
               10 WS-BK-NEW PIC X(1).
               10 WS-BK-MATCHED PIC X(1).
       01  WS-BK-IDX PIC 9(4).
       01  WS-BK-HIT PIC 9(4).

      *    BANK ENTRIES. WS-BN-MATCHED IS 'Y' MATCHED, 'F' A FEE,
      *    'T' A FUNDING TRANSFER, 'N' NEEDING INVESTIGATION.
       01  WS-BN-COUNT PIC 9(4) VALUE 0.
       01  WS-BN-OVERFLOW PIC X VALUE 'N'.
       01  WS-BN-TABLE.
           05 WS-BN-ENTRY OCCURS 1000 TIMES.
               10 WS-BN-KIND PIC X(3).
               10 WS-BN-DATE PIC 9(8).
               10 WS-BN-REF PIC X(15).
               10 WS-BN-AMOUNT PIC 9(9)V99.
               10 WS-BN-DRCR PIC X(1).
               10 WS-BN-MATCHED PIC X(1).
               10 WS-BN-NOTE PIC X(30).
       01  WS-BN-IDX PIC 9(4).

       01  WS-NEW-KIND PIC X(3).
       01  WS-NEW-DATE PIC 9(8).
       01  WS-NEW-REF PIC X(15).
       01  WS-NEW-AMOUNT PIC 9(9)V99.
       01  WS-NEW-DRCR PIC X(1).
       01  WS-NEW-SOURCE PIC X(10).
       01  WS-NEW-FLAG PIC X(1).

       01  WS-RV-COUNT PIC 9(4) VALUE 0.
       01  WS-RV-TABLE.
           05 WS-RV-CHECK-NO PIC 9(6) OCCURS 1000 TIMES.
       01  WS-RV-IDX PIC 9(4).

       01  WS-BO-COUNT PIC 9(4) VALUE 0.
       01  WS-BO-TABLE.
           05 WS-BO-ROW PIC X(60) OCCURS 1000 TIMES.
       01  WS-BO-IDX PIC 9(4).
       01  WS-BO-KEEP PIC 9(4).

       01  WS-BR-COUNT PIC 9(3) VALUE 0.
       01  WS-BR-TABLE.
           05 WS-BR-ROW PIC X(80) OCCURS 120 TIMES.
       01  WS-BR-IDX PIC 9(3).
       01  WS-BR-HIT PIC 9(3).

       01  OUT-AMT PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  OUT-COUNT PIC ZZZ9.
       01  OUT-HIST-BANK PIC ZZZ,ZZZ,ZZ9.99-.
       01  OUT-HIST-BOOK PIC ZZZ,ZZZ,ZZ9.99-.
       01  OUT-HIST-DIFF PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-RPT-LINE PIC X(80).

       01  EXC-LOG-PROGRAM-ID PIC X(10).
       01  EXC-LOG-CONTEXT PIC X(20).
       01  EXC-LOG-REASON PIC X(40).

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40) VALUE
           "PAYROLL BANK ACCOUNT RECONCILIATION".
       01  WS-RPT-COLHDR.
           05 FILLER PIC X(40) VALUE
               "TYPE  DATE      REFERENCE        SOURCE".
           05 FILLER PIC X(40) VALUE "               AMOUNT".
       01  WS-RPT-LPP PIC 9(3) VALUE 50.

       01  WS-SPL-FUNCTION PIC X(1).
       01  WS-SPL-REPORT PIC X(20) VALUE "BANK RECONCILIATION".
       01  WS-SPL-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           DISPLAY "PAYROLL BANK ACCOUNT RECONCILIATION".
           DISPLAY "1 - RECONCILE THE MONTHLY BANK STATEMENT".
           DISPLAY "2 - RECONCILIATION HISTORY".
           DISPLAY "3 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM RECONCILE-STATEMENT
            WHEN 2
               PERFORM RECONCILIATION-HISTORY
            WHEN 3
               GOBACK
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM MAIN-PARA.

       RECONCILE-STATEMENT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-STATEMENT.
           IF WS-HDR-FOUND = 'N'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-BN-OVERFLOW = 'Y'
               DISPLAY "STATEMENT HAS MORE THAN 1000 ENTRIES."
                   " RECONCILIATION REFUSED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-RECON-HISTORY.
           PERFORM FIND-PRIOR-RECON.

           MOVE 0 TO WS-BK-COUNT.
           MOVE 'N' TO WS-BK-OVERFLOW.
           MOVE 0 TO WS-BOOK-CREDITS WS-BOOK-DEBITS.
           PERFORM LOAD-BANKOUT-FILE.
           IF WS-FIRST-RUN = 'Y'
               PERFORM SEED-OUTSTANDING-CHECKS
           ELSE
               PERFORM CARRY-FORWARD-ITEMS
           END-IF.
           PERFORM LOAD-ACH-BATCHES.
           PERFORM LOAD-CHECKS.
           PERFORM LOAD-RETURNS.
           PERFORM LOAD-TAX-DEPOSITS.
           PERFORM LOAD-GARNISHMENT-PAYMENTS.
           PERFORM LOAD-PAYEE-ACH.
           PERFORM LOAD-RETIREMENT-REMITS.
           IF WS-BK-OVERFLOW = 'Y'
               DISPLAY "MORE THAN 1000 BOOK ITEMS FOR THE MONTH."
                   " RECONCILIATION REFUSED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.

           PERFORM MATCH-BANK-ENTRIES.
           PERFORM COMPUTE-BALANCES.
           PERFORM PRINT-RECONCILIATION.
           PERFORM SAVE-OUTSTANDING-ITEMS.
           PERFORM SAVE-RECON-RESULT.
           ACCEPT OMITTED.

      *    THE STATEMENT MONTH IS THE MONTH OF THE HEADER'S END DATE.
      *    WITHOUT A TRAILER THE CLOSING BALANCE IS WORKED OUT FROM
      *    THE ENTRIES; A TRAILER THAT DISAGREES WITH THE ENTRIES IS
      *    LOGGED AND THE TRAILER IS BELIEVED.
       LOAD-STATEMENT.
           MOVE 'N' TO WS-HDR-FOUND WS-TRL-FOUND WS-BN-OVERFLOW.
           MOVE 0 TO WS-BN-COUNT WS-BANK-OPEN WS-BANK-CLOSE.
           OPEN INPUT STMT-FILE.
           IF STMT-STATUS NOT = "00"
               DISPLAY "NO BANK STATEMENT FILE AT"
                   " PRACTICALS/BANKSTMT.DAT."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL STMT-STATUS NOT = "00"
               READ STMT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-STATEMENT-RECORD
               END-READ
           END-PERFORM.
           CLOSE STMT-FILE.
           IF WS-HDR-FOUND = 'N'
               DISPLAY "STATEMENT FILE HAS NO HEADER RECORD."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BANK-OPEN TO WS-BANK-CALC.
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
               UNTIL WS-BN-IDX > WS-BN-COUNT
               IF WS-BN-DRCR (WS-BN-IDX) = 'C'
                   ADD WS-BN-AMOUNT (WS-BN-IDX) TO WS-BANK-CALC
               ELSE
                   SUBTRACT WS-BN-AMOUNT (WS-BN-IDX) FROM WS-BANK-CALC
               END-IF
           END-PERFORM.
           IF WS-TRL-FOUND = 'N'
               MOVE WS-BANK-CALC TO WS-BANK-CLOSE
           ELSE
               IF WS-BANK-CLOSE NOT = WS-BANK-CALC
                   MOVE WS-BANK-CALC TO OUT-AMT
                   DISPLAY "WARNING: STATEMENT ENTRIES ADD TO "
                       FUNCTION TRIM(OUT-AMT)
                       ", NOT THE TRAILER'S CLOSING BALANCE."
                   MOVE "BANKREC" TO EXC-LOG-PROGRAM-ID
                   MOVE WS-STMT-DATE TO EXC-LOG-CONTEXT
                   MOVE "STATEMENT ENTRIES DISAGREE WITH TRAILER" TO
                       EXC-LOG-REASON
                   CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                       EXC-LOG-CONTEXT EXC-LOG-REASON
               END-IF
           END-IF.

       TAKE-STATEMENT-RECORD.
           EVALUATE BS-REC-TYPE
            WHEN 'H'
               MOVE 'Y' TO WS-HDR-FOUND
               MOVE BS-DATE TO WS-STMT-DATE
               MOVE BS-DATE (1:6) TO WS-MONTH
               COMPUTE WS-MONTH-START = WS-MONTH * 100 + 1
               MOVE BS-AMOUNT TO WS-BANK-OPEN
               IF BS-DR-CR = 'D'
                   COMPUTE WS-BANK-OPEN = 0 - BS-AMOUNT
               END-IF
            WHEN 'T'
               MOVE 'Y' TO WS-TRL-FOUND
               MOVE BS-AMOUNT TO WS-BANK-CLOSE
               IF BS-DR-CR = 'D'
                   COMPUTE WS-BANK-CLOSE = 0 - BS-AMOUNT
               END-IF
            WHEN 'D'
               IF WS-BN-COUNT >= 1000
                   MOVE 'Y' TO WS-BN-OVERFLOW
               ELSE
                   ADD 1 TO WS-BN-COUNT
                   MOVE BS-KIND TO WS-BN-KIND (WS-BN-COUNT)
                   MOVE BS-DATE TO WS-BN-DATE (WS-BN-COUNT)
                   MOVE BS-REFERENCE TO WS-BN-REF (WS-BN-COUNT)
                   MOVE BS-AMOUNT TO WS-BN-AMOUNT (WS-BN-COUNT)
                   MOVE BS-DR-CR TO WS-BN-DRCR (WS-BN-COUNT)
                   MOVE 'N' TO WS-BN-MATCHED (WS-BN-COUNT)
                   MOVE SPACES TO WS-BN-NOTE (WS-BN-COUNT)
               END-IF
            WHEN OTHER
               CONTINUE
           END-EVALUATE.

       LOAD-RECON-HISTORY.
           MOVE 0 TO WS-BR-COUNT.
           OPEN INPUT RECON-FILE.
           IF RECON-STATUS = "00"
               PERFORM UNTIL RECON-STATUS NOT = "00"
                   OR WS-BR-COUNT >= 120
                   READ RECON-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-BR-COUNT
                           MOVE RECON-REC TO WS-BR-ROW (WS-BR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RECON-FILE
           END-IF.

      *    THE BOOK BALANCE CARRIES FROM THE LATEST MONTH RECONCILED
      *    BEFORE THIS ONE.
       FIND-PRIOR-RECON.
           MOVE 0 TO WS-PRIOR-MONTH.
           MOVE 'Y' TO WS-FIRST-RUN.
           MOVE WS-BANK-OPEN TO WS-BOOK-OPEN.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-ROW (WS-BR-IDX) TO RECON-REC
               IF BR-MONTH < WS-MONTH
                   AND BR-MONTH > WS-PRIOR-MONTH
                   MOVE BR-MONTH TO WS-PRIOR-MONTH
                   MOVE BR-BOOK-CLOSE TO WS-BOOK-OPEN
                   MOVE 'N' TO WS-FIRST-RUN
               END-IF
           END-PERFORM.

       LOAD-BANKOUT-FILE.
           MOVE 0 TO WS-BO-COUNT.
           OPEN INPUT BANKOUT-FILE.
           IF BANKOUT-STATUS = "00"
               PERFORM UNTIL BANKOUT-STATUS NOT = "00"
                   OR WS-BO-COUNT >= 1000
                   READ BANKOUT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-BO-COUNT
                           MOVE BANKOUT-REC TO WS-BO-ROW (WS-BO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE BANKOUT-FILE
           END-IF.

      *    ITEMS STILL OUTSTANDING AT THE PRIOR RECONCILIATION. A
      *    CHECK VOIDED SINCE THEN IS NOT GOING TO CLEAR: ITS AMOUNT
      *    GOES BACK TO THE BOOKS AS THIS MONTH'S ACTIVITY.
       CARRY-FORWARD-ITEMS.
           MOVE 0 TO WS-RV-COUNT.
           PERFORM LOAD-VOIDED-CHECKS.
           PERFORM VARYING WS-BO-IDX FROM 1 BY 1
               UNTIL WS-BO-IDX > WS-BO-COUNT
               MOVE WS-BO-ROW (WS-BO-IDX) TO BANKOUT-REC
               IF BO-MONTH = WS-PRIOR-MONTH
                   MOVE BO-KIND TO WS-NEW-KIND
                   MOVE BO-DATE TO WS-NEW-DATE
                   MOVE BO-REFERENCE TO WS-NEW-REF
                   MOVE BO-AMOUNT TO WS-NEW-AMOUNT
                   MOVE BO-DR-CR TO WS-NEW-DRCR
                   MOVE BO-SOURCE TO WS-NEW-SOURCE
                   MOVE 'N' TO WS-NEW-FLAG
                   PERFORM CHECK-CARRIED-VOID
                   IF WS-NEW-FLAG = 'V'
                       ADD BO-AMOUNT TO WS-BOOK-CREDITS
                       DISPLAY "CHECK " BO-REFERENCE (1:6)
                           " OUTSTANDING LAST MONTH IS NOW VOID;"
                           " RETURNED TO THE BOOKS."
                   ELSE
                       PERFORM ADD-BOOK-ITEM
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-VOIDED-CHECKS.
           OPEN INPUT CHECKREG-FILE.
           IF CHECKREG-STATUS = "00"
               PERFORM UNTIL CHECKREG-STATUS NOT = "00"
                   READ CHECKREG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REG-CHECK-STATUS = 'V'
                               AND WS-RV-COUNT < 1000
                               ADD 1 TO WS-RV-COUNT
                               MOVE REG-CHECK-NO TO
                                   WS-RV-CHECK-NO (WS-RV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKREG-FILE
           END-IF.

       CHECK-CARRIED-VOID.
           IF WS-NEW-KIND NOT = "CHK"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
               UNTIL WS-RV-IDX > WS-RV-COUNT
               OR WS-NEW-FLAG = 'V'
               IF WS-RV-CHECK-NO (WS-RV-IDX) = WS-NEW-REF (1:6)
                   MOVE 'V' TO WS-NEW-FLAG
               END-IF
           END-PERFORM.

      *    THE FIRST RECONCILIATION TAKES THE BANK'S OPENING BALANCE
      *    AS THE BOOKS' AND EVERY CHECK STILL ISSUED FROM BEFORE
      *    THE MONTH AS OUTSTANDING AGAINST IT.
       SEED-OUTSTANDING-CHECKS.
           OPEN INPUT CHECKREG-FILE.
           IF CHECKREG-STATUS = "00"
               PERFORM UNTIL CHECKREG-STATUS NOT = "00"
                   READ CHECKREG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF REG-CHECK-STATUS = 'I'
                               AND REG-PAY-DATE < WS-MONTH-START
                               MOVE 'N' TO WS-NEW-FLAG
                               PERFORM SET-CHECK-ITEM
                               PERFORM ADD-BOOK-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECKREG-FILE
           END-IF.

      *    ONE SETTLEMENT DEBIT PER PAY DATE: THE TOTAL OF THE ACH
      *    EXPORT DETAIL LINES FOR THAT DATE.
       LOAD-ACH-BATCHES.
           OPEN INPUT ACH-FILE.
           IF ACH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ACH-STATUS NOT = "00"
               READ ACH-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ACH-REC-TYPE = 'D'
                           AND ACH-PAY-DATE >= WS-MONTH-START
                           AND ACH-PAY-DATE <= WS-STMT-DATE
                           PERFORM ADD-TO-ACH-BATCH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACH-FILE.

       ADD-TO-ACH-BATCH.
           MOVE 0 TO WS-BK-HIT.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT OR WS-BK-HIT > 0
               IF WS-BK-KIND (WS-BK-IDX) = "ACH"
                   AND WS-BK-NEW (WS-BK-IDX) = 'Y'
                   AND WS-BK-DATE (WS-BK-IDX) = ACH-PAY-DATE
                   MOVE WS-BK-IDX TO WS-BK-HIT
               END-IF
           END-PERFORM.
           IF WS-BK-HIT > 0
               ADD ACH-NET-PAY TO WS-BK-AMOUNT (WS-BK-HIT)
               ADD ACH-NET-PAY TO WS-BOOK-DEBITS
           ELSE
               MOVE "ACH" TO WS-NEW-KIND
               MOVE ACH-PAY-DATE TO WS-NEW-DATE
               MOVE "PAYROLL BATCH" TO WS-NEW-REF
               MOVE ACH-NET-PAY TO WS-NEW-AMOUNT
               MOVE 'D' TO WS-NEW-DRCR
               MOVE "ACHEXPORT" TO WS-NEW-SOURCE
               MOVE 'Y' TO WS-NEW-FLAG
               PERFORM ADD-BOOK-ITEM
           END-IF.

      *    CHECKS WRITTEN IN THE MONTH, PAYROLL AND PAYEE ALIKE. A
      *    VOIDED CHECK NEVER LEFT THE BOOKS.
       LOAD-CHECKS.
           OPEN INPUT CHECKREG-FILE.
           IF CHECKREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CHECKREG-STATUS NOT = "00"
               READ CHECKREG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REG-CHECK-STATUS NOT = 'V'
                           AND REG-PAY-DATE >= WS-MONTH-START
                           AND REG-PAY-DATE <= WS-STMT-DATE
                           MOVE 'Y' TO WS-NEW-FLAG
                           PERFORM SET-CHECK-ITEM
                           PERFORM ADD-BOOK-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHECKREG-FILE.

       SET-CHECK-ITEM.
           MOVE "CHK" TO WS-NEW-KIND.
           MOVE REG-PAY-DATE TO WS-NEW-DATE.
           MOVE SPACES TO WS-NEW-REF.
           MOVE REG-CHECK-NO TO WS-NEW-REF (1:6).
           MOVE REG-AMOUNT TO WS-NEW-AMOUNT.
           MOVE 'D' TO WS-NEW-DRCR.
           MOVE REG-EMP-ID TO WS-NEW-SOURCE.

       LOAD-RETURNS.
           OPEN INPUT RETFLAG-FILE.
           IF RETFLAG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL RETFLAG-STATUS NOT = "00"
               READ RETFLAG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RETFLAG-DATE >= WS-MONTH-START
                           AND RETFLAG-DATE <= WS-STMT-DATE
                           MOVE "RET" TO WS-NEW-KIND
                           MOVE RETFLAG-DATE TO WS-NEW-DATE
                           MOVE RETFLAG-EMP-ID TO WS-NEW-REF
                           MOVE RETFLAG-AMOUNT TO WS-NEW-AMOUNT
                           MOVE 'C' TO WS-NEW-DRCR
                           MOVE "ACHRETRN" TO WS-NEW-SOURCE
                           MOVE 'Y' TO WS-NEW-FLAG
                           PERFORM ADD-BOOK-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RETFLAG-FILE.

       LOAD-TAX-DEPOSITS.
           OPEN INPUT DEPS-FILE.
           IF DEPS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL DEPS-STATUS NOT = "00"
               READ DEPS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TD-DEP-DATE >= WS-MONTH-START
                           AND TD-DEP-DATE <= WS-STMT-DATE
                           MOVE "TAX" TO WS-NEW-KIND
                           MOVE TD-DEP-DATE TO WS-NEW-DATE
                           MOVE TD-REFERENCE TO WS-NEW-REF
                           MOVE TD-AMOUNT TO WS-NEW-AMOUNT
                           MOVE 'D' TO WS-NEW-DRCR
                           MOVE "TAXDEPS" TO WS-NEW-SOURCE
                           MOVE 'Y' TO WS-NEW-FLAG
                           PERFORM ADD-BOOK-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPS-FILE.

       LOAD-GARNISHMENT-PAYMENTS.
           OPEN INPUT GARNPAY-FILE.
           IF GARNPAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL GARNPAY-STATUS NOT = "00"
               READ GARNPAY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GP-DATE >= WS-MONTH-START
                           AND GP-DATE <= WS-STMT-DATE
                           MOVE "REM" TO WS-NEW-KIND
                           MOVE GP-DATE TO WS-NEW-DATE
                           MOVE GP-AGENCY TO WS-NEW-REF
                           MOVE GP-AMOUNT TO WS-NEW-AMOUNT
                           MOVE 'D' TO WS-NEW-DRCR
                           MOVE "GARNPAY" TO WS-NEW-SOURCE
                           MOVE 'Y' TO WS-NEW-FLAG
                           PERFORM ADD-BOOK-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GARNPAY-FILE.

       LOAD-PAYEE-ACH.
           OPEN INPUT PYACH-FILE.
           IF PYACH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PYACH-STATUS NOT = "00"
               READ PYACH-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PA-PAY-DATE >= WS-MONTH-START
                           AND PA-PAY-DATE <= WS-STMT-DATE
                           MOVE "REM" TO WS-NEW-KIND
                           MOVE PA-PAY-DATE TO WS-NEW-DATE
                           MOVE PA-PAYEE TO WS-NEW-REF
                           MOVE PA-AMOUNT TO WS-NEW-AMOUNT
                           MOVE 'D' TO WS-NEW-DRCR
                           MOVE "PAYEEACH" TO WS-NEW-SOURCE
                           MOVE 'Y' TO WS-NEW-FLAG
                           PERFORM ADD-BOOK-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PYACH-FILE.

      *    THE RECORDKEEPER IS PAID THE DEFERRALS, THE MATCH AND THE
      *    LOAN REPAYMENTS TOGETHER ON THE DAY THE FILE IS SENT.
       LOAD-RETIREMENT-REMITS.
           OPEN INPUT REMLOG-FILE.
           IF REMLOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL REMLOG-STATUS NOT = "00"
               READ REMLOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RL-RUN-DATE >= WS-MONTH-START
                           AND RL-RUN-DATE <= WS-STMT-DATE
                           MOVE "REM" TO WS-NEW-KIND
                           MOVE RL-RUN-DATE TO WS-NEW-DATE
                           MOVE "RETIREMENT" TO WS-NEW-REF
                           COMPUTE WS-NEW-AMOUNT = RL-EE-AMT
                               + RL-ER-AMT + RL-LOAN-AMT
                           MOVE 'D' TO WS-NEW-DRCR
                           MOVE "RETREMLOG" TO WS-NEW-SOURCE
                           MOVE 'Y' TO WS-NEW-FLAG
                           PERFORM ADD-BOOK-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REMLOG-FILE.

      *    THE MONTH'S OWN ITEMS ARE ITS BOOK ACTIVITY; CARRIED ITEMS
      *    ARE ALREADY IN THE OPENING BOOK BALANCE.
       ADD-BOOK-ITEM.
           IF WS-BK-COUNT >= 1000
               MOVE 'Y' TO WS-BK-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BK-COUNT.
           MOVE WS-NEW-KIND TO WS-BK-KIND (WS-BK-COUNT).
           MOVE WS-NEW-DATE TO WS-BK-DATE (WS-BK-COUNT).
           MOVE WS-NEW-REF TO WS-BK-REF (WS-BK-COUNT).
           MOVE WS-NEW-AMOUNT TO WS-BK-AMOUNT (WS-BK-COUNT).
           MOVE WS-NEW-DRCR TO WS-BK-DRCR (WS-BK-COUNT).
           MOVE WS-NEW-SOURCE TO WS-BK-SOURCE (WS-BK-COUNT).
           MOVE WS-NEW-FLAG TO WS-BK-NEW (WS-BK-COUNT).
           MOVE 'N' TO WS-BK-MATCHED (WS-BK-COUNT).
           IF WS-NEW-FLAG = 'Y'
               IF WS-NEW-DRCR = 'C'
                   ADD WS-NEW-AMOUNT TO WS-BOOK-CREDITS
               ELSE
                   ADD WS-NEW-AMOUNT TO WS-BOOK-DEBITS
               END-IF
           END-IF.

       MATCH-BANK-ENTRIES.
           MOVE 0 TO WS-MATCHED-COUNT.
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
               UNTIL WS-BN-IDX > WS-BN-COUNT
               EVALUATE WS-BN-KIND (WS-BN-IDX)
                WHEN "FEE"
                   MOVE 'F' TO WS-BN-MATCHED (WS-BN-IDX)
                WHEN "TRF"
                   MOVE 'T' TO WS-BN-MATCHED (WS-BN-IDX)
                   IF WS-BN-DRCR (WS-BN-IDX) = 'C'
                       ADD WS-BN-AMOUNT (WS-BN-IDX) TO WS-BOOK-CREDITS
                   ELSE
                       ADD WS-BN-AMOUNT (WS-BN-IDX) TO WS-BOOK-DEBITS
                   END-IF
                WHEN "CHK"
                   PERFORM MATCH-PAID-CHECK
                WHEN "ACH"
                WHEN "RET"
                WHEN "TAX"
                WHEN "REM"
                   PERFORM MATCH-BY-AMOUNT
                WHEN OTHER
                   MOVE "UNKNOWN ENTRY TYPE" TO WS-BN-NOTE (WS-BN-IDX)
               END-EVALUATE
               IF WS-BN-MATCHED (WS-BN-IDX) = 'Y'
                   ADD 1 TO WS-MATCHED-COUNT
               END-IF
           END-PERFORM.

       MATCH-PAID-CHECK.
           MOVE 0 TO WS-BK-HIT.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT OR WS-BK-HIT > 0
               IF WS-BK-KIND (WS-BK-IDX) = "CHK"
                   AND WS-BK-MATCHED (WS-BK-IDX) = 'N'
                   AND WS-BK-REF (WS-BK-IDX) (1:6) =
                       WS-BN-REF (WS-BN-IDX) (1:6)
                   MOVE WS-BK-IDX TO WS-BK-HIT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
            WHEN WS-BK-HIT = 0
               MOVE "CHECK NOT ISSUED OR VOIDED" TO
                   WS-BN-NOTE (WS-BN-IDX)
            WHEN WS-BK-AMOUNT (WS-BK-HIT) NOT =
                WS-BN-AMOUNT (WS-BN-IDX)
               MOVE WS-BK-AMOUNT (WS-BK-HIT) TO OUT-AMT
               MOVE SPACES TO WS-BN-NOTE (WS-BN-IDX)
               STRING "ISSUED FOR " FUNCTION TRIM(OUT-AMT)
                   DELIMITED BY SIZE INTO WS-BN-NOTE (WS-BN-IDX)
            WHEN OTHER
               MOVE 'Y' TO WS-BK-MATCHED (WS-BK-HIT)
               MOVE 'Y' TO WS-BN-MATCHED (WS-BN-IDX)
           END-EVALUATE.

      *    SAME TYPE, SAME DIRECTION, SAME AMOUNT; WHEN THE BANK
      *    GIVES A REFERENCE, AN ITEM WITH THAT REFERENCE IS TAKEN
      *    FIRST, THEN THE OLDEST ITEM FOR THE AMOUNT.
       MATCH-BY-AMOUNT.
           MOVE 0 TO WS-BK-HIT.
           IF WS-BN-REF (WS-BN-IDX) NOT = SPACES
               PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT OR WS-BK-HIT > 0
                   IF WS-BK-KIND (WS-BK-IDX) = WS-BN-KIND (WS-BN-IDX)
                       AND WS-BK-DRCR (WS-BK-IDX) =
                           WS-BN-DRCR (WS-BN-IDX)
                       AND WS-BK-MATCHED (WS-BK-IDX) = 'N'
                       AND WS-BK-AMOUNT (WS-BK-IDX) =
                           WS-BN-AMOUNT (WS-BN-IDX)
                       AND WS-BK-REF (WS-BK-IDX) =
                           WS-BN-REF (WS-BN-IDX)
                       MOVE WS-BK-IDX TO WS-BK-HIT
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-BK-HIT = 0
               PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
                   IF WS-BK-KIND (WS-BK-IDX) = WS-BN-KIND (WS-BN-IDX)
                       AND WS-BK-DRCR (WS-BK-IDX) =
                           WS-BN-DRCR (WS-BN-IDX)
                       AND WS-BK-MATCHED (WS-BK-IDX) = 'N'
                       AND WS-BK-AMOUNT (WS-BK-IDX) =
                           WS-BN-AMOUNT (WS-BN-IDX)
                       IF WS-BK-HIT = 0
                           MOVE WS-BK-IDX TO WS-BK-HIT
                       ELSE
                           IF WS-BK-DATE (WS-BK-IDX) <
                               WS-BK-DATE (WS-BK-HIT)
                               MOVE WS-BK-IDX TO WS-BK-HIT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-BK-HIT = 0
               MOVE "NO BOOK ITEM FOR THIS AMOUNT" TO
                   WS-BN-NOTE (WS-BN-IDX)
           ELSE
               MOVE 'Y' TO WS-BK-MATCHED (WS-BK-HIT)
               MOVE 'Y' TO WS-BN-MATCHED (WS-BN-IDX)
           END-IF.

      *    ADJUSTED BANK = STATEMENT CLOSING - OUTSTANDING DEBITS +
      *    OUTSTANDING CREDITS. ADJUSTED BOOK = BOOK CLOSING - FEES.
      *    ANY DIFFERENCE LEFT IS THE UNMATCHED BANK ENTRIES.
       COMPUTE-BALANCES.
           MOVE 0 TO WS-OUT-DEBITS WS-OUT-CREDITS WS-OUT-COUNT.
           MOVE 0 TO WS-FEES WS-UNMATCHED-NET WS-UNMATCHED-COUNT.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-MATCHED (WS-BK-IDX) = 'N'
                   ADD 1 TO WS-OUT-COUNT
                   IF WS-BK-DRCR (WS-BK-IDX) = 'C'
                       ADD WS-BK-AMOUNT (WS-BK-IDX) TO WS-OUT-CREDITS
                   ELSE
                       ADD WS-BK-AMOUNT (WS-BK-IDX) TO WS-OUT-DEBITS
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
               UNTIL WS-BN-IDX > WS-BN-COUNT
               EVALUATE WS-BN-MATCHED (WS-BN-IDX)
                WHEN 'F'
                   IF WS-BN-DRCR (WS-BN-IDX) = 'C'
                       SUBTRACT WS-BN-AMOUNT (WS-BN-IDX) FROM WS-FEES
                   ELSE
                       ADD WS-BN-AMOUNT (WS-BN-IDX) TO WS-FEES
                   END-IF
                WHEN 'N'
                   ADD 1 TO WS-UNMATCHED-COUNT
                   IF WS-BN-DRCR (WS-BN-IDX) = 'C'
                       ADD WS-BN-AMOUNT (WS-BN-IDX) TO
                           WS-UNMATCHED-NET
                   ELSE
                       SUBTRACT WS-BN-AMOUNT (WS-BN-IDX) FROM
                           WS-UNMATCHED-NET
                   END-IF
               END-EVALUATE
           END-PERFORM.
           COMPUTE WS-BOOK-CLOSE = WS-BOOK-OPEN + WS-BOOK-CREDITS
               - WS-BOOK-DEBITS.
           COMPUTE WS-ADJ-BANK = WS-BANK-CLOSE - WS-OUT-DEBITS
               + WS-OUT-CREDITS.
           COMPUTE WS-ADJ-BOOK = WS-BOOK-CLOSE - WS-FEES.
           COMPUTE WS-DIFFERENCE = WS-ADJ-BANK - WS-ADJ-BOOK.

       PRINT-RECONCILIATION.
           MOVE SPACES TO WS-RPT-TITLE.
           STRING "BANK RECONCILIATION TO " WS-STMT-DATE
               DELIMITED BY SIZE INTO WS-RPT-TITLE.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE 'O' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.
           MOVE WS-RPT-TITLE TO WS-RPT-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE WS-RPT-COLHDR TO WS-RPT-LINE.
           PERFORM SPOOL-ONE-LINE.

           MOVE WS-BANK-CLOSE TO OUT-AMT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BALANCE PER BANK STATEMENT                 " OUT-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-ONE-LINE.
           MOVE "LESS OUTSTANDING DEBITS:" TO WS-RPT-LINE.
           PERFORM PRINT-ONE-LINE.
           MOVE 'D' TO WS-NEW-DRCR.
           PERFORM PRINT-OUTSTANDING.
           MOVE WS-OUT-DEBITS TO OUT-AMT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  TOTAL OUTSTANDING DEBITS                 " OUT-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-ONE-LINE.
           MOVE "PLUS OUTSTANDING CREDITS:" TO WS-RPT-LINE.
           PERFORM PRINT-ONE-LINE.
           MOVE 'C' TO WS-NEW-DRCR.
           PERFORM PRINT-OUTSTANDING.
           MOVE WS-OUT-CREDITS TO OUT-AMT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  TOTAL OUTSTANDING CREDITS                " OUT-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-ONE-LINE.
           MOVE WS-ADJ-BANK TO OUT-AMT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ADJUSTED BANK BALANCE                      " OUT-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-ONE-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-ONE-LINE.

           MOVE WS-BOOK-OPEN TO OUT-AMT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BOOK BALANCE BROUGHT FORWARD               " OUT-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-ONE-LINE.
           MOVE WS-BOOK-CREDITS TO OUT-AMT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "PLUS BOOK CREDITS FOR THE MONTH            " OUT-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-ONE-LINE.
           MOVE WS-BOOK-DEBITS TO OUT-AMT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "LESS BOOK DEBITS FOR THE MONTH             " OUT-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-ONE-LINE.
           MOVE WS-BOOK-CLOSE TO OUT-AMT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BALANCE PER BOOKS                          " OUT-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-ONE-LINE.
           MOVE "LESS BANK CHARGES FROM THE STATEMENT:" TO
               WS-RPT-LINE.
           PERFORM PRINT-ONE-LINE.
           MOVE 'F' TO WS-NEW-FLAG.
           PERFORM PRINT-BANK-ENTRIES.
           MOVE WS-ADJ-BOOK TO OUT-AMT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ADJUSTED BOOK BALANCE                      " OUT-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-ONE-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM PRINT-ONE-LINE.

           MOVE WS-DIFFERENCE TO OUT-AMT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "UNRECONCILED DIFFERENCE                    " OUT-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-ONE-LINE.
           MOVE "UNMATCHED BANK ENTRIES NEEDING INVESTIGATION:" TO
               WS-RPT-LINE.
           PERFORM PRINT-ONE-LINE.
           MOVE 'N' TO WS-NEW-FLAG.
           PERFORM PRINT-BANK-ENTRIES.
           MOVE WS-UNMATCHED-NET TO OUT-AMT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  NET OF UNMATCHED BANK ENTRIES            " OUT-AMT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM PRINT-ONE-LINE.
           DISPLAY "--------------------------------------------".
           MOVE WS-MATCHED-COUNT TO OUT-COUNT.
           DISPLAY "BANK ENTRIES MATCHED:   " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-UNMATCHED-COUNT TO OUT-COUNT.
           DISPLAY "BANK ENTRIES UNMATCHED: " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-OUT-COUNT TO OUT-COUNT.
           DISPLAY "BOOK ITEMS OUTSTANDING: " FUNCTION TRIM(OUT-COUNT).
           MOVE 'C' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.

       PRINT-OUTSTANDING.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-MATCHED (WS-BK-IDX) = 'N'
                   AND WS-BK-DRCR (WS-BK-IDX) = WS-NEW-DRCR
                   MOVE WS-BK-AMOUNT (WS-BK-IDX) TO OUT-AMT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING WS-BK-KIND (WS-BK-IDX) "   "
                       WS-BK-DATE (WS-BK-IDX) "  "
                       WS-BK-REF (WS-BK-IDX) "  "
                       WS-BK-SOURCE (WS-BK-IDX) " " OUT-AMT
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM PRINT-ONE-LINE
               END-IF
           END-PERFORM.

      *    BANK ENTRIES IN ONE MATCH STATE. AN UNMATCHED ENTRY IS
      *    ALSO LOGGED FOR INVESTIGATION, WITH THE REASON ON A
      *    SECOND LINE.
       PRINT-BANK-ENTRIES.
           PERFORM VARYING WS-BN-IDX FROM 1 BY 1
               UNTIL WS-BN-IDX > WS-BN-COUNT
               IF WS-BN-MATCHED (WS-BN-IDX) = WS-NEW-FLAG
                   MOVE WS-BN-AMOUNT (WS-BN-IDX) TO OUT-AMT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING WS-BN-KIND (WS-BN-IDX) "   "
                       WS-BN-DATE (WS-BN-IDX) "  "
                       WS-BN-REF (WS-BN-IDX) "  "
                       "BANK " WS-BN-DRCR (WS-BN-IDX) "     " OUT-AMT
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   PERFORM PRINT-ONE-LINE
                   IF WS-NEW-FLAG = 'N'
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "      " WS-BN-NOTE (WS-BN-IDX)
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       PERFORM PRINT-ONE-LINE
                       MOVE "BANKREC" TO EXC-LOG-PROGRAM-ID
                       MOVE SPACES TO EXC-LOG-CONTEXT
                       STRING WS-BN-KIND (WS-BN-IDX) " "
                           WS-BN-DATE (WS-BN-IDX)
                           DELIMITED BY SIZE INTO EXC-LOG-CONTEXT
                       MOVE SPACES TO EXC-LOG-REASON
                       STRING "UNMATCHED BANK ENTRY: "
                           WS-BN-NOTE (WS-BN-IDX)
                           DELIMITED BY SIZE INTO EXC-LOG-REASON
                       CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                           EXC-LOG-CONTEXT EXC-LOG-REASON
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-ONE-LINE.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY WS-RPT-LINE.
           PERFORM SPOOL-ONE-LINE.

       SPOOL-ONE-LINE.
           MOVE WS-RPT-LINE TO WS-SPL-LINE.
           MOVE 'L' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.

      *    THIS MONTH'S OUTSTANDING ITEMS REPLACE ANY LEFT BY AN
      *    EARLIER RUN OF THE SAME MONTH. OTHER MONTHS' ROWS STAY
      *    SO ANY MONTH CAN STILL BE RERUN.
       SAVE-OUTSTANDING-ITEMS.
           MOVE 0 TO WS-BO-KEEP.
           PERFORM VARYING WS-BO-IDX FROM 1 BY 1
               UNTIL WS-BO-IDX > WS-BO-COUNT
               MOVE WS-BO-ROW (WS-BO-IDX) TO BANKOUT-REC
               IF BO-MONTH NOT = WS-MONTH
                   ADD 1 TO WS-BO-KEEP
                   MOVE WS-BO-ROW (WS-BO-IDX) TO WS-BO-ROW (WS-BO-KEEP)
               END-IF
           END-PERFORM.
           OPEN OUTPUT BANKOUT-FILE.
           PERFORM VARYING WS-BO-IDX FROM 1 BY 1
               UNTIL WS-BO-IDX > WS-BO-KEEP
               MOVE WS-BO-ROW (WS-BO-IDX) TO BANKOUT-REC
               WRITE BANKOUT-REC
           END-PERFORM.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-MATCHED (WS-BK-IDX) = 'N'
                   MOVE SPACES TO BANKOUT-REC
                   MOVE WS-MONTH TO BO-MONTH
                   MOVE WS-BK-KIND (WS-BK-IDX) TO BO-KIND
                   MOVE WS-BK-DATE (WS-BK-IDX) TO BO-DATE
                   MOVE WS-BK-REF (WS-BK-IDX) TO BO-REFERENCE
                   MOVE WS-BK-AMOUNT (WS-BK-IDX) TO BO-AMOUNT
                   MOVE WS-BK-DRCR (WS-BK-IDX) TO BO-DR-CR
                   MOVE WS-BK-SOURCE (WS-BK-IDX) TO BO-SOURCE
                   WRITE BANKOUT-REC
               END-IF
           END-PERFORM.
           CLOSE BANKOUT-FILE.

       SAVE-RECON-RESULT.
           MOVE 0 TO WS-BR-HIT.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT OR WS-BR-HIT > 0
               MOVE WS-BR-ROW (WS-BR-IDX) TO RECON-REC
               IF BR-MONTH = WS-MONTH
                   MOVE WS-BR-IDX TO WS-BR-HIT
               END-IF
           END-PERFORM.
           IF WS-BR-HIT = 0
               IF WS-BR-COUNT >= 120
                   PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                       UNTIL WS-BR-IDX >= WS-BR-COUNT
                       MOVE WS-BR-ROW (WS-BR-IDX + 1) TO
                           WS-BR-ROW (WS-BR-IDX)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-BR-COUNT
               END-IF
               MOVE WS-BR-COUNT TO WS-BR-HIT
           END-IF.
           MOVE SPACES TO RECON-REC.
           MOVE WS-MONTH TO BR-MONTH.
           MOVE WS-STMT-DATE TO BR-STMT-DATE.
           MOVE WS-BANK-CLOSE TO BR-BANK-CLOSE.
           MOVE WS-ADJ-BOOK TO BR-BOOK-CLOSE.
           MOVE WS-OUT-COUNT TO BR-OUT-COUNT.
           MOVE WS-UNMATCHED-COUNT TO BR-UNMATCHED.
           MOVE WS-DIFFERENCE TO BR-DIFFERENCE.
           MOVE WS-TODAY TO BR-RUN-DATE.
           MOVE RECON-REC TO WS-BR-ROW (WS-BR-HIT).
           OPEN OUTPUT RECON-FILE.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-ROW (WS-BR-IDX) TO RECON-REC
               WRITE RECON-REC
           END-PERFORM.
           CLOSE RECON-FILE.
           DISPLAY "RECONCILIATION FOR " WS-MONTH
               " SAVED ON PRACTICALS/BANKRECN.DAT.".

       RECONCILIATION-HISTORY.
           PERFORM LOAD-RECON-HISTORY.
           IF WS-BR-COUNT = 0
               DISPLAY "NO RECONCILIATIONS ON FILE."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MONTH   STATEMENT    BANK BALANCE    BOOK BALANCE"
               "  OUT   UNM      DIFFERENCE".
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-ROW (WS-BR-IDX) TO RECON-REC
               MOVE BR-BANK-CLOSE TO OUT-HIST-BANK
               MOVE BR-BOOK-CLOSE TO OUT-HIST-BOOK
               MOVE BR-DIFFERENCE TO OUT-HIST-DIFF
               DISPLAY BR-MONTH "  " BR-STMT-DATE "  " OUT-HIST-BANK
                   " " OUT-HIST-BOOK "  " BR-OUT-COUNT "  "
                   BR-UNMATCHED " " OUT-HIST-DIFF
           END-PERFORM.
           ACCEPT OMITTED.
       END PROGRAM BANKREC.
