       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESGL.
      *    DAILY SALES-SIDE GENERAL-LEDGER JOURNAL. FOR ONE BUSINESS
      *    DAY IT GATHERS THE INVOICES ON INVOICE.DAT (RECEIVABLE,
      *    NET REVENUE, AND SALES TAX PAYABLE BY THE CUSTOMER'S
      *    TAXRGN REGION), THE FINANCE CHARGES RAISED ON
      *    ARLEDGER.DAT, THE CREDIT MEMOS ON CRMEMO.DAT, THE CASH
      *    RECEIPTS LOGGED ON ARPAY.DAT AND THE COMMISSION SETTLED
      *    BY COMMSETL ON COMMSETL.DAT, MAPS THEM THROUGH THE SAME
      *    ACCOUNT-CODE FILE GLACCTS.DAT THE PAYROLL EXPORT USES,
      *    AND WRITES A BALANCED DEBIT/CREDIT JOURNAL IN THE GLJRNL
      *    LAYOUT TO SALESJRNL.DAT FOR REGISTRATION WITH XMITCTL. A
      *    CLOSED ACCOUNTING MONTH ON ACCTPER.DAT REFUSES THE RUN
      *    AND LISTS IT ON SUSPENSE.DAT; A JOURNAL THAT DOES NOT
      *    BALANCE IS NOT WRITTEN AND GOES TO THE EXCEPTION LOG. A
      *    DAY IS ONLY JOURNALED ONCE - THE RUNS ARE KEPT ON
      *    SALESGLR.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE
           ASSIGN TO "SELDATA/INVOICE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICE-STATUS.
           SELECT ORDERS-FILE
           ASSIGN TO "SELDATA/ORDERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDERS-STATUS.
           SELECT CUST-FILE
           ASSIGN TO "SELDATA/CUSTMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUST-STATUS.
           SELECT ARLEDGER-FILE
           ASSIGN TO "SELDATA/ARLEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARLEDGER-STATUS.
           SELECT CRMEMO-FILE
           ASSIGN TO "SELDATA/CRMEMO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRMEMO-STATUS.
           SELECT ARPAY-FILE
           ASSIGN TO "SELDATA/ARPAY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARPAY-STATUS.
           SELECT SETTLE-FILE
           ASSIGN TO "SELDATA/COMMSETL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SETTLE-STATUS.
           SELECT GLACCTS-FILE
           ASSIGN TO "PRACTICALS/GLACCTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLACCTS-STATUS.
           SELECT SALESJRNL-FILE
           ASSIGN TO "SELDATA/SALESJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SALESJRNL-STATUS.
           SELECT RUNLOG-FILE
           ASSIGN TO "SELDATA/SALESGLR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNLOG-STATUS.
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
       FD  INVOICE-FILE.
       01  INVOICE-REC.
           05 INV-NO PIC 9(6).
           05 INV-FILLER-1 PIC X(1).
           05 INV-DATE PIC 9(8).
           05 INV-FILLER-2 PIC X(1).
           05 INV-ORD-NO PIC 9(6).
           05 INV-FILLER-3 PIC X(1).
           05 INV-CUST PIC 9(6).
           05 INV-FILLER-4 PIC X(1).
           05 INV-AMOUNT PIC 9(11)V99.

       FD  ORDERS-FILE.
       01  ORDERS-REC.
           05 ORD-NO PIC 9(6).
           05 ORD-FILLER-1 PIC X(1).
           05 ORD-CUST PIC 9(6).
           05 ORD-FILLER-2 PIC X(1).
           05 ORD-DATE PIC 9(8).
           05 ORD-FILLER-3 PIC X(1).
           05 ORD-TOTAL PIC 9(11)V99.
           05 ORD-FILLER-4 PIC X(1).
           05 ORD-STATUS PIC X(1).
           05 ORD-FILLER-5 PIC X(1).
           05 ORD-SPLITS PIC X(68).
           05 ORD-FILLER-6 PIC X(1).
           05 ORD-TAX PIC 9(9)V99.

       FD  CUST-FILE.
       01  CUST-REC.
           05 CU-CUST-NO PIC 9(6).
           05 CU-FILLER-1 PIC X(1).
           05 CU-NAME PIC X(25).
           05 CU-FILLER-2 PIC X(1).
           05 CU-ADDRESS PIC X(30).
           05 CU-FILLER-3 PIC X(1).
           05 CU-TERMS PIC X(3).
           05 CU-FILLER-4 PIC X(1).
           05 CU-CREDIT-LIMIT PIC 9(9)V99.
           05 CU-FILLER-5 PIC X(1).
           05 CU-REGION PIC X(4).

       FD  ARLEDGER-FILE.
       01  ARLEDGER-REC.
           05 AR-CUST PIC 9(6).
           05 AR-FILLER-1 PIC X(1).
           05 AR-INV-NO PIC 9(6).
           05 AR-FILLER-2 PIC X(1).
           05 AR-DATE PIC 9(8).
           05 AR-FILLER-3 PIC X(1).
           05 AR-AMOUNT PIC 9(11)V99.
           05 AR-FILLER-4 PIC X(1).
           05 AR-PAID PIC 9(11)V99.
           05 AR-FILLER-5 PIC X(1).
           05 AR-STATUS PIC X(1).
           05 AR-FILLER-6 PIC X(1).
           05 AR-TYPE PIC X(1).

       FD  CRMEMO-FILE.
       01  CRMEMO-REC.
           05 CM-NO PIC 9(6).
           05 CM-FILLER-1 PIC X(1).
           05 CM-DATE PIC 9(8).
           05 CM-FILLER-2 PIC X(1).
           05 CM-INV-NO PIC 9(6).
           05 CM-FILLER-3 PIC X(1).
           05 CM-ORD-NO PIC 9(6).
           05 CM-FILLER-4 PIC X(1).
           05 CM-CUST PIC 9(6).
           05 CM-FILLER-5 PIC X(1).
           05 CM-REASON PIC X(3).
           05 CM-FILLER-6 PIC X(1).
           05 CM-RESTOCK PIC X(1).
           05 CM-FILLER-7 PIC X(1).
           05 CM-NET PIC 9(11)V99.
           05 CM-FILLER-8 PIC X(1).
           05 CM-TAX PIC 9(9)V99.
           05 CM-FILLER-9 PIC X(1).
           05 CM-AMOUNT PIC 9(11)V99.

       FD  ARPAY-FILE.
       01  ARPAY-REC.
           05 PY-DATE PIC 9(8).
           05 PY-FILLER-1 PIC X(1).
           05 PY-CUST PIC 9(6).
           05 PY-FILLER-2 PIC X(1).
           05 PY-AMOUNT PIC 9(11)V99.

       FD  SETTLE-FILE.
       01  SETTLE-REC.
           05 SETTLE-PERIOD PIC X(6).
           05 SETTLE-FILLER-1 PIC X(1).
           05 SETTLE-SNUM PIC 9(14).
           05 SETTLE-FILLER-2 PIC X(1).
           05 SETTLE-SNAME PIC X(20).
           05 SETTLE-FILLER-3 PIC X(1).
           05 SETTLE-AMOUNT PIC 9(11)V99.
           05 SETTLE-FILLER-4 PIC X(1).
           05 SETTLE-DATE PIC 9(8).

       FD  GLACCTS-FILE.
       01  GLACCTS-REC.
           05 GLA-KEY PIC X(8).
           05 GLA-FILLER-1 PIC X(1).
           05 GLA-ACCOUNT PIC X(8).
           05 GLA-FILLER-2 PIC X(1).
           05 GLA-DESC PIC X(20).

       FD  SALESJRNL-FILE.
       01  SALESJRNL-REC.
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

       FD  RUNLOG-FILE.
       01  RUNLOG-REC.
           05 RL-DATE PIC 9(8).
           05 RL-FILLER-1 PIC X(1).
           05 RL-RUN-ON PIC 9(8).
           05 RL-FILLER-2 PIC X(1).
           05 RL-LINES PIC 9(5).
           05 RL-FILLER-3 PIC X(1).
           05 RL-DEBITS PIC 9(11)V99.

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
       01  INVOICE-STATUS PIC XX.
       01  ORDERS-STATUS PIC XX.
       01  CUST-STATUS PIC XX.
       01  ARLEDGER-STATUS PIC XX.
       01  CRMEMO-STATUS PIC XX.
       01  ARPAY-STATUS PIC XX.
       01  SETTLE-STATUS PIC XX.
       01  GLACCTS-STATUS PIC XX.
       01  SALESJRNL-STATUS PIC XX.
       01  RUNLOG-STATUS PIC XX.
       01  ACP-ACCTPER-STATUS PIC XX.
       01  ACP-SUSPENSE-STATUS PIC XX.
       01  WS-ACP-MONTH PIC 9(6).
       01  WS-ACP-OPEN PIC X.
       01  WS-SUSP-KEY PIC X(14).
       01  WS-SUSP-AMOUNT PIC S9(9)V99.
       01  WS-CHOICE PIC 9(1).
       01  WS-TODAY PIC 9(8).
       01  WS-RUN-DATE PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05 WS-RUN-MONTH PIC X(6).
           05 WS-RUN-DD PIC X(2).
       01  WS-ALREADY-RUN PIC X(1).
       01  WS-FOUND PIC X(1).
       01  WS-IDX PIC 9(3).
       01  WS-SHOWN PIC 9(5).

      *    SALES-SIDE ACCOUNTS. GLACCTS.DAT OVERRIDES ANY OF THESE
      *    BY KEY; A REGION'S TAX GOES TO THE ACCOUNT KEYED 'TAX'
      *    PLUS THE REGION CODE, OR TO SALESTAX WHEN IT HAS NONE.
       01  WS-ACCT-AR PIC X(8) VALUE "12000000".
       01  WS-ACCT-CASH PIC X(8) VALUE "10100000".
       01  WS-ACCT-SALES PIC X(8) VALUE "40000000".
       01  WS-ACCT-RETURNS PIC X(8) VALUE "40100000".
       01  WS-ACCT-FINCHG PIC X(8) VALUE "42000000".
       01  WS-ACCT-TAX PIC X(8) VALUE "22000000".
       01  WS-ACCT-COMM-EXP PIC X(8) VALUE "61000000".
       01  WS-ACCT-COMM-PAY PIC X(8) VALUE "22100000".
       01  WS-TAX-KEY PIC X(8).

      *    THE DAY'S TOTALS.
       01  WS-T-INV-GROSS PIC S9(11)V99.
       01  WS-T-INV-NET PIC S9(11)V99.
       01  WS-T-FINCHG PIC S9(11)V99.
       01  WS-T-CM-NET PIC S9(11)V99.
       01  WS-T-CM-GROSS PIC S9(11)V99.
       01  WS-T-CASH PIC S9(11)V99.
       01  WS-T-COMM PIC S9(11)V99.
       01  WS-INV-COUNT PIC 9(5).
       01  WS-CM-COUNT PIC 9(5).
       01  WS-PAY-COUNT PIC 9(5).
       01  WS-FC-COUNT PIC 9(5).
       01  WS-SET-COUNT PIC 9(5).
       01  WS-NET PIC S9(11)V99.
       01  WS-TAX PIC S9(11)V99.
       01  WS-ORD-TOTAL PIC 9(11)V99.
       01  WS-ORD-TAX PIC 9(9)V99.
       01  WS-ORD-FOUND PIC X(1).

      *    TAX BY REGION: INVOICE TAX LESS CREDIT-MEMO TAX.
       01  WS-TAX-CUST PIC 9(6).
       01  WS-CUST-REGION PIC X(4).
       01  WS-RG-COUNT PIC 9(2) VALUE 0.
       01  WS-RG-OVERFLOW PIC X VALUE 'N'.
       01  WS-RG-TABLE.
           05 WS-RG-ENTRY OCCURS 50 TIMES.
               10 WS-RG-CODE PIC X(4).
               10 WS-RG-TAX PIC S9(11)V99.
       01  WS-RG-IDX PIC 9(2).
       01  WS-RG-HIT PIC 9(2).

      *    THE JOURNAL AS BUILT, BEFORE IT IS PROVED AND WRITTEN.
       01  WS-JL-COUNT PIC 9(3) VALUE 0.
       01  WS-JL-TABLE.
           05 WS-JL-ENTRY OCCURS 70 TIMES.
               10 WS-JL-ACCT PIC X(8).
               10 WS-JL-DC PIC X(1).
               10 WS-JL-AMT PIC 9(9)V99.
               10 WS-JL-DESC PIC X(20).
       01  WS-JL-IDX PIC 9(3).
       01  WS-JRN-AMT PIC S9(11)V99.
       01  WS-JRN-ACCT PIC X(8).
       01  WS-JRN-DC PIC X(1).
       01  WS-JRN-DESC PIC X(20).
       01  WS-TOT-DEBITS PIC S9(11)V99.
       01  WS-TOT-CREDITS PIC S9(11)V99.
       01  WS-DIFF PIC S9(11)V99.
       01  WS-DIFF-OUT PIC -(9)9.99.

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-DAYS PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  EXC-LOG-PROGRAM-ID PIC X(10).
       01  EXC-LOG-CONTEXT PIC X(20).
       01  EXC-LOG-REASON PIC X(40).

       01  OUT-AMT PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  OUT-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           DISPLAY "DAILY SALES JOURNAL".
           DISPLAY "1 - RUN THE SALES JOURNAL FOR A DAY".
           DISPLAY "2 - JOURNAL RUN HISTORY".
           DISPLAY "3 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM RUN-SALES-JOURNAL
            WHEN 2
               PERFORM RUN-HISTORY
            WHEN 3
               GOBACK
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM MAIN-PARA.

       RUN-SALES-JOURNAL.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "BUSINESS DAY (YYYYMMDD, 0 FOR TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-RUN-DATE.
           IF WS-RUN-DATE = 0
               MOVE WS-TODAY TO WS-RUN-DATE
           END-IF.
           MOVE 'V' TO WS-DU-FUNCTION.
           MOVE WS-RUN-DATE TO WS-DU-DATE.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           IF WS-DU-FLAG NOT = 'Y' OR WS-RUN-DATE > WS-TODAY
               DISPLAY "NOT A VALID BUSINESS DAY."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
      *    THE JOURNAL LANDS IN THE BUSINESS DAY'S ACCOUNTING MONTH,
      *    SO THAT IS THE MONTH THE CLOSE CONTROL GUARDS.
           MOVE WS-RUN-MONTH TO WS-ACP-MONTH.
           PERFORM CHECK-ACCT-PERIOD.
           IF WS-ACP-OPEN = 'N'
               DISPLAY "ACCOUNTING MONTH " WS-ACP-MONTH " IS CLOSED"
                   " - JOURNAL REFUSED AND LISTED ON SUSPENSE."
               MOVE WS-RUN-DATE TO WS-SUSP-KEY
               MOVE ZERO TO WS-SUSP-AMOUNT
               PERFORM WRITE-SUSPENSE-REC
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-RUN-LOG.
           IF WS-ALREADY-RUN = 'Y'
               DISPLAY "THE SALES JOURNAL FOR " WS-RUN-DATE
                   " HAS ALREADY BEEN WRITTEN."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-ACCOUNT-CODES.
           MOVE 0 TO WS-T-INV-GROSS WS-T-INV-NET WS-T-FINCHG.
           MOVE 0 TO WS-T-CM-NET WS-T-CM-GROSS WS-T-CASH WS-T-COMM.
           MOVE 0 TO WS-INV-COUNT WS-CM-COUNT WS-PAY-COUNT.
           MOVE 0 TO WS-FC-COUNT WS-SET-COUNT.
           MOVE 0 TO WS-RG-COUNT.
           MOVE 'N' TO WS-RG-OVERFLOW.
           PERFORM SUM-INVOICES.
           PERFORM SUM-FINANCE-CHARGES.
           PERFORM SUM-CREDIT-MEMOS.
           PERFORM SUM-RECEIPTS.
           PERFORM SUM-COMMISSION.
           IF WS-RG-OVERFLOW = 'Y'
               DISPLAY "MORE THAN 50 TAX REGIONS IN THE DAY."
                   " NOTHING WRITTEN."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUILD-JOURNAL.
           IF WS-JL-COUNT = 0
               DISPLAY "NO SALES ACTIVITY ON " WS-RUN-DATE "."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-JOURNAL.
      *    THE JOURNAL IS PROVED BEFORE A LINE OF IT IS WRITTEN.
           IF WS-DIFF NOT = 0
               MOVE WS-DIFF TO WS-DIFF-OUT
               DISPLAY "JOURNAL DOES NOT BALANCE, DIFFERENCE "
                   WS-DIFF-OUT ". NOTHING WRITTEN."
               MOVE "SALESGL" TO EXC-LOG-PROGRAM-ID
               MOVE SPACES TO EXC-LOG-CONTEXT
               STRING "SALES DAY " WS-RUN-DATE
                   DELIMITED BY SIZE INTO EXC-LOG-CONTEXT
               MOVE SPACES TO EXC-LOG-REASON
               STRING "JOURNAL OUT OF BALANCE " WS-DIFF-OUT
                   DELIMITED BY SIZE INTO EXC-LOG-REASON
               CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                   EXC-LOG-CONTEXT EXC-LOG-REASON
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-JOURNAL.
           DISPLAY "BALANCED JOURNAL WRITTEN TO SELDATA/SALESJRNL.DAT"
               " - REGISTER IT IN XMITCTL.".
           ACCEPT OMITTED.

      *    AN INVOICE CARRIES ITS GROSS; THE NET AND TAX ARE SPLIT
      *    AT THE ORDER'S OWN TAX RATE, THE SAME PRO-RATING THE
      *    INVOICE RUN USED TO TAX A PARTIAL SHIPMENT.
       SUM-INVOICES.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL INVOICE-STATUS NOT = "00"
               READ INVOICE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF INV-DATE = WS-RUN-DATE
                           AND INV-AMOUNT IS NUMERIC
                           PERFORM SUM-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-FILE.

       SUM-ONE-INVOICE.
           ADD 1 TO WS-INV-COUNT.
           ADD INV-AMOUNT TO WS-T-INV-GROSS.
           PERFORM FIND-ORDER.
           IF WS-ORD-FOUND = 'Y' AND WS-ORD-TAX > 0
               COMPUTE WS-NET ROUNDED = INV-AMOUNT * WS-ORD-TOTAL
                   / (WS-ORD-TOTAL + WS-ORD-TAX)
           ELSE
               MOVE INV-AMOUNT TO WS-NET
           END-IF.
           COMPUTE WS-TAX = INV-AMOUNT - WS-NET.
           ADD WS-NET TO WS-T-INV-NET.
           IF WS-TAX NOT = 0
               MOVE INV-CUST TO WS-TAX-CUST
               PERFORM FIND-REGION-ROW
               IF WS-RG-HIT > 0
                   ADD WS-TAX TO WS-RG-TAX (WS-RG-HIT)
               END-IF
           END-IF.

       FIND-ORDER.
           MOVE 'N' TO WS-ORD-FOUND.
           MOVE 0 TO WS-ORD-TOTAL WS-ORD-TAX.
           OPEN INPUT ORDERS-FILE.
           IF ORDERS-STATUS = "00"
               PERFORM UNTIL ORDERS-STATUS NOT = "00"
                   OR WS-ORD-FOUND = 'Y'
                   READ ORDERS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ORD-NO = INV-ORD-NO
                               MOVE 'Y' TO WS-ORD-FOUND
                               MOVE ORD-TOTAL TO WS-ORD-TOTAL
                               IF ORD-TAX IS NUMERIC
                                   MOVE ORD-TAX TO WS-ORD-TAX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF.

       SUM-FINANCE-CHARGES.
           OPEN INPUT ARLEDGER-FILE.
           IF ARLEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ARLEDGER-STATUS NOT = "00"
               READ ARLEDGER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AR-TYPE = 'F'
                           AND AR-DATE = WS-RUN-DATE
                           AND AR-AMOUNT IS NUMERIC
                           ADD 1 TO WS-FC-COUNT
                           ADD AR-AMOUNT TO WS-T-FINCHG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARLEDGER-FILE.

      *    A CREDIT MEMO REVERSES ITS NET TO SALES RETURNS AND ITS
      *    TAX OUT OF THE CUSTOMER'S REGION.
       SUM-CREDIT-MEMOS.
           OPEN INPUT CRMEMO-FILE.
           IF CRMEMO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CRMEMO-STATUS NOT = "00"
               READ CRMEMO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CM-DATE = WS-RUN-DATE
                           AND CM-NET IS NUMERIC
                           AND CM-TAX IS NUMERIC
                           PERFORM SUM-ONE-CREDIT-MEMO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CRMEMO-FILE.

       SUM-ONE-CREDIT-MEMO.
           ADD 1 TO WS-CM-COUNT.
           ADD CM-NET TO WS-T-CM-NET.
           COMPUTE WS-T-CM-GROSS = WS-T-CM-GROSS + CM-NET + CM-TAX.
           IF CM-TAX > 0
               MOVE CM-CUST TO WS-TAX-CUST
               PERFORM FIND-REGION-ROW
               IF WS-RG-HIT > 0
                   SUBTRACT CM-TAX FROM WS-RG-TAX (WS-RG-HIT)
               END-IF
           END-IF.

       SUM-RECEIPTS.
           OPEN INPUT ARPAY-FILE.
           IF ARPAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ARPAY-STATUS NOT = "00"
               READ ARPAY-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PY-DATE = WS-RUN-DATE
                           AND PY-AMOUNT IS NUMERIC
                           ADD 1 TO WS-PAY-COUNT
                           ADD PY-AMOUNT TO WS-T-CASH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARPAY-FILE.

      *    COMMISSION IS ACCRUED AS COMMSETL SETTLES IT: EXPENSE
      *    AGAINST COMMISSIONS PAYABLE UNTIL THE PAYMENT CLEARS.
       SUM-COMMISSION.
           OPEN INPUT SETTLE-FILE.
           IF SETTLE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SETTLE-STATUS NOT = "00"
               READ SETTLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SETTLE-DATE = WS-RUN-DATE
                           AND SETTLE-AMOUNT IS NUMERIC
                           ADD 1 TO WS-SET-COUNT
                           ADD SETTLE-AMOUNT TO WS-T-COMM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SETTLE-FILE.

      *    A CUSTOMER NOT ON THE MASTER, OR WITH NO REGION, FALLS
      *    INTO A BLANK REGION THAT POSTS TO THE SALESTAX ACCOUNT.
       FIND-REGION-ROW.
           MOVE SPACES TO WS-CUST-REGION.
           MOVE 'N' TO WS-FOUND.
           OPEN INPUT CUST-FILE.
           IF CUST-STATUS = "00"
               PERFORM UNTIL CUST-STATUS NOT = "00"
                   OR WS-FOUND = 'Y'
                   READ CUST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CU-CUST-NO = WS-TAX-CUST
                               MOVE 'Y' TO WS-FOUND
                               MOVE CU-REGION TO WS-CUST-REGION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-FILE
           END-IF.
           MOVE 0 TO WS-RG-HIT.
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
               UNTIL WS-RG-IDX > WS-RG-COUNT OR WS-RG-HIT > 0
               IF WS-RG-CODE (WS-RG-IDX) = WS-CUST-REGION
                   MOVE WS-RG-IDX TO WS-RG-HIT
               END-IF
           END-PERFORM.
           IF WS-RG-HIT = 0
               IF WS-RG-COUNT >= 50
                   MOVE 'Y' TO WS-RG-OVERFLOW
               ELSE
                   ADD 1 TO WS-RG-COUNT
                   MOVE WS-CUST-REGION TO WS-RG-CODE (WS-RG-COUNT)
                   MOVE 0 TO WS-RG-TAX (WS-RG-COUNT)
                   MOVE WS-RG-COUNT TO WS-RG-HIT
               END-IF
           END-IF.

       BUILD-JOURNAL.
           MOVE 0 TO WS-JL-COUNT.
           MOVE WS-T-INV-GROSS TO WS-JRN-AMT.
           MOVE WS-ACCT-AR TO WS-JRN-ACCT.
           MOVE 'D' TO WS-JRN-DC.
           MOVE "INVOICES BILLED" TO WS-JRN-DESC.
           PERFORM ADD-JOURNAL-LINE.
           MOVE WS-T-INV-NET TO WS-JRN-AMT.
           MOVE WS-ACCT-SALES TO WS-JRN-ACCT.
           MOVE 'C' TO WS-JRN-DC.
           MOVE "SALES REVENUE" TO WS-JRN-DESC.
           PERFORM ADD-JOURNAL-LINE.
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
               UNTIL WS-RG-IDX > WS-RG-COUNT
               PERFORM ADD-REGION-TAX-LINE
           END-PERFORM.
           MOVE WS-T-FINCHG TO WS-JRN-AMT.
           MOVE WS-ACCT-AR TO WS-JRN-ACCT.
           MOVE 'D' TO WS-JRN-DC.
           MOVE "FINANCE CHARGES" TO WS-JRN-DESC.
           PERFORM ADD-JOURNAL-LINE.
           MOVE WS-ACCT-FINCHG TO WS-JRN-ACCT.
           MOVE 'C' TO WS-JRN-DC.
           MOVE "FINANCE CHARGE INCOME" TO WS-JRN-DESC.
           PERFORM ADD-JOURNAL-LINE.
           MOVE WS-T-CM-NET TO WS-JRN-AMT.
           MOVE WS-ACCT-RETURNS TO WS-JRN-ACCT.
           MOVE 'D' TO WS-JRN-DC.
           MOVE "SALES RETURNS" TO WS-JRN-DESC.
           PERFORM ADD-JOURNAL-LINE.
           MOVE WS-T-CM-GROSS TO WS-JRN-AMT.
           MOVE WS-ACCT-AR TO WS-JRN-ACCT.
           MOVE 'C' TO WS-JRN-DC.
           MOVE "CREDIT MEMOS" TO WS-JRN-DESC.
           PERFORM ADD-JOURNAL-LINE.
           MOVE WS-T-CASH TO WS-JRN-AMT.
           MOVE WS-ACCT-CASH TO WS-JRN-ACCT.
           MOVE 'D' TO WS-JRN-DC.
           MOVE "CASH RECEIPTS" TO WS-JRN-DESC.
           PERFORM ADD-JOURNAL-LINE.
           MOVE WS-ACCT-AR TO WS-JRN-ACCT.
           MOVE 'C' TO WS-JRN-DC.
           MOVE "CASH APPLIED" TO WS-JRN-DESC.
           PERFORM ADD-JOURNAL-LINE.
           MOVE WS-T-COMM TO WS-JRN-AMT.
           MOVE WS-ACCT-COMM-EXP TO WS-JRN-ACCT.
           MOVE 'D' TO WS-JRN-DC.
           MOVE "COMMISSION EXPENSE" TO WS-JRN-DESC.
           PERFORM ADD-JOURNAL-LINE.
           MOVE WS-ACCT-COMM-PAY TO WS-JRN-ACCT.
           MOVE 'C' TO WS-JRN-DC.
           MOVE "COMMISSION ACCRUED" TO WS-JRN-DESC.
           PERFORM ADD-JOURNAL-LINE.
           MOVE 0 TO WS-TOT-DEBITS WS-TOT-CREDITS.
           PERFORM VARYING WS-JL-IDX FROM 1 BY 1
               UNTIL WS-JL-IDX > WS-JL-COUNT
               IF WS-JL-DC (WS-JL-IDX) = 'D'
                   ADD WS-JL-AMT (WS-JL-IDX) TO WS-TOT-DEBITS
               ELSE
                   ADD WS-JL-AMT (WS-JL-IDX) TO WS-TOT-CREDITS
               END-IF
           END-PERFORM.
           COMPUTE WS-DIFF = WS-TOT-DEBITS - WS-TOT-CREDITS.

      *    A REGION WHOSE CREDITS OUTRAN ITS SALES FOR THE DAY
      *    DEBITS ITS TAX ACCOUNT INSTEAD.
       ADD-REGION-TAX-LINE.
           MOVE SPACES TO WS-TAX-KEY.
           STRING "TAX" WS-RG-CODE (WS-RG-IDX)
               DELIMITED BY SIZE INTO WS-TAX-KEY.
           MOVE WS-ACCT-TAX TO WS-JRN-ACCT.
           IF WS-RG-CODE (WS-RG-IDX) NOT = SPACES
               PERFORM FIND-TAX-ACCOUNT
           END-IF.
           MOVE SPACES TO WS-JRN-DESC.
           STRING "SALES TAX " WS-RG-CODE (WS-RG-IDX)
               DELIMITED BY SIZE INTO WS-JRN-DESC.
           IF WS-RG-TAX (WS-RG-IDX) < 0
               COMPUTE WS-JRN-AMT = 0 - WS-RG-TAX (WS-RG-IDX)
               MOVE 'D' TO WS-JRN-DC
           ELSE
               MOVE WS-RG-TAX (WS-RG-IDX) TO WS-JRN-AMT
               MOVE 'C' TO WS-JRN-DC
           END-IF.
           PERFORM ADD-JOURNAL-LINE.

       FIND-TAX-ACCOUNT.
           OPEN INPUT GLACCTS-FILE.
           IF GLACCTS-STATUS = "00"
               PERFORM UNTIL GLACCTS-STATUS NOT = "00"
                   READ GLACCTS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF GLA-KEY = WS-TAX-KEY
                               MOVE GLA-ACCOUNT TO WS-JRN-ACCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLACCTS-FILE
           END-IF.

       ADD-JOURNAL-LINE.
           IF WS-JRN-AMT = 0 OR WS-JL-COUNT >= 70
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-JL-COUNT.
           MOVE WS-JRN-ACCT TO WS-JL-ACCT (WS-JL-COUNT).
           MOVE WS-JRN-DC TO WS-JL-DC (WS-JL-COUNT).
           MOVE WS-JRN-AMT TO WS-JL-AMT (WS-JL-COUNT).
           MOVE WS-JRN-DESC TO WS-JL-DESC (WS-JL-COUNT).

       SHOW-JOURNAL.
           DISPLAY "SALES JOURNAL FOR " WS-RUN-DATE.
           MOVE WS-INV-COUNT TO OUT-COUNT.
           DISPLAY "INVOICES:       " OUT-COUNT.
           MOVE WS-FC-COUNT TO OUT-COUNT.
           DISPLAY "FINANCE CHARGES:" OUT-COUNT.
           MOVE WS-CM-COUNT TO OUT-COUNT.
           DISPLAY "CREDIT MEMOS:   " OUT-COUNT.
           MOVE WS-PAY-COUNT TO OUT-COUNT.
           DISPLAY "RECEIPTS:       " OUT-COUNT.
           MOVE WS-SET-COUNT TO OUT-COUNT.
           DISPLAY "SETTLEMENTS:    " OUT-COUNT.
           DISPLAY "ACCOUNT   D/C              AMOUNT  DESCRIPTION".
           PERFORM VARYING WS-JL-IDX FROM 1 BY 1
               UNTIL WS-JL-IDX > WS-JL-COUNT
               MOVE WS-JL-AMT (WS-JL-IDX) TO OUT-AMT
               DISPLAY WS-JL-ACCT (WS-JL-IDX) "   "
                   WS-JL-DC (WS-JL-IDX) "  " OUT-AMT "  "
                   WS-JL-DESC (WS-JL-IDX)
           END-PERFORM.
           MOVE WS-TOT-DEBITS TO OUT-AMT.
           DISPLAY "TOTAL DEBITS:  " OUT-AMT.
           MOVE WS-TOT-CREDITS TO OUT-AMT.
           DISPLAY "TOTAL CREDITS: " OUT-AMT.

       WRITE-JOURNAL.
           OPEN EXTEND SALESJRNL-FILE.
           IF SALESJRNL-STATUS = "05" OR SALESJRNL-STATUS = "35"
               OPEN OUTPUT SALESJRNL-FILE
           END-IF.
           PERFORM VARYING WS-JL-IDX FROM 1 BY 1
               UNTIL WS-JL-IDX > WS-JL-COUNT
               MOVE SPACES TO SALESJRNL-REC
               MOVE WS-RUN-MONTH TO JRN-PERIOD
               MOVE WS-JL-ACCT (WS-JL-IDX) TO JRN-ACCOUNT
               MOVE WS-JL-DC (WS-JL-IDX) TO JRN-DC
               MOVE WS-JL-AMT (WS-JL-IDX) TO JRN-AMOUNT
               MOVE WS-JL-DESC (WS-JL-IDX) TO JRN-DESC
               WRITE SALESJRNL-REC
           END-PERFORM.
           CLOSE SALESJRNL-FILE.
           MOVE SPACES TO RUNLOG-REC.
           MOVE WS-RUN-DATE TO RL-DATE.
           MOVE WS-TODAY TO RL-RUN-ON.
           MOVE WS-JL-COUNT TO RL-LINES.
           MOVE WS-TOT-DEBITS TO RL-DEBITS.
           OPEN EXTEND RUNLOG-FILE.
           IF RUNLOG-STATUS = "05" OR RUNLOG-STATUS = "35"
               OPEN OUTPUT RUNLOG-FILE
           END-IF.
           WRITE RUNLOG-REC.
           CLOSE RUNLOG-FILE.

       CHECK-RUN-LOG.
           MOVE 'N' TO WS-ALREADY-RUN.
           OPEN INPUT RUNLOG-FILE.
           IF RUNLOG-STATUS = "00"
               PERFORM UNTIL RUNLOG-STATUS NOT = "00"
                   READ RUNLOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RL-DATE = WS-RUN-DATE
                               MOVE 'Y' TO WS-ALREADY-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNLOG-FILE
           END-IF.

       RUN-HISTORY.
           DISPLAY "BUSINESS DAY  RUN ON    LINES        TOTAL DEBITS".
           MOVE 0 TO WS-SHOWN.
           OPEN INPUT RUNLOG-FILE.
           IF RUNLOG-STATUS = "00"
               PERFORM UNTIL RUNLOG-STATUS NOT = "00"
                   READ RUNLOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-SHOWN
                           MOVE RL-DEBITS TO OUT-AMT
                           MOVE RL-LINES TO OUT-COUNT
                           DISPLAY RL-DATE "      " RL-RUN-ON "  "
                               OUT-COUNT "  " OUT-AMT
                   END-READ
               END-PERFORM
               CLOSE RUNLOG-FILE
           END-IF.
           IF WS-SHOWN = 0
               DISPLAY "NO SALES JOURNALS HAVE BEEN RUN."
           END-IF.
           ACCEPT OMITTED.

      *    CLOSED ACCOUNTING MONTHS ON ACCTPER.DAT REFUSE THE
      *    POSTING AND LIST IT ON SUSPENSE.DAT; A MONTH NOT ON THE
      *    CALENDAR POSTS AS OPEN.
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
           MOVE "SALESGL" TO SU-PROGRAM.
           ACCEPT SU-DATE FROM DATE YYYYMMDD.
           MOVE WS-SUSP-KEY TO SU-KEY.
           MOVE WS-ACP-MONTH TO SU-MONTH.
           MOVE WS-SUSP-AMOUNT TO SU-AMOUNT.
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
                            WHEN "ARCTRL"
                               MOVE GLA-ACCOUNT TO WS-ACCT-AR
                            WHEN "CASH"
                               MOVE GLA-ACCOUNT TO WS-ACCT-CASH
                            WHEN "SALES"
                               MOVE GLA-ACCOUNT TO WS-ACCT-SALES
                            WHEN "SLSRET"
                               MOVE GLA-ACCOUNT TO WS-ACCT-RETURNS
                            WHEN "FINCHG"
                               MOVE GLA-ACCOUNT TO WS-ACCT-FINCHG
                            WHEN "SALESTAX"
                               MOVE GLA-ACCOUNT TO WS-ACCT-TAX
                            WHEN "COMMEXP"
                               MOVE GLA-ACCOUNT TO WS-ACCT-COMM-EXP
                            WHEN "COMMPAY"
                               MOVE GLA-ACCOUNT TO WS-ACCT-COMM-PAY
                            WHEN OTHER
                               CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE GLACCTS-FILE
           END-IF.
       END PROGRAM SALESGL.
