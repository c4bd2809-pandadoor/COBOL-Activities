       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTRUN.
      *    MONTH-END CUSTOMER STATEMENTS AND FINANCE CHARGES. FOR A
      *    STATEMENT MONTH EVERY CUSTOMER ON CUSTMAST.DAT WITH A
      *    BALANCE OR ACTIVITY GETS A STATEMENT: OPENING BALANCE,
      *    THE MONTH'S INVOICES, CREDIT MEMOS, FINANCE CHARGES AND
      *    PAYMENTS, CLOSING BALANCE AND AN AGING BOX. THE CLOSING
      *    BALANCE IS WORKED BACK FROM WHAT IS OPEN ON ARLEDGER.DAT
      *    AND ARUNAP.DAT NOW, LESS ANYTHING DATED AFTER THE MONTH,
      *    SO IT ALWAYS TIES TO THE LEDGER; THE OPENING BALANCE IS
      *    THE CLOSING BALANCE LESS THE MONTH'S ACTIVITY. PAYMENTS
      *    COME FROM THE RECEIPT LOG ARPAY.DAT KEPT BY CASHRCPT AND
      *    BAD-DEBT WRITE-OFFS FROM WRITEOFF.DAT KEPT BY COLLECT.
      *    BEFORE THE STATEMENTS PRINT, A FINANCE CHARGE AT THE
      *    MONTHLY RATE ON FCCFG.DAT IS RAISED ON EVERY INVOICE STILL
      *    OPEN MORE THAN THE CUSTOMER'S TERMS PLUS THE GRACE DAYS
      *    AT MONTH END. IT POSTS AS ITS OWN OPEN ITEM (TYPE 'F')
      *    NUMBERED FROM FCSEQ.DAT AND IS LISTED ON THE FINANCE-
      *    CHARGE REGISTER FCREG.DAT. CUSTOMERS FLAGGED EXEMPT ARE
      *    NOT CHARGED, FINANCE CHARGES DO NOT THEMSELVES ATTRACT A
      *    CHARGE, AND A MONTH IS ONLY ASSESSED ONCE - A RERUN JUST
      *    REPRINTS THE STATEMENTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE
           ASSIGN TO "SELDATA/CUSTMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUST-STATUS.
           SELECT ARLEDGER-FILE
           ASSIGN TO "SELDATA/ARLEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARLEDGER-STATUS.
           SELECT ARUNAP-FILE
           ASSIGN TO "SELDATA/ARUNAP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARUNAP-STATUS.
           SELECT ARPAY-FILE
           ASSIGN TO "SELDATA/ARPAY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARPAY-STATUS.
           SELECT FCCFG-FILE
           ASSIGN TO "SELDATA/FCCFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FCCFG-STATUS.
           SELECT FCSEQ-FILE
           ASSIGN TO "SELDATA/FCSEQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FCSEQ-STATUS.
           SELECT FCREG-FILE
           ASSIGN TO "SELDATA/FCREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FCREG-STATUS.
           SELECT WRITEOFF-FILE
           ASSIGN TO "SELDATA/WRITEOFF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRITEOFF-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05 CU-FILLER-6 PIC X(1).
           05 CU-TAXABLE PIC X(1).
           05 CU-FILLER-7 PIC X(1).
           05 CU-CERT PIC X(10).
           05 CU-FILLER-8 PIC X(1).
           05 CU-FC-EXEMPT PIC X(1).

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

       FD  ARUNAP-FILE.
       01  ARUNAP-REC.
           05 UA-CUST PIC 9(6).
           05 UA-FILLER-1 PIC X(1).
           05 UA-BALANCE PIC 9(11)V99.

       FD  ARPAY-FILE.
       01  ARPAY-REC.
           05 PY-DATE PIC 9(8).
           05 PY-FILLER-1 PIC X(1).
           05 PY-CUST PIC 9(6).
           05 PY-FILLER-2 PIC X(1).
           05 PY-AMOUNT PIC 9(11)V99.

       FD  FCCFG-FILE.
       01  FCCFG-REC.
           05 FC-RATE PIC 9(2)V9999.
           05 FC-FILLER-1 PIC X(1).
           05 FC-GRACE PIC 9(3).
           05 FC-FILLER-2 PIC X(1).
           05 FC-MINIMUM PIC 9(5)V99.

       FD  FCSEQ-FILE.
       01  FCSEQ-REC.
           05 FC-SEQ-NEXT PIC 9(6).

       FD  FCREG-FILE.
       01  FCREG-REC.
           05 FR-PERIOD PIC 9(6).
           05 FR-FILLER-1 PIC X(1).
           05 FR-CUST PIC 9(6).
           05 FR-FILLER-2 PIC X(1).
           05 FR-ITEM PIC 9(6).
           05 FR-FILLER-3 PIC X(1).
           05 FR-DATE PIC 9(8).
           05 FR-FILLER-4 PIC X(1).
           05 FR-BASIS PIC 9(11)V99.
           05 FR-FILLER-5 PIC X(1).
           05 FR-RATE PIC 9(2)V9999.
           05 FR-FILLER-6 PIC X(1).
           05 FR-CHARGE PIC 9(9)V99.

       FD  WRITEOFF-FILE.
       01  WRITEOFF-REC.
           05 WO-DATE PIC 9(8).
           05 WO-FILLER-1 PIC X(1).
           05 WO-CUST PIC 9(6).
           05 WO-FILLER-2 PIC X(1).
           05 WO-ITEM PIC 9(6).
           05 WO-FILLER-3 PIC X(1).
           05 WO-TYPE PIC X(1).
           05 WO-FILLER-4 PIC X(1).
           05 WO-AMOUNT PIC 9(11)V99.
           05 WO-FILLER-5 PIC X(1).
           05 WO-APPROVER PIC X(10).

       WORKING-STORAGE SECTION.
       01  CUST-STATUS PIC XX.
       01  ARLEDGER-STATUS PIC XX.
       01  ARUNAP-STATUS PIC XX.
       01  ARPAY-STATUS PIC XX.
       01  FCCFG-STATUS PIC XX.
       01  FCSEQ-STATUS PIC XX.
       01  FCREG-STATUS PIC XX.
       01  WRITEOFF-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-CONFIRM PIC X.
       01  WS-IDX PIC 9(4).
       01  WS-JDX PIC 9(4).
       01  WS-SHOWN PIC 9(5).

      *    STATEMENT MONTH AND ITS FIRST AND LAST DAYS.
       01  WS-PERIOD PIC 9(6).
       01  WS-PERIOD-X REDEFINES WS-PERIOD.
           05 WS-PERIOD-YYYY PIC 9(4).
           05 WS-PERIOD-MM PIC 9(2).
       01  WS-MONTH-START PIC 9(8).
       01  WS-MONTH-END PIC 9(8).
       01  WS-NEXT-START PIC 9(8).
       01  WS-ASSESSED PIC X(1).
       01  WS-ASSESS PIC X(1).

      *    FINANCE-CHARGE SETTINGS: PERCENT PER MONTH, DAYS OF GRACE
      *    PAST TERMS, AND THE SMALLEST CHARGE WORTH RAISING.
       01  WS-FC-RATE PIC 9(2)V9999 VALUE 1.5.
       01  WS-FC-GRACE PIC 9(3) VALUE 10.
       01  WS-FC-MINIMUM PIC 9(5)V99 VALUE 0.
       01  WS-FC-NEXT PIC 9(6) VALUE 900001.
       01  WS-FC-COUNT PIC 9(5).
       01  WS-FC-TOTAL PIC 9(11)V99.
       01  WS-BASIS PIC 9(11)V99.
       01  WS-CHARGE PIC 9(9)V99.
       01  WS-TERMS-DAYS PIC 9(3).
       01  WS-OVERDUE-AT PIC 9(4).

       01  WS-CU-COUNT PIC 9(3) VALUE 0.
       01  WS-CU-OVERFLOW PIC X VALUE 'N'.
       01  WS-CU-TABLE.
           05 WS-CU-ENTRY OCCURS 200 TIMES.
               10 WS-CU-NO PIC 9(6).
               10 WS-CU-NAME PIC X(25).
               10 WS-CU-ADDR PIC X(30).
               10 WS-CU-TERMS PIC X(3).
               10 WS-CU-FC-EXEMPT PIC X(1).
       01  WS-CU-IDX PIC 9(3).

       01  WS-AR-COUNT PIC 9(4) VALUE 0.
       01  WS-AR-OVERFLOW PIC X VALUE 'N'.
       01  WS-AR-TABLE.
           05 WS-AR-ENTRY OCCURS 500 TIMES.
               10 WS-AR-CUST PIC 9(6).
               10 WS-AR-INV PIC 9(6).
               10 WS-AR-DATE PIC 9(8).
               10 WS-AR-AMT PIC 9(11)V99.
               10 WS-AR-PAID PIC 9(11)V99.
               10 WS-AR-STA PIC X(1).
               10 WS-AR-TYPE PIC X(1).

      *    ONE CUSTOMER'S FIGURES FOR THE STATEMENT.
       01  WS-OPEN-AMT PIC S9(11)V99.
       01  WS-CUR-BAL PIC S9(11)V99.
       01  WS-OPEN-BAL PIC S9(11)V99.
       01  WS-CLOSE-BAL PIC S9(11)V99.
       01  WS-M-INV PIC S9(11)V99.
       01  WS-M-CR PIC S9(11)V99.
       01  WS-M-FC PIC S9(11)V99.
       01  WS-M-PAY PIC S9(11)V99.
       01  WS-M-WO PIC S9(11)V99.
       01  WS-UNAPPLIED PIC S9(11)V99.
       01  WS-ACTIVITY PIC 9(5).
       01  WS-AGE-DAYS PIC S9(7).
       01  WS-AGE-TOTALS.
           05 WS-BKT-1 PIC S9(11)V99.
           05 WS-BKT-2 PIC S9(11)V99.
           05 WS-BKT-3 PIC S9(11)V99.
           05 WS-BKT-4 PIC S9(11)V99.
       01  WS-CREDIT-OPEN PIC S9(11)V99.
       01  WS-ITEM-DESC PIC X(16).
       01  WS-ITEM-AMT PIC S9(11)V99.

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-DAYS PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  OUT-AMT PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  OUT-AMT-2 PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  OUT-RATE PIC Z9.9999.
       01  OUT-COUNT PIC ZZZZ9.
       01  OUT-DAYS PIC ZZ9.
       01  WS-NAME PIC X(25).
       01  WS-RPT-LINE PIC X(80).

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40).
       01  WS-RPT-COLHDR PIC X(80).
       01  WS-RPT-LPP PIC 9(3) VALUE 30.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           PERFORM LOAD-FC-SETTINGS.
           DISPLAY "CUSTOMER STATEMENTS AND FINANCE CHARGES".
           DISPLAY "1 - MONTH-END STATEMENT RUN".
           DISPLAY "2 - FINANCE-CHARGE REGISTER".
           DISPLAY "3 - FINANCE-CHARGE SETTINGS".
           DISPLAY "4 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM STATEMENT-RUN
            WHEN 2
               PERFORM FC-REGISTER
            WHEN 3
               PERFORM FC-SETTINGS
            WHEN 4
               GOBACK
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM MAIN-PARA.

       LOAD-FC-SETTINGS.
           OPEN INPUT FCCFG-FILE.
           IF FCCFG-STATUS = "00"
               READ FCCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FC-RATE IS NUMERIC
                           MOVE FC-RATE TO WS-FC-RATE
                       END-IF
                       IF FC-GRACE IS NUMERIC
                           MOVE FC-GRACE TO WS-FC-GRACE
                       END-IF
                       IF FC-MINIMUM IS NUMERIC
                           MOVE FC-MINIMUM TO WS-FC-MINIMUM
                       END-IF
               END-READ
               CLOSE FCCFG-FILE
           END-IF.

       FC-SETTINGS.
           MOVE WS-FC-RATE TO OUT-RATE.
           DISPLAY "MONTHLY RATE (PERCENT): " OUT-RATE.
           MOVE WS-FC-GRACE TO OUT-DAYS.
           DISPLAY "GRACE DAYS PAST TERMS:  " OUT-DAYS.
           MOVE WS-FC-MINIMUM TO OUT-AMT.
           DISPLAY "MINIMUM CHARGE:         " FUNCTION TRIM(OUT-AMT).
           DISPLAY "NEW MONTHLY RATE (PERCENT): " WITH NO ADVANCING.
           ACCEPT WS-FC-RATE.
           DISPLAY "NEW GRACE DAYS: " WITH NO ADVANCING.
           ACCEPT WS-FC-GRACE.
           DISPLAY "NEW MINIMUM CHARGE: " WITH NO ADVANCING.
           ACCEPT WS-FC-MINIMUM.
           MOVE SPACES TO FCCFG-REC.
           MOVE WS-FC-RATE TO FC-RATE.
           MOVE WS-FC-GRACE TO FC-GRACE.
           MOVE WS-FC-MINIMUM TO FC-MINIMUM.
           OPEN OUTPUT FCCFG-FILE.
           WRITE FCCFG-REC.
           CLOSE FCCFG-FILE.
           DISPLAY "FINANCE-CHARGE SETTINGS SAVED.".
           ACCEPT OMITTED.

       ACCEPT-PERIOD.
           MOVE 'N' TO WS-CONFIRM.
           DISPLAY "STATEMENT MONTH (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-PERIOD.
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY "INVALID MONTH " WS-PERIOD "."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CONFIRM.
           COMPUTE WS-MONTH-START = WS-PERIOD * 100 + 1.
           IF WS-PERIOD-MM = 12
               COMPUTE WS-NEXT-START =
                   (WS-PERIOD-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-START = WS-MONTH-START + 100
           END-IF.
           MOVE 'A' TO WS-DU-FUNCTION.
           MOVE WS-NEXT-START TO WS-DU-DATE.
           MOVE -1 TO WS-DU-DAYS.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           MOVE WS-DU-RESULT TO WS-MONTH-END.

       STATEMENT-RUN.
           PERFORM ACCEPT-PERIOD.
           IF WS-CONFIRM NOT = 'Y'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-CUSTOMERS.
           PERFORM LOAD-LEDGER.
           IF WS-AR-OVERFLOW = 'Y'
               DISPLAY "RECEIVABLES LEDGER EXCEEDS THE 500-ROW TABLE."
                   " STATEMENTS ARE SUSPENDED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ASSESSED.
           MOVE 'N' TO WS-ASSESS.
           IF WS-ASSESSED = 'Y'
               DISPLAY "FINANCE CHARGES FOR " WS-PERIOD
                   " ARE ALREADY RAISED - STATEMENTS ONLY."
           ELSE
               DISPLAY "RAISE FINANCE CHARGES FOR " WS-PERIOD
                   " (Y/N)? " WITH NO ADVANCING
               ACCEPT WS-ASSESS
               MOVE FUNCTION UPPER-CASE(WS-ASSESS) TO WS-ASSESS
           END-IF.
           MOVE 0 TO WS-FC-COUNT WS-FC-TOTAL WS-SHOWN.
           IF WS-ASSESS = 'Y'
               PERFORM LOAD-FC-SEQUENCE
               PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > WS-CU-COUNT
                   IF WS-CU-FC-EXEMPT (WS-CU-IDX) NOT = 'Y'
                       PERFORM ASSESS-FINANCE-CHARGE
                   END-IF
               END-PERFORM
               PERFORM SAVE-FC-SEQUENCE
           END-IF.
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT
               PERFORM PRINT-STATEMENT
           END-PERFORM.
           DISPLAY "==================================================".
           MOVE WS-SHOWN TO OUT-COUNT.
           DISPLAY "STATEMENTS PRINTED:     " FUNCTION TRIM(OUT-COUNT).
           IF WS-ASSESS = 'Y'
               MOVE WS-FC-COUNT TO OUT-COUNT
               DISPLAY "FINANCE CHARGES RAISED: "
                   FUNCTION TRIM(OUT-COUNT)
               MOVE WS-FC-TOTAL TO OUT-AMT
               DISPLAY "FINANCE CHARGES TOTAL:  " FUNCTION TRIM(OUT-AMT)
           END-IF.
           ACCEPT OMITTED.

       CHECK-ASSESSED.
           MOVE 'N' TO WS-ASSESSED.
           OPEN INPUT FCREG-FILE.
           IF FCREG-STATUS = "00"
               PERFORM UNTIL FCREG-STATUS NOT = "00"
                   READ FCREG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FR-PERIOD = WS-PERIOD
                               MOVE 'Y' TO WS-ASSESSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCREG-FILE
           END-IF.

      *    TERMS ARE HELD AS N30, N10 AND THE LIKE; COD IS DUE AT
      *    ONCE AND ANYTHING ELSE IS TAKEN AS NET 30.
       TERMS-DAYS.
           MOVE 30 TO WS-TERMS-DAYS.
           IF WS-CU-TERMS (WS-CU-IDX) = "COD"
               MOVE 0 TO WS-TERMS-DAYS
           ELSE
               IF WS-CU-TERMS (WS-CU-IDX) (2:2) IS NUMERIC
                   MOVE WS-CU-TERMS (WS-CU-IDX) (2:2) TO WS-TERMS-DAYS
               ELSE
                   IF WS-CU-TERMS (WS-CU-IDX) (2:1) IS NUMERIC
                       MOVE WS-CU-TERMS (WS-CU-IDX) (2:1)
                           TO WS-TERMS-DAYS
                   END-IF
               END-IF
           END-IF.

       ITEM-AGE.
           MOVE 'D' TO WS-DU-FUNCTION.
           MOVE WS-MONTH-END TO WS-DU-DATE.
           MOVE WS-AR-DATE (WS-IDX) TO WS-DU-DAYS.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           IF WS-DU-FLAG = 'Y'
               MOVE WS-DU-RESULT TO WS-AGE-DAYS
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF.

      *    THE CHARGE IS ON WHAT IS STILL OPEN OF EACH INVOICE MORE
      *    THAN TERMS PLUS GRACE DAYS OLD AT MONTH END.
       ASSESS-FINANCE-CHARGE.
           PERFORM TERMS-DAYS.
           COMPUTE WS-OVERDUE-AT = WS-TERMS-DAYS + WS-FC-GRACE.
           MOVE 0 TO WS-BASIS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-AR-COUNT
               IF WS-AR-CUST (WS-IDX) = WS-CU-NO (WS-CU-IDX)
                   AND WS-AR-TYPE (WS-IDX) = 'I'
                   AND WS-AR-STA (WS-IDX) = 'O'
                   AND WS-AR-DATE (WS-IDX) <= WS-MONTH-END
                   PERFORM ITEM-AGE
                   COMPUTE WS-OPEN-AMT =
                       WS-AR-AMT (WS-IDX) - WS-AR-PAID (WS-IDX)
                   IF WS-AGE-DAYS > WS-OVERDUE-AT
                       AND WS-OPEN-AMT > 0
                       ADD WS-OPEN-AMT TO WS-BASIS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-BASIS = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CHARGE ROUNDED = WS-BASIS * WS-FC-RATE / 100.
           IF WS-CHARGE < WS-FC-MINIMUM
               MOVE WS-FC-MINIMUM TO WS-CHARGE
           END-IF.
           IF WS-CHARGE = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-AR-COUNT >= 500
               DISPLAY "LEDGER TABLE FULL - NO CHARGE FOR CUSTOMER "
                   WS-CU-NO (WS-CU-IDX) "."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-AR-COUNT.
           MOVE WS-CU-NO (WS-CU-IDX) TO WS-AR-CUST (WS-AR-COUNT).
           MOVE WS-FC-NEXT TO WS-AR-INV (WS-AR-COUNT).
           MOVE WS-MONTH-END TO WS-AR-DATE (WS-AR-COUNT).
           MOVE WS-CHARGE TO WS-AR-AMT (WS-AR-COUNT).
           MOVE 0 TO WS-AR-PAID (WS-AR-COUNT).
           MOVE 'O' TO WS-AR-STA (WS-AR-COUNT).
           MOVE 'F' TO WS-AR-TYPE (WS-AR-COUNT).
           MOVE SPACES TO ARLEDGER-REC.
           MOVE WS-CU-NO (WS-CU-IDX) TO AR-CUST.
           MOVE WS-FC-NEXT TO AR-INV-NO.
           MOVE WS-MONTH-END TO AR-DATE.
           MOVE WS-CHARGE TO AR-AMOUNT.
           MOVE ZERO TO AR-PAID.
           MOVE 'O' TO AR-STATUS.
           MOVE 'F' TO AR-TYPE.
           OPEN EXTEND ARLEDGER-FILE.
           IF ARLEDGER-STATUS = "05" OR ARLEDGER-STATUS = "35"
               OPEN OUTPUT ARLEDGER-FILE
           END-IF.
           WRITE ARLEDGER-REC.
           CLOSE ARLEDGER-FILE.
           MOVE SPACES TO FCREG-REC.
           MOVE WS-PERIOD TO FR-PERIOD.
           MOVE WS-CU-NO (WS-CU-IDX) TO FR-CUST.
           MOVE WS-FC-NEXT TO FR-ITEM.
           MOVE WS-MONTH-END TO FR-DATE.
           MOVE WS-BASIS TO FR-BASIS.
           MOVE WS-FC-RATE TO FR-RATE.
           MOVE WS-CHARGE TO FR-CHARGE.
           OPEN EXTEND FCREG-FILE.
           IF FCREG-STATUS = "05" OR FCREG-STATUS = "35"
               OPEN OUTPUT FCREG-FILE
           END-IF.
           WRITE FCREG-REC.
           CLOSE FCREG-FILE.
           ADD 1 TO WS-FC-NEXT.
           ADD 1 TO WS-FC-COUNT.
           ADD WS-CHARGE TO WS-FC-TOTAL.

      *    DEBITS (INVOICES AND FINANCE CHARGES) RAISE THE BALANCE,
      *    CREDIT MEMOS AND CASH RECEIVED LOWER IT.
       PRINT-STATEMENT.
           PERFORM CUSTOMER-BALANCES.
           IF WS-ACTIVITY = 0 AND WS-OPEN-BAL = 0
               AND WS-CLOSE-BAL = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SHOWN.
           DISPLAY "==================================================".
           DISPLAY "STATEMENT OF ACCOUNT FOR " WS-PERIOD
               "       AS OF " WS-MONTH-END.
           DISPLAY "CUSTOMER " WS-CU-NO (WS-CU-IDX) "  "
               WS-CU-NAME (WS-CU-IDX).
           DISPLAY "         " WS-CU-ADDR (WS-CU-IDX).
           DISPLAY "TERMS    " WS-CU-TERMS (WS-CU-IDX).
           DISPLAY "--------------------------------------------------".
           MOVE WS-OPEN-BAL TO OUT-AMT.
           DISPLAY "OPENING BALANCE                     " OUT-AMT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-AR-COUNT
               IF WS-AR-CUST (WS-IDX) = WS-CU-NO (WS-CU-IDX)
                   AND WS-AR-DATE (WS-IDX) >= WS-MONTH-START
                   AND WS-AR-DATE (WS-IDX) <= WS-MONTH-END
                   PERFORM SHOW-LEDGER-ITEM
               END-IF
           END-PERFORM.
           PERFORM SHOW-PAYMENTS.
           PERFORM SHOW-WRITE-OFFS.
           MOVE WS-CLOSE-BAL TO OUT-AMT.
           DISPLAY "CLOSING BALANCE                     " OUT-AMT.
           PERFORM AGING-BOX.

       SHOW-LEDGER-ITEM.
           EVALUATE WS-AR-TYPE (WS-IDX)
            WHEN 'C'
               MOVE "CREDIT MEMO" TO WS-ITEM-DESC
               COMPUTE WS-ITEM-AMT = 0 - WS-AR-AMT (WS-IDX)
            WHEN 'F'
               MOVE "FINANCE CHARGE" TO WS-ITEM-DESC
               MOVE WS-AR-AMT (WS-IDX) TO WS-ITEM-AMT
            WHEN OTHER
               MOVE "INVOICE" TO WS-ITEM-DESC
               MOVE WS-AR-AMT (WS-IDX) TO WS-ITEM-AMT
           END-EVALUATE.
           MOVE WS-ITEM-AMT TO OUT-AMT.
           DISPLAY WS-AR-DATE (WS-IDX) "  " WS-AR-INV (WS-IDX) "  "
               WS-ITEM-DESC "  " OUT-AMT.

       SHOW-PAYMENTS.
           OPEN INPUT ARPAY-FILE.
           IF ARPAY-STATUS = "00"
               PERFORM UNTIL ARPAY-STATUS NOT = "00"
                   READ ARPAY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PY-CUST = WS-CU-NO (WS-CU-IDX)
                               AND PY-DATE >= WS-MONTH-START
                               AND PY-DATE <= WS-MONTH-END
                               AND PY-AMOUNT IS NUMERIC
                               COMPUTE WS-ITEM-AMT = 0 - PY-AMOUNT
                               MOVE WS-ITEM-AMT TO OUT-AMT
                               DISPLAY PY-DATE "          "
                                   "PAYMENT - THANK YOU  " OUT-AMT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARPAY-FILE
           END-IF.

       SHOW-WRITE-OFFS.
           OPEN INPUT WRITEOFF-FILE.
           IF WRITEOFF-STATUS = "00"
               PERFORM UNTIL WRITEOFF-STATUS NOT = "00"
                   READ WRITEOFF-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WO-CUST = WS-CU-NO (WS-CU-IDX)
                               AND WO-DATE >= WS-MONTH-START
                               AND WO-DATE <= WS-MONTH-END
                               AND WO-AMOUNT IS NUMERIC
                               COMPUTE WS-ITEM-AMT = 0 - WO-AMOUNT
                               MOVE WS-ITEM-AMT TO OUT-AMT
                               DISPLAY WO-DATE "  " WO-ITEM "  "
                                   "WRITTEN OFF       " OUT-AMT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WRITEOFF-FILE
           END-IF.

       CUSTOMER-BALANCES.
           MOVE 0 TO WS-CUR-BAL WS-M-INV WS-M-CR WS-M-FC WS-M-PAY.
           MOVE 0 TO WS-M-WO.
           MOVE 0 TO WS-ACTIVITY.
           MOVE 0 TO WS-CLOSE-BAL.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-AR-COUNT
               IF WS-AR-CUST (WS-IDX) = WS-CU-NO (WS-CU-IDX)
                   PERFORM BALANCE-ONE-ITEM
               END-IF
           END-PERFORM.
           PERFORM BALANCE-UNAPPLIED.
           PERFORM BALANCE-PAYMENTS.
           PERFORM BALANCE-WRITE-OFFS.
           ADD WS-CUR-BAL TO WS-CLOSE-BAL.
           COMPUTE WS-OPEN-BAL = WS-CLOSE-BAL - WS-M-INV - WS-M-FC
               + WS-M-CR + WS-M-PAY + WS-M-WO.

      *    WS-CLOSE-BAL COLLECTS THE ADJUSTMENT FOR ACTIVITY DATED
      *    AFTER THE MONTH; THE CURRENT BALANCE IS ADDED AT THE END.
       BALANCE-ONE-ITEM.
           COMPUTE WS-OPEN-AMT =
               WS-AR-AMT (WS-IDX) - WS-AR-PAID (WS-IDX).
           IF WS-AR-STA (WS-IDX) NOT = 'O' OR WS-OPEN-AMT < 0
               MOVE 0 TO WS-OPEN-AMT
           END-IF.
           IF WS-AR-TYPE (WS-IDX) = 'C'
               SUBTRACT WS-OPEN-AMT FROM WS-CUR-BAL
               IF WS-AR-DATE (WS-IDX) > WS-MONTH-END
                   ADD WS-AR-AMT (WS-IDX) TO WS-CLOSE-BAL
               END-IF
           ELSE
               ADD WS-OPEN-AMT TO WS-CUR-BAL
               IF WS-AR-DATE (WS-IDX) > WS-MONTH-END
                   SUBTRACT WS-AR-AMT (WS-IDX) FROM WS-CLOSE-BAL
               END-IF
           END-IF.
           IF WS-AR-DATE (WS-IDX) < WS-MONTH-START
               OR WS-AR-DATE (WS-IDX) > WS-MONTH-END
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACTIVITY.
           EVALUATE WS-AR-TYPE (WS-IDX)
            WHEN 'C'
               ADD WS-AR-AMT (WS-IDX) TO WS-M-CR
            WHEN 'F'
               ADD WS-AR-AMT (WS-IDX) TO WS-M-FC
            WHEN OTHER
               ADD WS-AR-AMT (WS-IDX) TO WS-M-INV
           END-EVALUATE.

       BALANCE-UNAPPLIED.
           OPEN INPUT ARUNAP-FILE.
           IF ARUNAP-STATUS = "00"
               PERFORM UNTIL ARUNAP-STATUS NOT = "00"
                   READ ARUNAP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF UA-CUST = WS-CU-NO (WS-CU-IDX)
                               AND UA-BALANCE IS NUMERIC
                               SUBTRACT UA-BALANCE FROM WS-CUR-BAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARUNAP-FILE
           END-IF.

       BALANCE-PAYMENTS.
           OPEN INPUT ARPAY-FILE.
           IF ARPAY-STATUS = "00"
               PERFORM UNTIL ARPAY-STATUS NOT = "00"
                   READ ARPAY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PY-CUST = WS-CU-NO (WS-CU-IDX)
                               AND PY-AMOUNT IS NUMERIC
                               PERFORM BALANCE-ONE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARPAY-FILE
           END-IF.

       BALANCE-ONE-PAYMENT.
           IF PY-DATE > WS-MONTH-END
               ADD PY-AMOUNT TO WS-CLOSE-BAL
           ELSE
               IF PY-DATE >= WS-MONTH-START
                   ADD PY-AMOUNT TO WS-M-PAY
                   ADD 1 TO WS-ACTIVITY
               END-IF
           END-IF.

       BALANCE-WRITE-OFFS.
           OPEN INPUT WRITEOFF-FILE.
           IF WRITEOFF-STATUS = "00"
               PERFORM UNTIL WRITEOFF-STATUS NOT = "00"
                   READ WRITEOFF-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WO-CUST = WS-CU-NO (WS-CU-IDX)
                               AND WO-AMOUNT IS NUMERIC
                               PERFORM BALANCE-ONE-WRITE-OFF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WRITEOFF-FILE
           END-IF.

       BALANCE-ONE-WRITE-OFF.
           IF WO-DATE > WS-MONTH-END
               ADD WO-AMOUNT TO WS-CLOSE-BAL
           ELSE
               IF WO-DATE >= WS-MONTH-START
                   ADD WO-AMOUNT TO WS-M-WO
                   ADD 1 TO WS-ACTIVITY
               END-IF
           END-IF.

      *    AGED BY INVOICE DATE AT MONTH END, IN THE SAME BUCKETS AS
      *    THE CASHRCPT AGING REPORT.
       AGING-BOX.
           MOVE 0 TO WS-BKT-1 WS-BKT-2 WS-BKT-3 WS-BKT-4.
           MOVE 0 TO WS-CREDIT-OPEN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-AR-COUNT
               IF WS-AR-CUST (WS-IDX) = WS-CU-NO (WS-CU-IDX)
                   AND WS-AR-STA (WS-IDX) = 'O'
                   AND WS-AR-DATE (WS-IDX) <= WS-MONTH-END
                   PERFORM AGE-ONE-ITEM
               END-IF
           END-PERFORM.
           DISPLAY "+---------------+---------------+---------------"
               "+---------------+".
           DISPLAY "|  0 - 30 DAYS  |  31 - 60 DAYS |  61 - 90 DAYS "
               "|  OVER 90 DAYS |".
           MOVE WS-BKT-1 TO OUT-AMT.
           MOVE WS-BKT-2 TO OUT-AMT-2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "|" OUT-AMT (3:15) "|" OUT-AMT-2 (3:15) "|"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           MOVE WS-BKT-3 TO OUT-AMT.
           MOVE WS-BKT-4 TO OUT-AMT-2.
           STRING OUT-AMT (3:15) "|" OUT-AMT-2 (3:15) "|"
               DELIMITED BY SIZE INTO WS-RPT-LINE (34:32).
           DISPLAY WS-RPT-LINE.
           DISPLAY "+---------------+---------------+---------------"
               "+---------------+".
           IF WS-CREDIT-OPEN > 0
               MOVE WS-CREDIT-OPEN TO OUT-AMT
               DISPLAY "UNAPPLIED CREDITS                   " OUT-AMT
           END-IF.

       AGE-ONE-ITEM.
           COMPUTE WS-OPEN-AMT =
               WS-AR-AMT (WS-IDX) - WS-AR-PAID (WS-IDX).
           IF WS-OPEN-AMT <= 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-AR-TYPE (WS-IDX) = 'C'
               ADD WS-OPEN-AMT TO WS-CREDIT-OPEN
               EXIT PARAGRAPH
           END-IF.
           PERFORM ITEM-AGE.
           EVALUATE TRUE
            WHEN WS-AGE-DAYS <= 30
               ADD WS-OPEN-AMT TO WS-BKT-1
            WHEN WS-AGE-DAYS <= 60
               ADD WS-OPEN-AMT TO WS-BKT-2
            WHEN WS-AGE-DAYS <= 90
               ADD WS-OPEN-AMT TO WS-BKT-3
            WHEN OTHER
               ADD WS-OPEN-AMT TO WS-BKT-4
           END-EVALUATE.

       FC-REGISTER.
           PERFORM ACCEPT-PERIOD.
           IF WS-CONFIRM NOT = 'Y'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-CUSTOMERS.
           MOVE SPACES TO WS-RPT-TITLE.
           STRING "FINANCE-CHARGE REGISTER " WS-PERIOD
               DELIMITED BY SIZE INTO WS-RPT-TITLE.
           MOVE SPACES TO WS-RPT-COLHDR.
           STRING "CUST   NAME                      ITEM    "
               "  OVERDUE BASIS    RATE%         CHARGE"
               DELIMITED BY SIZE INTO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE 0 TO WS-FC-COUNT WS-FC-TOTAL.
           OPEN INPUT FCREG-FILE.
           IF FCREG-STATUS = "00"
               PERFORM UNTIL FCREG-STATUS NOT = "00"
                   READ FCREG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FR-PERIOD = WS-PERIOD
                               PERFORM SHOW-REGISTER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCREG-FILE
           END-IF.
           IF WS-FC-COUNT = 0
               DISPLAY "NO FINANCE CHARGES RAISED FOR " WS-PERIOD "."
           END-IF.
           MOVE WS-FC-COUNT TO OUT-COUNT.
           DISPLAY "CHARGES RAISED: " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-FC-TOTAL TO OUT-AMT.
           DISPLAY "TOTAL CHARGED:  " FUNCTION TRIM(OUT-AMT).
           ACCEPT OMITTED.

       SHOW-REGISTER-ROW.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE "(NOT ON MASTER)" TO WS-NAME.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-CU-COUNT
               IF WS-CU-NO (WS-JDX) = FR-CUST
                   MOVE WS-CU-NAME (WS-JDX) TO WS-NAME
               END-IF
           END-PERFORM.
           MOVE FR-BASIS TO OUT-AMT.
           MOVE FR-RATE TO OUT-RATE.
           MOVE FR-CHARGE TO OUT-AMT-2.
           DISPLAY FR-CUST " " WS-NAME " " FR-ITEM " " OUT-AMT " "
               OUT-RATE " " OUT-AMT-2.
           ADD 1 TO WS-FC-COUNT.
           ADD FR-CHARGE TO WS-FC-TOTAL.

       LOAD-FC-SEQUENCE.
           MOVE 900001 TO WS-FC-NEXT.
           OPEN INPUT FCSEQ-FILE.
           IF FCSEQ-STATUS = "00"
               READ FCSEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FC-SEQ-NEXT IS NUMERIC
                           AND FC-SEQ-NEXT > 0
                           MOVE FC-SEQ-NEXT TO WS-FC-NEXT
                       END-IF
               END-READ
               CLOSE FCSEQ-FILE
           END-IF.

       SAVE-FC-SEQUENCE.
           MOVE WS-FC-NEXT TO FC-SEQ-NEXT.
           OPEN OUTPUT FCSEQ-FILE.
           WRITE FCSEQ-REC.
           CLOSE FCSEQ-FILE.

       LOAD-CUSTOMERS.
           MOVE 0 TO WS-CU-COUNT.
           MOVE 'N' TO WS-CU-OVERFLOW.
           OPEN INPUT CUST-FILE.
           IF CUST-STATUS = "00"
               PERFORM UNTIL CUST-STATUS NOT = "00"
                   READ CUST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-CU-COUNT >= 200
                               MOVE 'Y' TO WS-CU-OVERFLOW
                           ELSE
                               ADD 1 TO WS-CU-COUNT
                               MOVE CU-CUST-NO TO
                                   WS-CU-NO (WS-CU-COUNT)
                               MOVE CU-NAME TO
                                   WS-CU-NAME (WS-CU-COUNT)
                               MOVE CU-ADDRESS TO
                                   WS-CU-ADDR (WS-CU-COUNT)
                               MOVE CU-TERMS TO
                                   WS-CU-TERMS (WS-CU-COUNT)
                               IF CU-FC-EXEMPT = 'Y'
                                   MOVE 'Y' TO
                                       WS-CU-FC-EXEMPT (WS-CU-COUNT)
                               ELSE
                                   MOVE 'N' TO
                                       WS-CU-FC-EXEMPT (WS-CU-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-FILE
           END-IF.
           IF WS-CU-OVERFLOW = 'Y'
               DISPLAY "WARNING: CUSTOMER MASTER EXCEEDS THE"
                   " 200-ROW TABLE. LATER CUSTOMERS ARE LEFT OUT."
           END-IF.

       LOAD-LEDGER.
           MOVE 0 TO WS-AR-COUNT.
           MOVE 'N' TO WS-AR-OVERFLOW.
           OPEN INPUT ARLEDGER-FILE.
           IF ARLEDGER-STATUS = "00"
               PERFORM UNTIL ARLEDGER-STATUS NOT = "00"
                   READ ARLEDGER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-AR-COUNT >= 500
                               MOVE 'Y' TO WS-AR-OVERFLOW
                           ELSE
                               ADD 1 TO WS-AR-COUNT
                               PERFORM LOAD-LEDGER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARLEDGER-FILE
           END-IF.

       LOAD-LEDGER-ROW.
           MOVE AR-CUST TO WS-AR-CUST (WS-AR-COUNT).
           MOVE AR-INV-NO TO WS-AR-INV (WS-AR-COUNT).
           MOVE AR-DATE TO WS-AR-DATE (WS-AR-COUNT).
           IF AR-AMOUNT IS NUMERIC
               MOVE AR-AMOUNT TO WS-AR-AMT (WS-AR-COUNT)
           ELSE
               MOVE 0 TO WS-AR-AMT (WS-AR-COUNT)
           END-IF.
           IF AR-PAID IS NUMERIC
               MOVE AR-PAID TO WS-AR-PAID (WS-AR-COUNT)
           ELSE
               MOVE 0 TO WS-AR-PAID (WS-AR-COUNT)
           END-IF.
           IF AR-STATUS = 'C'
               MOVE 'C' TO WS-AR-STA (WS-AR-COUNT)
           ELSE
               MOVE 'O' TO WS-AR-STA (WS-AR-COUNT)
           END-IF.
           IF AR-TYPE = 'C' OR AR-TYPE = 'F'
               MOVE AR-TYPE TO WS-AR-TYPE (WS-AR-COUNT)
           ELSE
               MOVE 'I' TO WS-AR-TYPE (WS-AR-COUNT)
           END-IF.
       END PROGRAM STMTRUN.
