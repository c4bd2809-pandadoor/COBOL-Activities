       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE.
      *    INVOICE GENERATION AND REGISTER. THE GENERATION RUN BILLS
      *    WHAT HAS SHIPPED ON EVERY OPEN ORDER ON SELDATA/ORDERS.DAT:
      *    A SEQUENTIAL NUMBER FROM INVSEQ.DAT, A ROW ON THE INVOICE
      *    FILE, AND AN OPEN ITEM ON THE RECEIVABLES LEDGER
      *    ARLEDGER.DAT PER CUSTOMER. ONLY THE QUANTITY SHIPPED AND
      *    NOT YET BILLED ON EACH ORDER LINE IS INVOICED, AND THE
      *    LINE IS MARKED BILLED SO IT CAN NEVER BILL TWICE; THE
      *    ORDER IS MARKED INVOICED ONCE EVERY LINE HAS BILLED IN
      *    FULL, AND A BACKORDERED BALANCE BILLS ON A LATER RUN WHEN
      *    IT SHIPS. AN ORDER WITH NO DETAIL LINES BILLS IN FULL.
      *    EACH INVOICE CARRIES THE COST OF GOODS SOLD FOR WHAT IT
      *    BILLS, AT THE COST STAMPED ON THE LINES WHEN THE SALE WAS
      *    MADE. THE DAILY REGISTER LISTS THE
      *    INVOICES CUT ON A CHOSEN DATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ASSIGN TO "SELDATA/INVSEQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVSEQ-STATUS.
           SELECT ORDLINES-FILE
           ASSIGN TO "SELDATA/ORDLINES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDLINES-STATUS.
           SELECT ORDLINES-TMP-FILE
           ASSIGN TO "SELDATA/ORDLINES.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OLTMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 INV-CUST PIC 9(6).
           05 INV-FILLER-4 PIC X(1).
           05 INV-AMOUNT PIC 9(11)V99.
           05 INV-FILLER-5 PIC X(1).
           05 INV-COST PIC 9(11)V99.

       FD  ARLEDGER-FILE.
       01  ARLEDGER-REC.
       01  INVSEQ-REC.
           05 INV-SEQ-NEXT PIC 9(6).

       FD  ORDLINES-FILE.
       01  ORDLINES-REC.
           05 OL-ORD-NO PIC 9(6).
           05 OL-FILLER-1 PIC X(1).
           05 OL-PROD PIC X(6).
           05 OL-FILLER-2 PIC X(1).
           05 OL-QTY PIC 9(5).
           05 OL-FILLER-3 PIC X(1).
           05 OL-PRICE PIC 9(7)V99.
           05 OL-FILLER-4 PIC X(1).
           05 OL-AMOUNT PIC 9(11)V99.
           05 OL-FILLER-5 PIC X(1).
           05 OL-COST PIC 9(7)V99.
           05 OL-FILLER-6 PIC X(1).
           05 OL-SHIPPED PIC 9(5).
           05 OL-FILLER-7 PIC X(1).
           05 OL-BILLED PIC 9(5).
           05 OL-FILLER-8 PIC X(1).
           05 OL-BO-STAT PIC X(1).

       FD  ORDLINES-TMP-FILE.
       01  ORDLINES-TMP-REC PIC X(67).

       WORKING-STORAGE SECTION.
       01  ORDERS-STATUS PIC XX.
       01  TMP-STATUS PIC XX.
       01  INVOICE-STATUS PIC XX.
       01  ARLEDGER-STATUS PIC XX.
       01  INVSEQ-STATUS PIC XX.
       01  ORDLINES-STATUS PIC XX.
       01  OLTMP-STATUS PIC XX.
       01  WS-LINE-COUNT PIC 9(4).
       01  WS-BILL-NET PIC 9(11)V99.
       01  WS-BILL-TAX PIC 9(9)V99.
       01  WS-ALL-BILLED PIC X(1).
       01  WS-LN-SHIPPED PIC 9(5).
       01  WS-LN-BILLED PIC 9(5).
       01  WS-INV-COST PIC 9(11)V99.
       01  WS-COST-TOTAL PIC 9(11)V99 VALUE 0.
       01  OUT-AMT-2 PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-CHOICE PIC 9(1).
       01  WS-TODAY PIC 9(8).
       01  WS-DATE-IN PIC 9(8).
           DISPLAY "AMOUNT INVOICED:    " FUNCTION TRIM(OUT-AMT).
           ACCEPT OMITTED.

      *    THE INVOICE AND THE RECEIVABLE CARRY THE AMOUNT BILLED
      *    PLUS ITS SHARE OF THE ORDER'S SALES TAX; THE COMMISSION
      *    TRANSACTIONS STAY NET OF TAX BECAUSE THEY WERE CUT FROM
      *    THE PRE-TAX TOTAL AT ORDER ENTRY. AN ORDER WITH NOTHING
      *    SHIPPED SINCE ITS LAST INVOICE IS LEFT FOR A LATER RUN.
       INVOICE-ONE-ORDER.
           PERFORM SCAN-ORDER-LINES.
           IF WS-LINE-COUNT = 0
               MOVE ORD-TOTAL TO WS-BILL-NET
               MOVE 'Y' TO WS-ALL-BILLED
           ELSE
               IF WS-BILL-NET = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 0 TO WS-BILL-TAX.
           IF ORD-TAX IS NUMERIC
               IF WS-BILL-NET = ORD-TOTAL
                   MOVE ORD-TAX TO WS-BILL-TAX
               ELSE
                   IF ORD-TOTAL > 0
                       COMPUTE WS-BILL-TAX ROUNDED =
                           ORD-TAX * WS-BILL-NET / ORD-TOTAL
                   END-IF
               END-IF
           END-IF.
           COMPUTE WS-INV-GROSS = WS-BILL-NET + WS-BILL-TAX.
           MOVE SPACES TO INVOICE-REC.
           MOVE WS-NEXT-INV TO INV-NO.
           MOVE WS-TODAY TO INV-DATE.
           MOVE ORD-NO TO INV-ORD-NO.
           MOVE ORD-CUST TO INV-CUST.
           MOVE WS-INV-GROSS TO INV-AMOUNT.
           MOVE WS-INV-COST TO INV-COST.
           OPEN EXTEND INVOICE-FILE.
           IF INVOICE-STATUS = "05" OR INVOICE-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
           WRITE ARLEDGER-REC.
           CLOSE ARLEDGER-FILE.

           IF WS-LINE-COUNT > 0
               PERFORM MARK-LINES-BILLED
           END-IF.
           IF WS-ALL-BILLED = 'Y'
               MOVE 'I' TO ORD-STATUS
               DISPLAY "INVOICE " WS-NEXT-INV " FOR ORDER " ORD-NO
                   " CUSTOMER " ORD-CUST
           ELSE
               DISPLAY "INVOICE " WS-NEXT-INV " FOR ORDER " ORD-NO
                   " CUSTOMER " ORD-CUST " - PART SHIPMENT"
           END-IF.
           ADD 1 TO WS-CUT-COUNT.
           ADD WS-INV-GROSS TO WS-CUT-TOTAL.
           ADD 1 TO WS-NEXT-INV.

      *    A LINE WRITTEN BEFORE SHIPMENTS WERE TRACKED CARRIES NO
      *    SHIPPED OR BILLED QUANTITY; ITS STOCK WENT OUT AT ORDER
      *    ENTRY, SO IT COUNTS AS SHIPPED IN FULL AND NOT YET BILLED.
       LINE-QUANTITIES.
           IF OL-SHIPPED IS NUMERIC
               MOVE OL-SHIPPED TO WS-LN-SHIPPED
           ELSE
               MOVE OL-QTY TO WS-LN-SHIPPED
           END-IF.
           IF OL-BILLED IS NUMERIC
               MOVE OL-BILLED TO WS-LN-BILLED
           ELSE
               MOVE 0 TO WS-LN-BILLED
           END-IF.

       SCAN-ORDER-LINES.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-BILL-NET.
           MOVE 0 TO WS-INV-COST.
           MOVE 'Y' TO WS-ALL-BILLED.
           OPEN INPUT ORDLINES-FILE.
           IF ORDLINES-STATUS = "00"
               PERFORM UNTIL ORDLINES-STATUS NOT = "00"
                   READ ORDLINES-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OL-ORD-NO = ORD-NO
                               ADD 1 TO WS-LINE-COUNT
                               PERFORM LINE-QUANTITIES
                               COMPUTE WS-BILL-NET = WS-BILL-NET
                                   + (WS-LN-SHIPPED - WS-LN-BILLED)
                                   * OL-PRICE
                               IF OL-COST IS NUMERIC
                                   COMPUTE WS-INV-COST = WS-INV-COST
                                       + (WS-LN-SHIPPED - WS-LN-BILLED)
                                       * OL-COST
                               END-IF
                               IF WS-LN-SHIPPED < OL-QTY
                                   MOVE 'N' TO WS-ALL-BILLED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDLINES-FILE
           END-IF.

       MARK-LINES-BILLED.
           OPEN INPUT ORDLINES-FILE.
           OPEN OUTPUT ORDLINES-TMP-FILE.
           PERFORM UNTIL ORDLINES-STATUS NOT = "00"
               READ ORDLINES-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OL-ORD-NO = ORD-NO
                           PERFORM LINE-QUANTITIES
                           MOVE WS-LN-SHIPPED TO OL-SHIPPED
                           MOVE WS-LN-SHIPPED TO OL-BILLED
                       END-IF
                       MOVE ORDLINES-REC TO ORDLINES-TMP-REC
                       WRITE ORDLINES-TMP-REC
               END-READ
           END-PERFORM.
           CLOSE ORDLINES-FILE.
           CLOSE ORDLINES-TMP-FILE.
           OPEN INPUT ORDLINES-TMP-FILE.
           OPEN OUTPUT ORDLINES-FILE.
           PERFORM UNTIL OLTMP-STATUS NOT = "00"
               READ ORDLINES-TMP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ORDLINES-TMP-REC TO ORDLINES-REC
                       WRITE ORDLINES-REC
               END-READ
           END-PERFORM.
           CLOSE ORDLINES-TMP-FILE.
           CLOSE ORDLINES-FILE.

       COPY-TMP-BACK.
           OPEN INPUT ORDERS-TMP-FILE.
           OPEN OUTPUT ORDERS-FILE.
           END-IF.
           MOVE 0 TO WS-SHOWN.
           MOVE 0 TO WS-CUT-TOTAL.
           MOVE 0 TO WS-COST-TOTAL.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-STATUS NOT = "00"
               DISPLAY "NO INVOICES ON FILE."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "INVOICE  DATE      ORDER   CUSTOMER  AMOUNT"
               "            COST".
           PERFORM UNTIL INVOICE-STATUS NOT = "00"
               READ INVOICE-FILE
                   AT END
                           ADD 1 TO WS-SHOWN
                           ADD INV-AMOUNT TO WS-CUT-TOTAL
                           MOVE INV-AMOUNT TO OUT-AMT
                           IF INV-COST IS NUMERIC
                               ADD INV-COST TO WS-COST-TOTAL
                               MOVE INV-COST TO OUT-AMT-2
                           ELSE
                               MOVE 0 TO OUT-AMT-2
                           END-IF
                           DISPLAY INV-NO "   " INV-DATE "  "
                               INV-ORD-NO "  " INV-CUST "  "
                               OUT-AMT " " OUT-AMT-2
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "INVOICES ON THE DAY: " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-CUT-TOTAL TO OUT-AMT.
           DISPLAY "DAY TOTAL:           " FUNCTION TRIM(OUT-AMT).
           MOVE WS-COST-TOTAL TO OUT-AMT.
           DISPLAY "DAY COST OF GOODS:   " FUNCTION TRIM(OUT-AMT).
           ACCEPT OMITTED.
       END PROGRAM INVOICE.
