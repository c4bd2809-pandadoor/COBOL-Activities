       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRMEMO.
      *    CREDIT MEMOS AND SALES RETURNS. A CREDIT MEMO IS RAISED
      *    AGAINST ONE POSTED INVOICE: THE OPERATOR PICKS THE ORDER
      *    LINES BEING CREDITED AND THE QUANTITY OF EACH (NEVER MORE
      *    THAN HAS BEEN BILLED ON THE ORDER LESS WHAT EARLIER MEMOS
      *    AGAINST ANY OF THE ORDER'S INVOICES ALREADY CREDITED),
      *    WITH A REASON CODE. THE MEMO CARRIES THE SALES TAX BACK
      *    AT THE ORDER'S OWN EFFECTIVE RATE SO TAXRGN CAN REVERSE IT
      *    BY REGION. POSTING THE MEMO
      *      - WRITES THE HEADER TO CRMEMO.DAT AND ITS LINES TO
      *        CRMLINES.DAT UNDER A NUMBER FROM CMSEQ.DAT,
      *      - PUTS A CREDIT ITEM (TYPE 'C') ON ARLEDGER.DAT FOR
      *        CASHRCPT TO APPLY AGAINST THE CUSTOMER'S INVOICES,
      *      - RETURNS THE QUANTITIES TO PROD-ONHAND WHEN THE GOODS
      *        COME BACK INTO STOCK,
      *      - CLAWS BACK THE COMMISSION ON COMMTXN.DAT (TYPE 'A')
      *        FOR EVERY SALESMAN IN THE ORDER'S SPLITS, AT THE TIER
      *        RATE THE ORIGINAL ORDER EARNED.
      *    THE REGISTER LISTS THE MEMOS ISSUED IN A MONTH.
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
           SELECT ORDLINES-FILE
           ASSIGN TO "SELDATA/ORDLINES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDLINES-STATUS.
           SELECT CRMEMO-FILE
           ASSIGN TO "SELDATA/CRMEMO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRMEMO-STATUS.
           SELECT CRMLINES-FILE
           ASSIGN TO "SELDATA/CRMLINES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRMLINES-STATUS.
           SELECT CMSEQ-FILE
           ASSIGN TO "SELDATA/CMSEQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMSEQ-STATUS.
           SELECT ARLEDGER-FILE
           ASSIGN TO "SELDATA/ARLEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARLEDGER-STATUS.
           SELECT PRODMAST-FILE
           ASSIGN TO "SELDATA/PRODMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRODMAST-STATUS.
           SELECT COMMTXN-FILE
           ASSIGN TO "SELDATA/COMMTXN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COMMTXN-STATUS.
           SELECT SALESMAN-FILE
           ASSIGN TO "SELDATA/SALESMAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-SNUM
           FILE STATUS IS SALESMAN-STATUS.
           SELECT TIER-FILE
           ASSIGN TO "PRACTICALS/COMMRATES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TIER-STATUS.

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
           05 INV-FILLER-5 PIC X(1).
           05 INV-COST PIC 9(11)V99.

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
           05 ORD-SPLITS.
               10 ORD-SPLIT OCCURS 4 TIMES.
                   15 ORD-SP-SNUM PIC 9(14).
                   15 ORD-SP-PCT PIC 9(3).
           05 ORD-FILLER-6 PIC X(1).
           05 ORD-TAX PIC 9(9)V99.

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
           05 CM-FILLER-10 PIC X(1).
           05 CM-COST PIC 9(11)V99.

       FD  CRMLINES-FILE.
       01  CRMLINES-REC.
           05 CL-CM-NO PIC 9(6).
           05 CL-FILLER-1 PIC X(1).
           05 CL-INV-NO PIC 9(6).
           05 CL-FILLER-2 PIC X(1).
           05 CL-LINE PIC 9(2).
           05 CL-FILLER-3 PIC X(1).
           05 CL-PROD PIC X(6).
           05 CL-FILLER-4 PIC X(1).
           05 CL-QTY PIC 9(5).
           05 CL-FILLER-5 PIC X(1).
           05 CL-PRICE PIC 9(7)V99.
           05 CL-FILLER-6 PIC X(1).
           05 CL-AMOUNT PIC 9(11)V99.
           05 CL-FILLER-7 PIC X(1).
           05 CL-COST PIC 9(7)V99.

       FD  CMSEQ-FILE.
       01  CMSEQ-REC.
           05 CM-SEQ-NEXT PIC 9(6).

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

       FD  PRODMAST-FILE.
       01  PRODMAST-REC.
           05 PROD-CODE-IN PIC X(6).
           05 PROD-FILLER-1 PIC X(1).
           05 PROD-DESC-IN PIC X(20).
           05 PROD-FILLER-2 PIC X(1).
           05 PROD-PRICE-IN PIC 9(7)V99.
           05 PROD-FILLER-3 PIC X(1).
           05 PROD-ONHAND-IN PIC S9(7).
           05 PROD-FILLER-4 PIC X(1).
           05 PROD-REORDER-IN PIC 9(5).
           05 PROD-FILLER-5 PIC X(1).
           05 PROD-COST-IN PIC 9(7)V99.
           05 PROD-FILLER-6 PIC X(1).
           05 PROD-LOCATION-IN PIC X(6).
           05 PROD-FILLER-7 PIC X(1).
           05 PROD-HOLD-IN PIC X(1).

       FD  COMMTXN-FILE.
       01  COMMTXN-REC.
           05 COMMTXN-SNUM PIC 9(14).
           05 COMMTXN-FILLER-1 PIC X(1).
           05 COMMTXN-SNAME PIC X(20).
           05 COMMTXN-FILLER-2 PIC X(1).
           05 COMMTXN-TS PIC S9(19)V99.
           05 COMMTXN-FILLER-3 PIC X(1).
           05 COMMTXN-COMMISSION PIC S9(19)V99.
           05 COMMTXN-FILLER-4 PIC X(1).
           05 COMMTXN-DATE PIC 9(8).
           05 COMMTXN-FILLER-5 PIC X(1).
           05 COMMTXN-SETTLED PIC X(1).
           05 COMMTXN-FILLER-6 PIC X(1).
           05 COMMTXN-SETTLE-REF PIC X(6).
           05 COMMTXN-FILLER-7 PIC X(1).
           05 COMMTXN-TYPE PIC X(1).
           05 COMMTXN-FILLER-8 PIC X(1).
           05 COMMTXN-REASON PIC X(10).
           05 COMMTXN-FILLER-9 PIC X(1).
           05 COMMTXN-ORIG-DATE PIC 9(8).

       FD  SALESMAN-FILE.
       01  SALESMAN-REC.
           05 SM-SNUM PIC 9(14).
           05 SM-SNAME PIC X(20).
           05 SM-FILLER-1 PIC X(1).
           05 SM-REGION PIC X(10).
           05 SM-FILLER-2 PIC X(1).
           05 SM-QUOTA PIC 9(9)V99.
           05 SM-FILLER-3 PIC X(1).
           05 SM-MANAGER PIC 9(14).

       FD  TIER-FILE.
       01  TIER-REC.
           05 TIER-UPPER-IN PIC 9(9).
           05 TIER-FILLER PIC X(1).
           05 TIER-RATE-IN PIC V99.

       WORKING-STORAGE SECTION.
       01  INVOICE-STATUS PIC XX.
       01  ORDERS-STATUS PIC XX.
       01  ORDLINES-STATUS PIC XX.
       01  CRMEMO-STATUS PIC XX.
       01  CRMLINES-STATUS PIC XX.
       01  CMSEQ-STATUS PIC XX.
       01  ARLEDGER-STATUS PIC XX.
       01  PRODMAST-STATUS PIC XX.
       01  COMMTXN-STATUS PIC XX.
       01  SALESMAN-STATUS PIC XX.
       01  TIER-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-TODAY PIC 9(8).
       01  WS-MONTH-IN PIC 9(6).
       01  WS-REC-MONTH PIC 9(6).
       01  WS-INV-IN PIC 9(6).
       01  WS-FOUND PIC X(1).
       01  WS-CONFIRM PIC X(1).
       01  WS-LINE-IN PIC 9(2).
       01  WS-QTY-IN PIC 9(5).
       01  WS-LEFT PIC S9(5).
       01  WS-NEXT-CM PIC 9(6).
       01  WS-IDX PIC 9(3).
       01  WS-JDX PIC 9(1).
       01  WS-SHOWN PIC 9(5).

       01  WS-INV-DATE PIC 9(8).
       01  WS-INV-ORD PIC 9(6).
       01  WS-INV-CUST PIC 9(6).
       01  WS-ORD-FOUND PIC X(1).
       01  WS-ORD-DATE PIC 9(8).
       01  WS-ORD-TOTAL PIC 9(11)V99.
       01  WS-ORD-TAX PIC 9(9)V99.
       01  WS-ORD-SPLITS.
           05 WS-ORD-SPLIT OCCURS 4 TIMES.
               10 WS-ORD-SNUM PIC 9(14).
               10 WS-ORD-PCT PIC 9(3).

      *    THE INVOICE'S ORDER LINES IN FILE ORDER; THE POSITION IS
      *    THE LINE NUMBER A CREDIT REFERS BACK TO.
       01  WS-LN-COUNT PIC 9(2) VALUE 0.
       01  WS-LN-TABLE.
           05 WS-LN-ENTRY OCCURS 50 TIMES.
               10 WS-LN-PROD PIC X(6).
               10 WS-LN-QTY PIC 9(5).
               10 WS-LN-PRICE PIC 9(7)V99.
               10 WS-LN-COST PIC 9(7)V99.
               10 WS-LN-DONE PIC 9(5).
               10 WS-LN-CREDIT PIC 9(5).
       01  WS-LN-IDX PIC 9(2).

      *    EARLIER MEMOS AGAINST ANY INVOICE OF THE SAME ORDER; EACH
      *    PARTIAL SHIPMENT IS INVOICED SEPARATELY BUT THE BILLED
      *    QUANTITY ON THE ORDER LINE COVERS THEM ALL.
       01  WS-PM-COUNT PIC 9(3) VALUE 0.
       01  WS-PM-TABLE.
           05 WS-PM-NO PIC 9(6) OCCURS 200 TIMES.
       01  WS-PM-IDX PIC 9(3).
       01  WS-PM-HIT PIC X(1).
       01  WS-PM-OVERFLOW PIC X(1).

      *    REASON CODES AND WHETHER THE GOODS NORMALLY COME BACK.
       01  WS-RSN-COUNT PIC 9(1) VALUE 5.
       01  WS-RSN-TABLE.
           05 WS-RSN-ENTRY OCCURS 5 TIMES.
               10 WS-RSN-CODE PIC X(3).
               10 WS-RSN-DESC PIC X(25).
               10 WS-RSN-RESTOCK PIC X(1).
       01  WS-RSN-IDX PIC 9(1).
       01  WS-RSN-HIT PIC 9(1).
       01  WS-REASON-IN PIC X(3).
       01  WS-RESTOCK PIC X(1).

       01  WS-CM-NET PIC 9(11)V99.
       01  WS-CM-TAX PIC 9(9)V99.
       01  WS-CM-AMOUNT PIC 9(11)V99.
       01  WS-CM-COST PIC 9(11)V99.
       01  WS-CL-AMOUNT PIC 9(11)V99.

       01  TIER-COUNT PIC 9(1) VALUE 5.
       01  TIER-TABLE.
           05 TIER-ENTRY OCCURS 5 TIMES.
               10 TIER-UPPER PIC 9(9).
               10 TIER-RATE PIC V99.
       01  TIER-IDX PIC 9(1).
       01  WS-SP-TS PIC S9(14)V99.
       01  WS-SP-COMM PIC S9(14)V99.

       01  WS-PROD-COUNT PIC 9(3) VALUE 0.
       01  WS-PROD-TABLE.
           05 WS-PROD-ENTRY OCCURS 100 TIMES.
               10 WS-PROD-CODE PIC X(6).
               10 WS-PROD-DESC PIC X(20).
               10 WS-PROD-PRICE PIC 9(7)V99.
               10 WS-PROD-ONHAND PIC S9(7).
               10 WS-PROD-REORDER PIC 9(5).
               10 WS-PROD-COST PIC 9(7)V99.
               10 WS-PROD-LOCATION PIC X(6).
               10 WS-PROD-HOLD PIC X(1).
       01  WS-PROD-IDX PIC 9(3).

       01  WS-TOT-NET PIC 9(11)V99.
       01  WS-TOT-TAX PIC 9(11)V99.
       01  WS-TOT-AMOUNT PIC 9(11)V99.
       01  OUT-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  OUT-AMT-2 PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  OUT-PRICE PIC ZZZ,ZZ9.99.
       01  OUT-QTY PIC ZZZZ9.
       01  OUT-QTY-2 PIC ZZZZ9.
       01  OUT-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           DISPLAY "CREDIT MEMOS AND RETURNS".
           DISPLAY "1 - ENTER A CREDIT MEMO AGAINST AN INVOICE".
           DISPLAY "2 - CREDIT MEMO REGISTER FOR A MONTH".
           DISPLAY "3 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM ENTER-CREDIT-MEMO
            WHEN 2
               PERFORM CREDIT-REGISTER
            WHEN 3
               GOBACK
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM MAIN-PARA.

       LOAD-REASON-CODES.
           MOVE "RET" TO WS-RSN-CODE (1).
           MOVE "CUSTOMER RETURN" TO WS-RSN-DESC (1).
           MOVE 'Y' TO WS-RSN-RESTOCK (1).
           MOVE "DMG" TO WS-RSN-CODE (2).
           MOVE "DAMAGED IN TRANSIT" TO WS-RSN-DESC (2).
           MOVE 'N' TO WS-RSN-RESTOCK (2).
           MOVE "WRG" TO WS-RSN-CODE (3).
           MOVE "WRONG ITEM SHIPPED" TO WS-RSN-DESC (3).
           MOVE 'Y' TO WS-RSN-RESTOCK (3).
           MOVE "SHT" TO WS-RSN-CODE (4).
           MOVE "SHORT SHIPMENT" TO WS-RSN-DESC (4).
           MOVE 'N' TO WS-RSN-RESTOCK (4).
           MOVE "PRC" TO WS-RSN-CODE (5).
           MOVE "PRICING ERROR" TO WS-RSN-DESC (5).
           MOVE 'N' TO WS-RSN-RESTOCK (5).

       ENTER-CREDIT-MEMO.
           PERFORM LOAD-REASON-CODES.
           DISPLAY "INVOICE NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-INV-IN.
           PERFORM FIND-INVOICE.
           IF WS-FOUND = 'N'
               DISPLAY "INVOICE " WS-INV-IN " IS NOT ON FILE."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-INVOICE-ORDER.
           IF WS-ORD-FOUND = 'N'
               DISPLAY "ORDER " WS-INV-ORD " FOR THAT INVOICE IS NOT"
                   " ON FILE."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-INVOICE-LINES.
           IF WS-LN-COUNT = 0
               DISPLAY "INVOICE HAS NO ORDER LINES TO CREDIT."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-CREDITED-QTY.
           IF WS-PM-OVERFLOW = 'Y'
               DISPLAY "MORE THAN 200 EARLIER MEMOS ON ORDER "
                   WS-INV-ORD " - CREDIT CANNOT BE CHECKED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-INVOICE-LINES.
           PERFORM PICK-CREDIT-LINES.
           IF WS-CM-NET = 0
               DISPLAY "NOTHING CREDITED. MEMO NOT RAISED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-REASON.
           PERFORM PRICE-CREDIT-MEMO.
           MOVE WS-CM-NET TO OUT-AMT.
           DISPLAY "CREDIT NET OF TAX: " FUNCTION TRIM(OUT-AMT).
           MOVE WS-CM-TAX TO OUT-AMT.
           DISPLAY "SALES TAX CREDITED: " FUNCTION TRIM(OUT-AMT).
           MOVE WS-CM-AMOUNT TO OUT-AMT.
           DISPLAY "TOTAL CREDIT: " FUNCTION TRIM(OUT-AMT).
           DISPLAY "POST THIS CREDIT MEMO (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "CREDIT MEMO ABANDONED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-NEXT-CM-NO.
           PERFORM WRITE-CREDIT-MEMO.
           PERFORM POST-AR-CREDIT.
           IF WS-RESTOCK = 'Y'
               PERFORM RETURN-TO-STOCK
           END-IF.
           PERFORM CLAW-BACK-COMMISSION.
           DISPLAY "CREDIT MEMO " WS-NEXT-CM " POSTED AGAINST INVOICE "
               WS-INV-IN ".".
           ADD 1 TO WS-NEXT-CM.
           PERFORM SAVE-NEXT-CM-NO.
           ACCEPT OMITTED.

       FIND-INVOICE.
           MOVE 'N' TO WS-FOUND.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-STATUS = "00"
               PERFORM UNTIL INVOICE-STATUS NOT = "00"
                   OR WS-FOUND = 'Y'
                   READ INVOICE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF INV-NO = WS-INV-IN
                               MOVE 'Y' TO WS-FOUND
                               MOVE INV-DATE TO WS-INV-DATE
                               MOVE INV-ORD-NO TO WS-INV-ORD
                               MOVE INV-CUST TO WS-INV-CUST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.

       FIND-INVOICE-ORDER.
           MOVE 'N' TO WS-ORD-FOUND.
           OPEN INPUT ORDERS-FILE.
           IF ORDERS-STATUS = "00"
               PERFORM UNTIL ORDERS-STATUS NOT = "00"
                   OR WS-ORD-FOUND = 'Y'
                   READ ORDERS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ORD-NO = WS-INV-ORD
                               MOVE 'Y' TO WS-ORD-FOUND
                               MOVE ORD-DATE TO WS-ORD-DATE
                               MOVE ORD-TOTAL TO WS-ORD-TOTAL
                               MOVE ORD-SPLITS TO WS-ORD-SPLITS
                               IF ORD-TAX IS NUMERIC
                                   MOVE ORD-TAX TO WS-ORD-TAX
                               ELSE
                                   MOVE 0 TO WS-ORD-TAX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF.

       LOAD-INVOICE-LINES.
           MOVE 0 TO WS-LN-COUNT.
           OPEN INPUT ORDLINES-FILE.
           IF ORDLINES-STATUS = "00"
               PERFORM UNTIL ORDLINES-STATUS NOT = "00"
                   OR WS-LN-COUNT >= 50
                   READ ORDLINES-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OL-ORD-NO = WS-INV-ORD
                               ADD 1 TO WS-LN-COUNT
                               MOVE OL-PROD TO
                                   WS-LN-PROD (WS-LN-COUNT)
                               IF OL-BILLED IS NUMERIC
                                   MOVE OL-BILLED TO
                                       WS-LN-QTY (WS-LN-COUNT)
                               ELSE
                                   MOVE OL-QTY TO
                                       WS-LN-QTY (WS-LN-COUNT)
                               END-IF
                               MOVE OL-PRICE TO
                                   WS-LN-PRICE (WS-LN-COUNT)
                               IF OL-COST IS NUMERIC
                                   MOVE OL-COST TO
                                       WS-LN-COST (WS-LN-COUNT)
                               ELSE
                                   MOVE 0 TO WS-LN-COST (WS-LN-COUNT)
                               END-IF
                               MOVE 0 TO WS-LN-DONE (WS-LN-COUNT)
                               MOVE 0 TO WS-LN-CREDIT (WS-LN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDLINES-FILE
           END-IF.

      *    QUANTITIES ALREADY CREDITED BY EARLIER MEMOS AGAINST ANY
      *    INVOICE OF THE SAME ORDER, SO NO LINE CAN BE CREDITED PAST
      *    WHAT WAS BILLED ON IT. THE LINE NUMBER IS THE POSITION ON
      *    THE ORDER, SO IT MEANS THE SAME LINE ON EVERY INVOICE.
       LOAD-CREDITED-QTY.
           PERFORM LOAD-ORDER-MEMOS.
           OPEN INPUT CRMLINES-FILE.
           IF CRMLINES-STATUS = "00"
               PERFORM UNTIL CRMLINES-STATUS NOT = "00"
                   READ CRMLINES-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM MATCH-ORDER-MEMO
                           IF WS-PM-HIT = 'Y'
                               AND CL-LINE IS NUMERIC
                               AND CL-LINE > 0
                               AND CL-LINE <= WS-LN-COUNT
                               ADD CL-QTY TO WS-LN-DONE (CL-LINE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CRMLINES-FILE
           END-IF.

       LOAD-ORDER-MEMOS.
           MOVE 0 TO WS-PM-COUNT.
           MOVE 'N' TO WS-PM-OVERFLOW.
           OPEN INPUT CRMEMO-FILE.
           IF CRMEMO-STATUS = "00"
               PERFORM UNTIL CRMEMO-STATUS NOT = "00"
                   READ CRMEMO-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CM-ORD-NO = WS-INV-ORD
                               IF WS-PM-COUNT < 200
                                   ADD 1 TO WS-PM-COUNT
                                   MOVE CM-NO TO
                                       WS-PM-NO (WS-PM-COUNT)
                               ELSE
                                   MOVE 'Y' TO WS-PM-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CRMEMO-FILE
           END-IF.

       MATCH-ORDER-MEMO.
           MOVE 'N' TO WS-PM-HIT.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
               UNTIL WS-PM-IDX > WS-PM-COUNT
               OR WS-PM-HIT = 'Y'
               IF WS-PM-NO (WS-PM-IDX) = CL-CM-NO
                   MOVE 'Y' TO WS-PM-HIT
               END-IF
           END-PERFORM.

       SHOW-INVOICE-LINES.
           DISPLAY "INVOICE " WS-INV-IN " ORDER " WS-INV-ORD
               " CUSTOMER " WS-INV-CUST " DATED " WS-INV-DATE.
           DISPLAY "LN  PRODUCT BILLED  CREDITED       PRICE".
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               MOVE WS-LN-QTY (WS-LN-IDX) TO OUT-QTY
               MOVE WS-LN-DONE (WS-LN-IDX) TO OUT-QTY-2
               MOVE WS-LN-PRICE (WS-LN-IDX) TO OUT-PRICE
               DISPLAY WS-LN-IDX "  " WS-LN-PROD (WS-LN-IDX) "   "
                   OUT-QTY "     " OUT-QTY-2 "  " OUT-PRICE
           END-PERFORM.

       PICK-CREDIT-LINES.
           MOVE 0 TO WS-CM-NET.
           MOVE 99 TO WS-LINE-IN.
           PERFORM UNTIL WS-LINE-IN = 0
               DISPLAY "LINE TO CREDIT (0 TO FINISH): "
                   WITH NO ADVANCING
               ACCEPT WS-LINE-IN
               IF WS-LINE-IN > 0
                   PERFORM ACCEPT-CREDIT-QTY
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               COMPUTE WS-CM-NET = WS-CM-NET
                   + WS-LN-CREDIT (WS-LN-IDX) * WS-LN-PRICE (WS-LN-IDX)
           END-PERFORM.

       ACCEPT-CREDIT-QTY.
           IF WS-LINE-IN > WS-LN-COUNT
               DISPLAY "NO SUCH LINE ON THE INVOICE."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-LEFT = WS-LN-QTY (WS-LINE-IN)
               - WS-LN-DONE (WS-LINE-IN).
           IF WS-LEFT <= 0
               DISPLAY "LINE " WS-LINE-IN " IS ALREADY FULLY CREDITED."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LEFT TO OUT-QTY.
           DISPLAY "QUANTITY TO CREDIT (UP TO " FUNCTION TRIM(OUT-QTY)
               "): " WITH NO ADVANCING.
           ACCEPT WS-QTY-IN.
           IF WS-QTY-IN > WS-LEFT
               DISPLAY "MORE THAN REMAINS ON THE LINE, NOT TAKEN."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-QTY-IN TO WS-LN-CREDIT (WS-LINE-IN).

       ACCEPT-REASON.
           MOVE 0 TO WS-RSN-HIT.
           PERFORM UNTIL WS-RSN-HIT > 0
               DISPLAY "REASON CODE (RET/DMG/WRG/SHT/PRC): "
                   WITH NO ADVANCING
               ACCEPT WS-REASON-IN
               MOVE FUNCTION UPPER-CASE(WS-REASON-IN) TO WS-REASON-IN
               PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-RSN-COUNT
                   OR WS-RSN-HIT > 0
                   IF WS-RSN-CODE (WS-RSN-IDX) = WS-REASON-IN
                       MOVE WS-RSN-IDX TO WS-RSN-HIT
                   END-IF
               END-PERFORM
               IF WS-RSN-HIT = 0
                   DISPLAY "UNKNOWN REASON CODE, RE-ENTER."
               END-IF
           END-PERFORM.
           DISPLAY WS-RSN-DESC (WS-RSN-HIT).
           DISPLAY "GOODS COMING BACK INTO STOCK (Y/N, BLANK FOR "
               WS-RSN-RESTOCK (WS-RSN-HIT) "): " WITH NO ADVANCING.
           MOVE SPACE TO WS-RESTOCK.
           ACCEPT WS-RESTOCK.
           MOVE FUNCTION UPPER-CASE(WS-RESTOCK) TO WS-RESTOCK.
           IF WS-RESTOCK NOT = 'Y' AND WS-RESTOCK NOT = 'N'
               MOVE WS-RSN-RESTOCK (WS-RSN-HIT) TO WS-RESTOCK
           END-IF.

      *    THE TAX COMES BACK AT THE ORDER'S EFFECTIVE RATE - ITS
      *    TAX OVER ITS PRE-TAX TOTAL - SINCE THE LINES WERE TAXED
      *    TOGETHER AT ORDER ENTRY.
       PRICE-CREDIT-MEMO.
           MOVE 0 TO WS-CM-TAX.
           IF WS-ORD-TOTAL > 0 AND WS-ORD-TAX > 0
               COMPUTE WS-CM-TAX ROUNDED =
                   WS-CM-NET * WS-ORD-TAX / WS-ORD-TOTAL
           END-IF.
           COMPUTE WS-CM-AMOUNT = WS-CM-NET + WS-CM-TAX.
           MOVE 0 TO WS-CM-COST.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               COMPUTE WS-CM-COST = WS-CM-COST
                   + WS-LN-CREDIT (WS-LN-IDX) * WS-LN-COST (WS-LN-IDX)
           END-PERFORM.

       LOAD-NEXT-CM-NO.
           MOVE 1 TO WS-NEXT-CM.
           OPEN INPUT CMSEQ-FILE.
           IF CMSEQ-STATUS = "00"
               READ CMSEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CM-SEQ-NEXT IS NUMERIC
                           MOVE CM-SEQ-NEXT TO WS-NEXT-CM
                       END-IF
               END-READ
               CLOSE CMSEQ-FILE
           END-IF.

       SAVE-NEXT-CM-NO.
           OPEN OUTPUT CMSEQ-FILE.
           MOVE WS-NEXT-CM TO CM-SEQ-NEXT.
           WRITE CMSEQ-REC.
           CLOSE CMSEQ-FILE.

       WRITE-CREDIT-MEMO.
           MOVE SPACES TO CRMEMO-REC.
           MOVE WS-NEXT-CM TO CM-NO.
           MOVE WS-TODAY TO CM-DATE.
           MOVE WS-INV-IN TO CM-INV-NO.
           MOVE WS-INV-ORD TO CM-ORD-NO.
           MOVE WS-INV-CUST TO CM-CUST.
           MOVE WS-REASON-IN TO CM-REASON.
           MOVE WS-RESTOCK TO CM-RESTOCK.
           MOVE WS-CM-NET TO CM-NET.
           MOVE WS-CM-TAX TO CM-TAX.
           MOVE WS-CM-AMOUNT TO CM-AMOUNT.
           MOVE WS-CM-COST TO CM-COST.
           OPEN EXTEND CRMEMO-FILE.
           IF CRMEMO-STATUS = "05" OR CRMEMO-STATUS = "35"
               OPEN OUTPUT CRMEMO-FILE
           END-IF.
           WRITE CRMEMO-REC.
           CLOSE CRMEMO-FILE.

           OPEN EXTEND CRMLINES-FILE.
           IF CRMLINES-STATUS = "05" OR CRMLINES-STATUS = "35"
               OPEN OUTPUT CRMLINES-FILE
           END-IF.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-CREDIT (WS-LN-IDX) > 0
                   MOVE SPACES TO CRMLINES-REC
                   MOVE WS-NEXT-CM TO CL-CM-NO
                   MOVE WS-INV-IN TO CL-INV-NO
                   MOVE WS-LN-IDX TO CL-LINE
                   MOVE WS-LN-PROD (WS-LN-IDX) TO CL-PROD
                   MOVE WS-LN-CREDIT (WS-LN-IDX) TO CL-QTY
                   MOVE WS-LN-PRICE (WS-LN-IDX) TO CL-PRICE
                   COMPUTE WS-CL-AMOUNT = WS-LN-CREDIT (WS-LN-IDX)
                       * WS-LN-PRICE (WS-LN-IDX)
                   MOVE WS-CL-AMOUNT TO CL-AMOUNT
                   MOVE WS-LN-COST (WS-LN-IDX) TO CL-COST
                   WRITE CRMLINES-REC
               END-IF
           END-PERFORM.
           CLOSE CRMLINES-FILE.

      *    THE CREDIT ITEM CARRIES THE MEMO NUMBER IN THE INVOICE
      *    NUMBER FIELD; ITS TYPE 'C' KEEPS IT APART FROM INVOICES.
       POST-AR-CREDIT.
           MOVE SPACES TO ARLEDGER-REC.
           MOVE WS-INV-CUST TO AR-CUST.
           MOVE WS-NEXT-CM TO AR-INV-NO.
           MOVE WS-TODAY TO AR-DATE.
           MOVE WS-CM-AMOUNT TO AR-AMOUNT.
           MOVE ZERO TO AR-PAID.
           MOVE 'O' TO AR-STATUS.
           MOVE 'C' TO AR-TYPE.
           OPEN EXTEND ARLEDGER-FILE.
           IF ARLEDGER-STATUS = "05" OR ARLEDGER-STATUS = "35"
               OPEN OUTPUT ARLEDGER-FILE
           END-IF.
           WRITE ARLEDGER-REC.
           CLOSE ARLEDGER-FILE.

      *    RETURNED GOODS GO BACK ON HAND AT THE COST THEY LEFT AT,
      *    SO THE AVERAGE COST OF THE PRODUCT IS LEFT AS IT STANDS.
       RETURN-TO-STOCK.
           PERFORM LOAD-PRODUCT-MASTER.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-CREDIT (WS-LN-IDX) > 0
                   PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                       UNTIL WS-PROD-IDX > WS-PROD-COUNT
                       IF WS-PROD-CODE (WS-PROD-IDX) =
                           WS-LN-PROD (WS-LN-IDX)
                           ADD WS-LN-CREDIT (WS-LN-IDX) TO
                               WS-PROD-ONHAND (WS-PROD-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM SAVE-PRODUCT-MASTER.

       LOAD-PRODUCT-MASTER.
           MOVE 0 TO WS-PROD-COUNT.
           OPEN INPUT PRODMAST-FILE.
           IF PRODMAST-STATUS = "00"
               PERFORM UNTIL PRODMAST-STATUS NOT = "00"
                   OR WS-PROD-COUNT >= 100
                   READ PRODMAST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-PROD-COUNT
                           MOVE PROD-CODE-IN TO
                               WS-PROD-CODE (WS-PROD-COUNT)
                           MOVE PROD-DESC-IN TO
                               WS-PROD-DESC (WS-PROD-COUNT)
                           MOVE PROD-PRICE-IN TO
                               WS-PROD-PRICE (WS-PROD-COUNT)
                           MOVE PROD-ONHAND-IN TO
                               WS-PROD-ONHAND (WS-PROD-COUNT)
                           MOVE PROD-REORDER-IN TO
                               WS-PROD-REORDER (WS-PROD-COUNT)
                           IF PROD-COST-IN IS NUMERIC
                               MOVE PROD-COST-IN TO
                                   WS-PROD-COST (WS-PROD-COUNT)
                           ELSE
                               MOVE 0 TO WS-PROD-COST (WS-PROD-COUNT)
                           END-IF
                           MOVE PROD-LOCATION-IN TO
                               WS-PROD-LOCATION (WS-PROD-COUNT)
                           MOVE PROD-HOLD-IN TO
                               WS-PROD-HOLD (WS-PROD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PRODMAST-FILE
           END-IF.

       SAVE-PRODUCT-MASTER.
           IF WS-PROD-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PRODMAST-FILE.
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
               UNTIL WS-PROD-IDX > WS-PROD-COUNT
               MOVE SPACES TO PRODMAST-REC
               MOVE WS-PROD-CODE (WS-PROD-IDX) TO PROD-CODE-IN
               MOVE WS-PROD-DESC (WS-PROD-IDX) TO PROD-DESC-IN
               MOVE WS-PROD-PRICE (WS-PROD-IDX) TO PROD-PRICE-IN
               MOVE WS-PROD-ONHAND (WS-PROD-IDX) TO PROD-ONHAND-IN
               MOVE WS-PROD-REORDER (WS-PROD-IDX)
                   TO PROD-REORDER-IN
               MOVE WS-PROD-COST (WS-PROD-IDX) TO PROD-COST-IN
               MOVE WS-PROD-LOCATION (WS-PROD-IDX) TO PROD-LOCATION-IN
               MOVE WS-PROD-HOLD (WS-PROD-IDX) TO PROD-HOLD-IN
               WRITE PRODMAST-REC
           END-PERFORM.
           CLOSE PRODMAST-FILE.

      *    THE CLAWBACK MIRRORS THE COMMISSION THE ORDER PAID: THE
      *    TIER RATE FOR THE ORIGINAL ORDER TOTAL, ON THE CREDITED
      *    AMOUNT NET OF TAX, SHARED BY THE SAME SPLIT PERCENTAGES.
       CLAW-BACK-COMMISSION.
           PERFORM LOAD-COMM-TIERS.
           PERFORM VARYING TIER-IDX FROM 1 BY 1
               UNTIL TIER-IDX > TIER-COUNT
               OR WS-ORD-TOTAL <= TIER-UPPER (TIER-IDX)
               CONTINUE
           END-PERFORM.
           IF TIER-IDX > TIER-COUNT
               MOVE TIER-COUNT TO TIER-IDX
           END-IF.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > 4
               IF WS-ORD-PCT (WS-JDX) IS NUMERIC
                   AND WS-ORD-PCT (WS-JDX) > 0
                   PERFORM POST-ONE-CLAWBACK
               END-IF
           END-PERFORM.

       POST-ONE-CLAWBACK.
           COMPUTE WS-SP-TS ROUNDED = 0 - WS-CM-NET
               * WS-ORD-PCT (WS-JDX) / 100.
           COMPUTE WS-SP-COMM ROUNDED = 0 - WS-CM-NET
               * TIER-RATE (TIER-IDX) * WS-ORD-PCT (WS-JDX) / 100.
           MOVE SPACES TO COMMTXN-REC.
           MOVE WS-ORD-SNUM (WS-JDX) TO COMMTXN-SNUM.
           MOVE SPACES TO COMMTXN-SNAME.
           OPEN INPUT SALESMAN-FILE.
           IF SALESMAN-STATUS = "00"
               MOVE WS-ORD-SNUM (WS-JDX) TO SM-SNUM
               READ SALESMAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-SNAME TO COMMTXN-SNAME
               END-READ
               CLOSE SALESMAN-FILE
           END-IF.
           MOVE WS-SP-TS TO COMMTXN-TS.
           MOVE WS-SP-COMM TO COMMTXN-COMMISSION.
           MOVE WS-TODAY TO COMMTXN-DATE.
           MOVE 'N' TO COMMTXN-SETTLED.
           MOVE 'A' TO COMMTXN-TYPE.
           STRING WS-REASON-IN "/" WS-NEXT-CM
               DELIMITED BY SIZE INTO COMMTXN-REASON.
           MOVE WS-ORD-DATE TO COMMTXN-ORIG-DATE.
           OPEN EXTEND COMMTXN-FILE.
           IF COMMTXN-STATUS = "05" OR COMMTXN-STATUS = "35"
               OPEN OUTPUT COMMTXN-FILE
           END-IF.
           WRITE COMMTXN-REC.
           CLOSE COMMTXN-FILE.
           MOVE WS-SP-COMM TO OUT-AMT.
           DISPLAY "  COMMISSION CLAWED BACK FROM "
               WS-ORD-SNUM (WS-JDX) ": " FUNCTION TRIM(OUT-AMT).

       LOAD-COMM-TIERS.
           MOVE 15000 TO TIER-UPPER (1).
           MOVE .15 TO TIER-RATE (1).
           MOVE 20000 TO TIER-UPPER (2).
           MOVE .20 TO TIER-RATE (2).
           MOVE 25000 TO TIER-UPPER (3).
           MOVE .25 TO TIER-RATE (3).
           MOVE 30000 TO TIER-UPPER (4).
           MOVE .30 TO TIER-RATE (4).
           MOVE 999999999 TO TIER-UPPER (5).
           MOVE .40 TO TIER-RATE (5).
           OPEN INPUT TIER-FILE.
           IF TIER-STATUS = "00"
               MOVE 0 TO TIER-IDX
               PERFORM UNTIL TIER-IDX >= TIER-COUNT
                   READ TIER-FILE
                       AT END
                           MOVE TIER-COUNT TO TIER-IDX
                       NOT AT END
                           ADD 1 TO TIER-IDX
                           MOVE TIER-UPPER-IN TO
                               TIER-UPPER (TIER-IDX)
                           MOVE TIER-RATE-IN TO
                               TIER-RATE (TIER-IDX)
                   END-READ
               END-PERFORM
               CLOSE TIER-FILE
           END-IF.

       CREDIT-REGISTER.
           DISPLAY "REGISTER MONTH (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-MONTH-IN.
           MOVE 0 TO WS-SHOWN.
           MOVE 0 TO WS-TOT-NET WS-TOT-TAX WS-TOT-AMOUNT.
           OPEN INPUT CRMEMO-FILE.
           IF CRMEMO-STATUS NOT = "00"
               DISPLAY "NO CREDIT MEMOS ON FILE."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MEMO    DATE      INVOICE CUSTOMER RSN STK"
               "          NET         TAX".
           PERFORM UNTIL CRMEMO-STATUS NOT = "00"
               READ CRMEMO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CM-DATE IS NUMERIC
                           DIVIDE CM-DATE BY 100
                               GIVING WS-REC-MONTH
                           IF WS-REC-MONTH = WS-MONTH-IN
                               PERFORM SHOW-REGISTER-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CRMEMO-FILE.
           MOVE WS-SHOWN TO OUT-COUNT.
           DISPLAY "CREDIT MEMOS IN THE MONTH: "
               FUNCTION TRIM(OUT-COUNT).
           MOVE WS-TOT-NET TO OUT-AMT.
           DISPLAY "NET CREDITED:   " FUNCTION TRIM(OUT-AMT).
           MOVE WS-TOT-TAX TO OUT-AMT.
           DISPLAY "TAX CREDITED:   " FUNCTION TRIM(OUT-AMT).
           MOVE WS-TOT-AMOUNT TO OUT-AMT.
           DISPLAY "TOTAL CREDITED: " FUNCTION TRIM(OUT-AMT).
           ACCEPT OMITTED.

       SHOW-REGISTER-ROW.
           ADD 1 TO WS-SHOWN.
           ADD CM-NET TO WS-TOT-NET.
           ADD CM-TAX TO WS-TOT-TAX.
           ADD CM-AMOUNT TO WS-TOT-AMOUNT.
           MOVE CM-NET TO OUT-AMT.
           MOVE CM-TAX TO OUT-AMT-2.
           DISPLAY CM-NO "  " CM-DATE "  " CM-INV-NO "  " CM-CUST
               "   " CM-REASON "  " CM-RESTOCK " " OUT-AMT " "
               OUT-AMT-2.
       END PROGRAM CRMEMO.
