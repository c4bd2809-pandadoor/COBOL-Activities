           ASSIGN TO "SELDATA/ORDSEQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDSEQ-STATUS.
           SELECT MARGCFG-FILE
           ASSIGN TO "SELDATA/MARGCFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MARGCFG-STATUS.
           SELECT QUOTES-FILE
           ASSIGN TO "SELDATA/QUOTES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QUOTES-STATUS.
           SELECT QTLINES-FILE
           ASSIGN TO "SELDATA/QTLINES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QTLINES-STATUS.
           SELECT QTSEQ-FILE
           ASSIGN TO "SELDATA/QTSEQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QTSEQ-STATUS.
           SELECT TRAINFLG-FILE
           ASSIGN TO "TRAINING.FLG"
           ORGANIZATION IS LINE SEQUENTIAL
           05 PROD-ONHAND-IN PIC S9(7).
           05 PROD-FILLER-4 PIC X(1).
           05 PROD-REORDER-IN PIC 9(5).
           05 PROD-FILLER-5 PIC X(1).
           05 PROD-COST-IN PIC 9(7)V99.
           05 PROD-FILLER-6 PIC X(1).
           05 PROD-LOCATION-IN PIC X(6).
           05 PROD-FILLER-7 PIC X(1).
           05 PROD-HOLD-IN PIC X(1).

       FD  CUST-FILE.
       01  CUST-REC.
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

       FD  PRICEBRK-FILE.
       01  PRICEBRK-REC.
           05 AR-PAID PIC 9(11)V99.
           05 AR-FILLER-5 PIC X(1).
           05 AR-STATUS PIC X(1).
           05 AR-FILLER-6 PIC X(1).
           05 AR-TYPE PIC X(1).

       FD  ORDHOLD-FILE.
       01  ORDHOLD-REC.
       01  ORDSEQ-REC.
           05 ORD-SEQ-NEXT PIC 9(6).

       FD  MARGCFG-FILE.
       01  MARGCFG-REC.
           05 MG-MIN-PCT PIC 9(3)V99.

      *    A QUOTATION: HEADER ON QUOTES.DAT, PRICED LINES ON
      *    QTLINES.DAT. STATUS 'O' OPEN, 'W' WON (CONVERTED TO AN
      *    ORDER), 'L' LOST; AN OPEN QUOTE PAST ITS EXPIRY DATE
      *    CAN NO LONGER BE CONVERTED.
       FD  QUOTES-FILE.
       01  QUOTES-REC.
           05 QT-NO PIC 9(6).
           05 QT-FILLER-1 PIC X(1).
           05 QT-CUST PIC 9(6).
           05 QT-FILLER-2 PIC X(1).
           05 QT-DATE PIC 9(8).
           05 QT-FILLER-3 PIC X(1).
           05 QT-EXPIRY PIC 9(8).
           05 QT-FILLER-4 PIC X(1).
           05 QT-SNUM PIC 9(14).
           05 QT-FILLER-5 PIC X(1).
           05 QT-TOTAL PIC 9(11)V99.
           05 QT-FILLER-6 PIC X(1).
           05 QT-TAX PIC 9(9)V99.
           05 QT-FILLER-7 PIC X(1).
           05 QT-STATUS PIC X(1).
           05 QT-FILLER-8 PIC X(1).
           05 QT-ORD-NO PIC 9(6).
           05 QT-FILLER-9 PIC X(1).
           05 QT-CLOSED PIC 9(8).
           05 QT-FILLER-10 PIC X(1).
           05 QT-REASON PIC X(20).

       FD  QTLINES-FILE.
       01  QTLINES-REC.
           05 QL-NO PIC 9(6).
           05 QL-FILLER-1 PIC X(1).
           05 QL-PROD PIC X(6).
           05 QL-FILLER-2 PIC X(1).
           05 QL-QTY PIC 9(5).
           05 QL-FILLER-3 PIC X(1).
           05 QL-PRICE PIC 9(7)V99.
           05 QL-FILLER-4 PIC X(1).
           05 QL-AMOUNT PIC 9(11)V99.

       FD  QTSEQ-FILE.
       01  QTSEQ-REC.
           05 QT-SEQ-NEXT PIC 9(6).

       FD  TRAINFLG-FILE.
       01  TRAINFLG-REC PIC X(10).

               10 WS-PROD-PRICE PIC 9(7)V99.
               10 WS-PROD-ONHAND PIC S9(7).
               10 WS-PROD-REORDER PIC 9(5).
               10 WS-PROD-COST PIC 9(7)V99.
               10 WS-PROD-LOCATION PIC X(6).
               10 WS-PROD-HOLD PIC X(1).
       01  MARGCFG-STATUS PIC XX.
       01  WS-MIN-MARGIN PIC 9(3)V99 VALUE 10.
       01  WS-LINE-COST PIC 9(7)V99.
       01  WS-MARGIN-PCT PIC S9(5)V99.
       01  OUT-MARGIN PIC ZZ,ZZ9.99-.
       01  PRICEBRK-STATUS PIC XX.
       01  PROMO-STATUS PIC XX.
       01  PRCOVRD-STATUS PIC XX.
       01  WS-CUST-IN PIC 9(6).
       01  WS-CUST-FOUND PIC X.
       01  WS-CUST-NAME PIC X(25).
       01  WS-CUST-ADDRESS PIC X(30).
       01  ARLEDGER-STATUS PIC XX.
       01  ORDHOLD-STATUS PIC XX.
       01  WS-CUST-LIMIT PIC 9(9)V99 VALUE 0.
               10 WS-OL-QTY PIC 9(5).
               10 WS-OL-PRICE PIC 9(7)V99.
               10 WS-OL-AMT PIC 9(11)V99.
               10 WS-OL-COST PIC 9(7)V99.
       01  WS-OL-IDX PIC 9(2).

       01  WS-SPLIT-COUNT PIC 9(1) VALUE 0.
       01  WS-SP-COMM PIC S9(14)V99.
       01  OUT-SP-AMT PIC ZZZ,ZZZ,ZZ9.99.

       01  QUOTES-STATUS PIC XX.
       01  QTLINES-STATUS PIC XX.
       01  QTSEQ-STATUS PIC XX.
       01  WS-QUOTE-CHOICE PIC 9(1).
       01  WS-QUOTE-NO PIC 9(6).
       01  WS-QUOTE-DAYS PIC 9(3).
       01  WS-QUOTE-EXPIRY PIC 9(8).
       01  WS-QUOTE-TODAY PIC 9(8).
       01  WS-QUOTE-REASON PIC X(20).
       01  WS-PRINT-CHOICE PIC X(1).
       01  WS-QT-COUNT PIC 9(3) VALUE 0.
       01  WS-QT-TABLE.
           05 WS-QT-REC PIC X(111) OCCURS 500 TIMES.
       01  WS-QT-IDX PIC 9(3).
       01  WS-QT-HIT PIC 9(3).
       01  WS-QT-HELD-PROD PIC X(6).
       01  WS-QS-COUNT PIC 9(2) VALUE 0.
       01  WS-QS-TABLE.
           05 WS-QS-ENTRY OCCURS 50 TIMES.
               10 WS-QS-SNUM PIC 9(14).
               10 WS-QS-OPEN PIC 9(4).
               10 WS-QS-OPEN-AMT PIC 9(11)V99.
               10 WS-QS-EXPIRED PIC 9(4).
               10 WS-QS-WON PIC 9(4).
               10 WS-QS-WON-AMT PIC 9(11)V99.
               10 WS-QS-LOST PIC 9(4).
               10 WS-QS-LOST-AMT PIC 9(11)V99.
       01  WS-QS-IDX PIC 9(2).
       01  WS-QS-HIT PIC 9(2).
       01  WS-WIN-PCT PIC 9(3).
       01  OUT-QT-AMT PIC ZZZ,ZZZ,ZZ9.99.
       01  OUT-QT-COUNT PIC ZZZ9.
       01  WS-QT-FLAG PIC X(7).

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-DAYS PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  WS-SPL-FUNCTION PIC X(1).
       01  WS-SPL-REPORT PIC X(20).
       01  WS-SPL-LINE PIC X(80).

       01  CR-PARMS.
           COPY CRPARM.

       01  WS-ADJ-AMT PIC 9(12)V99.
       01  WS-ADJ-REASON PIC X(10).
       01  WS-ADJ-ORIG-DATE PIC 9(8).
           DISPLAY "F. Commission adjustment (clawback)"
           DISPLAY "G. Customer master"
           DISPLAY "H. Price override report"
           DISPLAY "I. Purchasing (vendors and purchase orders)"
           DISPLAY "J. Quotations"
           DISPLAY SPACE.
           DISPLAY "D. Exit".
           DISPLAY "__________________________________________________".
            WHEN 'H'
               PERFORM PRICE-OVERRIDE-REPORT
               PERFORM MIDTERM-MENU
            WHEN 'I'
               CALL "PURCHORD"
               PERFORM MIDTERM-MENU
            WHEN 'J'
               PERFORM QUOTE-MENU
               PERFORM MIDTERM-MENU
            WHEN OTHER
               CALL "SYSTEM" USING "clear"
               PERFORM MIDTERM-MENU
           END-IF.
           MOVE 0 TO WS-OL-COUNT.
           MOVE 0 TO WS-ORDER-TAX.

           DISPLAY "ENTER SALESMAN NUMBER: " WITH NO ADVANCING.
           ACCEPT SNUM.
           PERFORM ENTER-ORDER-SPLITS.

           PERFORM LOAD-PRODUCT-MASTER.
           PERFORM LOAD-MARGIN-FLOOR.
           IF WS-PROD-COUNT > 0
               PERFORM ENTER-ORDER-LINES
           ELSE
           END-IF.

           IF WS-ORDER-LINES > 0
               PERFORM COMPUTE-ORDER-COMMISSION
               PERFORM CHECK-CREDIT-LIMIT
               IF WS-CREDIT-OK = 'Y'
                   PERFORM WRITE-ORDER
                   PERFORM LOG-SPLIT-TXNS
               ELSE
                   PERFORM WRITE-HELD-ORDER
               END-IF
           END-IF.

       COMPUTE-ORDER-COMMISSION.
           PERFORM VARYING TIER-IDX FROM 1 BY 1
               UNTIL TIER-IDX > TIER-COUNT
               OR TS <= TIER-UPPER (TIER-IDX)
               CONTINUE
           END-PERFORM.
           IF TIER-IDX > TIER-COUNT
               MOVE TIER-COUNT TO TIER-IDX
           END-IF.
           COMPUTE COMM_IN = TS * TIER-RATE (TIER-IDX).
           MOVE COMM_IN TO COMM_OUT.
           DISPLAY "THE COMMISION IS " TIER-RATE (TIER-IDX)
               " OF THE TOTAL SALES: " FUNCTION TRIM(COMM_OUT).

      *    THE CREDIT CHECK HAPPENS AT THE DOOR: THE CUSTOMER'S
      *    OPEN RECEIVABLES (LESS ANY UNAPPLIED CREDIT MEMOS) PLUS
      *    THE NEW ORDER AGAINST THE LIMIT ON THE MASTER. AN
      *    OVER-LIMIT ORDER IS PARKED ON THE HOLD FILE - NO
      *    COMMISSION TRANSACTION AND NO ORDER RECORD - UNTIL A
      *    SUPERVISOR RELEASES IT IN ORDREL.
       CHECK-CREDIT-LIMIT.
           MOVE 'Y' TO WS-CREDIT-OK.
           IF WS-CUST-LIMIT = 0
                               AND AR-STATUS NOT = 'C'
                               AND AR-AMOUNT IS NUMERIC
                               AND AR-PAID IS NUMERIC
                               IF AR-TYPE = 'C'
                                   COMPUTE WS-OPEN-BALANCE =
                                       WS-OPEN-BALANCE - AR-AMOUNT
                                       + AR-PAID
                               ELSE
                                   COMPUTE WS-OPEN-BALANCE =
                                       WS-OPEN-BALANCE + AR-AMOUNT
                                       - AR-PAID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM

      *    THE HOLD CARRIES EVERYTHING THE RELEASE NEEDS TO POST A
      *    COMPLETE ORDER - SPLITS, COMPUTED TAX AND THE ORDER
      *    LINES. NO STOCK MOVES AT ORDER ENTRY; IT IS RELIEVED
      *    WHEN THE ORDER SHIPS.
       WRITE-HELD-ORDER.
           MOVE SPACES TO ORDHOLD-REC.
           MOVE WS-CUST-IN TO OH-CUST.
      *    MASTER AND IS WRITTEN TO THE ORDER FILES WITH A
      *    SEQUENTIAL NUMBER, SO IT CAN BE INVOICED AND COLLECTED.
       ACCEPT-ORDER-CUSTOMER.
           DISPLAY "CUSTOMER NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-CUST-IN.
           PERFORM FIND-ORDER-CUSTOMER.

       FIND-ORDER-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND.
           OPEN INPUT CUST-FILE.
           IF CUST-STATUS NOT = "00"
               DISPLAY "NO CUSTOMER MASTER ON FILE - SET ONE UP IN"
                       IF CU-CUST-NO = WS-CUST-IN
                           MOVE 'Y' TO WS-CUST-FOUND
                           MOVE CU-NAME TO WS-CUST-NAME
                           MOVE CU-ADDRESS TO WS-CUST-ADDRESS
                           IF CU-CREDIT-LIMIT IS NUMERIC
                               MOVE CU-CREDIT-LIMIT TO WS-CUST-LIMIT
                           ELSE
                   MOVE WS-OL-QTY (WS-OL-IDX) TO OL-QTY
                   MOVE WS-OL-PRICE (WS-OL-IDX) TO OL-PRICE
                   MOVE WS-OL-AMT (WS-OL-IDX) TO OL-AMOUNT
                   MOVE WS-OL-COST (WS-OL-IDX) TO OL-COST
                   MOVE ZERO TO OL-SHIPPED
                   MOVE ZERO TO OL-BILLED
                   WRITE ORDLINES-REC
               END-PERFORM
               CLOSE ORDLINES-FILE
           END-IF.
           MOVE WS-ORDER-TAX TO OUT-TAX.
           DISPLAY "ORDER " WS-ORDER-NO " WRITTEN FOR CUSTOMER "
               WS-CUST-IN " - SALES TAX "
               FUNCTION TRIM(OUT-TAX) " - READY TO PICK.".

      *    ORDER NUMBERS COME FROM THE ORDSEQ CONTROL FILE SO THEY
      *    STAY SEQUENTIAL AND ARE NEVER REUSED.
           ACCEPT WS-SP-PCT (WS-SPLIT-COUNT).
           ADD WS-SP-PCT (WS-SPLIT-COUNT) TO WS-SPLIT-PCT-TOT.

      *    LINES CARRYING A PRODUCT OR GROUP RATE, AND ANY SPIFF
      *    BONUS, ARE POSTED BY COMMRULE; THE REST OF THE ORDER
      *    EARNS THE TIER RATE THE ORDER TOTAL QUALIFIED FOR.
       LOG-SPLIT-TXNS.
           PERFORM APPLY-COMM-RULES.
           IF CR-TIER-SALES = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE COMM_IN = CR-TIER-SALES * TIER-RATE (TIER-IDX).
           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
               COMPUTE WS-SP-TS ROUNDED =
                   CR-TIER-SALES * WS-SP-PCT (WS-SPLIT-IDX) / 100
               COMPUTE WS-SP-COMM ROUNDED =
                   COMM_IN * WS-SP-PCT (WS-SPLIT-IDX) / 100
               MOVE WS-SP-SNUM (WS-SPLIT-IDX) TO WS-UNSIGNED-SNUM
                   " (" WS-SP-PCT (WS-SPLIT-IDX) " PCT)"
           END-PERFORM.

       APPLY-COMM-RULES.
           INITIALIZE CR-PARMS.
           MOVE WS-ORDER-NO TO CR-ORDER-NO.
           ACCEPT CR-DATE FROM DATE YYYYMMDD.
           MOVE WS-OL-COUNT TO CR-LINE-COUNT.
           PERFORM VARYING WS-OL-IDX FROM 1 BY 1
               UNTIL WS-OL-IDX > WS-OL-COUNT
               MOVE WS-OL-PROD (WS-OL-IDX) TO CR-LN-PROD (WS-OL-IDX)
               MOVE WS-OL-QTY (WS-OL-IDX) TO CR-LN-QTY (WS-OL-IDX)
               MOVE WS-OL-AMT (WS-OL-IDX) TO CR-LN-AMT (WS-OL-IDX)
           END-PERFORM.
           PERFORM VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
               MOVE WS-SP-SNUM (WS-SPLIT-IDX) TO
                   CR-SP-SNUM (WS-SPLIT-IDX)
               MOVE WS-SP-NAME (WS-SPLIT-IDX) TO
                   CR-SP-NAME (WS-SPLIT-IDX)
               MOVE WS-SP-PCT (WS-SPLIT-IDX) TO
                   CR-SP-PCT (WS-SPLIT-IDX)
           END-PERFORM.
           CALL "COMMRULE" USING CR-PARMS.
           COMPUTE CR-TIER-SALES = TS - CR-RULE-SALES.
           IF CR-RULE-SALES > 0
               MOVE CR-RULE-COMM TO OUT-SP-AMT
               DISPLAY "  PRODUCT-RATE COMMISSION "
                   FUNCTION TRIM(OUT-SP-AMT) WITH NO ADVANCING
               MOVE CR-RULE-SALES TO OUT-SP-AMT
               DISPLAY " ON SALES OF " FUNCTION TRIM(OUT-SP-AMT)
           END-IF.
           IF CR-SPIFF-PAID > 0
               MOVE CR-SPIFF-PAID TO OUT-SP-AMT
               DISPLAY "  SPIFF BONUS " FUNCTION TRIM(OUT-SP-AMT)
           END-IF.

       LOG-ONE-SPLIT-TXN.
           MOVE SPACES TO COMMTXN-REC.
           MOVE WS-UNSIGNED-SNUM TO COMMTXN-SNUM.
                               MOVE 0 TO
                                   WS-PROD-REORDER (WS-PROD-COUNT)
                           END-IF
                           IF PROD-COST-IN IS NUMERIC
                               MOVE PROD-COST-IN TO
                                   WS-PROD-COST (WS-PROD-COUNT)
                           ELSE
                               MOVE 0 TO
                                   WS-PROD-COST (WS-PROD-COUNT)
                           END-IF
                           MOVE PROD-LOCATION-IN TO
                               WS-PROD-LOCATION (WS-PROD-COUNT)
                           MOVE PROD-HOLD-IN TO
                               WS-PROD-HOLD (WS-PROD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PRODMAST-FILE
               CLOSE PRCOVRD-FILE
           END-IF.

       ENTER-ORDER-LINES.
           MOVE 0 TO TS.
           MOVE 0 TO WS-ORDER-LINES.
               MOVE "PRODUCT NOT ON MASTER" TO REJECT-REASON
               PERFORM LOG-COMM-REJECT
               DISPLAY "PRODUCT " WS-LINE-CODE " NOT ON MASTER."
               EXIT PARAGRAPH
           END-IF.
      *    STOCK ON QUALITY HOLD AFTER A STORAGE EXCURSION CANNOT BE
      *    SOLD UNTIL QA RELEASES IT.
           IF WS-PROD-HOLD (WS-PROD-IDX) = 'Q'
               MOVE "PRODUCT CODE" TO REJECT-FIELD
               MOVE "PRODUCT ON QUALITY HOLD" TO REJECT-REASON
               PERFORM LOG-COMM-REJECT
               DISPLAY "PRODUCT " WS-LINE-CODE
                   " IS ON QUALITY HOLD - LINE REFUSED."
           ELSE
               DISPLAY "QUANTITY: " WITH NO ADVANCING
               ACCEPT WS-LINE-QTY
                   DISPLAY "LINE REJECTED."
               ELSE
                   PERFORM PICK-LINE-PRICE
                   MOVE WS-PROD-COST (WS-PROD-IDX) TO WS-LINE-COST
                   PERFORM CHECK-LINE-MARGIN
                   COMPUTE WS-LINE-AMT = WS-LINE-QTY *
                       WS-LINE-PRICE
                   ADD WS-LINE-AMT TO TS
                           WS-OL-PRICE (WS-OL-COUNT)
                       MOVE WS-LINE-AMT TO
                           WS-OL-AMT (WS-OL-COUNT)
                       MOVE WS-LINE-COST TO
                           WS-OL-COST (WS-OL-COUNT)
                   END-IF
      *    STOCK IS RELIEVED WHEN THE LINE SHIPS, NOT HERE; A LINE
      *    FOR MORE THAN IS ON HAND IS TAKEN BUT WARNED, SINCE THE
      *    SHORTFALL WILL GO ON BACKORDER AT SHIPMENT.
                   IF WS-LINE-QTY > WS-PROD-ONHAND (WS-PROD-IDX)
                       MOVE WS-PROD-ONHAND (WS-PROD-IDX)
                           TO OUT-ONHAND
                       DISPLAY "  WARNING: ONLY "
                           FUNCTION TRIM(OUT-ONHAND)
                           " ON HAND FOR " WS-LINE-CODE
                           " - THE BALANCE WILL BACKORDER."
                   END-IF
                   COMPUTE WS-LINE-TAX ROUNDED =
                       WS-LINE-AMT * WS-REGION-RATE / 100
                   ADD WS-LINE-TAX TO WS-ORDER-TAX
               END-IF
           END-IF.

      *    THE LINE IS STAMPED WITH THE PRODUCT'S AVERAGE COST AS IT
      *    STANDS AT THE SALE. A PRICE UNDER COST, OR A MARGIN UNDER
      *    THE FLOOR ON SELDATA/MARGCFG.DAT (DEFAULT 10 PCT), IS
      *    FLAGGED TO THE OPERATOR BUT NOT REFUSED; THE MARGIN
      *    EXCEPTIONS REPORT IN MARGRPT LISTS SUCH LINES AFTERWARDS.
      *    A PRODUCT WITH NO COST ON FILE CANNOT BE JUDGED.
       CHECK-LINE-MARGIN.
           IF WS-LINE-COST = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-LINE-PRICE < WS-LINE-COST
               MOVE WS-LINE-COST TO OUT-PRICE
               DISPLAY "  WARNING: PRICED BELOW COST OF "
                   FUNCTION TRIM(OUT-PRICE) "."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MARGIN-PCT ROUNDED =
               (WS-LINE-PRICE - WS-LINE-COST) * 100 / WS-LINE-PRICE.
           IF WS-MARGIN-PCT < WS-MIN-MARGIN
               MOVE WS-MARGIN-PCT TO OUT-MARGIN
               DISPLAY "  WARNING: MARGIN " FUNCTION TRIM(OUT-MARGIN)
                   " PCT IS UNDER THE MINIMUM."
           END-IF.

       LOAD-MARGIN-FLOOR.
           OPEN INPUT MARGCFG-FILE.
           IF MARGCFG-STATUS = "00"
               READ MARGCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MG-MIN-PCT IS NUMERIC
                           MOVE MG-MIN-PCT TO WS-MIN-MARGIN
                       END-IF
               END-READ
               CLOSE MARGCFG-FILE
           END-IF.

       ENTER-MANUAL-SALE.
           MOVE 1 TO WS-ORDER-LINES.
           MOVE 'N' TO WS-VALID-ENTRY.
           MOVE USOLD TO WS-OL-QTY (1).
           MOVE UPRICE TO WS-OL-PRICE (1).
           MOVE TS TO WS-OL-AMT (1).
           MOVE 0 TO WS-OL-COST (1).

      *    QUOTATIONS. A SALESMAN PRICES A JOB BEFORE THE CUSTOMER
      *    COMMITS: THE QUOTE IS ENTERED AGAINST THE CUSTOMER AND
      *    PRODUCT MASTERS WITH THE SAME PROMO / QUANTITY-BREAK
      *    PRICING AS AN ORDER, CARRIES AN EXPIRY DATE, AND PRINTS
      *    THROUGH THE SPOOLER. WHEN THE CUSTOMER ACCEPTS, ONE STEP
      *    TURNS IT INTO AN ORDER AT THE QUOTED PRICES, THROUGH THE
      *    USUAL COMMISSION SPLIT AND CREDIT LIMIT CHECK.
       QUOTE-MENU.
           CALL "SYSTEM" USING "clear".
           DISPLAY "QUOTATIONS".
           DISPLAY "1 - ENTER A QUOTE".
           DISPLAY "2 - PRINT A QUOTE".
           DISPLAY "3 - CONVERT A QUOTE TO AN ORDER".
           DISPLAY "4 - MARK A QUOTE LOST".
           DISPLAY "5 - OPEN QUOTES AND WIN/LOSS BY SALESMAN".
           DISPLAY "6 - BACK".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-QUOTE-CHOICE.
           EVALUATE WS-QUOTE-CHOICE
            WHEN 1
               PERFORM ENTER-QUOTE
            WHEN 2
               DISPLAY "QUOTE NUMBER: " WITH NO ADVANCING
               ACCEPT WS-QUOTE-NO
               PERFORM PRINT-QUOTE
            WHEN 3
               PERFORM CONVERT-QUOTE
            WHEN 4
               PERFORM LOSE-QUOTE
            WHEN 5
               PERFORM QUOTE-REPORT
            WHEN 6
               EXIT PARAGRAPH
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           DISPLAY "PRESS ENTER TO CONTINUE." WITH NO ADVANCING.
           ACCEPT OMITTED.
           PERFORM QUOTE-MENU.

       ENTER-QUOTE.
           PERFORM ACCEPT-ORDER-CUSTOMER.
           IF WS-CUST-FOUND = 'N'
               DISPLAY "QUOTE CANCELLED - NO CUSTOMER."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-PRODUCT-MASTER.
           IF WS-PROD-COUNT = 0
               DISPLAY "NO PRODUCT MASTER ON FILE - A QUOTE NEEDS"
                   " PRICED PRODUCTS."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ENTER SALESMAN NUMBER: " WITH NO ADVANCING.
           ACCEPT SNUM.
           MOVE SNUM TO WS-UNSIGNED-SNUM.
           PERFORM LOOKUP-SALESMAN.
           IF WS-FOUND-SALESMAN = 'N'
               DISPLAY "ENTER SALESMAN NAME: " WITH NO ADVANCING
               ACCEPT SNAME
               PERFORM SAVE-SALESMAN
           END-IF.
           PERFORM LOAD-MARGIN-FLOOR.
           MOVE 0 TO WS-OL-COUNT.
           MOVE 0 TO WS-ORDER-TAX.
           PERFORM ENTER-ORDER-LINES.
           IF WS-OL-COUNT = 0
               DISPLAY "QUOTE CANCELLED - NO LINES."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "QUOTE VALID FOR HOW MANY DAYS (0 FOR 30): "
               WITH NO ADVANCING.
           ACCEPT WS-QUOTE-DAYS.
           IF WS-QUOTE-DAYS = 0
               MOVE 30 TO WS-QUOTE-DAYS
           END-IF.
           ACCEPT WS-QUOTE-TODAY FROM DATE YYYYMMDD.
           MOVE 'A' TO WS-DU-FUNCTION.
           MOVE WS-QUOTE-TODAY TO WS-DU-DATE.
           MOVE WS-QUOTE-DAYS TO WS-DU-DAYS.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           MOVE WS-DU-RESULT TO WS-QUOTE-EXPIRY.
           PERFORM ASSIGN-QUOTE-NUMBER.
           MOVE SPACES TO QUOTES-REC.
           MOVE WS-QUOTE-NO TO QT-NO.
           MOVE WS-CUST-IN TO QT-CUST.
           MOVE WS-QUOTE-TODAY TO QT-DATE.
           MOVE WS-QUOTE-EXPIRY TO QT-EXPIRY.
           MOVE WS-UNSIGNED-SNUM TO QT-SNUM.
           MOVE 0 TO TS.
           PERFORM VARYING WS-OL-IDX FROM 1 BY 1
               UNTIL WS-OL-IDX > WS-OL-COUNT
               ADD WS-OL-AMT (WS-OL-IDX) TO TS
           END-PERFORM.
           MOVE TS TO QT-TOTAL.
           MOVE WS-ORDER-TAX TO QT-TAX.
           MOVE 'O' TO QT-STATUS.
           MOVE ZERO TO QT-ORD-NO.
           MOVE ZERO TO QT-CLOSED.
           OPEN EXTEND QUOTES-FILE.
           IF QUOTES-STATUS = "05" OR QUOTES-STATUS = "35"
               OPEN OUTPUT QUOTES-FILE
           END-IF.
           WRITE QUOTES-REC.
           CLOSE QUOTES-FILE.
           OPEN EXTEND QTLINES-FILE.
           IF QTLINES-STATUS = "05" OR QTLINES-STATUS = "35"
               OPEN OUTPUT QTLINES-FILE
           END-IF.
           PERFORM VARYING WS-OL-IDX FROM 1 BY 1
               UNTIL WS-OL-IDX > WS-OL-COUNT
               MOVE SPACES TO QTLINES-REC
               MOVE WS-QUOTE-NO TO QL-NO
               MOVE WS-OL-PROD (WS-OL-IDX) TO QL-PROD
               MOVE WS-OL-QTY (WS-OL-IDX) TO QL-QTY
               MOVE WS-OL-PRICE (WS-OL-IDX) TO QL-PRICE
               MOVE WS-OL-AMT (WS-OL-IDX) TO QL-AMOUNT
               WRITE QTLINES-REC
           END-PERFORM.
           CLOSE QTLINES-FILE.
           MOVE TS TO OUT-QT-AMT.
           DISPLAY "QUOTE " WS-QUOTE-NO " FOR "
               FUNCTION TRIM(OUT-QT-AMT) " VALID UNTIL "
               WS-QUOTE-EXPIRY ".".
           DISPLAY "PRINT IT NOW? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-PRINT-CHOICE.
           MOVE FUNCTION UPPER-CASE(WS-PRINT-CHOICE)
               TO WS-PRINT-CHOICE.
           IF WS-PRINT-CHOICE = 'Y'
               PERFORM PRINT-QUOTE
           END-IF.

      *    QUOTE NUMBERS COME FROM THEIR OWN CONTROL FILE, KEPT
      *    APART FROM ORDSEQ SO A QUOTE NEVER USES UP AN ORDER
      *    NUMBER.
       ASSIGN-QUOTE-NUMBER.
           MOVE 1 TO WS-QUOTE-NO.
           OPEN INPUT QTSEQ-FILE.
           IF QTSEQ-STATUS = "00"
               READ QTSEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF QT-SEQ-NEXT IS NUMERIC
                           MOVE QT-SEQ-NEXT TO WS-QUOTE-NO
                       END-IF
               END-READ
               CLOSE QTSEQ-FILE
           END-IF.
           OPEN OUTPUT QTSEQ-FILE.
           COMPUTE QT-SEQ-NEXT = WS-QUOTE-NO + 1.
           WRITE QTSEQ-REC.
           CLOSE QTSEQ-FILE.

       PRINT-QUOTE.
           PERFORM LOAD-QUOTES.
           PERFORM FIND-QUOTE.
           IF WS-QT-HIT = 0
               DISPLAY "QUOTE " WS-QUOTE-NO " NOT ON FILE."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-QT-REC (WS-QT-HIT) TO QUOTES-REC.
           MOVE QT-CUST TO WS-CUST-IN.
           PERFORM FIND-ORDER-CUSTOMER.
           MOVE QT-SNUM TO WS-UNSIGNED-SNUM.
           MOVE SPACES TO SNAME.
           PERFORM LOOKUP-SALESMAN.
           PERFORM LOAD-PRODUCT-MASTER.
           MOVE "QUOTATION" TO WS-SPL-REPORT.
           MOVE 'O' TO WS-SPL-FUNCTION.
           MOVE SPACES TO WS-SPL-LINE.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "QUOTATION " QT-NO "     DATE " QT-DATE
               "     VALID UNTIL " QT-EXPIRY
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-QUOTE-LINE.
           MOVE SPACES TO WS-SPL-LINE.
           PERFORM SPOOL-QUOTE-LINE.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "TO:  " QT-CUST " " WS-CUST-NAME
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-QUOTE-LINE.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "            " WS-CUST-ADDRESS
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-QUOTE-LINE.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "SALESMAN: " FUNCTION TRIM(SNAME)
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-QUOTE-LINE.
           MOVE SPACES TO WS-SPL-LINE.
           PERFORM SPOOL-QUOTE-LINE.
           MOVE "PRODUCT DESCRIPTION            QTY       PRICE"
               TO WS-SPL-LINE.
           MOVE "         AMOUNT" TO WS-SPL-LINE (47:15).
           PERFORM SPOOL-QUOTE-LINE.
           OPEN INPUT QTLINES-FILE.
           IF QTLINES-STATUS = "00"
               PERFORM UNTIL QTLINES-STATUS NOT = "00"
                   READ QTLINES-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF QL-NO = QT-NO
                               PERFORM PRINT-QUOTE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QTLINES-FILE
           END-IF.
           MOVE SPACES TO WS-SPL-LINE.
           PERFORM SPOOL-QUOTE-LINE.
           MOVE QT-TOTAL TO OUT-QT-AMT.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "QUOTED TOTAL" DELIMITED BY SIZE INTO WS-SPL-LINE.
           MOVE OUT-QT-AMT TO WS-SPL-LINE (47:14).
           PERFORM SPOOL-QUOTE-LINE.
           MOVE QT-TAX TO OUT-QT-AMT.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "SALES TAX (ESTIMATED)" DELIMITED BY SIZE
               INTO WS-SPL-LINE.
           MOVE OUT-QT-AMT TO WS-SPL-LINE (47:14).
           PERFORM SPOOL-QUOTE-LINE.
           MOVE SPACES TO WS-SPL-LINE.
           PERFORM SPOOL-QUOTE-LINE.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "PRICES HELD UNTIL " QT-EXPIRY
               ". TAX IS CHARGED AT THE RATE IN FORCE ON THE ORDER."
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-QUOTE-LINE.
           MOVE 'C' TO WS-SPL-FUNCTION.
           MOVE SPACES TO WS-SPL-LINE.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.
           DISPLAY "QUOTE " QT-NO " SPOOLED - REPRINT IT FROM THE"
               " REPORT BROWSER.".

       PRINT-QUOTE-LINE.
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
               UNTIL WS-PROD-IDX > WS-PROD-COUNT
               OR WS-PROD-CODE (WS-PROD-IDX) = QL-PROD
               CONTINUE
           END-PERFORM.
           MOVE SPACES TO WS-SPL-LINE.
           MOVE QL-PROD TO WS-SPL-LINE (1:6).
           IF WS-PROD-IDX <= WS-PROD-COUNT
               MOVE WS-PROD-DESC (WS-PROD-IDX) TO WS-SPL-LINE (9:20)
           END-IF.
           MOVE QL-QTY TO WS-SPL-LINE (30:5).
           MOVE QL-PRICE TO OUT-PRICE.
           MOVE OUT-PRICE TO WS-SPL-LINE (36:10).
           MOVE QL-AMOUNT TO OUT-QT-AMT.
           MOVE OUT-QT-AMT TO WS-SPL-LINE (47:14).
           PERFORM SPOOL-QUOTE-LINE.

       SPOOL-QUOTE-LINE.
           DISPLAY WS-SPL-LINE.
           MOVE 'L' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.

      *    CONVERSION POSTS THE ORDER AT THE QUOTED PRICES WHILE THE
      *    QUOTE IS STILL GOOD; TAX IS RECOMPUTED AT TODAY'S RATE
      *    FOR THE CUSTOMER'S REGION AND COST AT TODAY'S AVERAGE.
      *    AN ORDER THAT FAILS THE CREDIT CHECK GOES TO THE HOLD
      *    FILE LIKE ANY OTHER - THE QUOTE IS STILL WON.
       CONVERT-QUOTE.
           DISPLAY "QUOTE NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-QUOTE-NO.
           PERFORM LOAD-QUOTES.
           PERFORM FIND-QUOTE.
           IF WS-QT-HIT = 0
               DISPLAY "QUOTE " WS-QUOTE-NO " NOT ON FILE."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-QT-REC (WS-QT-HIT) TO QUOTES-REC.
           IF QT-STATUS NOT = 'O'
               DISPLAY "QUOTE " WS-QUOTE-NO " IS ALREADY CLOSED."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-QUOTE-TODAY FROM DATE YYYYMMDD.
           IF QT-EXPIRY < WS-QUOTE-TODAY
               DISPLAY "QUOTE " WS-QUOTE-NO " EXPIRED ON " QT-EXPIRY
                   " - REQUOTE THE JOB."
               EXIT PARAGRAPH
           END-IF.
           MOVE QT-CUST TO WS-CUST-IN.
           PERFORM FIND-ORDER-CUSTOMER.
           IF WS-CUST-FOUND = 'N'
               DISPLAY "ORDER NOT WRITTEN - NO CUSTOMER."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-COMM-TIERS.
           PERFORM LOAD-PRODUCT-MASTER.
           MOVE 0 TO WS-OL-COUNT.
           MOVE 0 TO WS-ORDER-TAX.
           MOVE 0 TO TS.
           MOVE SPACES TO WS-QT-HELD-PROD.
           OPEN INPUT QTLINES-FILE.
           IF QTLINES-STATUS = "00"
               PERFORM UNTIL QTLINES-STATUS NOT = "00"
                   READ QTLINES-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF QL-NO = QT-NO AND WS-OL-COUNT < 20
                               PERFORM LOAD-QUOTE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QTLINES-FILE
           END-IF.
           IF WS-OL-COUNT = 0
               DISPLAY "QUOTE " WS-QUOTE-NO " HAS NO LINES."
               EXIT PARAGRAPH
           END-IF.
           IF WS-QT-HELD-PROD NOT = SPACES
               DISPLAY "QUOTE " WS-QUOTE-NO " NOT CONVERTED - PRODUCT "
                   WS-QT-HELD-PROD " IS ON QUALITY HOLD."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OL-COUNT TO WS-ORDER-LINES.
           MOVE QT-SNUM TO WS-UNSIGNED-SNUM.
           MOVE SPACES TO SNAME.
           PERFORM LOOKUP-SALESMAN.
           PERFORM ENTER-ORDER-SPLITS.
           PERFORM COMPUTE-ORDER-COMMISSION.
           PERFORM CHECK-CREDIT-LIMIT.
           MOVE WS-QT-REC (WS-QT-HIT) TO QUOTES-REC.
           IF WS-CREDIT-OK = 'Y'
               PERFORM WRITE-ORDER
               PERFORM LOG-SPLIT-TXNS
               MOVE WS-ORDER-NO TO QT-ORD-NO
           ELSE
               PERFORM WRITE-HELD-ORDER
               MOVE ZERO TO QT-ORD-NO
               MOVE "HELD FOR CREDIT" TO QT-REASON
           END-IF.
           MOVE 'W' TO QT-STATUS.
           MOVE WS-QUOTE-TODAY TO QT-CLOSED.
           MOVE QUOTES-REC TO WS-QT-REC (WS-QT-HIT).
           PERFORM SAVE-QUOTES.
           DISPLAY "QUOTE " WS-QUOTE-NO " MARKED WON.".

       LOAD-QUOTE-LINE.
           ADD 1 TO WS-OL-COUNT.
           MOVE QL-PROD TO WS-OL-PROD (WS-OL-COUNT).
           MOVE QL-QTY TO WS-OL-QTY (WS-OL-COUNT).
           MOVE QL-PRICE TO WS-OL-PRICE (WS-OL-COUNT).
           MOVE QL-AMOUNT TO WS-OL-AMT (WS-OL-COUNT).
           MOVE 0 TO WS-OL-COST (WS-OL-COUNT).
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
               UNTIL WS-PROD-IDX > WS-PROD-COUNT
               IF WS-PROD-CODE (WS-PROD-IDX) = QL-PROD
                   MOVE WS-PROD-COST (WS-PROD-IDX)
                       TO WS-OL-COST (WS-OL-COUNT)
                   IF WS-PROD-HOLD (WS-PROD-IDX) = 'Q'
                       MOVE QL-PROD TO WS-QT-HELD-PROD
                   END-IF
               END-IF
           END-PERFORM.
           ADD QL-AMOUNT TO TS.
           COMPUTE WS-LINE-TAX ROUNDED =
               QL-AMOUNT * WS-REGION-RATE / 100.
           ADD WS-LINE-TAX TO WS-ORDER-TAX.

       LOSE-QUOTE.
           DISPLAY "QUOTE NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-QUOTE-NO.
           PERFORM LOAD-QUOTES.
           PERFORM FIND-QUOTE.
           IF WS-QT-HIT = 0
               DISPLAY "QUOTE " WS-QUOTE-NO " NOT ON FILE."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-QT-REC (WS-QT-HIT) TO QUOTES-REC.
           IF QT-STATUS NOT = 'O'
               DISPLAY "QUOTE " WS-QUOTE-NO " IS ALREADY CLOSED."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-QUOTE-REASON.
           PERFORM UNTIL WS-QUOTE-REASON NOT = SPACES
               DISPLAY "REASON LOST (REQUIRED): " WITH NO ADVANCING
               ACCEPT WS-QUOTE-REASON
           END-PERFORM.
           MOVE 'L' TO QT-STATUS.
           ACCEPT QT-CLOSED FROM DATE YYYYMMDD.
           MOVE WS-QUOTE-REASON TO QT-REASON.
           MOVE QUOTES-REC TO WS-QT-REC (WS-QT-HIT).
           PERFORM SAVE-QUOTES.
           DISPLAY "QUOTE " WS-QUOTE-NO " MARKED LOST.".

       LOAD-QUOTES.
           MOVE 0 TO WS-QT-COUNT.
           OPEN INPUT QUOTES-FILE.
           IF QUOTES-STATUS = "00"
               PERFORM UNTIL QUOTES-STATUS NOT = "00"
                   OR WS-QT-COUNT >= 500
                   READ QUOTES-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-QT-COUNT
                           MOVE QUOTES-REC TO WS-QT-REC (WS-QT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE QUOTES-FILE
           END-IF.

       FIND-QUOTE.
           MOVE 0 TO WS-QT-HIT.
           PERFORM VARYING WS-QT-IDX FROM 1 BY 1
               UNTIL WS-QT-IDX > WS-QT-COUNT OR WS-QT-HIT > 0
               MOVE WS-QT-REC (WS-QT-IDX) TO QUOTES-REC
               IF QT-NO = WS-QUOTE-NO
                   MOVE WS-QT-IDX TO WS-QT-HIT
               END-IF
           END-PERFORM.

       SAVE-QUOTES.
           OPEN OUTPUT QUOTES-FILE.
           PERFORM VARYING WS-QT-IDX FROM 1 BY 1
               UNTIL WS-QT-IDX > WS-QT-COUNT
               MOVE WS-QT-REC (WS-QT-IDX) TO QUOTES-REC
               WRITE QUOTES-REC
           END-PERFORM.
           CLOSE QUOTES-FILE.

      *    THE OPEN QUOTES ARE LISTED WITH THOSE PAST EXPIRY
      *    FLAGGED, THEN EACH SALESMAN'S PIPELINE AND RECORD: OPEN,
      *    EXPIRED, WON AND LOST, WITH THE WIN RATE OVER THE QUOTES
      *    THAT HAVE BEEN DECIDED.
       QUOTE-REPORT.
           PERFORM LOAD-QUOTES.
           ACCEPT WS-QUOTE-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-QS-COUNT.
           DISPLAY "OPEN QUOTES".
           DISPLAY "QUOTE  CUSTOMER QUOTED   EXPIRES  SALESMAN"
               "                AMOUNT".
           PERFORM VARYING WS-QT-IDX FROM 1 BY 1
               UNTIL WS-QT-IDX > WS-QT-COUNT
               MOVE WS-QT-REC (WS-QT-IDX) TO QUOTES-REC
               PERFORM TALLY-QUOTE
           END-PERFORM.
           DISPLAY SPACE.
           DISPLAY "WIN/LOSS BY SALESMAN".
           DISPLAY "SALESMAN        OPEN      OPEN VALUE EXPD  WON"
               "       WON VALUE LOST  WIN PCT".
           PERFORM VARYING WS-QS-IDX FROM 1 BY 1
               UNTIL WS-QS-IDX > WS-QS-COUNT
               MOVE WS-QS-OPEN (WS-QS-IDX) TO OUT-QT-COUNT
               MOVE WS-QS-OPEN-AMT (WS-QS-IDX) TO OUT-QT-AMT
               DISPLAY WS-QS-SNUM (WS-QS-IDX) " " OUT-QT-COUNT " "
                   OUT-QT-AMT WITH NO ADVANCING
               MOVE WS-QS-EXPIRED (WS-QS-IDX) TO OUT-QT-COUNT
               DISPLAY " " OUT-QT-COUNT WITH NO ADVANCING
               MOVE WS-QS-WON (WS-QS-IDX) TO OUT-QT-COUNT
               MOVE WS-QS-WON-AMT (WS-QS-IDX) TO OUT-QT-AMT
               DISPLAY " " OUT-QT-COUNT " " OUT-QT-AMT
                   WITH NO ADVANCING
               MOVE WS-QS-LOST (WS-QS-IDX) TO OUT-QT-COUNT
               MOVE 0 TO WS-WIN-PCT
               IF WS-QS-WON (WS-QS-IDX) + WS-QS-LOST (WS-QS-IDX) > 0
                   COMPUTE WS-WIN-PCT ROUNDED =
                       WS-QS-WON (WS-QS-IDX) * 100 /
                       (WS-QS-WON (WS-QS-IDX) + WS-QS-LOST (WS-QS-IDX))
               END-IF
               DISPLAY " " OUT-QT-COUNT "     " WS-WIN-PCT
           END-PERFORM.
           IF WS-QT-COUNT = 0
               DISPLAY "NO QUOTES ON FILE."
           END-IF.

       TALLY-QUOTE.
           MOVE 0 TO WS-QS-HIT.
           PERFORM VARYING WS-QS-IDX FROM 1 BY 1
               UNTIL WS-QS-IDX > WS-QS-COUNT OR WS-QS-HIT > 0
               IF WS-QS-SNUM (WS-QS-IDX) = QT-SNUM
                   MOVE WS-QS-IDX TO WS-QS-HIT
               END-IF
           END-PERFORM.
           IF WS-QS-HIT = 0
               IF WS-QS-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QS-COUNT
               MOVE WS-QS-COUNT TO WS-QS-HIT
               INITIALIZE WS-QS-ENTRY (WS-QS-HIT)
               MOVE QT-SNUM TO WS-QS-SNUM (WS-QS-HIT)
           END-IF.
           EVALUATE TRUE
            WHEN QT-STATUS = 'W'
               ADD 1 TO WS-QS-WON (WS-QS-HIT)
               ADD QT-TOTAL TO WS-QS-WON-AMT (WS-QS-HIT)
            WHEN QT-STATUS = 'L'
               ADD 1 TO WS-QS-LOST (WS-QS-HIT)
               ADD QT-TOTAL TO WS-QS-LOST-AMT (WS-QS-HIT)
            WHEN QT-EXPIRY < WS-QUOTE-TODAY
               ADD 1 TO WS-QS-EXPIRED (WS-QS-HIT)
               MOVE "EXPIRED" TO WS-QT-FLAG
               PERFORM SHOW-OPEN-QUOTE
            WHEN OTHER
               ADD 1 TO WS-QS-OPEN (WS-QS-HIT)
               ADD QT-TOTAL TO WS-QS-OPEN-AMT (WS-QS-HIT)
               MOVE SPACES TO WS-QT-FLAG
               PERFORM SHOW-OPEN-QUOTE
           END-EVALUATE.

       SHOW-OPEN-QUOTE.
           MOVE QT-TOTAL TO OUT-QT-AMT.
           DISPLAY QT-NO " " QT-CUST "   " QT-DATE " " QT-EXPIRY " "
               QT-SNUM " " OUT-QT-AMT " " WS-QT-FLAG.

       LOOKUP-SALESMAN.
           MOVE 'N' TO WS-FOUND-SALESMAN.
