      *    PRODUCT MASTER MAINTENANCE. HOLDS THE PRODUCT CODE,
      *    DESCRIPTION AND UNIT PRICE THE COMMISSION ORDER ENTRY IN
      *    MIDTERM PRICES ITS ORDER LINES FROM, SO PRICES ARE NO
      *    LONGER TYPED FROM MEMORY. STOCK IS RECEIVED HERE AGAINST
      *    THE PURCHASE ORDERS RAISED IN PURCHORD, AND EACH RECEIPT
      *    MOVES THE PRODUCT'S AVERAGE UNIT COST, WHICH ORDER ENTRY
      *    STAMPS ON EVERY LINE SOLD FOR THE MARGIN REPORTING. A
      *    RECEIPT ALSO RELEASES THE PRODUCT'S BACKORDERED ORDER
      *    LINES FOR PICKING, OLDEST FIRST, AS FAR AS THE STOCK NOT
      *    ALREADY PROMISED TO EARLIER RELEASES WILL COVER THEM.
      *    COLD-STORAGE PRODUCTS CARRY THE TEMPLOC.DAT LOCATION THEY
      *    ARE KEPT IN, SO AN EXCURSION THERE CAN PUT THEM ON QUALITY
      *    HOLD (SEE QAHOLD); THE HOLD ITSELF IS NOT CHANGED HERE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO "SELDATA/INVRCPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCPT-STATUS.
           SELECT POHDR-FILE
           ASSIGN TO "SELDATA/POHDR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POHDR-STATUS.
           SELECT POLINES-FILE
           ASSIGN TO "SELDATA/POLINES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POLINES-STATUS.
           SELECT POSEQ-FILE
           ASSIGN TO "SELDATA/POSEQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSEQ-STATUS.
           SELECT POTOL-FILE
           ASSIGN TO "SELDATA/POTOL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POTOL-STATUS.
           SELECT VEND-FILE
           ASSIGN TO "SELDATA/VENDMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VEND-STATUS.
           SELECT VENDPROD-FILE
           ASSIGN TO "SELDATA/VENDPROD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VENDPROD-STATUS.
           SELECT ORDLINES-FILE
           ASSIGN TO "SELDATA/ORDLINES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDLINES-STATUS.
           SELECT ORDLINES-TMP-FILE
           ASSIGN TO "SELDATA/ORDLINES.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OLTMP-STATUS.
           SELECT TEMPLOC-FILE
           ASSIGN TO "SELDATA/TEMPLOC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TEMPLOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PROD-ONHAND PIC S9(7).
           05 PROD-FILLER-4 PIC X(1).
           05 PROD-REORDER PIC 9(5).
           05 PROD-FILLER-5 PIC X(1).
           05 PROD-COST PIC 9(7)V99.
           05 PROD-FILLER-6 PIC X(1).
           05 PROD-LOCATION PIC X(6).
           05 PROD-FILLER-7 PIC X(1).
           05 PROD-HOLD PIC X(1).

       FD  RCPT-FILE.
       01  RCPT-REC.
           05 RC-QTY PIC 9(7).
           05 RC-FILLER-3 PIC X(1).
           05 RC-OPERATOR PIC X(10).
           05 RC-FILLER-4 PIC X(1).
           05 RC-PO-NO PIC 9(6).
           05 RC-FILLER-5 PIC X(1).
           05 RC-PO-LINE PIC 9(2).

       FD  POHDR-FILE.
       01  POHDR-REC.
           05 PH-PO-NO PIC 9(6).
           05 PH-FILLER-1 PIC X(1).
           05 PH-VEND-NO PIC 9(6).
           05 PH-FILLER-2 PIC X(1).
           05 PH-ORDER-DATE PIC 9(8).
           05 PH-FILLER-3 PIC X(1).
           05 PH-DUE-DATE PIC 9(8).
           05 PH-FILLER-4 PIC X(1).
           05 PH-STATUS PIC X(1).

       FD  POLINES-FILE.
       01  POLINES-REC.
           05 PL-PO-NO PIC 9(6).
           05 PL-FILLER-1 PIC X(1).
           05 PL-LINE-NO PIC 9(2).
           05 PL-FILLER-2 PIC X(1).
           05 PL-PROD PIC X(6).
           05 PL-FILLER-3 PIC X(1).
           05 PL-QTY-ORD PIC 9(7).
           05 PL-FILLER-4 PIC X(1).
           05 PL-COST PIC 9(7)V99.
           05 PL-FILLER-5 PIC X(1).
           05 PL-QTY-RCVD PIC 9(7).
           05 PL-FILLER-6 PIC X(1).
           05 PL-STATUS PIC X(1).

       FD  POSEQ-FILE.
       01  POSEQ-REC.
           05 PO-SEQ-NEXT PIC 9(6).

       FD  POTOL-FILE.
       01  POTOL-REC.
           05 PT-OVER-PCT PIC 9(3)V99.
           05 PT-FILLER-1 PIC X(1).
           05 PT-UNDER-PCT PIC 9(3)V99.

       FD  VEND-FILE.
       01  VEND-REC.
           05 VM-VEND-NO PIC 9(6).
           05 VM-FILLER-1 PIC X(1).
           05 VM-NAME PIC X(25).
           05 VM-FILLER-2 PIC X(1).
           05 VM-ADDRESS PIC X(30).
           05 VM-FILLER-3 PIC X(1).
           05 VM-TERMS PIC X(3).
           05 VM-FILLER-4 PIC X(1).
           05 VM-LEAD-DAYS PIC 9(3).

       FD  VENDPROD-FILE.
       01  VENDPROD-REC.
           05 VP-VEND-NO PIC 9(6).
           05 VP-FILLER-1 PIC X(1).
           05 VP-PROD PIC X(6).
           05 VP-FILLER-2 PIC X(1).
           05 VP-COST PIC 9(7)V99.
           05 VP-FILLER-3 PIC X(1).
           05 VP-ORDER-QTY PIC 9(7).

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

       FD  TEMPLOC-FILE.
       01  TEMPLOC-REC.
           05 TL-LOCATION PIC X(6).
           05 TL-FILLER-1 PIC X(1).
           05 TL-REST PIC X(50).

       WORKING-STORAGE SECTION.
       01  PROD-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-KEY-IN PIC X(6).
       01  WS-FOUND PIC X.
       01  TEMPLOC-STATUS PIC XX.
       01  WS-LOC-IN PIC X(6).
       01  WS-LOC-FOUND PIC X.
       01  WS-IDX PIC 9(3).

       01  WS-PROD-COUNT PIC 9(3) VALUE 0.
               10 WS-PROD-PRICE PIC 9(7)V99.
               10 WS-PROD-ONHAND PIC S9(7).
               10 WS-PROD-REORDER PIC 9(5).
               10 WS-PROD-COST PIC 9(7)V99.
               10 WS-PROD-LOCATION PIC X(6).
               10 WS-PROD-HOLD PIC X(1).
       01  RCPT-STATUS PIC XX.
       01  WS-RCPT-QTY PIC 9(7).
       01  WS-OPERATOR PIC X(10).
       01  WS-TODAY PIC 9(8).
       01  OUT-QTY PIC Z,ZZZ,ZZ9-.
       01  OUT-QTY-2 PIC Z,ZZZ,ZZ9-.
       01  OUT-QTY-3 PIC Z,ZZZ,ZZ9-.

       01  OUT-PRICE PIC ZZZ,ZZ9.99.
       01  OUT-COST PIC ZZZ,ZZ9.99.
       01  OUT-MARGIN PIC ZZ9.9-.
       01  WS-MARGIN-PCT PIC S9(3)V9.
       01  WS-COST-VALUE PIC S9(13)V99.
       01  WS-COST-UNITS PIC S9(9).

       01  POHDR-STATUS PIC XX.
       01  POLINES-STATUS PIC XX.
       01  POSEQ-STATUS PIC XX.
       01  POTOL-STATUS PIC XX.
       01  VEND-STATUS PIC XX.
       01  VENDPROD-STATUS PIC XX.
       01  ORDLINES-STATUS PIC XX.
       01  OLTMP-STATUS PIC XX.
       01  WS-BO-AVAIL PIC S9(9).
       01  WS-BO-OPEN PIC S9(7).
       01  WS-BO-RELEASED PIC 9(5).
       01  WS-PO-IN PIC 9(6).
       01  WS-LINE-IN PIC 9(2).
       01  WS-PH-IDX PIC 9(3).
       01  WS-PL-IDX PIC 9(4).
       01  WS-JDX PIC 9(4).
       01  WS-CONFIRM PIC X.

       01  WS-PH-COUNT PIC 9(3) VALUE 0.
       01  WS-PH-OVERFLOW PIC X VALUE 'N'.
       01  WS-PH-TABLE.
           05 WS-PH-ENTRY OCCURS 300 TIMES.
               10 WS-PH-PO PIC 9(6).
               10 WS-PH-VEND PIC 9(6).
               10 WS-PH-ORDERED PIC 9(8).
               10 WS-PH-DUE PIC 9(8).
               10 WS-PH-STAT PIC X(1).

       01  WS-PL-COUNT PIC 9(4) VALUE 0.
       01  WS-PL-OVERFLOW PIC X VALUE 'N'.
       01  WS-PL-TABLE.
           05 WS-PL-ENTRY OCCURS 1000 TIMES.
               10 WS-PL-PO PIC 9(6).
               10 WS-PL-LINE PIC 9(2).
               10 WS-PL-PROD PIC X(6).
               10 WS-PL-ORD PIC 9(7).
               10 WS-PL-COST PIC 9(7)V99.
               10 WS-PL-RCVD PIC 9(7).
               10 WS-PL-STAT PIC X(1).

      *    RECEIVING TOLERANCES IN PERCENT OF THE ORDERED QUANTITY,
      *    MAINTAINED IN PURCHORD.
       01  WS-OVER-PCT PIC 9(3)V99 VALUE 5.
       01  WS-UNDER-PCT PIC 9(3)V99 VALUE 5.
       01  WS-MAX-RCPT PIC S9(9).
       01  WS-CLOSE-AT PIC S9(9).
       01  WS-OUTSTANDING PIC S9(9).
       01  WS-ON-ORDER PIC S9(9).
       01  WS-POSITION PIC S9(9).

       01  WS-VP-COUNT PIC 9(3) VALUE 0.
       01  WS-VP-TABLE.
           05 WS-VP-ENTRY OCCURS 300 TIMES.
               10 WS-VP-VEND PIC 9(6).
               10 WS-VP-PROD PIC X(6).
               10 WS-VP-COST PIC 9(7)V99.
               10 WS-VP-QTY PIC 9(7).
       01  WS-VP-BEST PIC 9(3).

      *    PURCHASE ORDER LINES SUGGESTED BY THE REORDER REPORT.
       01  WS-SG-COUNT PIC 9(3) VALUE 0.
       01  WS-SG-TABLE.
           05 WS-SG-ENTRY OCCURS 100 TIMES.
               10 WS-SG-PROD PIC X(6).
               10 WS-SG-VEND PIC 9(6).
               10 WS-SG-QTY PIC 9(7).
               10 WS-SG-COST PIC 9(7)V99.
               10 WS-SG-DONE PIC X(1).
       01  WS-SG-IDX PIC 9(3).
       01  WS-SG-JDX PIC 9(3).
       01  WS-NEW-PO PIC 9(6).
       01  WS-NEW-VEND PIC 9(6).
       01  WS-NEW-DUE PIC 9(8).
       01  WS-NEW-LINE PIC 9(2).
       01  WS-LEAD-DAYS PIC 9(3).
       01  WS-DAY-NO PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PARA.
                               MOVE 0 TO
                                   WS-PROD-REORDER (WS-PROD-COUNT)
                           END-IF
                           IF PROD-COST IS NUMERIC
                               MOVE PROD-COST TO
                                   WS-PROD-COST (WS-PROD-COUNT)
                           ELSE
                               MOVE 0 TO
                                   WS-PROD-COST (WS-PROD-COUNT)
                           END-IF
                           MOVE PROD-LOCATION TO
                               WS-PROD-LOCATION (WS-PROD-COUNT)
                           MOVE PROD-HOLD TO
                               WS-PROD-HOLD (WS-PROD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PROD-FILE
               MOVE WS-PROD-PRICE (WS-IDX) TO PROD-PRICE
               MOVE WS-PROD-ONHAND (WS-IDX) TO PROD-ONHAND
               MOVE WS-PROD-REORDER (WS-IDX) TO PROD-REORDER
               MOVE WS-PROD-COST (WS-IDX) TO PROD-COST
               MOVE WS-PROD-LOCATION (WS-IDX) TO PROD-LOCATION
               MOVE WS-PROD-HOLD (WS-IDX) TO PROD-HOLD
               WRITE PROD-REC
           END-PERFORM.
           CLOSE PROD-FILE.
                   ACCEPT WS-PROD-PRICE (WS-IDX)
                   DISPLAY "REORDER POINT: " WITH NO ADVANCING
                   ACCEPT WS-PROD-REORDER (WS-IDX)
                   DISPLAY "UNIT COST UNTIL THE FIRST RECEIPT: "
                       WITH NO ADVANCING
                   ACCEPT WS-PROD-COST (WS-IDX)
                   PERFORM ACCEPT-STORAGE-LOCATION
                   MOVE WS-LOC-IN TO WS-PROD-LOCATION (WS-IDX)
                   MOVE SPACE TO WS-PROD-HOLD (WS-IDX)
                   MOVE 0 TO WS-PROD-ONHAND (WS-IDX)
                   PERFORM SAVE-PRODUCTS
                   DISPLAY "PRODUCT " WS-KEY-IN " ADDED."
               DISPLAY "CURRENT DESCRIPTION: " WS-PROD-DESC (WS-IDX)
               MOVE WS-PROD-PRICE (WS-IDX) TO OUT-PRICE
               DISPLAY "CURRENT UNIT PRICE:  " OUT-PRICE
               MOVE WS-PROD-COST (WS-IDX) TO OUT-COST
               DISPLAY "AVERAGE UNIT COST:   " OUT-COST
               DISPLAY "STORAGE LOCATION:    " WS-PROD-LOCATION (WS-IDX)
               IF WS-PROD-HOLD (WS-IDX) = 'Q'
                   DISPLAY "*** ON QUALITY HOLD ***"
               END-IF
               DISPLAY "NEW DESCRIPTION: " WITH NO ADVANCING
               ACCEPT WS-PROD-DESC (WS-IDX)
               DISPLAY "NEW UNIT PRICE: " WITH NO ADVANCING
               ACCEPT WS-PROD-PRICE (WS-IDX)
               DISPLAY "NEW REORDER POINT: " WITH NO ADVANCING
               ACCEPT WS-PROD-REORDER (WS-IDX)
               PERFORM ACCEPT-STORAGE-LOCATION
               MOVE WS-LOC-IN TO WS-PROD-LOCATION (WS-IDX)
               PERFORM SAVE-PRODUCTS
               DISPLAY "PRODUCT " WS-KEY-IN " UPDATED."
           END-IF.
           ACCEPT OMITTED.

      *    A LOCATION MUST BE ONE TEMPEXC MONITORS; BLANK MEANS THE
      *    PRODUCT IS NOT KEPT IN A MONITORED LOCATION.
       ACCEPT-STORAGE-LOCATION.
           MOVE 'N' TO WS-LOC-FOUND.
           PERFORM UNTIL WS-LOC-FOUND = 'Y'
               DISPLAY "STORAGE LOCATION (TEMPLOC CODE, BLANK IF "
                   "NONE): " WITH NO ADVANCING
               ACCEPT WS-LOC-IN
               MOVE FUNCTION UPPER-CASE(WS-LOC-IN) TO WS-LOC-IN
               IF WS-LOC-IN = SPACES
                   MOVE 'Y' TO WS-LOC-FOUND
               ELSE
                   PERFORM FIND-STORAGE-LOCATION
                   IF WS-LOC-FOUND = 'N'
                       DISPLAY "LOCATION " WS-LOC-IN
                           " IS NOT ON SELDATA/TEMPLOC.DAT."
                   END-IF
               END-IF
           END-PERFORM.

       FIND-STORAGE-LOCATION.
           OPEN INPUT TEMPLOC-FILE.
           IF TEMPLOC-STATUS = "00"
               PERFORM UNTIL TEMPLOC-STATUS NOT = "00"
                   OR WS-LOC-FOUND = 'Y'
                   READ TEMPLOC-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TL-LOCATION = WS-LOC-IN
                               MOVE 'Y' TO WS-LOC-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLOC-FILE
           END-IF.

       LIST-PRODUCTS.
           IF WS-PROD-COUNT = 0
               DISPLAY "NO PRODUCTS ON MASTER."
           ELSE
               DISPLAY "CODE    DESCRIPTION           UNIT PRICE"
                   "   UNIT COST  MARGIN%"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PROD-COUNT
                   MOVE WS-PROD-PRICE (WS-IDX) TO OUT-PRICE
                   MOVE WS-PROD-COST (WS-IDX) TO OUT-COST
                   MOVE 0 TO WS-MARGIN-PCT
                   IF WS-PROD-PRICE (WS-IDX) > 0
                       COMPUTE WS-MARGIN-PCT ROUNDED =
                           (WS-PROD-PRICE (WS-IDX)
                           - WS-PROD-COST (WS-IDX)) * 100
                           / WS-PROD-PRICE (WS-IDX)
                   END-IF
                   MOVE WS-MARGIN-PCT TO OUT-MARGIN
                   DISPLAY WS-PROD-CODE (WS-IDX) "  "
                       WS-PROD-DESC (WS-IDX) "  " OUT-PRICE "  "
                       OUT-COST "  " OUT-MARGIN
               END-PERFORM
           END-IF.
           ACCEPT OMITTED.
      *    REPLENISHMENT COMES IN THROUGH ITS OWN ENTRY WITH THE
      *    RECEIVING OPERATOR RECORDED ON INVRCPT.DAT, SO EVERY
      *    MOVEMENT OF ON-HAND HAS A TRAIL: RECEIPTS HERE, ISSUES
      *    THROUGH SHIPPING AND COUNT ADJUSTMENTS THROUGH INVCOUNT.
      *    EACH RECEIPT POSTS AGAINST AN OPEN PURCHASE ORDER LINE.
      *    A RECEIPT MAY NOT TAKE THE LINE PAST
      *    THE OVER-RECEIPT TOLERANCE, AND THE LINE CLOSES ONCE WHAT
      *    HAS COME IN IS WITHIN THE UNDER-RECEIPT TOLERANCE OF WHAT
      *    WAS ORDERED; THE PO CLOSES WITH ITS LAST OPEN LINE.
       ENTER-RECEIPT.
           PERFORM LOAD-PURCHASE-ORDERS.
           IF WS-PH-OVERFLOW = 'Y' OR WS-PL-OVERFLOW = 'Y'
               DISPLAY "PURCHASE ORDER FILES EXCEED THEIR TABLES."
                   " RECEIVING IS SUSPENDED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-TOLERANCES.
           DISPLAY "PURCHASE ORDER NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-PO-IN.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
               UNTIL WS-PH-IDX > WS-PH-COUNT
               OR WS-FOUND = 'Y'
               IF WS-PH-PO (WS-PH-IDX) = WS-PO-IN
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N'
               DISPLAY "PURCHASE ORDER NOT ON FILE: " WS-PO-IN
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-PH-IDX.
           IF WS-PH-STAT (WS-PH-IDX) NOT = 'O'
               DISPLAY "PURCHASE ORDER " WS-PO-IN " IS CLOSED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "LN PRODUCT     ORDERED   RECEIVED".
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-PO (WS-PL-IDX) = WS-PO-IN
                   AND WS-PL-STAT (WS-PL-IDX) = 'O'
                   MOVE WS-PL-ORD (WS-PL-IDX) TO OUT-QTY
                   MOVE WS-PL-RCVD (WS-PL-IDX) TO OUT-QTY-2
                   DISPLAY WS-PL-LINE (WS-PL-IDX) " "
                       WS-PL-PROD (WS-PL-IDX) " " OUT-QTY " "
                       OUT-QTY-2
               END-IF
           END-PERFORM.
           DISPLAY "PO LINE NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-LINE-IN.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               OR WS-FOUND = 'Y'
               IF WS-PL-PO (WS-PL-IDX) = WS-PO-IN
                   AND WS-PL-LINE (WS-PL-IDX) = WS-LINE-IN
                   AND WS-PL-STAT (WS-PL-IDX) = 'O'
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N'
               DISPLAY "NO OPEN LINE " WS-LINE-IN " ON PURCHASE ORDER "
                   WS-PO-IN
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-PL-IDX.
           MOVE WS-PL-PROD (WS-PL-IDX) TO WS-KEY-IN.
           PERFORM FIND-PRODUCT.
           IF WS-FOUND = 'N'
               DISPLAY "PRODUCT NOT ON MASTER: " WS-KEY-IN
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PRODUCT: " WS-KEY-IN "  " WS-PROD-DESC (WS-IDX).
           COMPUTE WS-MAX-RCPT ROUNDED = WS-PL-ORD (WS-PL-IDX)
               * (100 + WS-OVER-PCT) / 100
               - WS-PL-RCVD (WS-PL-IDX).
           IF WS-MAX-RCPT < 1
               DISPLAY "LINE IS ALREADY AT ITS OVER-RECEIPT TOLERANCE."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RCPT-QTY.
           PERFORM UNTIL WS-RCPT-QTY > 0
               DISPLAY "QUANTITY RECEIVED: " WITH NO ADVANCING
               IF WS-RCPT-QTY = 0
                   DISPLAY "QUANTITY MUST BE POSITIVE, RE-ENTER."
               END-IF
               IF WS-RCPT-QTY > WS-MAX-RCPT
                   MOVE WS-MAX-RCPT TO OUT-QTY
                   DISPLAY "OVER-RECEIPT TOLERANCE EXCEEDED. AT MOST "
                       FUNCTION TRIM(OUT-QTY) " MAY BE RECEIVED."
                   MOVE 0 TO WS-RCPT-QTY
               END-IF
           END-PERFORM.
           DISPLAY "RECEIVING OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           ADD WS-RCPT-QTY TO WS-PL-RCVD (WS-PL-IDX).
           COMPUTE WS-CLOSE-AT ROUNDED = WS-PL-ORD (WS-PL-IDX)
               * (100 - WS-UNDER-PCT) / 100.
           IF WS-PL-RCVD (WS-PL-IDX) >= WS-CLOSE-AT
               MOVE 'C' TO WS-PL-STAT (WS-PL-IDX)
               IF WS-PL-RCVD (WS-PL-IDX) < WS-PL-ORD (WS-PL-IDX)
                   DISPLAY "LINE CLOSED SHORT WITHIN UNDER-RECEIPT"
                       " TOLERANCE."
               ELSE
                   DISPLAY "LINE RECEIVED IN FULL AND CLOSED."
               END-IF
               PERFORM CLOSE-PO-IF-COMPLETE
           END-IF.
           PERFORM SAVE-PURCHASE-ORDERS.
           PERFORM AVERAGE-IN-RECEIPT-COST.
           ADD WS-RCPT-QTY TO WS-PROD-ONHAND (WS-IDX).
           PERFORM SAVE-PRODUCTS.
           MOVE SPACES TO RCPT-REC.
           MOVE WS-TODAY TO RC-DATE.
           MOVE WS-RCPT-QTY TO RC-QTY.
           MOVE WS-OPERATOR TO RC-OPERATOR.
           MOVE WS-PO-IN TO RC-PO-NO.
           MOVE WS-LINE-IN TO RC-PO-LINE.
           OPEN EXTEND RCPT-FILE.
           IF RCPT-STATUS = "05" OR RCPT-STATUS = "35"
               OPEN OUTPUT RCPT-FILE
           MOVE WS-PROD-ONHAND (WS-IDX) TO OUT-QTY.
           DISPLAY "RECEIPT POSTED. ON HAND NOW "
               FUNCTION TRIM(OUT-QTY) ".".
           PERFORM RELEASE-BACKORDERS.
           ACCEPT OMITTED.

      *    STOCK ON HAND LESS WHAT EARLIER RELEASES HAVE ALREADY
      *    PROMISED (LINES AT 'R', NOT YET SHIPPED) IS WHAT A NEW
      *    RECEIPT CAN RELEASE. BACKORDERED LINES ('B') FOR THE
      *    PRODUCT ARE TAKEN IN FILE ORDER - OLDEST ORDER FIRST -
      *    AND A LINE IS ONLY RELEASED WHEN ITS WHOLE BALANCE IS
      *    COVERED, SO THE WAREHOUSE NEVER PICKS A PART OF ONE.
       RELEASE-BACKORDERS.
           MOVE WS-PROD-ONHAND (WS-IDX) TO WS-BO-AVAIL.
           MOVE 0 TO WS-BO-RELEASED.
           OPEN INPUT ORDLINES-FILE.
           IF ORDLINES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ORDLINES-STATUS NOT = "00"
               READ ORDLINES-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OL-PROD = WS-KEY-IN
                           AND OL-BO-STAT = 'R'
                           AND OL-SHIPPED IS NUMERIC
                           COMPUTE WS-BO-AVAIL = WS-BO-AVAIL
                               - (OL-QTY - OL-SHIPPED)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDLINES-FILE.
           IF WS-BO-AVAIL <= 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ORDLINES-FILE.
           OPEN OUTPUT ORDLINES-TMP-FILE.
           PERFORM UNTIL ORDLINES-STATUS NOT = "00"
               READ ORDLINES-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OL-PROD = WS-KEY-IN
                           AND OL-BO-STAT = 'B'
                           AND OL-SHIPPED IS NUMERIC
                           COMPUTE WS-BO-OPEN = OL-QTY - OL-SHIPPED
                           IF WS-BO-OPEN > 0
                               AND WS-BO-OPEN <= WS-BO-AVAIL
                               MOVE 'R' TO OL-BO-STAT
                               SUBTRACT WS-BO-OPEN FROM WS-BO-AVAIL
                               ADD 1 TO WS-BO-RELEASED
                               MOVE WS-BO-OPEN TO OUT-QTY-2
                               DISPLAY "  ORDER " OL-ORD-NO
                                   " BACKORDER OF "
                                   FUNCTION TRIM(OUT-QTY-2)
                                   " RELEASED FOR PICKING."
                           END-IF
                       END-IF
                       MOVE ORDLINES-REC TO ORDLINES-TMP-REC
                       WRITE ORDLINES-TMP-REC
               END-READ
           END-PERFORM.
           CLOSE ORDLINES-FILE.
           CLOSE ORDLINES-TMP-FILE.
           IF WS-BO-RELEASED = 0
               EXIT PARAGRAPH
           END-IF.
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
           MOVE WS-BO-RELEASED TO OUT-QTY.
           DISPLAY "BACKORDER LINES RELEASED: " FUNCTION TRIM(OUT-QTY).

      *    THE AVERAGE COST MOVES BY WEIGHTING THE STOCK ALREADY ON
      *    HAND AT THE OLD AVERAGE AGAINST THE RECEIPT AT THE PO LINE
      *    COST. WITH NOTHING (OR LESS THAN NOTHING) ON HAND, OR NO
      *    COST YET, THE RECEIPT COST BECOMES THE AVERAGE OUTRIGHT.
       AVERAGE-IN-RECEIPT-COST.
           IF WS-PL-COST (WS-PL-IDX) = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-PROD-ONHAND (WS-IDX) <= 0
               OR WS-PROD-COST (WS-IDX) = 0
               MOVE WS-PL-COST (WS-PL-IDX) TO WS-PROD-COST (WS-IDX)
           ELSE
               COMPUTE WS-COST-VALUE = WS-PROD-ONHAND (WS-IDX)
                   * WS-PROD-COST (WS-IDX)
                   + WS-RCPT-QTY * WS-PL-COST (WS-PL-IDX)
               COMPUTE WS-COST-UNITS = WS-PROD-ONHAND (WS-IDX)
                   + WS-RCPT-QTY
               COMPUTE WS-PROD-COST (WS-IDX) ROUNDED =
                   WS-COST-VALUE / WS-COST-UNITS
           END-IF.
           MOVE WS-PROD-COST (WS-IDX) TO OUT-COST.
           DISPLAY "AVERAGE UNIT COST NOW " FUNCTION TRIM(OUT-COST) ".".

       CLOSE-PO-IF-COMPLETE.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-PL-COUNT
               IF WS-PL-PO (WS-JDX) = WS-PO-IN
                   AND WS-PL-STAT (WS-JDX) = 'O'
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N'
               MOVE 'C' TO WS-PH-STAT (WS-PH-IDX)
               DISPLAY "PURCHASE ORDER " WS-PO-IN " IS COMPLETE."
           END-IF.

       LOAD-PURCHASE-ORDERS.
           MOVE 0 TO WS-PH-COUNT.
           MOVE 'N' TO WS-PH-OVERFLOW.
           OPEN INPUT POHDR-FILE.
           IF POHDR-STATUS = "00"
               PERFORM UNTIL POHDR-STATUS NOT = "00"
                   READ POHDR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-PH-COUNT >= 300
                               MOVE 'Y' TO WS-PH-OVERFLOW
                           ELSE
                               ADD 1 TO WS-PH-COUNT
                               MOVE PH-PO-NO TO WS-PH-PO (WS-PH-COUNT)
                               MOVE PH-VEND-NO TO
                                   WS-PH-VEND (WS-PH-COUNT)
                               MOVE PH-ORDER-DATE TO
                                   WS-PH-ORDERED (WS-PH-COUNT)
                               MOVE PH-DUE-DATE TO
                                   WS-PH-DUE (WS-PH-COUNT)
                               MOVE PH-STATUS TO
                                   WS-PH-STAT (WS-PH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POHDR-FILE
           END-IF.
           MOVE 0 TO WS-PL-COUNT.
           MOVE 'N' TO WS-PL-OVERFLOW.
           OPEN INPUT POLINES-FILE.
           IF POLINES-STATUS = "00"
               PERFORM UNTIL POLINES-STATUS NOT = "00"
                   READ POLINES-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-PL-COUNT >= 1000
                               MOVE 'Y' TO WS-PL-OVERFLOW
                           ELSE
                               ADD 1 TO WS-PL-COUNT
                               MOVE PL-PO-NO TO WS-PL-PO (WS-PL-COUNT)
                               MOVE PL-LINE-NO TO
                                   WS-PL-LINE (WS-PL-COUNT)
                               MOVE PL-PROD TO WS-PL-PROD (WS-PL-COUNT)
                               MOVE PL-QTY-ORD TO
                                   WS-PL-ORD (WS-PL-COUNT)
                               MOVE PL-COST TO WS-PL-COST (WS-PL-COUNT)
                               MOVE PL-QTY-RCVD TO
                                   WS-PL-RCVD (WS-PL-COUNT)
                               MOVE PL-STATUS TO
                                   WS-PL-STAT (WS-PL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POLINES-FILE
           END-IF.

       SAVE-PURCHASE-ORDERS.
           IF WS-PH-OVERFLOW = 'Y' OR WS-PL-OVERFLOW = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT POHDR-FILE.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-PH-COUNT
               MOVE SPACES TO POHDR-REC
               MOVE WS-PH-PO (WS-JDX) TO PH-PO-NO
               MOVE WS-PH-VEND (WS-JDX) TO PH-VEND-NO
               MOVE WS-PH-ORDERED (WS-JDX) TO PH-ORDER-DATE
               MOVE WS-PH-DUE (WS-JDX) TO PH-DUE-DATE
               MOVE WS-PH-STAT (WS-JDX) TO PH-STATUS
               WRITE POHDR-REC
           END-PERFORM.
           CLOSE POHDR-FILE.
           OPEN OUTPUT POLINES-FILE.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-PL-COUNT
               MOVE SPACES TO POLINES-REC
               MOVE WS-PL-PO (WS-JDX) TO PL-PO-NO
               MOVE WS-PL-LINE (WS-JDX) TO PL-LINE-NO
               MOVE WS-PL-PROD (WS-JDX) TO PL-PROD
               MOVE WS-PL-ORD (WS-JDX) TO PL-QTY-ORD
               MOVE WS-PL-COST (WS-JDX) TO PL-COST
               MOVE WS-PL-RCVD (WS-JDX) TO PL-QTY-RCVD
               MOVE WS-PL-STAT (WS-JDX) TO PL-STATUS
               WRITE POLINES-REC
           END-PERFORM.
           CLOSE POLINES-FILE.

       LOAD-TOLERANCES.
           OPEN INPUT POTOL-FILE.
           IF POTOL-STATUS = "00"
               READ POTOL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PT-OVER-PCT IS NUMERIC
                           MOVE PT-OVER-PCT TO WS-OVER-PCT
                       END-IF
                       IF PT-UNDER-PCT IS NUMERIC
                           MOVE PT-UNDER-PCT TO WS-UNDER-PCT
                       END-IF
               END-READ
               CLOSE POTOL-FILE
           END-IF.

       STOCK-STATUS.
           IF WS-PROD-COUNT = 0
               DISPLAY "NO PRODUCTS ON MASTER."
           ELSE
               DISPLAY "CODE    DESCRIPTION           ON HAND"
                   "    REORDER AT  LOCATION"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PROD-COUNT
                   MOVE WS-PROD-ONHAND (WS-IDX) TO OUT-QTY
                   DISPLAY WS-PROD-CODE (WS-IDX) "  "
                       WS-PROD-DESC (WS-IDX) "  "
                       OUT-QTY "  "
                       WS-PROD-REORDER (WS-IDX) "       "
                       WS-PROD-LOCATION (WS-IDX) WITH NO ADVANCING
                   IF WS-PROD-HOLD (WS-IDX) = 'Q'
                       DISPLAY "  QUALITY HOLD"
                   ELSE
                       DISPLAY " "
                   END-IF
               END-PERFORM
           END-IF.
           ACCEPT OMITTED.

      *    QUANTITY ALREADY DUE ON OPEN PURCHASE ORDERS COUNTS
      *    TOWARDS THE STOCK POSITION. WHERE THE POSITION IS STILL AT
      *    OR UNDER THE REORDER POINT A PO LINE IS SUGGESTED FROM THE
      *    CHEAPEST VENDOR CARRYING THE ITEM, FOR THE VENDOR'S USUAL
      *    ORDER QUANTITY OR ENOUGH TO BRING THE POSITION UP TO TWICE
      *    THE REORDER POINT, WHICHEVER IS MORE. THE SUGGESTIONS CAN
      *    THEN BE RAISED AS ONE PO PER VENDOR.
       REORDER-REPORT.
           PERFORM LOAD-PURCHASE-ORDERS.
           PERFORM LOAD-VENDOR-ITEMS.
           MOVE 0 TO WS-SG-COUNT.
           DISPLAY "PRODUCTS AT OR UNDER THEIR REORDER POINT".
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                       WS-PROD-DESC (WS-IDX) "  ON HAND "
                       FUNCTION TRIM(OUT-QTY) "  REORDER AT "
                       WS-PROD-REORDER (WS-IDX)
                   PERFORM SUGGEST-PO-LINE
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N'
               DISPLAY "(NOTHING TO REORDER)"
           END-IF.
           IF WS-SG-COUNT > 0
               DISPLAY "RAISE THE SUGGESTED PURCHASE ORDERS (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF FUNCTION UPPER-CASE(WS-CONFIRM) = 'Y'
                   PERFORM RAISE-SUGGESTED-POS
               END-IF
           END-IF.
           ACCEPT OMITTED.

       SUGGEST-PO-LINE.
           MOVE 0 TO WS-ON-ORDER.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-PL-COUNT
               IF WS-PL-PROD (WS-JDX) = WS-PROD-CODE (WS-IDX)
                   AND WS-PL-STAT (WS-JDX) = 'O'
                   AND WS-PL-ORD (WS-JDX) > WS-PL-RCVD (WS-JDX)
                   COMPUTE WS-ON-ORDER = WS-ON-ORDER
                       + WS-PL-ORD (WS-JDX) - WS-PL-RCVD (WS-JDX)
               END-IF
           END-PERFORM.
           COMPUTE WS-POSITION = WS-PROD-ONHAND (WS-IDX)
               + WS-ON-ORDER.
           IF WS-ON-ORDER > 0
               MOVE WS-ON-ORDER TO OUT-QTY
               DISPLAY "        ALREADY ON ORDER "
                   FUNCTION TRIM(OUT-QTY)
           END-IF.
           IF WS-POSITION > WS-PROD-REORDER (WS-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-VP-BEST.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-VP-COUNT
               IF WS-VP-PROD (WS-JDX) = WS-PROD-CODE (WS-IDX)
                   AND WS-VP-COST (WS-JDX) > 0
                   IF WS-VP-BEST = 0
                       MOVE WS-JDX TO WS-VP-BEST
                   ELSE
                       IF WS-VP-COST (WS-JDX) <
                           WS-VP-COST (WS-VP-BEST)
                           MOVE WS-JDX TO WS-VP-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-VP-BEST = 0
               DISPLAY "        NO VENDOR COST ON FILE, NO PO SUGGESTED"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SG-COUNT >= 100
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-OUTSTANDING = (WS-PROD-REORDER (WS-IDX) * 2)
               - WS-POSITION.
           IF WS-VP-QTY (WS-VP-BEST) > WS-OUTSTANDING
               MOVE WS-VP-QTY (WS-VP-BEST) TO WS-OUTSTANDING
           END-IF.
           ADD 1 TO WS-SG-COUNT.
           MOVE WS-PROD-CODE (WS-IDX) TO WS-SG-PROD (WS-SG-COUNT).
           MOVE WS-VP-VEND (WS-VP-BEST) TO WS-SG-VEND (WS-SG-COUNT).
           MOVE WS-OUTSTANDING TO WS-SG-QTY (WS-SG-COUNT).
           MOVE WS-VP-COST (WS-VP-BEST) TO WS-SG-COST (WS-SG-COUNT).
           MOVE 'N' TO WS-SG-DONE (WS-SG-COUNT).
           MOVE WS-OUTSTANDING TO OUT-QTY.
           MOVE WS-VP-COST (WS-VP-BEST) TO OUT-PRICE.
           DISPLAY "        SUGGEST PO TO VENDOR "
               WS-VP-VEND (WS-VP-BEST) " FOR "
               FUNCTION TRIM(OUT-QTY) " AT "
               FUNCTION TRIM(OUT-PRICE).

       LOAD-VENDOR-ITEMS.
           MOVE 0 TO WS-VP-COUNT.
           OPEN INPUT VENDPROD-FILE.
           IF VENDPROD-STATUS = "00"
               PERFORM UNTIL VENDPROD-STATUS NOT = "00"
                   OR WS-VP-COUNT >= 300
                   READ VENDPROD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF VP-COST IS NUMERIC
                               AND VP-ORDER-QTY IS NUMERIC
                               ADD 1 TO WS-VP-COUNT
                               MOVE VP-VEND-NO TO
                                   WS-VP-VEND (WS-VP-COUNT)
                               MOVE VP-PROD TO
                                   WS-VP-PROD (WS-VP-COUNT)
                               MOVE VP-COST TO
                                   WS-VP-COST (WS-VP-COUNT)
                               MOVE VP-ORDER-QTY TO
                                   WS-VP-QTY (WS-VP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDPROD-FILE
           END-IF.

      *    ONE PO PER VENDOR, UP TO 99 LINES EACH, DUE AFTER THE
      *    VENDOR'S USUAL LEAD TIME. HEADERS AND LINES ARE APPENDED
      *    THE SAME WAY PURCHORD WRITES A KEYED ORDER.
       RAISE-SUGGESTED-POS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-NEXT-PO-NO.
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-SG-COUNT
               IF WS-SG-DONE (WS-SG-IDX) = 'N'
                   PERFORM WRITE-SUGGESTED-PO
               END-IF
           END-PERFORM.
           PERFORM SAVE-NEXT-PO-NO.

       WRITE-SUGGESTED-PO.
           MOVE WS-SG-VEND (WS-SG-IDX) TO WS-NEW-VEND.
           PERFORM LOAD-VENDOR-LEAD.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-DAY-NO.
           ADD WS-LEAD-DAYS TO WS-DAY-NO.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NO) TO WS-NEW-DUE.
           MOVE SPACES TO POHDR-REC.
           MOVE WS-NEW-PO TO PH-PO-NO.
           MOVE WS-NEW-VEND TO PH-VEND-NO.
           MOVE WS-TODAY TO PH-ORDER-DATE.
           MOVE WS-NEW-DUE TO PH-DUE-DATE.
           MOVE 'O' TO PH-STATUS.
           OPEN EXTEND POHDR-FILE.
           IF POHDR-STATUS = "05" OR POHDR-STATUS = "35"
               OPEN OUTPUT POHDR-FILE
           END-IF.
           WRITE POHDR-REC.
           CLOSE POHDR-FILE.
           OPEN EXTEND POLINES-FILE.
           IF POLINES-STATUS = "05" OR POLINES-STATUS = "35"
               OPEN OUTPUT POLINES-FILE
           END-IF.
           MOVE 0 TO WS-NEW-LINE.
           PERFORM VARYING WS-SG-JDX FROM WS-SG-IDX BY 1
               UNTIL WS-SG-JDX > WS-SG-COUNT
               OR WS-NEW-LINE >= 99
               IF WS-SG-VEND (WS-SG-JDX) = WS-NEW-VEND
                   AND WS-SG-DONE (WS-SG-JDX) = 'N'
                   ADD 1 TO WS-NEW-LINE
                   MOVE SPACES TO POLINES-REC
                   MOVE WS-NEW-PO TO PL-PO-NO
                   MOVE WS-NEW-LINE TO PL-LINE-NO
                   MOVE WS-SG-PROD (WS-SG-JDX) TO PL-PROD
                   MOVE WS-SG-QTY (WS-SG-JDX) TO PL-QTY-ORD
                   MOVE WS-SG-COST (WS-SG-JDX) TO PL-COST
                   MOVE 0 TO PL-QTY-RCVD
                   MOVE 'O' TO PL-STATUS
                   WRITE POLINES-REC
                   MOVE 'Y' TO WS-SG-DONE (WS-SG-JDX)
               END-IF
           END-PERFORM.
           CLOSE POLINES-FILE.
           DISPLAY "PURCHASE ORDER " WS-NEW-PO " RAISED TO VENDOR "
               WS-NEW-VEND " DUE " WS-NEW-DUE.
           ADD 1 TO WS-NEW-PO.

       LOAD-VENDOR-LEAD.
           MOVE 0 TO WS-LEAD-DAYS.
           OPEN INPUT VEND-FILE.
           IF VEND-STATUS = "00"
               PERFORM UNTIL VEND-STATUS NOT = "00"
                   READ VEND-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF VM-VEND-NO = WS-NEW-VEND
                               AND VM-LEAD-DAYS IS NUMERIC
                               MOVE VM-LEAD-DAYS TO WS-LEAD-DAYS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VEND-FILE
           END-IF.

       LOAD-NEXT-PO-NO.
           MOVE 1 TO WS-NEW-PO.
           OPEN INPUT POSEQ-FILE.
           IF POSEQ-STATUS = "00"
               READ POSEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PO-SEQ-NEXT IS NUMERIC
                           MOVE PO-SEQ-NEXT TO WS-NEW-PO
                       END-IF
               END-READ
               CLOSE POSEQ-FILE
           END-IF.

       SAVE-NEXT-PO-NO.
           OPEN OUTPUT POSEQ-FILE.
           MOVE WS-NEW-PO TO PO-SEQ-NEXT.
           WRITE POSEQ-REC.
           CLOSE POSEQ-FILE.
       END PROGRAM PRODMAST.
