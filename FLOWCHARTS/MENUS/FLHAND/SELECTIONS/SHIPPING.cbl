       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPPING.
      *    PICKING, SHIPMENT CONFIRMATION AND BACKORDERS. THE PICK
      *    LIST SHOWS WHAT IS STILL TO GO OUT ON AN OPEN ORDER AND
      *    HOW MUCH OF IT THE STOCK ON HAND WILL COVER. CONFIRMING A
      *    SHIPMENT RECORDS THE QUANTITY ACTUALLY SHIPPED AGAINST
      *    EACH ORDLINES LINE, RELIEVES PROD-ONHAND BY IT AND LOGS
      *    IT TO SHIPLOG.DAT; WHATEVER IS LEFT ON A LINE GOES ON
      *    BACKORDER ('B'). A RECEIPT IN PRODMAST RELEASES THE
      *    BACKORDERS IT CAN COVER ('R') AND THEY APPEAR ON THE
      *    RELEASED-BACKORDER PICK LIST. INVOICE BILLS ONLY WHAT HAS
      *    SHIPPED. THE BACKORDER REPORTS TOTAL THE OUTSTANDING
      *    BALANCES BY PRODUCT AND BY CUSTOMER. STOCK ON QUALITY
      *    HOLD (PROD-HOLD 'Q') IS NOT PICKED OR SHIPPED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDERS-FILE
           ASSIGN TO "SELDATA/ORDERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDERS-STATUS.
           SELECT ORDLINES-FILE
           ASSIGN TO "SELDATA/ORDLINES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDLINES-STATUS.
           SELECT ORDLINES-TMP-FILE
           ASSIGN TO "SELDATA/ORDLINES.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OLTMP-STATUS.
           SELECT PRODMAST-FILE
           ASSIGN TO "SELDATA/PRODMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRODMAST-STATUS.
           SELECT CUST-FILE
           ASSIGN TO "SELDATA/CUSTMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUST-STATUS.
           SELECT SHIPLOG-FILE
           ASSIGN TO "SELDATA/SHIPLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHIPLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CUST-FILE.
       01  CUST-REC.
           05 CU-CUST-NO PIC 9(6).
           05 CU-FILLER-1 PIC X(1).
           05 CU-NAME PIC X(25).

       FD  SHIPLOG-FILE.
       01  SHIPLOG-REC.
           05 SH-DATE PIC 9(8).
           05 SH-FILLER-1 PIC X(1).
           05 SH-ORD-NO PIC 9(6).
           05 SH-FILLER-2 PIC X(1).
           05 SH-LINE PIC 9(2).
           05 SH-FILLER-3 PIC X(1).
           05 SH-PROD PIC X(6).
           05 SH-FILLER-4 PIC X(1).
           05 SH-QTY PIC 9(5).
           05 SH-FILLER-5 PIC X(1).
           05 SH-OPERATOR PIC X(10).

       WORKING-STORAGE SECTION.
       01  ORDERS-STATUS PIC XX.
       01  ORDLINES-STATUS PIC XX.
       01  OLTMP-STATUS PIC XX.
       01  PRODMAST-STATUS PIC XX.
       01  CUST-STATUS PIC XX.
       01  SHIPLOG-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-ORD-IN PIC 9(6).
       01  WS-FOUND PIC X(1).
       01  WS-ORD-CUST PIC 9(6).
       01  WS-ORD-STA PIC X(1).
       01  WS-OPERATOR PIC X(10).
       01  WS-TODAY PIC 9(8).
       01  WS-LN-NO PIC 9(2).
       01  WS-LN-SHIPPED PIC 9(5).
       01  WS-LN-OPEN PIC S9(5).
       01  WS-PICK-QTY PIC S9(7).
       01  WS-SHIP-QTY PIC 9(5).
       01  WS-QTY-OK PIC X(1).
       01  WS-SHOWN PIC 9(5).
       01  WS-SHIP-LINES PIC 9(5).
       01  WS-BO-LINES PIC 9(5).
       01  WS-DESC PIC X(20).
       01  WS-ONHAND PIC S9(7).
       01  WS-ON-MASTER PIC X(1).
       01  WS-KEY PIC X(6).
       01  WS-NAME PIC X(25).
       01  WS-BO-VALUE PIC 9(11)V99.
       01  WS-IDX PIC 9(4).
       01  WS-TOT-QTY PIC 9(7).
       01  WS-TOT-VALUE PIC 9(11)V99.

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
       01  WS-PROD-HIT PIC 9(3).
       01  WS-STOCK-CHANGED PIC X(1).

      *    OPEN ORDERS AND THEIR CUSTOMERS, FOR THE CUSTOMER REPORT.
       01  WS-ORD-COUNT PIC 9(4) VALUE 0.
       01  WS-ORD-OVERFLOW PIC X VALUE 'N'.
       01  WS-ORD-TABLE.
           05 WS-ORD-ENTRY OCCURS 2000 TIMES.
               10 WS-ORD-KEY PIC 9(6).
               10 WS-ORD-KCUST PIC 9(6).

      *    ONE ROW PER PRODUCT OR PER CUSTOMER ON THE REPORTS.
       01  WS-BO-COUNT PIC 9(3) VALUE 0.
       01  WS-BO-OVERFLOW PIC X VALUE 'N'.
       01  WS-BO-TABLE.
           05 WS-BO-ENTRY OCCURS 200 TIMES.
               10 WS-BO-KEY PIC X(6).
               10 WS-BO-LCNT PIC 9(5).
               10 WS-BO-QTY PIC 9(7).
               10 WS-BO-AMT PIC 9(11)V99.
       01  WS-BO-IDX PIC 9(3).
       01  WS-BO-HIT PIC 9(3).

       01  OUT-QTY PIC ZZZZ9.
       01  OUT-QTY-2 PIC ZZZZ9.
       01  OUT-QTY-3 PIC ZZZZ9-.
       01  OUT-QTY-4 PIC ZZZZ9-.
       01  OUT-BIG-QTY PIC Z,ZZZ,ZZ9.
       01  OUT-ONHAND PIC Z,ZZZ,ZZ9-.
       01  OUT-COUNT PIC ZZZZ9.
       01  OUT-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-LINE PIC X(80).

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40).
       01  WS-RPT-COLHDR PIC X(80).
       01  WS-RPT-LPP PIC 9(3) VALUE 30.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           DISPLAY "PICKING, SHIPPING AND BACKORDERS".
           DISPLAY "1 - PICK LIST FOR AN ORDER".
           DISPLAY "2 - CONFIRM A SHIPMENT".
           DISPLAY "3 - PICK LIST OF RELEASED BACKORDERS".
           DISPLAY "4 - BACKORDER REPORT BY PRODUCT".
           DISPLAY "5 - BACKORDER REPORT BY CUSTOMER".
           DISPLAY "6 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM PICK-LIST
            WHEN 2
               PERFORM CONFIRM-SHIPMENT
            WHEN 3
               PERFORM RELEASED-PICK-LIST
            WHEN 4
               PERFORM BACKORDERS-BY-PRODUCT
            WHEN 5
               PERFORM BACKORDERS-BY-CUSTOMER
            WHEN 6
               GOBACK
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM MAIN-PARA.

       FIND-ORDER.
           MOVE 'N' TO WS-FOUND.
           OPEN INPUT ORDERS-FILE.
           IF ORDERS-STATUS = "00"
               PERFORM UNTIL ORDERS-STATUS NOT = "00"
                   OR WS-FOUND = 'Y'
                   READ ORDERS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ORD-NO = WS-ORD-IN
                               MOVE 'Y' TO WS-FOUND
                               MOVE ORD-CUST TO WS-ORD-CUST
                               MOVE ORD-STATUS TO WS-ORD-STA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF.

       ACCEPT-OPEN-ORDER.
           DISPLAY "ORDER NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-ORD-IN.
           PERFORM FIND-ORDER.
           IF WS-FOUND = 'N'
               DISPLAY "ORDER " WS-ORD-IN " IS NOT ON FILE."
           ELSE
               IF WS-ORD-STA NOT = 'O'
                   DISPLAY "ORDER " WS-ORD-IN " IS NOT OPEN."
                   MOVE 'N' TO WS-FOUND
               END-IF
           END-IF.

      *    A LINE WRITTEN BEFORE SHIPMENTS WERE TRACKED CARRIES NO
      *    SHIPPED QUANTITY; ITS STOCK WENT OUT AT ORDER ENTRY, SO
      *    IT COUNTS AS SHIPPED IN FULL.
       LINE-OPEN-QTY.
           IF OL-SHIPPED IS NUMERIC
               MOVE OL-SHIPPED TO WS-LN-SHIPPED
           ELSE
               MOVE OL-QTY TO WS-LN-SHIPPED
           END-IF.
           COMPUTE WS-LN-OPEN = OL-QTY - WS-LN-SHIPPED.

       FIND-LINE-PRODUCT.
           MOVE 0 TO WS-PROD-HIT.
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
               UNTIL WS-PROD-IDX > WS-PROD-COUNT
               OR WS-PROD-HIT > 0
               IF WS-PROD-CODE (WS-PROD-IDX) = OL-PROD
                   MOVE WS-PROD-IDX TO WS-PROD-HIT
               END-IF
           END-PERFORM.
           IF WS-PROD-HIT > 0
               MOVE 'Y' TO WS-ON-MASTER
               MOVE WS-PROD-DESC (WS-PROD-HIT) TO WS-DESC
               MOVE WS-PROD-ONHAND (WS-PROD-HIT) TO WS-ONHAND
           ELSE
               MOVE 'N' TO WS-ON-MASTER
               MOVE "(MANUAL LINE)" TO WS-DESC
               MOVE 0 TO WS-ONHAND
           END-IF.

      *    THE PICK QUANTITY IS WHAT IS STILL OPEN ON THE LINE, CUT
      *    BACK TO THE STOCK ON HAND; A MANUAL LINE HAS NO STOCK
      *    RECORD AND PICKS IN FULL.
       PICK-LIST.
           PERFORM ACCEPT-OPEN-ORDER.
           IF WS-FOUND = 'N'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-PRODUCT-MASTER.
           DISPLAY "PICK LIST - ORDER " WS-ORD-IN " CUSTOMER "
               WS-ORD-CUST.
           DISPLAY "LN PRODUCT DESCRIPTION           OPEN  ON HAND"
               "  PICK".
           MOVE 0 TO WS-LN-NO.
           MOVE 0 TO WS-SHOWN.
           OPEN INPUT ORDLINES-FILE.
           IF ORDLINES-STATUS = "00"
               PERFORM UNTIL ORDLINES-STATUS NOT = "00"
                   READ ORDLINES-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OL-ORD-NO = WS-ORD-IN
                               ADD 1 TO WS-LN-NO
                               PERFORM SHOW-PICK-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDLINES-FILE
           END-IF.
           IF WS-SHOWN = 0
               DISPLAY "NOTHING LEFT TO PICK ON THIS ORDER."
           END-IF.
           ACCEPT OMITTED.

       SHOW-PICK-LINE.
           PERFORM LINE-OPEN-QTY.
           IF WS-LN-OPEN <= 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SHOWN.
           PERFORM FIND-LINE-PRODUCT.
           MOVE WS-LN-OPEN TO WS-PICK-QTY.
           IF WS-ON-MASTER = 'Y'
               AND WS-ONHAND < WS-PICK-QTY
               MOVE WS-ONHAND TO WS-PICK-QTY
           END-IF.
           IF WS-PICK-QTY < 0
               MOVE 0 TO WS-PICK-QTY
           END-IF.
           IF WS-ON-MASTER = 'Y'
               AND WS-PROD-HOLD (WS-PROD-HIT) = 'Q'
               MOVE 0 TO WS-PICK-QTY
           END-IF.
           MOVE WS-LN-OPEN TO OUT-QTY.
           MOVE WS-ONHAND TO OUT-ONHAND.
           MOVE WS-PICK-QTY TO OUT-QTY-2.
           IF WS-ON-MASTER = 'Y'
               AND WS-PROD-HOLD (WS-PROD-HIT) = 'Q'
               DISPLAY WS-LN-NO " " OL-PROD "  " WS-DESC " " OUT-QTY
                   " " OUT-ONHAND " " OUT-QTY-2 "  QUALITY HOLD"
           ELSE
               IF WS-PICK-QTY < WS-LN-OPEN
                   DISPLAY WS-LN-NO " " OL-PROD "  " WS-DESC " "
                       OUT-QTY " " OUT-ONHAND " " OUT-QTY-2 "  SHORT"
               ELSE
                   DISPLAY WS-LN-NO " " OL-PROD "  " WS-DESC " "
                       OUT-QTY " " OUT-ONHAND " " OUT-QTY-2
               END-IF
           END-IF.

      *    EACH OPEN LINE OF THE ORDER IS CONFIRMED IN TURN. SHIPPING
      *    MORE THAN IS ON HAND IS TAKEN BUT WARNED - THE COUNT ON
      *    THE FLOOR WINS OVER THE BOOK FIGURE - BUT NEVER MORE THAN
      *    THE LINE HAS OPEN.
       CONFIRM-SHIPMENT.
           PERFORM ACCEPT-OPEN-ORDER.
           IF WS-FOUND = 'N'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "SHIPPING OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-PRODUCT-MASTER.
           MOVE 'N' TO WS-STOCK-CHANGED.
           MOVE 0 TO WS-LN-NO.
           MOVE 0 TO WS-SHIP-LINES.
           MOVE 0 TO WS-BO-LINES.
           OPEN INPUT ORDLINES-FILE.
           IF ORDLINES-STATUS NOT = "00"
               DISPLAY "NO ORDER LINES ON FILE."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ORDLINES-TMP-FILE.
           PERFORM UNTIL ORDLINES-STATUS NOT = "00"
               READ ORDLINES-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OL-ORD-NO = WS-ORD-IN
                           ADD 1 TO WS-LN-NO
                           PERFORM CONFIRM-ONE-LINE
                       END-IF
                       MOVE ORDLINES-REC TO ORDLINES-TMP-REC
                       WRITE ORDLINES-TMP-REC
               END-READ
           END-PERFORM.
           CLOSE ORDLINES-FILE.
           CLOSE ORDLINES-TMP-FILE.
           IF WS-SHIP-LINES = 0 AND WS-BO-LINES = 0
               DISPLAY "NOTHING SHIPPED ON ORDER " WS-ORD-IN "."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM COPY-LINES-BACK.
           IF WS-STOCK-CHANGED = 'Y'
               PERFORM SAVE-PRODUCT-MASTER
           END-IF.
           MOVE WS-SHIP-LINES TO OUT-COUNT.
           DISPLAY "LINES SHIPPED:      " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-BO-LINES TO OUT-COUNT.
           DISPLAY "LINES ON BACKORDER: " FUNCTION TRIM(OUT-COUNT).
           ACCEPT OMITTED.

       CONFIRM-ONE-LINE.
           PERFORM LINE-OPEN-QTY.
           IF WS-LN-OPEN <= 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-LINE-PRODUCT.
           MOVE WS-LN-OPEN TO OUT-QTY.
           MOVE WS-ONHAND TO OUT-ONHAND.
           DISPLAY "LINE " WS-LN-NO " " OL-PROD " " WS-DESC
               " OPEN " FUNCTION TRIM(OUT-QTY) " ON HAND "
               FUNCTION TRIM(OUT-ONHAND).
           IF WS-ON-MASTER = 'Y'
               AND WS-PROD-HOLD (WS-PROD-HIT) = 'Q'
               DISPLAY "  ON QUALITY HOLD - NOT SHIPPED UNTIL QA"
                   " RELEASES IT."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-QTY-OK.
           PERFORM UNTIL WS-QTY-OK = 'Y'
               DISPLAY "  QUANTITY SHIPPED: " WITH NO ADVANCING
               ACCEPT WS-SHIP-QTY
               IF WS-SHIP-QTY > WS-LN-OPEN
                   DISPLAY "  MORE THAN THE LINE HAS OPEN, RE-ENTER."
               ELSE
                   MOVE 'Y' TO WS-QTY-OK
               END-IF
           END-PERFORM.
           IF WS-ON-MASTER = 'Y'
               AND WS-SHIP-QTY > WS-ONHAND
               DISPLAY "  WARNING: SHIPPING MORE THAN THE STOCK ON"
                   " HAND - CHECK THE COUNT."
           END-IF.
           COMPUTE OL-SHIPPED = WS-LN-SHIPPED + WS-SHIP-QTY.
           IF OL-BILLED NOT NUMERIC
               MOVE 0 TO OL-BILLED
           END-IF.
           IF OL-SHIPPED < OL-QTY
               MOVE 'B' TO OL-BO-STAT
               ADD 1 TO WS-BO-LINES
           ELSE
               MOVE SPACE TO OL-BO-STAT
           END-IF.
           IF WS-SHIP-QTY = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SHIP-LINES.
           IF WS-ON-MASTER = 'Y'
               SUBTRACT WS-SHIP-QTY FROM WS-PROD-ONHAND (WS-PROD-HIT)
               MOVE 'Y' TO WS-STOCK-CHANGED
           END-IF.
           MOVE SPACES TO SHIPLOG-REC.
           MOVE WS-TODAY TO SH-DATE.
           MOVE WS-ORD-IN TO SH-ORD-NO.
           MOVE WS-LN-NO TO SH-LINE.
           MOVE OL-PROD TO SH-PROD.
           MOVE WS-SHIP-QTY TO SH-QTY.
           MOVE WS-OPERATOR TO SH-OPERATOR.
           OPEN EXTEND SHIPLOG-FILE.
           IF SHIPLOG-STATUS = "05" OR SHIPLOG-STATUS = "35"
               OPEN OUTPUT SHIPLOG-FILE
           END-IF.
           WRITE SHIPLOG-REC.
           CLOSE SHIPLOG-FILE.

       COPY-LINES-BACK.
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

       RELEASED-PICK-LIST.
           PERFORM LOAD-PRODUCT-MASTER.
           DISPLAY "RELEASED BACKORDERS TO PICK".
           DISPLAY "ORDER  LN PRODUCT DESCRIPTION            PICK".
           MOVE 0 TO WS-SHOWN.
           MOVE 0 TO WS-ORD-IN.
           OPEN INPUT ORDLINES-FILE.
           IF ORDLINES-STATUS = "00"
               PERFORM UNTIL ORDLINES-STATUS NOT = "00"
                   READ ORDLINES-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OL-ORD-NO NOT = WS-ORD-IN
                               MOVE OL-ORD-NO TO WS-ORD-IN
                               MOVE 0 TO WS-LN-NO
                           END-IF
                           ADD 1 TO WS-LN-NO
                           IF OL-BO-STAT = 'R'
                               PERFORM SHOW-RELEASED-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDLINES-FILE
           END-IF.
           IF WS-SHOWN = 0
               DISPLAY "NO RELEASED BACKORDERS WAITING."
           ELSE
               DISPLAY "CONFIRM EACH ORDER'S SHIPMENT UNDER OPTION 2."
           END-IF.
           ACCEPT OMITTED.

       SHOW-RELEASED-LINE.
           PERFORM LINE-OPEN-QTY.
           IF WS-LN-OPEN <= 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SHOWN.
           PERFORM FIND-LINE-PRODUCT.
           MOVE WS-LN-OPEN TO OUT-QTY.
           DISPLAY OL-ORD-NO " " WS-LN-NO " " OL-PROD "  " WS-DESC
               "  " OUT-QTY.

      *    A BACKORDER IS ANY LINE LEFT OPEN BY A SHIPMENT, WHETHER
      *    STILL WAITING FOR STOCK ('B') OR RELEASED TO PICK ('R').
       BACKORDERS-BY-PRODUCT.
           PERFORM LOAD-PRODUCT-MASTER.
           MOVE 0 TO WS-BO-COUNT.
           MOVE 'N' TO WS-BO-OVERFLOW.
           OPEN INPUT ORDLINES-FILE.
           IF ORDLINES-STATUS = "00"
               PERFORM UNTIL ORDLINES-STATUS NOT = "00"
                   READ ORDLINES-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OL-BO-STAT = 'B' OR OL-BO-STAT = 'R'
                               MOVE OL-PROD TO WS-KEY
                               PERFORM TALLY-BACKORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDLINES-FILE
           END-IF.
           MOVE "BACKORDERS BY PRODUCT" TO WS-RPT-TITLE.
           MOVE SPACES TO WS-RPT-COLHDR.
           STRING "PRODUCT DESCRIPTION          LINES  BACKORDERED"
               "   ON HAND             VALUE"
               DELIMITED BY SIZE INTO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE 0 TO WS-TOT-QTY WS-TOT-VALUE.
           PERFORM VARYING WS-BO-IDX FROM 1 BY 1
               UNTIL WS-BO-IDX > WS-BO-COUNT
               MOVE WS-BO-KEY (WS-BO-IDX) TO OL-PROD
               PERFORM FIND-LINE-PRODUCT
               MOVE WS-BO-LCNT (WS-BO-IDX) TO OUT-QTY
               MOVE WS-BO-QTY (WS-BO-IDX) TO OUT-BIG-QTY
               MOVE WS-ONHAND TO OUT-ONHAND
               MOVE WS-BO-AMT (WS-BO-IDX) TO OUT-AMT
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-BO-KEY (WS-BO-IDX) "  " WS-DESC " "
                   OUT-QTY "    " OUT-BIG-QTY " " OUT-ONHAND " "
                   OUT-AMT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-BACKORDER-LINE
           END-PERFORM.
           PERFORM PRINT-BACKORDER-TOTALS.

       BACKORDERS-BY-CUSTOMER.
           PERFORM LOAD-OPEN-ORDERS.
           MOVE 0 TO WS-BO-COUNT.
           MOVE 'N' TO WS-BO-OVERFLOW.
           OPEN INPUT ORDLINES-FILE.
           IF ORDLINES-STATUS = "00"
               PERFORM UNTIL ORDLINES-STATUS NOT = "00"
                   READ ORDLINES-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OL-BO-STAT = 'B' OR OL-BO-STAT = 'R'
                               PERFORM FIND-LINE-CUSTOMER
                               PERFORM TALLY-BACKORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDLINES-FILE
           END-IF.
           MOVE "BACKORDERS BY CUSTOMER" TO WS-RPT-TITLE.
           MOVE SPACES TO WS-RPT-COLHDR.
           STRING "CUSTOMER NAME                       LINES"
               "  BACKORDERED             VALUE"
               DELIMITED BY SIZE INTO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           IF WS-ORD-OVERFLOW = 'Y'
               DISPLAY "WARNING: MORE THAN 2000 OPEN ORDERS - LATER"
                   " ORDERS SHOW UNDER CUSTOMER 000000."
           END-IF.
           MOVE 0 TO WS-TOT-QTY WS-TOT-VALUE.
           PERFORM VARYING WS-BO-IDX FROM 1 BY 1
               UNTIL WS-BO-IDX > WS-BO-COUNT
               PERFORM LOOKUP-CUSTOMER-NAME
               MOVE WS-BO-LCNT (WS-BO-IDX) TO OUT-QTY
               MOVE WS-BO-QTY (WS-BO-IDX) TO OUT-BIG-QTY
               MOVE WS-BO-AMT (WS-BO-IDX) TO OUT-AMT
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-BO-KEY (WS-BO-IDX) "   " WS-NAME " "
                   OUT-QTY "    " OUT-BIG-QTY " " OUT-AMT
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PRINT-BACKORDER-LINE
           END-PERFORM.
           PERFORM PRINT-BACKORDER-TOTALS.

       PRINT-BACKORDER-LINE.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY WS-RPT-LINE.
           ADD WS-BO-QTY (WS-BO-IDX) TO WS-TOT-QTY.
           ADD WS-BO-AMT (WS-BO-IDX) TO WS-TOT-VALUE.

       PRINT-BACKORDER-TOTALS.
           IF WS-BO-COUNT = 0
               DISPLAY "NO BACKORDERS OUTSTANDING."
           END-IF.
           IF WS-BO-OVERFLOW = 'Y'
               DISPLAY "WARNING: MORE THAN 200 ROWS - REPORT IS"
                   " INCOMPLETE."
           END-IF.
           MOVE WS-TOT-QTY TO OUT-BIG-QTY.
           DISPLAY "UNITS ON BACKORDER: " FUNCTION TRIM(OUT-BIG-QTY).
           MOVE WS-TOT-VALUE TO OUT-AMT.
           DISPLAY "VALUE ON BACKORDER: " FUNCTION TRIM(OUT-AMT).
           ACCEPT OMITTED.

       TALLY-BACKORDER.
           PERFORM LINE-OPEN-QTY.
           IF WS-LN-OPEN <= 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-BO-HIT.
           PERFORM VARYING WS-BO-IDX FROM 1 BY 1
               UNTIL WS-BO-IDX > WS-BO-COUNT
               OR WS-BO-HIT > 0
               IF WS-BO-KEY (WS-BO-IDX) = WS-KEY
                   MOVE WS-BO-IDX TO WS-BO-HIT
               END-IF
           END-PERFORM.
           IF WS-BO-HIT = 0
               IF WS-BO-COUNT >= 200
                   MOVE 'Y' TO WS-BO-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BO-COUNT
               MOVE WS-BO-COUNT TO WS-BO-HIT
               MOVE WS-KEY TO WS-BO-KEY (WS-BO-HIT)
               MOVE 0 TO WS-BO-LCNT (WS-BO-HIT)
               MOVE 0 TO WS-BO-QTY (WS-BO-HIT)
               MOVE 0 TO WS-BO-AMT (WS-BO-HIT)
           END-IF.
           ADD 1 TO WS-BO-LCNT (WS-BO-HIT).
           ADD WS-LN-OPEN TO WS-BO-QTY (WS-BO-HIT).
           COMPUTE WS-BO-VALUE = WS-LN-OPEN * OL-PRICE.
           ADD WS-BO-VALUE TO WS-BO-AMT (WS-BO-HIT).

       LOAD-OPEN-ORDERS.
           MOVE 0 TO WS-ORD-COUNT.
           MOVE 'N' TO WS-ORD-OVERFLOW.
           OPEN INPUT ORDERS-FILE.
           IF ORDERS-STATUS = "00"
               PERFORM UNTIL ORDERS-STATUS NOT = "00"
                   READ ORDERS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ORD-STATUS = 'O'
                               IF WS-ORD-COUNT >= 2000
                                   MOVE 'Y' TO WS-ORD-OVERFLOW
                               ELSE
                                   ADD 1 TO WS-ORD-COUNT
                                   MOVE ORD-NO TO
                                       WS-ORD-KEY (WS-ORD-COUNT)
                                   MOVE ORD-CUST TO
                                       WS-ORD-KCUST (WS-ORD-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF.

       FIND-LINE-CUSTOMER.
           MOVE ZEROES TO WS-KEY.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ORD-COUNT
               IF WS-ORD-KEY (WS-IDX) = OL-ORD-NO
                   MOVE WS-ORD-KCUST (WS-IDX) TO WS-KEY
               END-IF
           END-PERFORM.

       LOOKUP-CUSTOMER-NAME.
           MOVE "(NOT ON MASTER)" TO WS-NAME.
           OPEN INPUT CUST-FILE.
           IF CUST-STATUS = "00"
               PERFORM UNTIL CUST-STATUS NOT = "00"
                   READ CUST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CU-CUST-NO = WS-BO-KEY (WS-BO-IDX)
                               MOVE CU-NAME TO WS-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-FILE
           END-IF.

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
                           IF PROD-ONHAND-IN IS NUMERIC
                               MOVE PROD-ONHAND-IN TO
                                   WS-PROD-ONHAND (WS-PROD-COUNT)
                           ELSE
                               MOVE 0 TO
                                   WS-PROD-ONHAND (WS-PROD-COUNT)
                           END-IF
                           IF PROD-REORDER-IN IS NUMERIC
                               MOVE PROD-REORDER-IN TO
                                   WS-PROD-REORDER (WS-PROD-COUNT)
                           ELSE
                               MOVE 0 TO
                                   WS-PROD-REORDER (WS-PROD-COUNT)
                           END-IF
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
       END PROGRAM SHIPPING.
