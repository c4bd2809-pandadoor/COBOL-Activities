       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHORD.
      *    PURCHASING. THE VENDOR MASTER (NUMBER, NAME, ADDRESS,
      *    TERMS AND USUAL LEAD TIME), EACH VENDOR'S AGREED COST AND
      *    ORDER QUANTITY PER PROD-CODE, AND PURCHASE ORDERS - A
      *    HEADER ON POHDR.DAT WITH ITS LINES (PRODUCT, QUANTITY AND
      *    AGREED COST) ON POLINES.DAT. STOCK RECEIPTS IN PRODMAST
      *    POST AGAINST THE PO LINES WITHIN THE RECEIVING TOLERANCES
      *    HELD HERE, AND THE OPEN-PO REPORT SHOWS WHAT IS STILL DUE
      *    AND WHAT IS PAST ITS DELIVERY DATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEND-FILE
           ASSIGN TO "SELDATA/VENDMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VEND-STATUS.
           SELECT VENDPROD-FILE
           ASSIGN TO "SELDATA/VENDPROD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VENDPROD-STATUS.
           SELECT PROD-FILE
           ASSIGN TO "SELDATA/PRODMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROD-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
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

       FD  PROD-FILE.
       01  PROD-REC.
           05 PROD-CODE PIC X(6).
           05 PROD-FILLER-1 PIC X(1).
           05 PROD-DESC PIC X(20).
           05 PROD-FILLER-2 PIC X(1).
           05 PROD-PRICE PIC 9(7)V99.
           05 PROD-FILLER-3 PIC X(1).
           05 PROD-ONHAND PIC S9(7).
           05 PROD-FILLER-4 PIC X(1).
           05 PROD-REORDER PIC 9(5).

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

       WORKING-STORAGE SECTION.
       01  VEND-STATUS PIC XX.
       01  VENDPROD-STATUS PIC XX.
       01  PROD-STATUS PIC XX.
       01  POHDR-STATUS PIC XX.
       01  POLINES-STATUS PIC XX.
       01  POSEQ-STATUS PIC XX.
       01  POTOL-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-KEY-IN PIC 9(6).
       01  WS-PROD-IN PIC X(6).
       01  WS-FOUND PIC X.
       01  WS-IDX PIC 9(3).
       01  WS-JDX PIC 9(3).
       01  WS-TODAY PIC 9(8).
       01  WS-CONFIRM PIC X.
       01  WS-DUE-IN PIC 9(8).
       01  WS-DAY-NO PIC 9(7).
       01  WS-VEND-NAME PIC X(25).

       01  WS-VM-COUNT PIC 9(3) VALUE 0.
       01  WS-VM-OVERFLOW PIC X VALUE 'N'.
       01  WS-VM-TABLE.
           05 WS-VM-ENTRY OCCURS 200 TIMES.
               10 WS-VM-NO PIC 9(6).
               10 WS-VM-NAME PIC X(25).
               10 WS-VM-ADDR PIC X(30).
               10 WS-VM-TERMS PIC X(3).
               10 WS-VM-LEAD PIC 9(3).

       01  WS-VP-COUNT PIC 9(3) VALUE 0.
       01  WS-VP-OVERFLOW PIC X VALUE 'N'.
       01  WS-VP-TABLE.
           05 WS-VP-ENTRY OCCURS 300 TIMES.
               10 WS-VP-VEND PIC 9(6).
               10 WS-VP-PROD PIC X(6).
               10 WS-VP-COST PIC 9(7)V99.
               10 WS-VP-QTY PIC 9(7).

       01  WS-PROD-COUNT PIC 9(3) VALUE 0.
       01  WS-PROD-TABLE.
           05 WS-PROD-ENTRY OCCURS 100 TIMES.
               10 WS-PROD-CODE PIC X(6).
               10 WS-PROD-DESC PIC X(20).

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
       01  WS-PL-IDX PIC 9(4).

      *    THE NEW PURCHASE ORDER BEING KEYED.
       01  WS-NEW-PO PIC 9(6).
       01  WS-NEW-VEND PIC 9(6).
       01  WS-NEW-DUE PIC 9(8).
       01  WS-NEW-COUNT PIC 9(2).
       01  WS-NEW-TABLE.
           05 WS-NEW-ENTRY OCCURS 20 TIMES.
               10 WS-NEW-PROD PIC X(6).
               10 WS-NEW-QTY PIC 9(7).
               10 WS-NEW-COST PIC 9(7)V99.
       01  WS-NEW-IDX PIC 9(2).
       01  WS-QTY-IN PIC 9(7).
       01  WS-COST-IN PIC 9(7)V99.
       01  WS-DEFAULT-COST PIC 9(7)V99.
       01  WS-PO-VALUE PIC 9(11)V99.

       01  WS-OVER-PCT PIC 9(3)V99 VALUE 5.
       01  WS-UNDER-PCT PIC 9(3)V99 VALUE 5.

       01  WS-OUTSTANDING PIC S9(7).
       01  WS-OPEN-VALUE PIC 9(11)V99.
       01  WS-OVERDUE-COUNT PIC 9(5).
       01  WS-OVERDUE-FLAG PIC X(8).
       01  OUT-QTY PIC Z,ZZZ,ZZ9-.
       01  OUT-QTY-2 PIC Z,ZZZ,ZZ9-.
       01  OUT-QTY-3 PIC Z,ZZZ,ZZ9-.
       01  OUT-COST PIC ZZZ,ZZ9.99.
       01  OUT-AMT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  OUT-PCT PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           PERFORM LOAD-VENDORS.
           PERFORM LOAD-VENDOR-ITEMS.
           PERFORM LOAD-TOLERANCES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "PURCHASING".
           DISPLAY "1 - ADD OR CHANGE A VENDOR".
           DISPLAY "2 - LIST VENDORS".
           DISPLAY "3 - SET A VENDOR ITEM COST".
           DISPLAY "4 - ENTER A PURCHASE ORDER".
           DISPLAY "5 - CLOSE A PURCHASE ORDER".
           DISPLAY "6 - OPEN PURCHASE ORDER REPORT".
           DISPLAY "7 - SET RECEIVING TOLERANCES".
           DISPLAY "8 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM SET-VENDOR
            WHEN 2
               PERFORM LIST-VENDORS
            WHEN 3
               PERFORM SET-VENDOR-ITEM
            WHEN 4
               PERFORM ENTER-PURCHASE-ORDER
            WHEN 5
               PERFORM CLOSE-PURCHASE-ORDER
            WHEN 6
               PERFORM OPEN-PO-REPORT
            WHEN 7
               PERFORM SET-TOLERANCES
            WHEN 8
               GOBACK
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM MAIN-PARA.

       LOAD-VENDORS.
           MOVE 0 TO WS-VM-COUNT.
           MOVE 'N' TO WS-VM-OVERFLOW.
           OPEN INPUT VEND-FILE.
           IF VEND-STATUS = "00"
               PERFORM UNTIL VEND-STATUS NOT = "00"
                   READ VEND-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-VM-COUNT >= 200
                               MOVE 'Y' TO WS-VM-OVERFLOW
                           ELSE
                               ADD 1 TO WS-VM-COUNT
                               MOVE VM-VEND-NO TO
                                   WS-VM-NO (WS-VM-COUNT)
                               MOVE VM-NAME TO
                                   WS-VM-NAME (WS-VM-COUNT)
                               MOVE VM-ADDRESS TO
                                   WS-VM-ADDR (WS-VM-COUNT)
                               MOVE VM-TERMS TO
                                   WS-VM-TERMS (WS-VM-COUNT)
                               IF VM-LEAD-DAYS IS NUMERIC
                                   MOVE VM-LEAD-DAYS TO
                                       WS-VM-LEAD (WS-VM-COUNT)
                               ELSE
                                   MOVE 0 TO WS-VM-LEAD (WS-VM-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VEND-FILE
           END-IF.

       SAVE-VENDORS.
           IF WS-VM-OVERFLOW = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT VEND-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-VM-COUNT
               MOVE SPACES TO VEND-REC
               MOVE WS-VM-NO (WS-IDX) TO VM-VEND-NO
               MOVE WS-VM-NAME (WS-IDX) TO VM-NAME
               MOVE WS-VM-ADDR (WS-IDX) TO VM-ADDRESS
               MOVE WS-VM-TERMS (WS-IDX) TO VM-TERMS
               MOVE WS-VM-LEAD (WS-IDX) TO VM-LEAD-DAYS
               WRITE VEND-REC
           END-PERFORM.
           CLOSE VEND-FILE.

       FIND-VENDOR.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-VM-COUNT
               OR WS-FOUND = 'Y'
               IF WS-VM-NO (WS-IDX) = WS-KEY-IN
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y'
               SUBTRACT 1 FROM WS-IDX
           END-IF.

       SET-VENDOR.
           IF WS-VM-OVERFLOW = 'Y'
               DISPLAY "VENDOR FILE EXCEEDS THE 200-ROW TABLE."
                   " CHANGES ARE SUSPENDED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "VENDOR NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-KEY-IN.
           IF WS-KEY-IN = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-VENDOR.
           IF WS-FOUND = 'N'
               IF WS-VM-COUNT >= 200
                   DISPLAY "VENDOR TABLE IS FULL."
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-VM-COUNT
               MOVE WS-VM-COUNT TO WS-IDX
               MOVE WS-KEY-IN TO WS-VM-NO (WS-IDX)
           ELSE
               DISPLAY "CURRENT NAME: " WS-VM-NAME (WS-IDX)
           END-IF.
           DISPLAY "VENDOR NAME: " WITH NO ADVANCING.
           ACCEPT WS-VM-NAME (WS-IDX).
           DISPLAY "ADDRESS: " WITH NO ADVANCING.
           ACCEPT WS-VM-ADDR (WS-IDX).
           DISPLAY "PAYMENT TERMS: " WITH NO ADVANCING.
           ACCEPT WS-VM-TERMS (WS-IDX).
           DISPLAY "USUAL LEAD TIME IN DAYS: " WITH NO ADVANCING.
           ACCEPT WS-VM-LEAD (WS-IDX).
           PERFORM SAVE-VENDORS.
           DISPLAY "VENDOR " WS-KEY-IN " SAVED.".
           ACCEPT OMITTED.

       LIST-VENDORS.
           IF WS-VM-COUNT = 0
               DISPLAY "NO VENDORS ON MASTER."
           ELSE
               DISPLAY "VENDOR  NAME                       TERMS"
                   "  LEAD DAYS"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-VM-COUNT
                   DISPLAY WS-VM-NO (WS-IDX) "  "
                       WS-VM-NAME (WS-IDX) "  "
                       WS-VM-TERMS (WS-IDX) "    "
                       WS-VM-LEAD (WS-IDX)
               END-PERFORM
           END-IF.
           ACCEPT OMITTED.

       LOAD-VENDOR-ITEMS.
           MOVE 0 TO WS-VP-COUNT.
           MOVE 'N' TO WS-VP-OVERFLOW.
           OPEN INPUT VENDPROD-FILE.
           IF VENDPROD-STATUS = "00"
               PERFORM UNTIL VENDPROD-STATUS NOT = "00"
                   READ VENDPROD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-VP-COUNT >= 300
                               MOVE 'Y' TO WS-VP-OVERFLOW
                           ELSE
                               ADD 1 TO WS-VP-COUNT
                               MOVE VP-VEND-NO TO
                                   WS-VP-VEND (WS-VP-COUNT)
                               MOVE VP-PROD TO
                                   WS-VP-PROD (WS-VP-COUNT)
                               IF VP-COST IS NUMERIC
                                   MOVE VP-COST TO
                                       WS-VP-COST (WS-VP-COUNT)
                               ELSE
                                   MOVE 0 TO WS-VP-COST (WS-VP-COUNT)
                               END-IF
                               IF VP-ORDER-QTY IS NUMERIC
                                   MOVE VP-ORDER-QTY TO
                                       WS-VP-QTY (WS-VP-COUNT)
                               ELSE
                                   MOVE 0 TO WS-VP-QTY (WS-VP-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VENDPROD-FILE
           END-IF.

       SAVE-VENDOR-ITEMS.
           IF WS-VP-OVERFLOW = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT VENDPROD-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-VP-COUNT
               MOVE SPACES TO VENDPROD-REC
               MOVE WS-VP-VEND (WS-IDX) TO VP-VEND-NO
               MOVE WS-VP-PROD (WS-IDX) TO VP-PROD
               MOVE WS-VP-COST (WS-IDX) TO VP-COST
               MOVE WS-VP-QTY (WS-IDX) TO VP-ORDER-QTY
               WRITE VENDPROD-REC
           END-PERFORM.
           CLOSE VENDPROD-FILE.

      *    THE COST THE VENDOR HAS AGREED FOR THE PRODUCT AND THE
      *    QUANTITY IT IS USUALLY ORDERED IN; THE REORDER REPORT
      *    BUYS FROM THE CHEAPEST VENDOR CARRYING THE ITEM.
       SET-VENDOR-ITEM.
           IF WS-VP-OVERFLOW = 'Y'
               DISPLAY "VENDOR ITEM FILE EXCEEDS THE 300-ROW TABLE."
                   " CHANGES ARE SUSPENDED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "VENDOR NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-KEY-IN.
           PERFORM FIND-VENDOR.
           IF WS-FOUND = 'N'
               DISPLAY "VENDOR NOT ON MASTER: " WS-KEY-IN
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PRODUCT CODE: " WITH NO ADVANCING.
           ACCEPT WS-PROD-IN.
           PERFORM LOAD-PRODUCTS.
           PERFORM FIND-PRODUCT.
           IF WS-FOUND = 'N'
               DISPLAY "PRODUCT NOT ON MASTER: " WS-PROD-IN
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-VP-COUNT
               OR WS-FOUND = 'Y'
               IF WS-VP-VEND (WS-IDX) = WS-KEY-IN
                   AND WS-VP-PROD (WS-IDX) = WS-PROD-IN
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y'
               SUBTRACT 1 FROM WS-IDX
           ELSE
               IF WS-VP-COUNT >= 300
                   DISPLAY "VENDOR ITEM TABLE IS FULL."
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-VP-COUNT
               MOVE WS-VP-COUNT TO WS-IDX
               MOVE WS-KEY-IN TO WS-VP-VEND (WS-IDX)
               MOVE WS-PROD-IN TO WS-VP-PROD (WS-IDX)
           END-IF.
           DISPLAY "AGREED UNIT COST: " WITH NO ADVANCING.
           ACCEPT WS-VP-COST (WS-IDX).
           DISPLAY "USUAL ORDER QUANTITY: " WITH NO ADVANCING.
           ACCEPT WS-VP-QTY (WS-IDX).
           PERFORM SAVE-VENDOR-ITEMS.
           DISPLAY "COST FOR " WS-PROD-IN " FROM VENDOR " WS-KEY-IN
               " SAVED.".
           ACCEPT OMITTED.

       LOAD-PRODUCTS.
           MOVE 0 TO WS-PROD-COUNT.
           OPEN INPUT PROD-FILE.
           IF PROD-STATUS = "00"
               PERFORM UNTIL PROD-STATUS NOT = "00"
                   OR WS-PROD-COUNT >= 100
                   READ PROD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-PROD-COUNT
                           MOVE PROD-CODE TO
                               WS-PROD-CODE (WS-PROD-COUNT)
                           MOVE PROD-DESC TO
                               WS-PROD-DESC (WS-PROD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PROD-FILE
           END-IF.

       FIND-PRODUCT.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-PROD-COUNT
               OR WS-FOUND = 'Y'
               IF WS-PROD-CODE (WS-JDX) = WS-PROD-IN
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y'
               SUBTRACT 1 FROM WS-JDX
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
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PH-COUNT
               MOVE SPACES TO POHDR-REC
               MOVE WS-PH-PO (WS-IDX) TO PH-PO-NO
               MOVE WS-PH-VEND (WS-IDX) TO PH-VEND-NO
               MOVE WS-PH-ORDERED (WS-IDX) TO PH-ORDER-DATE
               MOVE WS-PH-DUE (WS-IDX) TO PH-DUE-DATE
               MOVE WS-PH-STAT (WS-IDX) TO PH-STATUS
               WRITE POHDR-REC
           END-PERFORM.
           CLOSE POHDR-FILE.
           OPEN OUTPUT POLINES-FILE.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               MOVE SPACES TO POLINES-REC
               MOVE WS-PL-PO (WS-PL-IDX) TO PL-PO-NO
               MOVE WS-PL-LINE (WS-PL-IDX) TO PL-LINE-NO
               MOVE WS-PL-PROD (WS-PL-IDX) TO PL-PROD
               MOVE WS-PL-ORD (WS-PL-IDX) TO PL-QTY-ORD
               MOVE WS-PL-COST (WS-PL-IDX) TO PL-COST
               MOVE WS-PL-RCVD (WS-PL-IDX) TO PL-QTY-RCVD
               MOVE WS-PL-STAT (WS-PL-IDX) TO PL-STATUS
               WRITE POLINES-REC
           END-PERFORM.
           CLOSE POLINES-FILE.

      *    THE DELIVERY DATE DEFAULTS TO TODAY PLUS THE VENDOR'S
      *    LEAD TIME, AND EACH LINE'S COST TO THE VENDOR'S AGREED
      *    COST FOR THE PRODUCT. THE PO IS WRITTEN ONLY WHEN THE
      *    OPERATOR CONFIRMS IT.
       ENTER-PURCHASE-ORDER.
           DISPLAY "VENDOR NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-KEY-IN.
           PERFORM FIND-VENDOR.
           IF WS-FOUND = 'N'
               DISPLAY "VENDOR NOT ON MASTER: " WS-KEY-IN
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-KEY-IN TO WS-NEW-VEND.
           DISPLAY "VENDOR: " WS-VM-NAME (WS-IDX).
           PERFORM DEFAULT-DUE-DATE.
           DISPLAY "DELIVERY DUE (YYYYMMDD, 0 FOR " WS-NEW-DUE "): "
               WITH NO ADVANCING.
           ACCEPT WS-DUE-IN.
           IF WS-DUE-IN NOT = 0
               MOVE WS-DUE-IN TO WS-NEW-DUE
           END-IF.
           PERFORM LOAD-PRODUCTS.
           MOVE 0 TO WS-NEW-COUNT.
           MOVE "X" TO WS-PROD-IN.
           PERFORM UNTIL WS-PROD-IN = SPACES
               OR WS-NEW-COUNT >= 20
               DISPLAY "PRODUCT CODE (BLANK TO FINISH): "
                   WITH NO ADVANCING
               ACCEPT WS-PROD-IN
               IF WS-PROD-IN NOT = SPACES
                   PERFORM ENTER-ONE-PO-LINE
               END-IF
           END-PERFORM.
           IF WS-NEW-COUNT = 0
               DISPLAY "NO LINES ENTERED, NO PURCHASE ORDER WRITTEN."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PO-VALUE TO OUT-AMT.
           DISPLAY "PURCHASE ORDER VALUE: " FUNCTION TRIM(OUT-AMT).
           DISPLAY "WRITE THIS PURCHASE ORDER (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
               DISPLAY "PURCHASE ORDER ABANDONED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-PURCHASE-ORDER.
           DISPLAY "PURCHASE ORDER " WS-NEW-PO " WRITTEN.".
           ACCEPT OMITTED.

       DEFAULT-DUE-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY) TO WS-DAY-NO.
           ADD WS-VM-LEAD (WS-IDX) TO WS-DAY-NO.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NO) TO WS-NEW-DUE.

       ENTER-ONE-PO-LINE.
           PERFORM FIND-PRODUCT.
           IF WS-FOUND = 'N'
               DISPLAY "  PRODUCT NOT ON MASTER, LINE SKIPPED."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-DEFAULT-COST.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-VP-COUNT
               IF WS-VP-VEND (WS-JDX) = WS-NEW-VEND
                   AND WS-VP-PROD (WS-JDX) = WS-PROD-IN
                   MOVE WS-VP-COST (WS-JDX) TO WS-DEFAULT-COST
               END-IF
           END-PERFORM.
           DISPLAY "  QUANTITY: " WITH NO ADVANCING.
           ACCEPT WS-QTY-IN.
           IF WS-QTY-IN = 0
               DISPLAY "  ZERO QUANTITY, LINE SKIPPED."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DEFAULT-COST TO OUT-COST.
           DISPLAY "  UNIT COST (0 FOR " FUNCTION TRIM(OUT-COST)
               "): " WITH NO ADVANCING.
           ACCEPT WS-COST-IN.
           IF WS-COST-IN = 0
               MOVE WS-DEFAULT-COST TO WS-COST-IN
           END-IF.
           IF WS-COST-IN = 0
               DISPLAY "  NO AGREED COST, LINE SKIPPED."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-COUNT = 0
               MOVE 0 TO WS-PO-VALUE
           END-IF.
           ADD 1 TO WS-NEW-COUNT.
           MOVE WS-PROD-IN TO WS-NEW-PROD (WS-NEW-COUNT).
           MOVE WS-QTY-IN TO WS-NEW-QTY (WS-NEW-COUNT).
           MOVE WS-COST-IN TO WS-NEW-COST (WS-NEW-COUNT).
           COMPUTE WS-PO-VALUE = WS-PO-VALUE
               + (WS-QTY-IN * WS-COST-IN).

      *    HEADER AND LINES ARE APPENDED, SO A FULL PO TABLE NEVER
      *    STOPS A NEW ORDER GOING OUT.
       WRITE-PURCHASE-ORDER.
           PERFORM LOAD-NEXT-PO-NO.
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
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
               UNTIL WS-NEW-IDX > WS-NEW-COUNT
               MOVE SPACES TO POLINES-REC
               MOVE WS-NEW-PO TO PL-PO-NO
               MOVE WS-NEW-IDX TO PL-LINE-NO
               MOVE WS-NEW-PROD (WS-NEW-IDX) TO PL-PROD
               MOVE WS-NEW-QTY (WS-NEW-IDX) TO PL-QTY-ORD
               MOVE WS-NEW-COST (WS-NEW-IDX) TO PL-COST
               MOVE 0 TO PL-QTY-RCVD
               MOVE 'O' TO PL-STATUS
               WRITE POLINES-REC
           END-PERFORM.
           CLOSE POLINES-FILE.
           ADD 1 TO WS-NEW-PO.
           PERFORM SAVE-NEXT-PO-NO.
           SUBTRACT 1 FROM WS-NEW-PO.

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

      *    A PO THE VENDOR WILL NOT COMPLETE IS CLOSED WITH ITS OPEN
      *    LINES, SO THE SHORTFALL NO LONGER SHOWS AS DUE.
       CLOSE-PURCHASE-ORDER.
           PERFORM LOAD-PURCHASE-ORDERS.
           IF WS-PH-OVERFLOW = 'Y' OR WS-PL-OVERFLOW = 'Y'
               DISPLAY "PURCHASE ORDER FILES EXCEED THEIR TABLES."
                   " CHANGES ARE SUSPENDED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PURCHASE ORDER NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-KEY-IN.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PH-COUNT
               OR WS-FOUND = 'Y'
               IF WS-PH-PO (WS-IDX) = WS-KEY-IN
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N'
               DISPLAY "PURCHASE ORDER NOT ON FILE: " WS-KEY-IN
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-IDX.
           IF WS-PH-STAT (WS-IDX) = 'C'
               DISPLAY "PURCHASE ORDER " WS-KEY-IN " IS ALREADY CLOSED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CLOSE PURCHASE ORDER " WS-KEY-IN " (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO WS-PH-STAT (WS-IDX).
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-PO (WS-PL-IDX) = WS-KEY-IN
                   MOVE 'C' TO WS-PL-STAT (WS-PL-IDX)
               END-IF
           END-PERFORM.
           PERFORM SAVE-PURCHASE-ORDERS.
           DISPLAY "PURCHASE ORDER " WS-KEY-IN " CLOSED.".
           ACCEPT OMITTED.

      *    EVERY OPEN LINE OF EVERY OPEN PO: ORDERED, RECEIVED, STILL
      *    DUE AND ITS VALUE AT THE AGREED COST, WITH THE PO FLAGGED
      *    OVERDUE ONCE ITS DELIVERY DATE HAS PASSED.
       OPEN-PO-REPORT.
           PERFORM LOAD-PURCHASE-ORDERS.
           PERFORM LOAD-PRODUCTS.
           MOVE 0 TO WS-OPEN-VALUE.
           MOVE 0 TO WS-OVERDUE-COUNT.
           MOVE 'N' TO WS-CONFIRM.
           DISPLAY "OPEN PURCHASE ORDERS AS OF " WS-TODAY.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PH-COUNT
               IF WS-PH-STAT (WS-IDX) = 'O'
                   PERFORM REPORT-ONE-PO
               END-IF
           END-PERFORM.
           IF WS-CONFIRM = 'N'
               DISPLAY "(NO OPEN PURCHASE ORDERS)"
           ELSE
               DISPLAY "----------------------------------------------"
               MOVE WS-OPEN-VALUE TO OUT-AMT
               DISPLAY "VALUE STILL DUE:      " FUNCTION TRIM(OUT-AMT)
               DISPLAY "OVERDUE PURCHASE ORDERS: " WS-OVERDUE-COUNT
           END-IF.
           ACCEPT OMITTED.

       REPORT-ONE-PO.
           MOVE 'Y' TO WS-CONFIRM.
           MOVE WS-PH-VEND (WS-IDX) TO WS-KEY-IN.
           MOVE WS-IDX TO WS-JDX.
           PERFORM FIND-VENDOR.
           IF WS-FOUND = 'Y'
               MOVE WS-VM-NAME (WS-IDX) TO WS-VEND-NAME
           ELSE
               MOVE "(VENDOR NOT ON MASTER)" TO WS-VEND-NAME
           END-IF.
           IF WS-PH-DUE (WS-JDX) < WS-TODAY
               MOVE "OVERDUE" TO WS-OVERDUE-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               MOVE SPACES TO WS-OVERDUE-FLAG
           END-IF.
           DISPLAY SPACE.
           DISPLAY "PO " WS-PH-PO (WS-JDX) "  VENDOR "
               WS-PH-VEND (WS-JDX) " " WS-VEND-NAME.
           DISPLAY "   ORDERED " WS-PH-ORDERED (WS-JDX) "  DUE "
               WS-PH-DUE (WS-JDX) "  " WS-OVERDUE-FLAG.
           DISPLAY "   LN PRODUCT     ORDERED   RECEIVED    STILL DUE"
               "       VALUE".
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > WS-PL-COUNT
               IF WS-PL-PO (WS-PL-IDX) = WS-PH-PO (WS-JDX)
                   AND WS-PL-STAT (WS-PL-IDX) = 'O'
                   COMPUTE WS-OUTSTANDING = WS-PL-ORD (WS-PL-IDX)
                       - WS-PL-RCVD (WS-PL-IDX)
                   IF WS-OUTSTANDING < 0
                       MOVE 0 TO WS-OUTSTANDING
                   END-IF
                   MOVE WS-PL-ORD (WS-PL-IDX) TO OUT-QTY
                   MOVE WS-PL-RCVD (WS-PL-IDX) TO OUT-QTY-2
                   MOVE WS-OUTSTANDING TO OUT-QTY-3
                   COMPUTE WS-PO-VALUE =
                       WS-OUTSTANDING * WS-PL-COST (WS-PL-IDX)
                   ADD WS-PO-VALUE TO WS-OPEN-VALUE
                   MOVE WS-PO-VALUE TO OUT-AMT
                   DISPLAY "   " WS-PL-LINE (WS-PL-IDX) " "
                       WS-PL-PROD (WS-PL-IDX) " " OUT-QTY " "
                       OUT-QTY-2 "   " OUT-QTY-3 " " OUT-AMT
               END-IF
           END-PERFORM.
           MOVE WS-JDX TO WS-IDX.

      *    OVER: HOW FAR PAST THE ORDERED QUANTITY A LINE MAY BE
      *    RECEIVED. UNDER: HOW FAR SHORT OF IT A RECEIPT MAY LEAVE
      *    THE LINE AND STILL CLOSE IT AS COMPLETE. BOTH PERCENT.
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

       SET-TOLERANCES.
           MOVE WS-OVER-PCT TO OUT-PCT.
           DISPLAY "OVER-RECEIPT TOLERANCE NOW " OUT-PCT "%".
           MOVE WS-UNDER-PCT TO OUT-PCT.
           DISPLAY "UNDER-RECEIPT TOLERANCE NOW " OUT-PCT "%".
           DISPLAY "NEW OVER-RECEIPT PERCENT: " WITH NO ADVANCING.
           ACCEPT WS-OVER-PCT.
           DISPLAY "NEW UNDER-RECEIPT PERCENT: " WITH NO ADVANCING.
           ACCEPT WS-UNDER-PCT.
           OPEN OUTPUT POTOL-FILE.
           MOVE SPACES TO POTOL-REC.
           MOVE WS-OVER-PCT TO PT-OVER-PCT.
           MOVE WS-UNDER-PCT TO PT-UNDER-PCT.
           WRITE POTOL-REC.
           CLOSE POTOL-FILE.
           DISPLAY "RECEIVING TOLERANCES SAVED.".
           ACCEPT OMITTED.
       END PROGRAM PURCHORD.
