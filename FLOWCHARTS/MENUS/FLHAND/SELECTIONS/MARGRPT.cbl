       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGRPT.
      *    GROSS MARGIN REPORTING. FOR A CHOSEN MONTH IT TAKES THE
      *    ORDER LINES ON SELDATA/ORDLINES.DAT, DATED THROUGH THEIR
      *    ORDER HEADERS, AND SETS THE REVENUE OF EACH LINE AGAINST
      *    ITS COST OF GOODS - THE QUANTITY AT THE UNIT COST STAMPED
      *    ON THE LINE WHEN IT WAS SOLD - TO REPORT REVENUE, COST,
      *    GROSS MARGIN AND MARGIN PERCENT BY PRODUCT, BY CUSTOMER
      *    OR BY SALESMAN (A SPLIT ORDER IS SHARED OUT BY THE SPLIT
      *    PERCENTAGES), RANKED BY MARGIN. THE EXCEPTIONS REPORT
      *    LISTS THE MONTH'S LINES SOLD BELOW COST OR UNDER THE
      *    MINIMUM MARGIN HELD ON SELDATA/MARGCFG.DAT (DEFAULT 10
      *    PCT), THE SAME FLOOR ORDER ENTRY WARNS AGAINST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDLINES-FILE
           ASSIGN TO "SELDATA/ORDLINES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDLINES-STATUS.
           SELECT ORDERS-FILE
           ASSIGN TO "SELDATA/ORDERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDERS-STATUS.
           SELECT PRODMAST-FILE
           ASSIGN TO "SELDATA/PRODMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRODMAST-STATUS.
           SELECT CUST-FILE
           ASSIGN TO "SELDATA/CUSTMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUST-STATUS.
           SELECT SALESMAN-FILE
           ASSIGN TO "SELDATA/SALESMAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-SNUM
           FILE STATUS IS SALESMAN-STATUS.
           SELECT MARGCFG-FILE
           ASSIGN TO "SELDATA/MARGCFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MARGCFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PRODMAST-FILE.
       01  PRODMAST-REC.
           05 PROD-CODE-IN PIC X(6).
           05 PROD-FILLER-1 PIC X(1).
           05 PROD-DESC-IN PIC X(20).

       FD  CUST-FILE.
       01  CUST-REC.
           05 CU-CUST-NO PIC 9(6).
           05 CU-FILLER-1 PIC X(1).
           05 CU-NAME PIC X(25).

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

       FD  MARGCFG-FILE.
       01  MARGCFG-REC.
           05 MG-MIN-PCT PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01  ORDLINES-STATUS PIC XX.
       01  ORDERS-STATUS PIC XX.
       01  PRODMAST-STATUS PIC XX.
       01  CUST-STATUS PIC XX.
       01  SALESMAN-STATUS PIC XX.
       01  MARGCFG-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-MODE PIC X(1).
       01  WS-MONTH-IN PIC 9(6).
       01  WS-MIN-MARGIN PIC 9(3)V99 VALUE 10.
       01  WS-IDX PIC 9(3).
       01  WS-JDX PIC 9(1).
       01  WS-RANK PIC 9(3).
       01  WS-BEST PIC 9(3).
       01  WS-SHOWN PIC 9(5).
       01  WS-KEY PIC X(14).
       01  WS-NAME PIC X(25).
       01  WS-LINE-REV PIC S9(11)V99.
       01  WS-LINE-COST PIC S9(11)V99.
       01  WS-SHARE-REV PIC S9(11)V99.
       01  WS-SHARE-COST PIC S9(11)V99.
       01  WS-MARGIN PIC S9(11)V99.
       01  WS-MARGIN-PCT PIC S9(5)V9.
       01  WS-REASON PIC X(10).
       01  WS-TOT-REV PIC S9(11)V99.
       01  WS-TOT-COST PIC S9(11)V99.

       01  WS-ORD-COUNT PIC 9(4) VALUE 0.
       01  WS-ORD-TABLE.
           05 WS-ORD-ENTRY OCCURS 1000 TIMES.
               10 WS-ORD-KEY PIC 9(6).
               10 WS-ORD-CUST PIC 9(6).
               10 WS-ORD-SPLITS.
                   15 WS-ORD-SPLIT OCCURS 4 TIMES.
                       20 WS-ORD-SNUM PIC 9(14).
                       20 WS-ORD-PCT PIC 9(3).
       01  WS-ORD-IDX PIC 9(4).
       01  WS-ORD-HIT PIC 9(4).

      *    ONE ROW PER PRODUCT, CUSTOMER OR SALESMAN, DEPENDING ON
      *    THE REPORT BEING RUN.
       01  WS-MG-COUNT PIC 9(3) VALUE 0.
       01  WS-MG-OVERFLOW PIC X VALUE 'N'.
       01  WS-MG-TABLE.
           05 WS-MG-ENTRY OCCURS 200 TIMES.
               10 WS-MG-KEY PIC X(14).
               10 WS-MG-REV PIC S9(11)V99.
               10 WS-MG-COST PIC S9(11)V99.
               10 WS-MG-MARGIN PIC S9(11)V99.
               10 WS-MG-RANKED PIC X(1).
       01  WS-MG-IDX PIC 9(3).
       01  WS-MG-HIT PIC 9(3).

       01  OUT-REV PIC ZZZ,ZZZ,ZZ9.99.
       01  OUT-COST PIC ZZZ,ZZZ,ZZ9.99.
       01  OUT-MARGIN PIC ZZZ,ZZZ,ZZ9.99-.
       01  OUT-PCT PIC ZZ9.9-.
       01  OUT-PRICE PIC ZZZ,ZZ9.99.
       01  OUT-UNIT-COST PIC ZZZ,ZZ9.99.
       01  OUT-COUNT PIC ZZZZ9.
       01  OUT-MIN PIC ZZ9.99.
       01  WS-RPT-LINE PIC X(80).

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40).
       01  WS-RPT-COLHDR PIC X(80).
       01  WS-RPT-LPP PIC 9(3) VALUE 30.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           PERFORM LOAD-MARGIN-FLOOR.
           DISPLAY "GROSS MARGIN REPORTING".
           DISPLAY "1 - MARGIN BY PRODUCT".
           DISPLAY "2 - MARGIN BY CUSTOMER".
           DISPLAY "3 - MARGIN BY SALESMAN".
           DISPLAY "4 - MARGIN EXCEPTIONS".
           DISPLAY "5 - SET THE MINIMUM MARGIN".
           DISPLAY "6 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
            WHEN 1
               MOVE 'P' TO WS-MODE
               PERFORM MARGIN-REPORT
            WHEN 2
               MOVE 'C' TO WS-MODE
               PERFORM MARGIN-REPORT
            WHEN 3
               MOVE 'S' TO WS-MODE
               PERFORM MARGIN-REPORT
            WHEN 4
               PERFORM EXCEPTIONS-REPORT
            WHEN 5
               PERFORM SET-MARGIN-FLOOR
            WHEN 6
               GOBACK
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM MAIN-PARA.

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

       SET-MARGIN-FLOOR.
           MOVE WS-MIN-MARGIN TO OUT-MIN.
           DISPLAY "CURRENT MINIMUM MARGIN: " FUNCTION TRIM(OUT-MIN)
               " PCT".
           DISPLAY "NEW MINIMUM MARGIN PCT: " WITH NO ADVANCING.
           ACCEPT WS-MIN-MARGIN.
           OPEN OUTPUT MARGCFG-FILE.
           MOVE WS-MIN-MARGIN TO MG-MIN-PCT.
           WRITE MARGCFG-REC.
           CLOSE MARGCFG-FILE.
           MOVE WS-MIN-MARGIN TO OUT-MIN.
           DISPLAY "MINIMUM MARGIN SET TO " FUNCTION TRIM(OUT-MIN)
               " PCT.".
           ACCEPT OMITTED.

       LOAD-MONTH-ORDERS.
           MOVE 0 TO WS-ORD-COUNT.
           OPEN INPUT ORDERS-FILE.
           IF ORDERS-STATUS = "00"
               PERFORM UNTIL ORDERS-STATUS NOT = "00"
                   OR WS-ORD-COUNT >= 1000
                   READ ORDERS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ORD-DATE IS NUMERIC
                               AND ORD-DATE (1:6) = WS-MONTH-IN
                               ADD 1 TO WS-ORD-COUNT
                               MOVE ORD-NO TO
                                   WS-ORD-KEY (WS-ORD-COUNT)
                               MOVE ORD-CUST TO
                                   WS-ORD-CUST (WS-ORD-COUNT)
                               MOVE ORD-SPLITS TO
                                   WS-ORD-SPLITS (WS-ORD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF.

       FIND-LINE-ORDER.
           MOVE 0 TO WS-ORD-HIT.
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
               UNTIL WS-ORD-IDX > WS-ORD-COUNT
               OR WS-ORD-HIT > 0
               IF WS-ORD-KEY (WS-ORD-IDX) = OL-ORD-NO
                   MOVE WS-ORD-IDX TO WS-ORD-HIT
               END-IF
           END-PERFORM.

      *    A LINE WITH NO COST STAMPED (SOLD BEFORE COSTS WERE
      *    CARRIED, OR A MANUAL SALE) COUNTS AT ZERO COST.
       LINE-VALUES.
           MOVE 0 TO WS-LINE-REV WS-LINE-COST.
           IF OL-AMOUNT IS NUMERIC
               MOVE OL-AMOUNT TO WS-LINE-REV
           END-IF.
           IF OL-COST IS NUMERIC AND OL-QTY IS NUMERIC
               COMPUTE WS-LINE-COST = OL-QTY * OL-COST
           END-IF.

       MARGIN-REPORT.
           DISPLAY "REPORT MONTH (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-MONTH-IN.
           PERFORM LOAD-MONTH-ORDERS.
           MOVE 0 TO WS-MG-COUNT.
           MOVE 'N' TO WS-MG-OVERFLOW.
           OPEN INPUT ORDLINES-FILE.
           IF ORDLINES-STATUS = "00"
               PERFORM UNTIL ORDLINES-STATUS NOT = "00"
                   READ ORDLINES-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM TALLY-MARGIN-LINE
                   END-READ
               END-PERFORM
               CLOSE ORDLINES-FILE
           END-IF.
           IF WS-MG-COUNT = 0
               DISPLAY "NO SALES IN " WS-MONTH-IN "."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM PRINT-MARGIN-REPORT.
           IF WS-MG-OVERFLOW = 'Y'
               DISPLAY "WARNING: MORE THAN 200 ROWS - REPORT IS"
                   " INCOMPLETE."
           END-IF.
           ACCEPT OMITTED.

       TALLY-MARGIN-LINE.
           PERFORM FIND-LINE-ORDER.
           IF WS-ORD-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM LINE-VALUES.
           EVALUATE WS-MODE
            WHEN 'P'
               MOVE OL-PROD TO WS-KEY
               MOVE WS-LINE-REV TO WS-SHARE-REV
               MOVE WS-LINE-COST TO WS-SHARE-COST
               PERFORM ADD-TO-MARGIN-ROW
            WHEN 'C'
               MOVE WS-ORD-CUST (WS-ORD-HIT) TO WS-KEY
               MOVE WS-LINE-REV TO WS-SHARE-REV
               MOVE WS-LINE-COST TO WS-SHARE-COST
               PERFORM ADD-TO-MARGIN-ROW
            WHEN OTHER
               PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > 4
                   IF WS-ORD-PCT (WS-ORD-HIT WS-JDX) > 0
                       MOVE WS-ORD-SNUM (WS-ORD-HIT WS-JDX) TO WS-KEY
                       COMPUTE WS-SHARE-REV ROUNDED = WS-LINE-REV
                           * WS-ORD-PCT (WS-ORD-HIT WS-JDX) / 100
                       COMPUTE WS-SHARE-COST ROUNDED = WS-LINE-COST
                           * WS-ORD-PCT (WS-ORD-HIT WS-JDX) / 100
                       PERFORM ADD-TO-MARGIN-ROW
                   END-IF
               END-PERFORM
           END-EVALUATE.

       ADD-TO-MARGIN-ROW.
           MOVE 0 TO WS-MG-HIT.
           PERFORM VARYING WS-MG-IDX FROM 1 BY 1
               UNTIL WS-MG-IDX > WS-MG-COUNT
               OR WS-MG-HIT > 0
               IF WS-MG-KEY (WS-MG-IDX) = WS-KEY
                   MOVE WS-MG-IDX TO WS-MG-HIT
               END-IF
           END-PERFORM.
           IF WS-MG-HIT = 0
               IF WS-MG-COUNT >= 200
                   MOVE 'Y' TO WS-MG-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MG-COUNT
               MOVE WS-MG-COUNT TO WS-MG-HIT
               MOVE WS-KEY TO WS-MG-KEY (WS-MG-HIT)
               MOVE 0 TO WS-MG-REV (WS-MG-HIT) WS-MG-COST (WS-MG-HIT)
               MOVE 'N' TO WS-MG-RANKED (WS-MG-HIT)
           END-IF.
           ADD WS-SHARE-REV TO WS-MG-REV (WS-MG-HIT).
           ADD WS-SHARE-COST TO WS-MG-COST (WS-MG-HIT).
           COMPUTE WS-MG-MARGIN (WS-MG-HIT) = WS-MG-REV (WS-MG-HIT)
               - WS-MG-COST (WS-MG-HIT).

       PRINT-MARGIN-REPORT.
           EVALUATE WS-MODE
            WHEN 'P'
               MOVE "GROSS MARGIN BY PRODUCT" TO WS-RPT-TITLE
            WHEN 'C'
               MOVE "GROSS MARGIN BY CUSTOMER" TO WS-RPT-TITLE
            WHEN OTHER
               MOVE "GROSS MARGIN BY SALESMAN" TO WS-RPT-TITLE
           END-EVALUATE.
           MOVE SPACES TO WS-RPT-COLHDR.
           STRING "KEY            NAME                 REVENUE"
               "           COST         MARGIN   PCT"
               DELIMITED BY SIZE INTO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "MONTH " WS-MONTH-IN.
           IF WS-MODE = 'S'
               OPEN INPUT SALESMAN-FILE
           END-IF.
           MOVE 0 TO WS-TOT-REV WS-TOT-COST.
           PERFORM VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > WS-MG-COUNT
               MOVE 0 TO WS-BEST
               PERFORM VARYING WS-MG-IDX FROM 1 BY 1
                   UNTIL WS-MG-IDX > WS-MG-COUNT
                   IF WS-MG-RANKED (WS-MG-IDX) = 'N'
                       IF WS-BEST = 0
                           MOVE WS-MG-IDX TO WS-BEST
                       ELSE
                           IF WS-MG-MARGIN (WS-MG-IDX) >
                               WS-MG-MARGIN (WS-BEST)
                               MOVE WS-MG-IDX TO WS-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST > 0
                   MOVE 'Y' TO WS-MG-RANKED (WS-BEST)
                   PERFORM PRINT-MARGIN-ROW
               END-IF
           END-PERFORM.
           IF WS-MODE = 'S'
               AND SALESMAN-STATUS = "00"
               CLOSE SALESMAN-FILE
           END-IF.
           MOVE "TOTAL" TO WS-KEY.
           MOVE SPACES TO WS-NAME.
           MOVE WS-TOT-REV TO WS-SHARE-REV.
           MOVE WS-TOT-COST TO WS-SHARE-COST.
           PERFORM FORMAT-MARGIN-LINE.
           DISPLAY WS-RPT-LINE.

       PRINT-MARGIN-ROW.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE WS-MG-KEY (WS-BEST) TO WS-KEY.
           PERFORM LOOKUP-ROW-NAME.
           MOVE WS-MG-REV (WS-BEST) TO WS-SHARE-REV.
           MOVE WS-MG-COST (WS-BEST) TO WS-SHARE-COST.
           ADD WS-SHARE-REV TO WS-TOT-REV.
           ADD WS-SHARE-COST TO WS-TOT-COST.
           PERFORM FORMAT-MARGIN-LINE.
           DISPLAY WS-RPT-LINE.

       FORMAT-MARGIN-LINE.
           COMPUTE WS-MARGIN = WS-SHARE-REV - WS-SHARE-COST.
           MOVE 0 TO WS-MARGIN-PCT.
           IF WS-SHARE-REV NOT = 0
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN * 100 / WS-SHARE-REV
           END-IF.
           MOVE WS-SHARE-REV TO OUT-REV.
           MOVE WS-SHARE-COST TO OUT-COST.
           MOVE WS-MARGIN TO OUT-MARGIN.
           MOVE WS-MARGIN-PCT TO OUT-PCT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-KEY " " WS-NAME (1:12) " " OUT-REV " "
               OUT-COST " " OUT-MARGIN " " OUT-PCT
               DELIMITED BY SIZE INTO WS-RPT-LINE.

       LOOKUP-ROW-NAME.
           MOVE SPACES TO WS-NAME.
           EVALUATE WS-MODE
            WHEN 'P'
               PERFORM LOOKUP-PRODUCT-NAME
            WHEN 'C'
               PERFORM LOOKUP-CUSTOMER-NAME
            WHEN OTHER
               IF SALESMAN-STATUS = "00"
                   MOVE WS-KEY TO SM-SNUM
                   READ SALESMAN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SM-SNAME TO WS-NAME
                   END-READ
               END-IF
           END-EVALUATE.

       LOOKUP-PRODUCT-NAME.
           MOVE "(NOT ON MASTER)" TO WS-NAME.
           OPEN INPUT PRODMAST-FILE.
           IF PRODMAST-STATUS = "00"
               PERFORM UNTIL PRODMAST-STATUS NOT = "00"
                   READ PRODMAST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PROD-CODE-IN = WS-KEY (1:6)
                               MOVE PROD-DESC-IN TO WS-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODMAST-FILE
           END-IF.

       LOOKUP-CUSTOMER-NAME.
           MOVE "(NOT ON MASTER)" TO WS-NAME.
           OPEN INPUT CUST-FILE.
           IF CUST-STATUS = "00"
               PERFORM UNTIL CUST-STATUS NOT = "00"
                   READ CUST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CU-CUST-NO = WS-KEY (1:6)
                               MOVE CU-NAME TO WS-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-FILE
           END-IF.

      *    A LINE IS AN EXCEPTION WHEN ITS PRICE IS UNDER THE COST
      *    STAMPED ON IT, OR ITS MARGIN IS UNDER THE CURRENT FLOOR.
      *    LINES WITH NO COST CANNOT BE JUDGED AND ARE LEFT OUT.
       EXCEPTIONS-REPORT.
           DISPLAY "REPORT MONTH (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-MONTH-IN.
           PERFORM LOAD-MONTH-ORDERS.
           MOVE "MARGIN EXCEPTIONS" TO WS-RPT-TITLE.
           MOVE SPACES TO WS-RPT-COLHDR.
           STRING "ORDER  CUST   PRODUCT   QTY      PRICE       COST"
               "    PCT  REASON"
               DELIMITED BY SIZE INTO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE WS-MIN-MARGIN TO OUT-MIN.
           DISPLAY "MONTH " WS-MONTH-IN "  MINIMUM MARGIN "
               FUNCTION TRIM(OUT-MIN) " PCT".
           MOVE 0 TO WS-SHOWN.
           OPEN INPUT ORDLINES-FILE.
           IF ORDLINES-STATUS = "00"
               PERFORM UNTIL ORDLINES-STATUS NOT = "00"
                   READ ORDLINES-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM CHECK-EXCEPTION-LINE
                   END-READ
               END-PERFORM
               CLOSE ORDLINES-FILE
           END-IF.
           MOVE WS-SHOWN TO OUT-COUNT.
           DISPLAY "EXCEPTION LINES: " FUNCTION TRIM(OUT-COUNT).
           ACCEPT OMITTED.

       CHECK-EXCEPTION-LINE.
           IF OL-COST NOT NUMERIC OR OL-PRICE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF OL-COST = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-LINE-ORDER.
           IF WS-ORD-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-MARGIN-PCT.
           IF OL-PRICE > 0
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   (OL-PRICE - OL-COST) * 100 / OL-PRICE
           END-IF.
           IF OL-PRICE < OL-COST
               MOVE "BELOW COST" TO WS-REASON
           ELSE
               IF WS-MARGIN-PCT < WS-MIN-MARGIN
                   MOVE "UNDER MIN" TO WS-REASON
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-SHOWN.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE OL-PRICE TO OUT-PRICE.
           MOVE OL-COST TO OUT-UNIT-COST.
           MOVE WS-MARGIN-PCT TO OUT-PCT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING OL-ORD-NO " " WS-ORD-CUST (WS-ORD-HIT) " "
               OL-PROD " " OL-QTY " " OUT-PRICE " " OUT-UNIT-COST
               " " OUT-PCT "  " WS-REASON
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.
       END PROGRAM MARGRPT.
