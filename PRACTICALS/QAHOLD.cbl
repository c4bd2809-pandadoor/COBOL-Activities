       IDENTIFICATION DIVISION.
       PROGRAM-ID. QAHOLD.
      *    QUALITY HOLD DISPOSITION. TEMPEXC PUTS THE STOCK STORED IN
      *    A LOCATION ON QUALITY HOLD (PROD-HOLD 'Q') WHEN AN
      *    EXCURSION THERE RUNS PAST THE ALLOWED MINUTES; ORDER ENTRY
      *    AND SHIPPING REFUSE HELD STOCK UNTIL QA DISPOSES OF IT
      *    HERE. A RELEASE CLEARS THE HOLD AND THE STOCK IS SALEABLE
      *    AGAIN. A SCRAP WRITES OFF THE QUANTITY QA REJECTS: IT
      *    COMES OFF PROD-ONHAND WITH AN AUDIT ROW ON INVADJ.DAT
      *    (REASON QAS) AND A SHRINK JOURNAL ENTRY ON INVJRNL.DAT,
      *    THE SAME TRAIL AN INVCOUNT ADJUSTMENT LEAVES, AND ANY
      *    BALANCE QA PASSES IS RELEASED. EVERY HOLD, RELEASE AND
      *    SCRAP IS LOGGED ON QAHOLD.DAT. THE HELD-INVENTORY REPORT
      *    SHOWS THE QUANTITY AND VALUE AT COST ON HOLD BY LOCATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROD-FILE
           ASSIGN TO "SELDATA/PRODMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROD-STATUS.
           SELECT QAHOLD-FILE
           ASSIGN TO "SELDATA/QAHOLD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QAHOLD-STATUS.
           SELECT INVADJ-FILE
           ASSIGN TO "SELDATA/INVADJ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVADJ-STATUS.
           SELECT GLACCTS-FILE
           ASSIGN TO "PRACTICALS/GLACCTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLACCTS-STATUS.
           SELECT INVJRNL-FILE
           ASSIGN TO "SELDATA/INVJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05 PROD-FILLER-5 PIC X(1).
           05 PROD-COST PIC 9(7)V99.
           05 PROD-FILLER-6 PIC X(1).
           05 PROD-LOCATION PIC X(6).
           05 PROD-FILLER-7 PIC X(1).
           05 PROD-HOLD PIC X(1).

       FD  QAHOLD-FILE.
       01  QAHOLD-REC.
           05 QH-DATE PIC 9(8).
           05 QH-FILLER-1 PIC X(1).
           05 QH-PROD PIC X(6).
           05 QH-FILLER-2 PIC X(1).
           05 QH-LOCATION PIC X(6).
           05 QH-FILLER-3 PIC X(1).
           05 QH-ACTION PIC X(1).
           05 QH-FILLER-4 PIC X(1).
           05 QH-QTY PIC S9(7).
           05 QH-FILLER-5 PIC X(1).
           05 QH-VALUE PIC S9(9)V99.
           05 QH-FILLER-6 PIC X(1).
           05 QH-REF PIC X(13).
           05 QH-FILLER-7 PIC X(1).
           05 QH-USER PIC X(10).

       FD  INVADJ-FILE.
       01  INVADJ-REC.
           05 IA-DATE PIC 9(8).
           05 IA-FILLER-1 PIC X(1).
           05 IA-CNT-NO PIC 9(6).
           05 IA-FILLER-2 PIC X(1).
           05 IA-PROD PIC X(6).
           05 IA-FILLER-3 PIC X(1).
           05 IA-BOOK PIC S9(7).
           05 IA-FILLER-4 PIC X(1).
           05 IA-COUNTED PIC 9(7).
           05 IA-FILLER-5 PIC X(1).
           05 IA-VARIANCE PIC S9(7).
           05 IA-FILLER-6 PIC X(1).
           05 IA-VALUE PIC S9(9)V99.
           05 IA-FILLER-7 PIC X(1).
           05 IA-REASON PIC X(3).
           05 IA-FILLER-8 PIC X(1).
           05 IA-APPROVER PIC X(10).

       FD  GLACCTS-FILE.
       01  GLACCTS-REC.
           05 GLA-KEY PIC X(8).
           05 GLA-FILLER-1 PIC X(1).
           05 GLA-ACCOUNT PIC X(8).
           05 GLA-FILLER-2 PIC X(1).
           05 GLA-DESC PIC X(20).

       FD  INVJRNL-FILE.
       01  INVJRNL-REC.
           05 JRN-PERIOD PIC X(6).
           05 JRN-FILLER-1 PIC X(1).
           05 JRN-ACCOUNT PIC X(8).
           05 JRN-FILLER-2 PIC X(1).
           05 JRN-DC PIC X(1).
           05 JRN-FILLER-3 PIC X(1).
           05 JRN-AMOUNT PIC 9(9)V99.
           05 JRN-FILLER-4 PIC X(1).
           05 JRN-DESC PIC X(20).

       WORKING-STORAGE SECTION.
       01  PROD-STATUS PIC XX.
       01  QAHOLD-STATUS PIC XX.
       01  INVADJ-STATUS PIC XX.
       01  GLACCTS-STATUS PIC XX.
       01  INVJRNL-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-KEY-IN PIC X(6).
       01  WS-FOUND PIC X.
       01  WS-CONFIRM PIC X.
       01  WS-IDX PIC 9(3).
       01  WS-JDX PIC 9(3).
       01  WS-HIT PIC 9(3).
       01  WS-TODAY PIC 9(8).
       01  WS-TODAY-X REDEFINES WS-TODAY.
           05 WS-TODAY-YYYYMM PIC X(6).
           05 WS-TODAY-DD PIC X(2).
       01  WS-QA-ID PIC X(10).
       01  WS-QTY-IN PIC 9(7).
       01  WS-OLD-ONHAND PIC S9(7).
       01  WS-SCRAP-VALUE PIC S9(9)V99.
       01  WS-HOLD-REF PIC X(13).
       01  WS-ACTION PIC X(1).
       01  WS-ACTION-QTY PIC S9(7).

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

      *    DISTINCT LOCATIONS HOLDING STOCK, FOR THE REPORT BREAKS.
       01  WS-LOC-COUNT PIC 9(3) VALUE 0.
       01  WS-LOC-TABLE.
           05 WS-LOC-CODE PIC X(6) OCCURS 100 TIMES.
       01  WS-LDX PIC 9(3).
       01  WS-LOC-QTY PIC S9(9).
       01  WS-LOC-VALUE PIC S9(11)V99.
       01  WS-TOT-QTY PIC S9(9).
       01  WS-TOT-VALUE PIC S9(11)V99.
       01  WS-LINE-VALUE PIC S9(11)V99.

      *    SCRAP IS BOOKED AGAINST THESE ACCOUNTS UNLESS GLACCTS.DAT
      *    CARRIES SHRINK AND INVENTRY ROWS OF ITS OWN, AS IN
      *    INVCOUNT.
       01  WS-GL-SHRINK PIC X(8) VALUE "62000000".
       01  WS-GL-INVENTORY PIC X(8) VALUE "13000000".

       01  OUT-QTY PIC Z,ZZZ,ZZ9-.
       01  OUT-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           PERFORM LOAD-PRODUCTS.
           DISPLAY "QUALITY HOLD DISPOSITION".
           DISPLAY "1 - HELD INVENTORY REPORT".
           DISPLAY "2 - QA RELEASE".
           DISPLAY "3 - QA SCRAP".
           DISPLAY "4 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM HELD-INVENTORY-REPORT
            WHEN 2
               PERFORM QA-RELEASE
            WHEN 3
               PERFORM QA-SCRAP
            WHEN 4
               GOBACK
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM MAIN-PARA.

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
                           MOVE PROD-PRICE TO
                               WS-PROD-PRICE (WS-PROD-COUNT)
                           IF PROD-ONHAND IS NUMERIC
                               MOVE PROD-ONHAND TO
                                   WS-PROD-ONHAND (WS-PROD-COUNT)
                           ELSE
                               MOVE 0 TO
                                   WS-PROD-ONHAND (WS-PROD-COUNT)
                           END-IF
                           IF PROD-REORDER IS NUMERIC
                               MOVE PROD-REORDER TO
                                   WS-PROD-REORDER (WS-PROD-COUNT)
                           ELSE
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
           END-IF.

       SAVE-PRODUCTS.
           OPEN OUTPUT PROD-FILE.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-PROD-COUNT
               MOVE SPACES TO PROD-REC
               MOVE WS-PROD-CODE (WS-JDX) TO PROD-CODE
               MOVE WS-PROD-DESC (WS-JDX) TO PROD-DESC
               MOVE WS-PROD-PRICE (WS-JDX) TO PROD-PRICE
               MOVE WS-PROD-ONHAND (WS-JDX) TO PROD-ONHAND
               MOVE WS-PROD-REORDER (WS-JDX) TO PROD-REORDER
               MOVE WS-PROD-COST (WS-JDX) TO PROD-COST
               MOVE WS-PROD-LOCATION (WS-JDX) TO PROD-LOCATION
               MOVE WS-PROD-HOLD (WS-JDX) TO PROD-HOLD
               WRITE PROD-REC
           END-PERFORM.
           CLOSE PROD-FILE.

       FIND-HELD-PRODUCT.
           MOVE 0 TO WS-HIT.
           DISPLAY "PRODUCT CODE: " WITH NO ADVANCING.
           ACCEPT WS-KEY-IN.
           MOVE FUNCTION UPPER-CASE(WS-KEY-IN) TO WS-KEY-IN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PROD-COUNT
               OR WS-HIT > 0
               IF WS-PROD-CODE (WS-IDX) = WS-KEY-IN
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM.
           IF WS-HIT = 0
               DISPLAY "PRODUCT NOT ON MASTER: " WS-KEY-IN
               EXIT PARAGRAPH
           END-IF.
           IF WS-PROD-HOLD (WS-HIT) NOT = 'Q'
               DISPLAY "PRODUCT " WS-KEY-IN " IS NOT ON QUALITY HOLD."
               MOVE 0 TO WS-HIT
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-HOLD-REF.
           MOVE WS-PROD-ONHAND (WS-HIT) TO OUT-QTY.
           DISPLAY WS-PROD-DESC (WS-HIT) "  LOCATION "
               WS-PROD-LOCATION (WS-HIT) "  ON HAND "
               FUNCTION TRIM(OUT-QTY).
           DISPLAY "HELD FOR THE EXCURSION STARTING " WS-HOLD-REF.
           DISPLAY "QA ID: " WITH NO ADVANCING.
           ACCEPT WS-QA-ID.
           IF WS-QA-ID = SPACES
               DISPLAY "A QA ID IS REQUIRED."
               MOVE 0 TO WS-HIT
           END-IF.

      *    THE LATEST HOLD LOGGED FOR THE PRODUCT NAMES THE EPISODE
      *    THE RELEASE OR SCRAP ANSWERS.
       FIND-HOLD-REF.
           MOVE SPACES TO WS-HOLD-REF.
           OPEN INPUT QAHOLD-FILE.
           IF QAHOLD-STATUS = "00"
               PERFORM UNTIL QAHOLD-STATUS NOT = "00"
                   READ QAHOLD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF QH-PROD = WS-KEY-IN
                               AND QH-ACTION = 'H'
                               MOVE QH-REF TO WS-HOLD-REF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QAHOLD-FILE
           END-IF.

       QA-RELEASE.
           PERFORM FIND-HELD-PRODUCT.
           IF WS-HIT = 0
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "RELEASE " WS-KEY-IN " FOR SALE (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "HOLD NOT RELEASED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE SPACE TO WS-PROD-HOLD (WS-HIT).
           PERFORM SAVE-PRODUCTS.
           MOVE 'R' TO WS-ACTION.
           MOVE WS-PROD-ONHAND (WS-HIT) TO WS-ACTION-QTY.
           PERFORM LOG-HOLD-ACTION.
           DISPLAY "PRODUCT " WS-KEY-IN " RELEASED FROM QUALITY HOLD.".
           ACCEPT OMITTED.

      *    ZERO SCRAPS THE WHOLE QUANTITY ON HAND. WHATEVER QA DOES
      *    NOT SCRAP IS PASSED, SO THE HOLD CLEARS EITHER WAY.
       QA-SCRAP.
           PERFORM FIND-HELD-PRODUCT.
           IF WS-HIT = 0
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-PROD-ONHAND (WS-HIT) <= 0
               DISPLAY "NOTHING ON HAND TO SCRAP - USE QA RELEASE."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "QUANTITY TO SCRAP (0 FOR ALL ON HAND): "
               WITH NO ADVANCING.
           ACCEPT WS-QTY-IN.
           IF WS-QTY-IN = 0
               MOVE WS-PROD-ONHAND (WS-HIT) TO WS-QTY-IN
           END-IF.
           IF WS-QTY-IN > WS-PROD-ONHAND (WS-HIT)
               DISPLAY "MORE THAN IS ON HAND - NOT SCRAPPED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-SCRAP-VALUE =
               WS-QTY-IN * WS-PROD-COST (WS-HIT).
           MOVE WS-QTY-IN TO OUT-QTY.
           MOVE WS-SCRAP-VALUE TO OUT-VALUE.
           DISPLAY "SCRAP " FUNCTION TRIM(OUT-QTY) " OF " WS-KEY-IN
               " AT COST " FUNCTION TRIM(OUT-VALUE) " (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "NOTHING SCRAPPED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-GL-ACCOUNTS.
           MOVE WS-PROD-ONHAND (WS-HIT) TO WS-OLD-ONHAND.
           SUBTRACT WS-QTY-IN FROM WS-PROD-ONHAND (WS-HIT).
           MOVE SPACE TO WS-PROD-HOLD (WS-HIT).
           PERFORM SAVE-PRODUCTS.
           PERFORM WRITE-SCRAP-ADJUSTMENT.
           IF WS-SCRAP-VALUE > 0
               PERFORM WRITE-SCRAP-JOURNAL
           END-IF.
           MOVE 'S' TO WS-ACTION.
           COMPUTE WS-ACTION-QTY = 0 - WS-QTY-IN.
           PERFORM LOG-HOLD-ACTION.
           IF WS-PROD-ONHAND (WS-HIT) > 0
               MOVE 'R' TO WS-ACTION
               MOVE WS-PROD-ONHAND (WS-HIT) TO WS-ACTION-QTY
               PERFORM LOG-HOLD-ACTION
               MOVE WS-PROD-ONHAND (WS-HIT) TO OUT-QTY
               DISPLAY "BALANCE OF " FUNCTION TRIM(OUT-QTY)
                   " RELEASED FOR SALE."
           END-IF.
           DISPLAY "SCRAP POSTED FOR " WS-KEY-IN ".".
           ACCEPT OMITTED.

       WRITE-SCRAP-ADJUSTMENT.
           MOVE SPACES TO INVADJ-REC.
           MOVE WS-TODAY TO IA-DATE.
           MOVE 0 TO IA-CNT-NO.
           MOVE WS-KEY-IN TO IA-PROD.
           MOVE WS-OLD-ONHAND TO IA-BOOK.
           MOVE WS-PROD-ONHAND (WS-HIT) TO IA-COUNTED.
           COMPUTE IA-VARIANCE = 0 - WS-QTY-IN.
           COMPUTE IA-VALUE = 0 - WS-SCRAP-VALUE.
           MOVE "QAS" TO IA-REASON.
           MOVE WS-QA-ID TO IA-APPROVER.
           OPEN EXTEND INVADJ-FILE.
           IF INVADJ-STATUS = "05" OR INVADJ-STATUS = "35"
               OPEN OUTPUT INVADJ-FILE
           END-IF.
           WRITE INVADJ-REC.
           CLOSE INVADJ-FILE.

      *    A SCRAP IS A LOSS: DEBIT SHRINK, CREDIT INVENTORY.
       WRITE-SCRAP-JOURNAL.
           OPEN EXTEND INVJRNL-FILE.
           IF INVJRNL-STATUS = "05" OR INVJRNL-STATUS = "35"
               OPEN OUTPUT INVJRNL-FILE
           END-IF.
           MOVE SPACES TO INVJRNL-REC.
           MOVE WS-TODAY-YYYYMM TO JRN-PERIOD.
           MOVE WS-GL-SHRINK TO JRN-ACCOUNT.
           MOVE 'D' TO JRN-DC.
           MOVE WS-SCRAP-VALUE TO JRN-AMOUNT.
           STRING "QA SCRAP " WS-KEY-IN
               DELIMITED BY SIZE INTO JRN-DESC.
           WRITE INVJRNL-REC.
           MOVE WS-GL-INVENTORY TO JRN-ACCOUNT.
           MOVE 'C' TO JRN-DC.
           WRITE INVJRNL-REC.
           CLOSE INVJRNL-FILE.

       LOAD-GL-ACCOUNTS.
           OPEN INPUT GLACCTS-FILE.
           IF GLACCTS-STATUS = "00"
               PERFORM UNTIL GLACCTS-STATUS NOT = "00"
                   READ GLACCTS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF GLA-KEY = "SHRINK"
                               MOVE GLA-ACCOUNT TO WS-GL-SHRINK
                           END-IF
                           IF GLA-KEY = "INVENTRY"
                               MOVE GLA-ACCOUNT TO WS-GL-INVENTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLACCTS-FILE
           END-IF.

       LOG-HOLD-ACTION.
           MOVE SPACES TO QAHOLD-REC.
           MOVE WS-TODAY TO QH-DATE.
           MOVE WS-KEY-IN TO QH-PROD.
           MOVE WS-PROD-LOCATION (WS-HIT) TO QH-LOCATION.
           MOVE WS-ACTION TO QH-ACTION.
           MOVE WS-ACTION-QTY TO QH-QTY.
           COMPUTE QH-VALUE =
               WS-ACTION-QTY * WS-PROD-COST (WS-HIT).
           MOVE WS-HOLD-REF TO QH-REF.
           MOVE WS-QA-ID TO QH-USER.
           OPEN EXTEND QAHOLD-FILE.
           IF QAHOLD-STATUS = "05" OR QAHOLD-STATUS = "35"
               OPEN OUTPUT QAHOLD-FILE
           END-IF.
           WRITE QAHOLD-REC.
           CLOSE QAHOLD-FILE.

      *    HELD PRODUCTS GROUPED BY STORAGE LOCATION, VALUED AT THE
      *    AVERAGE UNIT COST.
       HELD-INVENTORY-REPORT.
           MOVE 0 TO WS-LOC-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PROD-COUNT
               IF WS-PROD-HOLD (WS-IDX) = 'Q'
                   PERFORM NOTE-HELD-LOCATION
               END-IF
           END-PERFORM.
           IF WS-LOC-COUNT = 0
               DISPLAY "NO STOCK ON QUALITY HOLD."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "HELD INVENTORY BY LOCATION".
           DISPLAY "LOCATION  CODE    DESCRIPTION            ON HAND"
               "         VALUE AT COST".
           MOVE 0 TO WS-TOT-QTY WS-TOT-VALUE.
           PERFORM VARYING WS-LDX FROM 1 BY 1
               UNTIL WS-LDX > WS-LOC-COUNT
               MOVE 0 TO WS-LOC-QTY WS-LOC-VALUE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-PROD-COUNT
                   IF WS-PROD-HOLD (WS-IDX) = 'Q'
                       AND WS-PROD-LOCATION (WS-IDX) =
                           WS-LOC-CODE (WS-LDX)
                       PERFORM PRINT-HELD-LINE
                   END-IF
               END-PERFORM
               MOVE WS-LOC-QTY TO OUT-QTY
               MOVE WS-LOC-VALUE TO OUT-VALUE
               DISPLAY "  LOCATION " WS-LOC-CODE (WS-LDX) " TOTAL"
                   "                 " OUT-QTY " " OUT-VALUE
               ADD WS-LOC-QTY TO WS-TOT-QTY
               ADD WS-LOC-VALUE TO WS-TOT-VALUE
           END-PERFORM.
           MOVE WS-TOT-QTY TO OUT-QTY.
           MOVE WS-TOT-VALUE TO OUT-VALUE.
           DISPLAY "TOTAL ON QUALITY HOLD"
               "                        " OUT-QTY " " OUT-VALUE.
           ACCEPT OMITTED.

       NOTE-HELD-LOCATION.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-LDX FROM 1 BY 1
               UNTIL WS-LDX > WS-LOC-COUNT
               IF WS-LOC-CODE (WS-LDX) = WS-PROD-LOCATION (WS-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N'
               ADD 1 TO WS-LOC-COUNT
               MOVE WS-PROD-LOCATION (WS-IDX)
                   TO WS-LOC-CODE (WS-LOC-COUNT)
           END-IF.

       PRINT-HELD-LINE.
           COMPUTE WS-LINE-VALUE =
               WS-PROD-ONHAND (WS-IDX) * WS-PROD-COST (WS-IDX).
           MOVE WS-PROD-ONHAND (WS-IDX) TO OUT-QTY.
           MOVE WS-LINE-VALUE TO OUT-VALUE.
           DISPLAY WS-PROD-LOCATION (WS-IDX) "    "
               WS-PROD-CODE (WS-IDX) "  " WS-PROD-DESC (WS-IDX)
               " " OUT-QTY " " OUT-VALUE.
           ADD WS-PROD-ONHAND (WS-IDX) TO WS-LOC-QTY.
           ADD WS-LINE-VALUE TO WS-LOC-VALUE.
       END PROGRAM QAHOLD.
