      *    MONTHLY COMMISSION STATEMENT PER SALESMAN, SUITABLE FOR
      *    HANDING OUT WITH THE PAYMENT. FOR EVERY SALESMAN WITH
      *    ACTIVITY IN THE CHOSEN MONTH (OR ONE REQUESTED NUMBER)
      *    IT LISTS EACH TRANSACTION - DATE, KIND (TIER SALE,
      *    PRODUCT-RATE SALE, SPIFF BONUS, ADJUSTMENT, OVERRIDE),
      *    TOTAL SALES, THE RATE THAT WAS APPLIED (DERIVED FROM THE
      *    AMOUNTS), AND COMMISSION - WITH A MONTH TOTAL BROKEN DOWN
      *    BY KIND AND A YEAR-TO-DATE LINE, PRINTED THROUGH RPTHDR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       01  WS-MONTH-SALES PIC S9(11)V99.
       01  WS-MONTH-COMM PIC S9(11)V99.
       01  WS-MONTH-TIER PIC S9(11)V99.
       01  WS-MONTH-PROD PIC S9(11)V99.
       01  WS-MONTH-SPIFF PIC S9(11)V99.
       01  WS-MONTH-OTHER PIC S9(11)V99.
       01  WS-TXN-KIND PIC X(8).
       01  WS-YTD-COMM PIC S9(11)V99.
       01  WS-LINE-RATE PIC 9(2)V99.
       01  WS-STMT-LINES PIC 9(5).
       01  WS-RPT-TITLE PIC X(40) VALUE
           "MONTHLY COMMISSION STATEMENT".
       01  WS-RPT-COLHDR PIC X(80) VALUE
           "DATE      KIND            TOTAL SALES   RATE       COMMISS
      -    "ION".
       01  WS-RPT-LPP PIC 9(3) VALUE 30.

       PROCEDURE DIVISION.
       PRINT-ONE-STATEMENT.
           MOVE 0 TO WS-MONTH-SALES WS-MONTH-COMM WS-YTD-COMM
               WS-STMT-LINES.
           MOVE 0 TO WS-MONTH-TIER WS-MONTH-PROD WS-MONTH-SPIFF
               WS-MONTH-OTHER.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE WS-MONTH-SALES TO OUT-SALES.
           MOVE WS-MONTH-COMM TO OUT-COMM.
           DISPLAY "----------------------------------------------".
           DISPLAY "MONTH TOTAL            " OUT-SALES "   "
               OUT-COMM.
           MOVE WS-MONTH-TIER TO OUT-COMM.
           DISPLAY "  TIER COMMISSION:               " OUT-COMM.
           MOVE WS-MONTH-PROD TO OUT-COMM.
           DISPLAY "  PRODUCT-RATE COMMISSION:       " OUT-COMM.
           MOVE WS-MONTH-SPIFF TO OUT-COMM.
           DISPLAY "  SPIFF BONUSES:                 " OUT-COMM.
           MOVE WS-MONTH-OTHER TO OUT-COMM.
           DISPLAY "  ADJUSTMENTS AND OVERRIDES:     " OUT-COMM.
           MOVE WS-YTD-COMM TO OUT-COMM.
           DISPLAY "YEAR-TO-DATE COMMISSION:         " OUT-COMM.
           DISPLAY "==============================================".
           IF COMMTXN-DATE (1:6) = WS-MONTH-IN
               ADD COMMTXN-TS TO WS-MONTH-SALES
               ADD COMMTXN-COMMISSION TO WS-MONTH-COMM
               EVALUATE COMMTXN-TYPE
                WHEN 'P'
                   ADD COMMTXN-COMMISSION TO WS-MONTH-PROD
                WHEN 'B'
                   ADD COMMTXN-COMMISSION TO WS-MONTH-SPIFF
                WHEN 'A'
                WHEN 'O'
                   ADD COMMTXN-COMMISSION TO WS-MONTH-OTHER
                WHEN OTHER
                   ADD COMMTXN-COMMISSION TO WS-MONTH-TIER
               END-EVALUATE
               ADD 1 TO WS-STMT-LINES
               PERFORM PRINT-TXN-LINE
           END-IF.
                   COMMTXN-COMMISSION * 100 / COMMTXN-TS
           END-IF.
           MOVE WS-LINE-RATE TO OUT-RATE.
           EVALUATE COMMTXN-TYPE
            WHEN 'P'
               MOVE "PRODRATE" TO WS-TXN-KIND
            WHEN 'B'
               MOVE "SPIFF" TO WS-TXN-KIND
            WHEN 'A'
               MOVE "ADJUST" TO WS-TXN-KIND
            WHEN 'O'
               MOVE "OVERRIDE" TO WS-TXN-KIND
            WHEN OTHER
               MOVE "SALE" TO WS-TXN-KIND
           END-EVALUATE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING COMMTXN-DATE "  " WS-TXN-KIND "  " OUT-SALES "  "
               OUT-RATE "  " OUT-COMM
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.
       END PROGRAM COMMSTMT.
