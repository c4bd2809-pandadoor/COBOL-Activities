      *    THE TABLE SELDATA/TAXRGN.DAT GIVES EACH REGION CODE ITS
      *    RATE; ORDER ENTRY TAXES EACH LINE FROM IT FOR TAXABLE
      *    CUSTOMERS. THE MONTHLY REPORT SUMS THE TAX CARRIED ON THE
      *    ORDER HEADERS BY THE CUSTOMER'S REGION, LESS THE TAX
      *    REVERSED BY CREDIT MEMOS ISSUED IN THE MONTH - THE
      *    FIGURES FINANCE REMITS FROM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO "SELDATA/CUSTMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUST-STATUS.
           SELECT CRMEMO-FILE
           ASSIGN TO "SELDATA/CRMEMO.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CRMEMO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CU-FILLER-7 PIC X(1).
           05 CU-CERT PIC X(10).

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

       WORKING-STORAGE SECTION.
       01  TAXRGN-STATUS PIC XX.
       01  ORDERS-STATUS PIC XX.
       01  CUST-STATUS PIC XX.
       01  CRMEMO-STATUS PIC XX.
       01  WS-TAX-CUST PIC 9(6).
       01  WS-CREDIT-TAX PIC S9(11)V99.
       01  WS-CHOICE PIC 9(1).
       01  WS-REGION-IN PIC X(4).
       01  WS-RATE-IN PIC 9(2)V99.
               END-READ
           END-PERFORM.
           CLOSE ORDERS-FILE.
           MOVE 0 TO WS-CREDIT-TAX.
           OPEN INPUT CRMEMO-FILE.
           IF CRMEMO-STATUS = "00"
               PERFORM UNTIL CRMEMO-STATUS NOT = "00"
                   READ CRMEMO-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CM-DATE IS NUMERIC
                               DIVIDE CM-DATE BY 100
                                   GIVING WS-REC-MONTH
                               IF WS-REC-MONTH = WS-MONTH-IN
                                   AND CM-TAX IS NUMERIC
                                   AND CM-TAX > 0
                                   PERFORM TALLY-CREDIT-TAX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CRMEMO-FILE
           END-IF.

           MOVE 0 TO WS-GRAND-TAX.
           DISPLAY "REGION  TAXED SALES        TAX COLLECTED".
                   ADD WS-RG-TAX (WS-IDX) TO WS-GRAND-TAX
               END-IF
           END-PERFORM.
           IF WS-CREDIT-TAX > 0
               MOVE WS-CREDIT-TAX TO OUT-AMT
               DISPLAY "CREDIT MEMO TAX REVERSED (NETTED ABOVE): "
                   FUNCTION TRIM(OUT-AMT)
           END-IF.
           MOVE WS-GRAND-TAX TO OUT-AMT.
           DISPLAY "TOTAL TAX TO REMIT: " FUNCTION TRIM(OUT-AMT).
           ACCEPT OMITTED.

       TALLY-ORDER-TAX.
           MOVE ORD-CUST TO WS-TAX-CUST.
           PERFORM FIND-REGION-ROW.
           IF WS-RG-HIT > 0
               ADD ORD-TAX TO WS-RG-TAX (WS-RG-HIT)
               ADD ORD-TOTAL TO WS-RG-SALES (WS-RG-HIT)
           END-IF.

      *    A CREDIT MEMO TAKES ITS TAX AND NET SALES BACK OUT OF THE
      *    CUSTOMER'S REGION IN THE MONTH THE CREDIT WAS ISSUED.
       TALLY-CREDIT-TAX.
           MOVE CM-CUST TO WS-TAX-CUST.
           PERFORM FIND-REGION-ROW.
           IF WS-RG-HIT > 0
               SUBTRACT CM-TAX FROM WS-RG-TAX (WS-RG-HIT)
               IF CM-NET IS NUMERIC
                   SUBTRACT CM-NET FROM WS-RG-SALES (WS-RG-HIT)
               END-IF
               ADD CM-TAX TO WS-CREDIT-TAX
           END-IF.

       FIND-REGION-ROW.
           MOVE SPACES TO WS-ORD-REGION.
           OPEN INPUT CUST-FILE.
           IF CUST-STATUS = "00"
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CU-CUST-NO = WS-TAX-CUST
                               MOVE CU-REGION TO WS-ORD-REGION
                           END-IF
                   END-READ
               MOVE 0 TO WS-RG-TAX (WS-RG-HIT)
               MOVE 0 TO WS-RG-SALES (WS-RG-HIT)
           END-IF.
       END PROGRAM TAXRGN.
