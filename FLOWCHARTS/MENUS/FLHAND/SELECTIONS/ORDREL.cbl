      *    ORDER LINES BUT NO COMMISSION AND NO ORDER RECORD. A
      *    SUPERVISOR RELEASE - WITH THE RELEASING OPERATOR'S ID
      *    RECORDED - WRITES THE ORDER AND ITS LINES TO ORDERS.DAT
      *    AND ORDLINES.DAT WITH A FRESH SEQUENTIAL NUMBER, READY
      *    TO PICK, AND POSTS THE COMMISSION TRANSACTIONS PER SPLIT
      *    AT THE COMMRATES TIER FOR THE ORDER TOTAL (LINES WITH A
      *    PRODUCT RATE, AND SPIFF BONUSES, THROUGH COMMRULE), SO
      *    COMMISSION AND TAX ONLY EVER MOVE ON A RELEASED ORDER.
      *    STOCK MOVES WHEN THE ORDER SHIPS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       FD  PRODMAST-FILE.
       01  PRODMAST-REC.
           05 PROD-ONHAND-IN PIC S9(7).
           05 PROD-FILLER-4 PIC X(1).
           05 PROD-REORDER-IN PIC 9(5).
           05 PROD-FILLER-5 PIC X(1).
           05 PROD-COST-IN PIC 9(7)V99.

       FD  ORDSEQ-FILE.
       01  ORDSEQ-REC.
       01  OUT-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  OUT-IDX PIC ZZ9.

       01  CR-PARMS.
           COPY CRPARM.

       01  TIER-COUNT PIC 9(1) VALUE 5.
       01  TIER-TABLE.
           05 TIER-ENTRY OCCURS 5 TIMES.
               10 WS-PROD-PRICE PIC 9(7)V99.
               10 WS-PROD-ONHAND PIC S9(7).
               10 WS-PROD-REORDER PIC 9(5).
               10 WS-PROD-COST PIC 9(7)V99.
       01  WS-PROD-IDX PIC 9(3).

       PROCEDURE DIVISION.
           IF TIER-IDX > TIER-COUNT
               MOVE TIER-COUNT TO TIER-IDX
           END-IF.
           PERFORM APPLY-COMM-RULES.
           COMPUTE WS-TXN-COMM = CR-TIER-SALES
               * TIER-RATE (TIER-IDX).
           IF CR-TIER-SALES > 0
               PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > 4
                   IF WS-OH-PCT (WS-PICK WS-JDX) > 0
                       PERFORM POST-ONE-SPLIT-TXN
                   END-IF
               END-PERFORM
           END-IF.

      *    PRODUCT AND GROUP RATES AND SPIFF BONUSES ARE POSTED BY
      *    COMMRULE EXACTLY AS AT ORDER ENTRY; WHAT IS LEFT OF THE
      *    ORDER EARNS THE TIER RATE.
       APPLY-COMM-RULES.
           INITIALIZE CR-PARMS.
           MOVE WS-ORDER-NO TO CR-ORDER-NO.
           ACCEPT CR-DATE FROM DATE YYYYMMDD.
           MOVE WS-OH-LCNT (WS-PICK) TO CR-LINE-COUNT.
           PERFORM VARYING WS-LDX FROM 1 BY 1
               UNTIL WS-LDX > WS-OH-LCNT (WS-PICK)
               MOVE WS-OH-LN-PROD (WS-PICK WS-LDX) TO
                   CR-LN-PROD (WS-LDX)
               MOVE WS-OH-LN-QTY (WS-PICK WS-LDX) TO
                   CR-LN-QTY (WS-LDX)
               MOVE WS-OH-LN-AMT (WS-PICK WS-LDX) TO
                   CR-LN-AMT (WS-LDX)
           END-PERFORM.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > 4
               IF WS-OH-PCT (WS-PICK WS-JDX) > 0
                   MOVE WS-OH-SNUM (WS-PICK WS-JDX) TO
                       CR-SP-SNUM (WS-JDX)
                   MOVE WS-OH-PCT (WS-PICK WS-JDX) TO
                       CR-SP-PCT (WS-JDX)
                   PERFORM LOOKUP-SPLIT-NAME
               END-IF
           END-PERFORM.
           CALL "COMMRULE" USING CR-PARMS.
           COMPUTE CR-TIER-SALES = WS-OH-TOTAL (WS-PICK)
               - CR-RULE-SALES.

       LOOKUP-SPLIT-NAME.
           MOVE SPACES TO CR-SP-NAME (WS-JDX).
           OPEN INPUT SALESMAN-FILE.
           IF SALESMAN-STATUS = "00"
               MOVE WS-OH-SNUM (WS-PICK WS-JDX) TO SM-SNUM
               READ SALESMAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-SNAME TO CR-SP-NAME (WS-JDX)
               END-READ
               CLOSE SALESMAN-FILE
           END-IF.

      *    THE HELD LINES POST AT RELEASE EXACTLY AS ORDER ENTRY
      *    WOULD HAVE POSTED THEM: DETAIL ROWS UNDER THE NEW ORDER
      *    NUMBER, NOTHING YET SHIPPED OR BILLED. EACH LINE IS
      *    STAMPED WITH THE PRODUCT'S AVERAGE COST AS IT STANDS AT
      *    RELEASE, SINCE THAT IS WHEN THE SALE IS MADE; A LINE
      *    WHOSE CODE IS NOT ON THE MASTER (A MANUAL SALE) CARRIES
      *    NO COST.
       POST-RELEASED-LINES.
           IF WS-OH-LCNT (WS-PICK) = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-PRODUCT-MASTER.
           OPEN EXTEND ORDLINES-FILE.
           IF ORDLINES-STATUS = "05" OR ORDLINES-STATUS = "35"
               OPEN OUTPUT ORDLINES-FILE
               MOVE WS-OH-LN-QTY (WS-PICK WS-LDX) TO OL-QTY
               MOVE WS-OH-LN-PRICE (WS-PICK WS-LDX) TO OL-PRICE
               MOVE WS-OH-LN-AMT (WS-PICK WS-LDX) TO OL-AMOUNT
               MOVE 0 TO OL-COST
               PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > WS-PROD-COUNT
                   IF WS-PROD-CODE (WS-PROD-IDX) = OL-PROD
                       MOVE WS-PROD-COST (WS-PROD-IDX) TO OL-COST
                   END-IF
               END-PERFORM
               MOVE ZERO TO OL-SHIPPED
               MOVE ZERO TO OL-BILLED
               WRITE ORDLINES-REC
           END-PERFORM.
           CLOSE ORDLINES-FILE.

       LOAD-PRODUCT-MASTER.
           MOVE 0 TO WS-PROD-COUNT.
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
                   END-READ
               END-PERFORM
               CLOSE PRODMAST-FILE
           END-IF.

       POST-ONE-SPLIT-TXN.
           COMPUTE WS-SP-TS ROUNDED = CR-TIER-SALES
               * WS-OH-PCT (WS-PICK WS-JDX) / 100.
           COMPUTE WS-SP-COMM ROUNDED = WS-TXN-COMM
               * WS-OH-PCT (WS-PICK WS-JDX) / 100.
           MOVE SPACES TO COMMTXN-REC.
           MOVE WS-OH-SNUM (WS-PICK WS-JDX) TO COMMTXN-SNUM.
           MOVE CR-SP-NAME (WS-JDX) TO COMMTXN-SNAME.
           MOVE WS-SP-TS TO COMMTXN-TS.
           MOVE WS-SP-COMM TO COMMTXN-COMMISSION.
           ACCEPT COMMTXN-DATE FROM DATE YYYYMMDD.
