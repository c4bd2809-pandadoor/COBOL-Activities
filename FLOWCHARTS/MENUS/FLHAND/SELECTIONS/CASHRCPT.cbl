      *    WHATEVER CANNOT BE APPLIED LANDS ON THE UNAPPLIED-CASH
      *    BALANCE ARUNAP.DAT FOR THE CUSTOMER. THE AGING REPORT
      *    BUCKETS THE OPEN ITEMS 0-30/31-60/61-90/OVER 90 DAYS AND
      *    ITS TOTAL RECONCILES TO THE LEDGER. A CREDIT MEMO POSTED
      *    BY CRMEMO SITS ON THE LEDGER AS A CREDIT ITEM (TYPE 'C')
      *    UNTIL IT IS APPLIED HERE AGAINST THE CUSTOMER'S OPEN
      *    INVOICES THE SAME WAY A PAYMENT IS; WHAT IS NOT YET
      *    APPLIED NETS AGAINST THE OPEN TOTAL ON THE AGING. A
      *    FINANCE CHARGE RAISED BY THE STATEMENT RUN (TYPE 'F') IS
      *    COLLECTED LIKE AN INVOICE. EVERY RECEIPT IS ALSO LOGGED
      *    TO ARPAY.DAT FOR THE MONTHLY CUSTOMER STATEMENTS.
      *    THE BANK'S DAILY LOCKBOX FILE LOCKBOX.DAT (HEADER, ONE
      *    DETAIL PER CHECK, TRAILER WITH THE DEPOSIT TOTAL) IS
      *    IMPORTED ONLY WHEN ITS DETAILS ADD UP TO THE TRAILER AND
      *    THE BATCH IS NOT ALREADY ON LBHIST.DAT. EACH CHECK IS
      *    APPLIED TO THE INVOICES IT NAMES, OR OLDEST FIRST WHEN IT
      *    NAMES NONE. A CHECK FROM AN UNKNOWN CUSTOMER, ONE SHORT
      *    OF THE INVOICES IT NAMES, OR THE EXCESS OVER WHAT IT
      *    COULD PAY GOES TO THE SUSPENSE LIST LBSUSP.DAT, WHERE AN
      *    OPERATOR LATER APPLIES IT OR HOLDS IT AS UNAPPLIED CASH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO "SELDATA/ARUNAP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARUNAP-STATUS.
           SELECT ARPAY-FILE
           ASSIGN TO "SELDATA/ARPAY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARPAY-STATUS.
           SELECT CUST-FILE
           ASSIGN TO "SELDATA/CUSTMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUST-STATUS.
           SELECT LOCKBOX-FILE
           ASSIGN TO "SELDATA/LOCKBOX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCKBOX-STATUS.
           SELECT LBHIST-FILE
           ASSIGN TO "SELDATA/LBHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LBHIST-STATUS.
           SELECT LBSUSP-FILE
           ASSIGN TO "SELDATA/LBSUSP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LBSUSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 AR-PAID PIC 9(11)V99.
           05 AR-FILLER-5 PIC X(1).
           05 AR-STATUS PIC X(1).
           05 AR-FILLER-6 PIC X(1).
           05 AR-TYPE PIC X(1).

       FD  ARUNAP-FILE.
       01  ARUNAP-REC.
           05 UA-FILLER-1 PIC X(1).
           05 UA-BALANCE PIC 9(11)V99.

       FD  ARPAY-FILE.
       01  ARPAY-REC.
           05 PY-DATE PIC 9(8).
           05 PY-FILLER-1 PIC X(1).
           05 PY-CUST PIC 9(6).
           05 PY-FILLER-2 PIC X(1).
           05 PY-AMOUNT PIC 9(11)V99.

       FD  CUST-FILE.
       01  CUST-REC.
           05 CU-CUST-NO PIC 9(6).
           05 CU-FILLER-1 PIC X(1).
           05 CU-NAME PIC X(25).

       FD  LOCKBOX-FILE.
       01  LOCKBOX-REC.
           05 LB-REC-TYPE PIC X(1).
           05 LB-FILLER-1 PIC X(1).
           05 LB-DETAIL.
               10 LB-CUST-REF PIC X(6).
               10 LB-FILLER-2 PIC X(1).
               10 LB-CHECK PIC X(10).
               10 LB-FILLER-3 PIC X(1).
               10 LB-AMOUNT PIC 9(9)V99.
               10 LB-INVOICES.
                   15 LB-INV-REF OCCURS 4 TIMES.
                       20 LB-FILLER-4 PIC X(1).
                       20 LB-INV PIC X(6).
           05 LB-HEADER REDEFINES LB-DETAIL.
               10 LB-H-BATCH PIC X(10).
               10 LB-FILLER-5 PIC X(1).
               10 LB-H-DATE PIC 9(8).
               10 LB-FILLER-6 PIC X(38).
           05 LB-TRAILER REDEFINES LB-DETAIL.
               10 LB-T-COUNT PIC 9(5).
               10 LB-FILLER-7 PIC X(1).
               10 LB-T-TOTAL PIC 9(11)V99.
               10 LB-FILLER-8 PIC X(38).

       FD  LBHIST-FILE.
       01  LBHIST-REC.
           05 LH-BATCH PIC X(10).
           05 LH-FILLER-1 PIC X(1).
           05 LH-DEPOSIT-DATE PIC 9(8).
           05 LH-FILLER-2 PIC X(1).
           05 LH-IMPORTED PIC 9(8).
           05 LH-FILLER-3 PIC X(1).
           05 LH-COUNT PIC 9(5).
           05 LH-FILLER-4 PIC X(1).
           05 LH-TOTAL PIC 9(11)V99.
           05 LH-FILLER-5 PIC X(1).
           05 LH-SUSPENSE PIC 9(11)V99.

       FD  LBSUSP-FILE.
       01  LBSUSP-REC.
           05 SU-ID PIC 9(6).
           05 SU-FILLER-1 PIC X(1).
           05 SU-BATCH PIC X(10).
           05 SU-FILLER-2 PIC X(1).
           05 SU-DATE PIC 9(8).
           05 SU-FILLER-3 PIC X(1).
           05 SU-CUST-REF PIC X(6).
           05 SU-FILLER-4 PIC X(1).
           05 SU-CHECK PIC X(10).
           05 SU-FILLER-5 PIC X(1).
           05 SU-AMOUNT PIC 9(11)V99.
           05 SU-FILLER-6 PIC X(1).
           05 SU-REASON PIC X(20).
           05 SU-FILLER-7 PIC X(1).
           05 SU-STATUS PIC X(1).
           05 SU-FILLER-8 PIC X(1).
           05 SU-RESOLVED-CUST PIC 9(6).

       WORKING-STORAGE SECTION.
       01  ARLEDGER-STATUS PIC XX.
       01  ARUNAP-STATUS PIC XX.
       01  ARPAY-STATUS PIC XX.
       01  CUST-STATUS PIC XX.
       01  LOCKBOX-STATUS PIC XX.
       01  LBHIST-STATUS PIC XX.
       01  LBSUSP-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-CUST-IN PIC 9(6).
       01  WS-AMT-IN PIC 9(11)V99.
               10 WS-AR-PAID PIC 9(11)V99.
               10 WS-AR-STA PIC X(1).
               10 WS-AR-DONE PIC X(1).
               10 WS-AR-TYPE PIC X(1).

       01  WS-AGE-TOTALS.
           05 WS-BKT-1 PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-OPEN PIC S9(11)V99.
       01  WS-THIS-CUST PIC 9(6).
       01  WS-UNAP-TOTAL PIC S9(11)V99.
       01  WS-CM-IN PIC 9(6).
       01  WS-CM-ROW PIC 9(4).
       01  WS-CREDIT-OPEN PIC S9(11)V99.
       01  WS-SHOWN PIC 9(4).

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

      *    ONE LOCKBOX BATCH, CHECKED AGAINST ITS TRAILER BEFORE
      *    ANYTHING POSTS.
       01  WS-LB-BATCH PIC X(10).
       01  WS-LB-DEPOSIT-DATE PIC 9(8).
       01  WS-LB-HEADERS PIC 9(3).
       01  WS-LB-TRAILERS PIC 9(3).
       01  WS-LB-T-COUNT PIC 9(5).
       01  WS-LB-T-TOTAL PIC 9(11)V99.
       01  WS-LB-TOTAL PIC 9(11)V99.
       01  WS-LB-BAD PIC 9(5).
       01  WS-LB-COUNT PIC 9(3) VALUE 0.
       01  WS-LB-OVERFLOW PIC X VALUE 'N'.
       01  WS-LB-TABLE.
           05 WS-LB-ENTRY OCCURS 200 TIMES.
               10 WS-LB-CUST-REF PIC X(6).
               10 WS-LB-CHECK PIC X(10).
               10 WS-LB-AMOUNT PIC 9(9)V99.
               10 WS-LB-INV PIC X(6) OCCURS 4 TIMES.
       01  WS-LB-IDX PIC 9(3).
       01  WS-LB-REF PIC 9(1).
       01  WS-LB-INVS PIC 9(1).
       01  WS-LB-APPLIED PIC 9(11)V99.
       01  WS-LB-SUSPENSE PIC 9(11)V99.
       01  WS-LB-AUTO PIC 9(5).
       01  WS-LB-SUSP-COUNT PIC 9(5).
       01  WS-REASON PIC X(20).
       01  WS-INV-OPEN PIC S9(11)V99.
       01  WS-INV-CUST PIC 9(6).
       01  WS-CUST-OK PIC X(1).
       01  WS-FOUND-BATCH PIC X(1).

       01  WS-SU-NEXT PIC 9(6).
       01  WS-SU-COUNT PIC 9(4) VALUE 0.
       01  WS-SU-OVERFLOW PIC X VALUE 'N'.
       01  WS-SU-TABLE.
           05 WS-SU-ENTRY OCCURS 500 TIMES.
               10 WS-SU-REC PIC X(90).
       01  WS-SU-IDX PIC 9(4).
       01  WS-SU-ROW PIC 9(4).
       01  WS-SU-IN PIC 9(6).

       01  OUT-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  OUT-AMT-2 PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  OUT-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           DISPLAY "CASH RECEIPTS AND RECEIVABLES AGING".
           DISPLAY "1 - APPLY A PAYMENT".
           DISPLAY "2 - APPLY A CREDIT MEMO".
           DISPLAY "3 - AGED OPEN-INVOICE REPORT".
           DISPLAY "4 - IMPORT BANK LOCKBOX FILE".
           DISPLAY "5 - RESOLVE LOCKBOX SUSPENSE".
           DISPLAY "6 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM APPLY-PAYMENT
            WHEN 2
               PERFORM APPLY-CREDIT-MEMO
            WHEN 3
               PERFORM AGING-REPORT
            WHEN 4
               PERFORM IMPORT-LOCKBOX
            WHEN 5
               PERFORM RESOLVE-SUSPENSE
            WHEN 6
               GOBACK
            WHEN OTHER
               CONTINUE
                                       WS-AR-STA (WS-AR-COUNT)
                               END-IF
                               MOVE 'N' TO WS-AR-DONE (WS-AR-COUNT)
                               IF AR-TYPE = 'C' OR AR-TYPE = 'F'
                                   MOVE AR-TYPE TO
                                       WS-AR-TYPE (WS-AR-COUNT)
                               ELSE
                                   MOVE 'I' TO
                                       WS-AR-TYPE (WS-AR-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-AR-AMT (WS-IDX) TO AR-AMOUNT
               MOVE WS-AR-PAID (WS-IDX) TO AR-PAID
               MOVE WS-AR-STA (WS-IDX) TO AR-STATUS
               MOVE WS-AR-TYPE (WS-IDX) TO AR-TYPE
               WRITE ARLEDGER-REC
           END-PERFORM.
           CLOSE ARLEDGER-FILE.
               PERFORM APPLY-OLDEST-FIRST
           END-IF.
           PERFORM SAVE-LEDGER.
           PERFORM LOG-RECEIPT.
           COMPUTE WS-APPLIED = WS-AMT-IN - WS-REMAIN.
           MOVE WS-APPLIED TO OUT-AMT.
           DISPLAY "APPLIED TO INVOICES: " FUNCTION TRIM(OUT-AMT).
               IF WS-AR-CUST (WS-IDX) = WS-CUST-IN
                   AND WS-AR-INV (WS-IDX) = WS-INV-IN
                   AND WS-AR-STA (WS-IDX) = 'O'
                   AND WS-AR-TYPE (WS-IDX) NOT = 'C'
                   PERFORM APPLY-TO-ONE
               END-IF
           END-PERFORM.
                   IF WS-AR-CUST (WS-JDX) = WS-CUST-IN
                       AND WS-AR-STA (WS-JDX) = 'O'
                       AND WS-AR-DONE (WS-JDX) = 'N'
                       AND WS-AR-TYPE (WS-JDX) NOT = 'C'
                       IF WS-BEST = 0
                           MOVE WS-JDX TO WS-BEST
                       ELSE
               FUNCTION TRIM(OUT-AMT)
               "  STATUS " WS-AR-STA (WS-IDX).

      *    A CREDIT MEMO IS SPENT AGAINST OPEN INVOICES LIKE CASH.
      *    WHATEVER IS NOT APPLIED STAYS OPEN ON THE CREDIT ITEM
      *    ITSELF RATHER THAN GOING TO UNAPPLIED CASH.
       APPLY-CREDIT-MEMO.
           PERFORM LOAD-LEDGER.
           IF WS-AR-OVERFLOW = 'Y'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CUSTOMER NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-CUST-IN.
           MOVE 0 TO WS-SHOWN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-AR-COUNT
               IF WS-AR-CUST (WS-IDX) = WS-CUST-IN
                   AND WS-AR-TYPE (WS-IDX) = 'C'
                   AND WS-AR-STA (WS-IDX) = 'O'
                   IF WS-SHOWN = 0
                       DISPLAY "CREDIT  DATE      OPEN CREDIT"
                   END-IF
                   ADD 1 TO WS-SHOWN
                   COMPUTE WS-OPEN-AMT =
                       WS-AR-AMT (WS-IDX) - WS-AR-PAID (WS-IDX)
                   MOVE WS-OPEN-AMT TO OUT-AMT
                   DISPLAY WS-AR-INV (WS-IDX) "  "
                       WS-AR-DATE (WS-IDX) "  " OUT-AMT
               END-IF
           END-PERFORM.
           IF WS-SHOWN = 0
               DISPLAY "NO OPEN CREDIT MEMOS FOR CUSTOMER "
                   WS-CUST-IN "."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CREDIT MEMO NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-CM-IN.
           MOVE 0 TO WS-CM-ROW.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-AR-COUNT
               OR WS-CM-ROW > 0
               IF WS-AR-CUST (WS-IDX) = WS-CUST-IN
                   AND WS-AR-INV (WS-IDX) = WS-CM-IN
                   AND WS-AR-TYPE (WS-IDX) = 'C'
                   AND WS-AR-STA (WS-IDX) = 'O'
                   MOVE WS-IDX TO WS-CM-ROW
               END-IF
           END-PERFORM.
           IF WS-CM-ROW = 0
               DISPLAY "NO OPEN CREDIT MEMO " WS-CM-IN
                   " FOR THAT CUSTOMER."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-REMAIN =
               WS-AR-AMT (WS-CM-ROW) - WS-AR-PAID (WS-CM-ROW).
           MOVE WS-REMAIN TO WS-AMT-IN.
           DISPLAY "(O)LDEST FIRST OR (S)PECIFIC INVOICE: "
               WITH NO ADVANCING.
           ACCEPT WS-MODE.
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
           IF WS-MODE = 'S'
               DISPLAY "INVOICE NUMBER: " WITH NO ADVANCING
               ACCEPT WS-INV-IN
               PERFORM APPLY-TO-SPECIFIC
           ELSE
               PERFORM APPLY-OLDEST-FIRST
           END-IF.
           COMPUTE WS-APPLIED = WS-AMT-IN - WS-REMAIN.
           ADD WS-APPLIED TO WS-AR-PAID (WS-CM-ROW).
           IF WS-AR-PAID (WS-CM-ROW) >= WS-AR-AMT (WS-CM-ROW)
               MOVE 'C' TO WS-AR-STA (WS-CM-ROW)
           END-IF.
           PERFORM SAVE-LEDGER.
           MOVE WS-APPLIED TO OUT-AMT.
           DISPLAY "CREDIT APPLIED TO INVOICES: "
               FUNCTION TRIM(OUT-AMT).
           IF WS-REMAIN > 0
               MOVE WS-REMAIN TO OUT-AMT
               DISPLAY "CREDIT STILL OPEN: " FUNCTION TRIM(OUT-AMT)
           END-IF.
           ACCEPT OMITTED.

      *    THE WHOLE BATCH IS READ AND BALANCED FIRST; THE LEDGER IS
      *    ONLY TOUCHED ONCE THE DETAILS AGREE WITH THE TRAILER.
       IMPORT-LOCKBOX.
           PERFORM READ-LOCKBOX.
           IF WS-LB-HEADERS NOT = 1 OR WS-LB-TRAILERS NOT = 1
               DISPLAY "LOCKBOX FILE NEEDS ONE HEADER AND ONE TRAILER."
                   " NOTHING POSTED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-LB-BATCH = SPACES
               DISPLAY "LOCKBOX HEADER CARRIES NO BATCH NUMBER."
                   " NOTHING POSTED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-LB-OVERFLOW = 'Y'
               DISPLAY "LOCKBOX FILE EXCEEDS THE 200-CHECK TABLE."
                   " NOTHING POSTED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-LB-BAD > 0
               MOVE WS-LB-BAD TO OUT-COUNT
               DISPLAY FUNCTION TRIM(OUT-COUNT)
                   " DETAIL LINES HAVE NO VALID AMOUNT. NOTHING POSTED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LB-COUNT TO OUT-COUNT.
           MOVE WS-LB-TOTAL TO OUT-AMT.
           MOVE WS-LB-T-TOTAL TO OUT-AMT-2.
           DISPLAY "BATCH " WS-LB-BATCH " DEPOSIT " WS-LB-DEPOSIT-DATE.
           DISPLAY "CHECKS: " FUNCTION TRIM(OUT-COUNT)
               "  DETAIL TOTAL: " FUNCTION TRIM(OUT-AMT)
               "  DEPOSIT TOTAL: "
               FUNCTION TRIM(OUT-AMT-2).
           IF WS-LB-COUNT NOT = WS-LB-T-COUNT
               OR WS-LB-TOTAL NOT = WS-LB-T-TOTAL
               DISPLAY "BATCH DOES NOT BALANCE TO THE BANK DEPOSIT."
                   " NOTHING POSTED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-BATCH-HISTORY.
           IF WS-FOUND-BATCH = 'Y'
               DISPLAY "BATCH " WS-LB-BATCH " WAS ALREADY IMPORTED."
                   " NOTHING POSTED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-LEDGER.
           IF WS-AR-OVERFLOW = 'Y'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-SUSPENSE.
           IF WS-SU-OVERFLOW = 'Y'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LB-APPLIED WS-LB-SUSPENSE.
           MOVE 0 TO WS-LB-AUTO WS-LB-SUSP-COUNT.
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-LB-COUNT
               PERFORM POST-LOCKBOX-CHECK
           END-PERFORM.
           PERFORM SAVE-LEDGER.
           PERFORM SAVE-SUSPENSE.
           MOVE SPACES TO LBHIST-REC.
           MOVE WS-LB-BATCH TO LH-BATCH.
           MOVE WS-LB-DEPOSIT-DATE TO LH-DEPOSIT-DATE.
           ACCEPT LH-IMPORTED FROM DATE YYYYMMDD.
           MOVE WS-LB-COUNT TO LH-COUNT.
           MOVE WS-LB-TOTAL TO LH-TOTAL.
           MOVE WS-LB-SUSPENSE TO LH-SUSPENSE.
           OPEN EXTEND LBHIST-FILE.
           IF LBHIST-STATUS = "05" OR LBHIST-STATUS = "35"
               OPEN OUTPUT LBHIST-FILE
           END-IF.
           WRITE LBHIST-REC.
           CLOSE LBHIST-FILE.
           DISPLAY "--------------------------------------------".
           MOVE WS-LB-AUTO TO OUT-COUNT.
           MOVE WS-LB-APPLIED TO OUT-AMT.
           DISPLAY "APPLIED:     " FUNCTION TRIM(OUT-AMT) " FROM "
               FUNCTION TRIM(OUT-COUNT) " CHECKS".
           MOVE WS-LB-SUSP-COUNT TO OUT-COUNT.
           MOVE WS-LB-SUSPENSE TO OUT-AMT.
           DISPLAY "TO SUSPENSE: " FUNCTION TRIM(OUT-AMT) " ON "
               FUNCTION TRIM(OUT-COUNT) " ITEMS".
           ACCEPT OMITTED.

       READ-LOCKBOX.
           MOVE 0 TO WS-LB-COUNT WS-LB-HEADERS WS-LB-TRAILERS.
           MOVE 0 TO WS-LB-TOTAL WS-LB-BAD WS-LB-T-COUNT.
           MOVE 0 TO WS-LB-T-TOTAL WS-LB-DEPOSIT-DATE.
           MOVE SPACES TO WS-LB-BATCH.
           MOVE 'N' TO WS-LB-OVERFLOW.
           OPEN INPUT LOCKBOX-FILE.
           IF LOCKBOX-STATUS NOT = "00"
               DISPLAY "NO LOCKBOX FILE SELDATA/LOCKBOX.DAT."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LOCKBOX-STATUS NOT = "00"
               READ LOCKBOX-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM READ-LOCKBOX-LINE
               END-READ
           END-PERFORM.
           CLOSE LOCKBOX-FILE.

       READ-LOCKBOX-LINE.
           EVALUATE LB-REC-TYPE
            WHEN 'H'
               ADD 1 TO WS-LB-HEADERS
               MOVE LB-H-BATCH TO WS-LB-BATCH
               IF LB-H-DATE IS NUMERIC
                   MOVE LB-H-DATE TO WS-LB-DEPOSIT-DATE
               END-IF
            WHEN 'T'
               ADD 1 TO WS-LB-TRAILERS
               IF LB-T-COUNT IS NUMERIC
                   MOVE LB-T-COUNT TO WS-LB-T-COUNT
               END-IF
               IF LB-T-TOTAL IS NUMERIC
                   MOVE LB-T-TOTAL TO WS-LB-T-TOTAL
               END-IF
            WHEN 'D'
               IF LB-AMOUNT IS NOT NUMERIC
                   ADD 1 TO WS-LB-BAD
               ELSE
                   IF WS-LB-COUNT >= 200
                       MOVE 'Y' TO WS-LB-OVERFLOW
                   ELSE
                       ADD 1 TO WS-LB-COUNT
                       ADD LB-AMOUNT TO WS-LB-TOTAL
                       MOVE LB-CUST-REF TO WS-LB-CUST-REF (WS-LB-COUNT)
                       MOVE LB-CHECK TO WS-LB-CHECK (WS-LB-COUNT)
                       MOVE LB-AMOUNT TO WS-LB-AMOUNT (WS-LB-COUNT)
                       PERFORM VARYING WS-LB-REF FROM 1 BY 1
                           UNTIL WS-LB-REF > 4
                           MOVE LB-INV (WS-LB-REF) TO
                               WS-LB-INV (WS-LB-COUNT, WS-LB-REF)
                       END-PERFORM
                   END-IF
               END-IF
            WHEN OTHER
               CONTINUE
           END-EVALUATE.

       CHECK-BATCH-HISTORY.
           MOVE 'N' TO WS-FOUND-BATCH.
           OPEN INPUT LBHIST-FILE.
           IF LBHIST-STATUS = "00"
               PERFORM UNTIL LBHIST-STATUS NOT = "00"
                   READ LBHIST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LH-BATCH = WS-LB-BATCH
                               MOVE 'Y' TO WS-FOUND-BATCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LBHIST-FILE
           END-IF.

      *    THE CUSTOMER IS THE REFERENCE ON THE CHECK OR, FAILING
      *    THAT, THE OWNER OF THE FIRST INVOICE IT NAMES. A CHECK
      *    THAT NAMES INVOICES IS ONLY APPLIED WHEN IT COVERS ALL
      *    OF THEM; A SHORT PAYMENT IS LEFT FOR THE OPERATOR.
       POST-LOCKBOX-CHECK.
           MOVE WS-LB-AMOUNT (WS-LB-IDX) TO WS-AMT-IN.
           MOVE WS-AMT-IN TO WS-REMAIN.
           MOVE 0 TO WS-CUST-IN.
           MOVE 0 TO WS-LB-INVS.
           PERFORM VARYING WS-LB-REF FROM 1 BY 1
               UNTIL WS-LB-REF > 4
               IF WS-LB-INV (WS-LB-IDX, WS-LB-REF) IS NUMERIC
                   ADD 1 TO WS-LB-INVS
               END-IF
           END-PERFORM.
           IF WS-LB-CUST-REF (WS-LB-IDX) IS NUMERIC
               MOVE WS-LB-CUST-REF (WS-LB-IDX) TO WS-CUST-IN
               PERFORM CHECK-CUSTOMER
               IF WS-CUST-OK = 'N'
                   MOVE 0 TO WS-CUST-IN
               END-IF
           END-IF.
           IF WS-CUST-IN = 0 AND WS-LB-INVS > 0
               PERFORM INVOICE-CUSTOMER
           END-IF.
           IF WS-CUST-IN = 0
               MOVE "CUSTOMER UNKNOWN" TO WS-REASON
               PERFORM ADD-SUSPENSE
               EXIT PARAGRAPH
           END-IF.
           PERFORM RESET-DONE.
           IF WS-LB-INVS > 0
               MOVE 0 TO WS-INV-OPEN
               MOVE SPACES TO WS-REASON
               PERFORM VARYING WS-LB-REF FROM 1 BY 1
                   UNTIL WS-LB-REF > 4
                   IF WS-LB-INV (WS-LB-IDX, WS-LB-REF) IS NUMERIC
                       PERFORM TOTAL-NAMED-INVOICE
                   END-IF
               END-PERFORM
               IF WS-REASON NOT = SPACES
                   PERFORM ADD-SUSPENSE
                   EXIT PARAGRAPH
               END-IF
               IF WS-AMT-IN < WS-INV-OPEN
                   MOVE "SHORT PAYMENT" TO WS-REASON
                   PERFORM ADD-SUSPENSE
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-LB-REF FROM 1 BY 1
                   UNTIL WS-LB-REF > 4
                   IF WS-LB-INV (WS-LB-IDX, WS-LB-REF) IS NUMERIC
                       MOVE WS-LB-INV (WS-LB-IDX, WS-LB-REF)
                           TO WS-INV-IN
                       PERFORM APPLY-TO-SPECIFIC
                   END-IF
               END-PERFORM
           ELSE
               PERFORM APPLY-OLDEST-FIRST
           END-IF.
           COMPUTE WS-APPLIED = WS-AMT-IN - WS-REMAIN.
           IF WS-APPLIED > 0
               ADD 1 TO WS-LB-AUTO
               ADD WS-APPLIED TO WS-LB-APPLIED
               MOVE WS-APPLIED TO WS-AMT-IN
               PERFORM LOG-RECEIPT
           END-IF.
           IF WS-REMAIN > 0
               MOVE WS-REMAIN TO WS-AMT-IN
               MOVE "OVERPAYMENT" TO WS-REASON
               PERFORM ADD-SUSPENSE
           END-IF.

       CHECK-CUSTOMER.
           MOVE 'N' TO WS-CUST-OK.
           OPEN INPUT CUST-FILE.
           IF CUST-STATUS = "00"
               PERFORM UNTIL CUST-STATUS NOT = "00"
                   OR WS-CUST-OK = 'Y'
                   READ CUST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CU-CUST-NO = WS-CUST-IN
                               MOVE 'Y' TO WS-CUST-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-FILE
           END-IF.

       INVOICE-CUSTOMER.
           PERFORM VARYING WS-LB-REF FROM 1 BY 1
               UNTIL WS-LB-REF > 4 OR WS-CUST-IN > 0
               IF WS-LB-INV (WS-LB-IDX, WS-LB-REF) IS NUMERIC
                   MOVE WS-LB-INV (WS-LB-IDX, WS-LB-REF) TO WS-INV-IN
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-AR-COUNT OR WS-CUST-IN > 0
                       IF WS-AR-INV (WS-IDX) = WS-INV-IN
                           AND WS-AR-TYPE (WS-IDX) NOT = 'C'
                           MOVE WS-AR-CUST (WS-IDX) TO WS-CUST-IN
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       TOTAL-NAMED-INVOICE.
           MOVE WS-LB-INV (WS-LB-IDX, WS-LB-REF) TO WS-INV-IN.
           MOVE 0 TO WS-INV-CUST.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-AR-COUNT
               IF WS-AR-INV (WS-IDX) = WS-INV-IN
                   AND WS-AR-TYPE (WS-IDX) NOT = 'C'
                   AND WS-AR-CUST (WS-IDX) = WS-CUST-IN
                   MOVE WS-CUST-IN TO WS-INV-CUST
                   IF WS-AR-STA (WS-IDX) = 'O'
                       COMPUTE WS-INV-OPEN = WS-INV-OPEN
                           + WS-AR-AMT (WS-IDX) - WS-AR-PAID (WS-IDX)
                   ELSE
                       MOVE "INVOICE ALREADY PAID" TO WS-REASON
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-INV-CUST = 0
               MOVE "INVOICE NOT FOUND" TO WS-REASON
           END-IF.

       RESET-DONE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-AR-COUNT
               MOVE 'N' TO WS-AR-DONE (WS-IDX)
           END-PERFORM.

       ADD-SUSPENSE.
           IF WS-SU-COUNT >= 500
               DISPLAY "SUSPENSE LIST FULL - CHECK "
                   WS-LB-CHECK (WS-LB-IDX) " NOT RECORDED."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SU-COUNT.
           MOVE SPACES TO LBSUSP-REC.
           MOVE WS-SU-NEXT TO SU-ID.
           ADD 1 TO WS-SU-NEXT.
           MOVE WS-LB-BATCH TO SU-BATCH.
           MOVE WS-LB-DEPOSIT-DATE TO SU-DATE.
           MOVE WS-LB-CUST-REF (WS-LB-IDX) TO SU-CUST-REF.
           IF WS-CUST-IN > 0
               MOVE WS-CUST-IN TO SU-CUST-REF
           END-IF.
           MOVE WS-LB-CHECK (WS-LB-IDX) TO SU-CHECK.
           MOVE WS-AMT-IN TO SU-AMOUNT.
           MOVE WS-REASON TO SU-REASON.
           MOVE 'O' TO SU-STATUS.
           MOVE 0 TO SU-RESOLVED-CUST.
           MOVE LBSUSP-REC TO WS-SU-REC (WS-SU-COUNT).
           ADD 1 TO WS-LB-SUSP-COUNT.
           ADD WS-AMT-IN TO WS-LB-SUSPENSE.
           MOVE WS-AMT-IN TO OUT-AMT.
           DISPLAY "  CHECK " WS-LB-CHECK (WS-LB-IDX) " TO SUSPENSE "
               FUNCTION TRIM(OUT-AMT) " - " WS-REASON.

       LOAD-SUSPENSE.
           MOVE 0 TO WS-SU-COUNT.
           MOVE 1 TO WS-SU-NEXT.
           MOVE 'N' TO WS-SU-OVERFLOW.
           OPEN INPUT LBSUSP-FILE.
           IF LBSUSP-STATUS = "00"
               PERFORM UNTIL LBSUSP-STATUS NOT = "00"
                   READ LBSUSP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-SU-COUNT >= 500
                               MOVE 'Y' TO WS-SU-OVERFLOW
                           ELSE
                               ADD 1 TO WS-SU-COUNT
                               MOVE LBSUSP-REC TO
                                   WS-SU-REC (WS-SU-COUNT)
                               IF SU-ID IS NUMERIC
                                   AND SU-ID >= WS-SU-NEXT
                                   COMPUTE WS-SU-NEXT = SU-ID + 1
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LBSUSP-FILE
           END-IF.
           IF WS-SU-OVERFLOW = 'Y'
               DISPLAY "WARNING: SUSPENSE LIST EXCEEDS THE 500-ROW"
                   " TABLE. LOCKBOX POSTING IS SUSPENDED."
           END-IF.

       SAVE-SUSPENSE.
           OPEN OUTPUT LBSUSP-FILE.
           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
               UNTIL WS-SU-IDX > WS-SU-COUNT
               MOVE WS-SU-REC (WS-SU-IDX) TO LBSUSP-REC
               WRITE LBSUSP-REC
           END-PERFORM.
           CLOSE LBSUSP-FILE.

      *    A SUSPENSE ITEM IS RESOLVED BY NAMING THE CUSTOMER AND
      *    APPLYING IT LIKE A KEYED PAYMENT; WHAT IS LEFT IS HELD AS
      *    THAT CUSTOMER'S UNAPPLIED CASH. THE RECEIPT IS LOGGED FOR
      *    THE STATEMENTS ONLY NOW THAT IT HAS AN OWNER.
       RESOLVE-SUSPENSE.
           PERFORM LOAD-SUSPENSE.
           IF WS-SU-OVERFLOW = 'Y'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SHOWN.
           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
               UNTIL WS-SU-IDX > WS-SU-COUNT
               MOVE WS-SU-REC (WS-SU-IDX) TO LBSUSP-REC
               IF SU-STATUS = 'O'
                   IF WS-SHOWN = 0
                       DISPLAY "ITEM    DEPOSIT   REF     CHECK     "
                           "      AMOUNT      REASON"
                   END-IF
                   ADD 1 TO WS-SHOWN
                   MOVE SU-AMOUNT TO OUT-AMT
                   DISPLAY SU-ID "  " SU-DATE "  " SU-CUST-REF "  "
                       SU-CHECK " " OUT-AMT "  " SU-REASON
               END-IF
           END-PERFORM.
           IF WS-SHOWN = 0
               DISPLAY "NO OPEN LOCKBOX SUSPENSE ITEMS."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "SUSPENSE ITEM TO RESOLVE (0 TO QUIT): "
               WITH NO ADVANCING.
           ACCEPT WS-SU-IN.
           MOVE 0 TO WS-SU-ROW.
           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
               UNTIL WS-SU-IDX > WS-SU-COUNT OR WS-SU-ROW > 0
               MOVE WS-SU-REC (WS-SU-IDX) TO LBSUSP-REC
               IF SU-ID = WS-SU-IN AND SU-STATUS = 'O'
                   MOVE WS-SU-IDX TO WS-SU-ROW
               END-IF
           END-PERFORM.
           IF WS-SU-ROW = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-LEDGER.
           IF WS-AR-OVERFLOW = 'Y'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SU-REC (WS-SU-ROW) TO LBSUSP-REC.
           DISPLAY "CUSTOMER NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-CUST-IN.
           PERFORM CHECK-CUSTOMER.
           IF WS-CUST-OK = 'N'
               DISPLAY "CUSTOMER NOT ON MASTER: " WS-CUST-IN
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE SU-AMOUNT TO WS-AMT-IN.
           MOVE WS-AMT-IN TO WS-REMAIN.
           DISPLAY "(O)LDEST FIRST, (S)PECIFIC INVOICE OR (U)NAPPLIED: "
               WITH NO ADVANCING.
           ACCEPT WS-MODE.
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
           EVALUATE WS-MODE
            WHEN 'S'
               DISPLAY "INVOICE NUMBER: " WITH NO ADVANCING
               ACCEPT WS-INV-IN
               PERFORM APPLY-TO-SPECIFIC
            WHEN 'O'
               PERFORM APPLY-OLDEST-FIRST
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM SAVE-LEDGER.
           PERFORM LOG-RECEIPT.
           MOVE 'R' TO SU-STATUS.
           MOVE WS-CUST-IN TO SU-RESOLVED-CUST.
           MOVE LBSUSP-REC TO WS-SU-REC (WS-SU-ROW).
           PERFORM SAVE-SUSPENSE.
           COMPUTE WS-APPLIED = WS-AMT-IN - WS-REMAIN.
           MOVE WS-APPLIED TO OUT-AMT.
           DISPLAY "APPLIED TO INVOICES: " FUNCTION TRIM(OUT-AMT).
           IF WS-REMAIN > 0
               PERFORM ADD-UNAPPLIED-CASH
               MOVE WS-REMAIN TO OUT-AMT
               DISPLAY "HELD AS UNAPPLIED CASH: "
                   FUNCTION TRIM(OUT-AMT)
           END-IF.
           ACCEPT OMITTED.

       LOG-RECEIPT.
           MOVE SPACES TO ARPAY-REC.
           ACCEPT PY-DATE FROM DATE YYYYMMDD.
           MOVE WS-CUST-IN TO PY-CUST.
           MOVE WS-AMT-IN TO PY-AMOUNT.
           OPEN EXTEND ARPAY-FILE.
           IF ARPAY-STATUS = "05" OR ARPAY-STATUS = "35"
               OPEN OUTPUT ARPAY-FILE
           END-IF.
           WRITE ARPAY-REC.
           CLOSE ARPAY-FILE.

       ADD-UNAPPLIED-CASH.
           MOVE 0 TO WS-UNAP-TOTAL.
           OPEN INPUT ARUNAP-FILE.
           PERFORM LOAD-LEDGER.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-GRAND-OPEN.
           MOVE 0 TO WS-CREDIT-OPEN.
           MOVE 0 TO WS-BKT-1 WS-BKT-2 WS-BKT-3 WS-BKT-4.
           DISPLAY "AGED OPEN INVOICES AS OF " WS-TODAY.
           DISPLAY "CUST    INVOICE  DATE      OPEN AMOUNT"
           DISPLAY "61 - 90 DAYS: " FUNCTION TRIM(OUT-AMT).
           MOVE WS-BKT-4 TO OUT-AMT.
           DISPLAY "OVER 90 DAYS: " FUNCTION TRIM(OUT-AMT).
           IF WS-CREDIT-OPEN > 0
               MOVE WS-CREDIT-OPEN TO OUT-AMT
               DISPLAY "LESS OPEN CREDITS: " FUNCTION TRIM(OUT-AMT)
               SUBTRACT WS-CREDIT-OPEN FROM WS-GRAND-OPEN
           END-IF.
           MOVE WS-GRAND-OPEN TO OUT-AMT.
           DISPLAY "TOTAL OPEN (TIES TO LEDGER): "
               FUNCTION TRIM(OUT-AMT).
           IF WS-OPEN-AMT <= 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-AR-TYPE (WS-IDX) = 'C'
               ADD WS-OPEN-AMT TO WS-CREDIT-OPEN
               MOVE WS-OPEN-AMT TO OUT-AMT
               DISPLAY WS-AR-CUST (WS-IDX) "  "
                   WS-AR-INV (WS-IDX) "   "
                   WS-AR-DATE (WS-IDX) "  "
                   OUT-AMT "  CREDIT"
               EXIT PARAGRAPH
           END-IF.
           ADD WS-OPEN-AMT TO WS-GRAND-OPEN.
           MOVE 'D' TO WS-DU-FUNCTION.
           MOVE WS-TODAY TO WS-DU-DATE.
