       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECT.
      *    COLLECTIONS. THE WORKLIST PUTS EVERY CUSTOMER WITH AN
      *    OVERDUE ITEM ON ARLEDGER.DAT AT A DUNNING LEVEL TAKEN FROM
      *    THE AGE OF THEIR OLDEST OPEN ITEM, USING THE DAY LIMITS
      *    AND LETTER WORDING ON DUNCFG.DAT, OLDEST ACCOUNTS FIRST.
      *    THE LETTER RUN PRINTS THE REMINDER FOR EACH CUSTOMER'S
      *    LEVEL AND LOGS IT TO DUNLOG.DAT; A CUSTOMER IS NOT SENT
      *    THE SAME LEVEL AGAIN WITHIN 30 DAYS, NOR ANY LETTER WHILE
      *    A PROMISE TO PAY IS STILL RUNNING. COLLECTORS RECORD
      *    THEIR CONTACT NOTES AND PROMISE-TO-PAY DATES ON
      *    COLLNOTE.DAT. AN ACCOUNT OLDER THAN THE WRITE-OFF LIMIT
      *    (THE LEVEL AFTER THE FINAL LETTER) IS PROPOSED FOR
      *    WRITE-OFF. AN APPROVED WRITE-OFF CLOSES THE CUSTOMER'S
      *    OPEN ITEMS, LOGS THEM TO WRITEOFF.DAT, POSTS THE BAD-DEBT
      *    ENTRY TO ARJRNL.DAT AND CLAWS BACK ON COMMTXN.DAT THE
      *    COMMISSION PAID ON THE WRITTEN-OFF INVOICES, SHARED BY
      *    THE ORDER'S SALESMAN SPLITS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARLEDGER-FILE
           ASSIGN TO "SELDATA/ARLEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARLEDGER-STATUS.
           SELECT ARUNAP-FILE
           ASSIGN TO "SELDATA/ARUNAP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARUNAP-STATUS.
           SELECT CUST-FILE
           ASSIGN TO "SELDATA/CUSTMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUST-STATUS.
           SELECT DUNCFG-FILE
           ASSIGN TO "SELDATA/DUNCFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DUNCFG-STATUS.
           SELECT DUNLOG-FILE
           ASSIGN TO "SELDATA/DUNLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DUNLOG-STATUS.
           SELECT COLLNOTE-FILE
           ASSIGN TO "SELDATA/COLLNOTE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COLLNOTE-STATUS.
           SELECT WRITEOFF-FILE
           ASSIGN TO "SELDATA/WRITEOFF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRITEOFF-STATUS.
           SELECT GLACCTS-FILE
           ASSIGN TO "PRACTICALS/GLACCTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLACCTS-STATUS.
           SELECT ARJRNL-FILE
           ASSIGN TO "SELDATA/ARJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARJRNL-STATUS.
           SELECT INVOICE-FILE
           ASSIGN TO "SELDATA/INVOICE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVOICE-STATUS.
           SELECT ORDERS-FILE
           ASSIGN TO "SELDATA/ORDERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDERS-STATUS.
           SELECT COMMTXN-FILE
           ASSIGN TO "SELDATA/COMMTXN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COMMTXN-STATUS.
           SELECT SALESMAN-FILE
           ASSIGN TO "SELDATA/SALESMAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-SNUM
           FILE STATUS IS SALESMAN-STATUS.
           SELECT TIER-FILE
           ASSIGN TO "PRACTICALS/COMMRATES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TIER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARLEDGER-FILE.
       01  ARLEDGER-REC.
           05 AR-CUST PIC 9(6).
           05 AR-FILLER-1 PIC X(1).
           05 AR-INV-NO PIC 9(6).
           05 AR-FILLER-2 PIC X(1).
           05 AR-DATE PIC 9(8).
           05 AR-FILLER-3 PIC X(1).
           05 AR-AMOUNT PIC 9(11)V99.
           05 AR-FILLER-4 PIC X(1).
           05 AR-PAID PIC 9(11)V99.
           05 AR-FILLER-5 PIC X(1).
           05 AR-STATUS PIC X(1).
           05 AR-FILLER-6 PIC X(1).
           05 AR-TYPE PIC X(1).

       FD  ARUNAP-FILE.
       01  ARUNAP-REC.
           05 UA-CUST PIC 9(6).
           05 UA-FILLER-1 PIC X(1).
           05 UA-BALANCE PIC 9(11)V99.

       FD  CUST-FILE.
       01  CUST-REC.
           05 CU-CUST-NO PIC 9(6).
           05 CU-FILLER-1 PIC X(1).
           05 CU-NAME PIC X(25).
           05 CU-FILLER-2 PIC X(1).
           05 CU-ADDRESS PIC X(30).

       FD  DUNCFG-FILE.
       01  DUNCFG-REC.
           05 DC-LEVEL PIC 9(1).
           05 DC-FILLER-1 PIC X(1).
           05 DC-DAYS PIC 9(3).
           05 DC-FILLER-2 PIC X(1).
           05 DC-TEXT PIC X(60).

       FD  DUNLOG-FILE.
       01  DUNLOG-REC.
           05 DL-DATE PIC 9(8).
           05 DL-FILLER-1 PIC X(1).
           05 DL-CUST PIC 9(6).
           05 DL-FILLER-2 PIC X(1).
           05 DL-LEVEL PIC 9(1).
           05 DL-FILLER-3 PIC X(1).
           05 DL-AMOUNT PIC 9(11)V99.

       FD  COLLNOTE-FILE.
       01  COLLNOTE-REC.
           05 CN-DATE PIC 9(8).
           05 CN-FILLER-1 PIC X(1).
           05 CN-CUST PIC 9(6).
           05 CN-FILLER-2 PIC X(1).
           05 CN-COLLECTOR PIC X(10).
           05 CN-FILLER-3 PIC X(1).
           05 CN-PROMISE-DATE PIC 9(8).
           05 CN-FILLER-4 PIC X(1).
           05 CN-PROMISE-AMT PIC 9(9)V99.
           05 CN-FILLER-5 PIC X(1).
           05 CN-NOTE PIC X(50).

       FD  WRITEOFF-FILE.
       01  WRITEOFF-REC.
           05 WO-DATE PIC 9(8).
           05 WO-FILLER-1 PIC X(1).
           05 WO-CUST PIC 9(6).
           05 WO-FILLER-2 PIC X(1).
           05 WO-ITEM PIC 9(6).
           05 WO-FILLER-3 PIC X(1).
           05 WO-TYPE PIC X(1).
           05 WO-FILLER-4 PIC X(1).
           05 WO-AMOUNT PIC 9(11)V99.
           05 WO-FILLER-5 PIC X(1).
           05 WO-APPROVER PIC X(10).

       FD  GLACCTS-FILE.
       01  GLACCTS-REC.
           05 GLA-KEY PIC X(8).
           05 GLA-FILLER-1 PIC X(1).
           05 GLA-ACCOUNT PIC X(8).
           05 GLA-FILLER-2 PIC X(1).
           05 GLA-DESC PIC X(20).

       FD  ARJRNL-FILE.
       01  ARJRNL-REC.
           05 JRN-PERIOD PIC X(6).
           05 JRN-FILLER-1 PIC X(1).
           05 JRN-ACCOUNT PIC X(8).
           05 JRN-FILLER-2 PIC X(1).
           05 JRN-DC PIC X(1).
           05 JRN-FILLER-3 PIC X(1).
           05 JRN-AMOUNT PIC 9(9)V99.
           05 JRN-FILLER-4 PIC X(1).
           05 JRN-DESC PIC X(20).

       FD  INVOICE-FILE.
       01  INVOICE-REC.
           05 INV-NO PIC 9(6).
           05 INV-FILLER-1 PIC X(1).
           05 INV-DATE PIC 9(8).
           05 INV-FILLER-2 PIC X(1).
           05 INV-ORD-NO PIC 9(6).
           05 INV-FILLER-3 PIC X(1).
           05 INV-CUST PIC 9(6).
           05 INV-FILLER-4 PIC X(1).
           05 INV-AMOUNT PIC 9(11)V99.
           05 INV-FILLER-5 PIC X(1).
           05 INV-COST PIC 9(11)V99.

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

       FD  COMMTXN-FILE.
       01  COMMTXN-REC.
           05 COMMTXN-SNUM PIC 9(14).
           05 COMMTXN-FILLER-1 PIC X(1).
           05 COMMTXN-SNAME PIC X(20).
           05 COMMTXN-FILLER-2 PIC X(1).
           05 COMMTXN-TS PIC S9(19)V99.
           05 COMMTXN-FILLER-3 PIC X(1).
           05 COMMTXN-COMMISSION PIC S9(19)V99.
           05 COMMTXN-FILLER-4 PIC X(1).
           05 COMMTXN-DATE PIC 9(8).
           05 COMMTXN-FILLER-5 PIC X(1).
           05 COMMTXN-SETTLED PIC X(1).
           05 COMMTXN-FILLER-6 PIC X(1).
           05 COMMTXN-SETTLE-REF PIC X(6).
           05 COMMTXN-FILLER-7 PIC X(1).
           05 COMMTXN-TYPE PIC X(1).
           05 COMMTXN-FILLER-8 PIC X(1).
           05 COMMTXN-REASON PIC X(10).
           05 COMMTXN-FILLER-9 PIC X(1).
           05 COMMTXN-ORIG-DATE PIC 9(8).

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

       FD  TIER-FILE.
       01  TIER-REC.
           05 TIER-UPPER-IN PIC 9(9).
           05 TIER-FILLER PIC X(1).
           05 TIER-RATE-IN PIC V99.

       WORKING-STORAGE SECTION.
       01  ARLEDGER-STATUS PIC XX.
       01  ARUNAP-STATUS PIC XX.
       01  CUST-STATUS PIC XX.
       01  DUNCFG-STATUS PIC XX.
       01  DUNLOG-STATUS PIC XX.
       01  COLLNOTE-STATUS PIC XX.
       01  WRITEOFF-STATUS PIC XX.
       01  GLACCTS-STATUS PIC XX.
       01  ARJRNL-STATUS PIC XX.
       01  INVOICE-STATUS PIC XX.
       01  ORDERS-STATUS PIC XX.
       01  COMMTXN-STATUS PIC XX.
       01  SALESMAN-STATUS PIC XX.
       01  TIER-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-CONFIRM PIC X(1).
       01  WS-FOUND PIC X(1).
       01  WS-TODAY PIC 9(8).
       01  WS-TODAY-X REDEFINES WS-TODAY.
           05 WS-TODAY-YYYYMM PIC X(6).
           05 WS-TODAY-DD PIC X(2).
       01  WS-CUST-IN PIC 9(6).
       01  WS-IDX PIC 9(4).
       01  WS-JDX PIC 9(4).
       01  WS-KDX PIC 9(4).
       01  WS-SP-IDX PIC 9(1).
       01  WS-HOLD PIC 9(3).
       01  WS-SHOWN PIC 9(5).
       01  WS-OPEN-AMT PIC S9(11)V99.
       01  WS-AGE-DAYS PIC S9(7).
       01  WS-LEVEL PIC 9(1).
       01  WS-COLLECTOR PIC X(10).
       01  WS-APPROVER PIC X(10).

      *    DUNNING LEVELS 1-4 ARE THE REMINDER LETTERS; LEVEL 5 IS
      *    THE WRITE-OFF LIMIT. EACH APPLIES ONCE THE OLDEST OPEN
      *    ITEM IS MORE THAN ITS DAYS OLD.
       01  WS-DL-TABLE.
           05 WS-DL-ENTRY OCCURS 5 TIMES.
               10 WS-DL-DAYS PIC 9(3).
               10 WS-DL-TEXT PIC X(60).
       01  WS-DL-IDX PIC 9(1).
       01  WS-DAYS-IN PIC 9(3).
       01  WS-TEXT-IN PIC X(60).

       01  WS-CU-COUNT PIC 9(3) VALUE 0.
       01  WS-CU-TABLE.
           05 WS-CU-ENTRY OCCURS 200 TIMES.
               10 WS-CU-NO PIC 9(6).
               10 WS-CU-NAME PIC X(25).
               10 WS-CU-ADDR PIC X(30).
               10 WS-CU-OPEN PIC S9(11)V99.
               10 WS-CU-CREDITS PIC S9(11)V99.
               10 WS-CU-OLDEST PIC S9(7).
               10 WS-CU-LEVEL PIC 9(1).
       01  WS-CU-IDX PIC 9(3).
       01  WS-CU-HIT PIC 9(3).

      *    THE WORKLIST ORDER - CUSTOMER TABLE ROWS, OLDEST FIRST.
       01  WS-WL-COUNT PIC 9(3) VALUE 0.
       01  WS-WL-TABLE.
           05 WS-WL-ROW PIC 9(3) OCCURS 200 TIMES.
       01  WS-WL-IDX PIC 9(3).
       01  WS-WL-JDX PIC 9(3).

       01  WS-AR-COUNT PIC 9(4) VALUE 0.
       01  WS-AR-OVERFLOW PIC X VALUE 'N'.
       01  WS-AR-TABLE.
           05 WS-AR-ENTRY OCCURS 500 TIMES.
               10 WS-AR-CUST PIC 9(6).
               10 WS-AR-INV PIC 9(6).
               10 WS-AR-DATE PIC 9(8).
               10 WS-AR-AMT PIC 9(11)V99.
               10 WS-AR-PAID PIC 9(11)V99.
               10 WS-AR-STA PIC X(1).
               10 WS-AR-TYPE PIC X(1).

      *    THE LATEST CONTACT AND LETTER FOR ONE CUSTOMER.
       01  WS-LAST-CONTACT PIC 9(8).
       01  WS-LAST-PROMISE PIC 9(8).
       01  WS-LAST-LETTER PIC 9(8).
       01  WS-LAST-LEVEL PIC 9(1).
       01  WS-LETTERS PIC 9(5).
       01  WS-HELD PIC 9(5).

       01  WS-UNAPPLIED PIC S9(11)V99.
       01  WS-WO-TOTAL PIC 9(11)V99.
       01  WS-WO-ITEMS PIC 9(5).
       01  WS-WO-NET PIC S9(11)V99.

      *    BAD DEBT IS BOOKED AGAINST THESE ACCOUNTS UNLESS
      *    GLACCTS.DAT CARRIES BADDEBT AND ARCTRL ROWS OF ITS OWN.
       01  WS-GL-BADDEBT PIC X(8) VALUE "63000000".
       01  WS-GL-ARCTRL PIC X(8) VALUE "12000000".

       01  WS-INV-ORD PIC 9(6).
       01  WS-ORD-FOUND PIC X(1).
       01  WS-ORD-DATE PIC 9(8).
       01  WS-ORD-TOTAL PIC 9(11)V99.
       01  WS-ORD-TAX PIC 9(9)V99.
       01  WS-ORD-SPLITS.
           05 WS-ORD-SPLIT OCCURS 4 TIMES.
               10 WS-ORD-SNUM PIC 9(14).
               10 WS-ORD-PCT PIC 9(3).

       01  TIER-COUNT PIC 9(1) VALUE 5.
       01  TIER-TABLE.
           05 TIER-ENTRY OCCURS 5 TIMES.
               10 TIER-UPPER PIC 9(9).
               10 TIER-RATE PIC V99.
       01  TIER-IDX PIC 9(1).
       01  WS-SP-TS PIC S9(14)V99.
       01  WS-SP-COMM PIC S9(14)V99.

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-DAYS PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  OUT-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  OUT-AMT-2 PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  OUT-DAYS PIC ZZZZ9.
       01  OUT-COUNT PIC ZZZZ9.

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40).
       01  WS-RPT-COLHDR PIC X(80).
       01  WS-RPT-LPP PIC 9(3) VALUE 30.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-DUNNING-LEVELS.
           DISPLAY "COLLECTIONS".
           DISPLAY "1 - COLLECTIONS WORKLIST".
           DISPLAY "2 - PRINT REMINDER LETTERS".
           DISPLAY "3 - RECORD A CONTACT NOTE".
           DISPLAY "4 - CUSTOMER COLLECTION HISTORY".
           DISPLAY "5 - WRITE-OFF PROPOSALS".
           DISPLAY "6 - APPROVE A WRITE-OFF".
           DISPLAY "7 - DUNNING LEVELS".
           DISPLAY "8 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM SHOW-WORKLIST
            WHEN 2
               PERFORM PRINT-LETTERS
            WHEN 3
               PERFORM RECORD-CONTACT
            WHEN 4
               PERFORM COLLECTION-HISTORY
            WHEN 5
               PERFORM WRITE-OFF-PROPOSALS
            WHEN 6
               PERFORM APPROVE-WRITE-OFF
            WHEN 7
               PERFORM MAINTAIN-LEVELS
            WHEN 8
               GOBACK
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM MAIN-PARA.

       LOAD-DUNNING-LEVELS.
           MOVE 30 TO WS-DL-DAYS (1).
           MOVE "THIS IS A REMINDER THAT YOUR ACCOUNT IS PAST DUE."
               TO WS-DL-TEXT (1).
           MOVE 60 TO WS-DL-DAYS (2).
           MOVE "YOUR ACCOUNT IS SERIOUSLY PAST DUE. PLEASE PAY NOW."
               TO WS-DL-TEXT (2).
           MOVE 90 TO WS-DL-DAYS (3).
           MOVE "PAY WITHIN 10 DAYS TO AVOID YOUR ACCOUNT BEING HELD."
               TO WS-DL-TEXT (3).
           MOVE 120 TO WS-DL-DAYS (4).
           MOVE "FINAL NOTICE - UNPAID ITEMS WILL BE WRITTEN OFF."
               TO WS-DL-TEXT (4).
           MOVE 180 TO WS-DL-DAYS (5).
           MOVE "WRITE-OFF" TO WS-DL-TEXT (5).
           OPEN INPUT DUNCFG-FILE.
           IF DUNCFG-STATUS = "00"
               PERFORM UNTIL DUNCFG-STATUS NOT = "00"
                   READ DUNCFG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DC-LEVEL >= 1 AND DC-LEVEL <= 5
                               AND DC-DAYS IS NUMERIC
                               MOVE DC-DAYS TO WS-DL-DAYS (DC-LEVEL)
                               MOVE DC-TEXT TO WS-DL-TEXT (DC-LEVEL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUNCFG-FILE
           END-IF.

       MAINTAIN-LEVELS.
           DISPLAY "LEVEL  DAYS  LETTER".
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
               UNTIL WS-DL-IDX > 5
               MOVE WS-DL-DAYS (WS-DL-IDX) TO OUT-DAYS
               DISPLAY "  " WS-DL-IDX "   " OUT-DAYS "  "
                   WS-DL-TEXT (WS-DL-IDX)
           END-PERFORM.
           DISPLAY "LEVEL TO CHANGE (1-4 LETTERS, 5 WRITE-OFF): "
               WITH NO ADVANCING.
           ACCEPT WS-LEVEL.
           IF WS-LEVEL < 1 OR WS-LEVEL > 5
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DAYS OLD: " WITH NO ADVANCING.
           ACCEPT WS-DAYS-IN.
           IF WS-LEVEL > 1
               IF WS-DAYS-IN <= WS-DL-DAYS (WS-LEVEL - 1)
                   DISPLAY "MUST BE LATER THAN THE LEVEL BEFORE."
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-LEVEL < 5
               IF WS-DAYS-IN >= WS-DL-DAYS (WS-LEVEL + 1)
                   DISPLAY "MUST BE EARLIER THAN THE LEVEL AFTER."
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "LETTER WORDING: " WITH NO ADVANCING
               ACCEPT WS-TEXT-IN
               IF WS-TEXT-IN NOT = SPACES
                   MOVE WS-TEXT-IN TO WS-DL-TEXT (WS-LEVEL)
               END-IF
           END-IF.
           MOVE WS-DAYS-IN TO WS-DL-DAYS (WS-LEVEL).
           OPEN OUTPUT DUNCFG-FILE.
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
               UNTIL WS-DL-IDX > 5
               MOVE SPACES TO DUNCFG-REC
               MOVE WS-DL-IDX TO DC-LEVEL
               MOVE WS-DL-DAYS (WS-DL-IDX) TO DC-DAYS
               MOVE WS-DL-TEXT (WS-DL-IDX) TO DC-TEXT
               WRITE DUNCFG-REC
           END-PERFORM.
           CLOSE DUNCFG-FILE.
           DISPLAY "DUNNING LEVELS SAVED.".
           ACCEPT OMITTED.

      *    ONLY INVOICES AND FINANCE CHARGES AGE; OPEN CREDITS ARE
      *    SHOWN AGAINST THE BALANCE BUT DO NOT MAKE IT YOUNGER.
       BUILD-WORKLIST.
           PERFORM LOAD-CUSTOMERS.
           PERFORM LOAD-LEDGER.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-AR-COUNT
               IF WS-AR-STA (WS-IDX) = 'O'
                   PERFORM AGE-LEDGER-ITEM
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-WL-COUNT.
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
               UNTIL WS-CU-IDX > WS-CU-COUNT
               PERFORM SET-DUNNING-LEVEL
               IF WS-CU-LEVEL (WS-CU-IDX) > 0
                   ADD 1 TO WS-WL-COUNT
                   MOVE WS-CU-IDX TO WS-WL-ROW (WS-WL-COUNT)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
               UNTIL WS-WL-IDX >= WS-WL-COUNT
               PERFORM VARYING WS-WL-JDX FROM WS-WL-IDX BY 1
                   UNTIL WS-WL-JDX > WS-WL-COUNT
                   IF WS-CU-OLDEST (WS-WL-ROW (WS-WL-JDX)) >
                       WS-CU-OLDEST (WS-WL-ROW (WS-WL-IDX))
                       MOVE WS-WL-ROW (WS-WL-IDX) TO WS-HOLD
                       MOVE WS-WL-ROW (WS-WL-JDX) TO
                           WS-WL-ROW (WS-WL-IDX)
                       MOVE WS-HOLD TO WS-WL-ROW (WS-WL-JDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       AGE-LEDGER-ITEM.
           COMPUTE WS-OPEN-AMT =
               WS-AR-AMT (WS-IDX) - WS-AR-PAID (WS-IDX).
           IF WS-OPEN-AMT <= 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AR-CUST (WS-IDX) TO WS-CUST-IN.
           PERFORM FIND-CUSTOMER-ROW.
           IF WS-CU-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-AR-TYPE (WS-IDX) = 'C'
               ADD WS-OPEN-AMT TO WS-CU-CREDITS (WS-CU-HIT)
               EXIT PARAGRAPH
           END-IF.
           ADD WS-OPEN-AMT TO WS-CU-OPEN (WS-CU-HIT).
           PERFORM ITEM-AGE.
           IF WS-AGE-DAYS > WS-CU-OLDEST (WS-CU-HIT)
               MOVE WS-AGE-DAYS TO WS-CU-OLDEST (WS-CU-HIT)
           END-IF.

       ITEM-AGE.
           MOVE 'D' TO WS-DU-FUNCTION.
           MOVE WS-TODAY TO WS-DU-DATE.
           MOVE WS-AR-DATE (WS-IDX) TO WS-DU-DAYS.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           IF WS-DU-FLAG = 'Y'
               MOVE WS-DU-RESULT TO WS-AGE-DAYS
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF.

       SET-DUNNING-LEVEL.
           MOVE 0 TO WS-CU-LEVEL (WS-CU-IDX).
           IF WS-CU-OPEN (WS-CU-IDX) <= 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
               UNTIL WS-DL-IDX > 5
               IF WS-CU-OLDEST (WS-CU-IDX) > WS-DL-DAYS (WS-DL-IDX)
                   MOVE WS-DL-IDX TO WS-CU-LEVEL (WS-CU-IDX)
               END-IF
           END-PERFORM.

       SHOW-WORKLIST.
           PERFORM BUILD-WORKLIST.
           IF WS-AR-OVERFLOW = 'Y'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE "COLLECTIONS WORKLIST" TO WS-RPT-TITLE.
           MOVE SPACES TO WS-RPT-COLHDR.
           STRING "CUST   NAME                       OPEN BALANCE"
               " DAYS LV LAST CONT PROMISE"
               DELIMITED BY SIZE INTO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
               UNTIL WS-WL-IDX > WS-WL-COUNT
               MOVE WS-WL-ROW (WS-WL-IDX) TO WS-CU-IDX
               PERFORM SHOW-WORKLIST-ROW
           END-PERFORM.
           IF WS-WL-COUNT = 0
               DISPLAY "NO ACCOUNTS ARE OVERDUE."
           END-IF.
           ACCEPT OMITTED.

       SHOW-WORKLIST-ROW.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE WS-CU-NO (WS-CU-IDX) TO WS-CUST-IN.
           PERFORM LAST-CONTACT.
           MOVE WS-CU-OPEN (WS-CU-IDX) TO OUT-AMT.
           MOVE WS-CU-OLDEST (WS-CU-IDX) TO OUT-DAYS.
           IF WS-CU-LEVEL (WS-CU-IDX) = 5
               DISPLAY WS-CU-NO (WS-CU-IDX) " " WS-CU-NAME (WS-CU-IDX)
                   " " OUT-AMT " " OUT-DAYS " WO " WS-LAST-CONTACT
                   " " WS-LAST-PROMISE
           ELSE
               DISPLAY WS-CU-NO (WS-CU-IDX) " " WS-CU-NAME (WS-CU-IDX)
                   " " OUT-AMT " " OUT-DAYS "  " WS-CU-LEVEL (WS-CU-IDX)
                   " " WS-LAST-CONTACT " " WS-LAST-PROMISE
           END-IF.

       LAST-CONTACT.
           MOVE 0 TO WS-LAST-CONTACT WS-LAST-PROMISE.
           OPEN INPUT COLLNOTE-FILE.
           IF COLLNOTE-STATUS = "00"
               PERFORM UNTIL COLLNOTE-STATUS NOT = "00"
                   READ COLLNOTE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CN-CUST = WS-CUST-IN
                               MOVE CN-DATE TO WS-LAST-CONTACT
                               IF CN-PROMISE-DATE IS NUMERIC
                                   MOVE CN-PROMISE-DATE TO
                                       WS-LAST-PROMISE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLNOTE-FILE
           END-IF.

       LAST-LETTER.
           MOVE 0 TO WS-LAST-LETTER WS-LAST-LEVEL.
           OPEN INPUT DUNLOG-FILE.
           IF DUNLOG-STATUS = "00"
               PERFORM UNTIL DUNLOG-STATUS NOT = "00"
                   READ DUNLOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DL-CUST = WS-CUST-IN
                               MOVE DL-DATE TO WS-LAST-LETTER
                               MOVE DL-LEVEL TO WS-LAST-LEVEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUNLOG-FILE
           END-IF.

      *    A WRITE-OFF CANDIDATE GETS THE FINAL LETTER UNTIL THE
      *    WRITE-OFF IS APPROVED.
       PRINT-LETTERS.
           PERFORM BUILD-WORKLIST.
           IF WS-AR-OVERFLOW = 'Y'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LETTERS WS-HELD.
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
               UNTIL WS-WL-IDX > WS-WL-COUNT
               MOVE WS-WL-ROW (WS-WL-IDX) TO WS-CU-IDX
               PERFORM LETTER-FOR-CUSTOMER
           END-PERFORM.
           DISPLAY "==================================================".
           MOVE WS-LETTERS TO OUT-COUNT.
           DISPLAY "LETTERS PRINTED:           "
               FUNCTION TRIM(OUT-COUNT).
           MOVE WS-HELD TO OUT-COUNT.
           DISPLAY "HELD FOR A PROMISE TO PAY: "
               FUNCTION TRIM(OUT-COUNT).
           ACCEPT OMITTED.

       LETTER-FOR-CUSTOMER.
           MOVE WS-CU-NO (WS-CU-IDX) TO WS-CUST-IN.
           MOVE WS-CU-LEVEL (WS-CU-IDX) TO WS-LEVEL.
           IF WS-LEVEL > 4
               MOVE 4 TO WS-LEVEL
           END-IF.
           PERFORM LAST-CONTACT.
           IF WS-LAST-PROMISE >= WS-TODAY
               ADD 1 TO WS-HELD
               EXIT PARAGRAPH
           END-IF.
           PERFORM LAST-LETTER.
           IF WS-LAST-LEVEL >= WS-LEVEL AND WS-LAST-LETTER > 0
               MOVE 'D' TO WS-DU-FUNCTION
               MOVE WS-TODAY TO WS-DU-DATE
               MOVE WS-LAST-LETTER TO WS-DU-DAYS
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                   WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
               IF WS-DU-RESULT < 30
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-LETTERS.
           DISPLAY "==================================================".
           DISPLAY WS-TODAY.
           DISPLAY WS-CU-NAME (WS-CU-IDX).
           DISPLAY WS-CU-ADDR (WS-CU-IDX).
           DISPLAY " ".
           DISPLAY "ACCOUNT " WS-CUST-IN " - REMINDER " WS-LEVEL.
           DISPLAY " ".
           DISPLAY WS-DL-TEXT (WS-LEVEL).
           DISPLAY " ".
           DISPLAY "ITEM    DATE        DAYS      AMOUNT DUE".
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-AR-COUNT
               IF WS-AR-CUST (WS-IDX) = WS-CUST-IN
                   AND WS-AR-STA (WS-IDX) = 'O'
                   AND WS-AR-TYPE (WS-IDX) NOT = 'C'
                   PERFORM LETTER-ITEM-LINE
               END-IF
           END-PERFORM.
           MOVE WS-CU-OPEN (WS-CU-IDX) TO OUT-AMT.
           DISPLAY "TOTAL DUE:             " OUT-AMT.
           IF WS-CU-CREDITS (WS-CU-IDX) > 0
               MOVE WS-CU-CREDITS (WS-CU-IDX) TO OUT-AMT
               DISPLAY "LESS CREDITS HELD:     " OUT-AMT
           END-IF.
           MOVE SPACES TO DUNLOG-REC.
           MOVE WS-TODAY TO DL-DATE.
           MOVE WS-CUST-IN TO DL-CUST.
           MOVE WS-LEVEL TO DL-LEVEL.
           MOVE WS-CU-OPEN (WS-CU-IDX) TO DL-AMOUNT.
           OPEN EXTEND DUNLOG-FILE.
           IF DUNLOG-STATUS = "05" OR DUNLOG-STATUS = "35"
               OPEN OUTPUT DUNLOG-FILE
           END-IF.
           WRITE DUNLOG-REC.
           CLOSE DUNLOG-FILE.

       LETTER-ITEM-LINE.
           COMPUTE WS-OPEN-AMT =
               WS-AR-AMT (WS-IDX) - WS-AR-PAID (WS-IDX).
           IF WS-OPEN-AMT <= 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM ITEM-AGE.
           MOVE WS-AGE-DAYS TO OUT-DAYS.
           MOVE WS-OPEN-AMT TO OUT-AMT.
           DISPLAY WS-AR-INV (WS-IDX) "  " WS-AR-DATE (WS-IDX) "  "
               OUT-DAYS "  " OUT-AMT.

       RECORD-CONTACT.
           DISPLAY "CUSTOMER NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-CUST-IN.
           PERFORM LOAD-CUSTOMERS.
           PERFORM FIND-CUSTOMER-ROW.
           IF WS-CU-HIT = 0
               DISPLAY "CUSTOMER NOT ON MASTER: " WS-CUST-IN
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  " WS-CU-NAME (WS-CU-HIT).
           MOVE SPACES TO COLLNOTE-REC.
           MOVE WS-TODAY TO CN-DATE.
           MOVE WS-CUST-IN TO CN-CUST.
           DISPLAY "COLLECTOR ID: " WITH NO ADVANCING.
           ACCEPT CN-COLLECTOR.
           DISPLAY "NOTE: " WITH NO ADVANCING.
           ACCEPT CN-NOTE.
           DISPLAY "PROMISE-TO-PAY DATE (YYYYMMDD, 0 FOR NONE): "
               WITH NO ADVANCING.
           ACCEPT CN-PROMISE-DATE.
           MOVE 0 TO CN-PROMISE-AMT.
           IF CN-PROMISE-DATE NOT = 0
               MOVE 'V' TO WS-DU-FUNCTION
               MOVE CN-PROMISE-DATE TO WS-DU-DATE
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                   WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
               IF WS-DU-FLAG NOT = 'Y' OR CN-PROMISE-DATE < WS-TODAY
                   DISPLAY "PROMISE DATE MUST BE A DATE FROM TODAY ON."
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "PROMISED AMOUNT: " WITH NO ADVANCING
               ACCEPT CN-PROMISE-AMT
           END-IF.
           OPEN EXTEND COLLNOTE-FILE.
           IF COLLNOTE-STATUS = "05" OR COLLNOTE-STATUS = "35"
               OPEN OUTPUT COLLNOTE-FILE
           END-IF.
           WRITE COLLNOTE-REC.
           CLOSE COLLNOTE-FILE.
           DISPLAY "CONTACT RECORDED.".
           ACCEPT OMITTED.

       COLLECTION-HISTORY.
           DISPLAY "CUSTOMER NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-CUST-IN.
           DISPLAY "CONTACT NOTES".
           DISPLAY "DATE      COLLECTOR  PROMISE        AMOUNT  NOTE".
           MOVE 0 TO WS-SHOWN.
           OPEN INPUT COLLNOTE-FILE.
           IF COLLNOTE-STATUS = "00"
               PERFORM UNTIL COLLNOTE-STATUS NOT = "00"
                   READ COLLNOTE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CN-CUST = WS-CUST-IN
                               ADD 1 TO WS-SHOWN
                               MOVE CN-PROMISE-AMT TO OUT-AMT
                               DISPLAY CN-DATE "  " CN-COLLECTOR " "
                                   CN-PROMISE-DATE " " OUT-AMT
                               DISPLAY "          " CN-NOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLNOTE-FILE
           END-IF.
           IF WS-SHOWN = 0
               DISPLAY "  NONE."
           END-IF.
           DISPLAY "REMINDER LETTERS".
           MOVE 0 TO WS-SHOWN.
           OPEN INPUT DUNLOG-FILE.
           IF DUNLOG-STATUS = "00"
               PERFORM UNTIL DUNLOG-STATUS NOT = "00"
                   READ DUNLOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DL-CUST = WS-CUST-IN
                               ADD 1 TO WS-SHOWN
                               MOVE DL-AMOUNT TO OUT-AMT
                               DISPLAY DL-DATE "  LEVEL " DL-LEVEL
                                   "  " OUT-AMT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUNLOG-FILE
           END-IF.
           IF WS-SHOWN = 0
               DISPLAY "  NONE."
           END-IF.
           ACCEPT OMITTED.

       WRITE-OFF-PROPOSALS.
           PERFORM BUILD-WORKLIST.
           IF WS-AR-OVERFLOW = 'Y'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE "WRITE-OFF PROPOSALS" TO WS-RPT-TITLE.
           MOVE SPACES TO WS-RPT-COLHDR.
           STRING "CUST   NAME                       OPEN BALANCE"
               "  DAYS  CREDITS HELD"
               DELIMITED BY SIZE INTO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE 0 TO WS-SHOWN WS-WO-TOTAL.
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
               UNTIL WS-WL-IDX > WS-WL-COUNT
               MOVE WS-WL-ROW (WS-WL-IDX) TO WS-CU-IDX
               IF WS-CU-LEVEL (WS-CU-IDX) = 5
                   MOVE 'L' TO WS-RPT-FUNCTION
                   CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
                       WS-RPT-COLHDR WS-RPT-LPP
                   ADD 1 TO WS-SHOWN
                   ADD WS-CU-OPEN (WS-CU-IDX) TO WS-WO-TOTAL
                   MOVE WS-CU-OPEN (WS-CU-IDX) TO OUT-AMT
                   MOVE WS-CU-OLDEST (WS-CU-IDX) TO OUT-DAYS
                   MOVE WS-CU-CREDITS (WS-CU-IDX) TO OUT-AMT-2
                   DISPLAY WS-CU-NO (WS-CU-IDX) " "
                       WS-CU-NAME (WS-CU-IDX) " " OUT-AMT " "
                       OUT-DAYS " " OUT-AMT-2
               END-IF
           END-PERFORM.
           IF WS-SHOWN = 0
               DISPLAY "NO ACCOUNTS ARE PAST THE WRITE-OFF LIMIT."
           ELSE
               MOVE WS-WO-TOTAL TO OUT-AMT
               DISPLAY "TOTAL PROPOSED: " FUNCTION TRIM(OUT-AMT)
               DISPLAY "APPLY ANY CREDITS HELD IN CASHRCPT BEFORE"
                   " APPROVING."
           END-IF.
           ACCEPT OMITTED.

      *    ONLY AN ACCOUNT ON THE PROPOSAL LIST CAN BE WRITTEN OFF,
      *    AND THE WHOLE OF IT GOES: EVERY OPEN INVOICE AND FINANCE
      *    CHARGE IS CLOSED AS PAID IN FULL AND LOGGED ON
      *    WRITEOFF.DAT, WHICH THE STATEMENT RUN READS AS ACTIVITY.
       APPROVE-WRITE-OFF.
           PERFORM BUILD-WORKLIST.
           IF WS-AR-OVERFLOW = 'Y'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CUSTOMER NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-CUST-IN.
           PERFORM FIND-CUSTOMER-ROW.
           IF WS-CU-HIT = 0
               DISPLAY "CUSTOMER NOT ON MASTER: " WS-CUST-IN
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-CU-LEVEL (WS-CU-HIT) NOT = 5
               DISPLAY "CUSTOMER " WS-CUST-IN
                   " IS NOT PROPOSED FOR WRITE-OFF."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CU-OPEN (WS-CU-HIT) TO OUT-AMT.
           DISPLAY WS-CU-NAME (WS-CU-HIT) "  OPEN "
               FUNCTION TRIM(OUT-AMT).
           PERFORM CUSTOMER-UNAPPLIED.
           IF WS-CU-CREDITS (WS-CU-HIT) > 0 OR WS-UNAPPLIED > 0
               DISPLAY "WARNING: THE CUSTOMER HAS CREDITS OR UNAPPLIED"
                   " CASH - APPLY THEM IN CASHRCPT FIRST."
           END-IF.
           DISPLAY "APPROVED BY (ID): " WITH NO ADVANCING.
           ACCEPT WS-APPROVER.
           IF WS-APPROVER = SPACES
               DISPLAY "AN APPROVER ID IS REQUIRED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "WRITE OFF " FUNCTION TRIM(OUT-AMT) " (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "WRITE-OFF NOT POSTED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-COMM-TIERS.
           PERFORM LOAD-GL-ACCOUNTS.
           MOVE 0 TO WS-WO-TOTAL WS-WO-ITEMS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-AR-COUNT
               IF WS-AR-CUST (WS-IDX) = WS-CUST-IN
                   AND WS-AR-STA (WS-IDX) = 'O'
                   AND WS-AR-TYPE (WS-IDX) NOT = 'C'
                   PERFORM WRITE-OFF-ONE-ITEM
               END-IF
           END-PERFORM.
           PERFORM SAVE-LEDGER.
           IF WS-WO-TOTAL > 0
               PERFORM WRITE-BAD-DEBT-JOURNAL
           END-IF.
           MOVE WS-WO-ITEMS TO OUT-COUNT.
           MOVE WS-WO-TOTAL TO OUT-AMT.
           DISPLAY "WRITTEN OFF: " FUNCTION TRIM(OUT-COUNT) " ITEMS, "
               FUNCTION TRIM(OUT-AMT).
           ACCEPT OMITTED.

       WRITE-OFF-ONE-ITEM.
           COMPUTE WS-OPEN-AMT =
               WS-AR-AMT (WS-IDX) - WS-AR-PAID (WS-IDX).
           IF WS-OPEN-AMT <= 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-AR-AMT (WS-IDX) TO WS-AR-PAID (WS-IDX).
           MOVE 'C' TO WS-AR-STA (WS-IDX).
           ADD WS-OPEN-AMT TO WS-WO-TOTAL.
           ADD 1 TO WS-WO-ITEMS.
           MOVE SPACES TO WRITEOFF-REC.
           MOVE WS-TODAY TO WO-DATE.
           MOVE WS-CUST-IN TO WO-CUST.
           MOVE WS-AR-INV (WS-IDX) TO WO-ITEM.
           MOVE WS-AR-TYPE (WS-IDX) TO WO-TYPE.
           MOVE WS-OPEN-AMT TO WO-AMOUNT.
           MOVE WS-APPROVER TO WO-APPROVER.
           OPEN EXTEND WRITEOFF-FILE.
           IF WRITEOFF-STATUS = "05" OR WRITEOFF-STATUS = "35"
               OPEN OUTPUT WRITEOFF-FILE
           END-IF.
           WRITE WRITEOFF-REC.
           CLOSE WRITEOFF-FILE.
           MOVE WS-OPEN-AMT TO OUT-AMT-2.
           DISPLAY "  ITEM " WS-AR-INV (WS-IDX) " WRITTEN OFF "
               FUNCTION TRIM(OUT-AMT-2).
           IF WS-AR-TYPE (WS-IDX) = 'I'
               PERFORM CLAW-BACK-COMMISSION
           END-IF.

      *    THE CLAWBACK MIRRORS THE COMMISSION THE ORDER PAID: THE
      *    TIER RATE FOR THE ORIGINAL ORDER TOTAL, ON THE WRITTEN-OFF
      *    AMOUNT LESS ITS SHARE OF THE ORDER'S TAX, SHARED BY THE
      *    SAME SPLIT PERCENTAGES.
       CLAW-BACK-COMMISSION.
           PERFORM FIND-INVOICE-ORDER.
           IF WS-ORD-FOUND = 'N'
               DISPLAY "  NO ORDER FOUND FOR INVOICE "
                   WS-AR-INV (WS-IDX) " - NO CLAWBACK."
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORD-TOTAL + WS-ORD-TAX > 0
               COMPUTE WS-WO-NET ROUNDED = WS-OPEN-AMT * WS-ORD-TOTAL
                   / (WS-ORD-TOTAL + WS-ORD-TAX)
           ELSE
               MOVE WS-OPEN-AMT TO WS-WO-NET
           END-IF.
           PERFORM VARYING TIER-IDX FROM 1 BY 1
               UNTIL TIER-IDX > TIER-COUNT
               OR WS-ORD-TOTAL <= TIER-UPPER (TIER-IDX)
               CONTINUE
           END-PERFORM.
           IF TIER-IDX > TIER-COUNT
               MOVE TIER-COUNT TO TIER-IDX
           END-IF.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > 4
               IF WS-ORD-PCT (WS-SP-IDX) IS NUMERIC
                   AND WS-ORD-PCT (WS-SP-IDX) > 0
                   PERFORM POST-ONE-CLAWBACK
               END-IF
           END-PERFORM.

       FIND-INVOICE-ORDER.
           MOVE 'N' TO WS-ORD-FOUND.
           MOVE 0 TO WS-INV-ORD.
           OPEN INPUT INVOICE-FILE.
           IF INVOICE-STATUS = "00"
               PERFORM UNTIL INVOICE-STATUS NOT = "00"
                   OR WS-INV-ORD > 0
                   READ INVOICE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF INV-NO = WS-AR-INV (WS-IDX)
                               MOVE INV-ORD-NO TO WS-INV-ORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.
           IF WS-INV-ORD = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ORDERS-FILE.
           IF ORDERS-STATUS = "00"
               PERFORM UNTIL ORDERS-STATUS NOT = "00"
                   OR WS-ORD-FOUND = 'Y'
                   READ ORDERS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ORD-NO = WS-INV-ORD
                               MOVE 'Y' TO WS-ORD-FOUND
                               MOVE ORD-DATE TO WS-ORD-DATE
                               MOVE ORD-TOTAL TO WS-ORD-TOTAL
                               MOVE ORD-SPLITS TO WS-ORD-SPLITS
                               IF ORD-TAX IS NUMERIC
                                   MOVE ORD-TAX TO WS-ORD-TAX
                               ELSE
                                   MOVE 0 TO WS-ORD-TAX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF.

       POST-ONE-CLAWBACK.
           COMPUTE WS-SP-TS ROUNDED = 0 - WS-WO-NET
               * WS-ORD-PCT (WS-SP-IDX) / 100.
           COMPUTE WS-SP-COMM ROUNDED = 0 - WS-WO-NET
               * TIER-RATE (TIER-IDX) * WS-ORD-PCT (WS-SP-IDX) / 100.
           MOVE SPACES TO COMMTXN-REC.
           MOVE WS-ORD-SNUM (WS-SP-IDX) TO COMMTXN-SNUM.
           MOVE SPACES TO COMMTXN-SNAME.
           OPEN INPUT SALESMAN-FILE.
           IF SALESMAN-STATUS = "00"
               MOVE WS-ORD-SNUM (WS-SP-IDX) TO SM-SNUM
               READ SALESMAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SM-SNAME TO COMMTXN-SNAME
               END-READ
               CLOSE SALESMAN-FILE
           END-IF.
           MOVE WS-SP-TS TO COMMTXN-TS.
           MOVE WS-SP-COMM TO COMMTXN-COMMISSION.
           MOVE WS-TODAY TO COMMTXN-DATE.
           MOVE 'N' TO COMMTXN-SETTLED.
           MOVE 'A' TO COMMTXN-TYPE.
           STRING "BDW/" WS-AR-INV (WS-IDX)
               DELIMITED BY SIZE INTO COMMTXN-REASON.
           MOVE WS-ORD-DATE TO COMMTXN-ORIG-DATE.
           OPEN EXTEND COMMTXN-FILE.
           IF COMMTXN-STATUS = "05" OR COMMTXN-STATUS = "35"
               OPEN OUTPUT COMMTXN-FILE
           END-IF.
           WRITE COMMTXN-REC.
           CLOSE COMMTXN-FILE.
           MOVE WS-SP-COMM TO OUT-AMT-2.
           DISPLAY "    COMMISSION CLAWED BACK FROM "
               WS-ORD-SNUM (WS-SP-IDX) ": " FUNCTION TRIM(OUT-AMT-2).

       LOAD-COMM-TIERS.
           MOVE 15000 TO TIER-UPPER (1).
           MOVE .15 TO TIER-RATE (1).
           MOVE 20000 TO TIER-UPPER (2).
           MOVE .20 TO TIER-RATE (2).
           MOVE 25000 TO TIER-UPPER (3).
           MOVE .25 TO TIER-RATE (3).
           MOVE 30000 TO TIER-UPPER (4).
           MOVE .30 TO TIER-RATE (4).
           MOVE 999999999 TO TIER-UPPER (5).
           MOVE .40 TO TIER-RATE (5).
           OPEN INPUT TIER-FILE.
           IF TIER-STATUS = "00"
               MOVE 0 TO TIER-IDX
               PERFORM UNTIL TIER-IDX >= TIER-COUNT
                   READ TIER-FILE
                       AT END
                           MOVE TIER-COUNT TO TIER-IDX
                       NOT AT END
                           ADD 1 TO TIER-IDX
                           MOVE TIER-UPPER-IN TO
                               TIER-UPPER (TIER-IDX)
                           MOVE TIER-RATE-IN TO
                               TIER-RATE (TIER-IDX)
                   END-READ
               END-PERFORM
               CLOSE TIER-FILE
           END-IF.

       WRITE-BAD-DEBT-JOURNAL.
           OPEN EXTEND ARJRNL-FILE.
           IF ARJRNL-STATUS = "05" OR ARJRNL-STATUS = "35"
               OPEN OUTPUT ARJRNL-FILE
           END-IF.
           MOVE SPACES TO ARJRNL-REC.
           MOVE WS-TODAY-YYYYMM TO JRN-PERIOD.
           MOVE WS-GL-BADDEBT TO JRN-ACCOUNT.
           MOVE 'D' TO JRN-DC.
           MOVE WS-WO-TOTAL TO JRN-AMOUNT.
           STRING "BAD DEBT " WS-CUST-IN
               DELIMITED BY SIZE INTO JRN-DESC.
           WRITE ARJRNL-REC.
           MOVE WS-GL-ARCTRL TO JRN-ACCOUNT.
           MOVE 'C' TO JRN-DC.
           WRITE ARJRNL-REC.
           CLOSE ARJRNL-FILE.

       LOAD-GL-ACCOUNTS.
           OPEN INPUT GLACCTS-FILE.
           IF GLACCTS-STATUS = "00"
               PERFORM UNTIL GLACCTS-STATUS NOT = "00"
                   READ GLACCTS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF GLA-KEY = "BADDEBT"
                               MOVE GLA-ACCOUNT TO WS-GL-BADDEBT
                           END-IF
                           IF GLA-KEY = "ARCTRL"
                               MOVE GLA-ACCOUNT TO WS-GL-ARCTRL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLACCTS-FILE
           END-IF.

       CUSTOMER-UNAPPLIED.
           MOVE 0 TO WS-UNAPPLIED.
           OPEN INPUT ARUNAP-FILE.
           IF ARUNAP-STATUS = "00"
               PERFORM UNTIL ARUNAP-STATUS NOT = "00"
                   READ ARUNAP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF UA-CUST = WS-CUST-IN
                               AND UA-BALANCE IS NUMERIC
                               ADD UA-BALANCE TO WS-UNAPPLIED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARUNAP-FILE
           END-IF.

       FIND-CUSTOMER-ROW.
           MOVE 0 TO WS-CU-HIT.
           PERFORM VARYING WS-KDX FROM 1 BY 1
               UNTIL WS-KDX > WS-CU-COUNT
               OR WS-CU-HIT > 0
               IF WS-CU-NO (WS-KDX) = WS-CUST-IN
                   MOVE WS-KDX TO WS-CU-HIT
               END-IF
           END-PERFORM.

       LOAD-CUSTOMERS.
           MOVE 0 TO WS-CU-COUNT.
           OPEN INPUT CUST-FILE.
           IF CUST-STATUS = "00"
               PERFORM UNTIL CUST-STATUS NOT = "00"
                   OR WS-CU-COUNT >= 200
                   READ CUST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-CU-COUNT
                           MOVE CU-CUST-NO TO WS-CU-NO (WS-CU-COUNT)
                           MOVE CU-NAME TO WS-CU-NAME (WS-CU-COUNT)
                           MOVE CU-ADDRESS TO WS-CU-ADDR (WS-CU-COUNT)
                           MOVE 0 TO WS-CU-OPEN (WS-CU-COUNT)
                           MOVE 0 TO WS-CU-CREDITS (WS-CU-COUNT)
                           MOVE 0 TO WS-CU-OLDEST (WS-CU-COUNT)
                           MOVE 0 TO WS-CU-LEVEL (WS-CU-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CUST-FILE
           END-IF.

       LOAD-LEDGER.
           MOVE 0 TO WS-AR-COUNT.
           MOVE 'N' TO WS-AR-OVERFLOW.
           OPEN INPUT ARLEDGER-FILE.
           IF ARLEDGER-STATUS = "00"
               PERFORM UNTIL ARLEDGER-STATUS NOT = "00"
                   READ ARLEDGER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-AR-COUNT >= 500
                               MOVE 'Y' TO WS-AR-OVERFLOW
                           ELSE
                               ADD 1 TO WS-AR-COUNT
                               PERFORM LOAD-LEDGER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARLEDGER-FILE
           END-IF.
           IF WS-AR-OVERFLOW = 'Y'
               DISPLAY "WARNING: RECEIVABLES LEDGER EXCEEDS THE"
                   " 500-ROW TABLE. COLLECTIONS ARE SUSPENDED."
           END-IF.

       LOAD-LEDGER-ROW.
           MOVE AR-CUST TO WS-AR-CUST (WS-AR-COUNT).
           MOVE AR-INV-NO TO WS-AR-INV (WS-AR-COUNT).
           MOVE AR-DATE TO WS-AR-DATE (WS-AR-COUNT).
           IF AR-AMOUNT IS NUMERIC
               MOVE AR-AMOUNT TO WS-AR-AMT (WS-AR-COUNT)
           ELSE
               MOVE 0 TO WS-AR-AMT (WS-AR-COUNT)
           END-IF.
           IF AR-PAID IS NUMERIC
               MOVE AR-PAID TO WS-AR-PAID (WS-AR-COUNT)
           ELSE
               MOVE 0 TO WS-AR-PAID (WS-AR-COUNT)
           END-IF.
           IF AR-STATUS = 'C'
               MOVE 'C' TO WS-AR-STA (WS-AR-COUNT)
           ELSE
               MOVE 'O' TO WS-AR-STA (WS-AR-COUNT)
           END-IF.
           IF AR-TYPE = 'C' OR AR-TYPE = 'F'
               MOVE AR-TYPE TO WS-AR-TYPE (WS-AR-COUNT)
           ELSE
               MOVE 'I' TO WS-AR-TYPE (WS-AR-COUNT)
           END-IF.

       SAVE-LEDGER.
           OPEN OUTPUT ARLEDGER-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-AR-COUNT
               MOVE SPACES TO ARLEDGER-REC
               MOVE WS-AR-CUST (WS-IDX) TO AR-CUST
               MOVE WS-AR-INV (WS-IDX) TO AR-INV-NO
               MOVE WS-AR-DATE (WS-IDX) TO AR-DATE
               MOVE WS-AR-AMT (WS-IDX) TO AR-AMOUNT
               MOVE WS-AR-PAID (WS-IDX) TO AR-PAID
               MOVE WS-AR-STA (WS-IDX) TO AR-STATUS
               MOVE WS-AR-TYPE (WS-IDX) TO AR-TYPE
               WRITE ARLEDGER-REC
           END-PERFORM.
           CLOSE ARLEDGER-FILE.
       END PROGRAM COLLECT.
