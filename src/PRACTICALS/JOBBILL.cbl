           05 JM-CUST PIC 9(6).
           05 JM-FILLER-2 PIC X(1).
           05 JM-BILL-RATE PIC 9(5)V99.
           05 JM-FILLER-3 PIC X(1).
           05 JM-STATUS PIC X(1).

       FD  PAYJOBS-FILE.
       01  PAYJOBS-REC.
           05 PJ-COST PIC 9(7)V99.
           05 PJ-FILLER-7 PIC X(1).
           05 PJ-BILLED PIC X(1).
           05 PJ-FILLER-8 PIC X(1).
           05 PJ-PHASE PIC X(4).

       FD  INVOICE-FILE.
       01  INVOICE-REC.
       01  WS-IDX PIC 9(3).
       01  WS-JDX PIC 9(4).
       01  WS-KEY-IN PIC X(6).
       01  WS-STATUS-IN PIC X(1).

       01  WS-JM-COUNT PIC 9(3) VALUE 0.
       01  WS-JM-TABLE.
               10 WS-JM-CODE PIC X(6).
               10 WS-JM-CUST PIC 9(6).
               10 WS-JM-RATE PIC 9(5)V99.
               10 WS-JM-STATUS PIC X(1).
               10 WS-JM-HOURS PIC 9(7)V99.
               10 WS-JM-REVENUE PIC S9(11)V99.
               10 WS-JM-COST PIC S9(11)V99.
               10 WS-PJ-RTE PIC 9(5)V99.
               10 WS-PJ-CST PIC 9(7)V99.
               10 WS-PJ-BIL PIC X(1).
               10 WS-PJ-PHS PIC X(4).

       01  WS-BILLED-LINES PIC 9(5) VALUE 0.
       01  WS-BILLED-TOTAL PIC S9(11)V99 VALUE 0.
                           ELSE
                               MOVE 0 TO WS-JM-RATE (WS-JM-COUNT)
                           END-IF
                           IF JM-STATUS = 'C'
                               MOVE 'C' TO WS-JM-STATUS (WS-JM-COUNT)
                           ELSE
                               MOVE 'O' TO WS-JM-STATUS (WS-JM-COUNT)
                           END-IF
                           MOVE 0 TO WS-JM-HOURS (WS-JM-COUNT)
                           MOVE 0 TO WS-JM-REVENUE (WS-JM-COUNT)
                           MOVE 0 TO WS-JM-COST (WS-JM-COUNT)
               MOVE WS-JM-CODE (WS-IDX) TO JM-JOB-CODE
               MOVE WS-JM-CUST (WS-IDX) TO JM-CUST
               MOVE WS-JM-RATE (WS-IDX) TO JM-BILL-RATE
               MOVE WS-JM-STATUS (WS-IDX) TO JM-STATUS
               WRITE JOBMAST-REC
           END-PERFORM.
           CLOSE JOBMAST-FILE.
               ADD 1 TO WS-JM-COUNT
               MOVE WS-JM-COUNT TO WS-IDX
               MOVE WS-KEY-IN TO WS-JM-CODE (WS-IDX)
               MOVE 'O' TO WS-JM-STATUS (WS-IDX)
           END-IF.
           DISPLAY "CLIENT CUSTOMER NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-JM-CUST (WS-IDX).
           DISPLAY "BILLING RATE PER HOUR: " WITH NO ADVANCING.
           ACCEPT WS-JM-RATE (WS-IDX).
           DISPLAY "JOB STATUS (O=OPEN, C=CLOSED, BLANK TO KEEP "
               WS-JM-STATUS (WS-IDX) "): " WITH NO ADVANCING.
           ACCEPT WS-STATUS-IN.
           IF WS-STATUS-IN = 'O' OR WS-STATUS-IN = 'C'
               MOVE WS-STATUS-IN TO WS-JM-STATUS (WS-IDX)
           END-IF.
           PERFORM SAVE-JOB-MASTER.
           DISPLAY "JOB " WS-KEY-IN " SAVED.".
           ACCEPT OMITTED.
           IF WS-JM-COUNT = 0
               DISPLAY "NO JOBS ON MASTER."
           ELSE
               DISPLAY "JOB     CLIENT  BILL RATE  STATUS"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-JM-COUNT
                   MOVE WS-JM-RATE (WS-IDX) TO OUT-RATE
                   DISPLAY WS-JM-CODE (WS-IDX) "  "
                       WS-JM-CUST (WS-IDX) "  " OUT-RATE "  "
                       WS-JM-STATUS (WS-IDX)
               END-PERFORM
           END-IF.
           ACCEPT OMITTED.
                                   MOVE 'N' TO
                                       WS-PJ-BIL (WS-PJ-COUNT)
                               END-IF
                               MOVE PJ-PHASE TO
                                   WS-PJ-PHS (WS-PJ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-PJ-RTE (WS-JDX) TO PJ-RATE
               MOVE WS-PJ-CST (WS-JDX) TO PJ-COST
               MOVE WS-PJ-BIL (WS-JDX) TO PJ-BILLED
               MOVE WS-PJ-PHS (WS-JDX) TO PJ-PHASE
               WRITE PAYJOBS-REC
           END-PERFORM.
           CLOSE PAYJOBS-FILE.
