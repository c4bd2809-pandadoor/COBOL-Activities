      *    (NET SENT TO THE BANK) AND THE PAY HISTORY (NET POSTED) -
      *    SHOWS THEM SIDE BY SIDE, AND FLAGS ANY OUT-OF-BALANCE
      *    CONDITION TO THE EXCEPTION LOG WITH THE DIFFERENCE.
      *    ONLY THE PERIOD'S OWN HISTORY ROWS ARE READ, THROUGH THE
      *    PAY-PERIOD KEY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HIST-FILE
           ASSIGN TO "PRACTICALS/PAYHIST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-PAY-PERIOD WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-PAY-DATE WITH DUPLICATES
           FILE STATUS IS HIST-STATUS.

       DATA DIVISION.
       SUM-PAY-HISTORY.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS = "00"
               MOVE WS-PERIOD-IN TO HIST-PAY-PERIOD
               START HIST-FILE KEY IS EQUAL TO HIST-PAY-PERIOD
                   INVALID KEY
                       CONTINUE
               END-START
               PERFORM UNTIL HIST-STATUS NOT = "00"
                   AND HIST-STATUS NOT = "02"
                   READ HIST-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HIST-PAY-PERIOD = WS-PERIOD-IN
                               ADD HIST-NET-PAY TO WS-HIST-NET
                           ELSE
                               MOVE "10" TO HIST-STATUS
                           END-IF
                   END-READ
               END-PERFORM
