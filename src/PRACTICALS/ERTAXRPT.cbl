      *    DOWN PER EMPLOYEE WITH THE TAXED WAGES ALONGSIDE, AND
      *    PRINTS THE CONTROL TOTALS THE FILING IS MADE FROM.
      *    VOIDED ROWS ARE SKIPPED; REVERSAL AND RETRO ROWS NET
      *    THEMSELVES OUT THROUGH THEIR SIGNED AMOUNTS. THE HISTORY
      *    IS READ ON THE PAY-DATE KEY FROM THE FIRST DAY OF THE
      *    QUARTER TO THE LAST, NOT FROM THE TOP OF THE FILE.
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
       01  WS-REC-YEAR PIC 9(4).
       01  WS-REC-MD PIC 9(4).
       01  WS-REC-MONTH PIC 9(2).
       01  WS-DATE-LO PIC 9(8).
       01  WS-DATE-HI PIC 9(8).

       01  WS-EMP-COUNT PIC 9(3) VALUE 0.
       01  WS-EMP-TABLE.
           END-IF.
           COMPUTE WS-MONTH-LO = (WS-QTR-IN - 1) * 3 + 1.
           COMPUTE WS-MONTH-HI = WS-QTR-IN * 3.
           COMPUTE WS-DATE-LO = WS-YEAR-IN * 10000
               + WS-MONTH-LO * 100 + 1.
           COMPUTE WS-DATE-HI = WS-YEAR-IN * 10000
               + WS-MONTH-HI * 100 + 31.

           PERFORM ACCUMULATE-QUARTER.
           IF WS-EMP-COUNT = 0
           IF HIST-STATUS NOT = "00"
               DISPLAY "NO PAY HISTORY FILE ON HAND."
           ELSE
               MOVE WS-DATE-LO TO HIST-PAY-DATE
               START HIST-FILE KEY IS NOT LESS THAN HIST-PAY-DATE
                   INVALID KEY
                       CONTINUE
               END-START
               PERFORM UNTIL HIST-STATUS NOT = "00"
                   AND HIST-STATUS NOT = "02"
                   READ HIST-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HIST-PAY-DATE > WS-DATE-HI
                               MOVE "10" TO HIST-STATUS
                           ELSE
                               PERFORM CONSIDER-ONE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
