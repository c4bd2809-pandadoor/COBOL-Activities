       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  JH-PARMS.
           COPY JHPARM.

       LINKAGE SECTION.
       01  LK-YEAR PIC 9(4).
       01  LK-FREQ PIC X(1).
               MOVE 'W' TO WS-FREQ
           END-IF.
           PERFORM BUILD-PAY-CALENDAR.
           MOVE 'C' TO JH-FUNCTION.
           MOVE 0 TO JH-COUNT-IN.
           EVALUATE WS-FREQ
            WHEN 'B'
               MOVE 26 TO JH-COUNT-OUT
            WHEN 'S'
               MOVE 24 TO JH-COUNT-OUT
            WHEN 'M'
               MOVE 12 TO JH-COUNT-OUT
            WHEN OTHER
               MOVE 52 TO JH-COUNT-OUT
           END-EVALUATE.
           CALL "RUNHIST" USING JH-PARMS.
           MOVE WS-PAYCAL-STATUS TO LK-STATUS.
           GOBACK.

