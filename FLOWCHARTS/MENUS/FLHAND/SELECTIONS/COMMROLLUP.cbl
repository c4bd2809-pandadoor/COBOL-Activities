       01  WS-RPT-LPP PIC 9(3) VALUE 20.
       01  WS-ROLLUP-STATUS PIC X(2).

       01  JH-PARMS.
           COPY JHPARM.

       LINKAGE SECTION.
       01  LK-PARM PIC X(6).
       01  LK-STATUS PIC X(2).
       ENTRY "COMMROLLUP-BATCH" USING LK-PARM LK-STATUS.
           MOVE 'N' TO WS-CSV-WANTED.
           PERFORM ROLLUP-MAIN.
           MOVE 'C' TO JH-FUNCTION.
           MOVE WS-GRAND-TXNS TO JH-COUNT-IN.
           MOVE WS-GRAND-TXNS TO JH-COUNT-OUT.
           CALL "RUNHIST" USING JH-PARMS.
           MOVE WS-ROLLUP-STATUS TO LK-STATUS.
           GOBACK.

