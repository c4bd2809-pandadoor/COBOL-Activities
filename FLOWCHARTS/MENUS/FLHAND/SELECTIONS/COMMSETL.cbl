       01  OUT-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  OUT-COUNT PIC ZZZZ9.

       01  JH-PARMS.
           COPY JHPARM.

       LINKAGE SECTION.
       01  LK-PARM PIC X(6).
       01  LK-STATUS PIC X(2).
           MOVE 'P' TO WS-ROUTE.
           PERFORM LOAD-XREF-TABLE.
           PERFORM SETTLE-ONE-MONTH.
           MOVE 'C' TO JH-FUNCTION.
           MOVE WS-SELECTED TO JH-COUNT-IN.
           MOVE WS-SM-COUNT TO JH-COUNT-OUT.
           CALL "RUNHIST" USING JH-PARMS.
           MOVE WS-SETTLE-STATUS TO LK-STATUS.
           GOBACK.

