           "EMP-ID    TYPE   BALANCE HOURS".
       01  WS-RPT-LPP PIC 9(3) VALUE 20.

       01  JH-PARMS.
           COPY JHPARM.

       LINKAGE SECTION.
       01  LK-PARM PIC X(6).
       01  LK-STATUS PIC X(2).
      *    THE STEP.
       ENTRY "LEAVEMNT-BATCH" USING LK-PARM LK-STATUS.
           PERFORM CARRYOVER-RUN.
           MOVE 'C' TO JH-FUNCTION.
           MOVE WS-LBL-COUNT TO JH-COUNT-IN.
           MOVE WS-CAPPED TO JH-COUNT-OUT.
           CALL "RUNHIST" USING JH-PARMS.
           IF WS-LBL-OVERFLOW = 'Y'
               MOVE "ER" TO LK-STATUS
           ELSE
