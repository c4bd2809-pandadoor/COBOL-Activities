           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT RATEMAST-FILE
           ASSIGN TO "PRACTICALS/RATEMAST.DAT"
       01  EXC-LOG-CONTEXT PIC X(20).
       01  EXC-LOG-REASON PIC X(40).

       01  JH-PARMS.
           COPY JHPARM.

       LINKAGE SECTION.
       01  LK-PARM PIC X(6).
       01  LK-STATUS PIC X(2).
           END-IF.
           MOVE LK-PARM TO WS-MONTH-IN.
           PERFORM ACCRUE-ONE-MONTH.
           MOVE 'C' TO JH-FUNCTION.
           MOVE WS-DEPT-COUNT TO JH-COUNT-IN.
           MOVE WS-DEPT-COUNT TO JH-COUNT-OUT.
           CALL "RUNHIST" USING JH-PARMS.
           MOVE WS-ACCRUE-STATUS TO LK-STATUS.
           GOBACK.

