           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-PAY-PERIOD WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-PAY-DATE WITH DUPLICATES
           FILE STATUS IS HIST-STATUS.
       SELECT JOURNAL-FILE
           ASSIGN TO "PRACTICALS/EMPJRNL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT ACCTPER-FILE
           ASSIGN TO "PRACTICALS/ACCTPER.DAT"
           MOVE ZERO TO HIST-RET-EE.
           MOVE ZERO TO HIST-RET-ER.
           MOVE ZERO TO HIST-HOLIDAY-PAY.
           MOVE ZERO TO HIST-SALARY-PAY.
           OPEN I-O HIST-FILE.
           IF HIST-STATUS = "05" OR HIST-STATUS = "35"
               OPEN OUTPUT HIST-FILE
