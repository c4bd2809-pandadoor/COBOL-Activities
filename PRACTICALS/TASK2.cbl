           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
           SELECT DECLINE-FILE
           ASSIGN TO "PRACTICALS/LOANDECL.DAT"
