           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-PAY-PERIOD WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-PAY-DATE WITH DUPLICATES
           FILE STATUS IS OUT-STATUS.
       SELECT SEQ-OUT-FILE
           ASSIGN TO DYNAMIC WS-SEQ-OUT-NAME
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE GEN-IN-REC (1:208) TO HIST-REC
                           WRITE HIST-REC
                               INVALID KEY
                                   DISPLAY "DUPLICATE KEY SKIPPED: "
