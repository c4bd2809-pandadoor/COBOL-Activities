           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-PAY-PERIOD WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-PAY-DATE WITH DUPLICATES
           FILE STATUS IS IN-STATUS.
       SELECT SEQ-IN-FILE
           ASSIGN TO DYNAMIC WS-SEQ-IN-NAME
                           CONTINUE
                       NOT AT END
                           MOVE SPACES TO GEN-OUT-REC
                           MOVE HIST-REC TO GEN-OUT-REC (1:208)
                           WRITE GEN-OUT-REC
                           ADD 1 TO WS-COPY-COUNT
                   END-READ
