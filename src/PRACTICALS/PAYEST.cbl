           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT RATES-FILE
           ASSIGN TO "PRACTICALS/PAYRATES.DAT"
           05 ENROL-EMP-ID PIC X(8).
           05 ENROL-FILLER PIC X(1).
           05 ENROL-DED-CODE PIC X(4).
           05 ENROL-FILLER-2 PIC X(1).
           05 ENROL-EFF-DATE PIC 9(8).
           05 ENROL-FILLER-3 PIC X(1).
           05 ENROL-END-DATE PIC 9(8).

       FD  LOAN-FILE.
       01  LOAN-REC.
                           CONTINUE
                       NOT AT END
                           IF ENROL-EMP-ID = WS-EST-EMP-ID
                               AND (ENROL-EFF-DATE NOT NUMERIC
                                   OR ENROL-EFF-DATE <= WS-TODAY)
                               AND (ENROL-END-DATE NOT NUMERIC
                                   OR ENROL-END-DATE = 0
                                   OR ENROL-END-DATE >= WS-TODAY)
                               PERFORM ESTIMATE-ONE-DEDUCTION
                           END-IF
                   END-READ
