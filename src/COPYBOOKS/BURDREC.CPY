           05 BA-PERIOD PIC X(6).
           05 BA-FILLER-1 PIC X(1).
           05 BA-TYPE PIC X(1).
           05 BA-FILLER-2 PIC X(1).
           05 BA-KEY PIC X(8).
           05 BA-FILLER-3 PIC X(1).
           05 BA-WAGES PIC 9(9)V99.
           05 BA-FILLER-4 PIC X(1).
           05 BA-ER-TAX PIC 9(9)V99.
           05 BA-FILLER-5 PIC X(1).
           05 BA-RETIRE PIC 9(9)V99.
           05 BA-FILLER-6 PIC X(1).
           05 BA-BENEFIT PIC 9(9)V99.
           05 BA-FILLER-7 PIC X(1).
           05 BA-WCOMP PIC 9(9)V99.
           05 BA-FILLER-8 PIC X(1).
           05 BA-BURDEN PIC 9(9)V99.
           05 BA-FILLER-9 PIC X(1).
           05 BA-RUN-DATE PIC 9(8).
