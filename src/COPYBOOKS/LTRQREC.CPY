           05 LQ-TYPE PIC X(4).
           05 LQ-FILLER-1 PIC X(1).
           05 LQ-EMP-ID PIC X(8).
           05 LQ-FILLER-2 PIC X(1).
           05 LQ-TXN-DATE PIC 9(8).
           05 LQ-FILLER-3 PIC X(1).
           05 LQ-EFF-DATE PIC 9(8).
           05 LQ-FILLER-4 PIC X(1).
           05 LQ-OLD PIC X(13).
           05 LQ-FILLER-5 PIC X(1).
           05 LQ-NEW PIC X(13).
           05 LQ-FILLER-6 PIC X(1).
           05 LQ-OPERATOR PIC X(10).
