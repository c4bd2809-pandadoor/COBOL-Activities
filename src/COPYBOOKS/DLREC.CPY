           05 DL-REPORT PIC X(20).
           05 DL-FILLER-1 PIC X(1).
           05 DL-DEPT PIC X(4).
           05 DL-FILLER-2 PIC X(1).
           05 DL-OPERATOR PIC X(10).
