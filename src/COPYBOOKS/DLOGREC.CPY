           05 DG-DATE PIC 9(8).
           05 DG-FILLER-1 PIC X(1).
           05 DG-TIME PIC 9(4).
           05 DG-FILLER-2 PIC X(1).
           05 DG-REPORT PIC X(20).
           05 DG-FILLER-3 PIC X(1).
           05 DG-DEPT PIC X(4).
           05 DG-FILLER-4 PIC X(1).
           05 DG-RECIPIENT PIC X(10).
           05 DG-FILLER-5 PIC X(1).
           05 DG-SEQ PIC 9(4).
           05 DG-FILLER-6 PIC X(1).
           05 DG-LINES PIC 9(5).
           05 DG-FILLER-7 PIC X(1).
           05 DG-SENT-BY PIC X(10).
