           05 LH-TYPE PIC X(1).
           05 LH-FILLER-1 PIC X(1).
           05 LH-KEY PIC X(14).
           05 LH-FILLER-2 PIC X(1).
           05 LH-MATTER PIC X(20).
           05 LH-FILLER-3 PIC X(1).
           05 LH-PLACED-BY PIC X(10).
           05 LH-FILLER-4 PIC X(1).
           05 LH-PLACED-DATE PIC 9(8).
           05 LH-FILLER-5 PIC X(1).
           05 LH-RELEASE-DATE PIC 9(8).
           05 LH-FILLER-6 PIC X(1).
           05 LH-RELEASED-BY PIC X(10).
