           05 WN-YEAR PIC 9(4).
           05 WN-FILLER-1 PIC X(1).
           05 WN-EMP-ID PIC X(8).
           05 WN-FILLER-2 PIC X(1).
           05 WN-COMPANY PIC X(4).
           05 WN-FILLER-3 PIC X(1).
           05 WN-SSN PIC X(9).
           05 WN-FILLER-4 PIC X(1).
           05 WN-WAGES PIC 9(9)V99.
           05 WN-FILLER-5 PIC X(1).
           05 WN-FED-TAX PIC 9(9)V99.
           05 WN-FILLER-6 PIC X(1).
           05 WN-SS-WAGES PIC 9(9)V99.
           05 WN-FILLER-7 PIC X(1).
           05 WN-DEFERRAL PIC 9(9)V99.
           05 WN-FILLER-8 PIC X(1).
           05 WN-LOC-WAGES PIC 9(9)V99.
           05 WN-FILLER-9 PIC X(1).
           05 WN-LOC-TAX PIC 9(9)V99.
           05 WN-FILLER-10 PIC X(1).
           05 WN-LOCALITY PIC X(4).
           05 WN-FILLER-11 PIC X(1).
           05 WN-DATE PIC 9(8).
           05 WN-FILLER-12 PIC X(1).
           05 WN-NAME PIC X(15).
