           05 CO-CODE PIC X(4).
           05 CO-FILLER-1 PIC X(1).
           05 CO-NAME PIC X(23).
           05 CO-FILLER-2 PIC X(1).
           05 CO-ACH-ORIG-ID PIC X(10).
           05 CO-FILLER-3 PIC X(1).
           05 CO-BANK-DFI PIC X(8).
           05 CO-FILLER-4 PIC X(1).
           05 CO-BANK-ACCOUNT PIC X(17).
           05 CO-FILLER-5 PIC X(1).
           05 CO-GL-SEGMENT PIC X(4).
           05 CO-FILLER-6 PIC X(1).
           05 CO-TAX-ID PIC X(9).
