           05 HIST-RET-ER PIC S9(7)V99.
           05 HIST-FILLER-7 PIC X(1).
           05 HIST-HOLIDAY-PAY PIC 9(7)V99.
           05 HIST-FILLER-8 PIC X(1).
           05 HIST-SALARY-PAY PIC S9(7)V99.
           05 HIST-FILLER-9 PIC X(1).
           05 HIST-RUN-TYPE PIC X(1).
           05 HIST-FILLER-10 PIC X(1).
           05 HIST-STRAIGHT-HRS PIC 9(3)V99.
           05 HIST-OT-HRS PIC 9(3)V99.
           05 HIST-DT-HRS PIC 9(3)V99.
           05 HIST-DT-PAY PIC S9(7)V99.
           05 HIST-FILLER-11 PIC X(1).
           05 HIST-PIECE-PAY PIC 9(7)V99.
           05 HIST-MIN-TOPUP PIC 9(7)V99.
           05 HIST-FILLER-12 PIC X(1).
           05 HIST-COMPANY PIC X(4).
           05 HIST-FILLER-13 PIC X(1).
           05 HIST-LOCAL-TAX PIC S9(7)V99.
           05 HIST-LOCATION PIC X(4).
