           05 EM-FILING-STATUS PIC X(1).
           05 EM-RISK-CLASS PIC X(4).
           05 EM-SUPERVISOR PIC X(8).
           05 EM-PAY-TYPE PIC X(1).
           05 EM-COMPANY PIC X(4).
           05 EM-WORK-LOCATION PIC X(4).
