           05 CR-ORDER-NO PIC 9(6).
           05 CR-DATE PIC 9(8).
           05 CR-LINE-COUNT PIC 9(2).
           05 CR-LINE OCCURS 20 TIMES.
               10 CR-LN-PROD PIC X(6).
               10 CR-LN-QTY PIC 9(5).
               10 CR-LN-AMT PIC 9(11)V99.
           05 CR-SPLIT OCCURS 4 TIMES.
               10 CR-SP-SNUM PIC 9(14).
               10 CR-SP-NAME PIC X(20).
               10 CR-SP-PCT PIC 9(3).
           05 CR-TIER-SALES PIC 9(11)V99.
           05 CR-RULE-SALES PIC 9(11)V99.
           05 CR-RULE-COMM PIC 9(11)V99.
           05 CR-SPIFF-PAID PIC 9(11)V99.
