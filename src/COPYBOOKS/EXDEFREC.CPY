           05 ED-NAME PIC X(8).
           05 ED-FILLER-1 PIC X(1).
           05 ED-SOURCE PIC X(1).
           05 ED-FILLER-2 PIC X(1).
           05 ED-PERIOD-FROM PIC X(6).
           05 ED-FILLER-3 PIC X(1).
           05 ED-PERIOD-TO PIC X(6).
           05 ED-FILLER-4 PIC X(1).
           05 ED-FIELD-LIST.
               10 ED-FIELD PIC 9(2) OCCURS 8 TIMES.
           05 ED-FILLER-5 PIC X(1).
           05 ED-CRITERIA.
               10 ED-CRIT OCCURS 3 TIMES.
                   15 ED-CRIT-FIELD PIC 9(2).
                   15 ED-CRIT-OP PIC X(2).
                   15 ED-CRIT-VALUE PIC X(20).
           05 ED-FILLER-6 PIC X(1).
           05 ED-SORT-FIELD PIC 9(2).
           05 ED-SORT-DIR PIC X(1).
           05 ED-FILLER-7 PIC X(1).
           05 ED-OUTPUT PIC X(1).
           05 ED-FILLER-8 PIC X(1).
           05 ED-ROLE PIC X(10).
           05 ED-FILLER-9 PIC X(1).
           05 ED-OWNER PIC X(10).
           05 ED-FILLER-10 PIC X(1).
           05 ED-SAVED-DATE PIC 9(8).
