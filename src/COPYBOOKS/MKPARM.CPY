           05 MK-FUNCTION PIC X(1).
           05 MK-VALUE PIC X(30).
           05 MK-MASKED PIC X(30).
           05 MK-FULL-VIEW PIC X(1).
