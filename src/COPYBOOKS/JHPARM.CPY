           05 JH-FUNCTION PIC X(1).
           05 JH-CALLER PIC X(10).
           05 JH-STREAM PIC X(8).
           05 JH-STEP PIC 9(2).
           05 JH-PROGRAM PIC X(20).
           05 JH-STATUS PIC X(2).
           05 JH-COUNT-IN PIC 9(9).
           05 JH-COUNT-OUT PIC 9(9).
           05 JH-LATE PIC X(1).
