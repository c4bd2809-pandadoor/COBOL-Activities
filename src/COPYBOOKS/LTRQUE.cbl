       IDENTIFICATION DIVISION.
       PROGRAM-ID. LTRQUE.
      *    SHARED EMPLOYEE-LETTER TRIGGER, CALLED LIKE EXCLOG. EACH
      *    PROGRAM THAT COMMITS A TRANSACTION THE EMPLOYEE MUST BE
      *    TOLD ABOUT (RATE OR SALARY CHANGE, TRANSFER, APPROVED
      *    LEAVE, TERMINATION) CALLS IT WITH THE LETTER TYPE, THE
      *    EMPLOYEE, THE EFFECTIVE DATE AND THE OLD AND NEW VALUES AS
      *    THEY SHOULD READ IN THE LETTER. THE ROW LANDS ON
      *    LETTRQ.DAT DATED TODAY WITH THE SIGNED-ON OPERATOR, AND
      *    THE LETTERS RUN PICKS UP A DAY'S ROWS FROM THERE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LTRQ-FILE
               ASSIGN TO "PRACTICALS/LETTRQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LTRQ-STATUS.
           SELECT SESSION-FILE
               ASSIGN TO "SELDATA/SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SESSION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LTRQ-FILE.
       01  LTRQ-REC.
           COPY LTRQREC.

       FD  SESSION-FILE.
       01  SESSION-REC.
           05 SESSION-OPERATOR PIC X(10).

       WORKING-STORAGE SECTION.
       01  LTRQ-STATUS PIC XX.
       01  SESSION-STATUS PIC XX.

       LINKAGE SECTION.
       01  LK-TYPE PIC X(4).
       01  LK-EMP-ID PIC X(8).
       01  LK-EFF-DATE PIC 9(8).
       01  LK-OLD PIC X(13).
       01  LK-NEW PIC X(13).

       PROCEDURE DIVISION USING LK-TYPE LK-EMP-ID LK-EFF-DATE
           LK-OLD LK-NEW.
       LTRQUE-MAIN.
           MOVE SPACES TO LTRQ-REC.
           MOVE LK-TYPE TO LQ-TYPE.
           MOVE LK-EMP-ID TO LQ-EMP-ID.
           ACCEPT LQ-TXN-DATE FROM DATE YYYYMMDD.
           MOVE LK-EFF-DATE TO LQ-EFF-DATE.
           MOVE LK-OLD TO LQ-OLD.
           MOVE LK-NEW TO LQ-NEW.
           MOVE "CONSOLE" TO LQ-OPERATOR.
           OPEN INPUT SESSION-FILE.
           IF SESSION-STATUS = "00"
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SESSION-OPERATOR NOT = SPACES
                           MOVE SESSION-OPERATOR TO LQ-OPERATOR
                       END-IF
               END-READ
               CLOSE SESSION-FILE
           END-IF.
           OPEN EXTEND LTRQ-FILE.
           IF LTRQ-STATUS = "05" OR LTRQ-STATUS = "35"
               OPEN OUTPUT LTRQ-FILE
           END-IF.
           WRITE LTRQ-REC.
           CLOSE LTRQ-FILE.
           GOBACK.
       END PROGRAM LTRQUE.
