           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.

       DATA DIVISION.
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  LTR-TYPE PIC X(4).
       01  LTR-EMP-ID PIC X(8).
       01  LTR-EFF-DATE PIC 9(8).
       01  LTR-OLD PIC X(13).
       01  LTR-NEW PIC X(13).
       01  LTR-AMT PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           MOVE WS-DEPT-IN TO EM-DEPT-CODE.
           REWRITE EM-MASTER-REC.
           CLOSE EM-MASTER-FILE.
           MOVE "XFER" TO LTR-TYPE.
           MOVE WS-EMP-IN TO LTR-EMP-ID.
           MOVE WS-EFF-IN TO LTR-EFF-DATE.
           MOVE WS-OLD-DEPT TO LTR-OLD.
           MOVE WS-DEPT-IN TO LTR-NEW.
           CALL "LTRQUE" USING LTR-TYPE LTR-EMP-ID LTR-EFF-DATE
               LTR-OLD LTR-NEW.
           DISPLAY "TRANSFER RECORDED: " WS-OLD-DEPT " TO "
               WS-DEPT-IN " EFFECTIVE " WS-EFF-IN ".".
           ACCEPT OMITTED.
