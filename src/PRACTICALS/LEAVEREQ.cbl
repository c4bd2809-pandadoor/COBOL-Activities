           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.

       DATA DIVISION.
       01  WS-NEW-HOURS PIC 9(3)V99.
       01  WS-REQ-SUPER PIC X(8).

       01  LTR-TYPE PIC X(4).
       01  LTR-EMP-ID PIC X(8).
       01  LTR-EFF-DATE PIC 9(8).
       01  LTR-OLD PIC X(13).
       01  LTR-NEW PIC X(13).
       01  LTR-AMT PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           MOVE 'A' TO WS-RQ-STA (WS-PICK).
           MOVE WS-APPROVER TO WS-RQ-DECIDER (WS-PICK).
           MOVE WS-TODAY TO WS-RQ-DEC-DATE (WS-PICK).
           MOVE "LEAV" TO LTR-TYPE.
           MOVE WS-RQ-EMP (WS-PICK) TO LTR-EMP-ID.
           MOVE WS-RQ-START (WS-PICK) TO LTR-EFF-DATE.
           MOVE WS-RQ-TYPE (WS-PICK) TO LTR-OLD.
           MOVE WS-RQ-HOURS (WS-PICK) TO LTR-AMT.
           MOVE LTR-AMT TO LTR-NEW.
           CALL "LTRQUE" USING LTR-TYPE LTR-EMP-ID LTR-EFF-DATE
               LTR-OLD LTR-NEW.
           DISPLAY "REQUEST APPROVED AND POSTED TO LEAVE TAKEN.".

       LIST-REQUESTS.
