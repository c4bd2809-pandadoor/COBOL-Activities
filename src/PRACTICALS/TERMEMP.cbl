           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT WS-TAXBRKT-FILE
           ASSIGN TO "PRACTICALS/TAXBRKT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-PAY-PERIOD WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-PAY-DATE WITH DUPLICATES
           FILE STATUS IS WS-HISTORY-STATUS.
       SELECT WS-AUDIT-FILE
           ASSIGN TO "PRACTICALS/AUDIT.DAT"
           05 ENROL-EMP-ID PIC X(8).
           05 ENROL-FILLER PIC X(1).
           05 ENROL-DED-CODE PIC X(4).
           05 ENROL-FILLER-2 PIC X(1).
           05 ENROL-EFF-DATE PIC 9(8).
           05 ENROL-FILLER-3 PIC X(1).
           05 ENROL-END-DATE PIC 9(8).

       FD  WS-HISTORY-FILE.
       01  WS-HISTORY-REC.
           05 WS-ENR-ENTRY OCCURS 200 TIMES.
               10 WS-ENR-EMP PIC X(8).
               10 WS-ENR-CODE PIC X(4).
               10 WS-ENR-EFF PIC 9(8).
               10 WS-ENR-END PIC 9(8).
       01  WS-ENR-IDX PIC 9(3).
       01  WS-ENR-DROPPED PIC 9(3) VALUE 0.

       01  OUT-HOURS PIC ZZ9.99.
       01  OUT-RATE PIC ZZ,ZZ9.99.

       01  LTR-TYPE PIC X(4).
       01  LTR-EMP-ID PIC X(8).
       01  LTR-EFF-DATE PIC 9(8).
       01  LTR-OLD PIC X(13).
       01  LTR-NEW PIC X(13).
       01  LTR-AMT PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           PERFORM DROP-DEDUCTION-ENROLLMENTS.
           PERFORM POST-FINAL-PAY.
           PERFORM MARK-MASTER-TERMINATED.
           MOVE "TERM" TO LTR-TYPE.
           MOVE WS-TERM-EMP-ID TO LTR-EMP-ID.
           MOVE WS-TERM-DATE TO LTR-EFF-DATE.
           MOVE SPACES TO LTR-OLD.
           MOVE WS-TERM-REASON TO LTR-NEW.
           CALL "LTRQUE" USING LTR-TYPE LTR-EMP-ID LTR-EFF-DATE
               LTR-OLD LTR-NEW.
           DISPLAY "TERMINATION POSTED FOR " WS-TERM-EMP-ID ".".

      *    THE RATE IN FORCE ON THE TERMINATION DATE: NEWEST RATE-
                                   WS-ENR-EMP (WS-ENR-COUNT)
                               MOVE ENROL-DED-CODE TO
                                   WS-ENR-CODE (WS-ENR-COUNT)
                               PERFORM STORE-ENROLLMENT-DATES
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE SPACES TO WS-DEDENROL-REC
                   MOVE WS-ENR-EMP (WS-ENR-IDX) TO ENROL-EMP-ID
                   MOVE WS-ENR-CODE (WS-ENR-IDX) TO ENROL-DED-CODE
                   MOVE WS-ENR-EFF (WS-ENR-IDX) TO ENROL-EFF-DATE
                   MOVE WS-ENR-END (WS-ENR-IDX) TO ENROL-END-DATE
                   WRITE WS-DEDENROL-REC
               END-IF
           END-PERFORM.
                   WS-ENR-DROPPED
           END-IF.

       STORE-ENROLLMENT-DATES.
           IF ENROL-EFF-DATE IS NUMERIC
               MOVE ENROL-EFF-DATE TO WS-ENR-EFF (WS-ENR-COUNT)
           ELSE
               MOVE 0 TO WS-ENR-EFF (WS-ENR-COUNT)
           END-IF.
           IF ENROL-END-DATE IS NUMERIC
               MOVE ENROL-END-DATE TO WS-ENR-END (WS-ENR-COUNT)
           ELSE
               MOVE 0 TO WS-ENR-END (WS-ENR-COUNT)
           END-IF.

       POST-FINAL-PAY.
           MOVE SPACES TO WS-HISTORY-REC.
           MOVE WS-TERM-EMP-ID TO HIST-EMP-ID.
           MOVE ZERO TO HIST-RET-EE.
           MOVE ZERO TO HIST-RET-ER.
           MOVE ZERO TO HIST-HOLIDAY-PAY.
           MOVE ZERO TO HIST-SALARY-PAY.
           OPEN I-O WS-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "05" OR WS-HISTORY-STATUS = "35"
               OPEN OUTPUT WS-HISTORY-FILE
