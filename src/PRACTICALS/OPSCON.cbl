      *    CURRENT PAY RUN STATUS, THE NIGHTLY CHAIN'S CHECKPOINT,
      *    PENDING OVERTIME APPROVALS, OPEN REJECT ROWS ON BOTH
      *    REJECT FILES, UNACKNOWLEDGED EXCEPTION LOG ENTRIES, THE
      *    LAST BACKUP GENERATION, UNSENT BANK TRANSMISSIONS, AND
      *    BATCH STEPS OR STREAMS THAT MISSED THEIR COMPLETION
      *    DEADLINE YESTERDAY OR TODAY ACCORDING TO RUNHIST.DAT.
      *    ANYTHING THAT NEEDS ATTENTION IS FLAGGED WITH ">>>".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ASSIGN TO "PRACTICALS/XMITCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS XMITCTL-STATUS.
       SELECT RUNHIST-FILE
           ASSIGN TO "PRACTICALS/RUNHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 RUN-ACH-DONE PIC X(1).
           05 RUN-FILLER-4 PIC X(1).
           05 RUN-CHK-DONE PIC X(1).
           05 RUN-FILLER-5 PIC X(1).
           05 RUN-TYPE PIC X(1).

       FD  RESTART-FILE.
       01  RESTART-REC.
           05 XC-FILLER-7 PIC X(1).
           05 XC-ACK PIC X(1).

       FD  RUNHIST-FILE.
       01  RUNHIST-REC.
           05 HS-STREAM PIC X(8).
           05 HS-FILLER-1 PIC X(1).
           05 HS-STEP PIC 9(2).
           05 HS-FILLER-2 PIC X(1).
           05 HS-PROGRAM PIC X(20).
           05 HS-FILLER-3 PIC X(1).
           05 HS-RUN-DATE PIC 9(8).
           05 HS-FILLER-4 PIC X(71).
           05 HS-LATE PIC X(1).

       WORKING-STORAGE SECTION.
       01  PAYRUN-STATUS PIC XX.
       01  RESTART-STATUS PIC XX.
       01  EXCEPTION-STATUS PIC XX.
       01  BACKCAT-STATUS PIC XX.
       01  XMITCTL-STATUS PIC XX.
       01  RUNHIST-STATUS PIC XX.
       01  WS-ANSWER PIC X(10).
       01  WS-TODAY PIC 9(8).

       01  WS-EXC-NEW PIC 9(5) VALUE 0.
       01  WS-XMIT-UNSENT PIC 9(5) VALUE 0.
       01  WS-XMIT-UNACK PIC 9(5) VALUE 0.
       01  WS-LATE-RUNS PIC 9(5) VALUE 0.
       01  WS-LATE-STREAM PIC X(8).
       01  WS-LATE-STEP PIC 9(2).
       01  WS-LATE-PROGRAM PIC X(20).

       01  WS-LAST-GEN PIC 9(4) VALUE 0.
       01  WS-LAST-GEN-DATE PIC 9(8) VALUE 0.
           PERFORM COUNT-NEW-EXCEPTIONS.
           PERFORM GATHER-BACKUP-STATE.
           PERFORM COUNT-UNSENT-XMIT.
           PERFORM GATHER-LATE-RUNS.
           PERFORM SHOW-CONSOLE.
           DISPLAY " ".
           DISPLAY "R TO REFRESH, ANYTHING ELSE TO EXIT: "
           GOBACK.

      *    THE LAST ROW ON PAYRUN.DAT IS THE CURRENT RUN - PAYRUNCT
      *    APPENDS A ROW PER STATUS CHANGE. OFF-CYCLE BONUS RUNS
      *    (RUN TYPE 'B') ARE NOT THE CURRENT RUN AND ARE PASSED.
       GATHER-PAYRUN-STATE.
           MOVE 'N' TO WS-RUN-SEEN.
           OPEN INPUT PAYRUN-FILE.
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RUN-TYPE NOT = 'B'
                               MOVE 'Y' TO WS-RUN-SEEN
                               MOVE RUN-PERIOD TO WS-LAST-PERIOD
                               MOVE RUN-STATUS TO WS-LAST-RUN-STATUS
                               MOVE RUN-STATUS-DATE TO WS-LAST-RUN-DATE
                               MOVE RUN-ACH-DONE TO WS-LAST-ACH
                               MOVE RUN-CHK-DONE TO WS-LAST-CHK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYRUN-FILE
               CLOSE XMITCTL-FILE
           END-IF.

      *    RUNHIST MARKS A STEP ROW, OR THE STEP-00 STREAM ROW, LATE
      *    WHEN IT ENDED PAST ITS DEADLINE; RUNS DATED YESTERDAY OR
      *    TODAY ARE THE ONES STILL WORTH AN OPERATOR'S ATTENTION.
       GATHER-LATE-RUNS.
           MOVE 0 TO WS-LATE-RUNS.
           OPEN INPUT RUNHIST-FILE.
           IF RUNHIST-STATUS = "00"
               PERFORM UNTIL RUNHIST-STATUS NOT = "00"
                   READ RUNHIST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HS-LATE = 'Y'
                               AND HS-RUN-DATE IS NUMERIC
                               PERFORM CONSIDER-LATE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNHIST-FILE
           END-IF.

       CONSIDER-LATE-RUN.
           MOVE 'D' TO WS-DU-FUNCTION.
           MOVE WS-TODAY TO WS-DU-DATE-1.
           MOVE HS-RUN-DATE TO WS-DU-DATE-2.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-RESULT WS-DU-FLAG.
           IF WS-DU-FLAG = 'Y' AND WS-DU-RESULT <= 1
               ADD 1 TO WS-LATE-RUNS
               MOVE HS-STREAM TO WS-LATE-STREAM
               MOVE HS-STEP TO WS-LATE-STEP
               MOVE HS-PROGRAM TO WS-LATE-PROGRAM
           END-IF.

       SHOW-CONSOLE.
           DISPLAY "__________________________________________________".
           DISPLAY "        OPERATIONS STATUS CONSOLE  " WS-TODAY.
               DISPLAY ">>> BANK FILES SENT, NO ACKNOWLEDGEMENT: "
                   WS-XMIT-UNACK
           END-IF.
           IF WS-LATE-RUNS > 0
               DISPLAY ">>> LATE BATCH STEPS/STREAMS: " WS-LATE-RUNS
                   " (LAST " FUNCTION TRIM(WS-LATE-STREAM) " STEP "
                   WS-LATE-STEP " " FUNCTION TRIM(WS-LATE-PROGRAM)
                   ")"
           ELSE
               DISPLAY "BATCH DEADLINES: ALL MET."
           END-IF.
       END PROGRAM OPSCON.
