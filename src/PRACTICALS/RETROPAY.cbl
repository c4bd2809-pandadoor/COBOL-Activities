           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-PAY-PERIOD WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-PAY-DATE WITH DUPLICATES
           FILE STATUS IS WS-HISTORY-STATUS.
       SELECT WS-RATEMAST-FILE
           ASSIGN TO "PRACTICALS/RATEMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS WS-EMPMAST-STATUS.
       SELECT WS-ACCTPER-FILE
           ASSIGN TO "PRACTICALS/ACCTPER.DAT"
           05 RM-EFF-DATE PIC 9(8).
           05 RM-FILLER-2 PIC X(1).
           05 RM-RATE PIC 9(5)V99.
           05 RM-FILLER-3 PIC X(1).
           05 RM-SALARY PIC 9(7)V99.
           05 RM-FILLER-4 PIC X(1).
           05 RM-SAL-BASIS PIC X(1).

       FD  WS-RATES-FILE.
       01  WS-RATES-REC.
       01  WS-EFF-DATE PIC 9(8).
       01  WS-TODAY PIC 9(8).
       01  WS-CUR-PERIOD PIC X(6).
       01  WS-WC-YEAR PIC 9(4).
       01  WS-WC-PROGRAM PIC X(10) VALUE "RETROPAY".
       01  WS-WC-FLAG PIC X(1).

       01  WS-OT-THRESHOLD PIC 9(3) VALUE 40.
       01  WS-OT-MULTIPLIER PIC 9V99 VALUE 1.50.
       01  WS-RATE-FOUND PIC X.
       01  WS-RATE-BEST-DATE PIC 9(8).
       01  WS-LOOKUP-DATE PIC 9(8).
       01  WS-OLD-SALARY PIC 9(7)V99.
       01  WS-SAL-BASIS PIC X(1).
       01  WS-SAL-BEST-DATE PIC 9(8).

       01  WS-WEEK-HOURS PIC 9(5)V99.
       01  WS-WEEK-OT-HOURS PIC 9(5)V99.

      *    THE RATE IN FORCE ON A GIVEN DATE: NEWEST RATE-MASTER ROW
      *    DATED ON OR BEFORE IT, FALLING BACK TO THE RATE ON THE
      *    EMPLOYEE RECORD WHEN NO ROW EXISTS. THE SALARY AND BASIS
      *    IN FORCE COME FROM THE NEWEST ROW THAT CARRIES A SALARY.
       LOOKUP-OLD-RATE.
           MOVE 'N' TO WS-RATE-FOUND.
           MOVE 0 TO WS-RATE-BEST-DATE.
           MOVE 0 TO WS-OLD-SALARY.
           MOVE SPACE TO WS-SAL-BASIS.
           MOVE 0 TO WS-SAL-BEST-DATE.
           MOVE WS-RATE-PER-HOUR TO WS-OLD-RATE.
           OPEN INPUT WS-RATEMAST-FILE.
           IF WS-RATEMAST-STATUS = "00"
                               MOVE RM-EFF-DATE TO WS-RATE-BEST-DATE
                               MOVE RM-RATE TO WS-OLD-RATE
                           END-IF
                           IF RM-EMP-ID = WS-RETRO-EMP-ID
                               AND RM-EFF-DATE IS NUMERIC
                               AND RM-EFF-DATE <= WS-LOOKUP-DATE
                               AND RM-EFF-DATE >= WS-SAL-BEST-DATE
                               AND RM-SALARY IS NUMERIC
                               AND RM-SALARY > 0
                               MOVE RM-EFF-DATE TO WS-SAL-BEST-DATE
                               MOVE RM-SALARY TO WS-OLD-SALARY
                               MOVE RM-SAL-BASIS TO WS-SAL-BASIS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WS-RATEMAST-FILE
           MOVE ZERO TO HIST-RET-EE.
           MOVE ZERO TO HIST-RET-ER.
           MOVE ZERO TO HIST-HOLIDAY-PAY.
           MOVE ZERO TO HIST-SALARY-PAY.
           OPEN I-O WS-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "05" OR WS-HISTORY-STATUS = "35"
               OPEN OUTPUT WS-HISTORY-FILE
           REWRITE WS-EMPLOYEES-REC.
           PERFORM WRITE-EMP-JOURNAL.

      *    THE NEW ROW CHANGES ONLY THE RATE; THE SALARY AND BASIS
      *    IN FORCE ON THE EFFECTIVE DATE ARE CARRIED ONTO IT.
           MOVE WS-EFF-DATE TO WS-LOOKUP-DATE.
           PERFORM LOOKUP-OLD-RATE.
           MOVE SPACES TO WS-RATEMAST-REC.
           MOVE WS-RETRO-EMP-ID TO RM-EMP-ID.
           MOVE WS-EFF-DATE TO RM-EFF-DATE.
           MOVE WS-NEW-RATE TO RM-RATE.
           MOVE WS-OLD-SALARY TO RM-SALARY.
           MOVE WS-SAL-BASIS TO RM-SAL-BASIS.
           OPEN EXTEND WS-RATEMAST-FILE.
           IF WS-RATEMAST-STATUS = "05" OR WS-RATEMAST-STATUS = "35"
               OPEN OUTPUT WS-RATEMAST-FILE
           DISPLAY "WEEKS RECALCULATED: " FUNCTION TRIM(OUT-COUNT).
           DISPLAY "RETRO ADJUSTMENT POSTED TO PERIOD "
               WS-CUR-PERIOD ": " FUNCTION TRIM(OUT-DELTA).
      *    THE ADJUSTMENT ROW IS WAGES OF THE YEAR IT IS DATED IN;
      *    IF THAT YEAR'S WAGE STATEMENTS ARE ALREADY OUT THEY NEED A
      *    CORRECTION.
           DIVIDE WS-TODAY BY 10000 GIVING WS-WC-YEAR.
           CALL "WAGECHK" USING WS-WC-YEAR WS-RETRO-EMP-ID
               WS-WC-PROGRAM WS-WC-FLAG.

       WRITE-EMP-JOURNAL.
           MOVE SPACES TO WS-JOURNAL-REC.
