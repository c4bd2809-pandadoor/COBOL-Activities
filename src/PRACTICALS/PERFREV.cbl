       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFREV.
      *    PERFORMANCE REVIEW CYCLE TRACKING. EVERY ACTIVE EMPLOYEE
      *    IS DUE A PROBATIONARY REVIEW A SET NUMBER OF DAYS AFTER
      *    THE HIRE DATE (REVCFG.DAT, 90 DAYS WITHOUT ONE) AND AN
      *    ANNUAL REVIEW ON EACH ANNIVERSARY OF THE HIRE DATE.
      *    COMPLETED REVIEWS ARE KEPT ON PERFREV.DAT WITH THE RATING
      *    (1 UNSATISFACTORY TO 5 OUTSTANDING), THE REVIEW DATE, THE
      *    REVIEWER, AND THE DUE DATE THE REVIEW SATISFIES, SO THE
      *    NEXT DUE DATE FOLLOWS FROM WHAT IS ON FILE. THE OVERDUE
      *    REPORT LISTS LATE REVIEWS UNDER EACH SUPERVISOR AND ROLLS
      *    THE COUNTS UP THE EM-SUPERVISOR CHAIN; THE RATING
      *    DISTRIBUTION BY DEPARTMENT FEEDS THE CALIBRATION MEETING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EM-MASTER-FILE
           ASSIGN TO "PRACTICALS/EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT PERFREV-FILE
           ASSIGN TO "PRACTICALS/PERFREV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PERFREV-STATUS.
       SELECT REVCFG-FILE
           ASSIGN TO "PRACTICALS/REVCFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REVCFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.

       FD  PERFREV-FILE.
       01  PERFREV-REC.
           05 PR-EMP-ID PIC X(8).
           05 PR-FILLER-1 PIC X(1).
           05 PR-TYPE PIC X(1).
           05 PR-FILLER-2 PIC X(1).
           05 PR-DUE-DATE PIC 9(8).
           05 PR-FILLER-3 PIC X(1).
           05 PR-REVIEW-DATE PIC 9(8).
           05 PR-FILLER-4 PIC X(1).
           05 PR-RATING PIC 9(1).
           05 PR-FILLER-5 PIC X(1).
           05 PR-REVIEWER PIC X(8).

       FD  REVCFG-FILE.
       01  REVCFG-REC.
           05 RV-PROBATION-DAYS PIC 9(3).

       WORKING-STORAGE SECTION.
       01  EM-FILE-STATUS PIC XX.
       01  PERFREV-STATUS PIC XX.
       01  REVCFG-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-EOF PIC X.
       01  WS-TODAY PIC 9(8).
       01  WS-ASOF PIC 9(8).
       01  WS-DATE-IN PIC 9(8).
       01  WS-FROM-DATE PIC 9(8).
       01  WS-TO-DATE PIC 9(8).
       01  WS-EMP-IN PIC X(8).
       01  WS-TYPE-IN PIC X(1).
       01  WS-RATING-IN PIC 9(1).
       01  WS-REVIEWER-IN PIC X(8).
       01  WS-PROBATION-DAYS PIC 9(3).
       01  WS-DEPTH PIC 9(2).
       01  WS-IN-CHAIN PIC X.
       01  WS-NO-SUPER PIC 9(3).
       01  WS-OVERDUE PIC 9(3).
       01  WS-DAYS-LATE PIC 9(5).

      *    ACTIVE EMPLOYEES, WITH THE OVERDUE REVIEW (IF ANY) AND
      *    THE OVERDUE COUNTS FOR THE PEOPLE THEY SUPERVISE.
       01  WS-EMP-COUNT PIC 9(3) VALUE 0.
       01  WS-EMP-OVERFLOW PIC X VALUE 'N'.
       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 300 TIMES.
               10 WS-EMP-ID PIC X(8).
               10 WS-EMP-NAME PIC X(15).
               10 WS-EMP-DEPT PIC X(4).
               10 WS-EMP-SUPER PIC X(8).
               10 WS-EMP-HIRE PIC 9(8).
               10 WS-EMP-OD-TYPE PIC X(1).
               10 WS-EMP-OD-DUE PIC 9(8).
               10 WS-EMP-DIRECT PIC 9(3).
               10 WS-EMP-CHAIN PIC 9(3).
       01  WS-EMP-IDX PIC 9(3).
       01  WS-EMP-HIT PIC 9(3).
       01  WS-SUP-IDX PIC 9(3).
       01  WS-SUP-HIT PIC 9(3).
       01  WS-FIND-ID PIC X(8).
       01  WS-SAVE-HIT PIC 9(3).

       01  WS-REV-COUNT PIC 9(4) VALUE 0.
       01  WS-REV-OVERFLOW PIC X VALUE 'N'.
       01  WS-REV-TABLE.
           05 WS-REV-ENTRY OCCURS 2000 TIMES.
               10 WS-REV-EMP PIC X(8).
               10 WS-REV-TYPE PIC X(1).
               10 WS-REV-DUE PIC 9(8).
               10 WS-REV-DATE PIC 9(8).
               10 WS-REV-RATING PIC 9(1).
               10 WS-REV-REVIEWER PIC X(8).
       01  WS-REV-IDX PIC 9(4).

      *    SCHEDULE OF THE EMPLOYEE AT WS-EMP-HIT AS OF WS-ASOF.
       01  WS-PRB-DUE PIC 9(8).
       01  WS-PRB-DONE PIC X.
       01  WS-ANN-DONE PIC 9(2).
       01  WS-ANN-DUE PIC 9(8).
       01  WS-ANN-YEARS PIC 9(2).
       01  WS-NEXT-TYPE PIC X(1).
       01  WS-NEXT-DUE PIC 9(8).
       01  WS-HIRE-YEAR PIC 9(4).
       01  WS-HIRE-MMDD PIC 9(4).

       01  WS-DEPT-COUNT PIC 9(2) VALUE 0.
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-DEPT-CODE PIC X(4).
               10 WS-DEPT-RATED PIC 9(4) OCCURS 5 TIMES.
               10 WS-DEPT-TOTAL PIC 9(5).
               10 WS-DEPT-POINTS PIC 9(6).
       01  WS-DEPT-IDX PIC 9(2).
       01  WS-DEPT-HIT PIC 9(2).
       01  WS-RATING-IDX PIC 9(1).
       01  WS-ALL-RATINGS.
           05 WS-ALL-RATED PIC 9(4) OCCURS 5 TIMES.
       01  WS-ALL-TOTAL PIC 9(5).
       01  WS-ALL-POINTS PIC 9(6).
       01  WS-AVERAGE PIC 9V99.

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-DAYS PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  OUT-COUNT PIC ZZZ9.
       01  OUT-COUNT-2 PIC ZZZ9.
       01  OUT-RATINGS.
           05 OUT-RATED PIC ZZZ9 OCCURS 5 TIMES.
       01  OUT-AVERAGE PIC 9.99.
       01  OUT-DAYS PIC ZZZZ9.

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40).
       01  WS-RPT-COLHDR PIC X(80).
       01  WS-RPT-LPP PIC 9(3) VALUE 50.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           DISPLAY "PERFORMANCE REVIEWS".
           DISPLAY "1 - RECORD A REVIEW".
           DISPLAY "2 - REVIEW SCHEDULE FOR AN EMPLOYEE".
           DISPLAY "3 - OVERDUE REVIEWS BY SUPERVISOR".
           DISPLAY "4 - RATING DISTRIBUTION BY DEPARTMENT".
           DISPLAY "5 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           IF WS-CHOICE = 5
               GOBACK
           END-IF.
           PERFORM LOAD-REVIEW-CONFIG.
           PERFORM LOAD-EMPLOYEES.
           PERFORM LOAD-REVIEWS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM RECORD-REVIEW
            WHEN 2
               PERFORM SHOW-SCHEDULE
            WHEN 3
               PERFORM OVERDUE-REPORT
            WHEN 4
               PERFORM RATING-DISTRIBUTION
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           ACCEPT OMITTED.
           PERFORM MAIN-PARA.

       LOAD-REVIEW-CONFIG.
           MOVE 90 TO WS-PROBATION-DAYS.
           OPEN INPUT REVCFG-FILE.
           IF REVCFG-STATUS = "00"
               READ REVCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RV-PROBATION-DAYS IS NUMERIC
                           AND RV-PROBATION-DAYS > 0
                           MOVE RV-PROBATION-DAYS TO WS-PROBATION-DAYS
                       END-IF
               END-READ
               CLOSE REVCFG-FILE
           END-IF.

       LOAD-EMPLOYEES.
           MOVE 0 TO WS-EMP-COUNT.
           MOVE 'N' TO WS-EMP-OVERFLOW.
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE (STATUS "
                   EM-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ EM-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EM-STATUS NOT = 'I'
                           IF WS-EMP-COUNT >= 300
                               MOVE 'Y' TO WS-EMP-OVERFLOW
                           ELSE
                               PERFORM STORE-EMPLOYEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EM-MASTER-FILE.
           IF WS-EMP-OVERFLOW = 'Y'
               DISPLAY "WARNING: MORE THAN 300 ACTIVE EMPLOYEES -"
                   " THE REST ARE NOT COVERED."
           END-IF.

       STORE-EMPLOYEE.
           ADD 1 TO WS-EMP-COUNT.
           MOVE EM-EMP-ID TO WS-EMP-ID (WS-EMP-COUNT).
           MOVE EM-NAME TO WS-EMP-NAME (WS-EMP-COUNT).
           MOVE EM-DEPT-CODE TO WS-EMP-DEPT (WS-EMP-COUNT).
           MOVE EM-SUPERVISOR TO WS-EMP-SUPER (WS-EMP-COUNT).
           IF EM-HIRE-DATE IS NUMERIC
               MOVE EM-HIRE-DATE TO WS-EMP-HIRE (WS-EMP-COUNT)
           ELSE
               MOVE 0 TO WS-EMP-HIRE (WS-EMP-COUNT)
           END-IF.
           MOVE SPACES TO WS-EMP-OD-TYPE (WS-EMP-COUNT).
           MOVE 0 TO WS-EMP-OD-DUE (WS-EMP-COUNT).
           MOVE 0 TO WS-EMP-DIRECT (WS-EMP-COUNT).
           MOVE 0 TO WS-EMP-CHAIN (WS-EMP-COUNT).

       FIND-EMPLOYEE.
           MOVE 0 TO WS-EMP-HIT.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               OR WS-EMP-HIT > 0
               IF WS-EMP-ID (WS-EMP-IDX) = WS-FIND-ID
                   MOVE WS-EMP-IDX TO WS-EMP-HIT
               END-IF
           END-PERFORM.

       LOAD-REVIEWS.
           MOVE 0 TO WS-REV-COUNT.
           MOVE 'N' TO WS-REV-OVERFLOW.
           OPEN INPUT PERFREV-FILE.
           IF PERFREV-STATUS = "00"
               PERFORM UNTIL PERFREV-STATUS NOT = "00"
                   READ PERFREV-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-REV-COUNT >= 2000
                               MOVE 'Y' TO WS-REV-OVERFLOW
                           ELSE
                               PERFORM STORE-REVIEW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERFREV-FILE
           END-IF.
           IF WS-REV-OVERFLOW = 'Y'
               DISPLAY "WARNING: MORE THAN 2000 REVIEWS ON FILE -"
                   " SCHEDULES MAY SHOW REVIEWS AS STILL DUE."
           END-IF.

       STORE-REVIEW.
           ADD 1 TO WS-REV-COUNT.
           MOVE PR-EMP-ID TO WS-REV-EMP (WS-REV-COUNT).
           MOVE PR-TYPE TO WS-REV-TYPE (WS-REV-COUNT).
           IF PR-DUE-DATE IS NUMERIC
               MOVE PR-DUE-DATE TO WS-REV-DUE (WS-REV-COUNT)
           ELSE
               MOVE 0 TO WS-REV-DUE (WS-REV-COUNT)
           END-IF.
           IF PR-REVIEW-DATE IS NUMERIC
               MOVE PR-REVIEW-DATE TO WS-REV-DATE (WS-REV-COUNT)
           ELSE
               MOVE 0 TO WS-REV-DATE (WS-REV-COUNT)
           END-IF.
           IF PR-RATING IS NUMERIC
               MOVE PR-RATING TO WS-REV-RATING (WS-REV-COUNT)
           ELSE
               MOVE 0 TO WS-REV-RATING (WS-REV-COUNT)
           END-IF.
           MOVE PR-REVIEWER TO WS-REV-REVIEWER (WS-REV-COUNT).

      *    THE PROBATIONARY REVIEW IS DONE WHEN A P REVIEW DATED ON
      *    OR AFTER THE CURRENT HIRE DATE IS ON FILE (A REHIRE
      *    STARTS A NEW PROBATION). EACH A REVIEW FOR A DUE DATE
      *    AFTER THE HIRE DATE SATISFIES ONE ANNIVERSARY, SO THE
      *    NEXT ANNUAL REVIEW IS DUE ON ANNIVERSARY NUMBER (REVIEWS
      *    DONE + 1). THE NEXT REVIEW DUE IS THE PROBATIONARY ONE
      *    UNTIL IT IS DONE.
       COMPUTE-SCHEDULE.
           MOVE 'A' TO WS-DU-FUNCTION.
           MOVE WS-EMP-HIRE (WS-EMP-HIT) TO WS-DU-DATE.
           MOVE WS-PROBATION-DAYS TO WS-DU-DAYS.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           MOVE WS-DU-RESULT TO WS-PRB-DUE.
           MOVE 'N' TO WS-PRB-DONE.
           MOVE 0 TO WS-ANN-DONE.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
               IF WS-REV-EMP (WS-REV-IDX) = WS-EMP-ID (WS-EMP-HIT)
                   IF WS-REV-TYPE (WS-REV-IDX) = 'P'
                       AND WS-REV-DATE (WS-REV-IDX) >=
                           WS-EMP-HIRE (WS-EMP-HIT)
                       MOVE 'Y' TO WS-PRB-DONE
                   END-IF
                   IF WS-REV-TYPE (WS-REV-IDX) = 'A'
                       AND WS-REV-DUE (WS-REV-IDX) >
                           WS-EMP-HIRE (WS-EMP-HIT)
                       ADD 1 TO WS-ANN-DONE
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-ANN-YEARS = WS-ANN-DONE + 1.
           PERFORM COMPUTE-ANNIVERSARY.
           IF WS-PRB-DONE = 'N'
               MOVE 'P' TO WS-NEXT-TYPE
               MOVE WS-PRB-DUE TO WS-NEXT-DUE
           ELSE
               MOVE 'A' TO WS-NEXT-TYPE
               MOVE WS-ANN-DUE TO WS-NEXT-DUE
           END-IF.

      *    A 29 FEBRUARY HIRE HAS ITS ANNIVERSARY ON 28 FEBRUARY IN
      *    YEARS THAT HAVE NO 29TH.
       COMPUTE-ANNIVERSARY.
           DIVIDE WS-EMP-HIRE (WS-EMP-HIT) BY 10000
               GIVING WS-HIRE-YEAR REMAINDER WS-HIRE-MMDD.
           COMPUTE WS-ANN-DUE = (WS-HIRE-YEAR + WS-ANN-YEARS) * 10000
               + WS-HIRE-MMDD.
           MOVE 'V' TO WS-DU-FUNCTION.
           MOVE WS-ANN-DUE TO WS-DU-DATE.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           IF WS-DU-FLAG = 'N'
               COMPUTE WS-ANN-DUE =
                   (WS-HIRE-YEAR + WS-ANN-YEARS) * 10000 + 228
           END-IF.

       ACCEPT-EMPLOYEE.
           DISPLAY "EMPLOYEE ID: " WITH NO ADVANCING.
           ACCEPT WS-EMP-IN.
           MOVE WS-EMP-IN TO WS-FIND-ID.
           PERFORM FIND-EMPLOYEE.
           IF WS-EMP-HIT = 0
               DISPLAY "NOT AN ACTIVE EMPLOYEE: " WS-EMP-IN
           ELSE
               IF WS-EMP-HIRE (WS-EMP-HIT) = 0
                   DISPLAY "NO HIRE DATE ON THE MASTER FOR "
                       WS-EMP-IN " - NO REVIEW SCHEDULE."
                   MOVE 0 TO WS-EMP-HIT
               END-IF
           END-IF.

      *    THE REVIEWER MUST BE AN ACTIVE EMPLOYEE OTHER THAN THE
      *    ONE REVIEWED; ONE OUTSIDE THE EMPLOYEE'S SUPERVISOR CHAIN
      *    IS ACCEPTED WITH A NOTE (A DOTTED-LINE MANAGER, SAY).
       RECORD-REVIEW.
           PERFORM ACCEPT-EMPLOYEE.
           IF WS-EMP-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TODAY TO WS-ASOF.
           PERFORM COMPUTE-SCHEDULE.
           DISPLAY WS-EMP-ID (WS-EMP-HIT) "  " WS-EMP-NAME (WS-EMP-HIT)
               "  HIRED " WS-EMP-HIRE (WS-EMP-HIT).
           IF WS-NEXT-TYPE = 'P'
               DISPLAY "PROBATIONARY REVIEW DUE " WS-NEXT-DUE
           ELSE
               DISPLAY "ANNUAL REVIEW DUE " WS-NEXT-DUE
           END-IF.
           DISPLAY "REVIEW TYPE, (P)ROBATIONARY OR (A)NNUAL (BLANK"
               " FOR THE ONE DUE): " WITH NO ADVANCING.
           ACCEPT WS-TYPE-IN.
           MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN.
           IF WS-TYPE-IN = SPACE
               MOVE WS-NEXT-TYPE TO WS-TYPE-IN
           END-IF.
           IF WS-TYPE-IN NOT = 'P' AND WS-TYPE-IN NOT = 'A'
               DISPLAY "ERROR: REVIEW TYPE MUST BE P OR A."
               EXIT PARAGRAPH
           END-IF.
           IF WS-TYPE-IN = 'P' AND WS-PRB-DONE = 'Y'
               DISPLAY "ERROR: THE PROBATIONARY REVIEW IS ALREADY ON"
                   " FILE."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-DATE-IN.
           PERFORM UNTIL WS-DATE-IN > 0
               DISPLAY "REVIEW DATE (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-DATE-IN
               MOVE 'V' TO WS-DU-FUNCTION
               MOVE WS-DATE-IN TO WS-DU-DATE
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                   WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
               IF WS-DU-FLAG = 'N'
                   DISPLAY "NOT A VALID DATE, RE-ENTER."
                   MOVE 0 TO WS-DATE-IN
               END-IF
           END-PERFORM.
           IF WS-DATE-IN > WS-TODAY
               OR WS-DATE-IN < WS-EMP-HIRE (WS-EMP-HIT)
               DISPLAY "ERROR: REVIEW DATE MUST FALL BETWEEN THE HIRE"
                   " DATE AND TODAY."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "RATING (1 UNSATISFACTORY - 5 OUTSTANDING): "
               WITH NO ADVANCING.
           ACCEPT WS-RATING-IN.
           IF WS-RATING-IN < 1 OR WS-RATING-IN > 5
               DISPLAY "ERROR: RATING MUST BE 1 TO 5."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "REVIEWER EMPLOYEE ID: " WITH NO ADVANCING.
           ACCEPT WS-REVIEWER-IN.
           IF WS-REVIEWER-IN = WS-EMP-ID (WS-EMP-HIT)
               DISPLAY "ERROR: AN EMPLOYEE CANNOT REVIEW THEMSELVES."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMP-HIT TO WS-SAVE-HIT.
           MOVE WS-REVIEWER-IN TO WS-FIND-ID.
           PERFORM FIND-EMPLOYEE.
           IF WS-EMP-HIT = 0
               DISPLAY "ERROR: REVIEWER IS NOT AN ACTIVE EMPLOYEE."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SAVE-HIT TO WS-EMP-HIT.
           PERFORM CHECK-REVIEWER-CHAIN.
           IF WS-IN-CHAIN = 'N'
               DISPLAY "NOTE: REVIEWER IS NOT IN THE EMPLOYEE'S"
                   " SUPERVISOR CHAIN."
           END-IF.

           OPEN EXTEND PERFREV-FILE.
           IF PERFREV-STATUS = "05" OR PERFREV-STATUS = "35"
               OPEN OUTPUT PERFREV-FILE
           END-IF.
           MOVE SPACES TO PERFREV-REC.
           MOVE WS-EMP-ID (WS-EMP-HIT) TO PR-EMP-ID.
           MOVE WS-TYPE-IN TO PR-TYPE.
           IF WS-TYPE-IN = 'P'
               MOVE WS-PRB-DUE TO PR-DUE-DATE
           ELSE
               MOVE WS-ANN-DUE TO PR-DUE-DATE
           END-IF.
           MOVE WS-DATE-IN TO PR-REVIEW-DATE.
           MOVE WS-RATING-IN TO PR-RATING.
           MOVE WS-REVIEWER-IN TO PR-REVIEWER.
           WRITE PERFREV-REC.
           CLOSE PERFREV-FILE.
           DISPLAY "REVIEW RECORDED FOR DUE DATE " PR-DUE-DATE ".".

       CHECK-REVIEWER-CHAIN.
           MOVE 'N' TO WS-IN-CHAIN.
           MOVE WS-EMP-SUPER (WS-EMP-HIT) TO WS-FIND-ID.
           MOVE 0 TO WS-DEPTH.
           PERFORM UNTIL WS-FIND-ID = SPACES OR WS-IN-CHAIN = 'Y'
               OR WS-DEPTH > 20
               ADD 1 TO WS-DEPTH
               IF WS-FIND-ID = WS-REVIEWER-IN
                   MOVE 'Y' TO WS-IN-CHAIN
               ELSE
                   PERFORM FIND-SUPERVISOR
                   IF WS-SUP-HIT = 0
                       MOVE SPACES TO WS-FIND-ID
                   ELSE
                       MOVE WS-EMP-SUPER (WS-SUP-HIT) TO WS-FIND-ID
                   END-IF
               END-IF
           END-PERFORM.

       FIND-SUPERVISOR.
           MOVE 0 TO WS-SUP-HIT.
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
               UNTIL WS-SUP-IDX > WS-EMP-COUNT
               OR WS-SUP-HIT > 0
               IF WS-EMP-ID (WS-SUP-IDX) = WS-FIND-ID
                   MOVE WS-SUP-IDX TO WS-SUP-HIT
               END-IF
           END-PERFORM.

       SHOW-SCHEDULE.
           PERFORM ACCEPT-EMPLOYEE.
           IF WS-EMP-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TODAY TO WS-ASOF.
           PERFORM COMPUTE-SCHEDULE.
           DISPLAY WS-EMP-ID (WS-EMP-HIT) "  " WS-EMP-NAME (WS-EMP-HIT)
               "  DEPT " WS-EMP-DEPT (WS-EMP-HIT) "  HIRED "
               WS-EMP-HIRE (WS-EMP-HIT).
           IF WS-PRB-DONE = 'Y'
               DISPLAY "PROBATIONARY REVIEW DUE " WS-PRB-DUE " - DONE"
           ELSE
               IF WS-PRB-DUE < WS-TODAY
                   DISPLAY "PROBATIONARY REVIEW DUE " WS-PRB-DUE
                       " - OVERDUE"
               ELSE
                   DISPLAY "PROBATIONARY REVIEW DUE " WS-PRB-DUE
               END-IF
           END-IF.
           IF WS-ANN-DUE < WS-TODAY
               DISPLAY "NEXT ANNUAL REVIEW DUE  " WS-ANN-DUE
                   " - OVERDUE"
           ELSE
               DISPLAY "NEXT ANNUAL REVIEW DUE  " WS-ANN-DUE
           END-IF.
           DISPLAY "REVIEWS ON FILE:".
           DISPLAY "  T DUE       REVIEWED  RATING REVIEWER".
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
               IF WS-REV-EMP (WS-REV-IDX) = WS-EMP-ID (WS-EMP-HIT)
                   DISPLAY "  " WS-REV-TYPE (WS-REV-IDX) " "
                       WS-REV-DUE (WS-REV-IDX) "  "
                       WS-REV-DATE (WS-REV-IDX) "  "
                       WS-REV-RATING (WS-REV-IDX) "      "
                       WS-REV-REVIEWER (WS-REV-IDX)
               END-IF
           END-PERFORM.

      *    EACH OVERDUE REVIEW COUNTS AGAINST THE DIRECT SUPERVISOR
      *    AND AGAINST EVERY SUPERVISOR ABOVE IN THE CHAIN, SO A
      *    MANAGER SEES BOTH THEIR OWN LATE REVIEWS AND THOSE OF
      *    THE WHOLE SPAN BELOW THEM.
       OVERDUE-REPORT.
           DISPLAY "AS-OF DATE (YYYYMMDD, 0 FOR TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-ASOF.
           IF WS-ASOF = 0
               MOVE WS-TODAY TO WS-ASOF
           END-IF.
           MOVE 0 TO WS-OVERDUE WS-NO-SUPER.
           PERFORM VARYING WS-EMP-HIT FROM 1 BY 1
               UNTIL WS-EMP-HIT > WS-EMP-COUNT
               IF WS-EMP-HIRE (WS-EMP-HIT) > 0
                   PERFORM COMPUTE-SCHEDULE
                   IF WS-NEXT-DUE < WS-ASOF
                       PERFORM MARK-OVERDUE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "OVERDUE REVIEWS BY SUPERVISOR" TO WS-RPT-TITLE.
           MOVE "EMP-ID    NAME             T DUE       DAYS LATE"
               TO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "AS OF " WS-ASOF.
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
               UNTIL WS-SUP-IDX > WS-EMP-COUNT
               IF WS-EMP-CHAIN (WS-SUP-IDX) > 0
                   PERFORM PRINT-SUPERVISOR-BLOCK
               END-IF
           END-PERFORM.
           IF WS-NO-SUPER > 0
               PERFORM PRINT-UNSUPERVISED-BLOCK
           END-IF.
           MOVE WS-OVERDUE TO OUT-COUNT.
           DISPLAY SPACES.
           DISPLAY "OVERDUE REVIEWS: " FUNCTION TRIM(OUT-COUNT).

       MARK-OVERDUE.
           ADD 1 TO WS-OVERDUE.
           MOVE WS-NEXT-TYPE TO WS-EMP-OD-TYPE (WS-EMP-HIT).
           MOVE WS-NEXT-DUE TO WS-EMP-OD-DUE (WS-EMP-HIT).
           MOVE WS-EMP-SUPER (WS-EMP-HIT) TO WS-FIND-ID.
           PERFORM FIND-SUPERVISOR.
           IF WS-SUP-HIT = 0
               ADD 1 TO WS-NO-SUPER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EMP-DIRECT (WS-SUP-HIT).
           MOVE 0 TO WS-DEPTH.
           PERFORM UNTIL WS-SUP-HIT = 0 OR WS-DEPTH > 20
               ADD 1 TO WS-DEPTH
               ADD 1 TO WS-EMP-CHAIN (WS-SUP-HIT)
               MOVE WS-EMP-SUPER (WS-SUP-HIT) TO WS-FIND-ID
               IF WS-FIND-ID = SPACES
                   MOVE 0 TO WS-SUP-HIT
               ELSE
                   PERFORM FIND-SUPERVISOR
               END-IF
           END-PERFORM.

       PRINT-SUPERVISOR-BLOCK.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE WS-EMP-DIRECT (WS-SUP-IDX) TO OUT-COUNT.
           MOVE WS-EMP-CHAIN (WS-SUP-IDX) TO OUT-COUNT-2.
           DISPLAY "SUPERVISOR " WS-EMP-ID (WS-SUP-IDX) "  "
               WS-EMP-NAME (WS-SUP-IDX) "  DIRECT "
               FUNCTION TRIM(OUT-COUNT) "  WHOLE CHAIN "
               FUNCTION TRIM(OUT-COUNT-2).
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-SUPER (WS-EMP-IDX) = WS-EMP-ID (WS-SUP-IDX)
                   AND WS-EMP-OD-DUE (WS-EMP-IDX) > 0
                   PERFORM PRINT-OVERDUE-LINE
               END-IF
           END-PERFORM.

       PRINT-UNSUPERVISED-BLOCK.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "NO ACTIVE SUPERVISOR ON THE MASTER".
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-OD-DUE (WS-EMP-IDX) > 0
                   MOVE WS-EMP-SUPER (WS-EMP-IDX) TO WS-FIND-ID
                   PERFORM FIND-SUPERVISOR
                   IF WS-SUP-HIT = 0
                       PERFORM PRINT-OVERDUE-LINE
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-OVERDUE-LINE.
           MOVE 'D' TO WS-DU-FUNCTION.
           MOVE WS-ASOF TO WS-DU-DATE.
           MOVE WS-EMP-OD-DUE (WS-EMP-IDX) TO WS-DU-DAYS.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           MOVE 0 TO WS-DAYS-LATE.
           IF WS-DU-FLAG = 'Y' AND WS-DU-RESULT > 0
               MOVE WS-DU-RESULT TO WS-DAYS-LATE
           END-IF.
           MOVE WS-DAYS-LATE TO OUT-DAYS.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY WS-EMP-ID (WS-EMP-IDX) "  "
               WS-EMP-NAME (WS-EMP-IDX) "  "
               WS-EMP-OD-TYPE (WS-EMP-IDX) " "
               WS-EMP-OD-DUE (WS-EMP-IDX) "  " OUT-DAYS.

      *    ANNUAL REVIEWS DATED IN THE PERIOD, BY THE EMPLOYEE'S
      *    CURRENT DEPARTMENT. PROBATIONARY REVIEWS AND REVIEWS OF
      *    PEOPLE NO LONGER ACTIVE ARE LEFT OUT OF THE CALIBRATION.
       RATING-DISTRIBUTION.
           DISPLAY "REVIEWS DATED FROM (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-FROM-DATE.
           DISPLAY "REVIEWS DATED TO (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "ERROR: END OF PERIOD IS BEFORE THE START."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-DEPT-COUNT WS-ALL-TOTAL WS-ALL-POINTS.
           PERFORM VARYING WS-RATING-IDX FROM 1 BY 1
               UNTIL WS-RATING-IDX > 5
               MOVE 0 TO WS-ALL-RATED (WS-RATING-IDX)
           END-PERFORM.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
               UNTIL WS-REV-IDX > WS-REV-COUNT
               IF WS-REV-TYPE (WS-REV-IDX) = 'A'
                   AND WS-REV-DATE (WS-REV-IDX) >= WS-FROM-DATE
                   AND WS-REV-DATE (WS-REV-IDX) <= WS-TO-DATE
                   AND WS-REV-RATING (WS-REV-IDX) >= 1
                   AND WS-REV-RATING (WS-REV-IDX) <= 5
                   PERFORM TALLY-ONE-RATING
               END-IF
           END-PERFORM.
           MOVE "RATING DISTRIBUTION BY DEPARTMENT" TO WS-RPT-TITLE.
           MOVE "DEPT     1    2    3    4    5  TOTAL  AVERAGE"
               TO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "ANNUAL REVIEWS DATED " WS-FROM-DATE " TO "
               WS-TO-DATE.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               PERFORM PRINT-DEPT-LINE
           END-PERFORM.
           PERFORM VARYING WS-RATING-IDX FROM 1 BY 1
               UNTIL WS-RATING-IDX > 5
               MOVE WS-ALL-RATED (WS-RATING-IDX) TO
                   OUT-RATED (WS-RATING-IDX)
           END-PERFORM.
           MOVE WS-ALL-TOTAL TO OUT-COUNT.
           MOVE 0 TO WS-AVERAGE.
           IF WS-ALL-TOTAL > 0
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-ALL-POINTS / WS-ALL-TOTAL
           END-IF.
           MOVE WS-AVERAGE TO OUT-AVERAGE.
           DISPLAY SPACES.
           DISPLAY "ALL " OUT-RATED (1) " " OUT-RATED (2) " "
               OUT-RATED (3) " " OUT-RATED (4) " " OUT-RATED (5)
               "   " OUT-COUNT "     " OUT-AVERAGE.

       TALLY-ONE-RATING.
           MOVE WS-REV-EMP (WS-REV-IDX) TO WS-FIND-ID.
           PERFORM FIND-EMPLOYEE.
           IF WS-EMP-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-DEPT-HIT.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               OR WS-DEPT-HIT > 0
               IF WS-DEPT-CODE (WS-DEPT-IDX) = WS-EMP-DEPT (WS-EMP-HIT)
                   MOVE WS-DEPT-IDX TO WS-DEPT-HIT
               END-IF
           END-PERFORM.
           IF WS-DEPT-HIT = 0
               IF WS-DEPT-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-HIT
               MOVE WS-EMP-DEPT (WS-EMP-HIT) TO
                   WS-DEPT-CODE (WS-DEPT-HIT)
               MOVE 0 TO WS-DEPT-TOTAL (WS-DEPT-HIT)
               MOVE 0 TO WS-DEPT-POINTS (WS-DEPT-HIT)
               PERFORM VARYING WS-RATING-IDX FROM 1 BY 1
                   UNTIL WS-RATING-IDX > 5
                   MOVE 0 TO WS-DEPT-RATED (WS-DEPT-HIT, WS-RATING-IDX)
               END-PERFORM
           END-IF.
           MOVE WS-REV-RATING (WS-REV-IDX) TO WS-RATING-IDX.
           ADD 1 TO WS-DEPT-RATED (WS-DEPT-HIT, WS-RATING-IDX).
           ADD 1 TO WS-DEPT-TOTAL (WS-DEPT-HIT).
           ADD WS-RATING-IDX TO WS-DEPT-POINTS (WS-DEPT-HIT).
           ADD 1 TO WS-ALL-RATED (WS-RATING-IDX).
           ADD 1 TO WS-ALL-TOTAL.
           ADD WS-RATING-IDX TO WS-ALL-POINTS.

       PRINT-DEPT-LINE.
           PERFORM VARYING WS-RATING-IDX FROM 1 BY 1
               UNTIL WS-RATING-IDX > 5
               MOVE WS-DEPT-RATED (WS-DEPT-IDX, WS-RATING-IDX) TO
                   OUT-RATED (WS-RATING-IDX)
           END-PERFORM.
           MOVE WS-DEPT-TOTAL (WS-DEPT-IDX) TO OUT-COUNT.
           COMPUTE WS-AVERAGE ROUNDED =
               WS-DEPT-POINTS (WS-DEPT-IDX) /
               WS-DEPT-TOTAL (WS-DEPT-IDX).
           MOVE WS-AVERAGE TO OUT-AVERAGE.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY WS-DEPT-CODE (WS-DEPT-IDX) " " OUT-RATED (1) " "
               OUT-RATED (2) " " OUT-RATED (3) " " OUT-RATED (4) " "
               OUT-RATED (5) "   " OUT-COUNT "     " OUT-AVERAGE.
       END PROGRAM PERFREV.
