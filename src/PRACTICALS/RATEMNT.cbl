      *    ACCEPTING IT FROM THE KEYBOARD. A NEW RATE ROW IS NOT
      *    WRITTEN DIRECTLY: IT GOES TO THE PENDING-CHANGE QUEUE
      *    WITH THE ENTERING OPERATOR'S ID AND A SECOND OPERATOR
      *    APPLIES IT THROUGH APPRQ. A SALARIED EMPLOYEE'S ROW ALSO
      *    CARRIES THE SALARY, ANNUAL OR PER PAY PERIOD; ITS HOURLY
      *    RATE IS THE EQUIVALENT OVER THE STANDARD WEEK SO LEAVE
      *    VALUATIONS AND PAYOUTS STILL HAVE A RATE TO WORK FROM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT PENDCHG-FILE
           ASSIGN TO "PRACTICALS/PENDCHG.DAT"
           05 RM-EFF-DATE PIC 9(8).
           05 RM-FILLER-2 PIC X(1).
           05 RM-RATE PIC 9(5)V99.
           05 RM-FILLER-3 PIC X(1).
           05 RM-SALARY PIC 9(7)V99.
           05 RM-FILLER-4 PIC X(1).
           05 RM-SAL-BASIS PIC X(1).

       FD  POSCTRL-FILE.
       01  POSCTRL-REC.
       01  WS-BEST-RATE PIC 9(5)V99.
       01  WS-FOUND PIC X.
       01  OUT-RATE PIC ZZ,ZZ9.99.
       01  OUT-SALARY PIC Z,ZZZ,ZZ9.99.
       01  WS-STD-WEEK-HOURS PIC 9(3) VALUE 40.
       01  WS-WEEKS-PER-YEAR PIC 9(3) VALUE 52.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "1 - ADD A RATE ROW".
           DISPLAY "2 - LIST AN EMPLOYEE'S RATE HISTORY".
           DISPLAY "3 - RATE IN FORCE FOR A DATE".
           DISPLAY "4 - ADD A SALARY ROW".
           DISPLAY "5 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

            WHEN 3
               PERFORM SHOW-RATE-IN-FORCE
            WHEN 4
               PERFORM ADD-SALARY-ROW
            WHEN 5
               GOBACK
            WHEN OTHER
               CONTINUE
               " APPROVE IT IN APPRQ BEFORE IT TAKES EFFECT.".
           ACCEPT OMITTED.

      *    A SALARY CHANGE GOES TO THE SAME QUEUE AS TYPE 'Y' WITH
      *    THE SALARY AND ITS BASIS IN THE AMOUNT AND METHOD FIELDS
      *    AND THE HOURLY EQUIVALENT IN THE RATE FIELD, SO THE BAND
      *    CHECK AND THE APPROVER BOTH SEE A COMPARABLE RATE.
       ADD-SALARY-ROW.
           MOVE SPACES TO PENDCHG-REC.
           MOVE 'Y' TO PC-TYPE.
           DISPLAY "EMPLOYEE ID: " WITH NO ADVANCING.
           ACCEPT PC-KEY.
           DISPLAY "EFFECTIVE DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT PC-EFF-DATE.
           DISPLAY "SALARY BASIS, (A)NNUAL OR (P)ER PAY PERIOD: "
               WITH NO ADVANCING.
           ACCEPT PC-METHOD.
           MOVE FUNCTION UPPER-CASE(PC-METHOD) TO PC-METHOD.
           IF PC-METHOD NOT = 'P'
               MOVE 'A' TO PC-METHOD
           END-IF.
           DISPLAY "SALARY AMOUNT: " WITH NO ADVANCING.
           ACCEPT PC-SPLIT-AMT.
           IF PC-SPLIT-AMT = 0
               DISPLAY "SALARY MUST NOT BE ZERO. NOTHING CAPTURED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           IF PC-METHOD = 'A'
               COMPUTE PC-AMOUNT ROUNDED = PC-SPLIT-AMT
                   / (WS-WEEKS-PER-YEAR * WS-STD-WEEK-HOURS)
           ELSE
               COMPUTE PC-AMOUNT ROUNDED = PC-SPLIT-AMT
                   / WS-STD-WEEK-HOURS
           END-IF.
           MOVE PC-AMOUNT TO OUT-RATE.
           DISPLAY "HOURLY EQUIVALENT: " OUT-RATE.
           PERFORM CHECK-RATE-BAND.
           DISPLAY "ENTERING OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT PC-MAKER.
           ACCEPT PC-DATE FROM DATE YYYYMMDD.
           MOVE 'P' TO PC-STATUS.
           MOVE SPACES TO PC-CHECKER.
           OPEN EXTEND PENDCHG-FILE.
           IF PENDCHG-STATUS = "05" OR PENDCHG-STATUS = "35"
               OPEN OUTPUT PENDCHG-FILE
           END-IF.
           WRITE PENDCHG-REC.
           CLOSE PENDCHG-FILE.
           DISPLAY "SALARY CHANGE CAPTURED - A SECOND OPERATOR MUST"
               " APPROVE IT IN APPRQ BEFORE IT TAKES EFFECT.".
           ACCEPT OMITTED.

      *    THE PROPOSED RATE IS CHECKED AGAINST THE POSITION-CONTROL
      *    BAND FOR THE EMPLOYEE'S DEPARTMENT AND POSITION AND
      *    FLAGGED WHEN OUTSIDE IT; THE CHANGE STILL GOES TO THE
           MOVE 'N' TO WS-FOUND.
           OPEN INPUT RATE-FILE.
           IF RATE-STATUS = "00"
               DISPLAY "EFFECTIVE   RATE       SALARY"
               PERFORM UNTIL RATE-STATUS NOT = "00"
                   READ RATE-FILE
                       AT END
                           IF RM-EMP-ID = WS-EMP-IN
                               MOVE 'Y' TO WS-FOUND
                               MOVE RM-RATE TO OUT-RATE
                               IF RM-SALARY IS NUMERIC
                                   AND RM-SALARY > 0
                                   MOVE RM-SALARY TO OUT-SALARY
                                   DISPLAY RM-EFF-DATE "    " OUT-RATE
                                       "  " OUT-SALARY " "
                                       RM-SAL-BASIS
                               ELSE
                                   DISPLAY RM-EFF-DATE "    " OUT-RATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
