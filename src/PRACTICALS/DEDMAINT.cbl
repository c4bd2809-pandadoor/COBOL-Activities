       PROGRAM-ID. DEDMAINT.
      *    DEDUCTION-CODE SUBSYSTEM MAINTENANCE. KEEPS THE DEDUCTION
      *    MASTER (CODE, DESCRIPTION, FLAT AMOUNT OR PERCENT,
      *    PRIORITY, THE THIRD-PARTY PAYEE THE WITHHOLDINGS ARE
      *    REMITTED TO), THE PER-EMPLOYEE ENROLLMENTS (AN ENROLLMENT
      *    MAY CARRY AN EFFECTIVE AND AN END DATE, AS THE BENEFITS
      *    OPEN-ENROLLMENT CLOSE WRITES THEM), AND PRINTS THE
      *    DEDUCTION REGISTER OF WHAT WEEKLYSALARY WITHHELD FOR EACH
      *    CODE. ALSO KEEPS THE MINIMUM NET PAY BELOW WHICH NOTHING
      *    MORE IS WITHHELD, AND PRINTS THE AGING OF THE ARREARS
      *    CARRIED FOR DEDUCTIONS AND LOAN INSTALLMENTS THAT DID NOT
      *    FIT IN AN EARLIER PERIOD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO "PRACTICALS/DEDREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEDREG-STATUS.
       SELECT MINNET-FILE
           ASSIGN TO "PRACTICALS/MINNET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MINNET-STATUS.
       SELECT ARREARS-FILE
           ASSIGN TO "PRACTICALS/ARREARS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARREARS-STATUS.
       SELECT PAYEE-FILE
           ASSIGN TO "PRACTICALS/PAYEEMST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYEE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 DED-PRIORITY-IN PIC 9(2).
           05 DED-FILLER-4 PIC X(1).
           05 DED-DESC-IN PIC X(20).
           05 DED-FILLER-5 PIC X(1).
           05 DED-PAYEE-IN PIC X(8).

       FD  DEDENROL-FILE.
       01  DEDENROL-REC.
           05 ENROL-EMP-ID PIC X(8).
           05 ENROL-FILLER PIC X(1).
           05 ENROL-DED-CODE PIC X(4).
           05 ENROL-FILLER-2 PIC X(1).
           05 ENROL-EFF-DATE PIC 9(8).
           05 ENROL-FILLER-3 PIC X(1).
           05 ENROL-END-DATE PIC 9(8).

       FD  DEDREG-FILE.
       01  DEDREG-REC.
           05 DEDREG-FILLER-4 PIC X(1).
           05 DEDREG-AMOUNT PIC 9(7)V99.

       FD  MINNET-FILE.
       01  MINNET-REC.
           05 MN-MIN-NET PIC 9(7)V99.

       FD  ARREARS-FILE.
       01  ARREARS-REC.
           05 AR-EMP-ID PIC X(8).
           05 AR-FILLER-1 PIC X(1).
           05 AR-CODE PIC X(4).
           05 AR-FILLER-2 PIC X(1).
           05 AR-BALANCE PIC 9(7)V99.
           05 AR-FILLER-3 PIC X(1).
           05 AR-FIRST-DATE PIC 9(8).
           05 AR-FILLER-4 PIC X(1).
           05 AR-LAST-DATE PIC 9(8).

       FD  PAYEE-FILE.
       01  PAYEE-REC.
           05 PY-CODE PIC X(8).
           05 PY-FILLER-1 PIC X(1).
           05 PY-NAME PIC X(25).

       WORKING-STORAGE SECTION.
       01  DEDMAST-STATUS PIC XX.
       01  DEDENROL-STATUS PIC XX.
       01  DEDREG-STATUS PIC XX.
       01  MINNET-STATUS PIC XX.
       01  ARREARS-STATUS PIC XX.
       01  PAYEE-STATUS PIC XX.
       01  WS-PAYEE-IN PIC X(8).
       01  WS-PAYEE-NAME PIC X(25).
       01  WS-CHOICE PIC 9(1).
       01  WS-KEY-IN PIC X(4).
       01  WS-EMP-IN PIC X(8).
               10 WS-DED-AMOUNT PIC 9(5)V99.
               10 WS-DED-PRIORITY PIC 9(2).
               10 WS-DED-DESC PIC X(20).
               10 WS-DED-PAYEE PIC X(8).

       01  WS-ENR-COUNT PIC 9(3) VALUE 0.
       01  WS-ENR-TABLE.
           05 WS-ENR-ENTRY OCCURS 200 TIMES.
               10 WS-ENR-EMP PIC X(8).
               10 WS-ENR-CODE PIC X(4).
               10 WS-ENR-EFF PIC 9(8).
               10 WS-ENR-END PIC 9(8).

       01  WS-REG-COUNT PIC 9(2) VALUE 0.
       01  WS-REG-TABLE.
           "CODE  DESCRIPTION           ITEMS  TOTAL WITHHELD".
       01  WS-RPT-LPP PIC 9(3) VALUE 20.

       01  WS-MIN-NET PIC 9(7)V99 VALUE 0.
       01  WS-MIN-NET-IN PIC 9(7)V99.
       01  OUT-MIN-NET PIC Z,ZZZ,ZZ9.99.

       01  WS-TODAY PIC 9(8).
       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-DAYS PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).
       01  WS-AGE-DAYS PIC S9(5).
       01  WS-ARR-ITEMS PIC 9(5) VALUE 0.
       01  WS-ARR-AGE-TOTALS.
           05 WS-ARR-AGE-TOT PIC S9(9)V99 OCCURS 4 TIMES.
       01  WS-ARR-BUCKET PIC 9(1).
       01  WS-ARR-GRAND PIC S9(9)V99 VALUE 0.
       01  OUT-AGE PIC ZZZZ9.
       01  OUT-ARR-BAL PIC Z,ZZZ,ZZ9.99.
       01  WS-ARR-RPT-TITLE PIC X(40) VALUE
           "DEDUCTION ARREARS AGING".
       01  WS-ARR-RPT-COLHDR PIC X(80) VALUE
           "EMP-ID    CODE  FIRST SHORT  LAST CHANGE  DAYS       BALAN
      -    "CE".

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           DISPLAY "5 - UNENROLL EMPLOYEE".
           DISPLAY "6 - LIST EMPLOYEE ENROLLMENTS".
           DISPLAY "7 - DEDUCTION REGISTER REPORT".
           DISPLAY "8 - MINIMUM NET PAY FLOOR".
           DISPLAY "9 - ARREARS AGING REPORT".
           DISPLAY "0 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

            WHEN 7
               PERFORM DEDUCTION-REGISTER
            WHEN 8
               PERFORM SET-MINIMUM-NET
            WHEN 9
               PERFORM ARREARS-AGING-REPORT
            WHEN 0
               GOBACK
            WHEN OTHER
               CONTINUE
               WS-DED-PRIORITY (WS-DED-COUNT).
           MOVE DED-DESC-IN TO
               WS-DED-DESC (WS-DED-COUNT).
           MOVE DED-PAYEE-IN TO
               WS-DED-PAYEE (WS-DED-COUNT).

       SAVE-DEDUCTIONS.
           IF WS-DED-OVERFLOW = 'Y'
               MOVE WS-DED-AMOUNT (WS-IDX) TO DED-AMOUNT-IN
               MOVE WS-DED-PRIORITY (WS-IDX) TO DED-PRIORITY-IN
               MOVE WS-DED-DESC (WS-IDX) TO DED-DESC-IN
               MOVE WS-DED-PAYEE (WS-IDX) TO DED-PAYEE-IN
               MOVE SPACES TO DED-FILLER-1 DED-FILLER-2
                   DED-FILLER-3 DED-FILLER-4 DED-FILLER-5
               WRITE DEDMAST-REC
           END-PERFORM.
           CLOSE DEDMAST-FILE.
           ACCEPT WS-DED-PRIORITY (WS-IDX).
           DISPLAY "DESCRIPTION: " WITH NO ADVANCING.
           ACCEPT WS-DED-DESC (WS-IDX).
           MOVE 'N' TO WS-FOUND.
           PERFORM UNTIL WS-FOUND = 'Y'
               DISPLAY "REMIT TO PAYEE CODE (BLANK IF NOT REMITTED): "
                   WITH NO ADVANCING
               ACCEPT WS-PAYEE-IN
               PERFORM FIND-PAYEE
               IF WS-FOUND = 'N'
                   DISPLAY "PAYEE NOT ON THE PAYEE MASTER, RE-ENTER."
               END-IF
           END-PERFORM.
           MOVE WS-PAYEE-IN TO WS-DED-PAYEE (WS-IDX).

      *    THE PAYEES ARE KEPT IN DEDREMIT, WHICH ALSO RUNS THE
      *    REMITTANCE; A BLANK CODE IS ALWAYS ACCEPTED.
       FIND-PAYEE.
           MOVE SPACES TO WS-PAYEE-NAME.
           IF WS-PAYEE-IN = SPACES
               MOVE 'Y' TO WS-FOUND
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FOUND.
           OPEN INPUT PAYEE-FILE.
           IF PAYEE-STATUS = "00"
               PERFORM UNTIL PAYEE-STATUS NOT = "00"
                   OR WS-FOUND = 'Y'
                   READ PAYEE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PY-CODE = WS-PAYEE-IN
                               MOVE 'Y' TO WS-FOUND
                               MOVE PY-NAME TO WS-PAYEE-NAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYEE-FILE
           END-IF.

       CHANGE-DEDUCTION.
           DISPLAY "DEDUCTION CODE TO CHANGE: " WITH NO ADVANCING.
               DISPLAY "NO DEDUCTION CODES ON MASTER."
           ELSE
               DISPLAY "CODE  TYP  AMOUNT      PRI  DESCRIPTION"
                   "           PAYEE"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-DED-COUNT
                   MOVE WS-DED-AMOUNT (WS-IDX) TO OUT-AMT
                   DISPLAY WS-DED-CODE (WS-IDX) "  "
                       WS-DED-TYPE (WS-IDX) "   " OUT-AMT "  "
                       WS-DED-PRIORITY (WS-IDX) "   "
                       WS-DED-DESC (WS-IDX) "  "
                       WS-DED-PAYEE (WS-IDX)
               END-PERFORM
           END-IF.
           ACCEPT OMITTED.
               WS-ENR-EMP (WS-ENR-COUNT).
           MOVE ENROL-DED-CODE TO
               WS-ENR-CODE (WS-ENR-COUNT).
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

       SAVE-ENROLLMENTS.
           IF WS-ENR-OVERFLOW = 'Y'
               IF WS-ENR-EMP (WS-IDX) NOT = SPACES
                   MOVE WS-ENR-EMP (WS-IDX) TO ENROL-EMP-ID
                   MOVE WS-ENR-CODE (WS-IDX) TO ENROL-DED-CODE
                   MOVE WS-ENR-EFF (WS-IDX) TO ENROL-EFF-DATE
                   MOVE WS-ENR-END (WS-IDX) TO ENROL-END-DATE
                   MOVE SPACES TO ENROL-FILLER ENROL-FILLER-2
                       ENROL-FILLER-3
                   WRITE DEDENROL-REC
               END-IF
           END-PERFORM.
                   UNTIL WS-IDX > WS-ENR-COUNT
                   IF WS-ENR-EMP (WS-IDX) = WS-EMP-IN
                       AND WS-ENR-CODE (WS-IDX) = WS-KEY-IN
                       AND WS-ENR-END (WS-IDX) = 0
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM
                       ADD 1 TO WS-ENR-COUNT
                       MOVE WS-EMP-IN TO WS-ENR-EMP (WS-ENR-COUNT)
                       MOVE WS-KEY-IN TO WS-ENR-CODE (WS-ENR-COUNT)
                       MOVE 0 TO WS-ENR-EFF (WS-ENR-COUNT)
                           WS-ENR-END (WS-ENR-COUNT)
                       PERFORM SAVE-ENROLLMENTS
                       DISPLAY "EMPLOYEE " WS-EMP-IN " ENROLLED IN "
                           WS-KEY-IN
           PERFORM LOAD-ENROLLMENTS.
           DISPLAY "EMPLOYEE ID (BLANK FOR ALL): " WITH NO ADVANCING.
           ACCEPT WS-EMP-IN.
           DISPLAY "EMP-ID    CODE  EFFECTIVE  ENDED".
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENR-COUNT
               IF WS-EMP-IN = SPACES
                   OR WS-ENR-EMP (WS-IDX) = WS-EMP-IN
                   DISPLAY WS-ENR-EMP (WS-IDX) "  "
                       WS-ENR-CODE (WS-IDX) "  "
                       WS-ENR-EFF (WS-IDX) "   "
                       WS-ENR-END (WS-IDX)
               END-IF
           END-PERFORM.
           ACCEPT OMITTED.
                       OUT-TOTAL
               END-IF
           END-PERFORM.

      *    THE MINIMUM NET IS THE FLOOR WEEKLYSALARY KEEPS NET PAY
      *    ABOVE WHEN IT TAKES GARNISHMENTS, DEDUCTIONS AND LOAN
      *    INSTALLMENTS. ZERO MEANS NET PAY MAY GO ALL THE WAY DOWN
      *    TO NIL.
       SET-MINIMUM-NET.
           MOVE 0 TO WS-MIN-NET.
           OPEN INPUT MINNET-FILE.
           IF MINNET-STATUS = "00"
               READ MINNET-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MN-MIN-NET IS NUMERIC
                           MOVE MN-MIN-NET TO WS-MIN-NET
                       END-IF
               END-READ
               CLOSE MINNET-FILE
           END-IF.
           MOVE WS-MIN-NET TO OUT-MIN-NET.
           DISPLAY "CURRENT MINIMUM NET PAY: " OUT-MIN-NET.
           DISPLAY "NEW MINIMUM NET PAY (SAME FIGURE TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT WS-MIN-NET-IN.
           IF WS-MIN-NET-IN = WS-MIN-NET
               DISPLAY "MINIMUM NET PAY UNCHANGED."
           ELSE
               OPEN OUTPUT MINNET-FILE
               MOVE WS-MIN-NET-IN TO MN-MIN-NET
               WRITE MINNET-REC
               CLOSE MINNET-FILE
               MOVE WS-MIN-NET-IN TO OUT-MIN-NET
               DISPLAY "MINIMUM NET PAY SET TO " OUT-MIN-NET
           END-IF.
           ACCEPT OMITTED.

      *    ONE LINE PER EMPLOYEE AND CODE STILL CARRYING ARREARS,
      *    AGED IN DAYS FROM THE PAY DATE OF THE OLDEST UNRECOVERED
      *    SHORTFALL, WITH TOTALS BY AGE BAND AT THE FOOT.
       ARREARS-AGING-REPORT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-ARR-ITEMS.
           MOVE 0 TO WS-ARR-GRAND.
           PERFORM VARYING WS-ARR-BUCKET FROM 1 BY 1
               UNTIL WS-ARR-BUCKET > 4
               MOVE 0 TO WS-ARR-AGE-TOT (WS-ARR-BUCKET)
           END-PERFORM.
           OPEN INPUT ARREARS-FILE.
           IF ARREARS-STATUS NOT = "00"
               DISPLAY "NO ARREARS OUTSTANDING."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-ARR-RPT-TITLE
               WS-ARR-RPT-COLHDR WS-RPT-LPP.
           PERFORM UNTIL ARREARS-STATUS NOT = "00"
               READ ARREARS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AR-BALANCE IS NUMERIC
                           AND AR-BALANCE > 0
                           PERFORM PRINT-ARREARS-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARREARS-FILE.
           DISPLAY SPACES.
           MOVE WS-ARR-AGE-TOT (1) TO OUT-TOTAL.
           DISPLAY "   0 -  30 DAYS:  " OUT-TOTAL.
           MOVE WS-ARR-AGE-TOT (2) TO OUT-TOTAL.
           DISPLAY "  31 -  60 DAYS:  " OUT-TOTAL.
           MOVE WS-ARR-AGE-TOT (3) TO OUT-TOTAL.
           DISPLAY "  61 -  90 DAYS:  " OUT-TOTAL.
           MOVE WS-ARR-AGE-TOT (4) TO OUT-TOTAL.
           DISPLAY "  OVER 90 DAYS:   " OUT-TOTAL.
           MOVE WS-ARR-GRAND TO OUT-TOTAL.
           MOVE WS-ARR-ITEMS TO OUT-ITEMS.
           DISPLAY "TOTAL ARREARS:    " OUT-TOTAL "  ON " OUT-ITEMS
               " BALANCE(S)".
           ACCEPT OMITTED.

       PRINT-ARREARS-LINE.
           MOVE 0 TO WS-AGE-DAYS.
           IF AR-FIRST-DATE IS NUMERIC AND AR-FIRST-DATE > 0
               MOVE 'D' TO WS-DU-FUNCTION
               MOVE WS-TODAY TO WS-DU-DATE
               MOVE AR-FIRST-DATE TO WS-DU-DAYS
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                   WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
               IF WS-DU-FLAG = 'Y' AND WS-DU-RESULT > 0
                   MOVE WS-DU-RESULT TO WS-AGE-DAYS
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-ARR-BUCKET
               WHEN WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-ARR-BUCKET
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-ARR-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-ARR-BUCKET
           END-EVALUATE.
           ADD AR-BALANCE TO WS-ARR-AGE-TOT (WS-ARR-BUCKET).
           ADD AR-BALANCE TO WS-ARR-GRAND.
           ADD 1 TO WS-ARR-ITEMS.
           MOVE WS-AGE-DAYS TO OUT-AGE.
           MOVE AR-BALANCE TO OUT-ARR-BAL.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-ARR-RPT-TITLE
               WS-ARR-RPT-COLHDR WS-RPT-LPP.
           DISPLAY AR-EMP-ID "  " AR-CODE "  " AR-FIRST-DATE
               "     " AR-LAST-DATE "     " OUT-AGE "  "
               OUT-ARR-BAL.
       END PROGRAM DEDMAINT.
