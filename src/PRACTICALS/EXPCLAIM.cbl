       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCLAIM.
      *    EMPLOYEE EXPENSE REIMBURSEMENT CLAIMS, PAID THROUGH THE
      *    PAYROLL INSTEAD OF A SEPARATE MANUAL CHECK. THE CATEGORY
      *    FILE EXPCAT.DAT CARRIES A PER-CLAIM POLICY LIMIT (ZERO
      *    MEANS NONE), A RECEIPT-REQUIRED FLAG AND THE GL EXPENSE
      *    ACCOUNT. EACH CATEGORY IS ALSO KEPT ON THE EARNINGS-CODE
      *    MASTER AS A NON-TAXABLE CODE WHOSE GL CATEGORY IS THAT
      *    ACCOUNT, SO A CLAIM PAID BY THE PAY RUN GOES STRAIGHT TO
      *    NET AND GLEXPORT BOOKS IT TO THE CATEGORY'S ACCOUNT.
      *    CLAIMS (EXPCLM.DAT) ROUTE TO THE EMPLOYEE'S EM-SUPERVISOR
      *    THE WAY LEAVE REQUESTS DO; AN APPROVAL WRITES THE
      *    EARNPEND.DAT LINE (SOURCE EXP + CLAIM NUMBER) FOR THE
      *    NEXT PAY RUN. THE OPEN-CLAIMS AGING REPORT COVERS CLAIMS
      *    STILL AWAITING APPROVAL OR AWAITING THE PAY RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EXPCAT-FILE
           ASSIGN TO "PRACTICALS/EXPCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXPCAT-STATUS.
       SELECT EXPCLM-FILE
           ASSIGN TO "PRACTICALS/EXPCLM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXPCLM-STATUS.
       SELECT EARNMAST-FILE
           ASSIGN TO "PRACTICALS/EARNMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EARNMAST-STATUS.
       SELECT EARNPEND-FILE
           ASSIGN TO "PRACTICALS/EARNPEND.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EARNPEND-STATUS.
       SELECT EM-MASTER-FILE
           ASSIGN TO "PRACTICALS/EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPCAT-FILE.
       01  EXPCAT-REC.
           05 XC-CODE PIC X(4).
           05 XC-FILLER-1 PIC X(1).
           05 XC-DESC PIC X(20).
           05 XC-FILLER-2 PIC X(1).
           05 XC-LIMIT PIC 9(5)V99.
           05 XC-FILLER-3 PIC X(1).
           05 XC-RECEIPT PIC X(1).
           05 XC-FILLER-4 PIC X(1).
           05 XC-GL-ACCT PIC X(8).

       FD  EXPCLM-FILE.
       01  EXPCLM-REC.
           05 XL-CLAIM-NO PIC 9(6).
           05 XL-FILLER-1 PIC X(1).
           05 XL-EMP-ID PIC X(8).
           05 XL-FILLER-2 PIC X(1).
           05 XL-CAT PIC X(4).
           05 XL-FILLER-3 PIC X(1).
           05 XL-EXP-DATE PIC 9(8).
           05 XL-FILLER-4 PIC X(1).
           05 XL-AMOUNT PIC 9(5)V99.
           05 XL-FILLER-5 PIC X(1).
           05 XL-RECEIPT PIC X(1).
           05 XL-FILLER-6 PIC X(1).
           05 XL-DESC PIC X(20).
           05 XL-FILLER-7 PIC X(1).
           05 XL-ENTERED PIC 9(8).
           05 XL-FILLER-8 PIC X(1).
           05 XL-STATUS PIC X(1).
           05 XL-FILLER-9 PIC X(1).
           05 XL-DECIDER PIC X(10).
           05 XL-FILLER-10 PIC X(1).
           05 XL-DEC-DATE PIC 9(8).
           05 XL-FILLER-11 PIC X(1).
           05 XL-REASON PIC X(20).

       FD  EARNMAST-FILE.
       01  EARNMAST-REC.
           05 EC-CODE-IN PIC X(4).
           05 EC-FILLER-1 PIC X(1).
           05 EC-TAXABLE-IN PIC X(1).
           05 EC-FILLER-2 PIC X(1).
           05 EC-GL-CAT-IN PIC X(8).
           05 EC-FILLER-3 PIC X(1).
           05 EC-DESC-IN PIC X(20).

       FD  EARNPEND-FILE.
       01  EARNPEND-REC.
           05 EP-EMP-ID PIC X(8).
           05 EP-FILLER-1 PIC X(1).
           05 EP-CODE PIC X(4).
           05 EP-FILLER-2 PIC X(1).
           05 EP-AMOUNT PIC 9(7)V99.
           05 EP-FILLER-3 PIC X(1).
           05 EP-DATE PIC 9(8).
           05 EP-FILLER-4 PIC X(1).
           05 EP-STATUS PIC X(1).
           05 EP-FILLER-5 PIC X(1).
           05 EP-SOURCE PIC X(10).

       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.

       WORKING-STORAGE SECTION.
       01  EXPCAT-STATUS PIC XX.
       01  EXPCLM-STATUS PIC XX.
       01  EARNMAST-STATUS PIC XX.
       01  EARNPEND-STATUS PIC XX.
       01  EM-FILE-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-TODAY PIC 9(8).
       01  WS-IDX PIC 9(3).
       01  WS-PICK PIC 9(3).
       01  WS-SHOWN PIC 9(3).
       01  WS-DECISION PIC X(1).
       01  WS-APPROVER PIC X(10).
       01  WS-DENY-REASON PIC X(20).
       01  WS-CLM-SUPER PIC X(8).
       01  WS-EMP-NAME PIC X(30).
       01  WS-EMP-OK PIC X.
       01  WS-NEXT-CLAIM-NO PIC 9(6).
       01  WS-SRC-CLAIM-NO PIC 9(6).

       01  WS-KEY-IN PIC X(4).
       01  WS-NEW-EMP PIC X(8).
       01  WS-NEW-EXP-DATE PIC 9(8).
       01  WS-NEW-AMOUNT PIC 9(5)V99.
       01  WS-NEW-RECEIPT PIC X(1).
       01  WS-NEW-DESC PIC X(20).

       01  WS-CAT-COUNT PIC 9(2) VALUE 0.
       01  WS-CAT-OVERFLOW PIC X VALUE 'N'.
       01  WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 20 TIMES.
               10 WS-CAT-CODE PIC X(4).
               10 WS-CAT-DESC PIC X(20).
               10 WS-CAT-LIMIT PIC 9(5)V99.
               10 WS-CAT-RECEIPT PIC X(1).
               10 WS-CAT-GL-ACCT PIC X(8).
       01  WS-CAT-IDX PIC 9(2).
       01  WS-CAT-HIT PIC 9(2).

       01  WS-EC-COUNT PIC 9(2) VALUE 0.
       01  WS-EC-OVERFLOW PIC X VALUE 'N'.
       01  WS-EC-TABLE.
           05 WS-EC-ENTRY OCCURS 20 TIMES.
               10 WS-EC-CODE PIC X(4).
               10 WS-EC-TAXABLE PIC X(1).
               10 WS-EC-GL-CAT PIC X(8).
               10 WS-EC-DESC PIC X(20).
       01  WS-EC-IDX PIC 9(2).
       01  WS-EC-HIT PIC 9(2).

       01  WS-CL-COUNT PIC 9(3) VALUE 0.
       01  WS-CL-OVERFLOW PIC X VALUE 'N'.
       01  WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 500 TIMES.
               10 WS-CL-NO PIC 9(6).
               10 WS-CL-EMP PIC X(8).
               10 WS-CL-CAT PIC X(4).
               10 WS-CL-EXP-DATE PIC 9(8).
               10 WS-CL-AMT PIC 9(5)V99.
               10 WS-CL-RECEIPT PIC X(1).
               10 WS-CL-DESC PIC X(20).
               10 WS-CL-ENTERED PIC 9(8).
               10 WS-CL-STA PIC X(1).
               10 WS-CL-DECIDER PIC X(10).
               10 WS-CL-DEC-DATE PIC 9(8).
               10 WS-CL-REASON PIC X(20).
               10 WS-CL-PAID PIC X(1).

       01  WS-STAGE PIC X(8).
       01  WS-STATE-TEXT PIC X(8).
       01  WS-AGE-DAYS PIC S9(5).
       01  WS-BKT PIC 9(1).
       01  WS-BKT-TABLE.
           05 WS-BKT-ENTRY OCCURS 4 TIMES.
               10 WS-BKT-ITEMS PIC 9(5).
               10 WS-BKT-TOTAL PIC 9(9)V99.
       01  WS-BKT-LABELS.
           05 FILLER PIC X(12) VALUE "0-7 DAYS".
           05 FILLER PIC X(12) VALUE "8-14 DAYS".
           05 FILLER PIC X(12) VALUE "15-30 DAYS".
           05 FILLER PIC X(12) VALUE "OVER 30 DAYS".
       01  WS-BKT-LABEL-TABLE REDEFINES WS-BKT-LABELS.
           05 WS-BKT-LABEL PIC X(12) OCCURS 4 TIMES.

       01  WS-HIST-PAID PIC 9(9)V99.
       01  WS-HIST-AWAIT PIC 9(9)V99.
       01  WS-HIST-PEND PIC 9(9)V99.
       01  WS-HIST-DENIED PIC 9(9)V99.

       01  OUT-AMT PIC ZZ,ZZ9.99.
       01  OUT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
       01  OUT-ITEMS PIC ZZZZ9.
       01  OUT-AGE PIC ZZZZ9.

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE-1 PIC 9(8).
       01  WS-DU-DATE-2 PIC 9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  WS-SPL-FUNCTION PIC X(1).
       01  WS-SPL-REPORT PIC X(20).
       01  WS-SPL-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           PERFORM LOAD-CATEGORIES.
           PERFORM LOAD-CLAIMS.
           DISPLAY "EXPENSE REIMBURSEMENT CLAIMS".
           DISPLAY "1 - ADD OR CHANGE AN EXPENSE CATEGORY".
           DISPLAY "2 - LIST EXPENSE CATEGORIES".
           DISPLAY "3 - ENTER A CLAIM".
           DISPLAY "4 - REVIEW AND DECIDE CLAIMS".
           DISPLAY "5 - OPEN-CLAIMS AGING REPORT".
           DISPLAY "6 - EMPLOYEE REIMBURSEMENT HISTORY".
           DISPLAY "7 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM MAINTAIN-CATEGORY
            WHEN 2
               PERFORM LIST-CATEGORIES
            WHEN 3
               PERFORM ENTER-CLAIM
            WHEN 4
               PERFORM REVIEW-CLAIMS
            WHEN 5
               PERFORM AGING-REPORT
            WHEN 6
               PERFORM CLAIM-HISTORY
            WHEN 7
               GOBACK
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM MAIN-PARA.

       LOAD-CATEGORIES.
           MOVE 0 TO WS-CAT-COUNT.
           MOVE 'N' TO WS-CAT-OVERFLOW.
           OPEN INPUT EXPCAT-FILE.
           IF EXPCAT-STATUS = "00"
               PERFORM UNTIL EXPCAT-STATUS NOT = "00"
                   READ EXPCAT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-CAT-COUNT >= 20
                               MOVE 'Y' TO WS-CAT-OVERFLOW
                           ELSE
                               ADD 1 TO WS-CAT-COUNT
                               MOVE XC-CODE TO
                                   WS-CAT-CODE (WS-CAT-COUNT)
                               MOVE XC-DESC TO
                                   WS-CAT-DESC (WS-CAT-COUNT)
                               IF XC-LIMIT IS NUMERIC
                                   MOVE XC-LIMIT TO
                                       WS-CAT-LIMIT (WS-CAT-COUNT)
                               ELSE
                                   MOVE 0 TO
                                       WS-CAT-LIMIT (WS-CAT-COUNT)
                               END-IF
                               MOVE XC-RECEIPT TO
                                   WS-CAT-RECEIPT (WS-CAT-COUNT)
                               MOVE XC-GL-ACCT TO
                                   WS-CAT-GL-ACCT (WS-CAT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPCAT-FILE
           END-IF.
           IF WS-CAT-OVERFLOW = 'Y'
               DISPLAY "WARNING: CATEGORY FILE EXCEEDS THE 20-ROW"
                   " TABLE. CATEGORY UPDATES ARE SUSPENDED."
           END-IF.

       SAVE-CATEGORIES.
           IF WS-CAT-OVERFLOW = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT EXPCAT-FILE.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE SPACES TO EXPCAT-REC
               MOVE WS-CAT-CODE (WS-CAT-IDX) TO XC-CODE
               MOVE WS-CAT-DESC (WS-CAT-IDX) TO XC-DESC
               MOVE WS-CAT-LIMIT (WS-CAT-IDX) TO XC-LIMIT
               MOVE WS-CAT-RECEIPT (WS-CAT-IDX) TO XC-RECEIPT
               MOVE WS-CAT-GL-ACCT (WS-CAT-IDX) TO XC-GL-ACCT
               WRITE EXPCAT-REC
           END-PERFORM.
           CLOSE EXPCAT-FILE.

       FIND-CATEGORY.
           MOVE 0 TO WS-CAT-HIT.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
               OR WS-CAT-HIT > 0
               IF WS-CAT-CODE (WS-CAT-IDX) = WS-KEY-IN
                   MOVE WS-CAT-IDX TO WS-CAT-HIT
               END-IF
           END-PERFORM.

       LOAD-CLAIMS.
           MOVE 0 TO WS-CL-COUNT.
           MOVE 'N' TO WS-CL-OVERFLOW.
           OPEN INPUT EXPCLM-FILE.
           IF EXPCLM-STATUS = "00"
               PERFORM UNTIL EXPCLM-STATUS NOT = "00"
                   READ EXPCLM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-CL-COUNT >= 500
                               MOVE 'Y' TO WS-CL-OVERFLOW
                           ELSE
                               PERFORM STORE-CLAIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPCLM-FILE
           END-IF.
           IF WS-CL-OVERFLOW = 'Y'
               DISPLAY "WARNING: CLAIM FILE EXCEEDS THE 500-ROW"
                   " TABLE. CLAIM UPDATES ARE SUSPENDED."
           END-IF.

       STORE-CLAIM.
           ADD 1 TO WS-CL-COUNT.
           MOVE XL-CLAIM-NO TO WS-CL-NO (WS-CL-COUNT).
           MOVE XL-EMP-ID TO WS-CL-EMP (WS-CL-COUNT).
           MOVE XL-CAT TO WS-CL-CAT (WS-CL-COUNT).
           MOVE XL-EXP-DATE TO WS-CL-EXP-DATE (WS-CL-COUNT).
           IF XL-AMOUNT IS NUMERIC
               MOVE XL-AMOUNT TO WS-CL-AMT (WS-CL-COUNT)
           ELSE
               MOVE 0 TO WS-CL-AMT (WS-CL-COUNT)
           END-IF.
           MOVE XL-RECEIPT TO WS-CL-RECEIPT (WS-CL-COUNT).
           MOVE XL-DESC TO WS-CL-DESC (WS-CL-COUNT).
           IF XL-ENTERED IS NUMERIC
               MOVE XL-ENTERED TO WS-CL-ENTERED (WS-CL-COUNT)
           ELSE
               MOVE 0 TO WS-CL-ENTERED (WS-CL-COUNT)
           END-IF.
           IF XL-STATUS = 'A' OR XL-STATUS = 'D'
               MOVE XL-STATUS TO WS-CL-STA (WS-CL-COUNT)
           ELSE
               MOVE 'P' TO WS-CL-STA (WS-CL-COUNT)
           END-IF.
           MOVE XL-DECIDER TO WS-CL-DECIDER (WS-CL-COUNT).
           IF XL-DEC-DATE IS NUMERIC
               MOVE XL-DEC-DATE TO WS-CL-DEC-DATE (WS-CL-COUNT)
           ELSE
               MOVE 0 TO WS-CL-DEC-DATE (WS-CL-COUNT)
           END-IF.
           MOVE XL-REASON TO WS-CL-REASON (WS-CL-COUNT).
           MOVE 'N' TO WS-CL-PAID (WS-CL-COUNT).

       SAVE-CLAIMS.
           IF WS-CL-OVERFLOW = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT EXPCLM-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CL-COUNT
               MOVE SPACES TO EXPCLM-REC
               MOVE WS-CL-NO (WS-IDX) TO XL-CLAIM-NO
               MOVE WS-CL-EMP (WS-IDX) TO XL-EMP-ID
               MOVE WS-CL-CAT (WS-IDX) TO XL-CAT
               MOVE WS-CL-EXP-DATE (WS-IDX) TO XL-EXP-DATE
               MOVE WS-CL-AMT (WS-IDX) TO XL-AMOUNT
               MOVE WS-CL-RECEIPT (WS-IDX) TO XL-RECEIPT
               MOVE WS-CL-DESC (WS-IDX) TO XL-DESC
               MOVE WS-CL-ENTERED (WS-IDX) TO XL-ENTERED
               MOVE WS-CL-STA (WS-IDX) TO XL-STATUS
               MOVE WS-CL-DECIDER (WS-IDX) TO XL-DECIDER
               MOVE WS-CL-DEC-DATE (WS-IDX) TO XL-DEC-DATE
               MOVE WS-CL-REASON (WS-IDX) TO XL-REASON
               WRITE EXPCLM-REC
           END-PERFORM.
           CLOSE EXPCLM-FILE.

       LOAD-EARNINGS-CODES.
           MOVE 0 TO WS-EC-COUNT.
           MOVE 'N' TO WS-EC-OVERFLOW.
           OPEN INPUT EARNMAST-FILE.
           IF EARNMAST-STATUS = "00"
               PERFORM UNTIL EARNMAST-STATUS NOT = "00"
                   READ EARNMAST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-EC-COUNT >= 20
                               MOVE 'Y' TO WS-EC-OVERFLOW
                           ELSE
                               ADD 1 TO WS-EC-COUNT
                               MOVE EC-CODE-IN TO
                                   WS-EC-CODE (WS-EC-COUNT)
                               MOVE EC-TAXABLE-IN TO
                                   WS-EC-TAXABLE (WS-EC-COUNT)
                               MOVE EC-GL-CAT-IN TO
                                   WS-EC-GL-CAT (WS-EC-COUNT)
                               MOVE EC-DESC-IN TO
                                   WS-EC-DESC (WS-EC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EARNMAST-FILE
           END-IF.

       SAVE-EARNINGS-CODES.
           OPEN OUTPUT EARNMAST-FILE.
           PERFORM VARYING WS-EC-IDX FROM 1 BY 1
               UNTIL WS-EC-IDX > WS-EC-COUNT
               MOVE SPACES TO EARNMAST-REC
               MOVE WS-EC-CODE (WS-EC-IDX) TO EC-CODE-IN
               MOVE WS-EC-TAXABLE (WS-EC-IDX) TO EC-TAXABLE-IN
               MOVE WS-EC-GL-CAT (WS-EC-IDX) TO EC-GL-CAT-IN
               MOVE WS-EC-DESC (WS-EC-IDX) TO EC-DESC-IN
               WRITE EARNMAST-REC
           END-PERFORM.
           CLOSE EARNMAST-FILE.

       FIND-EARNINGS-CODE.
           MOVE 0 TO WS-EC-HIT.
           PERFORM VARYING WS-EC-IDX FROM 1 BY 1
               UNTIL WS-EC-IDX > WS-EC-COUNT
               OR WS-EC-HIT > 0
               IF WS-EC-CODE (WS-EC-IDX) = WS-KEY-IN
                   MOVE WS-EC-IDX TO WS-EC-HIT
               END-IF
           END-PERFORM.

      *    THE CATEGORY CODE IS ALSO ITS EARNINGS CODE. A CODE
      *    ALREADY ON THE EARNINGS MASTER AS TAXABLE PAY BELONGS
      *    TO SOMETHING ELSE AND IS REFUSED; OTHERWISE THE EARNINGS
      *    ROW IS ADDED OR BROUGHT INTO LINE WITH THE CATEGORY.
       MAINTAIN-CATEGORY.
           IF WS-CAT-OVERFLOW = 'Y'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CATEGORY CODE (E.G. MILE, MEAL): "
               WITH NO ADVANCING.
           ACCEPT WS-KEY-IN.
           MOVE FUNCTION UPPER-CASE(WS-KEY-IN) TO WS-KEY-IN.
           IF WS-KEY-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-CATEGORY.
           IF WS-CAT-HIT = 0 AND WS-CAT-COUNT >= 20
               DISPLAY "CATEGORY TABLE IS FULL."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-EARNINGS-CODES.
           IF WS-EC-OVERFLOW = 'Y'
               DISPLAY "EARNINGS-CODE MASTER OVERFLOW - CATEGORY"
                   " NOT SAVED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-EARNINGS-CODE.
           IF WS-EC-HIT > 0
               AND WS-EC-TAXABLE (WS-EC-HIT) NOT = 'N'
               DISPLAY "ERROR: " WS-KEY-IN " IS A TAXABLE EARNINGS"
                   " CODE - CHOOSE ANOTHER CATEGORY CODE."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-EC-HIT = 0 AND WS-EC-COUNT >= 20
               DISPLAY "EARNINGS-CODE TABLE IS FULL - CATEGORY NOT"
                   " SAVED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAT-HIT = 0
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-CAT-COUNT TO WS-CAT-HIT
               MOVE WS-KEY-IN TO WS-CAT-CODE (WS-CAT-HIT)
           END-IF.
           DISPLAY "DESCRIPTION: " WITH NO ADVANCING.
           ACCEPT WS-CAT-DESC (WS-CAT-HIT).
           DISPLAY "POLICY LIMIT PER CLAIM (0 = NONE): "
               WITH NO ADVANCING.
           ACCEPT WS-CAT-LIMIT (WS-CAT-HIT).
           DISPLAY "RECEIPT REQUIRED? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CAT-RECEIPT (WS-CAT-HIT).
           MOVE FUNCTION UPPER-CASE(WS-CAT-RECEIPT (WS-CAT-HIT))
               TO WS-CAT-RECEIPT (WS-CAT-HIT).
           IF WS-CAT-RECEIPT (WS-CAT-HIT) NOT = 'N'
               MOVE 'Y' TO WS-CAT-RECEIPT (WS-CAT-HIT)
           END-IF.
           MOVE SPACES TO WS-CAT-GL-ACCT (WS-CAT-HIT).
           PERFORM UNTIL WS-CAT-GL-ACCT (WS-CAT-HIT) NOT = SPACES
               DISPLAY "GL EXPENSE ACCOUNT: " WITH NO ADVANCING
               ACCEPT WS-CAT-GL-ACCT (WS-CAT-HIT)
           END-PERFORM.
           PERFORM SAVE-CATEGORIES.

           IF WS-EC-HIT = 0
               ADD 1 TO WS-EC-COUNT
               MOVE WS-EC-COUNT TO WS-EC-HIT
               MOVE WS-KEY-IN TO WS-EC-CODE (WS-EC-HIT)
           END-IF.
           MOVE 'N' TO WS-EC-TAXABLE (WS-EC-HIT).
           MOVE WS-CAT-GL-ACCT (WS-CAT-HIT) TO WS-EC-GL-CAT (WS-EC-HIT).
           MOVE WS-CAT-DESC (WS-CAT-HIT) TO WS-EC-DESC (WS-EC-HIT).
           PERFORM SAVE-EARNINGS-CODES.
           DISPLAY "CATEGORY " WS-KEY-IN " SAVED AND CARRIED ON THE"
               " EARNINGS MASTER AS NON-TAXABLE.".
           ACCEPT OMITTED.

       LIST-CATEGORIES.
           IF WS-CAT-COUNT = 0
               DISPLAY "NO EXPENSE CATEGORIES ON FILE."
           ELSE
               DISPLAY "CODE  DESCRIPTION           LIMIT      RCPT"
                   "  GL ACCT"
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   MOVE WS-CAT-LIMIT (WS-CAT-IDX) TO OUT-AMT
                   DISPLAY WS-CAT-CODE (WS-CAT-IDX) "  "
                       WS-CAT-DESC (WS-CAT-IDX) "  "
                       OUT-AMT "  "
                       WS-CAT-RECEIPT (WS-CAT-IDX) "     "
                       WS-CAT-GL-ACCT (WS-CAT-IDX)
               END-PERFORM
           END-IF.
           ACCEPT OMITTED.

       LOOKUP-EMPLOYEE.
           MOVE 'N' TO WS-EMP-OK.
           MOVE SPACES TO WS-EMP-NAME WS-CLM-SUPER.
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS = "00"
               READ EM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-EMP-OK
                       MOVE EM-NAME TO WS-EMP-NAME
                       MOVE EM-SUPERVISOR TO WS-CLM-SUPER
               END-READ
               CLOSE EM-MASTER-FILE
           END-IF.

      *    POLICY IS ENFORCED AT ENTRY: AN AMOUNT OVER THE CATEGORY
      *    LIMIT, OR A RECEIPT-REQUIRED CATEGORY WITHOUT A RECEIPT,
      *    IS NOT TAKEN.
       ENTER-CLAIM.
           IF WS-CL-OVERFLOW = 'Y' OR WS-CL-COUNT >= 500
               DISPLAY "CLAIM FILE IS FULL."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAT-COUNT = 0
               DISPLAY "NO EXPENSE CATEGORIES ON FILE - ADD ONE"
                   " FIRST."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "EMPLOYEE ID: " WITH NO ADVANCING.
           ACCEPT WS-NEW-EMP.
           MOVE WS-NEW-EMP TO EM-EMP-ID.
           PERFORM LOOKUP-EMPLOYEE.
           IF WS-EMP-OK = 'N'
               DISPLAY "EMPLOYEE NOT ON MASTER. CLAIM NOT TAKEN."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CATEGORY CODE: " WITH NO ADVANCING.
           ACCEPT WS-KEY-IN.
           MOVE FUNCTION UPPER-CASE(WS-KEY-IN) TO WS-KEY-IN.
           PERFORM FIND-CATEGORY.
           IF WS-CAT-HIT = 0
               DISPLAY "CATEGORY NOT ON FILE: " WS-KEY-IN
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DATE OF EXPENSE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-NEW-EXP-DATE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 'V' TO WS-DU-FUNCTION.
           MOVE WS-NEW-EXP-DATE TO WS-DU-DATE-1.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-RESULT WS-DU-FLAG.
           IF WS-DU-FLAG = 'N' OR WS-NEW-EXP-DATE > WS-TODAY
               DISPLAY "EXPENSE DATE INVALID. CLAIM NOT TAKEN."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "AMOUNT: " WITH NO ADVANCING.
           ACCEPT WS-NEW-AMOUNT.
           IF WS-NEW-AMOUNT = 0
               DISPLAY "AMOUNT MUST BE POSITIVE. CLAIM NOT TAKEN."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAT-LIMIT (WS-CAT-HIT) > 0
               AND WS-NEW-AMOUNT > WS-CAT-LIMIT (WS-CAT-HIT)
               MOVE WS-CAT-LIMIT (WS-CAT-HIT) TO OUT-AMT
               DISPLAY "AMOUNT EXCEEDS THE " WS-KEY-IN " POLICY"
                   " LIMIT OF " FUNCTION TRIM(OUT-AMT)
                   ". CLAIM NOT TAKEN."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "RECEIPT ATTACHED? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-NEW-RECEIPT.
           MOVE FUNCTION UPPER-CASE(WS-NEW-RECEIPT) TO WS-NEW-RECEIPT.
           IF WS-NEW-RECEIPT NOT = 'Y'
               MOVE 'N' TO WS-NEW-RECEIPT
           END-IF.
           IF WS-CAT-RECEIPT (WS-CAT-HIT) = 'Y'
               AND WS-NEW-RECEIPT = 'N'
               DISPLAY "CATEGORY " WS-KEY-IN " REQUIRES A RECEIPT."
                   " CLAIM NOT TAKEN."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DESCRIPTION: " WITH NO ADVANCING.
           ACCEPT WS-NEW-DESC.

           MOVE 0 TO WS-NEXT-CLAIM-NO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CL-COUNT
               IF WS-CL-NO (WS-IDX) > WS-NEXT-CLAIM-NO
                   MOVE WS-CL-NO (WS-IDX) TO WS-NEXT-CLAIM-NO
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NEXT-CLAIM-NO.
           ADD 1 TO WS-CL-COUNT.
           MOVE WS-NEXT-CLAIM-NO TO WS-CL-NO (WS-CL-COUNT).
           MOVE WS-NEW-EMP TO WS-CL-EMP (WS-CL-COUNT).
           MOVE WS-KEY-IN TO WS-CL-CAT (WS-CL-COUNT).
           MOVE WS-NEW-EXP-DATE TO WS-CL-EXP-DATE (WS-CL-COUNT).
           MOVE WS-NEW-AMOUNT TO WS-CL-AMT (WS-CL-COUNT).
           MOVE WS-NEW-RECEIPT TO WS-CL-RECEIPT (WS-CL-COUNT).
           MOVE WS-NEW-DESC TO WS-CL-DESC (WS-CL-COUNT).
           MOVE WS-TODAY TO WS-CL-ENTERED (WS-CL-COUNT).
           MOVE 'P' TO WS-CL-STA (WS-CL-COUNT).
           MOVE SPACES TO WS-CL-DECIDER (WS-CL-COUNT).
           MOVE 0 TO WS-CL-DEC-DATE (WS-CL-COUNT).
           MOVE SPACES TO WS-CL-REASON (WS-CL-COUNT).
           MOVE 'N' TO WS-CL-PAID (WS-CL-COUNT).
           PERFORM SAVE-CLAIMS.
           IF WS-CLM-SUPER = SPACES
               DISPLAY "CLAIM " WS-NEXT-CLAIM-NO " TAKEN - NO"
                   " SUPERVISOR ON FILE, ANY APPROVER MAY DECIDE IT."
           ELSE
               DISPLAY "CLAIM " WS-NEXT-CLAIM-NO " TAKEN - ROUTED TO"
                   " SUPERVISOR " WS-CLM-SUPER " FOR APPROVAL."
           END-IF.
           ACCEPT OMITTED.

       REVIEW-CLAIMS.
           IF WS-CL-OVERFLOW = 'Y'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "APPROVING OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-APPROVER.
      *    AS WITH LEAVE REQUESTS, THE APPROVER ONLY SEES CLAIMS OF
      *    THE PEOPLE WHOSE EM-SUPERVISOR IS THE OPERATOR ID, NEVER
      *    THEIR OWN; A CLAIMANT WITH NO SUPERVISOR ON FILE STAYS
      *    VISIBLE TO EVERYONE.
           MOVE 0 TO WS-SHOWN.
           PERFORM VARYING WS-PICK FROM 1 BY 1
               UNTIL WS-PICK > WS-CL-COUNT
               IF WS-CL-STA (WS-PICK) = 'P'
                   PERFORM CHECK-CLAIM-ROUTING
               END-IF
           END-PERFORM.
           IF WS-SHOWN = 0
               DISPLAY "NO PENDING CLAIMS."
           ELSE
               PERFORM SAVE-CLAIMS
           END-IF.
           ACCEPT OMITTED.

       CHECK-CLAIM-ROUTING.
           IF WS-CL-EMP (WS-PICK) = WS-APPROVER (1:8)
               DISPLAY "CLAIM " WS-CL-NO (WS-PICK)
                   " IS YOUR OWN - ANOTHER APPROVER MUST DECIDE IT."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CL-EMP (WS-PICK) TO EM-EMP-ID.
           PERFORM LOOKUP-EMPLOYEE.
           IF WS-CLM-SUPER = SPACES
               OR WS-CLM-SUPER = WS-APPROVER (1:8)
               ADD 1 TO WS-SHOWN
               PERFORM REVIEW-ONE-CLAIM
           END-IF.

       REVIEW-ONE-CLAIM.
           DISPLAY SPACES.
           MOVE WS-CL-AMT (WS-PICK) TO OUT-AMT.
           DISPLAY "CLAIM " WS-CL-NO (WS-PICK) ": "
               WS-CL-EMP (WS-PICK) " " WS-EMP-NAME.
           DISPLAY "  " WS-CL-CAT (WS-PICK) "  "
               WS-CL-EXP-DATE (WS-PICK) "  "
               FUNCTION TRIM(OUT-AMT) "  "
               WS-CL-DESC (WS-PICK).
           MOVE WS-CL-CAT (WS-PICK) TO WS-KEY-IN.
           PERFORM FIND-CATEGORY.
           IF WS-CAT-HIT > 0
               MOVE WS-CAT-LIMIT (WS-CAT-HIT) TO OUT-AMT
               DISPLAY "  POLICY LIMIT " FUNCTION TRIM(OUT-AMT)
                   "  RECEIPT REQUIRED " WS-CAT-RECEIPT (WS-CAT-HIT)
                   "  RECEIPT ATTACHED " WS-CL-RECEIPT (WS-PICK)
           END-IF.
           DISPLAY "(A)PPROVE, (D)ENY, OR (S)KIP: " WITH NO ADVANCING.
           ACCEPT WS-DECISION.
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           EVALUATE WS-DECISION
            WHEN 'A'
               PERFORM APPROVE-CLAIM
            WHEN 'D'
               DISPLAY "DENIAL REASON: " WITH NO ADVANCING
               ACCEPT WS-DENY-REASON
               MOVE 'D' TO WS-CL-STA (WS-PICK)
               MOVE WS-APPROVER TO WS-CL-DECIDER (WS-PICK)
               MOVE WS-TODAY TO WS-CL-DEC-DATE (WS-PICK)
               MOVE WS-DENY-REASON TO WS-CL-REASON (WS-PICK)
               DISPLAY "CLAIM DENIED."
            WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *    THE CATEGORY MUST STILL BE ON FILE AND THE CLAIM STILL
      *    INSIDE ITS LIMIT (THE LIMIT MAY HAVE BEEN LOWERED SINCE
      *    ENTRY). THE PAY LINE IS NON-TAXABLE UNDER THE CATEGORY'S
      *    EARNINGS CODE AND PAYS WITH THE NEXT PAY POSTING.
       APPROVE-CLAIM.
           IF WS-CAT-HIT = 0
               DISPLAY "CATEGORY NO LONGER ON FILE - LEFT PENDING."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAT-LIMIT (WS-CAT-HIT) > 0
               AND WS-CL-AMT (WS-PICK) > WS-CAT-LIMIT (WS-CAT-HIT)
               DISPLAY "CLAIM NOW EXCEEDS THE POLICY LIMIT - LEFT"
                   " PENDING."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO EARNPEND-REC.
           MOVE WS-CL-EMP (WS-PICK) TO EP-EMP-ID.
           MOVE WS-CL-CAT (WS-PICK) TO EP-CODE.
           MOVE WS-CL-AMT (WS-PICK) TO EP-AMOUNT.
           MOVE WS-TODAY TO EP-DATE.
           MOVE 'P' TO EP-STATUS.
           STRING "EXP" WS-CL-NO (WS-PICK) DELIMITED BY SIZE
               INTO EP-SOURCE.
           OPEN EXTEND EARNPEND-FILE.
           IF EARNPEND-STATUS = "05" OR EARNPEND-STATUS = "35"
               OPEN OUTPUT EARNPEND-FILE
           END-IF.
           WRITE EARNPEND-REC.
           CLOSE EARNPEND-FILE.
           MOVE 'A' TO WS-CL-STA (WS-PICK).
           MOVE WS-APPROVER TO WS-CL-DECIDER (WS-PICK).
           MOVE WS-TODAY TO WS-CL-DEC-DATE (WS-PICK).
           DISPLAY "CLAIM APPROVED - IT PAYS WITH THE EMPLOYEE'S"
               " NEXT PAY POSTING.".

      *    A CLAIM IS PAID ONCE THE PAY RUN HAS MARKED ITS EARNPEND
      *    LINE DONE.
       LOAD-PAY-STATUS.
           OPEN INPUT EARNPEND-FILE.
           IF EARNPEND-STATUS = "00"
               PERFORM UNTIL EARNPEND-STATUS NOT = "00"
                   READ EARNPEND-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EP-SOURCE (1:3) = "EXP"
                               AND EP-SOURCE (4:6) IS NUMERIC
                               AND EP-STATUS = 'D'
                               MOVE EP-SOURCE (4:6)
                                   TO WS-SRC-CLAIM-NO
                               PERFORM MARK-CLAIM-PAID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EARNPEND-FILE
           END-IF.

       MARK-CLAIM-PAID.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CL-COUNT
               IF WS-CL-NO (WS-IDX) = WS-SRC-CLAIM-NO
                   MOVE 'Y' TO WS-CL-PAID (WS-IDX)
               END-IF
           END-PERFORM.

       AGING-REPORT.
           PERFORM LOAD-PAY-STATUS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           INITIALIZE WS-BKT-TABLE.
           MOVE "EXPENSE CLAIM AGING" TO WS-SPL-REPORT.
           MOVE 'O' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.
           MOVE "CLAIM   EMP-ID    CAT   ENTERED      AMOUNT   AGE"
               TO WS-SPL-LINE.
           MOVE "AWAITING" TO WS-SPL-LINE (52:8).
           PERFORM SPOOL-AGING-LINE.
           MOVE 0 TO WS-SHOWN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CL-COUNT
               MOVE SPACES TO WS-STAGE
               IF WS-CL-STA (WS-IDX) = 'P'
                   MOVE "APPROVAL" TO WS-STAGE
               END-IF
               IF WS-CL-STA (WS-IDX) = 'A'
                   AND WS-CL-PAID (WS-IDX) = 'N'
                   MOVE "PAY RUN" TO WS-STAGE
               END-IF
               IF WS-STAGE NOT = SPACES
                   PERFORM AGE-ONE-CLAIM
               END-IF
           END-PERFORM.
           IF WS-SHOWN = 0
               MOVE "NO OPEN CLAIMS." TO WS-SPL-LINE
               PERFORM SPOOL-AGING-LINE
           END-IF.
           MOVE SPACES TO WS-SPL-LINE.
           PERFORM SPOOL-AGING-LINE.
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
               MOVE WS-BKT-ITEMS (WS-BKT) TO OUT-ITEMS
               MOVE WS-BKT-TOTAL (WS-BKT) TO OUT-TOTAL
               MOVE SPACES TO WS-SPL-LINE
               STRING WS-BKT-LABEL (WS-BKT) "  " OUT-ITEMS
                   " CLAIMS  " OUT-TOTAL
                   DELIMITED BY SIZE INTO WS-SPL-LINE
               PERFORM SPOOL-AGING-LINE
           END-PERFORM.
           MOVE 'C' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.
           ACCEPT OMITTED.

       AGE-ONE-CLAIM.
           MOVE 'D' TO WS-DU-FUNCTION.
           MOVE WS-TODAY TO WS-DU-DATE-1.
           MOVE WS-CL-ENTERED (WS-IDX) TO WS-DU-DATE-2.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-RESULT WS-DU-FLAG.
           IF WS-DU-FLAG = 'N' OR WS-DU-RESULT < 0
               MOVE 0 TO WS-AGE-DAYS
           ELSE
               MOVE WS-DU-RESULT TO WS-AGE-DAYS
           END-IF.
           EVALUATE TRUE
            WHEN WS-AGE-DAYS <= 7
               MOVE 1 TO WS-BKT
            WHEN WS-AGE-DAYS <= 14
               MOVE 2 TO WS-BKT
            WHEN WS-AGE-DAYS <= 30
               MOVE 3 TO WS-BKT
            WHEN OTHER
               MOVE 4 TO WS-BKT
           END-EVALUATE.
           ADD 1 TO WS-BKT-ITEMS (WS-BKT).
           ADD WS-CL-AMT (WS-IDX) TO WS-BKT-TOTAL (WS-BKT).
           ADD 1 TO WS-SHOWN.
           MOVE WS-CL-AMT (WS-IDX) TO OUT-AMT.
           MOVE WS-AGE-DAYS TO OUT-AGE.
           MOVE SPACES TO WS-SPL-LINE.
           STRING WS-CL-NO (WS-IDX) "  " WS-CL-EMP (WS-IDX) "  "
               WS-CL-CAT (WS-IDX) "  " WS-CL-ENTERED (WS-IDX) "  "
               OUT-AMT " " OUT-AGE "  " WS-STAGE
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-AGING-LINE.

       SPOOL-AGING-LINE.
           DISPLAY WS-SPL-LINE.
           MOVE 'L' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.

       CLAIM-HISTORY.
           DISPLAY "EMPLOYEE ID: " WITH NO ADVANCING.
           ACCEPT WS-NEW-EMP.
           MOVE WS-NEW-EMP TO EM-EMP-ID.
           PERFORM LOOKUP-EMPLOYEE.
           PERFORM LOAD-PAY-STATUS.
           MOVE 0 TO WS-HIST-PAID WS-HIST-AWAIT WS-HIST-PEND
               WS-HIST-DENIED WS-SHOWN.
           DISPLAY "REIMBURSEMENT HISTORY FOR " WS-NEW-EMP " "
               WS-EMP-NAME.
           DISPLAY "CLAIM   CAT   EXPENSE       AMOUNT  STATUS    "
               "DECIDED   BY".
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CL-COUNT
               IF WS-CL-EMP (WS-IDX) = WS-NEW-EMP
                   PERFORM SHOW-HISTORY-CLAIM
               END-IF
           END-PERFORM.
           IF WS-SHOWN = 0
               DISPLAY "NO CLAIMS ON FILE FOR THIS EMPLOYEE."
           ELSE
               MOVE WS-HIST-PAID TO OUT-TOTAL
               DISPLAY "REIMBURSED THROUGH PAYROLL: " OUT-TOTAL
               MOVE WS-HIST-AWAIT TO OUT-TOTAL
               DISPLAY "APPROVED, AWAITING PAY RUN: " OUT-TOTAL
               MOVE WS-HIST-PEND TO OUT-TOTAL
               DISPLAY "PENDING APPROVAL:           " OUT-TOTAL
               MOVE WS-HIST-DENIED TO OUT-TOTAL
               DISPLAY "DENIED:                     " OUT-TOTAL
           END-IF.
           ACCEPT OMITTED.

       SHOW-HISTORY-CLAIM.
           ADD 1 TO WS-SHOWN.
           EVALUATE TRUE
            WHEN WS-CL-STA (WS-IDX) = 'D'
               MOVE "DENIED" TO WS-STATE-TEXT
               ADD WS-CL-AMT (WS-IDX) TO WS-HIST-DENIED
            WHEN WS-CL-STA (WS-IDX) = 'A'
               AND WS-CL-PAID (WS-IDX) = 'Y'
               MOVE "PAID" TO WS-STATE-TEXT
               ADD WS-CL-AMT (WS-IDX) TO WS-HIST-PAID
            WHEN WS-CL-STA (WS-IDX) = 'A'
               MOVE "APPROVED" TO WS-STATE-TEXT
               ADD WS-CL-AMT (WS-IDX) TO WS-HIST-AWAIT
            WHEN OTHER
               MOVE "PENDING" TO WS-STATE-TEXT
               ADD WS-CL-AMT (WS-IDX) TO WS-HIST-PEND
           END-EVALUATE.
           MOVE WS-CL-AMT (WS-IDX) TO OUT-AMT.
           DISPLAY WS-CL-NO (WS-IDX) "  " WS-CL-CAT (WS-IDX) "  "
               WS-CL-EXP-DATE (WS-IDX) "  " OUT-AMT "  "
               WS-STATE-TEXT "  " WS-CL-DEC-DATE (WS-IDX) "  "
               WS-CL-DECIDER (WS-IDX).
           IF WS-CL-STA (WS-IDX) = 'D'
               DISPLAY "        REASON: " WS-CL-REASON (WS-IDX)
           END-IF.

       END PROGRAM EXPCLAIM.
