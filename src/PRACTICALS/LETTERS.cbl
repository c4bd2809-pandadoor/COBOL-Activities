       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTERS.
      *    EMPLOYEE NOTIFICATION LETTERS. RATE AND SALARY CHANGES
      *    (APPRQ, MERITINC), TRANSFERS (DEPTXFER, REORG), LEAVE
      *    APPROVALS (LEAVEREQ) AND TERMINATIONS (TERMEMP) EACH DROP
      *    A ROW ON LETTRQ.DAT THROUGH LTRQUE WHEN THEY ARE
      *    COMMITTED. THE LETTERS RUN TAKES ONE DAY'S ROWS, MERGES
      *    EACH INTO THE TEMPLATE FOR ITS TYPE AND SPOOLS THE
      *    LETTERS AS ONE REPORT FOR PRINTING AND MAILING. EVERY
      *    LETTER ISSUED IS LOGGED ON LETTLOG.DAT WITH THE NAME AND
      *    ADDRESS IT WENT TO, SO HR CAN SHOW NOTICE WAS GIVEN; A
      *    ROW ALREADY ON THE LOG IS NOT ISSUED TWICE.
      *    TEMPLATES ARE KEPT ON LETTMPL.DAT, ONE ROW PER LINE,
      *    AND MAINTAINED HERE. A TYPE WITH NO ROWS ON FILE USES THE
      *    STANDARD WORDING BELOW. MERGE FIELDS ARE WRITTEN BETWEEN
      *    AMPERSANDS: &NAME& &EMPID& &ADDRESS& &DEPT& &SUPER&
      *    &OLD& &NEW& &EFFDATE& &TODAY&. FOR A RATE LETTER OLD AND
      *    NEW ARE THE RATES (OR SALARIES), FOR A TRANSFER THE
      *    DEPARTMENTS, FOR LEAVE THE LEAVE TYPE AND HOURS, FOR A
      *    TERMINATION NEW IS THE REASON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LTRQ-FILE
           ASSIGN TO "PRACTICALS/LETTRQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LTRQ-STATUS.
       SELECT TEMPLATE-FILE
           ASSIGN TO "PRACTICALS/LETTMPL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TEMPLATE-STATUS.
       SELECT LOG-FILE
           ASSIGN TO "PRACTICALS/LETTLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOG-STATUS.
       SELECT RATE-FILE
           ASSIGN TO "PRACTICALS/RATEMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATE-STATUS.
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
       FD  LTRQ-FILE.
       01  LTRQ-REC.
           COPY LTRQREC.

       FD  TEMPLATE-FILE.
       01  TEMPLATE-REC.
           05 LT-TYPE PIC X(4).
           05 LT-FILLER-1 PIC X(1).
           05 LT-LINE-NO PIC 9(2).
           05 LT-FILLER-2 PIC X(1).
           05 LT-TEXT PIC X(70).

       FD  LOG-FILE.
       01  LOG-REC.
           05 LL-SEQ PIC 9(6).
           05 LL-FILLER-1 PIC X(1).
           05 LL-EMP-ID PIC X(8).
           05 LL-FILLER-2 PIC X(1).
           05 LL-TYPE PIC X(4).
           05 LL-FILLER-3 PIC X(1).
           05 LL-TXN-DATE PIC 9(8).
           05 LL-FILLER-4 PIC X(1).
           05 LL-EFF-DATE PIC 9(8).
           05 LL-FILLER-5 PIC X(1).
           05 LL-NEW PIC X(13).
           05 LL-FILLER-6 PIC X(1).
           05 LL-ISSUE-DATE PIC 9(8).
           05 LL-FILLER-7 PIC X(1).
           05 LL-OPERATOR PIC X(10).
           05 LL-FILLER-8 PIC X(1).
           05 LL-NAME PIC X(15).
           05 LL-FILLER-9 PIC X(1).
           05 LL-ADDRESS PIC X(30).

       FD  RATE-FILE.
       01  RATE-REC.
           05 RM-EMP-ID PIC X(8).
           05 RM-FILLER-1 PIC X(1).
           05 RM-EFF-DATE PIC 9(8).
           05 RM-FILLER-2 PIC X(1).
           05 RM-RATE PIC 9(5)V99.
           05 RM-FILLER-3 PIC X(1).
           05 RM-SALARY PIC 9(7)V99.
           05 RM-FILLER-4 PIC X(1).
           05 RM-SAL-BASIS PIC X(1).

       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.

       WORKING-STORAGE SECTION.
       01  LTRQ-STATUS PIC XX.
       01  TEMPLATE-STATUS PIC XX.
       01  LOG-STATUS PIC XX.
       01  RATE-STATUS PIC XX.
       01  EM-FILE-STATUS PIC XX.

       01  WS-CHOICE PIC 9(1).
       01  WS-CONFIRM PIC X(1).
       01  WS-OPERATOR PIC X(10).
       01  WS-TODAY PIC 9(8).
       01  WS-RUN-DATE PIC 9(8).
       01  WS-INQ-EMP-ID PIC X(8).
       01  WS-TYPE-IN PIC X(4).
       01  WS-LINE-IN PIC X(70).
       01  WS-FOUND PIC X.
       01  WS-ISSUED PIC X.
       01  WS-IDX PIC 9(3).
       01  WS-LINE-NO PIC 9(2).
       01  WS-NEXT-SEQ PIC 9(6).
       01  WS-LETTERS PIC 9(5).
       01  WS-ALREADY PIC 9(5).
       01  WS-NOT-SENT PIC 9(5).
       01  WS-SHOWN PIC 9(5).
       01  WS-RUN-STATUS PIC X(2).
       01  OUT-COUNT PIC ZZZZ9.

      *    THE EMPLOYEE BEING WRITTEN TO, HELD WHILE THE SUPERVISOR'S
      *    RECORD IS READ FOR THE &SUPER& FIELD.
       01  WS-LT-NAME PIC X(15).
       01  WS-LT-ADDRESS PIC X(30).
       01  WS-LT-DEPT PIC X(4).
       01  WS-LT-SUPER-ID PIC X(8).
       01  WS-LT-SUPER PIC X(20).
       01  WS-LT-OLD PIC X(13).
       01  WS-LT-EFF PIC X(10).
       01  WS-LT-TODAY PIC X(10).
       01  WS-LT-USED PIC 9(3).

       01  WS-FMT-IN PIC 9(8).
       01  WS-FMT-PARTS REDEFINES WS-FMT-IN.
           05 WS-FMT-YYYY PIC 9(4).
           05 WS-FMT-MM PIC 9(2).
           05 WS-FMT-DD PIC 9(2).
       01  WS-FMT-OUT PIC X(10).

       01  WS-PRIOR-EFF PIC 9(8).
       01  WS-PRIOR-AMT PIC Z(6)9.99.

      *    MERGE WORK AREAS.
       01  WS-TEXT PIC X(70).
       01  WS-OUT PIC X(80).
       01  WS-OPTR PIC 9(3).
       01  WS-CP PIC 9(3).
       01  WS-EP PIC 9(3).
       01  WS-TOK-LEN PIC 9(3).
       01  WS-TOKEN PIC X(10).
       01  WS-VALUE PIC X(30).
       01  WS-KNOWN PIC X.

       01  WS-TP-COUNT PIC 9(3) VALUE 0.
       01  WS-TP-TABLE.
           05 WS-TP-ENTRY OCCURS 200 TIMES.
               10 WS-TP-TYPE PIC X(4).
               10 WS-TP-TEXT PIC X(70).

      *    STANDARD WORDING, USED FOR ANY TYPE WITH NO TEMPLATE ROWS
      *    ON FILE. EACH ENTRY IS THE TYPE FOLLOWED BY ONE LINE.
       01  WS-DEFAULT-LINES.
           05 FILLER PIC X(74) VALUE "RATEDEAR &NAME&,".
           05 FILLER PIC X(74) VALUE "RATE".
           05 FILLER PIC X(74) VALUE
               "RATETHIS LETTER CONFIRMS A CHANGE TO YOUR RATE OF PAY".
           05 FILLER PIC X(74) VALUE
               "RATEEFFECTIVE &EFFDATE&.".
           05 FILLER PIC X(74) VALUE "RATE".
           05 FILLER PIC X(74) VALUE
               "RATE     PREVIOUS RATE:  &OLD&".
           05 FILLER PIC X(74) VALUE
               "RATE     NEW RATE:       &NEW&".
           05 FILLER PIC X(74) VALUE "RATE".
           05 FILLER PIC X(74) VALUE
               "RATEPLEASE DIRECT ANY QUESTIONS TO &SUPER&.".
           05 FILLER PIC X(74) VALUE "XFERDEAR &NAME&,".
           05 FILLER PIC X(74) VALUE "XFER".
           05 FILLER PIC X(74) VALUE
               "XFERTHIS LETTER CONFIRMS YOUR TRANSFER FROM".
           05 FILLER PIC X(74) VALUE
               "XFERDEPARTMENT &OLD& TO DEPARTMENT &NEW&".
           05 FILLER PIC X(74) VALUE
               "XFEREFFECTIVE &EFFDATE&.".
           05 FILLER PIC X(74) VALUE "XFER".
           05 FILLER PIC X(74) VALUE
               "XFERYOUR SUPERVISOR IS &SUPER&.".
           05 FILLER PIC X(74) VALUE "LEAVDEAR &NAME&,".
           05 FILLER PIC X(74) VALUE "LEAV".
           05 FILLER PIC X(74) VALUE
               "LEAVYOUR REQUEST FOR &NEW& HOURS OF &OLD& LEAVE".
           05 FILLER PIC X(74) VALUE
               "LEAVBEGINNING &EFFDATE& HAS BEEN APPROVED.".
           05 FILLER PIC X(74) VALUE "LEAV".
           05 FILLER PIC X(74) VALUE
               "LEAVPLEASE DIRECT ANY QUESTIONS TO &SUPER&.".
           05 FILLER PIC X(74) VALUE "TERMDEAR &NAME&,".
           05 FILLER PIC X(74) VALUE "TERM".
           05 FILLER PIC X(74) VALUE
               "TERMTHIS LETTER CONFIRMS THAT YOUR EMPLOYMENT ENDS".
           05 FILLER PIC X(74) VALUE
               "TERMEFFECTIVE &EFFDATE& (REASON: &NEW&).".
           05 FILLER PIC X(74) VALUE
               "TERMYOUR FINAL PAY HAS BEEN PROCESSED.".
           05 FILLER PIC X(74) VALUE "TERM".
           05 FILLER PIC X(74) VALUE
               "TERMPLEASE DIRECT ANY QUESTIONS TO HUMAN RESOURCES.".
       01  WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-LINES.
           05 WS-DF-ENTRY OCCURS 29 TIMES.
               10 WS-DF-TYPE PIC X(4).
               10 WS-DF-TEXT PIC X(70).

       01  WS-SPL-FUNCTION PIC X(1).
       01  WS-SPL-REPORT PIC X(20).
       01  WS-SPL-LINE PIC X(80).

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-DAYS PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  EXC-LOG-PROGRAM-ID PIC X(10).
       01  EXC-LOG-CONTEXT PIC X(20).
       01  EXC-LOG-REASON PIC X(40).

       01  JH-PARMS.
           COPY JHPARM.

       LINKAGE SECTION.
       01  LK-PARM PIC X(6).
       01  LK-STATUS PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           DISPLAY "EMPLOYEE NOTIFICATION LETTERS".
           DISPLAY "1 - GENERATE LETTERS FOR A DAY'S TRANSACTIONS".
           DISPLAY "2 - MAINTAIN LETTER TEMPLATES".
           DISPLAY "3 - LETTERS ISSUED TO AN EMPLOYEE".
           DISPLAY "0 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           IF WS-CHOICE = 0
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM GENERATE-LETTERS
            WHEN 2
               PERFORM MAINTAIN-TEMPLATE
            WHEN 3
               PERFORM LIST-ISSUED
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           ACCEPT OMITTED.
           PERFORM MAIN-PARA.

      *    BATCH ENTRY FOR THE NIGHTLY CHAIN: ISSUES TODAY'S LETTERS
      *    UNDER THE NIGHTLY OPERATOR ID. THE PARAMETER IS NOT USED;
      *    "NA" WHEN NO LETTER TRANSACTION IS DATED TODAY.
       ENTRY "LETTERS-BATCH" USING LK-PARM LK-STATUS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-RUN-DATE.
           MOVE "NIGHTLY" TO WS-OPERATOR.
           PERFORM RUN-LETTERS.
           MOVE 'C' TO JH-FUNCTION.
           COMPUTE JH-COUNT-IN = WS-LETTERS + WS-ALREADY + WS-NOT-SENT.
           MOVE WS-LETTERS TO JH-COUNT-OUT.
           CALL "RUNHIST" USING JH-PARMS.
           MOVE WS-RUN-STATUS TO LK-STATUS.
           GOBACK.

       LOAD-TEMPLATES.
           MOVE 0 TO WS-TP-COUNT.
           OPEN INPUT TEMPLATE-FILE.
           IF TEMPLATE-STATUS = "00"
               PERFORM UNTIL TEMPLATE-STATUS NOT = "00"
                   OR WS-TP-COUNT >= 200
                   READ TEMPLATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-TP-COUNT
                           MOVE LT-TYPE TO WS-TP-TYPE (WS-TP-COUNT)
                           MOVE LT-TEXT TO WS-TP-TEXT (WS-TP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.

       FORMAT-DATE.
           MOVE SPACES TO WS-FMT-OUT.
           IF WS-FMT-IN = 0
               EXIT PARAGRAPH
           END-IF.
           STRING WS-FMT-MM "/" WS-FMT-DD "/" WS-FMT-YYYY
               DELIMITED BY SIZE INTO WS-FMT-OUT.

      *    ONE DAY'S TRIGGER ROWS, IN THE ORDER THEY WERE COMMITTED,
      *    EACH BECOMING ONE LETTER ON THE SPOOLED REPORT.
       GENERATE-LETTERS.
           DISPLAY "TRANSACTION DATE (YYYYMMDD, BLANK FOR TODAY): "
               WITH NO ADVANCING.
           MOVE 0 TO WS-RUN-DATE.
           ACCEPT WS-RUN-DATE.
           IF WS-RUN-DATE = 0
               MOVE WS-TODAY TO WS-RUN-DATE
           END-IF.
           MOVE 'V' TO WS-DU-FUNCTION.
           MOVE WS-RUN-DATE TO WS-DU-DATE.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           IF WS-DU-FLAG = 'N'
               DISPLAY "NOT A VALID DATE."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           PERFORM RUN-LETTERS.

       RUN-LETTERS.
           MOVE "NA" TO WS-RUN-STATUS.
           OPEN INPUT LTRQ-FILE.
           IF LTRQ-STATUS NOT = "00"
               DISPLAY "NO LETTER TRANSACTIONS ON FILE."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-TEMPLATES.
           PERFORM FIND-NEXT-SEQ.
           MOVE WS-TODAY TO WS-FMT-IN.
           PERFORM FORMAT-DATE.
           MOVE WS-FMT-OUT TO WS-LT-TODAY.
           MOVE 0 TO WS-LETTERS WS-ALREADY WS-NOT-SENT.
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - NO LETTERS."
               CLOSE LTRQ-FILE
               MOVE "ER" TO WS-RUN-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE "EMPLOYEE LETTERS" TO WS-SPL-REPORT.
           MOVE 'O' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.
           PERFORM UNTIL LTRQ-STATUS NOT = "00"
               READ LTRQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LQ-TXN-DATE = WS-RUN-DATE
                           PERFORM ISSUE-ONE-LETTER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LTRQ-FILE.
           CLOSE EM-MASTER-FILE.
           MOVE 'C' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.
           MOVE WS-LETTERS TO OUT-COUNT.
           DISPLAY "LETTERS ISSUED:          " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-ALREADY TO OUT-COUNT.
           DISPLAY "ALREADY ISSUED, SKIPPED: " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-NOT-SENT TO OUT-COUNT.
           DISPLAY "NOT ON EMPLOYEE MASTER:  " FUNCTION TRIM(OUT-COUNT).
           IF WS-LETTERS > 0
               MOVE "OK" TO WS-RUN-STATUS
               DISPLAY "LETTERS SPOOLED AS EMPLOYEE LETTERS FOR"
                   " PRINTING."
           END-IF.

       FIND-NEXT-SEQ.
           MOVE 0 TO WS-NEXT-SEQ.
           OPEN INPUT LOG-FILE.
           IF LOG-STATUS = "00"
               PERFORM UNTIL LOG-STATUS NOT = "00"
                   READ LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LL-SEQ IS NUMERIC
                               AND LL-SEQ > WS-NEXT-SEQ
                               MOVE LL-SEQ TO WS-NEXT-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF.
           ADD 1 TO WS-NEXT-SEQ.

       ISSUE-ONE-LETTER.
           PERFORM CHECK-ALREADY-ISSUED.
           IF WS-ISSUED = 'Y'
               ADD 1 TO WS-ALREADY
               EXIT PARAGRAPH
           END-IF.
           MOVE LQ-EMP-ID TO EM-EMP-ID.
           READ EM-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-SENT
                   MOVE "LETTERS" TO EXC-LOG-PROGRAM-ID
                   MOVE LQ-EMP-ID TO EXC-LOG-CONTEXT
                   MOVE "LETTER NOT ISSUED - NOT ON MASTER"
                       TO EXC-LOG-REASON
                   CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                       EXC-LOG-CONTEXT EXC-LOG-REASON
                   EXIT PARAGRAPH
           END-READ.
           MOVE EM-NAME TO WS-LT-NAME.
           MOVE EM-ADDRESS TO WS-LT-ADDRESS.
           MOVE EM-DEPT-CODE TO WS-LT-DEPT.
           MOVE EM-SUPERVISOR TO WS-LT-SUPER-ID.
           MOVE "HUMAN RESOURCES" TO WS-LT-SUPER.
           IF WS-LT-SUPER-ID NOT = SPACES
               MOVE WS-LT-SUPER-ID TO EM-EMP-ID
               READ EM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-NAME TO WS-LT-SUPER
               END-READ
           END-IF.
           MOVE LQ-OLD TO WS-LT-OLD.
           IF LQ-TYPE = "RATE" AND LQ-OLD = SPACES
               PERFORM FIND-PRIOR-RATE
           END-IF.
           MOVE LQ-EFF-DATE TO WS-FMT-IN.
           PERFORM FORMAT-DATE.
           MOVE WS-FMT-OUT TO WS-LT-EFF.
           PERFORM WRITE-LETTER.
           PERFORM LOG-LETTER.
           ADD 1 TO WS-LETTERS.

      *    A LETTER IS THE SAME ONE WHEN THE EMPLOYEE, TYPE,
      *    TRANSACTION DATE, EFFECTIVE DATE AND NEW VALUE MATCH.
       CHECK-ALREADY-ISSUED.
           MOVE 'N' TO WS-ISSUED.
           OPEN INPUT LOG-FILE.
           IF LOG-STATUS = "00"
               PERFORM UNTIL LOG-STATUS NOT = "00"
                   OR WS-ISSUED = 'Y'
                   READ LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LL-EMP-ID = LQ-EMP-ID
                               AND LL-TYPE = LQ-TYPE
                               AND LL-TXN-DATE = LQ-TXN-DATE
                               AND LL-EFF-DATE = LQ-EFF-DATE
                               AND LL-NEW = LQ-NEW
                               MOVE 'Y' TO WS-ISSUED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF.

      *    AN APPROVED RATE CHANGE ARRIVES WITHOUT THE RATE IT
      *    REPLACES; THAT IS THE LATEST RATE MASTER ROW EFFECTIVE
      *    BEFORE THE NEW ONE, SALARY WHERE THE ROW CARRIES ONE.
       FIND-PRIOR-RATE.
           MOVE 0 TO WS-PRIOR-EFF.
           OPEN INPUT RATE-FILE.
           IF RATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL RATE-STATUS NOT = "00"
               READ RATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RM-EMP-ID = LQ-EMP-ID
                           AND RM-EFF-DATE < LQ-EFF-DATE
                           AND RM-EFF-DATE >= WS-PRIOR-EFF
                           MOVE RM-EFF-DATE TO WS-PRIOR-EFF
                           IF RM-SAL-BASIS NOT = SPACES
                               AND RM-SALARY IS NUMERIC
                               AND RM-SALARY > 0
                               MOVE RM-SALARY TO WS-PRIOR-AMT
                           ELSE
                               MOVE RM-RATE TO WS-PRIOR-AMT
                           END-IF
                           MOVE WS-PRIOR-AMT TO WS-LT-OLD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.

       WRITE-LETTER.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "DATE: " WS-LT-TODAY DELIMITED BY SIZE
               INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE SPACES TO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE WS-LT-NAME TO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE WS-LT-ADDRESS TO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "EMPLOYEE ID: " LQ-EMP-ID DELIMITED BY SIZE
               INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE SPACES TO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE 0 TO WS-LT-USED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TP-COUNT
               IF WS-TP-TYPE (WS-IDX) = LQ-TYPE
                   MOVE WS-TP-TEXT (WS-IDX) TO WS-TEXT
                   PERFORM MERGE-AND-SPOOL
                   ADD 1 TO WS-LT-USED
               END-IF
           END-PERFORM.
           IF WS-LT-USED = 0
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 29
                   IF WS-DF-TYPE (WS-IDX) = LQ-TYPE
                       MOVE WS-DF-TEXT (WS-IDX) TO WS-TEXT
                       PERFORM MERGE-AND-SPOOL
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE "HUMAN RESOURCES" TO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE ALL "=" TO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.

      *    COPIES THE TEMPLATE LINE ACROSS, REPLACING EACH KNOWN
      *    &FIELD& WITH ITS VALUE. AN AMPERSAND THAT DOES NOT OPEN A
      *    KNOWN FIELD IS PRINTED AS IT STANDS.
       MERGE-AND-SPOOL.
           MOVE SPACES TO WS-OUT.
           MOVE 1 TO WS-OPTR.
           PERFORM VARYING WS-CP FROM 1 BY 1
               UNTIL WS-CP > 70 OR WS-OPTR > 80
               MOVE 'N' TO WS-KNOWN
               IF WS-TEXT (WS-CP:1) = "&"
                   PERFORM PARSE-MERGE-FIELD
               END-IF
               IF WS-KNOWN = 'Y'
                   STRING FUNCTION TRIM(WS-VALUE) DELIMITED BY SIZE
                       INTO WS-OUT WITH POINTER WS-OPTR
                   END-STRING
                   MOVE WS-EP TO WS-CP
               ELSE
                   STRING WS-TEXT (WS-CP:1) DELIMITED BY SIZE
                       INTO WS-OUT WITH POINTER WS-OPTR
                   END-STRING
               END-IF
           END-PERFORM.
           MOVE WS-OUT TO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.

       PARSE-MERGE-FIELD.
           PERFORM VARYING WS-EP FROM WS-CP BY 1
               UNTIL WS-EP >= 70
               OR WS-TEXT (WS-EP + 1:1) = "&"
               CONTINUE
           END-PERFORM.
           ADD 1 TO WS-EP.
           COMPUTE WS-TOK-LEN = WS-EP - WS-CP - 1.
           IF WS-EP > 70 OR WS-TOK-LEN < 1 OR WS-TOK-LEN > 10
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TOKEN.
           MOVE WS-TEXT (WS-CP + 1:WS-TOK-LEN) TO WS-TOKEN.
           MOVE SPACES TO WS-VALUE.
           MOVE 'Y' TO WS-KNOWN.
           EVALUATE WS-TOKEN
            WHEN "NAME"
               MOVE WS-LT-NAME TO WS-VALUE
            WHEN "EMPID"
               MOVE LQ-EMP-ID TO WS-VALUE
            WHEN "ADDRESS"
               MOVE WS-LT-ADDRESS TO WS-VALUE
            WHEN "DEPT"
               MOVE WS-LT-DEPT TO WS-VALUE
            WHEN "SUPER"
               MOVE WS-LT-SUPER TO WS-VALUE
            WHEN "OLD"
               MOVE WS-LT-OLD TO WS-VALUE
            WHEN "NEW"
               MOVE LQ-NEW TO WS-VALUE
            WHEN "EFFDATE"
               MOVE WS-LT-EFF TO WS-VALUE
            WHEN "TODAY"
               MOVE WS-LT-TODAY TO WS-VALUE
            WHEN OTHER
               MOVE 'N' TO WS-KNOWN
           END-EVALUATE.

       LOG-LETTER.
           MOVE SPACES TO LOG-REC.
           MOVE WS-NEXT-SEQ TO LL-SEQ.
           MOVE LQ-EMP-ID TO LL-EMP-ID.
           MOVE LQ-TYPE TO LL-TYPE.
           MOVE LQ-TXN-DATE TO LL-TXN-DATE.
           MOVE LQ-EFF-DATE TO LL-EFF-DATE.
           MOVE LQ-NEW TO LL-NEW.
           MOVE WS-TODAY TO LL-ISSUE-DATE.
           MOVE WS-OPERATOR TO LL-OPERATOR.
           MOVE WS-LT-NAME TO LL-NAME.
           MOVE WS-LT-ADDRESS TO LL-ADDRESS.
           OPEN EXTEND LOG-FILE.
           IF LOG-STATUS = "05" OR LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
           WRITE LOG-REC.
           CLOSE LOG-FILE.
           ADD 1 TO WS-NEXT-SEQ.

       SPOOL-ONE-LINE.
           MOVE 'L' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.

      *    SHOWS A TYPE'S CURRENT WORDING AND, ON REQUEST, REPLACES
      *    IT WITH NEWLY KEYED LINES. A LINE OF A SINGLE PERIOD ENDS
      *    THE ENTRY; A BLANK LINE IS KEPT AS A BLANK LINE.
       MAINTAIN-TEMPLATE.
           DISPLAY "LETTER TYPE (RATE, XFER, LEAV, TERM): "
               WITH NO ADVANCING.
           ACCEPT WS-TYPE-IN.
           MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN.
           IF WS-TYPE-IN NOT = "RATE" AND WS-TYPE-IN NOT = "XFER"
               AND WS-TYPE-IN NOT = "LEAV" AND WS-TYPE-IN NOT = "TERM"
               DISPLAY "UNKNOWN LETTER TYPE."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-TEMPLATES.
           MOVE 'N' TO WS-FOUND.
           DISPLAY "CURRENT WORDING:".
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TP-COUNT
               IF WS-TP-TYPE (WS-IDX) = WS-TYPE-IN
                   DISPLAY "  " WS-TP-TEXT (WS-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N'
               DISPLAY "  (STANDARD WORDING)"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 29
                   IF WS-DF-TYPE (WS-IDX) = WS-TYPE-IN
                       DISPLAY "  " WS-DF-TEXT (WS-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY "MERGE FIELDS: &NAME& &EMPID& &ADDRESS& &DEPT&"
               " &SUPER&".
           DISPLAY "              &OLD& &NEW& &EFFDATE& &TODAY&".
           DISPLAY "REPLACE THIS WORDING? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TEMPLATE-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TP-COUNT
               IF WS-TP-TYPE (WS-IDX) NOT = WS-TYPE-IN
                   MOVE SPACES TO TEMPLATE-REC
                   MOVE WS-TP-TYPE (WS-IDX) TO LT-TYPE
                   MOVE WS-TP-TEXT (WS-IDX) TO LT-TEXT
                   MOVE 0 TO LT-LINE-NO
                   WRITE TEMPLATE-REC
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-LINE-NO.
           MOVE SPACES TO WS-LINE-IN.
           PERFORM UNTIL WS-LINE-IN = "." OR WS-LINE-NO >= 20
               DISPLAY "LINE " WS-LINE-NO " (. TO END): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-LINE-IN
               ACCEPT WS-LINE-IN
               IF WS-LINE-IN NOT = "."
                   ADD 1 TO WS-LINE-NO
                   MOVE SPACES TO TEMPLATE-REC
                   MOVE WS-TYPE-IN TO LT-TYPE
                   MOVE WS-LINE-NO TO LT-LINE-NO
                   MOVE WS-LINE-IN TO LT-TEXT
                   WRITE TEMPLATE-REC
               END-IF
           END-PERFORM.
           CLOSE TEMPLATE-FILE.
           IF WS-LINE-NO = 0
               DISPLAY "NO LINES KEYED - STANDARD WORDING WILL BE"
                   " USED."
           ELSE
               DISPLAY "TEMPLATE SAVED."
           END-IF.

       LIST-ISSUED.
           DISPLAY "EMPLOYEE ID: " WITH NO ADVANCING.
           MOVE SPACES TO WS-INQ-EMP-ID.
           ACCEPT WS-INQ-EMP-ID.
           MOVE 0 TO WS-SHOWN.
           OPEN INPUT LOG-FILE.
           IF LOG-STATUS = "00"
               DISPLAY "SEQ    TYPE EFFECTIVE ISSUED   OPERATOR"
                   "   ADDRESSED TO"
               PERFORM UNTIL LOG-STATUS NOT = "00"
                   READ LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LL-EMP-ID = WS-INQ-EMP-ID
                               ADD 1 TO WS-SHOWN
                               DISPLAY LL-SEQ " " LL-TYPE " "
                                   LL-EFF-DATE "  " LL-ISSUE-DATE " "
                                   LL-OPERATOR " " LL-ADDRESS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF.
           IF WS-SHOWN = 0
               DISPLAY "NO LETTERS ISSUED TO THAT EMPLOYEE."
           END-IF.
       END PROGRAM LETTERS.
