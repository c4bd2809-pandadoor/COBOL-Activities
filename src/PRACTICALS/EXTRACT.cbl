       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACT.
      *    AD-HOC EXTRACT BUILDER. A ONE-OFF LIST FOR FINANCE OR HR
      *    IS SET UP AS A NAMED DEFINITION ON EXTRDEF.DAT INSTEAD OF
      *    A NEW PROGRAM. A DEFINITION PICKS ITS SOURCE - THE
      *    EMPLOYEE MASTER WITH THE RATE IN FORCE TODAY FROM
      *    RATEMAST.DAT AND THE YEAR-TO-DATE GROSS FROM THE WEEKLY
      *    PAY FILE, THE BANK MASTER, OR PAY HISTORY FOR A RANGE OF
      *    PAY PERIODS (BOTH JOINED TO THE MASTER FOR NAME AND
      *    DEPARTMENT) - UP TO EIGHT FIELDS, UP TO THREE SELECTION
      *    TESTS (EQ NE GT GE LT LE; ALL MUST PASS), A SORT FIELD
      *    AND ORDER, AND WHETHER IT GOES TO A CSV FILE THROUGH
      *    CSVEXP (PRACTICALS/EXT-<NAME>.CSV) OR TO A SPOOLED
      *    REPORT THROUGH SPOOLER. A SAVED DEFINITION IS RERUN FROM
      *    THE MENU OR AS A JOBSTREAM STEP: PROGRAM EXTRACT-BATCH,
      *    STEP PARAMETER THE DEFINITION NAME. THE BUILDER IS OPEN
      *    TO ADMIN AND TO ANY ROLE THAT ROLES.DAT GRANTS THE
      *    EXTRACT MENU; A DEFINITION CAN FURTHER BE LIMITED TO ONE
      *    ROLE. TAX IDS, PHONES, ADDRESSES, BIRTH DATES AND
      *    ACCOUNT NUMBERS GO THROUGH MASKUTIL LIKE ANY OTHER
      *    OUTPUT, AND CANNOT BE SELECTED OR SORTED ON. UP TO 1000
      *    ROWS ARE TAKEN; A SELECTION TEST OF DEPT EQ ON THE
      *    EMPLOYEE MASTER READS ONLY THAT DEPARTMENT ON THE
      *    DEPARTMENT KEY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EXTDEF-FILE
           ASSIGN TO "PRACTICALS/EXTRDEF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXTDEF-STATUS.
       SELECT EM-MASTER-FILE
           ASSIGN TO "PRACTICALS/EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT EMP-FILE
           ASSIGN TO "PRACTICALS/QUIZLAB3.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS EMP-STATUS.
       SELECT RATEMAST-FILE
           ASSIGN TO "PRACTICALS/RATEMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATEMAST-STATUS.
       SELECT BANK-FILE
           ASSIGN TO "PRACTICALS/BANKACCT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BA-EMP-ID
           FILE STATUS IS BANK-STATUS.
       SELECT HIST-FILE
           ASSIGN TO "PRACTICALS/PAYHIST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-PAY-PERIOD WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-PAY-DATE WITH DUPLICATES
           FILE STATUS IS HIST-STATUS.
       SELECT SESSION-FILE
           ASSIGN TO "SELDATA/SESSION.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SESSION-STATUS.
       SELECT OPERATOR-FILE
           ASSIGN TO "SELDATA/OPERATORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-STATUS.
       SELECT ROLES-FILE
           ASSIGN TO "SELDATA/ROLES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ROLES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTDEF-FILE.
       01  EXTDEF-REC PIC X(151).

       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.

       FD  EMP-FILE.
       01  EMP-REC.
           05 EMP-ID PIC X(8).
           05 WS-STATUS PIC X(1).
           05 WS-EMPLOYEE-NAME PIC X(15).
           05 WS-NO-OF-HOURS PIC S9(5)V99.
           05 WS-RATE-PER-HOUR PIC S9(5)V99.
           05 WS-BASIC-PAY PIC S9(7)V99.
           05 WS-OVERTIME-PAY PIC S9(7)V99.
           05 WS-TOTAL-PAY PIC S9(7)V99.
           05 WS-TAX-AMOUNT PIC S9(7)V99.
           05 WS-NET-PAY PIC S9(7)V99.
           05 WS-YTD-GROSS PIC S9(9)V99.
           05 WS-YTD-OVERTIME PIC S9(9)V99.
           05 WS-YTD-TAX PIC S9(9)V99.
           05 WS-PAY-PERIOD PIC X(6).
           05 WS-PAY-DATE PIC 9(8).

       FD  RATEMAST-FILE.
       01  RATEMAST-REC.
           05 RM-EMP-ID PIC X(8).
           05 RM-FILLER-1 PIC X(1).
           05 RM-EFF-DATE PIC 9(8).
           05 RM-FILLER-2 PIC X(1).
           05 RM-RATE PIC 9(5)V99.
           05 RM-FILLER-3 PIC X(1).
           05 RM-SALARY PIC 9(7)V99.
           05 RM-FILLER-4 PIC X(1).
           05 RM-SAL-BASIS PIC X(1).

       FD  BANK-FILE.
       01  BANK-REC.
           05 BA-EMP-ID PIC X(8).
           05 BA-BANK-CODE PIC X(4).
           05 BA-ACCT-NO PIC X(12).
           05 BA-ACCT-TYPE PIC X(1).
           05 BA-ACTIVE PIC X(1).
           05 BA-PRENOTE-DATE PIC 9(8).

       FD  HIST-FILE.
       01  HIST-REC.
           COPY PAYHREC.

       FD  SESSION-FILE.
       01  SESSION-REC.
           05 SESSION-OPERATOR PIC X(10).

       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05 OP-ID-IN PIC X(10).
           05 OP-FILLER PIC X(1).
           05 OP-PASSWORD-IN PIC X(10).
           05 OP-FILLER-2 PIC X(1).
           05 OP-ROLE-IN PIC X(10).

       FD  ROLES-FILE.
       01  ROLES-REC.
           05 ROLE-NAME-IN PIC X(10).
           05 ROLE-FILLER-1 PIC X(1).
           05 ROLE-MENU-IN PIC X(10).
           05 ROLE-FILLER-2 PIC X(1).
           05 ROLE-OPTION-IN PIC X(2).

       WORKING-STORAGE SECTION.
       01  EXTDEF-STATUS PIC XX.
       01  EM-FILE-STATUS PIC XX.
       01  EMP-STATUS PIC XX.
       01  RATEMAST-STATUS PIC XX.
       01  BANK-STATUS PIC XX.
       01  HIST-STATUS PIC XX.
       01  SESSION-STATUS PIC XX.
       01  OPERATOR-STATUS PIC XX.
       01  ROLES-STATUS PIC XX.
       01  WS-EM-OPEN PIC X VALUE 'N'.
       01  WS-EMP-OPEN PIC X VALUE 'N'.

       01  WS-CHOICE PIC 9(1).
       01  WS-TODAY PIC 9(8).
       01  WS-OPERATOR PIC X(10).
       01  WS-OP-ROLE PIC X(10).
       01  WS-ALLOWED PIC X.
       01  WS-DEF-OK PIC X.
       01  WS-CONFIRM PIC X(1).
       01  WS-NAME-IN PIC X(8).
       01  WS-CODE-IN PIC 9(2).
       01  WS-TEXT-IN PIC X(20).
       01  WS-FIELD-OK PIC X.
       01  WS-DONE PIC X.
       01  WS-RUN-STATUS PIC X(2).

       01  WS-DEF.
           COPY EXDEFREC.

       01  WS-ED-COUNT PIC 9(3) VALUE 0.
       01  WS-ED-TABLE.
           05 WS-ED-ROW PIC X(151) OCCURS 100 TIMES.
       01  WS-ED-IDX PIC 9(3).
       01  WS-ED-HIT PIC 9(3).

      *    THE FIELD CATALOG: CODE, NAME, TYPE (X TEXT, D DATE
      *    YYYYMMDD, N AMOUNT), THE SOURCES CARRYING IT (E, B, H IN
      *    THAT ORDER), THE MASKUTIL FUNCTION FOR PERSONAL DATA AND
      *    THE PRINT WIDTH.
       01  WS-FC-TABLE.
           05 FILLER PIC X(21) VALUE "01EMP-ID      XEBH 08".
           05 FILLER PIC X(21) VALUE "02NAME        XEBH 15".
           05 FILLER PIC X(21) VALUE "03STATUS      XE   01".
           05 FILLER PIC X(21) VALUE "04DEPT        XEBH 04".
           05 FILLER PIC X(21) VALUE "05POSITION    XE   15".
           05 FILLER PIC X(21) VALUE "06HIRE-DATE   DE   08".
           05 FILLER PIC X(21) VALUE "07TERM-DATE   DE   08".
           05 FILLER PIC X(21) VALUE "08SUPERVISOR  XE   08".
           05 FILLER PIC X(21) VALUE "09PAY-TYPE    XE   01".
           05 FILLER PIC X(21) VALUE "10COMPANY     XE H 04".
           05 FILLER PIC X(21) VALUE "11LOCATION    XE H 04".
           05 FILLER PIC X(21) VALUE "12RATE        NE   12".
           05 FILLER PIC X(21) VALUE "13YTD-GROSS   NE   12".
           05 FILLER PIC X(21) VALUE "14TAX-ID      XE  L12".
           05 FILLER PIC X(21) VALUE "15PHONE       XE  L12".
           05 FILLER PIC X(21) VALUE "16BIRTH-DATE  DE  A08".
           05 FILLER PIC X(21) VALUE "17ADDRESS     XE  A30".
           05 FILLER PIC X(21) VALUE "20BANK-CODE   X B  04".
           05 FILLER PIC X(21) VALUE "21ACCT-NO     X B L12".
           05 FILLER PIC X(21) VALUE "22ACCT-TYPE   X B  01".
           05 FILLER PIC X(21) VALUE "23ACTIVE      X B  01".
           05 FILLER PIC X(21) VALUE "24PRENOTE-DATED B  08".
           05 FILLER PIC X(21) VALUE "30PERIOD      X  H 06".
           05 FILLER PIC X(21) VALUE "31PAY-DATE    D  H 08".
           05 FILLER PIC X(21) VALUE "32BASIC-PAY   N  H 12".
           05 FILLER PIC X(21) VALUE "33OVERTIME    N  H 12".
           05 FILLER PIC X(21) VALUE "34GROSS-PAY   N  H 12".
           05 FILLER PIC X(21) VALUE "35TAX         N  H 12".
           05 FILLER PIC X(21) VALUE "36NET-PAY     N  H 12".
           05 FILLER PIC X(21) VALUE "37RUN-TYPE    X  H 01".
       01  WS-FC-RED REDEFINES WS-FC-TABLE.
           05 WS-FC-ENTRY OCCURS 30 TIMES.
               10 WS-FC-CODE PIC 9(2).
               10 WS-FC-NAME PIC X(12).
               10 WS-FC-TYPE PIC X(1).
               10 WS-FC-SOURCES PIC X(3).
               10 WS-FC-MASK PIC X(1).
               10 WS-FC-WIDTH PIC 9(2).
       01  WS-FC-COUNT PIC 9(2) VALUE 30.
       01  WS-FC-IDX PIC 9(2).
       01  WS-FC-HIT PIC 9(2).
       01  WS-SRC-POS PIC 9(1).

      *    THE CURRENT RECORD'S VALUE FOR EVERY CATALOG FIELD, IN
      *    CATALOG ORDER.
       01  WS-FV-TABLE.
           05 WS-FV-ENTRY OCCURS 30 TIMES.
               10 WS-FV-TEXT PIC X(30).
               10 WS-FV-NUM PIC S9(9)V99.
       01  WS-PUT-CODE PIC 9(2).
       01  WS-PUT-TEXT PIC X(30).
       01  WS-PUT-NUM PIC S9(9)V99.

       01  WS-CV-NUM PIC S9(9)V99 OCCURS 3 TIMES.
       01  WS-CR-IDX PIC 9(1).
       01  WS-CMP PIC X(1).
       01  WS-SELECTED PIC X.
       01  WS-START-DEPT PIC X(4).

       01  WS-RT-COUNT PIC 9(4) VALUE 0.
       01  WS-RT-TABLE.
           05 WS-RT-ENTRY OCCURS 2000 TIMES.
               10 WS-RT-EMP PIC X(8).
               10 WS-RT-EFF PIC 9(8).
               10 WS-RT-RATE PIC 9(5)V99.
       01  WS-RT-IDX PIC 9(4).
       01  WS-RATE-BEST-DATE PIC 9(8).
       01  WS-RATE-NOW PIC 9(5)V99.

       01  WS-XR-COUNT PIC 9(4) VALUE 0.
       01  WS-XR-OVERFLOW PIC X VALUE 'N'.
       01  WS-XR-TABLE.
           05 WS-XR-ENTRY OCCURS 1000 TIMES.
               10 WS-XR-KEY PIC X(30).
               10 WS-XR-VAL PIC X(30) OCCURS 8 TIMES.
       01  WS-XR-SWAP PIC X(270).
       01  WS-XR-IDX PIC 9(4).
       01  WS-XR-JDX PIC 9(4).
       01  WS-XR-KDX PIC 9(4).
       01  WS-FL-IDX PIC 9(1).
       01  WS-FL-COUNT PIC 9(1).
       01  WS-READ-COUNT PIC 9(9).
       01  WS-SORT-NUM PIC 9(11)V99.
       01  WS-SORT-NUM-X REDEFINES WS-SORT-NUM PIC X(13).
       01  WS-SWAP-NEEDED PIC X.

       01  WS-COL-WIDTH PIC 9(2) OCCURS 8 TIMES.
       01  WS-COL-POS PIC 9(2) OCCURS 8 TIMES.
       01  WS-NAME-LEN PIC 9(2).
       01  WS-LINE PIC X(80).
       01  WS-LINE-PTR PIC 9(3).

       01  OUT-AMT PIC -(8)9.99.
       01  OUT-COUNT PIC ZZZ9.
       01  OUT-DATE PIC 9(8).

       01  MK-PARMS.
           COPY MKPARM.

       01  JH-PARMS.
           COPY JHPARM.

       01  EXC-LOG-PROGRAM-ID PIC X(10).
       01  EXC-LOG-CONTEXT PIC X(20).
       01  EXC-LOG-REASON PIC X(40).

       01  WS-CSV-FUNCTION PIC X(1).
       01  WS-CSV-NAME PIC X(30).
       01  WS-CSV-FIELD PIC X(40).

       01  WS-SPL-FUNCTION PIC X(1).
       01  WS-SPL-REPORT PIC X(20).
       01  WS-SPL-LINE PIC X(80).

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40).
       01  WS-RPT-COLHDR PIC X(80).
       01  WS-RPT-LPP PIC 9(3) VALUE 50.

       LINKAGE SECTION.
       01  LK-PARM PIC X(8).
       01  LK-STATUS PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM VERIFY-EXTRACT-ROLE.
           IF WS-ALLOWED = 'N'
               ACCEPT OMITTED
               GOBACK
           END-IF.
           DISPLAY "AD-HOC EXTRACTS".
           DISPLAY "1 - DEFINE OR CHANGE AN EXTRACT".
           DISPLAY "2 - RUN AN EXTRACT".
           DISPLAY "3 - LIST SAVED EXTRACTS".
           DISPLAY "4 - DELETE AN EXTRACT".
           DISPLAY "0 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           IF WS-CHOICE = 0
               GOBACK
           END-IF.
           PERFORM LOAD-DEFINITIONS.

           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM DEFINE-EXTRACT
            WHEN 2
               PERFORM RUN-EXTRACT
            WHEN 3
               PERFORM LIST-DEFINITIONS
            WHEN 4
               PERFORM DELETE-EXTRACT
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           ACCEPT OMITTED.
           PERFORM MAIN-PARA.

      *    BATCH ENTRY FOR THE JOB STREAMS: THE STEP PARAMETER IS
      *    THE DEFINITION NAME. THE STREAM'S OPERATOR MUST PASS THE
      *    SAME ROLE TESTS AS AT THE MENU. THE RUN ENDS WITH GOBACK
      *    SO THE STREAM KEEPS CONTROL AND CAN CHECKPOINT THE STEP.
       ENTRY "EXTRACT-BATCH" USING LK-PARM LK-STATUS.
           MOVE "ER" TO LK-STATUS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE LK-PARM TO WS-NAME-IN.
           MOVE FUNCTION UPPER-CASE(WS-NAME-IN) TO WS-NAME-IN.
           PERFORM VERIFY-EXTRACT-ROLE.
           IF WS-ALLOWED = 'N'
               MOVE "OPERATOR MAY NOT RUN EXTRACTS" TO EXC-LOG-REASON
               PERFORM LOG-BATCH-REFUSAL
               GOBACK
           END-IF.
           PERFORM LOAD-DEFINITIONS.
           PERFORM FIND-DEFINITION.
           IF WS-ED-HIT = 0
               DISPLAY "EXTRACT " WS-NAME-IN " IS NOT DEFINED."
               MOVE "EXTRACT DEFINITION NOT ON FILE" TO EXC-LOG-REASON
               PERFORM LOG-BATCH-REFUSAL
               GOBACK
           END-IF.
           MOVE WS-ED-ROW (WS-ED-HIT) TO WS-DEF.
           PERFORM CHECK-DEF-ROLE.
           IF WS-DEF-OK = 'N'
               MOVE "EXTRACT IS RESTRICTED TO ANOTHER ROLE" TO
                   EXC-LOG-REASON
               PERFORM LOG-BATCH-REFUSAL
               GOBACK
           END-IF.
           PERFORM RUN-DEFINITION.
           MOVE 'C' TO JH-FUNCTION.
           MOVE WS-READ-COUNT TO JH-COUNT-IN.
           MOVE WS-XR-COUNT TO JH-COUNT-OUT.
           CALL "RUNHIST" USING JH-PARMS.
           MOVE WS-RUN-STATUS TO LK-STATUS.
           GOBACK.

       LOG-BATCH-REFUSAL.
           DISPLAY "EXTRACT " WS-NAME-IN ": "
               FUNCTION TRIM(EXC-LOG-REASON) ". STEP CANCELLED.".
           MOVE "EXTRACT" TO EXC-LOG-PROGRAM-ID.
           MOVE WS-NAME-IN TO EXC-LOG-CONTEXT.
           CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
               EXC-LOG-CONTEXT EXC-LOG-REASON.

      *    THE SAME ROLE TEST THE MENU SYSTEM APPLIES TO ITS
      *    OPTIONS: THE SIGNED-ON OPERATOR MUST BE ON THE OPERATOR
      *    FILE WITH THE ADMIN ROLE OR A ROLE THAT ROLES.DAT GRANTS
      *    THE EXTRACT MENU.
       VERIFY-EXTRACT-ROLE.
           MOVE 'N' TO WS-ALLOWED.
           MOVE SPACES TO WS-OP-ROLE.
           PERFORM GET-SESSION-OPERATOR.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS = "00"
               PERFORM UNTIL OPERATOR-STATUS NOT = "00"
                   READ OPERATOR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OP-ID-IN = WS-OPERATOR
                               MOVE OP-ROLE-IN TO WS-OP-ROLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.
           IF WS-OP-ROLE = SPACES
               DISPLAY "OPERATOR " WS-OPERATOR " NOT ON FILE."
               EXIT PARAGRAPH
           END-IF.
           IF WS-OP-ROLE = "ADMIN"
               MOVE 'Y' TO WS-ALLOWED
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ROLES-FILE.
           IF ROLES-STATUS = "00"
               PERFORM UNTIL ROLES-STATUS NOT = "00"
                   OR WS-ALLOWED = 'Y'
                   READ ROLES-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ROLE-NAME-IN = WS-OP-ROLE
                               AND ROLE-MENU-IN = "EXTRACT"
                               MOVE 'Y' TO WS-ALLOWED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROLES-FILE
           END-IF.
           IF WS-ALLOWED = 'N'
               DISPLAY "ROLE " WS-OP-ROLE " MAY NOT USE AD-HOC"
                   " EXTRACTS."
           END-IF.

      *    A DEFINITION LIMITED TO A ROLE IS RUN, CHANGED OR DELETED
      *    ONLY BY THAT ROLE OR ADMIN.
       CHECK-DEF-ROLE.
           MOVE 'N' TO WS-DEF-OK.
           IF ED-ROLE = SPACES
               OR ED-ROLE = WS-OP-ROLE
               OR WS-OP-ROLE = "ADMIN"
               MOVE 'Y' TO WS-DEF-OK
           ELSE
               DISPLAY "EXTRACT " ED-NAME " IS RESTRICTED TO ROLE "
                   ED-ROLE "."
           END-IF.

       GET-SESSION-OPERATOR.
           MOVE "CONSOLE" TO WS-OPERATOR.
           OPEN INPUT SESSION-FILE.
           IF SESSION-STATUS = "00"
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SESSION-OPERATOR NOT = SPACES
                           MOVE SESSION-OPERATOR TO WS-OPERATOR
                       END-IF
               END-READ
               CLOSE SESSION-FILE
           END-IF.

       LOAD-DEFINITIONS.
           MOVE 0 TO WS-ED-COUNT.
           OPEN INPUT EXTDEF-FILE.
           IF EXTDEF-STATUS = "00"
               PERFORM UNTIL EXTDEF-STATUS NOT = "00"
                   OR WS-ED-COUNT >= 100
                   READ EXTDEF-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-ED-COUNT
                           MOVE EXTDEF-REC TO WS-ED-ROW (WS-ED-COUNT)
                   END-READ
               END-PERFORM
               CLOSE EXTDEF-FILE
           END-IF.

       SAVE-DEFINITIONS.
           OPEN OUTPUT EXTDEF-FILE.
           PERFORM VARYING WS-ED-IDX FROM 1 BY 1
               UNTIL WS-ED-IDX > WS-ED-COUNT
               MOVE WS-ED-ROW (WS-ED-IDX) TO EXTDEF-REC
               WRITE EXTDEF-REC
           END-PERFORM.
           CLOSE EXTDEF-FILE.

       FIND-DEFINITION.
           MOVE 0 TO WS-ED-HIT.
           PERFORM VARYING WS-ED-IDX FROM 1 BY 1
               UNTIL WS-ED-IDX > WS-ED-COUNT OR WS-ED-HIT > 0
               IF WS-ED-ROW (WS-ED-IDX) (1:8) = WS-NAME-IN
                   MOVE WS-ED-IDX TO WS-ED-HIT
               END-IF
           END-PERFORM.

       ACCEPT-DEFINITION-NAME.
           MOVE SPACES TO WS-NAME-IN.
           DISPLAY "EXTRACT NAME (UP TO 8 CHARACTERS): "
               WITH NO ADVANCING.
           ACCEPT WS-NAME-IN.
           MOVE FUNCTION UPPER-CASE(WS-NAME-IN) TO WS-NAME-IN.

       DEFINE-EXTRACT.
           PERFORM ACCEPT-DEFINITION-NAME.
           IF WS-NAME-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-DEFINITION.
           IF WS-ED-HIT > 0
               MOVE WS-ED-ROW (WS-ED-HIT) TO WS-DEF
               PERFORM CHECK-DEF-ROLE
               IF WS-DEF-OK = 'N'
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "EXTRACT " WS-NAME-IN " EXISTS AND WILL BE"
                   " REPLACED."
           ELSE
               IF WS-ED-COUNT >= 100
                   DISPLAY "DEFINITION FILE IS FULL. NOTHING SAVED."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           INITIALIZE WS-DEF.
           MOVE WS-NAME-IN TO ED-NAME.

           DISPLAY "SOURCE - (E)MPLOYEE MASTER WITH RATE AND YTD,"
               " (B)ANK MASTER, (H)PAY HISTORY: " WITH NO ADVANCING.
           ACCEPT ED-SOURCE.
           MOVE FUNCTION UPPER-CASE(ED-SOURCE) TO ED-SOURCE.
           EVALUATE ED-SOURCE
            WHEN 'E'
               MOVE 1 TO WS-SRC-POS
            WHEN 'B'
               MOVE 2 TO WS-SRC-POS
            WHEN 'H'
               MOVE 3 TO WS-SRC-POS
            WHEN OTHER
               DISPLAY "ENTER E, B OR H. NOTHING SAVED."
               EXIT PARAGRAPH
           END-EVALUATE.
           IF ED-SOURCE = 'H'
               DISPLAY "FROM PAY PERIOD (YYYYPP): " WITH NO ADVANCING
               ACCEPT ED-PERIOD-FROM
               DISPLAY "TO PAY PERIOD (YYYYPP):   " WITH NO ADVANCING
               ACCEPT ED-PERIOD-TO
               IF ED-PERIOD-FROM NOT NUMERIC
                   OR ED-PERIOD-TO NOT NUMERIC
                   OR ED-PERIOD-TO < ED-PERIOD-FROM
                   DISPLAY "PERIODS MUST BE YYYYPP, FROM NOT AFTER"
                       " TO. NOTHING SAVED."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM SHOW-FIELD-LIST.
           MOVE 0 TO WS-FL-COUNT.
           MOVE 'N' TO WS-DONE.
           PERFORM ACCEPT-ONE-FIELD
               UNTIL WS-DONE = 'Y' OR WS-FL-COUNT >= 8.
           IF WS-FL-COUNT = 0
               DISPLAY "AT LEAST ONE FIELD IS NEEDED. NOTHING SAVED."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "SELECTION TESTS (ALL MUST PASS; PERSONAL DATA"
               " CANNOT BE TESTED)".
           MOVE 0 TO WS-CR-IDX.
           MOVE 'N' TO WS-DONE.
           PERFORM ACCEPT-ONE-CRITERION
               UNTIL WS-DONE = 'Y' OR WS-CR-IDX >= 3.

           DISPLAY "SORT ON FIELD CODE (0 FOR FILE ORDER): "
               WITH NO ADVANCING.
           ACCEPT WS-CODE-IN.
           IF WS-CODE-IN NOT = 0
               PERFORM CHECK-FIELD-FOR-SOURCE
               IF WS-FIELD-OK = 'N'
                   OR WS-FC-MASK (WS-FC-HIT) NOT = SPACE
                   DISPLAY "CANNOT SORT ON THAT FIELD. NOTHING SAVED."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CODE-IN TO ED-SORT-FIELD
               DISPLAY "(A)SCENDING OR (D)ESCENDING: "
                   WITH NO ADVANCING
               ACCEPT ED-SORT-DIR
               MOVE FUNCTION UPPER-CASE(ED-SORT-DIR) TO ED-SORT-DIR
               IF ED-SORT-DIR NOT = 'D'
                   MOVE 'A' TO ED-SORT-DIR
               END-IF
           END-IF.

           DISPLAY "OUTPUT TO (C)SV FILE OR (S)POOLED REPORT: "
               WITH NO ADVANCING.
           ACCEPT ED-OUTPUT.
           MOVE FUNCTION UPPER-CASE(ED-OUTPUT) TO ED-OUTPUT.
           IF ED-OUTPUT NOT = 'C' AND ED-OUTPUT NOT = 'S'
               DISPLAY "ENTER C OR S. NOTHING SAVED."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "RESTRICT TO ROLE (BLANK FOR ANY EXTRACT USER): "
               WITH NO ADVANCING.
           ACCEPT ED-ROLE.
           MOVE FUNCTION UPPER-CASE(ED-ROLE) TO ED-ROLE.
           MOVE WS-OPERATOR TO ED-OWNER.
           MOVE WS-TODAY TO ED-SAVED-DATE.

           IF WS-ED-HIT = 0
               ADD 1 TO WS-ED-COUNT
               MOVE WS-ED-COUNT TO WS-ED-HIT
           END-IF.
           MOVE WS-DEF TO WS-ED-ROW (WS-ED-HIT).
           PERFORM SAVE-DEFINITIONS.
           DISPLAY "EXTRACT " WS-NAME-IN " SAVED. RUN IT FROM OPTION"
               " 2, OR AS STREAM STEP EXTRACT-BATCH WITH PARAMETER "
               WS-NAME-IN ".".

       SHOW-FIELD-LIST.
           DISPLAY "FIELDS FOR THIS SOURCE:".
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
               UNTIL WS-FC-IDX > WS-FC-COUNT
               IF WS-FC-SOURCES (WS-FC-IDX) (WS-SRC-POS:1) NOT = SPACE
                   IF WS-FC-MASK (WS-FC-IDX) = SPACE
                       DISPLAY "  " WS-FC-CODE (WS-FC-IDX) "  "
                           WS-FC-NAME (WS-FC-IDX)
                   ELSE
                       DISPLAY "  " WS-FC-CODE (WS-FC-IDX) "  "
                           WS-FC-NAME (WS-FC-IDX) " (PERSONAL DATA)"
                   END-IF
               END-IF
           END-PERFORM.

       ACCEPT-ONE-FIELD.
           COMPUTE WS-FL-IDX = WS-FL-COUNT + 1.
           DISPLAY "FIELD " WS-FL-IDX " CODE (0 TO END): "
               WITH NO ADVANCING.
           ACCEPT WS-CODE-IN.
           IF WS-CODE-IN = 0
               MOVE 'Y' TO WS-DONE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-FIELD-FOR-SOURCE.
           IF WS-FIELD-OK = 'N'
               DISPLAY "NOT A FIELD OF THIS SOURCE."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FL-COUNT.
           MOVE WS-CODE-IN TO ED-FIELD (WS-FL-COUNT).

       ACCEPT-ONE-CRITERION.
           COMPUTE WS-FL-IDX = WS-CR-IDX + 1.
           DISPLAY "TEST " WS-FL-IDX " FIELD CODE (0 FOR NO MORE): "
               WITH NO ADVANCING.
           ACCEPT WS-CODE-IN.
           IF WS-CODE-IN = 0
               MOVE 'Y' TO WS-DONE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-FIELD-FOR-SOURCE.
           IF WS-FIELD-OK = 'N'
               OR WS-FC-MASK (WS-FC-HIT) NOT = SPACE
               DISPLAY "CANNOT TEST THAT FIELD."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-TEXT-IN.
           DISPLAY "OPERATOR (EQ NE GT GE LT LE): " WITH NO ADVANCING.
           ACCEPT WS-TEXT-IN.
           MOVE FUNCTION UPPER-CASE(WS-TEXT-IN) TO WS-TEXT-IN.
           IF WS-TEXT-IN NOT = "EQ" AND WS-TEXT-IN NOT = "NE"
               AND WS-TEXT-IN NOT = "GT" AND WS-TEXT-IN NOT = "GE"
               AND WS-TEXT-IN NOT = "LT" AND WS-TEXT-IN NOT = "LE"
               DISPLAY "NOT AN OPERATOR."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CR-IDX.
           MOVE WS-CODE-IN TO ED-CRIT-FIELD (WS-CR-IDX).
           MOVE WS-TEXT-IN TO ED-CRIT-OP (WS-CR-IDX).
           IF WS-FC-TYPE (WS-FC-HIT) = 'D'
               DISPLAY "VALUE (YYYYMMDD): " WITH NO ADVANCING
           ELSE
               DISPLAY "VALUE: " WITH NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-TEXT-IN.
           ACCEPT WS-TEXT-IN.
           MOVE FUNCTION UPPER-CASE(WS-TEXT-IN) TO
               ED-CRIT-VALUE (WS-CR-IDX).

      *    WS-CODE-IN IS A FIELD OF THE SOURCE AT WS-SRC-POS;
      *    WS-FC-HIT POINTS AT ITS CATALOG ROW.
       CHECK-FIELD-FOR-SOURCE.
           MOVE WS-CODE-IN TO WS-PUT-CODE.
           PERFORM FIND-CATALOG-FIELD.
           MOVE 'N' TO WS-FIELD-OK.
           IF WS-FC-HIT > 0
               IF WS-FC-SOURCES (WS-FC-HIT) (WS-SRC-POS:1)
                   NOT = SPACE
                   MOVE 'Y' TO WS-FIELD-OK
               END-IF
           END-IF.
           IF WS-FC-HIT = 0
               MOVE 1 TO WS-FC-HIT
           END-IF.

       FIND-CATALOG-FIELD.
           MOVE 0 TO WS-FC-HIT.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
               UNTIL WS-FC-IDX > WS-FC-COUNT OR WS-FC-HIT > 0
               IF WS-FC-CODE (WS-FC-IDX) = WS-PUT-CODE
                   MOVE WS-FC-IDX TO WS-FC-HIT
               END-IF
           END-PERFORM.

       LIST-DEFINITIONS.
           IF WS-ED-COUNT = 0
               DISPLAY "NO EXTRACTS DEFINED."
               EXIT PARAGRAPH
           END-IF.
           MOVE "SAVED AD-HOC EXTRACTS" TO WS-RPT-TITLE.
           MOVE SPACES TO WS-RPT-COLHDR.
           STRING "NAME      SRC OUT SORT ROLE        OWNER      "
               "SAVED     FIELDS"
               DELIMITED BY SIZE INTO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           PERFORM VARYING WS-ED-IDX FROM 1 BY 1
               UNTIL WS-ED-IDX > WS-ED-COUNT
               MOVE WS-ED-ROW (WS-ED-IDX) TO WS-DEF
               MOVE 'L' TO WS-RPT-FUNCTION
               CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
                   WS-RPT-COLHDR WS-RPT-LPP
               DISPLAY ED-NAME "  " ED-SOURCE "   " ED-OUTPUT "   "
                   ED-SORT-FIELD ED-SORT-DIR "  " ED-ROLE "  "
                   ED-OWNER " " ED-SAVED-DATE "  " ED-FIELD-LIST
               IF ED-SOURCE = 'H'
                   DISPLAY "          PERIODS " ED-PERIOD-FROM
                       " TO " ED-PERIOD-TO
               END-IF
               PERFORM VARYING WS-CR-IDX FROM 1 BY 1
                   UNTIL WS-CR-IDX > 3
                   IF ED-CRIT-FIELD (WS-CR-IDX) NOT = 0
                       DISPLAY "          WHERE "
                           ED-CRIT-FIELD (WS-CR-IDX) " "
                           ED-CRIT-OP (WS-CR-IDX) " "
                           ED-CRIT-VALUE (WS-CR-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       DELETE-EXTRACT.
           PERFORM ACCEPT-DEFINITION-NAME.
           PERFORM FIND-DEFINITION.
           IF WS-ED-HIT = 0
               DISPLAY "EXTRACT " WS-NAME-IN " IS NOT DEFINED."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ED-ROW (WS-ED-HIT) TO WS-DEF.
           PERFORM CHECK-DEF-ROLE.
           IF WS-DEF-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DELETE EXTRACT " WS-NAME-IN "? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ED-IDX FROM WS-ED-HIT BY 1
               UNTIL WS-ED-IDX >= WS-ED-COUNT
               MOVE WS-ED-ROW (WS-ED-IDX + 1) TO
                   WS-ED-ROW (WS-ED-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-ED-COUNT.
           PERFORM SAVE-DEFINITIONS.
           DISPLAY "EXTRACT " WS-NAME-IN " DELETED.".

       RUN-EXTRACT.
           PERFORM ACCEPT-DEFINITION-NAME.
           PERFORM FIND-DEFINITION.
           IF WS-ED-HIT = 0
               DISPLAY "EXTRACT " WS-NAME-IN " IS NOT DEFINED."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ED-ROW (WS-ED-HIT) TO WS-DEF.
           PERFORM CHECK-DEF-ROLE.
           IF WS-DEF-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM RUN-DEFINITION.

      *    ONE RUN OF THE DEFINITION IN WS-DEF: SCAN THE SOURCE INTO
      *    THE ROW TABLE, SORT IT, WRITE IT OUT.
       RUN-DEFINITION.
           MOVE "OK" TO WS-RUN-STATUS.
           MOVE 0 TO WS-XR-COUNT WS-READ-COUNT.
           MOVE 'N' TO WS-XR-OVERFLOW.
           MOVE SPACES TO WS-START-DEPT.
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > 3
               MOVE 0 TO WS-CV-NUM (WS-CR-IDX)
               IF ED-CRIT-FIELD (WS-CR-IDX) NOT = 0
                   MOVE ED-CRIT-FIELD (WS-CR-IDX) TO WS-PUT-CODE
                   PERFORM FIND-CATALOG-FIELD
                   IF WS-FC-HIT > 0
                       IF WS-FC-TYPE (WS-FC-HIT) = 'N'
                           COMPUTE WS-CV-NUM (WS-CR-IDX) =
                               FUNCTION NUMVAL(ED-CRIT-VALUE
                               (WS-CR-IDX))
                       END-IF
                   END-IF
                   IF ED-CRIT-FIELD (WS-CR-IDX) = 4
                       AND ED-CRIT-OP (WS-CR-IDX) = "EQ"
                       MOVE ED-CRIT-VALUE (WS-CR-IDX) TO WS-START-DEPT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-FL-COUNT.
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > 8
               IF ED-FIELD (WS-FL-IDX) NOT = 0
                   MOVE WS-FL-IDX TO WS-FL-COUNT
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-EM-OPEN.
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS = "00"
               MOVE 'Y' TO WS-EM-OPEN
           END-IF.
           EVALUATE ED-SOURCE
            WHEN 'E'
               PERFORM SCAN-EMPLOYEE-MASTER
            WHEN 'B'
               PERFORM SCAN-BANK-MASTER
            WHEN 'H'
               PERFORM SCAN-PAY-HISTORY
            WHEN OTHER
               MOVE "ER" TO WS-RUN-STATUS
           END-EVALUATE.
           IF WS-EM-OPEN = 'Y'
               CLOSE EM-MASTER-FILE
           END-IF.
           IF WS-RUN-STATUS NOT = "OK"
               EXIT PARAGRAPH
           END-IF.
           IF WS-XR-OVERFLOW = 'Y'
               DISPLAY "WARNING: MORE THAN 1000 ROWS SELECTED, ONLY"
                   " THE FIRST 1000 ARE WRITTEN."
               MOVE "EXTRACT" TO EXC-LOG-PROGRAM-ID
               MOVE ED-NAME TO EXC-LOG-CONTEXT
               MOVE "EXTRACT CUT OFF AT 1000 ROWS" TO EXC-LOG-REASON
               CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                   EXC-LOG-CONTEXT EXC-LOG-REASON
           END-IF.
           IF ED-SORT-FIELD NOT = 0
               PERFORM SORT-EXTRACT-ROWS
           END-IF.
           IF ED-OUTPUT = 'C'
               PERFORM WRITE-EXTRACT-CSV
           ELSE
               PERFORM WRITE-EXTRACT-REPORT
           END-IF.
           MOVE WS-XR-COUNT TO OUT-COUNT.
           DISPLAY "EXTRACT " ED-NAME ": " FUNCTION TRIM(OUT-COUNT)
               " ROWS WRITTEN.".

       SCAN-EMPLOYEE-MASTER.
           IF WS-EM-OPEN = 'N'
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE."
               MOVE "ER" TO WS-RUN-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-RATE-TABLE.
           MOVE 'N' TO WS-EMP-OPEN.
           OPEN INPUT EMP-FILE.
           IF EMP-STATUS = "00"
               MOVE 'Y' TO WS-EMP-OPEN
           END-IF.
           IF WS-START-DEPT NOT = SPACES
               MOVE WS-START-DEPT TO EM-DEPT-CODE
               START EM-MASTER-FILE KEY IS EQUAL TO EM-DEPT-CODE
                   INVALID KEY
                       MOVE "23" TO EM-FILE-STATUS
               END-START
           END-IF.
           PERFORM UNTIL EM-FILE-STATUS NOT = "00"
               AND EM-FILE-STATUS NOT = "02"
               READ EM-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-START-DEPT NOT = SPACES
                           AND EM-DEPT-CODE NOT = WS-START-DEPT
                           MOVE "10" TO EM-FILE-STATUS
                       ELSE
                           ADD 1 TO WS-READ-COUNT
                           PERFORM TAKE-EMPLOYEE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-EMP-OPEN = 'Y'
               CLOSE EMP-FILE
           END-IF.

       TAKE-EMPLOYEE-ROW.
           INITIALIZE WS-FV-TABLE.
           PERFORM PUT-MASTER-VALUES.
           PERFORM LOOKUP-RATE-IN-FORCE.
           MOVE 12 TO WS-PUT-CODE.
           MOVE WS-RATE-NOW TO WS-PUT-NUM.
           PERFORM PUT-NUM.
           MOVE 0 TO WS-PUT-NUM.
           IF WS-EMP-OPEN = 'Y'
               MOVE EM-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-YTD-GROSS IS NUMERIC
                           MOVE WS-YTD-GROSS TO WS-PUT-NUM
                       END-IF
               END-READ
           END-IF.
           MOVE 13 TO WS-PUT-CODE.
           PERFORM PUT-NUM.
           PERFORM SELECT-AND-STORE.

      *    THE EMPLOYEE MASTER FIELDS OF THE RECORD IN EM-MASTER-REC.
       PUT-MASTER-VALUES.
           MOVE 1 TO WS-PUT-CODE.
           MOVE EM-EMP-ID TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 2 TO WS-PUT-CODE.
           MOVE EM-NAME TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 3 TO WS-PUT-CODE.
           MOVE EM-STATUS TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 4 TO WS-PUT-CODE.
           MOVE EM-DEPT-CODE TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 5 TO WS-PUT-CODE.
           MOVE EM-POSITION TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 6 TO WS-PUT-CODE.
           MOVE EM-HIRE-DATE TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 7 TO WS-PUT-CODE.
           MOVE EM-TERM-DATE TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 8 TO WS-PUT-CODE.
           MOVE EM-SUPERVISOR TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 9 TO WS-PUT-CODE.
           MOVE EM-PAY-TYPE TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 10 TO WS-PUT-CODE.
           MOVE EM-COMPANY TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 11 TO WS-PUT-CODE.
           MOVE EM-WORK-LOCATION TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 14 TO WS-PUT-CODE.
           MOVE EM-TAX-ID TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 15 TO WS-PUT-CODE.
           MOVE EM-PHONE TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 16 TO WS-PUT-CODE.
           MOVE EM-BIRTH-DATE TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 17 TO WS-PUT-CODE.
           MOVE EM-ADDRESS TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.

      *    NAME AND DEPARTMENT FOR A BANK OR PAY HISTORY ROW COME
      *    FROM THE MASTER, BLANK WHEN THE EMPLOYEE IS NOT ON IT.
       PUT-JOINED-NAME.
           MOVE SPACES TO EM-NAME EM-DEPT-CODE.
           IF WS-EM-OPEN = 'Y'
               READ EM-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO EM-NAME EM-DEPT-CODE
               END-READ
           END-IF.
           MOVE 2 TO WS-PUT-CODE.
           MOVE EM-NAME TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 4 TO WS-PUT-CODE.
           MOVE EM-DEPT-CODE TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.

       PUT-TEXT.
           PERFORM FIND-CATALOG-FIELD.
           IF WS-FC-HIT > 0
               MOVE WS-PUT-TEXT TO WS-FV-TEXT (WS-FC-HIT)
           END-IF.

       PUT-NUM.
           PERFORM FIND-CATALOG-FIELD.
           IF WS-FC-HIT > 0
               MOVE WS-PUT-NUM TO WS-FV-NUM (WS-FC-HIT)
               MOVE WS-PUT-NUM TO OUT-AMT
               MOVE OUT-AMT TO WS-FV-TEXT (WS-FC-HIT)
           END-IF.

      *    THE RATE IN FORCE TODAY: NEWEST RATE-MASTER ROW ON OR
      *    BEFORE TODAY, FALLING BACK TO THE RATE ON THE WEEKLY PAY
      *    RECORD.
       LOAD-RATE-TABLE.
           MOVE 0 TO WS-RT-COUNT.
           OPEN INPUT RATEMAST-FILE.
           IF RATEMAST-STATUS = "00"
               PERFORM UNTIL RATEMAST-STATUS NOT = "00"
                   OR WS-RT-COUNT >= 2000
                   READ RATEMAST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RM-EFF-DATE IS NUMERIC
                               AND RM-RATE IS NUMERIC
                               AND RM-EFF-DATE <= WS-TODAY
                               ADD 1 TO WS-RT-COUNT
                               MOVE RM-EMP-ID TO WS-RT-EMP (WS-RT-COUNT)
                               MOVE RM-EFF-DATE TO
                                   WS-RT-EFF (WS-RT-COUNT)
                               MOVE RM-RATE TO WS-RT-RATE (WS-RT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATEMAST-FILE
           END-IF.

       LOOKUP-RATE-IN-FORCE.
           MOVE 0 TO WS-RATE-NOW.
           MOVE 0 TO WS-RATE-BEST-DATE.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-EMP (WS-RT-IDX) = EM-EMP-ID
                   AND WS-RT-EFF (WS-RT-IDX) >= WS-RATE-BEST-DATE
                   MOVE WS-RT-EFF (WS-RT-IDX) TO WS-RATE-BEST-DATE
                   MOVE WS-RT-RATE (WS-RT-IDX) TO WS-RATE-NOW
               END-IF
           END-PERFORM.
           IF WS-RATE-BEST-DATE = 0 AND WS-EMP-OPEN = 'Y'
               MOVE EM-EMP-ID TO EMP-ID
               READ EMP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-RATE-PER-HOUR IS NUMERIC
                           MOVE WS-RATE-PER-HOUR TO WS-RATE-NOW
                       END-IF
               END-READ
           END-IF.

       SCAN-BANK-MASTER.
           OPEN INPUT BANK-FILE.
           IF BANK-STATUS NOT = "00"
               DISPLAY "BANK MASTER NOT AVAILABLE."
               MOVE "ER" TO WS-RUN-STATUS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL BANK-STATUS NOT = "00"
               READ BANK-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM TAKE-BANK-ROW
               END-READ
           END-PERFORM.
           CLOSE BANK-FILE.

       TAKE-BANK-ROW.
           INITIALIZE WS-FV-TABLE.
           MOVE 1 TO WS-PUT-CODE.
           MOVE BA-EMP-ID TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 20 TO WS-PUT-CODE.
           MOVE BA-BANK-CODE TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 21 TO WS-PUT-CODE.
           MOVE BA-ACCT-NO TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 22 TO WS-PUT-CODE.
           MOVE BA-ACCT-TYPE TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 23 TO WS-PUT-CODE.
           MOVE BA-ACTIVE TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 24 TO WS-PUT-CODE.
           MOVE BA-PRENOTE-DATE TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE BA-EMP-ID TO EM-EMP-ID.
           PERFORM PUT-JOINED-NAME.
           PERFORM SELECT-AND-STORE.

      *    PAY HISTORY IS READ ON THE PAY-PERIOD KEY FROM THE FIRST
      *    PERIOD OF THE RANGE; VOIDED CHECKS ARE LEFT OUT.
       SCAN-PAY-HISTORY.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS NOT = "00"
               DISPLAY "NO PAY HISTORY FILE ON HAND."
               MOVE "ER" TO WS-RUN-STATUS
               EXIT PARAGRAPH
           END-IF.
           MOVE ED-PERIOD-FROM TO HIST-PAY-PERIOD.
           START HIST-FILE KEY IS NOT LESS THAN HIST-PAY-PERIOD
               INVALID KEY
                   MOVE "23" TO HIST-STATUS
           END-START.
           PERFORM UNTIL HIST-STATUS NOT = "00"
               AND HIST-STATUS NOT = "02"
               READ HIST-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HIST-PAY-PERIOD > ED-PERIOD-TO
                           MOVE "10" TO HIST-STATUS
                       ELSE
                           IF HIST-VOID NOT = 'V'
                               ADD 1 TO WS-READ-COUNT
                               PERFORM TAKE-HIST-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.

       TAKE-HIST-ROW.
           INITIALIZE WS-FV-TABLE.
           MOVE 1 TO WS-PUT-CODE.
           MOVE HIST-EMP-ID TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 10 TO WS-PUT-CODE.
           MOVE HIST-COMPANY TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 11 TO WS-PUT-CODE.
           MOVE HIST-LOCATION TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 30 TO WS-PUT-CODE.
           MOVE HIST-PAY-PERIOD TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 31 TO WS-PUT-CODE.
           MOVE HIST-PAY-DATE TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 37 TO WS-PUT-CODE.
           MOVE HIST-RUN-TYPE TO WS-PUT-TEXT.
           PERFORM PUT-TEXT.
           MOVE 32 TO WS-PUT-CODE.
           MOVE HIST-BASIC-PAY TO WS-PUT-NUM.
           PERFORM PUT-NUM.
           MOVE 33 TO WS-PUT-CODE.
           MOVE HIST-OVERTIME-PAY TO WS-PUT-NUM.
           PERFORM PUT-NUM.
           MOVE 34 TO WS-PUT-CODE.
           MOVE HIST-TOTAL-PAY TO WS-PUT-NUM.
           PERFORM PUT-NUM.
           MOVE 35 TO WS-PUT-CODE.
           MOVE HIST-TAX-AMOUNT TO WS-PUT-NUM.
           PERFORM PUT-NUM.
           MOVE 36 TO WS-PUT-CODE.
           MOVE HIST-NET-PAY TO WS-PUT-NUM.
           PERFORM PUT-NUM.
           MOVE HIST-EMP-ID TO EM-EMP-ID.
           PERFORM PUT-JOINED-NAME.
           PERFORM SELECT-AND-STORE.

      *    EVERY SELECTION TEST MUST PASS. AMOUNTS COMPARE AS
      *    NUMBERS, EVERYTHING ELSE AS TEXT (DATES ARE YYYYMMDD).
       SELECT-AND-STORE.
           MOVE 'Y' TO WS-SELECTED.
           PERFORM VARYING WS-CR-IDX FROM 1 BY 1
               UNTIL WS-CR-IDX > 3 OR WS-SELECTED = 'N'
               IF ED-CRIT-FIELD (WS-CR-IDX) NOT = 0
                   PERFORM TEST-ONE-CRITERION
               END-IF
           END-PERFORM.
           IF WS-SELECTED = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF WS-XR-COUNT >= 1000
               MOVE 'Y' TO WS-XR-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-XR-COUNT.
           MOVE SPACES TO WS-XR-ENTRY (WS-XR-COUNT).
           IF ED-SORT-FIELD NOT = 0
               MOVE ED-SORT-FIELD TO WS-PUT-CODE
               PERFORM FIND-CATALOG-FIELD
               IF WS-FC-HIT > 0
                   IF WS-FC-TYPE (WS-FC-HIT) = 'N'
                       MOVE WS-FV-NUM (WS-FC-HIT) TO WS-SORT-NUM
                       MOVE WS-SORT-NUM-X TO WS-XR-KEY (WS-XR-COUNT)
                   ELSE
                       MOVE WS-FV-TEXT (WS-FC-HIT) TO
                           WS-XR-KEY (WS-XR-COUNT)
                   END-IF
               END-IF
           END-IF.
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > WS-FL-COUNT
               MOVE ED-FIELD (WS-FL-IDX) TO WS-PUT-CODE
               PERFORM FIND-CATALOG-FIELD
               IF WS-FC-HIT > 0
                   IF WS-FC-MASK (WS-FC-HIT) = SPACE
                       MOVE WS-FV-TEXT (WS-FC-HIT) TO
                           WS-XR-VAL (WS-XR-COUNT, WS-FL-IDX)
                   ELSE
                       MOVE WS-FC-MASK (WS-FC-HIT) TO MK-FUNCTION
                       MOVE WS-FV-TEXT (WS-FC-HIT) TO MK-VALUE
                       CALL "MASKUTIL" USING MK-PARMS
                       MOVE MK-MASKED TO
                           WS-XR-VAL (WS-XR-COUNT, WS-FL-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       TEST-ONE-CRITERION.
           MOVE ED-CRIT-FIELD (WS-CR-IDX) TO WS-PUT-CODE.
           PERFORM FIND-CATALOG-FIELD.
           IF WS-FC-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-FC-TYPE (WS-FC-HIT) = 'N'
               EVALUATE TRUE
                WHEN WS-FV-NUM (WS-FC-HIT) < WS-CV-NUM (WS-CR-IDX)
                   MOVE '<' TO WS-CMP
                WHEN WS-FV-NUM (WS-FC-HIT) > WS-CV-NUM (WS-CR-IDX)
                   MOVE '>' TO WS-CMP
                WHEN OTHER
                   MOVE '=' TO WS-CMP
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                WHEN WS-FV-TEXT (WS-FC-HIT) < ED-CRIT-VALUE (WS-CR-IDX)
                   MOVE '<' TO WS-CMP
                WHEN WS-FV-TEXT (WS-FC-HIT) > ED-CRIT-VALUE (WS-CR-IDX)
                   MOVE '>' TO WS-CMP
                WHEN OTHER
                   MOVE '=' TO WS-CMP
               END-EVALUATE
           END-IF.
           EVALUATE ED-CRIT-OP (WS-CR-IDX)
            WHEN "EQ"
               IF WS-CMP NOT = '='
                   MOVE 'N' TO WS-SELECTED
               END-IF
            WHEN "NE"
               IF WS-CMP = '='
                   MOVE 'N' TO WS-SELECTED
               END-IF
            WHEN "GT"
               IF WS-CMP NOT = '>'
                   MOVE 'N' TO WS-SELECTED
               END-IF
            WHEN "GE"
               IF WS-CMP = '<'
                   MOVE 'N' TO WS-SELECTED
               END-IF
            WHEN "LT"
               IF WS-CMP NOT = '<'
                   MOVE 'N' TO WS-SELECTED
               END-IF
            WHEN "LE"
               IF WS-CMP = '>'
                   MOVE 'N' TO WS-SELECTED
               END-IF
           END-EVALUATE.

      *    EXCHANGE SORT ON THE ROW KEY. AMOUNTS ARE KEYED ON THEIR
      *    SIZE, SO A NEGATIVE AMOUNT SORTS AS ITS POSITIVE.
       SORT-EXTRACT-ROWS.
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX >= WS-XR-COUNT
               COMPUTE WS-XR-KDX = WS-XR-IDX + 1
               PERFORM VARYING WS-XR-JDX FROM WS-XR-KDX BY 1
                   UNTIL WS-XR-JDX > WS-XR-COUNT
                   MOVE 'N' TO WS-SWAP-NEEDED
                   IF ED-SORT-DIR = 'D'
                       IF WS-XR-KEY (WS-XR-JDX) > WS-XR-KEY (WS-XR-IDX)
                           MOVE 'Y' TO WS-SWAP-NEEDED
                       END-IF
                   ELSE
                       IF WS-XR-KEY (WS-XR-JDX) < WS-XR-KEY (WS-XR-IDX)
                           MOVE 'Y' TO WS-SWAP-NEEDED
                       END-IF
                   END-IF
                   IF WS-SWAP-NEEDED = 'Y'
                       MOVE WS-XR-ENTRY (WS-XR-IDX) TO WS-XR-SWAP
                       MOVE WS-XR-ENTRY (WS-XR-JDX) TO
                           WS-XR-ENTRY (WS-XR-IDX)
                       MOVE WS-XR-SWAP TO WS-XR-ENTRY (WS-XR-JDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-EXTRACT-CSV.
           MOVE SPACES TO WS-CSV-NAME.
           STRING "PRACTICALS/EXT-" DELIMITED BY SIZE
               ED-NAME DELIMITED BY SPACE
               ".CSV" DELIMITED BY SIZE INTO WS-CSV-NAME.
           MOVE 'O' TO WS-CSV-FUNCTION.
           CALL "CSVEXP" USING WS-CSV-FUNCTION WS-CSV-NAME
               WS-CSV-FIELD.
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > WS-FL-COUNT
               MOVE ED-FIELD (WS-FL-IDX) TO WS-PUT-CODE
               PERFORM FIND-CATALOG-FIELD
               MOVE SPACES TO WS-CSV-FIELD
               IF WS-FC-HIT > 0
                   MOVE WS-FC-NAME (WS-FC-HIT) TO WS-CSV-FIELD
               END-IF
               PERFORM CSV-ADD-FIELD
           END-PERFORM.
           PERFORM CSV-END-ROW.
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX > WS-XR-COUNT
               PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-COUNT
                   MOVE WS-XR-VAL (WS-XR-IDX, WS-FL-IDX) TO
                       WS-CSV-FIELD
                   PERFORM CSV-ADD-FIELD
               END-PERFORM
               PERFORM CSV-END-ROW
           END-PERFORM.
           MOVE 'C' TO WS-CSV-FUNCTION.
           CALL "CSVEXP" USING WS-CSV-FUNCTION WS-CSV-NAME
               WS-CSV-FIELD.
           DISPLAY "WRITTEN TO " FUNCTION TRIM(WS-CSV-NAME) ".".

       CSV-ADD-FIELD.
           MOVE 'F' TO WS-CSV-FUNCTION.
           CALL "CSVEXP" USING WS-CSV-FUNCTION WS-CSV-NAME
               WS-CSV-FIELD.

       CSV-END-ROW.
           MOVE 'R' TO WS-CSV-FUNCTION.
           CALL "CSVEXP" USING WS-CSV-FUNCTION WS-CSV-NAME
               WS-CSV-FIELD.

      *    THE SPOOLED REPORT SETS EACH FIELD IN A COLUMN AS WIDE AS
      *    ITS VALUES OR ITS NAME; COLUMNS PAST 80 ARE CUT OFF.
       WRITE-EXTRACT-REPORT.
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > WS-FL-COUNT
               MOVE ED-FIELD (WS-FL-IDX) TO WS-PUT-CODE
               PERFORM FIND-CATALOG-FIELD
               IF WS-FC-HIT = 0
                   MOVE 1 TO WS-FC-HIT
               END-IF
               MOVE WS-FC-HIT TO WS-COL-POS (WS-FL-IDX)
               MOVE WS-FC-WIDTH (WS-FC-HIT) TO
                   WS-COL-WIDTH (WS-FL-IDX)
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-FC-NAME (WS-FC-HIT) TRAILING)) TO WS-NAME-LEN
               IF WS-NAME-LEN > WS-COL-WIDTH (WS-FL-IDX)
                   MOVE WS-NAME-LEN TO WS-COL-WIDTH (WS-FL-IDX)
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LINE.
           MOVE 1 TO WS-LINE-PTR.
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > WS-FL-COUNT OR WS-LINE-PTR > 80
               MOVE WS-COL-POS (WS-FL-IDX) TO WS-FC-HIT
               STRING WS-FC-NAME (WS-FC-HIT)
                   (1:WS-COL-WIDTH (WS-FL-IDX)) "  "
                   DELIMITED BY SIZE INTO WS-LINE
                   WITH POINTER WS-LINE-PTR
                   ON OVERFLOW
                       MOVE 81 TO WS-LINE-PTR
               END-STRING
           END-PERFORM.
           MOVE SPACES TO WS-RPT-TITLE.
           STRING "AD-HOC EXTRACT " ED-NAME
               DELIMITED BY SIZE INTO WS-RPT-TITLE.
           MOVE WS-LINE TO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE SPACES TO WS-SPL-REPORT.
           STRING "EXTRACT " ED-NAME
               DELIMITED BY SIZE INTO WS-SPL-REPORT.
           MOVE 'O' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.
           MOVE WS-LINE TO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           PERFORM VARYING WS-XR-IDX FROM 1 BY 1
               UNTIL WS-XR-IDX > WS-XR-COUNT
               MOVE SPACES TO WS-LINE
               MOVE 1 TO WS-LINE-PTR
               PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-COUNT OR WS-LINE-PTR > 80
                   STRING WS-XR-VAL (WS-XR-IDX, WS-FL-IDX)
                       (1:WS-COL-WIDTH (WS-FL-IDX)) "  "
                       DELIMITED BY SIZE INTO WS-LINE
                       WITH POINTER WS-LINE-PTR
                       ON OVERFLOW
                           MOVE 81 TO WS-LINE-PTR
                   END-STRING
               END-PERFORM
               MOVE 'L' TO WS-RPT-FUNCTION
               CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
                   WS-RPT-COLHDR WS-RPT-LPP
               DISPLAY WS-LINE
               MOVE WS-LINE TO WS-SPL-LINE
               PERFORM SPOOL-ONE-LINE
           END-PERFORM.
           MOVE 'C' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.

       SPOOL-ONE-LINE.
           MOVE 'L' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.
       END PROGRAM EXTRACT.
