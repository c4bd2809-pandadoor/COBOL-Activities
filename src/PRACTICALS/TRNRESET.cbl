      *    NEVER WRITE BACK TO PRODUCTION. RUN IT FROM THE
      *    PRODUCTION ROOT WHENEVER THE SANDBOX SHOULD BE
      *    REFRESHED.
      *    THE COPY IS THEN SCRUBBED OF PERSONAL DATA. TAX IDS,
      *    PHONE NUMBERS, ADDRESSES AND BANK ACCOUNT NUMBERS ARE
      *    SCRAMBLED CHARACTER BY CHARACTER UNDER A KEY TAKEN FROM
      *    THE CLOCK AT RESET, AND BIRTH DATES ARE MOVED BACK BY A
      *    NUMBER OF DAYS WORKED OUT FROM THE DATE ITSELF. THE SAME
      *    VALUE COMES OUT THE SAME WAY IN EVERY FILE, SO AN ACCOUNT
      *    ON THE SPLIT FILE STILL MATCHES THE ACH EXPORT AND A
      *    SHARED TAX ID IS STILL SHARED. DIGITS STAY DIGITS AND
      *    LETTERS STAY LETTERS, SO THE EDITS STILL PASS; ONLY THE
      *    LETTERS AND DIGITS ARE COUNTED, SO A TAX ID WITH DASHES
      *    SCRAMBLES THE SAME AS ONE WITHOUT. FILES THAT ARE ONLY
      *    EVER PRODUCED FOR SENDING OR PRINTING (THE BANK AND WAGE
      *    TRANSMISSIONS, THE CHECK PRINT, THE SPOOLED REPORTS AND
      *    CSV EXPORTS) AND THE INBOUND NEW-HIRE FEED ARE REMOVED
      *    FROM THE SANDBOX RATHER THAN SCRUBBED; THE RUNS BEING
      *    PRACTISED PRODUCE THEM AGAIN FROM THE SCRUBBED DATA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EM-MASTER-FILE
           ASSIGN TO "TRAINING/PRACTICALS/EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT BANK-FILE
           ASSIGN TO "TRAINING/PRACTICALS/BANKACCT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BA-EMP-ID
           FILE STATUS IS BANK-STATUS.
       SELECT SRC-FILE
           ASSIGN TO DYNAMIC WS-SRC-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SRC-STATUS.
       SELECT KEEP-FILE
           ASSIGN TO "TRAINING/TRNRESET.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KEEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.

       FD  BANK-FILE.
       01  BANK-REC.
           05 BA-EMP-ID PIC X(8).
           05 BA-BANK-CODE PIC X(4).
           05 BA-ACCT-NO PIC X(12).
           05 BA-ACCT-TYPE PIC X(1).
           05 BA-ACTIVE PIC X(1).
           05 BA-PRENOTE-DATE PIC 9(8).

       FD  SRC-FILE.
       01  SRC-REC PIC X(256).

       FD  KEEP-FILE.
       01  KEEP-REC PIC X(256).

       WORKING-STORAGE SECTION.
       01  EM-FILE-STATUS PIC XX.
       01  BANK-STATUS PIC XX.
       01  SRC-STATUS PIC XX.
       01  KEEP-STATUS PIC XX.
       01  WS-CONFIRM PIC X(1).
       01  WS-EOF PIC X(1).
       01  WS-CMD-1 PIC X(80) VALUE
           "rm -rf TRAINING && mkdir -p TRAINING".
       01  WS-CMD-2 PIC X(120) VALUE
           "cp -r ITERATIONS TRAINING/ITERATIONS 2>/dev/null; true".
       01  WS-CMD-5 PIC X(80) VALUE
           "date > TRAINING/TRAINING.FLG".
       01  WS-CMD-6 PIC X(80) VALUE
           "cd TRAINING/PRACTICALS && rm -f ACHBANK.DAT RETREMIT.DAT".
       01  WS-CMD-7 PIC X(80) VALUE
           "cd TRAINING/PRACTICALS && rm -f WAGEFILE.DAT WAGECORR.DAT".
       01  WS-CMD-8 PIC X(80) VALUE
           "cd TRAINING/PRACTICALS && rm -f CHECKPRT.DAT DISTLOG.DAT".
       01  WS-CMD-9 PIC X(80) VALUE
           "cd TRAINING/PRACTICALS && rm -f ONBOARD.DAT ONBREJ.DAT".
       01  WS-CMD-10 PIC X(80) VALUE
           "cd TRAINING/PRACTICALS && rm -f SPOOL-*.RPT RPTCAT.DAT".
       01  WS-CMD-11 PIC X(80) VALUE
           "cd TRAINING/PRACTICALS && rm -f *.CSV".
       01  WS-CMD-12 PIC X(80) VALUE
           "rm -f TRAINING/TRNRESET.TMP".

      *    THE LINE-SEQUENTIAL FILES CARRYING PERSONAL DATA, ONE ROW
      *    PER FIELD: FILE, START COLUMN, LENGTH AND KIND - 'S' IS
      *    SCRAMBLED, 'D' IS A YYYYMMDD BIRTH DATE TO BE MOVED. ROWS
      *    FOR THE SAME FILE SIT TOGETHER SO EACH FILE IS READ ONCE.
      *    THE EMPLOYEE MASTER AND BANK MASTER ARE INDEXED AND ARE
      *    SCRUBBED FIELD BY FIELD BELOW.
       01  WS-SCRUB-VALUES.
           05 FILLER PIC X(47) VALUE
               "TRAINING/PRACTICALS/BANKSPLT.DAT        017012S".
           05 FILLER PIC X(47) VALUE
               "TRAINING/PRACTICALS/BANKPREV.DAT        015012S".
           05 FILLER PIC X(47) VALUE
               "TRAINING/PRACTICALS/PENDCHG.DAT         017012S".
           05 FILLER PIC X(47) VALUE
               "TRAINING/PRACTICALS/ACHEXPORT.DAT       036012S".
           05 FILLER PIC X(47) VALUE
               "TRAINING/PRACTICALS/APPLCNT.DAT         038008D".
           05 FILLER PIC X(47) VALUE
               "TRAINING/PRACTICALS/APPLCNT.DAT         047012S".
           05 FILLER PIC X(47) VALUE
               "TRAINING/PRACTICALS/APPLCNT.DAT         060012S".
           05 FILLER PIC X(47) VALUE
               "TRAINING/PRACTICALS/APPLCNT.DAT         073030S".
           05 FILLER PIC X(47) VALUE
               "TRAINING/PRACTICALS/BENDEP.DAT          036008D".
           05 FILLER PIC X(47) VALUE
               "TRAINING/PRACTICALS/WAGESNAP.DAT        020009S".
           05 FILLER PIC X(47) VALUE
               "TRAINING/PRACTICALS/LETTLOG.DAT         090030S".
           05 FILLER PIC X(47) VALUE
               "TRAINING/SELDATA/COMMPAY.DAT            036012S".
       01  WS-SCRUB-TABLE REDEFINES WS-SCRUB-VALUES.
           05 WS-SF-ENTRY OCCURS 12 TIMES.
               10 WS-SF-NAME PIC X(40).
               10 WS-SF-POS PIC 9(3).
               10 WS-SF-LEN PIC 9(3).
               10 WS-SF-KIND PIC X(1).
       01  WS-SF-COUNT PIC 9(2) VALUE 12.
       01  WS-SF-IDX PIC 9(2).
       01  WS-SF-JDX PIC 9(2).
       01  WS-SRC-NAME PIC X(40).
       01  WS-REC-COUNT PIC 9(7).
       01  OUT-COUNT PIC Z,ZZZ,ZZ9.

      *    THE SCRAMBLE KEY: TODAY'S DATE AND THE TIME OF THE RESET,
      *    ONE DIGIT PER LETTER OR DIGIT POSITION, CYCLING.
       01  WS-KEY.
           05 WS-KEY-DATE PIC 9(8).
           05 WS-KEY-TIME PIC 9(8).
       01  WS-KEY-DIGITS REDEFINES WS-KEY.
           05 WS-KEY-DIGIT PIC 9(1) OCCURS 16 TIMES.
       01  WS-KEY-NUM PIC 9(6).

       01  WS-SC-VALUE PIC X(30).
       01  WS-SC-LEN PIC 9(2).
       01  WS-SC-KIND PIC X(1).
       01  WS-SC-IDX PIC 9(2).
       01  WS-SC-ORD PIC 9(2).
       01  WS-SC-SHIFT PIC 9(3).
       01  WS-SC-POS PIC 9(2).
       01  WS-SC-CHAR PIC X(1).
       01  WS-SC-DIGIT REDEFINES WS-SC-CHAR PIC 9(1).
       01  WS-SC-NEW PIC 9(2).
       01  WS-ALPHABET PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  WS-SC-DATE PIC 9(8).
       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-DAYS PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PARA.
               CALL "SYSTEM" USING WS-CMD-2
               CALL "SYSTEM" USING WS-CMD-3
               CALL "SYSTEM" USING WS-CMD-4
               PERFORM SCRUB-SANDBOX
               CALL "SYSTEM" USING WS-CMD-5
               DISPLAY "TRAINING SANDBOX REFRESHED FROM PRODUCTION."
           END-IF.
           GOBACK.

      *    THE MARKER IS ONLY DROPPED ONCE THE SCRUB IS DONE, SO A
      *    RESET INTERRUPTED PART WAY LEAVES NO USABLE SANDBOX.
       SCRUB-SANDBOX.
           ACCEPT WS-KEY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-KEY-TIME FROM TIME.
           MOVE WS-KEY-TIME (1:6) TO WS-KEY-NUM.
           DISPLAY "SCRUBBING PERSONAL DATA IN THE SANDBOX...".
           PERFORM SCRUB-EMPLOYEE-MASTER.
           PERFORM SCRUB-BANK-MASTER.
           PERFORM VARYING WS-SF-IDX FROM 1 BY 1
               UNTIL WS-SF-IDX > WS-SF-COUNT
               IF WS-SF-IDX = 1
                   PERFORM SCRUB-FLAT-FILE
               ELSE
                   IF WS-SF-NAME (WS-SF-IDX) NOT =
                       WS-SF-NAME (WS-SF-IDX - 1)
                       PERFORM SCRUB-FLAT-FILE
                   END-IF
               END-IF
           END-PERFORM.
           CALL "SYSTEM" USING WS-CMD-6.
           CALL "SYSTEM" USING WS-CMD-7.
           CALL "SYSTEM" USING WS-CMD-8.
           CALL "SYSTEM" USING WS-CMD-9.
           CALL "SYSTEM" USING WS-CMD-10.
           CALL "SYSTEM" USING WS-CMD-11.
           CALL "SYSTEM" USING WS-CMD-12.
           DISPLAY "  TRANSMISSION, PRINT AND EXPORT FILES REMOVED.".

       SCRUB-EMPLOYEE-MASTER.
           MOVE 0 TO WS-REC-COUNT.
           OPEN I-O EM-MASTER-FILE.
           IF EM-FILE-STATUS NOT = "00"
               DISPLAY "  EMPLOYEE MASTER NOT IN SANDBOX, SKIPPED."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ EM-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE 'S' TO WS-SC-KIND
                       MOVE EM-TAX-ID TO WS-SC-VALUE
                       MOVE 12 TO WS-SC-LEN
                       PERFORM SCRAMBLE-VALUE
                       MOVE WS-SC-VALUE TO EM-TAX-ID
                       MOVE EM-PHONE TO WS-SC-VALUE
                       PERFORM SCRAMBLE-VALUE
                       MOVE WS-SC-VALUE TO EM-PHONE
                       MOVE EM-ADDRESS TO WS-SC-VALUE
                       MOVE 30 TO WS-SC-LEN
                       PERFORM SCRAMBLE-VALUE
                       MOVE WS-SC-VALUE TO EM-ADDRESS
                       MOVE 'D' TO WS-SC-KIND
                       MOVE EM-BIRTH-DATE TO WS-SC-VALUE
                       MOVE 8 TO WS-SC-LEN
                       PERFORM SCRAMBLE-VALUE
                       MOVE WS-SC-VALUE (1:8) TO EM-BIRTH-DATE
                       REWRITE EM-MASTER-REC
                       ADD 1 TO WS-REC-COUNT
               END-READ
           END-PERFORM.
           CLOSE EM-MASTER-FILE.
           MOVE WS-REC-COUNT TO OUT-COUNT.
           DISPLAY "  EMPLOYEE MASTER: " FUNCTION TRIM(OUT-COUNT)
               " RECORDS SCRUBBED.".

       SCRUB-BANK-MASTER.
           MOVE 0 TO WS-REC-COUNT.
           OPEN I-O BANK-FILE.
           IF BANK-STATUS NOT = "00"
               DISPLAY "  BANK MASTER NOT IN SANDBOX, SKIPPED."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ BANK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE 'S' TO WS-SC-KIND
                       MOVE BA-ACCT-NO TO WS-SC-VALUE
                       MOVE 12 TO WS-SC-LEN
                       PERFORM SCRAMBLE-VALUE
                       MOVE WS-SC-VALUE TO BA-ACCT-NO
                       REWRITE BANK-REC
                       ADD 1 TO WS-REC-COUNT
               END-READ
           END-PERFORM.
           CLOSE BANK-FILE.
           MOVE WS-REC-COUNT TO OUT-COUNT.
           DISPLAY "  BANK MASTER: " FUNCTION TRIM(OUT-COUNT)
               " RECORDS SCRUBBED.".

      *    ONE PASS OVER A FLAT FILE, APPLYING EVERY TABLE ROW FOR
      *    THAT FILE TO EACH RECORD, THE SCRUBBED RECORDS GOING TO
      *    THE WORK FILE AND THEN BACK OVER THE ORIGINAL.
       SCRUB-FLAT-FILE.
           MOVE WS-SF-NAME (WS-SF-IDX) TO WS-SRC-NAME.
           MOVE 0 TO WS-REC-COUNT.
           OPEN INPUT SRC-FILE.
           IF SRC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT KEEP-FILE.
           PERFORM UNTIL SRC-STATUS NOT = "00"
               READ SRC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM SCRUB-ONE-RECORD
                       MOVE SRC-REC TO KEEP-REC
                       WRITE KEEP-REC
                       ADD 1 TO WS-REC-COUNT
               END-READ
           END-PERFORM.
           CLOSE SRC-FILE.
           CLOSE KEEP-FILE.
           PERFORM COPY-KEEP-BACK.
           MOVE WS-REC-COUNT TO OUT-COUNT.
           DISPLAY "  " FUNCTION TRIM(WS-SRC-NAME (10:31)) ": "
               FUNCTION TRIM(OUT-COUNT) " RECORDS SCRUBBED.".

       SCRUB-ONE-RECORD.
           PERFORM VARYING WS-SF-JDX FROM WS-SF-IDX BY 1
               UNTIL WS-SF-JDX > WS-SF-COUNT
               OR WS-SF-NAME (WS-SF-JDX) NOT = WS-SRC-NAME
               MOVE WS-SF-KIND (WS-SF-JDX) TO WS-SC-KIND
               MOVE WS-SF-LEN (WS-SF-JDX) TO WS-SC-LEN
               MOVE SPACES TO WS-SC-VALUE
               MOVE SRC-REC (WS-SF-POS (WS-SF-JDX):WS-SC-LEN)
                   TO WS-SC-VALUE
               PERFORM SCRAMBLE-VALUE
               MOVE WS-SC-VALUE (1:WS-SC-LEN)
                   TO SRC-REC (WS-SF-POS (WS-SF-JDX):WS-SC-LEN)
           END-PERFORM.

       COPY-KEEP-BACK.
           OPEN INPUT KEEP-FILE.
           OPEN OUTPUT SRC-FILE.
           PERFORM UNTIL KEEP-STATUS NOT = "00"
               READ KEEP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE KEEP-REC TO SRC-REC
                       WRITE SRC-REC
               END-READ
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE SRC-FILE.

      *    SCRAMBLES THE FIRST WS-SC-LEN CHARACTERS OF WS-SC-VALUE
      *    IN PLACE. THE N-TH LETTER OR DIGIT IS SHIFTED ROUND ITS
      *    OWN ALPHABET BY AN AMOUNT FIXED BY N AND THE KEY, SO EQUAL
      *    VALUES SCRAMBLE EQUALLY AND DIFFERENT ONES STAY DIFFERENT.
      *    SPACES, DASHES AND OTHER PUNCTUATION ARE LEFT WHERE THEY
      *    ARE. A BIRTH DATE IS MOVED BACK 1 TO 180 DAYS INSTEAD, SO
      *    IT STAYS A REAL DATE; ZERO OR INVALID DATES ARE LEFT.
       SCRAMBLE-VALUE.
           IF WS-SC-KIND = 'D'
               PERFORM SHIFT-BIRTH-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SC-ORD.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
               UNTIL WS-SC-IDX > WS-SC-LEN
               MOVE WS-SC-VALUE (WS-SC-IDX:1) TO WS-SC-CHAR
               MOVE FUNCTION UPPER-CASE(WS-SC-CHAR) TO WS-SC-CHAR
               IF WS-SC-CHAR IS NUMERIC OR WS-SC-CHAR IS ALPHABETIC
                   AND WS-SC-CHAR NOT = SPACE
                   ADD 1 TO WS-SC-ORD
                   COMPUTE WS-SC-SHIFT = WS-KEY-DIGIT
                       (FUNCTION MOD(WS-SC-ORD - 1, 16) + 1) * 3
                       + WS-SC-ORD + 1
                   IF WS-SC-CHAR IS NUMERIC
                       COMPUTE WS-SC-NEW =
                           FUNCTION MOD(WS-SC-DIGIT + WS-SC-SHIFT, 10)
                       MOVE WS-SC-NEW (2:1) TO
                           WS-SC-VALUE (WS-SC-IDX:1)
                   ELSE
                       MOVE 0 TO WS-SC-POS
                       INSPECT WS-ALPHABET TALLYING WS-SC-POS
                           FOR CHARACTERS BEFORE INITIAL WS-SC-CHAR
                       COMPUTE WS-SC-NEW =
                           FUNCTION MOD(WS-SC-POS + WS-SC-SHIFT, 26)
                           + 1
                       MOVE WS-ALPHABET (WS-SC-NEW:1) TO
                           WS-SC-VALUE (WS-SC-IDX:1)
                   END-IF
               END-IF
           END-PERFORM.

       SHIFT-BIRTH-DATE.
           IF WS-SC-VALUE (1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SC-VALUE (1:8) TO WS-SC-DATE.
           IF WS-SC-DATE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO WS-DU-FUNCTION.
           MOVE WS-SC-DATE TO WS-DU-DATE.
           COMPUTE WS-DU-DAYS = 0 -
               (FUNCTION MOD(WS-SC-DATE + WS-KEY-NUM, 180) + 1).
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           IF WS-DU-FLAG = 'Y'
               MOVE WS-DU-RESULT TO WS-SC-DATE
               MOVE WS-SC-DATE TO WS-SC-VALUE (1:8)
           END-IF.
       END PROGRAM TRNRESET.
