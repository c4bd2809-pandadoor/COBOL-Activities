       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONBOARD.
      *    BULK NEW-HIRE ONBOARDING IMPORT. READS THE HR SPREADSHEET
      *    EXPORT ONBOARD.DAT, ONE PIPE-DELIMITED ROW PER HIRE:
      *      EMP ID|NAME|HIRE DATE|BIRTH DATE|DEPT|POSITION|TAX ID|
      *      PHONE|ADDRESS|PAY METHOD A/C|PAY TYPE H/S|FILING S/M/H|
      *      RISK CLASS|SUPERVISOR|COMPANY|WORK LOCATION|STARTING
      *      RATE|BANK CODE|ACCOUNT NO|ACCOUNT TYPE C/S|DEDUCTION
      *      CODE|DEDUCTION CODE|DEDUCTION CODE
      *    DATES ARE YYYYMMDD; THE STARTING RATE IS THE HOURLY RATE,
      *    OR THE ANNUAL SALARY FOR A SALARIED HIRE; THE TRAILING
      *    DEDUCTION CODES ARE OPTIONAL. EVERY ROW GETS THE CHECKS
      *    THE EMPLOYEE MASTER SCREEN MAKES - NEW ID, NO TAX ID
      *    REUSE, A VALID SUPERVISOR CHAIN AND COMPANY, AND THE
      *    POSITION-CONTROL HEADCOUNT, WHICH AN UNATTENDED LOAD
      *    CANNOT OVERRIDE. THE MASTER RECORD IS WRITTEN DIRECTLY;
      *    THE STARTING RATE AND THE BANK ACCOUNT ONLY GO TO THE
      *    PENDING-CHANGE QUEUE UNDER THE LOADING OPERATOR'S ID, SO
      *    A SECOND OPERATOR STILL APPROVES THEM IN APPRQ. DEFAULT
      *    DEDUCTIONS ARE ENROLLED FROM THE HIRE DATE. A ROW THAT
      *    FAILS IS LOGGED AND PARKED OPEN ON ONBREJ.DAT, WHERE
      *    REJFIX RESUBMITS THE CORRECTED ROW THROUGH THE
      *    ONBOARD-ROW ENTRY AND THE SAME CHECKS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ONBOARD-FILE
           ASSIGN TO "PRACTICALS/ONBOARD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ONBOARD-STATUS.
       SELECT ONBREJ-FILE
           ASSIGN TO "PRACTICALS/ONBREJ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ONBREJ-STATUS.
       SELECT EM-MASTER-FILE
           ASSIGN TO "PRACTICALS/EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT POSCTRL-FILE
           ASSIGN TO "PRACTICALS/POSCTRL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSCTRL-STATUS.
       SELECT COMP-FILE
           ASSIGN TO "PRACTICALS/COMPMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COMP-STATUS.
       SELECT PENDCHG-FILE
           ASSIGN TO "PRACTICALS/PENDCHG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PENDCHG-STATUS.
       SELECT DEDMAST-FILE
           ASSIGN TO "PRACTICALS/DEDMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEDMAST-STATUS.
       SELECT DEDENROL-FILE
           ASSIGN TO "PRACTICALS/DEDENROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEDENROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ONBOARD-FILE.
       01  ONBOARD-REC PIC X(250).

       FD  ONBREJ-FILE.
       01  ONBREJ-REC.
           05 OJ-EMP-ID PIC X(8).
           05 OJ-FILLER-1 PIC X(1).
           05 OJ-REASON PIC X(40).
           05 OJ-FILLER-2 PIC X(1).
           05 OJ-STATUS PIC X(1).
           05 OJ-FILLER-3 PIC X(1).
           05 OJ-FIXER PIC X(10).
           05 OJ-FILLER-4 PIC X(1).
           05 OJ-FIX-DATE PIC 9(8).
           05 OJ-FILLER-5 PIC X(1).
           05 OJ-ROW PIC X(250).

       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.

       FD  POSCTRL-FILE.
       01  POSCTRL-REC.
           05 PO-DEPT PIC X(4).
           05 PO-FILLER-1 PIC X(1).
           05 PO-POSITION PIC X(15).
           05 PO-FILLER-2 PIC X(1).
           05 PO-AUTH-COUNT PIC 9(3).
           05 PO-FILLER-3 PIC X(1).
           05 PO-RATE-LO PIC 9(5)V99.
           05 PO-FILLER-4 PIC X(1).
           05 PO-RATE-HI PIC 9(5)V99.

       FD  COMP-FILE.
       01  COMP-REC.
           COPY COMPREC.

       FD  PENDCHG-FILE.
       01  PENDCHG-REC.
           05 PC-TYPE PIC X(1).
           05 PC-FILLER-1 PIC X(1).
           05 PC-KEY PIC X(8).
           05 PC-FILLER-2 PIC X(1).
           05 PC-BANK-CODE PIC X(4).
           05 PC-FILLER-3 PIC X(1).
           05 PC-ACCT-NO PIC X(12).
           05 PC-FILLER-4 PIC X(1).
           05 PC-ACCT-TYPE PIC X(1).
           05 PC-FILLER-5 PIC X(1).
           05 PC-EFF-DATE PIC 9(8).
           05 PC-FILLER-6 PIC X(1).
           05 PC-AMOUNT PIC 9(5)V99.
           05 PC-FILLER-7 PIC X(1).
           05 PC-MAKER PIC X(10).
           05 PC-FILLER-8 PIC X(1).
           05 PC-DATE PIC 9(8).
           05 PC-FILLER-9 PIC X(1).
           05 PC-STATUS PIC X(1).
           05 PC-FILLER-10 PIC X(1).
           05 PC-CHECKER PIC X(10).
           05 PC-FILLER-11 PIC X(1).
           05 PC-PRIORITY PIC 9(1).
           05 PC-FILLER-12 PIC X(1).
           05 PC-METHOD PIC X(1).
           05 PC-FILLER-13 PIC X(1).
           05 PC-SPLIT-AMT PIC 9(7)V99.

       FD  DEDMAST-FILE.
       01  DEDMAST-REC.
           05 DED-CODE-IN PIC X(4).
           05 DED-FILLER-1 PIC X(1).
           05 DED-TYPE-IN PIC X(1).
           05 DED-FILLER-2 PIC X(1).
           05 DED-AMOUNT-IN PIC 9(5)V99.
           05 DED-FILLER-3 PIC X(1).
           05 DED-PRIORITY-IN PIC 9(2).
           05 DED-FILLER-4 PIC X(1).
           05 DED-DESC-IN PIC X(20).

       FD  DEDENROL-FILE.
       01  DEDENROL-REC.
           05 ENROL-EMP-ID PIC X(8).
           05 ENROL-FILLER PIC X(1).
           05 ENROL-DED-CODE PIC X(4).
           05 ENROL-FILLER-2 PIC X(1).
           05 ENROL-EFF-DATE PIC 9(8).
           05 ENROL-FILLER-3 PIC X(1).
           05 ENROL-END-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  ONBOARD-STATUS PIC XX.
       01  ONBREJ-STATUS PIC XX.
       01  EM-FILE-STATUS PIC XX.
       01  POSCTRL-STATUS PIC XX.
       01  COMP-STATUS PIC XX.
       01  PENDCHG-STATUS PIC XX.
       01  DEDMAST-STATUS PIC XX.
       01  DEDENROL-STATUS PIC XX.

       01  WS-OPERATOR PIC X(10).
       01  WS-TODAY PIC 9(8).
       01  WS-ROW PIC X(250).
       01  WS-ROW-STATUS PIC X(2).
       01  WS-ROW-REASON PIC X(40).
       01  WS-FIELD-COUNT PIC 9(2).

       01  WS-ROW-FIELDS.
           05 WS-RF-EMP-ID PIC X(8).
           05 WS-RF-NAME PIC X(15).
           05 WS-RF-HIRE-DATE PIC X(8).
           05 WS-RF-BIRTH-DATE PIC X(8).
           05 WS-RF-DEPT PIC X(4).
           05 WS-RF-POSITION PIC X(15).
           05 WS-RF-TAX-ID PIC X(12).
           05 WS-RF-PHONE PIC X(12).
           05 WS-RF-ADDRESS PIC X(30).
           05 WS-RF-PAY-METHOD PIC X(1).
           05 WS-RF-PAY-TYPE PIC X(1).
           05 WS-RF-FILING PIC X(1).
           05 WS-RF-RISK PIC X(4).
           05 WS-RF-SUPER PIC X(8).
           05 WS-RF-COMPANY PIC X(4).
           05 WS-RF-LOCATION PIC X(4).
           05 WS-RF-RATE PIC X(12).
           05 WS-RF-BANK-CODE PIC X(4).
           05 WS-RF-ACCT-NO PIC X(12).
           05 WS-RF-ACCT-TYPE PIC X(1).
           05 WS-RF-DED-CODE PIC X(4) OCCURS 3 TIMES.

       01  WS-IN-HIRE-DATE PIC 9(8).
       01  WS-IN-BIRTH-DATE PIC 9(8).
       01  WS-IN-RATE PIC 9(5)V99.
       01  WS-IN-SALARY PIC 9(7)V99.
       01  WS-HAVE-BANK PIC X.
       01  WS-STD-WEEK-HOURS PIC 9(3) VALUE 40.
       01  WS-WEEKS-PER-YEAR PIC 9(3) VALUE 52.

       01  WS-PC-AUTH PIC 9(3).
       01  WS-PC-HAVE PIC X.
       01  WS-PC-FILLED PIC 9(3).
       01  WS-PC-EOF PIC X.
       01  WS-BAND-HAVE PIC X.
       01  WS-BAND-LO PIC 9(5)V99.
       01  WS-BAND-HI PIC 9(5)V99.
       01  WS-CO-OK PIC X.
       01  WS-SUP-OK PIC X.
       01  WS-SUP-CHAIN PIC X(8).
       01  WS-SUP-DEPTH PIC 9(2).
       01  WS-TAX-OK PIC X.
       01  WS-TAX-EOF PIC X.

       01  WS-DED-COUNT PIC 9(2) VALUE 0.
       01  WS-DED-LOADED PIC X VALUE 'N'.
       01  WS-DED-TABLE.
           05 WS-DED-CODE PIC X(4) OCCURS 20 TIMES.
       01  WS-DED-IDX PIC 9(2).
       01  WS-DX PIC 9(1).
       01  WS-FOUND PIC X.

       01  WS-READ-COUNT PIC 9(5) VALUE 0.
       01  WS-HIRED-COUNT PIC 9(5) VALUE 0.
       01  WS-REJECT-COUNT PIC 9(5) VALUE 0.
       01  WS-RATE-QUEUED PIC 9(5) VALUE 0.
       01  WS-BANK-QUEUED PIC 9(5) VALUE 0.
       01  WS-DED-ENROLLED PIC 9(5) VALUE 0.
       01  WS-BAND-FLAGGED PIC 9(5) VALUE 0.
       01  OUT-COUNT PIC ZZZZ9.

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-DAYS PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  EXC-LOG-PROGRAM-ID PIC X(10).
       01  EXC-LOG-CONTEXT PIC X(20).
       01  EXC-LOG-REASON PIC X(40).

       LINKAGE SECTION.
       01  LK-ROW PIC X(250).
       01  LK-OPERATOR PIC X(10).
       01  LK-STATUS PIC X(2).
       01  LK-REASON PIC X(40).

       PROCEDURE DIVISION.
       RUN-IMPORT.
           CALL "SYSTEM" USING "clear".
           DISPLAY "NEW-HIRE ONBOARDING IMPORT".
           DISPLAY "LOADING OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           IF WS-OPERATOR = SPACES
               DISPLAY "AN OPERATOR ID IS REQUIRED - NOTHING LOADED."
               ACCEPT OMITTED
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT ONBOARD-FILE.
           IF ONBOARD-STATUS NOT = "00"
               DISPLAY "NO ONBOARDING FILE AT PRACTICALS/ONBOARD.DAT."
               ACCEPT OMITTED
               GOBACK
           END-IF.

           PERFORM UNTIL ONBOARD-STATUS NOT = "00"
               READ ONBOARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ONBOARD-REC NOT = SPACES
                           ADD 1 TO WS-READ-COUNT
                           PERFORM LOAD-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ONBOARD-FILE.

           MOVE WS-READ-COUNT TO OUT-COUNT.
           DISPLAY "HIRE ROWS READ:        " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-HIRED-COUNT TO OUT-COUNT.
           DISPLAY "EMPLOYEES CREATED:     " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-REJECT-COUNT TO OUT-COUNT.
           DISPLAY "ROWS REJECTED:         " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-RATE-QUEUED TO OUT-COUNT.
           DISPLAY "RATES QUEUED (APPRQ):  " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-BANK-QUEUED TO OUT-COUNT.
           DISPLAY "BANKS QUEUED (APPRQ):  " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-DED-ENROLLED TO OUT-COUNT.
           DISPLAY "DEDUCTIONS ENROLLED:   " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-BAND-FLAGGED TO OUT-COUNT.
           DISPLAY "RATES OUTSIDE BAND:    " FUNCTION TRIM(OUT-COUNT).
           IF WS-REJECT-COUNT > 0
               DISPLAY "REJECTED ROWS ARE ON ONBREJ.DAT FOR REJFIX."
           END-IF.
           ACCEPT OMITTED.
           GOBACK.

      *    ONE ROW, AS THE REJECT WORKLIST RESUBMITS IT: THE SAME
      *    PARSE AND CHECKS AS THE FILE LOAD, WITH THE CORRECTING
      *    OPERATOR AS THE MAKER OF THE QUEUED CHANGES. RETURNS
      *    "OK" WHEN THE HIRE WAS CREATED, OTHERWISE "RJ" AND THE
      *    REASON. NOTHING IS PARKED HERE - THE CALLER OWNS THE
      *    REJECT ROW.
       ENTRY "ONBOARD-ROW" USING LK-ROW LK-OPERATOR LK-STATUS
           LK-REASON.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE LK-OPERATOR TO WS-OPERATOR.
           MOVE LK-ROW TO WS-ROW.
           PERFORM PROCESS-ROW.
           MOVE WS-ROW-STATUS TO LK-STATUS.
           MOVE WS-ROW-REASON TO LK-REASON.
           GOBACK.

       LOAD-ONE-ROW.
           MOVE ONBOARD-REC TO WS-ROW.
           PERFORM PROCESS-ROW.
           IF WS-ROW-STATUS = "OK"
               ADD 1 TO WS-HIRED-COUNT
               DISPLAY WS-RF-EMP-ID "  " WS-RF-NAME "  CREATED"
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY WS-RF-EMP-ID "  REJECTED: " WS-ROW-REASON
               PERFORM PARK-REJECTED-ROW
           END-IF.

      *    A FAILED ROW IS LOGGED AND KEPT WHOLE ON THE REJECT FILE,
      *    OPEN, SO THE CORRECTION IS MADE TO THE ROW AS HR SENT IT.
       PARK-REJECTED-ROW.
           MOVE "ONBOARD" TO EXC-LOG-PROGRAM-ID.
           MOVE WS-RF-EMP-ID TO EXC-LOG-CONTEXT.
           MOVE WS-ROW-REASON TO EXC-LOG-REASON.
           CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID EXC-LOG-CONTEXT
               EXC-LOG-REASON.
           MOVE SPACES TO ONBREJ-REC.
           MOVE WS-RF-EMP-ID TO OJ-EMP-ID.
           MOVE WS-ROW-REASON TO OJ-REASON.
           MOVE 'O' TO OJ-STATUS.
           MOVE ZERO TO OJ-FIX-DATE.
           MOVE WS-ROW TO OJ-ROW.
           OPEN EXTEND ONBREJ-FILE.
           IF ONBREJ-STATUS = "05" OR ONBREJ-STATUS = "35"
               OPEN OUTPUT ONBREJ-FILE
           END-IF.
           WRITE ONBREJ-REC.
           CLOSE ONBREJ-FILE.

      *    EVERY CHECK IS MADE BEFORE ANYTHING IS WRITTEN, SO A
      *    REJECTED ROW LEAVES NO PART OF THE HIRE BEHIND.
       PROCESS-ROW.
           MOVE "RJ" TO WS-ROW-STATUS.
           MOVE SPACES TO WS-ROW-REASON.
           PERFORM PARSE-ROW.
           IF WS-ROW-REASON = SPACES
               PERFORM EDIT-ROW-FIELDS
           END-IF.
           IF WS-ROW-REASON = SPACES
               PERFORM CHECK-DEDUCTION-CODES
           END-IF.
           IF WS-ROW-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-FOR-UPDATE.
           PERFORM CHECK-AGAINST-MASTER.
           IF WS-ROW-REASON = SPACES
               PERFORM WRITE-MASTER-RECORD
           END-IF.
           CLOSE EM-MASTER-FILE.
           IF WS-ROW-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "OK" TO WS-ROW-STATUS.
           PERFORM CHECK-RATE-BAND.
           PERFORM QUEUE-STARTING-RATE.
           IF WS-HAVE-BANK = 'Y'
               PERFORM QUEUE-BANK-ACCOUNT
           END-IF.
           PERFORM ENROLL-DEFAULT-DEDUCTIONS.

       PARSE-ROW.
           MOVE SPACES TO WS-ROW-FIELDS.
           MOVE 0 TO WS-FIELD-COUNT.
           UNSTRING WS-ROW DELIMITED BY "|"
               INTO WS-RF-EMP-ID WS-RF-NAME WS-RF-HIRE-DATE
                   WS-RF-BIRTH-DATE WS-RF-DEPT WS-RF-POSITION
                   WS-RF-TAX-ID WS-RF-PHONE WS-RF-ADDRESS
                   WS-RF-PAY-METHOD WS-RF-PAY-TYPE WS-RF-FILING
                   WS-RF-RISK WS-RF-SUPER WS-RF-COMPANY
                   WS-RF-LOCATION WS-RF-RATE WS-RF-BANK-CODE
                   WS-RF-ACCT-NO WS-RF-ACCT-TYPE
                   WS-RF-DED-CODE (1) WS-RF-DED-CODE (2)
                   WS-RF-DED-CODE (3)
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING.
           IF WS-FIELD-COUNT < 20
               MOVE "ROW HAS FEWER THAN 20 FIELDS" TO WS-ROW-REASON
           END-IF.

      *    CODED FIELDS ARE DEFAULTED EXACTLY AS THE MASTER SCREEN
      *    DEFAULTS THEM; IDS, DATES AND THE RATE MUST BE PRESENT.
       EDIT-ROW-FIELDS.
           MOVE FUNCTION UPPER-CASE(WS-RF-DEPT) TO WS-RF-DEPT.
           MOVE FUNCTION UPPER-CASE(WS-RF-PAY-METHOD)
               TO WS-RF-PAY-METHOD.
           IF WS-RF-PAY-METHOD NOT = 'C'
               MOVE 'A' TO WS-RF-PAY-METHOD
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-RF-PAY-TYPE) TO WS-RF-PAY-TYPE.
           IF WS-RF-PAY-TYPE NOT = 'S'
               MOVE 'H' TO WS-RF-PAY-TYPE
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-RF-FILING) TO WS-RF-FILING.
           IF WS-RF-FILING NOT = 'M' AND WS-RF-FILING NOT = 'H'
               MOVE 'S' TO WS-RF-FILING
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-RF-RISK) TO WS-RF-RISK.
           MOVE FUNCTION UPPER-CASE(WS-RF-COMPANY) TO WS-RF-COMPANY.
           MOVE FUNCTION UPPER-CASE(WS-RF-LOCATION) TO WS-RF-LOCATION.
           MOVE FUNCTION UPPER-CASE(WS-RF-ACCT-TYPE)
               TO WS-RF-ACCT-TYPE.
           IF WS-RF-ACCT-TYPE NOT = 'S'
               MOVE 'C' TO WS-RF-ACCT-TYPE
           END-IF.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 3
               MOVE FUNCTION UPPER-CASE(WS-RF-DED-CODE (WS-DX))
                   TO WS-RF-DED-CODE (WS-DX)
           END-PERFORM.

           IF WS-RF-EMP-ID = SPACES
               MOVE "EMPLOYEE ID MISSING" TO WS-ROW-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-RF-NAME = SPACES
               MOVE "EMPLOYEE NAME MISSING" TO WS-ROW-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-RF-DEPT = SPACES OR WS-RF-POSITION = SPACES
               MOVE "DEPARTMENT OR POSITION MISSING" TO WS-ROW-REASON
               EXIT PARAGRAPH
           END-IF.

           IF WS-RF-HIRE-DATE NOT NUMERIC
               MOVE "HIRE DATE NOT YYYYMMDD" TO WS-ROW-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RF-HIRE-DATE TO WS-IN-HIRE-DATE.
           MOVE 'V' TO WS-DU-FUNCTION.
           MOVE WS-IN-HIRE-DATE TO WS-DU-DATE.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           IF WS-DU-FLAG = 'N'
               MOVE "HIRE DATE IS NOT A VALID DATE" TO WS-ROW-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-IN-BIRTH-DATE.
           IF WS-RF-BIRTH-DATE NOT = SPACES
               IF WS-RF-BIRTH-DATE NOT NUMERIC
                   MOVE "BIRTH DATE NOT YYYYMMDD" TO WS-ROW-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RF-BIRTH-DATE TO WS-IN-BIRTH-DATE
               MOVE 'V' TO WS-DU-FUNCTION
               MOVE WS-IN-BIRTH-DATE TO WS-DU-DATE
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                   WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
               IF WS-DU-FLAG = 'N'
                   MOVE "BIRTH DATE IS NOT A VALID DATE"
                       TO WS-ROW-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM EDIT-STARTING-RATE.
           IF WS-ROW-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO WS-HAVE-BANK.
           IF WS-RF-BANK-CODE NOT = SPACES
               OR WS-RF-ACCT-NO NOT = SPACES
               IF WS-RF-BANK-CODE = SPACES
                   OR WS-RF-ACCT-NO = SPACES
                   MOVE "BANK CODE AND ACCOUNT NO BOTH NEEDED"
                       TO WS-ROW-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE 'Y' TO WS-HAVE-BANK
           END-IF.
           IF WS-RF-PAY-METHOD = 'A' AND WS-HAVE-BANK = 'N'
               MOVE "ACH PAY METHOD BUT NO BANK ACCOUNT"
                   TO WS-ROW-REASON
           END-IF.

      *    A SALARIED HIRE'S FIGURE IS THE ANNUAL SALARY; ITS
      *    HOURLY EQUIVALENT OVER THE STANDARD WEEK IS WHAT THE
      *    BAND CHECK AND THE APPROVER SEE, AS IN RATEMNT.
       EDIT-STARTING-RATE.
           IF WS-RF-RATE = SPACES
               MOVE "STARTING RATE MISSING" TO WS-ROW-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-RF-RATE) NOT = 0
               MOVE "STARTING RATE NOT NUMERIC" TO WS-ROW-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(WS-RF-RATE) <= 0
               MOVE "STARTING RATE MUST NOT BE ZERO" TO WS-ROW-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-RF-PAY-TYPE = 'S'
               IF FUNCTION NUMVAL(WS-RF-RATE) > 9999999.99
                   MOVE "STARTING SALARY TOO LARGE" TO WS-ROW-REASON
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-IN-SALARY ROUNDED =
                   FUNCTION NUMVAL(WS-RF-RATE)
               COMPUTE WS-IN-RATE ROUNDED = WS-IN-SALARY
                   / (WS-WEEKS-PER-YEAR * WS-STD-WEEK-HOURS)
           ELSE
               IF FUNCTION NUMVAL(WS-RF-RATE) > 99999.99
                   MOVE "STARTING RATE TOO LARGE" TO WS-ROW-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-IN-SALARY
               COMPUTE WS-IN-RATE ROUNDED =
                   FUNCTION NUMVAL(WS-RF-RATE)
           END-IF.

       CHECK-DEDUCTION-CODES.
           IF WS-DED-LOADED = 'N'
               PERFORM LOAD-DEDUCTION-CODES
           END-IF.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 3
               OR WS-ROW-REASON NOT = SPACES
               IF WS-RF-DED-CODE (WS-DX) NOT = SPACES
                   MOVE 'N' TO WS-FOUND
                   PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                       UNTIL WS-DED-IDX > WS-DED-COUNT
                       IF WS-DED-CODE (WS-DED-IDX) =
                           WS-RF-DED-CODE (WS-DX)
                           MOVE 'Y' TO WS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-FOUND = 'N'
                       STRING "DEDUCTION CODE " WS-RF-DED-CODE (WS-DX)
                           " NOT ON MASTER" DELIMITED BY SIZE
                           INTO WS-ROW-REASON
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-DEDUCTION-CODES.
           MOVE 0 TO WS-DED-COUNT.
           OPEN INPUT DEDMAST-FILE.
           IF DEDMAST-STATUS = "00"
               PERFORM UNTIL DEDMAST-STATUS NOT = "00"
                   OR WS-DED-COUNT >= 20
                   READ DEDMAST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-DED-COUNT
                           MOVE DED-CODE-IN TO
                               WS-DED-CODE (WS-DED-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DEDMAST-FILE
           END-IF.
           MOVE 'Y' TO WS-DED-LOADED.

       OPEN-FOR-UPDATE.
           OPEN I-O EM-MASTER-FILE.
           IF EM-FILE-STATUS = "35"
               OPEN OUTPUT EM-MASTER-FILE
               CLOSE EM-MASTER-FILE
               OPEN I-O EM-MASTER-FILE
           END-IF.

      *    THE MASTER-SCREEN CHECKS, IN ITS ORDER. WITH NO OPERATOR
      *    AT THE KEYBOARD A SEAT OVER THE AUTHORIZED HEADCOUNT, AN
      *    UNKNOWN SUPERVISOR OR AN UNKNOWN COMPANY REJECTS THE ROW
      *    INSTEAD OF BEING OVERRIDDEN OR LEFT BLANK.
       CHECK-AGAINST-MASTER.
           MOVE WS-RF-EMP-ID TO EM-EMP-ID.
           READ EM-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "EMPLOYEE ID ALREADY ON MASTER"
                       TO WS-ROW-REASON
           END-READ.
           IF WS-ROW-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-TAX-ID-REUSE.
           IF WS-ROW-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-POSITION-CONTROL.
           IF WS-ROW-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-SUPERVISOR.
           IF WS-SUP-OK = 'N'
               MOVE "SUPERVISOR NOT ON MASTER OR CHAIN LOOPS"
                   TO WS-ROW-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-COMPANY.
           IF WS-CO-OK = 'N'
               MOVE "COMPANY NOT ON THE COMPANY MASTER"
                   TO WS-ROW-REASON
           END-IF.

       CHECK-TAX-ID-REUSE.
           MOVE 'Y' TO WS-TAX-OK.
           IF WS-RF-TAX-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO EM-EMP-ID.
           START EM-MASTER-FILE KEY IS NOT LESS THAN EM-EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-TAX-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-TAX-EOF
           END-START.
           PERFORM UNTIL WS-TAX-EOF = 'Y' OR WS-TAX-OK = 'N'
               READ EM-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-TAX-EOF
                   NOT AT END
                       IF EM-TAX-ID = WS-RF-TAX-ID
                           MOVE 'N' TO WS-TAX-OK
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TAX-OK = 'N'
               IF EM-STATUS = 'I'
                   STRING "TAX ID IS FORMER EMP " EM-EMP-ID
                       " - REHIRE" DELIMITED BY SIZE
                       INTO WS-ROW-REASON
               ELSE
                   STRING "TAX ID ALREADY ON MASTER FOR " EM-EMP-ID
                       DELIMITED BY SIZE INTO WS-ROW-REASON
               END-IF
           END-IF.

       CHECK-POSITION-CONTROL.
           MOVE 'N' TO WS-PC-HAVE.
           MOVE 0 TO WS-PC-AUTH.
           OPEN INPUT POSCTRL-FILE.
           IF POSCTRL-STATUS = "00"
               PERFORM UNTIL POSCTRL-STATUS NOT = "00"
                   OR WS-PC-HAVE = 'Y'
                   READ POSCTRL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PO-DEPT = WS-RF-DEPT
                               AND PO-POSITION = WS-RF-POSITION
                               AND PO-AUTH-COUNT IS NUMERIC
                               MOVE 'Y' TO WS-PC-HAVE
                               MOVE PO-AUTH-COUNT TO WS-PC-AUTH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSCTRL-FILE
           END-IF.
           IF WS-PC-HAVE = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PC-FILLED.
           MOVE LOW-VALUES TO EM-EMP-ID.
           START EM-MASTER-FILE KEY IS NOT LESS THAN EM-EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PC-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-PC-EOF
           END-START.
           PERFORM UNTIL WS-PC-EOF = 'Y'
               READ EM-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-PC-EOF
                   NOT AT END
                       IF EM-STATUS NOT = 'I'
                           AND EM-DEPT-CODE = WS-RF-DEPT
                           AND EM-POSITION = WS-RF-POSITION
                           ADD 1 TO WS-PC-FILLED
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PC-FILLED + 1 > WS-PC-AUTH
               MOVE "POSITION OVER AUTHORIZED HEADCOUNT"
                   TO WS-ROW-REASON
           END-IF.

       VALIDATE-SUPERVISOR.
           MOVE 'Y' TO WS-SUP-OK.
           MOVE WS-RF-SUPER TO WS-SUP-CHAIN.
           IF WS-SUP-CHAIN = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-SUP-CHAIN = WS-RF-EMP-ID
               MOVE 'N' TO WS-SUP-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-SUP-DEPTH.
           PERFORM UNTIL WS-SUP-CHAIN = SPACES
               OR WS-SUP-OK = 'N'
               ADD 1 TO WS-SUP-DEPTH
               IF WS-SUP-DEPTH > 20
                   MOVE 'N' TO WS-SUP-OK
               ELSE
                   MOVE WS-SUP-CHAIN TO EM-EMP-ID
                   READ EM-MASTER-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-SUP-OK
                       NOT INVALID KEY
                           MOVE EM-SUPERVISOR TO WS-SUP-CHAIN
                           IF WS-SUP-CHAIN = WS-RF-EMP-ID
                               MOVE 'N' TO WS-SUP-OK
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       VALIDATE-COMPANY.
           MOVE 'Y' TO WS-CO-OK.
           IF WS-RF-COMPANY = SPACES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT COMP-FILE.
           IF COMP-STATUS = "00"
               MOVE 'N' TO WS-CO-OK
               PERFORM UNTIL COMP-STATUS NOT = "00"
                   OR WS-CO-OK = 'Y'
                   READ COMP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CO-CODE = WS-RF-COMPANY
                               MOVE 'Y' TO WS-CO-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMP-FILE
           END-IF.

       WRITE-MASTER-RECORD.
           MOVE SPACES TO EM-MASTER-REC.
           MOVE WS-RF-EMP-ID TO EM-EMP-ID.
           MOVE 'A' TO EM-STATUS.
           MOVE WS-RF-NAME TO EM-NAME.
           MOVE WS-IN-HIRE-DATE TO EM-HIRE-DATE.
           MOVE WS-IN-BIRTH-DATE TO EM-BIRTH-DATE.
           MOVE WS-RF-DEPT TO EM-DEPT-CODE.
           MOVE WS-RF-POSITION TO EM-POSITION.
           MOVE WS-RF-TAX-ID TO EM-TAX-ID.
           MOVE WS-RF-PHONE TO EM-PHONE.
           MOVE WS-RF-ADDRESS TO EM-ADDRESS.
           MOVE WS-RF-PAY-METHOD TO EM-PAY-METHOD.
           MOVE ZERO TO EM-TERM-DATE.
           MOVE SPACES TO EM-TERM-REASON.
           MOVE WS-RF-FILING TO EM-FILING-STATUS.
           MOVE WS-RF-RISK TO EM-RISK-CLASS.
           MOVE WS-RF-SUPER TO EM-SUPERVISOR.
           MOVE WS-RF-PAY-TYPE TO EM-PAY-TYPE.
           MOVE WS-RF-COMPANY TO EM-COMPANY.
           MOVE WS-RF-LOCATION TO EM-WORK-LOCATION.
           WRITE EM-MASTER-REC
               INVALID KEY
                   MOVE "EMPLOYEE ID ALREADY ON MASTER"
                       TO WS-ROW-REASON
           END-WRITE.

      *    OUTSIDE THE POSITION-CONTROL BAND IS ONLY FLAGGED, AS IN
      *    RATEMNT - THE APPROVER SEES THE LOGGED FLAG AND DECIDES.
       CHECK-RATE-BAND.
           MOVE 'N' TO WS-BAND-HAVE.
           OPEN INPUT POSCTRL-FILE.
           IF POSCTRL-STATUS = "00"
               PERFORM UNTIL POSCTRL-STATUS NOT = "00"
                   OR WS-BAND-HAVE = 'Y'
                   READ POSCTRL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PO-DEPT = WS-RF-DEPT
                               AND PO-POSITION = WS-RF-POSITION
                               AND PO-RATE-HI IS NUMERIC
                               AND PO-RATE-HI > 0
                               MOVE 'Y' TO WS-BAND-HAVE
                               MOVE PO-RATE-LO TO WS-BAND-LO
                               MOVE PO-RATE-HI TO WS-BAND-HI
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSCTRL-FILE
           END-IF.
           IF WS-BAND-HAVE = 'Y'
               IF WS-IN-RATE < WS-BAND-LO OR WS-IN-RATE > WS-BAND-HI
                   ADD 1 TO WS-BAND-FLAGGED
                   MOVE "ONBOARD" TO EXC-LOG-PROGRAM-ID
                   MOVE WS-RF-EMP-ID TO EXC-LOG-CONTEXT
                   MOVE "STARTING RATE OUTSIDE POSITION BAND"
                       TO EXC-LOG-REASON
                   CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                       EXC-LOG-CONTEXT EXC-LOG-REASON
               END-IF
           END-IF.

       QUEUE-STARTING-RATE.
           MOVE SPACES TO PENDCHG-REC.
           MOVE WS-RF-EMP-ID TO PC-KEY.
           MOVE WS-IN-HIRE-DATE TO PC-EFF-DATE.
           MOVE WS-IN-RATE TO PC-AMOUNT.
           IF WS-RF-PAY-TYPE = 'S'
               MOVE 'Y' TO PC-TYPE
               MOVE 'A' TO PC-METHOD
               MOVE WS-IN-SALARY TO PC-SPLIT-AMT
           ELSE
               MOVE 'R' TO PC-TYPE
           END-IF.
           PERFORM WRITE-PENDING-CHANGE.
           ADD 1 TO WS-RATE-QUEUED.

       QUEUE-BANK-ACCOUNT.
           MOVE SPACES TO PENDCHG-REC.
           MOVE 'B' TO PC-TYPE.
           MOVE WS-RF-EMP-ID TO PC-KEY.
           MOVE WS-RF-BANK-CODE TO PC-BANK-CODE.
           MOVE WS-RF-ACCT-NO TO PC-ACCT-NO.
           MOVE WS-RF-ACCT-TYPE TO PC-ACCT-TYPE.
           MOVE ZERO TO PC-EFF-DATE.
           MOVE ZERO TO PC-AMOUNT.
           PERFORM WRITE-PENDING-CHANGE.
           ADD 1 TO WS-BANK-QUEUED.

       WRITE-PENDING-CHANGE.
           MOVE WS-OPERATOR TO PC-MAKER.
           MOVE WS-TODAY TO PC-DATE.
           MOVE 'P' TO PC-STATUS.
           MOVE SPACES TO PC-CHECKER.
           OPEN EXTEND PENDCHG-FILE.
           IF PENDCHG-STATUS = "05" OR PENDCHG-STATUS = "35"
               OPEN OUTPUT PENDCHG-FILE
           END-IF.
           WRITE PENDCHG-REC.
           CLOSE PENDCHG-FILE.

       ENROLL-DEFAULT-DEDUCTIONS.
           PERFORM VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 3
               IF WS-RF-DED-CODE (WS-DX) NOT = SPACES
                   MOVE SPACES TO DEDENROL-REC
                   MOVE WS-RF-EMP-ID TO ENROL-EMP-ID
                   MOVE WS-RF-DED-CODE (WS-DX) TO ENROL-DED-CODE
                   MOVE WS-IN-HIRE-DATE TO ENROL-EFF-DATE
                   MOVE ZERO TO ENROL-END-DATE
                   OPEN EXTEND DEDENROL-FILE
                   IF DEDENROL-STATUS = "05" OR DEDENROL-STATUS = "35"
                       OPEN OUTPUT DEDENROL-FILE
                   END-IF
                   WRITE DEDENROL-REC
                   CLOSE DEDENROL-FILE
                   ADD 1 TO WS-DED-ENROLLED
               END-IF
           END-PERFORM.
       END PROGRAM ONBOARD.
