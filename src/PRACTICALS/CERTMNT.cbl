       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTMNT.
      *    CERTIFICATION AND WORK-AUTHORIZATION TRACKING. CERTMAST.DAT
      *    HOLDS EACH CERTIFICATION CODE WITH ITS VALIDITY PERIOD IN
      *    MONTHS (0 = DOES NOT EXPIRE) AND WHETHER IT IS A WORK-
      *    AUTHORIZATION DOCUMENT; POSCERT.DAT LISTS THE CODES EACH
      *    EM-POSITION REQUIRES; EMPCERT.DAT HOLDS EVERY CERTIFICATE
      *    AN EMPLOYEE HAS PRODUCED, WITH ITS ISSUE AND EXPIRY DATES.
      *    A RENEWAL IS A NEW ROW, SO THE CERTIFICATE IN FORCE FOR A
      *    CODE IS THE ONE ALREADY ISSUED WITH THE LATEST EXPIRY.
      *    THE EXPIRY REPORT BANDS WHAT RUNS OUT IN THE NEXT 30, 60
      *    AND 90 DAYS. THE LAPSE CHECK (ALSO RUN NIGHTLY THROUGH
      *    CERTMNT-BATCH) LOGS AN EXCEPTION FOR EVERY ACTIVE
      *    EMPLOYEE WHO HOLDS NO CERTIFICATE IN FORCE FOR A CODE
      *    THEIR POSITION REQUIRES, SO EACH DAY A GAP STAYS OPEN
      *    SHOWS ON THE EXCEPTION LOG. SCHEDMNT APPLIES THE SAME
      *    TEST BEFORE IT WILL ASSIGN A SHIFT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EM-MASTER-FILE
           ASSIGN TO "PRACTICALS/EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT CERTMAST-FILE
           ASSIGN TO "PRACTICALS/CERTMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CERTMAST-STATUS.
       SELECT POSCERT-FILE
           ASSIGN TO "PRACTICALS/POSCERT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSCERT-STATUS.
       SELECT EMPCERT-FILE
           ASSIGN TO "PRACTICALS/EMPCERT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EMPCERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.

       FD  CERTMAST-FILE.
       01  CERTMAST-REC.
           05 CM-CODE PIC X(4).
           05 CM-FILLER-1 PIC X(1).
           05 CM-DESC PIC X(20).
           05 CM-FILLER-2 PIC X(1).
           05 CM-VALID-MONTHS PIC 9(3).
           05 CM-FILLER-3 PIC X(1).
           05 CM-WORK-AUTH PIC X(1).

       FD  POSCERT-FILE.
       01  POSCERT-REC.
           05 PC-POSITION PIC X(15).
           05 PC-FILLER-1 PIC X(1).
           05 PC-CERT-CODE PIC X(4).

       FD  EMPCERT-FILE.
       01  EMPCERT-REC.
           05 EC-EMP-ID PIC X(8).
           05 EC-FILLER-1 PIC X(1).
           05 EC-CERT-CODE PIC X(4).
           05 EC-FILLER-2 PIC X(1).
           05 EC-ISSUE-DATE PIC 9(8).
           05 EC-FILLER-3 PIC X(1).
           05 EC-EXPIRY-DATE PIC 9(8).
           05 EC-FILLER-4 PIC X(1).
           05 EC-REFERENCE PIC X(15).

       WORKING-STORAGE SECTION.
       01  EM-FILE-STATUS PIC XX.
       01  CERTMAST-STATUS PIC XX.
       01  POSCERT-STATUS PIC XX.
       01  EMPCERT-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-EOF PIC X.
       01  WS-TODAY PIC 9(8).
       01  WS-HORIZON PIC 9(8).
       01  WS-DATE-IN PIC 9(8).
       01  WS-EMP-IN PIC X(8).
       01  WS-CODE-IN PIC X(4).
       01  WS-POSITION-IN PIC X(15).
       01  WS-ACTION-IN PIC X(1).
       01  WS-MONTHS-IN PIC 9(3).
       01  WS-ERROR PIC X(40).
       01  WS-GAPS PIC 9(5).
       01  WS-LISTED PIC 9(4).
       01  WS-DAYS-LEFT PIC S9(5).
       01  WS-BAND PIC 9(1).

       01  WS-CM-COUNT PIC 9(3) VALUE 0.
       01  WS-CM-OVERFLOW PIC X VALUE 'N'.
       01  WS-CM-TABLE.
           05 WS-CM-ENTRY OCCURS 100 TIMES.
               10 WS-CM-CODE PIC X(4).
               10 WS-CM-DESC PIC X(20).
               10 WS-CM-MONTHS PIC 9(3).
               10 WS-CM-AUTH PIC X(1).
       01  WS-CM-IDX PIC 9(3).
       01  WS-CM-HIT PIC 9(3).

       01  WS-PC-COUNT PIC 9(3) VALUE 0.
       01  WS-PC-OVERFLOW PIC X VALUE 'N'.
       01  WS-PC-TABLE.
           05 WS-PC-ENTRY OCCURS 300 TIMES.
               10 WS-PC-POSITION PIC X(15).
               10 WS-PC-CODE PIC X(4).
       01  WS-PC-IDX PIC 9(3).
       01  WS-PC-HIT PIC 9(3).

       01  WS-EC-COUNT PIC 9(4) VALUE 0.
       01  WS-EC-OVERFLOW PIC X VALUE 'N'.
       01  WS-EC-TABLE.
           05 WS-EC-ENTRY OCCURS 2000 TIMES.
               10 WS-EC-EMP PIC X(8).
               10 WS-EC-CODE PIC X(4).
               10 WS-EC-ISSUE PIC 9(8).
               10 WS-EC-EXPIRY PIC 9(8).
               10 WS-EC-REF PIC X(15).
       01  WS-EC-IDX PIC 9(4).
       01  WS-SAVE-EC-IDX PIC 9(4).

      *    ACTIVE EMPLOYEES, FOR NAMES ON THE REPORTS AND THE
      *    POSITION EACH ONE'S REQUIREMENTS COME FROM.
       01  WS-EMP-COUNT PIC 9(3) VALUE 0.
       01  WS-EMP-OVERFLOW PIC X VALUE 'N'.
       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 300 TIMES.
               10 WS-EMP-ID PIC X(8).
               10 WS-EMP-NAME PIC X(15).
               10 WS-EMP-POSITION PIC X(15).
       01  WS-EMP-IDX PIC 9(3).
       01  WS-EMP-HIT PIC 9(3).

      *    CERTIFICATE IN FORCE FOR WS-FIND-EMP / WS-FIND-CODE. A
      *    CERTIFICATE WITH NO EXPIRY DATE COUNTS AS 99999999.
       01  WS-FIND-EMP PIC X(8).
       01  WS-FIND-CODE PIC X(4).
       01  WS-CUR-HIT PIC 9(4).
       01  WS-CUR-EXPIRY PIC 9(8).
       01  WS-ROW-EXPIRY PIC 9(8).

      *    CERTIFICATES INSIDE THE 90-DAY HORIZON, FOR THE REPORT.
       01  WS-XP-COUNT PIC 9(3) VALUE 0.
       01  WS-XP-TABLE.
           05 WS-XP-ENTRY OCCURS 500 TIMES.
               10 WS-XP-EMP-IDX PIC 9(3).
               10 WS-XP-EC-IDX PIC 9(4).
               10 WS-XP-DAYS PIC 9(3).
               10 WS-XP-BAND PIC 9(1).
       01  WS-XP-IDX PIC 9(3).

       01  WS-EXP-WORK PIC 9(8).
       01  WS-EXP-PARTS REDEFINES WS-EXP-WORK.
           05 WS-EXP-YYYY PIC 9(4).
           05 WS-EXP-MM PIC 9(2).
           05 WS-EXP-DD PIC 9(2).
       01  WS-MONTH-SERIAL PIC 9(6).

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-DAYS PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  EXC-LOG-PROGRAM-ID PIC X(10).
       01  EXC-LOG-CONTEXT PIC X(20).
       01  EXC-LOG-REASON PIC X(40).

       01  OUT-COUNT PIC ZZZZ9.
       01  OUT-DAYS PIC ZZ9.
       01  OUT-MONTHS PIC ZZ9.
       01  OUT-EXPIRY PIC X(8).
       01  OUT-BAND PIC X(20).

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40) VALUE
           "CERTIFICATION EXPIRY REPORT".
       01  WS-RPT-COLHDR PIC X(80) VALUE
           "EMP-ID    NAME             CERT EXPIRES   DAYS  REFERENCE".
       01  WS-RPT-LPP PIC 9(3) VALUE 50.

       01  JH-PARMS.
           COPY JHPARM.

       LINKAGE SECTION.
       01  LK-PARM PIC X(6).
       01  LK-STATUS PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           DISPLAY "CERTIFICATIONS AND WORK AUTHORIZATION".
           DISPLAY "1 - ADD OR CHANGE A CERTIFICATION CODE".
           DISPLAY "2 - ADD OR REMOVE A POSITION REQUIREMENT".
           DISPLAY "3 - RECORD AN EMPLOYEE CERTIFICATE".
           DISPLAY "4 - LIST AN EMPLOYEE'S CERTIFICATES".
           DISPLAY "5 - 30/60/90-DAY EXPIRY REPORT".
           DISPLAY "6 - REQUIRED CERTIFICATION LAPSE CHECK".
           DISPLAY "0 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           IF WS-CHOICE = 0
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-CERT-MASTER.
           PERFORM LOAD-POSITION-CERTS.
           PERFORM LOAD-EMP-CERTS.

           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM MAINTAIN-CERT-CODE
            WHEN 2
               PERFORM MAINTAIN-POSITION-REQ
            WHEN 3
               PERFORM RECORD-EMP-CERT
            WHEN 4
               PERFORM LIST-EMP-CERTS
            WHEN 5
               PERFORM LOAD-EMPLOYEES
               PERFORM EXPIRY-REPORT
            WHEN 6
               PERFORM LOAD-EMPLOYEES
               PERFORM LAPSE-CHECK
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           ACCEPT OMITTED.
           PERFORM MAIN-PARA.

      *    BATCH ENTRY FOR THE NIGHTLY CHAIN: RUNS THE LAPSE CHECK
      *    ONLY, SO EVERY OPEN GAP IS LOGGED ONCE A DAY. THE
      *    PARAMETER IS NOT USED; "NA" WHEN NO POSITION HAS ANY
      *    REQUIREMENT ON FILE, "ER" WHEN A TABLE OVERFLOWED AND
      *    THE CHECK COULD NOT COVER EVERYONE.
       ENTRY "CERTMNT-BATCH" USING LK-PARM LK-STATUS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-CERT-MASTER.
           PERFORM LOAD-POSITION-CERTS.
           PERFORM LOAD-EMP-CERTS.
           PERFORM LOAD-EMPLOYEES.
           IF WS-PC-COUNT = 0
               MOVE "NA" TO LK-STATUS
               GOBACK
           END-IF.
           PERFORM LAPSE-CHECK.
           MOVE 'C' TO JH-FUNCTION.
           MOVE WS-EMP-COUNT TO JH-COUNT-IN.
           MOVE WS-GAPS TO JH-COUNT-OUT.
           CALL "RUNHIST" USING JH-PARMS.
           IF WS-PC-OVERFLOW = 'Y' OR WS-EC-OVERFLOW = 'Y'
               OR WS-EMP-OVERFLOW = 'Y'
               MOVE "ER" TO LK-STATUS
           ELSE
               MOVE "OK" TO LK-STATUS
           END-IF.
           GOBACK.

       LOAD-CERT-MASTER.
           MOVE 0 TO WS-CM-COUNT.
           MOVE 'N' TO WS-CM-OVERFLOW.
           OPEN INPUT CERTMAST-FILE.
           IF CERTMAST-STATUS = "00"
               PERFORM UNTIL CERTMAST-STATUS NOT = "00"
                   READ CERTMAST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-CM-COUNT >= 100
                               MOVE 'Y' TO WS-CM-OVERFLOW
                           ELSE
                               PERFORM STORE-CERT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERTMAST-FILE
           END-IF.
           IF WS-CM-OVERFLOW = 'Y'
               DISPLAY "WARNING: CERTIFICATION MASTER EXCEEDS THE"
                   " 100-ROW TABLE. CODE UPDATES ARE SUSPENDED."
           END-IF.

       STORE-CERT-ROW.
           ADD 1 TO WS-CM-COUNT.
           MOVE CM-CODE TO WS-CM-CODE (WS-CM-COUNT).
           MOVE CM-DESC TO WS-CM-DESC (WS-CM-COUNT).
           IF CM-VALID-MONTHS IS NUMERIC
               MOVE CM-VALID-MONTHS TO WS-CM-MONTHS (WS-CM-COUNT)
           ELSE
               MOVE 0 TO WS-CM-MONTHS (WS-CM-COUNT)
           END-IF.
           MOVE CM-WORK-AUTH TO WS-CM-AUTH (WS-CM-COUNT).

       SAVE-CERT-MASTER.
           OPEN OUTPUT CERTMAST-FILE.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
               UNTIL WS-CM-IDX > WS-CM-COUNT
               MOVE SPACES TO CERTMAST-REC
               MOVE WS-CM-CODE (WS-CM-IDX) TO CM-CODE
               MOVE WS-CM-DESC (WS-CM-IDX) TO CM-DESC
               MOVE WS-CM-MONTHS (WS-CM-IDX) TO CM-VALID-MONTHS
               MOVE WS-CM-AUTH (WS-CM-IDX) TO CM-WORK-AUTH
               WRITE CERTMAST-REC
           END-PERFORM.
           CLOSE CERTMAST-FILE.

       FIND-CERT-CODE.
           MOVE 0 TO WS-CM-HIT.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
               UNTIL WS-CM-IDX > WS-CM-COUNT
               OR WS-CM-HIT > 0
               IF WS-CM-CODE (WS-CM-IDX) = WS-CODE-IN
                   MOVE WS-CM-IDX TO WS-CM-HIT
               END-IF
           END-PERFORM.

       LOAD-POSITION-CERTS.
           MOVE 0 TO WS-PC-COUNT.
           MOVE 'N' TO WS-PC-OVERFLOW.
           OPEN INPUT POSCERT-FILE.
           IF POSCERT-STATUS = "00"
               PERFORM UNTIL POSCERT-STATUS NOT = "00"
                   READ POSCERT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-PC-COUNT >= 300
                               MOVE 'Y' TO WS-PC-OVERFLOW
                           ELSE
                               ADD 1 TO WS-PC-COUNT
                               MOVE PC-POSITION TO
                                   WS-PC-POSITION (WS-PC-COUNT)
                               MOVE PC-CERT-CODE TO
                                   WS-PC-CODE (WS-PC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSCERT-FILE
           END-IF.
           IF WS-PC-OVERFLOW = 'Y'
               DISPLAY "WARNING: POSITION REQUIREMENTS EXCEED THE"
                   " 300-ROW TABLE. UPDATES ARE SUSPENDED."
           END-IF.

       SAVE-POSITION-CERTS.
           OPEN OUTPUT POSCERT-FILE.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT
               IF WS-PC-POSITION (WS-PC-IDX) NOT = SPACES
                   MOVE SPACES TO POSCERT-REC
                   MOVE WS-PC-POSITION (WS-PC-IDX) TO PC-POSITION
                   MOVE WS-PC-CODE (WS-PC-IDX) TO PC-CERT-CODE
                   WRITE POSCERT-REC
               END-IF
           END-PERFORM.
           CLOSE POSCERT-FILE.

       LOAD-EMP-CERTS.
           MOVE 0 TO WS-EC-COUNT.
           MOVE 'N' TO WS-EC-OVERFLOW.
           OPEN INPUT EMPCERT-FILE.
           IF EMPCERT-STATUS = "00"
               PERFORM UNTIL EMPCERT-STATUS NOT = "00"
                   READ EMPCERT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-EC-COUNT >= 2000
                               MOVE 'Y' TO WS-EC-OVERFLOW
                           ELSE
                               PERFORM STORE-EMPCERT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMPCERT-FILE
           END-IF.
           IF WS-EC-OVERFLOW = 'Y'
               DISPLAY "WARNING: MORE THAN 2000 CERTIFICATES ON FILE"
                   " - LATER ONES ARE NOT SEEN."
           END-IF.

       STORE-EMPCERT-ROW.
           ADD 1 TO WS-EC-COUNT.
           MOVE EC-EMP-ID TO WS-EC-EMP (WS-EC-COUNT).
           MOVE EC-CERT-CODE TO WS-EC-CODE (WS-EC-COUNT).
           IF EC-ISSUE-DATE IS NUMERIC
               MOVE EC-ISSUE-DATE TO WS-EC-ISSUE (WS-EC-COUNT)
           ELSE
               MOVE 0 TO WS-EC-ISSUE (WS-EC-COUNT)
           END-IF.
           IF EC-EXPIRY-DATE IS NUMERIC
               MOVE EC-EXPIRY-DATE TO WS-EC-EXPIRY (WS-EC-COUNT)
           ELSE
               MOVE 0 TO WS-EC-EXPIRY (WS-EC-COUNT)
           END-IF.
           MOVE EC-REFERENCE TO WS-EC-REF (WS-EC-COUNT).

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
                               ADD 1 TO WS-EMP-COUNT
                               MOVE EM-EMP-ID TO
                                   WS-EMP-ID (WS-EMP-COUNT)
                               MOVE EM-NAME TO
                                   WS-EMP-NAME (WS-EMP-COUNT)
                               MOVE EM-POSITION TO
                                   WS-EMP-POSITION (WS-EMP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EM-MASTER-FILE.
           IF WS-EMP-OVERFLOW = 'Y'
               DISPLAY "WARNING: MORE THAN 300 ACTIVE EMPLOYEES -"
                   " THE REST ARE NOT COVERED."
           END-IF.

      *    THE CERTIFICATE IN FORCE IS THE ONE ALREADY ISSUED (ISSUE
      *    DATE NOT AFTER TODAY) WITH THE LATEST EXPIRY. WS-CUR-HIT
      *    IS 0 WHEN NONE HAS BEEN ISSUED; IT IS LAPSED WHEN
      *    WS-CUR-EXPIRY IS BEFORE TODAY.
       FIND-CURRENT-CERT.
           MOVE 0 TO WS-CUR-HIT.
           MOVE 0 TO WS-CUR-EXPIRY.
           PERFORM VARYING WS-EC-IDX FROM 1 BY 1
               UNTIL WS-EC-IDX > WS-EC-COUNT
               IF WS-EC-EMP (WS-EC-IDX) = WS-FIND-EMP
                   AND WS-EC-CODE (WS-EC-IDX) = WS-FIND-CODE
                   AND WS-EC-ISSUE (WS-EC-IDX) <= WS-TODAY
                   IF WS-EC-EXPIRY (WS-EC-IDX) = 0
                       MOVE 99999999 TO WS-ROW-EXPIRY
                   ELSE
                       MOVE WS-EC-EXPIRY (WS-EC-IDX) TO WS-ROW-EXPIRY
                   END-IF
                   IF WS-CUR-HIT = 0
                       OR WS-ROW-EXPIRY >= WS-CUR-EXPIRY
                       MOVE WS-EC-IDX TO WS-CUR-HIT
                       MOVE WS-ROW-EXPIRY TO WS-CUR-EXPIRY
                   END-IF
               END-IF
           END-PERFORM.

       MAINTAIN-CERT-CODE.
           IF WS-CM-OVERFLOW = 'Y'
               DISPLAY "CERTIFICATION CODE UPDATE REFUSED."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CERTIFICATION CODE: " WITH NO ADVANCING.
           ACCEPT WS-CODE-IN.
           MOVE FUNCTION UPPER-CASE(WS-CODE-IN) TO WS-CODE-IN.
           IF WS-CODE-IN = SPACES
               DISPLAY "CODE MAY NOT BE BLANK."
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-CERT-CODE.
           IF WS-CM-HIT > 0
               MOVE WS-CM-MONTHS (WS-CM-HIT) TO OUT-MONTHS
               DISPLAY "CURRENT: " WS-CM-DESC (WS-CM-HIT)
                   "  VALID MONTHS " OUT-MONTHS
                   "  WORK AUTH " WS-CM-AUTH (WS-CM-HIT)
           ELSE
               IF WS-CM-COUNT >= 100
                   DISPLAY "CERTIFICATION MASTER IS FULL."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CM-COUNT
               MOVE WS-CM-COUNT TO WS-CM-HIT
               MOVE WS-CODE-IN TO WS-CM-CODE (WS-CM-HIT)
           END-IF.
           DISPLAY "DESCRIPTION: " WITH NO ADVANCING.
           ACCEPT WS-CM-DESC (WS-CM-HIT).
           MOVE FUNCTION UPPER-CASE(WS-CM-DESC (WS-CM-HIT))
               TO WS-CM-DESC (WS-CM-HIT).
           DISPLAY "VALIDITY IN MONTHS (0 = DOES NOT EXPIRE): "
               WITH NO ADVANCING.
           ACCEPT WS-MONTHS-IN.
           MOVE WS-MONTHS-IN TO WS-CM-MONTHS (WS-CM-HIT).
           DISPLAY "WORK-AUTHORIZATION DOCUMENT (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CM-AUTH (WS-CM-HIT).
           MOVE FUNCTION UPPER-CASE(WS-CM-AUTH (WS-CM-HIT))
               TO WS-CM-AUTH (WS-CM-HIT).
           IF WS-CM-AUTH (WS-CM-HIT) NOT = 'Y'
               MOVE 'N' TO WS-CM-AUTH (WS-CM-HIT)
           END-IF.
           PERFORM SAVE-CERT-MASTER.
           DISPLAY "CERTIFICATION CODE SAVED.".

       MAINTAIN-POSITION-REQ.
           IF WS-PC-OVERFLOW = 'Y'
               DISPLAY "POSITION REQUIREMENT UPDATE REFUSED."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "POSITION (AS ON THE EMPLOYEE MASTER): "
               WITH NO ADVANCING.
           ACCEPT WS-POSITION-IN.
           MOVE FUNCTION UPPER-CASE(WS-POSITION-IN) TO WS-POSITION-IN.
           DISPLAY "REQUIRED NOW:".
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT
               IF WS-PC-POSITION (WS-PC-IDX) = WS-POSITION-IN
                   DISPLAY "  " WS-PC-CODE (WS-PC-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "(A)DD OR (R)EMOVE A REQUIREMENT: "
               WITH NO ADVANCING.
           ACCEPT WS-ACTION-IN.
           MOVE FUNCTION UPPER-CASE(WS-ACTION-IN) TO WS-ACTION-IN.
           DISPLAY "CERTIFICATION CODE: " WITH NO ADVANCING.
           ACCEPT WS-CODE-IN.
           MOVE FUNCTION UPPER-CASE(WS-CODE-IN) TO WS-CODE-IN.
           MOVE 0 TO WS-PC-HIT.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT
               OR WS-PC-HIT > 0
               IF WS-PC-POSITION (WS-PC-IDX) = WS-POSITION-IN
                   AND WS-PC-CODE (WS-PC-IDX) = WS-CODE-IN
                   MOVE WS-PC-IDX TO WS-PC-HIT
               END-IF
           END-PERFORM.
           EVALUATE WS-ACTION-IN
            WHEN 'A'
               PERFORM FIND-CERT-CODE
               IF WS-CM-HIT = 0
                   DISPLAY "NO SUCH CERTIFICATION CODE."
               ELSE
                   IF WS-PC-HIT > 0
                       DISPLAY "ALREADY REQUIRED FOR THIS POSITION."
                   ELSE
                       IF WS-PC-COUNT >= 300
                           DISPLAY "POSITION REQUIREMENTS ARE FULL."
                       ELSE
                           ADD 1 TO WS-PC-COUNT
                           MOVE WS-POSITION-IN TO
                               WS-PC-POSITION (WS-PC-COUNT)
                           MOVE WS-CODE-IN TO
                               WS-PC-CODE (WS-PC-COUNT)
                           PERFORM SAVE-POSITION-CERTS
                           DISPLAY "REQUIREMENT ADDED."
                       END-IF
                   END-IF
               END-IF
            WHEN 'R'
               IF WS-PC-HIT = 0
                   DISPLAY "NOT REQUIRED FOR THIS POSITION."
               ELSE
                   MOVE SPACES TO WS-PC-POSITION (WS-PC-HIT)
                   PERFORM SAVE-POSITION-CERTS
                   DISPLAY "REQUIREMENT REMOVED."
               END-IF
            WHEN OTHER
               DISPLAY "NOTHING CHANGED."
           END-EVALUATE.

      *    A RENEWAL IS RECORDED AS A NEW CERTIFICATE; THE EARLIER
      *    ONE STAYS ON FILE AS HISTORY. THE EXPIRY DEFAULTS TO THE
      *    ISSUE DATE PLUS THE CODE'S VALIDITY PERIOD.
       RECORD-EMP-CERT.
           DISPLAY "EMPLOYEE ID: " WITH NO ADVANCING.
           ACCEPT WS-EMP-IN.
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE (STATUS "
                   EM-FILE-STATUS ")."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMP-IN TO EM-EMP-ID.
           MOVE SPACES TO WS-ERROR.
           READ EM-MASTER-FILE
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON MASTER" TO WS-ERROR
           END-READ.
           CLOSE EM-MASTER-FILE.
           IF WS-ERROR NOT = SPACES
               DISPLAY WS-ERROR
               EXIT PARAGRAPH
           END-IF.
           DISPLAY EM-NAME "  POSITION " EM-POSITION.
           DISPLAY "CERTIFICATION CODE: " WITH NO ADVANCING.
           ACCEPT WS-CODE-IN.
           MOVE FUNCTION UPPER-CASE(WS-CODE-IN) TO WS-CODE-IN.
           PERFORM FIND-CERT-CODE.
           IF WS-CM-HIT = 0
               DISPLAY "NO SUCH CERTIFICATION CODE."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO EMPCERT-REC.
           MOVE WS-EMP-IN TO EC-EMP-ID.
           MOVE WS-CODE-IN TO EC-CERT-CODE.
           MOVE 0 TO WS-DATE-IN.
           PERFORM UNTIL WS-DATE-IN > 0
               DISPLAY "ISSUE DATE (YYYYMMDD): " WITH NO ADVANCING
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
           MOVE WS-DATE-IN TO EC-ISSUE-DATE.
           PERFORM DEFAULT-EXPIRY.
           IF WS-EXP-WORK = 0
               DISPLAY "EXPIRY DATE (YYYYMMDD, 0 = NONE): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "EXPIRY DATE (YYYYMMDD, 0 FOR " WS-EXP-WORK
                   "): " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN = 0
               MOVE WS-EXP-WORK TO WS-DATE-IN
           END-IF.
           IF WS-DATE-IN > 0
               MOVE 'V' TO WS-DU-FUNCTION
               MOVE WS-DATE-IN TO WS-DU-DATE
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                   WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
               IF WS-DU-FLAG = 'N'
                   DISPLAY "NOT A VALID EXPIRY DATE. NOT RECORDED."
                   EXIT PARAGRAPH
               END-IF
               IF WS-DATE-IN <= EC-ISSUE-DATE
                   DISPLAY "EXPIRY MUST FALL AFTER THE ISSUE DATE."
                       " NOT RECORDED."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-DATE-IN TO EC-EXPIRY-DATE.
           DISPLAY "CERTIFICATE OR DOCUMENT NUMBER: "
               WITH NO ADVANCING.
           ACCEPT EC-REFERENCE.
           OPEN EXTEND EMPCERT-FILE.
           IF EMPCERT-STATUS = "05" OR EMPCERT-STATUS = "35"
               OPEN OUTPUT EMPCERT-FILE
           END-IF.
           WRITE EMPCERT-REC.
           CLOSE EMPCERT-FILE.
           DISPLAY "CERTIFICATE RECORDED.".

      *    ISSUE DATE PLUS THE VALIDITY MONTHS, PULLED BACK TO THE
      *    LAST DAY OF A SHORTER MONTH. 0 WHEN THE CODE DOES NOT
      *    EXPIRE.
       DEFAULT-EXPIRY.
           MOVE 0 TO WS-EXP-WORK.
           IF WS-CM-MONTHS (WS-CM-HIT) = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE EC-ISSUE-DATE TO WS-EXP-WORK.
           COMPUTE WS-MONTH-SERIAL = WS-EXP-YYYY * 12
               + WS-EXP-MM - 1 + WS-CM-MONTHS (WS-CM-HIT).
           DIVIDE WS-MONTH-SERIAL BY 12 GIVING WS-EXP-YYYY
               REMAINDER WS-EXP-MM.
           ADD 1 TO WS-EXP-MM.
           MOVE 'N' TO WS-DU-FLAG.
           PERFORM UNTIL WS-DU-FLAG = 'Y' OR WS-EXP-DD < 28
               MOVE 'V' TO WS-DU-FUNCTION
               MOVE WS-EXP-WORK TO WS-DU-DATE
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                   WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
               IF WS-DU-FLAG = 'N'
                   SUBTRACT 1 FROM WS-EXP-DD
               END-IF
           END-PERFORM.

       LIST-EMP-CERTS.
           DISPLAY "EMPLOYEE ID: " WITH NO ADVANCING.
           ACCEPT WS-EMP-IN.
           DISPLAY "CERT DESCRIPTION          ISSUED   EXPIRES  "
               "REFERENCE       STATUS".
           MOVE 0 TO WS-LISTED.
           MOVE WS-EMP-IN TO WS-FIND-EMP.
           PERFORM VARYING WS-EC-IDX FROM 1 BY 1
               UNTIL WS-EC-IDX > WS-EC-COUNT
               IF WS-EC-EMP (WS-EC-IDX) = WS-EMP-IN
                   PERFORM LIST-ONE-CERT
               END-IF
           END-PERFORM.
           IF WS-LISTED = 0
               DISPLAY "NO CERTIFICATES ON FILE FOR " WS-EMP-IN
           END-IF.

       LIST-ONE-CERT.
           ADD 1 TO WS-LISTED.
           MOVE WS-EC-IDX TO WS-SAVE-EC-IDX.
           MOVE WS-EC-CODE (WS-EC-IDX) TO WS-CODE-IN WS-FIND-CODE.
           PERFORM FIND-CERT-CODE.
           PERFORM FIND-CURRENT-CERT.
           MOVE WS-SAVE-EC-IDX TO WS-EC-IDX.
           IF WS-EC-EXPIRY (WS-EC-IDX) = 0
               MOVE "NONE" TO OUT-EXPIRY
           ELSE
               MOVE WS-EC-EXPIRY (WS-EC-IDX) TO OUT-EXPIRY
           END-IF.
           EVALUATE TRUE
            WHEN WS-EC-ISSUE (WS-EC-IDX) > WS-TODAY
               MOVE "NOT YET ISSUED" TO OUT-BAND
            WHEN WS-CUR-HIT NOT = WS-EC-IDX
               MOVE "SUPERSEDED" TO OUT-BAND
            WHEN WS-CUR-EXPIRY < WS-TODAY
               MOVE "LAPSED" TO OUT-BAND
            WHEN OTHER
               MOVE "IN FORCE" TO OUT-BAND
           END-EVALUATE.
           IF WS-CM-HIT > 0
               DISPLAY WS-EC-CODE (WS-EC-IDX) " "
                   WS-CM-DESC (WS-CM-HIT) " "
                   WS-EC-ISSUE (WS-EC-IDX) " " OUT-EXPIRY " "
                   WS-EC-REF (WS-EC-IDX) " " OUT-BAND
           ELSE
               DISPLAY WS-EC-CODE (WS-EC-IDX) " "
                   "(CODE NOT ON MASTER)" " "
                   WS-EC-ISSUE (WS-EC-IDX) " " OUT-EXPIRY " "
                   WS-EC-REF (WS-EC-IDX) " " OUT-BAND
           END-IF.

      *    CERTIFICATES IN FORCE FOR ACTIVE EMPLOYEES THAT RUN OUT
      *    WITHIN 90 DAYS, IN BANDS OF 0-30, 31-60 AND 61-90 DAYS.
      *    CERTIFICATES ALREADY LAPSED ARE THE LAPSE CHECK'S JOB.
       EXPIRY-REPORT.
           MOVE 'A' TO WS-DU-FUNCTION.
           MOVE WS-TODAY TO WS-DU-DATE.
           MOVE 90 TO WS-DU-DAYS.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           MOVE WS-DU-RESULT TO WS-HORIZON.
           MOVE 0 TO WS-XP-COUNT.
           PERFORM VARYING WS-EC-IDX FROM 1 BY 1
               UNTIL WS-EC-IDX > WS-EC-COUNT
               IF WS-EC-EXPIRY (WS-EC-IDX) >= WS-TODAY
                   AND WS-EC-EXPIRY (WS-EC-IDX) <= WS-HORIZON
                   AND WS-EC-ISSUE (WS-EC-IDX) <= WS-TODAY
                   PERFORM CHECK-EXPIRING-CERT
               END-IF
           END-PERFORM.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "AS OF " WS-TODAY "  THROUGH " WS-HORIZON.
           PERFORM VARYING WS-BAND FROM 1 BY 1 UNTIL WS-BAND > 3
               PERFORM PRINT-EXPIRY-BAND
           END-PERFORM.
           MOVE WS-XP-COUNT TO OUT-COUNT.
           DISPLAY SPACES.
           DISPLAY "CERTIFICATES EXPIRING WITHIN 90 DAYS: "
               FUNCTION TRIM(OUT-COUNT).

       CHECK-EXPIRING-CERT.
           MOVE WS-EC-EMP (WS-EC-IDX) TO WS-FIND-EMP.
           MOVE WS-EC-CODE (WS-EC-IDX) TO WS-FIND-CODE.
           MOVE 0 TO WS-EMP-HIT.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               OR WS-EMP-HIT > 0
               IF WS-EMP-ID (WS-EMP-IDX) = WS-FIND-EMP
                   MOVE WS-EMP-IDX TO WS-EMP-HIT
               END-IF
           END-PERFORM.
           IF WS-EMP-HIT = 0 OR WS-XP-COUNT >= 500
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EC-IDX TO WS-SAVE-EC-IDX.
           PERFORM FIND-CURRENT-CERT.
           MOVE WS-SAVE-EC-IDX TO WS-EC-IDX.
           IF WS-CUR-HIT NOT = WS-EC-IDX
               EXIT PARAGRAPH
           END-IF.
           MOVE 'D' TO WS-DU-FUNCTION.
           MOVE WS-EC-EXPIRY (WS-EC-IDX) TO WS-DU-DATE.
           MOVE WS-TODAY TO WS-DU-DAYS.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           MOVE WS-DU-RESULT TO WS-DAYS-LEFT.
           ADD 1 TO WS-XP-COUNT.
           MOVE WS-EMP-HIT TO WS-XP-EMP-IDX (WS-XP-COUNT).
           MOVE WS-EC-IDX TO WS-XP-EC-IDX (WS-XP-COUNT).
           MOVE WS-DAYS-LEFT TO WS-XP-DAYS (WS-XP-COUNT).
           EVALUATE TRUE
            WHEN WS-DAYS-LEFT <= 30
               MOVE 1 TO WS-XP-BAND (WS-XP-COUNT)
            WHEN WS-DAYS-LEFT <= 60
               MOVE 2 TO WS-XP-BAND (WS-XP-COUNT)
            WHEN OTHER
               MOVE 3 TO WS-XP-BAND (WS-XP-COUNT)
           END-EVALUATE.

       PRINT-EXPIRY-BAND.
           EVALUATE WS-BAND
            WHEN 1
               MOVE "WITHIN 30 DAYS" TO OUT-BAND
            WHEN 2
               MOVE "IN 31 TO 60 DAYS" TO OUT-BAND
            WHEN OTHER
               MOVE "IN 61 TO 90 DAYS" TO OUT-BAND
           END-EVALUATE.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "EXPIRING " OUT-BAND.
           PERFORM VARYING WS-XP-IDX FROM 1 BY 1
               UNTIL WS-XP-IDX > WS-XP-COUNT
               IF WS-XP-BAND (WS-XP-IDX) = WS-BAND
                   MOVE WS-XP-EMP-IDX (WS-XP-IDX) TO WS-EMP-IDX
                   MOVE WS-XP-EC-IDX (WS-XP-IDX) TO WS-EC-IDX
                   MOVE WS-XP-DAYS (WS-XP-IDX) TO OUT-DAYS
                   MOVE 'L' TO WS-RPT-FUNCTION
                   CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
                       WS-RPT-COLHDR WS-RPT-LPP
                   DISPLAY WS-EMP-ID (WS-EMP-IDX) "  "
                       WS-EMP-NAME (WS-EMP-IDX) "  "
                       WS-EC-CODE (WS-EC-IDX) " "
                       WS-EC-EXPIRY (WS-EC-IDX) "  " OUT-DAYS "  "
                       WS-EC-REF (WS-EC-IDX)
               END-IF
           END-PERFORM.

      *    ONE EXCEPTION PER ACTIVE EMPLOYEE AND REQUIRED CODE WITH
      *    NO CERTIFICATE IN FORCE. THE LOG IS DATED BY EXCLOG, SO A
      *    GAP LEFT OPEN SHOWS AGAIN ON EVERY DAY'S RUN.
       LAPSE-CHECK.
           MOVE 0 TO WS-GAPS.
           MOVE "CERTMNT" TO EXC-LOG-PROGRAM-ID.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
                   IF WS-PC-POSITION (WS-PC-IDX) NOT = SPACES
                       AND WS-PC-POSITION (WS-PC-IDX) =
                           WS-EMP-POSITION (WS-EMP-IDX)
                       PERFORM CHECK-ONE-REQUIREMENT
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-GAPS TO OUT-COUNT.
           DISPLAY "REQUIRED CERTIFICATIONS NOT IN FORCE: "
               FUNCTION TRIM(OUT-COUNT) " (LOGGED TO THE EXCEPTION"
               " LOG)".

       CHECK-ONE-REQUIREMENT.
           MOVE WS-EMP-ID (WS-EMP-IDX) TO WS-FIND-EMP.
           MOVE WS-PC-CODE (WS-PC-IDX) TO WS-FIND-CODE.
           PERFORM FIND-CURRENT-CERT.
           IF WS-CUR-HIT > 0 AND WS-CUR-EXPIRY >= WS-TODAY
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GAPS.
           MOVE SPACES TO EXC-LOG-CONTEXT.
           STRING WS-FIND-EMP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FIND-CODE DELIMITED BY SIZE
               INTO EXC-LOG-CONTEXT.
           IF WS-CUR-HIT = 0
               MOVE "REQUIRED CERTIFICATION NOT ON FILE"
                   TO EXC-LOG-REASON
           ELSE
               MOVE "REQUIRED CERTIFICATION HAS LAPSED"
                   TO EXC-LOG-REASON
           END-IF.
           CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
               EXC-LOG-CONTEXT EXC-LOG-REASON.
           DISPLAY WS-FIND-EMP "  " WS-EMP-NAME (WS-EMP-IDX) "  "
               WS-FIND-CODE "  " EXC-LOG-REASON.

       END PROGRAM CERTMNT.
