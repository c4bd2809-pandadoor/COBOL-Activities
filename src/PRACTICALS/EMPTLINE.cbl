       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPTLINE.
      *    EMPLOYEE HISTORY TIMELINE. FOR ONE EMPLOYEE AND A DATE
      *    RANGE, EVERY EVENT ON THE PAYROLL JOURNAL (EMPJRNL.DAT),
      *    THE AUDIT TRAIL (AUDIT.DAT), DEPARTMENT HISTORY
      *    (DEPTHIST.DAT), RATE HISTORY (RATEMAST.DAT), LEAVE TAKEN
      *    (LEAVETKN.DAT), OVERTIME (OTPEND.DAT), THE APPROVAL QUEUE
      *    (PENDCHG.DAT) AND PAY HISTORY (PAYHIST.IDX) IS MERGED INTO
      *    ONE LIST IN DATE ORDER. EACH LINE CARRIES THE DATE, THE
      *    EVENT, THE OLD AND NEW VALUES AND WHO DID IT, WHERE THE
      *    SOURCE FILE RECORDS THAT - THE COLUMN IS LEFT BLANK FOR
      *    FILES THAT DO NOT. THE TIMELINE CAN ALSO BE SPOOLED FOR
      *    THE CASE FILE AND EXPORTED TO PRACTICALS/TIMELINE.CSV.
      *    DEPARTMENT AND RATE ROWS SHOW THE VALUE THEY REPLACED,
      *    TAKEN FROM THE EMPLOYEE'S PREVIOUS ROW ON THAT FILE EVEN
      *    WHEN IT FALLS BEFORE THE RANGE.
      *    QUEUED BANK-ACCOUNT CHANGES SHOW THE ACCOUNT MASKED
      *    UNLESS THE OPERATOR'S ROLE MAY SEE IT IN FULL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT JOURNAL-FILE
           ASSIGN TO "PRACTICALS/EMPJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.
       SELECT AUDIT-FILE
           ASSIGN TO "PRACTICALS/AUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.
       SELECT DEPTHIST-FILE
           ASSIGN TO "PRACTICALS/DEPTHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPTHIST-STATUS.
       SELECT RATE-FILE
           ASSIGN TO "PRACTICALS/RATEMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATE-STATUS.
       SELECT LEAVETKN-FILE
           ASSIGN TO "PRACTICALS/LEAVETKN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEAVETKN-STATUS.
       SELECT OTPEND-FILE
           ASSIGN TO "PRACTICALS/OTPEND.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OTPEND-STATUS.
       SELECT PENDCHG-FILE
           ASSIGN TO "PRACTICALS/PENDCHG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PENDCHG-STATUS.
       SELECT WS-HISTORY-FILE
           ASSIGN TO "PRACTICALS/PAYHIST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-PAY-PERIOD WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-PAY-DATE WITH DUPLICATES
           FILE STATUS IS WS-HISTORY-STATUS.
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
       FD  JOURNAL-FILE.
       01  JOURNAL-REC.
           05 JRN-DATE PIC 9(8).
           05 JRN-FILLER-1 PIC X(1).
           05 JRN-TIME PIC 9(8).
           05 JRN-FILLER-2 PIC X(1).
           05 JRN-ACTION PIC X(6).
           05 JRN-FILLER-3 PIC X(1).
           05 JRN-BEFORE PIC X(130).
           05 JRN-FILLER-4 PIC X(1).
           05 JRN-AFTER PIC X(130).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           05 AUDIT-EMP-ID PIC X(8).
           05 AUDIT-FILLER-1 PIC X(1).
           05 AUDIT-ACTION PIC X(6).
           05 AUDIT-FILLER-2 PIC X(1).
           05 AUDIT-OLD-VALUE PIC Z(6)9.99-.
           05 AUDIT-FILLER-3 PIC X(1).
           05 AUDIT-NEW-VALUE PIC Z(6)9.99-.
           05 AUDIT-FILLER-4 PIC X(1).
           05 AUDIT-TIMESTAMP PIC 9(8).
           05 AUDIT-FILLER-5 PIC X(1).
           05 AUDIT-REASON PIC X(10).

       FD  DEPTHIST-FILE.
       01  DEPTHIST-REC.
           05 DH-EMP-ID PIC X(8).
           05 DH-FILLER-1 PIC X(1).
           05 DH-DEPT PIC X(4).
           05 DH-FILLER-2 PIC X(1).
           05 DH-EFF-DATE PIC 9(8).

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

       FD  LEAVETKN-FILE.
       01  LEAVETKN-REC.
           05 LTK-EMP-ID PIC X(8).
           05 LTK-FILLER-1 PIC X(1).
           05 LTK-TYPE PIC X(4).
           05 LTK-FILLER-2 PIC X(1).
           05 LTK-PERIOD PIC X(6).
           05 LTK-FILLER-3 PIC X(1).
           05 LTK-DATE PIC 9(8).
           05 LTK-FILLER-4 PIC X(1).
           05 LTK-HOURS PIC 9(3)V99.

       FD  OTPEND-FILE.
       01  OTPEND-REC.
           05 OTP-EMP-ID PIC X(8).
           05 OTP-FILLER-1 PIC X(1).
           05 OTP-PERIOD PIC X(6).
           05 OTP-FILLER-2 PIC X(1).
           05 OTP-DATE PIC 9(8).
           05 OTP-FILLER-3 PIC X(1).
           05 OTP-OT-HOURS PIC 9(5)V99.
           05 OTP-FILLER-4 PIC X(1).
           05 OTP-RATE PIC 9(5)V99.
           05 OTP-FILLER-5 PIC X(1).
           05 OTP-STATUS PIC X(1).
           05 OTP-FILLER-6 PIC X(1).
           05 OTP-SUPERVISOR PIC X(10).

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

       FD  WS-HISTORY-FILE.
       01  WS-HISTORY-REC.
           COPY PAYHREC.

       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.

       WORKING-STORAGE SECTION.
       01  JOURNAL-STATUS PIC XX.
       01  AUDIT-STATUS PIC XX.
       01  DEPTHIST-STATUS PIC XX.
       01  RATE-STATUS PIC XX.
       01  LEAVETKN-STATUS PIC XX.
       01  OTPEND-STATUS PIC XX.
       01  PENDCHG-STATUS PIC XX.
       01  WS-HISTORY-STATUS PIC XX.
       01  EM-FILE-STATUS PIC XX.

      *    THE JOURNAL'S BEFORE AND AFTER IMAGES ARE THE PAYROLL
      *    EMPLOYEE RECORD; ONLY THE LEADING FIELDS ARE NEEDED HERE.
       01  WS-JRN-IMAGE.
           05 WS-JI-EMP-ID PIC X(8).
           05 WS-JI-STATUS PIC X(1).
           05 WS-JI-NAME PIC X(15).
           05 WS-JI-HOURS PIC S9(5)V99.
           05 WS-JI-RATE PIC S9(5)V99.
           05 FILLER PIC X(92).
       01  WS-JI-OLD-RATE PIC S9(5)V99.
       01  WS-JI-NEW-RATE PIC S9(5)V99.
       01  WS-JI-OLD-HOURS PIC S9(5)V99.
       01  WS-JI-NEW-HOURS PIC S9(5)V99.

       01  WS-INQ-EMP-ID PIC X(8).
       01  WS-EMP-NAME PIC X(15).
       01  WS-FROM-DATE PIC 9(8).
       01  WS-TO-DATE PIC 9(8).
       01  WS-DATE-OK PIC X.
       01  WS-PRINT-CHOICE PIC X(1).
       01  WS-PRINT-WANTED PIC X VALUE 'N'.
       01  WS-CSV-CHOICE PIC X(1).
       01  WS-CSV-WANTED PIC X VALUE 'N'.
       01  WS-PREV-DEPT PIC X(4).
       01  WS-PREV-RATE PIC X(13).
       01  WS-THIS-RATE PIC X(13).
       01  WS-SAL-ROW PIC X.
       01  WS-IDX PIC 9(4).
       01  WS-POS PIC 9(4).

      *    ONE EVENT AS IT IS BUILT, THEN SLOTTED INTO THE TABLE IN
      *    DATE ORDER; EVENTS ON THE SAME DATE KEEP THE ORDER THE
      *    FILES ARE READ IN.
       01  WS-EV-DATE PIC 9(8).
       01  WS-EV-EVENT PIC X(22).
       01  WS-EV-OLD PIC X(13).
       01  WS-EV-NEW PIC X(13).
       01  WS-EV-OPER PIC X(10).
      *    A QUEUED BANK CHANGE SHOWS THE BANK CODE AND THE LAST
      *    EIGHT CHARACTERS OF THE ACCOUNT AS MASKUTIL RETURNS IT.
       01  WS-MK-LEN PIC 9(2).
       01  WS-MK-START PIC 9(2).

       01  WS-TL-COUNT PIC 9(4) VALUE 0.
       01  WS-TL-OVERFLOW PIC X VALUE 'N'.
       01  WS-TL-TABLE.
           05 WS-TL-ENTRY OCCURS 1000 TIMES.
               10 WS-TL-DATE PIC 9(8).
               10 WS-TL-EVENT PIC X(22).
               10 WS-TL-OLD PIC X(13).
               10 WS-TL-NEW PIC X(13).
               10 WS-TL-OPER PIC X(10).

       01  OUT-AMT PIC Z(6)9.99-.
       01  OUT-HRS PIC ZZZZ9.99.
       01  OUT-COUNT PIC ZZZ9.

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-DAYS PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  WS-SPL-FUNCTION PIC X(1).
       01  WS-SPL-REPORT PIC X(20).
       01  WS-SPL-LINE PIC X(80).

       01  WS-CSV-FUNCTION PIC X(1).
       01  WS-CSV-NAME PIC X(30).
       01  WS-CSV-FIELD PIC X(40).

       01  MK-PARMS.
           COPY MKPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           DISPLAY "EMPLOYEE HISTORY TIMELINE".
           DISPLAY "EMPLOYEE ID (BLANK TO EXIT): " WITH NO ADVANCING.
           MOVE SPACES TO WS-INQ-EMP-ID.
           ACCEPT WS-INQ-EMP-ID.
           IF WS-INQ-EMP-ID = SPACES
               GOBACK
           END-IF.
           PERFORM GET-EMPLOYEE-NAME.
           PERFORM ACCEPT-DATE-RANGE.
           DISPLAY "PRINT TO THE REPORT SPOOL? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-PRINT-CHOICE.
           MOVE 'N' TO WS-PRINT-WANTED.
           IF FUNCTION UPPER-CASE(WS-PRINT-CHOICE) = 'Y'
               MOVE 'Y' TO WS-PRINT-WANTED
           END-IF.
           DISPLAY "EXPORT TO CSV AS WELL? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CSV-CHOICE.
           MOVE 'N' TO WS-CSV-WANTED.
           IF FUNCTION UPPER-CASE(WS-CSV-CHOICE) = 'Y'
               MOVE 'Y' TO WS-CSV-WANTED
           END-IF.
           MOVE 0 TO WS-TL-COUNT.
           MOVE 'N' TO WS-TL-OVERFLOW.
           PERFORM SCAN-JOURNAL.
           PERFORM SCAN-AUDIT.
           PERFORM SCAN-DEPT-HISTORY.
           PERFORM SCAN-RATE-HISTORY.
           PERFORM SCAN-LEAVE-TAKEN.
           PERFORM SCAN-OVERTIME.
           PERFORM SCAN-APPROVAL-QUEUE.
           PERFORM SCAN-PAY-HISTORY.
           PERFORM SHOW-TIMELINE.
           ACCEPT OMITTED.
           PERFORM MAIN-PARA.

       GET-EMPLOYEE-NAME.
           MOVE SPACES TO WS-EMP-NAME.
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS = "00"
               MOVE WS-INQ-EMP-ID TO EM-EMP-ID
               READ EM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-NAME TO WS-EMP-NAME
               END-READ
               CLOSE EM-MASTER-FILE
           END-IF.

      *    A BLANK FROM-DATE MEANS FROM THE BEGINNING, A BLANK
      *    TO-DATE MEANS UP TO TODAY AND BEYOND.
       ACCEPT-DATE-RANGE.
           MOVE 'N' TO WS-DATE-OK.
           PERFORM UNTIL WS-DATE-OK = 'Y'
               MOVE 0 TO WS-FROM-DATE WS-TO-DATE
               DISPLAY "FROM DATE (YYYYMMDD, BLANK FOR ALL): "
                   WITH NO ADVANCING
               ACCEPT WS-FROM-DATE
               DISPLAY "TO DATE   (YYYYMMDD, BLANK FOR ALL): "
                   WITH NO ADVANCING
               ACCEPT WS-TO-DATE
               MOVE 'Y' TO WS-DATE-OK
               IF WS-FROM-DATE > 0
                   MOVE WS-FROM-DATE TO WS-DU-DATE
                   PERFORM CHECK-ONE-DATE
               END-IF
               IF WS-TO-DATE > 0
                   MOVE WS-TO-DATE TO WS-DU-DATE
                   PERFORM CHECK-ONE-DATE
               ELSE
                   MOVE 99999999 TO WS-TO-DATE
               END-IF
               IF WS-DATE-OK = 'Y' AND WS-FROM-DATE > WS-TO-DATE
                   DISPLAY "FROM DATE IS AFTER TO DATE, RE-ENTER."
                   MOVE 'N' TO WS-DATE-OK
               END-IF
           END-PERFORM.

       CHECK-ONE-DATE.
           MOVE 'V' TO WS-DU-FUNCTION.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           IF WS-DU-FLAG = 'N'
               DISPLAY "NOT A VALID DATE, RE-ENTER."
               MOVE 'N' TO WS-DATE-OK
           END-IF.

       SCAN-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL JOURNAL-STATUS NOT = "00"
               READ JOURNAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JRN-AFTER (1:8) = WS-INQ-EMP-ID
                           AND JRN-DATE >= WS-FROM-DATE
                           AND JRN-DATE <= WS-TO-DATE
                           PERFORM ADD-JOURNAL-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

      *    A RATE CHANGE IS SHOWN AS SUCH; ANY OTHER REWRITE SHOWS
      *    THE HOURS BEFORE AND AFTER, WHICH IS WHAT PAYROLL ENTRY
      *    CHANGES.
       ADD-JOURNAL-EVENT.
           MOVE JRN-AFTER TO WS-JRN-IMAGE.
           MOVE 0 TO WS-JI-NEW-RATE WS-JI-NEW-HOURS.
           IF WS-JI-RATE IS NUMERIC
               MOVE WS-JI-RATE TO WS-JI-NEW-RATE
           END-IF.
           IF WS-JI-HOURS IS NUMERIC
               MOVE WS-JI-HOURS TO WS-JI-NEW-HOURS
           END-IF.
           MOVE SPACES TO WS-JRN-IMAGE.
           IF JRN-BEFORE NOT = SPACES
               MOVE JRN-BEFORE TO WS-JRN-IMAGE
           END-IF.
           MOVE 0 TO WS-JI-OLD-RATE WS-JI-OLD-HOURS.
           IF WS-JI-RATE IS NUMERIC
               MOVE WS-JI-RATE TO WS-JI-OLD-RATE
           END-IF.
           IF WS-JI-HOURS IS NUMERIC
               MOVE WS-JI-HOURS TO WS-JI-OLD-HOURS
           END-IF.
           MOVE JRN-DATE TO WS-EV-DATE.
           MOVE SPACES TO WS-EV-OLD WS-EV-NEW WS-EV-OPER WS-EV-EVENT.
           IF JRN-BEFORE NOT = SPACES
               AND WS-JI-OLD-RATE NOT = WS-JI-NEW-RATE
               STRING "PAY RATE " JRN-ACTION DELIMITED BY SIZE
                   INTO WS-EV-EVENT
               MOVE WS-JI-OLD-RATE TO OUT-AMT
               MOVE OUT-AMT TO WS-EV-OLD
               MOVE WS-JI-NEW-RATE TO OUT-AMT
               MOVE OUT-AMT TO WS-EV-NEW
           ELSE
               STRING "PAY HOURS " JRN-ACTION DELIMITED BY SIZE
                   INTO WS-EV-EVENT
               IF JRN-BEFORE NOT = SPACES
                   MOVE WS-JI-OLD-HOURS TO OUT-AMT
                   MOVE OUT-AMT TO WS-EV-OLD
               END-IF
               MOVE WS-JI-NEW-HOURS TO OUT-AMT
               MOVE OUT-AMT TO WS-EV-NEW
           END-IF.
           PERFORM ADD-EVENT.

       SCAN-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL AUDIT-STATUS NOT = "00"
               READ AUDIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AUDIT-EMP-ID = WS-INQ-EMP-ID
                           AND AUDIT-TIMESTAMP IS NUMERIC
                           AND AUDIT-TIMESTAMP >= WS-FROM-DATE
                           AND AUDIT-TIMESTAMP <= WS-TO-DATE
                           MOVE AUDIT-TIMESTAMP TO WS-EV-DATE
                           MOVE SPACES TO WS-EV-EVENT
                           STRING "AUDIT " AUDIT-ACTION
                               DELIMITED BY SIZE INTO WS-EV-EVENT
                           MOVE AUDIT-OLD-VALUE TO WS-EV-OLD
                           MOVE AUDIT-NEW-VALUE TO WS-EV-NEW
                           MOVE AUDIT-REASON TO WS-EV-OPER
                           PERFORM ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       SCAN-DEPT-HISTORY.
           OPEN INPUT DEPTHIST-FILE.
           IF DEPTHIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PREV-DEPT.
           PERFORM UNTIL DEPTHIST-STATUS NOT = "00"
               READ DEPTHIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DH-EMP-ID = WS-INQ-EMP-ID
                           PERFORM ADD-DEPT-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPTHIST-FILE.

       ADD-DEPT-EVENT.
           IF DH-EFF-DATE >= WS-FROM-DATE
               AND DH-EFF-DATE <= WS-TO-DATE
               MOVE DH-EFF-DATE TO WS-EV-DATE
               IF WS-PREV-DEPT = SPACES
                   MOVE "DEPARTMENT ASSIGNED" TO WS-EV-EVENT
               ELSE
                   MOVE "DEPARTMENT TRANSFER" TO WS-EV-EVENT
               END-IF
               MOVE WS-PREV-DEPT TO WS-EV-OLD
               MOVE DH-DEPT TO WS-EV-NEW
               MOVE SPACES TO WS-EV-OPER
               PERFORM ADD-EVENT
           END-IF.
           MOVE DH-DEPT TO WS-PREV-DEPT.

       SCAN-RATE-HISTORY.
           OPEN INPUT RATE-FILE.
           IF RATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PREV-RATE.
           PERFORM UNTIL RATE-STATUS NOT = "00"
               READ RATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RM-EMP-ID = WS-INQ-EMP-ID
                           PERFORM ADD-RATE-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.

      *    A SALARIED ROW SHOWS THE SALARY, AN HOURLY ROW THE RATE.
       ADD-RATE-EVENT.
           MOVE 'N' TO WS-SAL-ROW.
           IF RM-SAL-BASIS NOT = SPACES AND RM-SALARY IS NUMERIC
               AND RM-SALARY > 0
               MOVE 'Y' TO WS-SAL-ROW
               MOVE RM-SALARY TO OUT-AMT
           ELSE
               MOVE RM-RATE TO OUT-AMT
           END-IF.
           MOVE OUT-AMT TO WS-THIS-RATE.
           IF RM-EFF-DATE >= WS-FROM-DATE
               AND RM-EFF-DATE <= WS-TO-DATE
               MOVE RM-EFF-DATE TO WS-EV-DATE
               IF WS-SAL-ROW = 'Y'
                   MOVE "SALARY EFFECTIVE" TO WS-EV-EVENT
               ELSE
                   MOVE "RATE EFFECTIVE" TO WS-EV-EVENT
               END-IF
               MOVE WS-PREV-RATE TO WS-EV-OLD
               MOVE WS-THIS-RATE TO WS-EV-NEW
               MOVE SPACES TO WS-EV-OPER
               PERFORM ADD-EVENT
           END-IF.
           MOVE WS-THIS-RATE TO WS-PREV-RATE.

       SCAN-LEAVE-TAKEN.
           OPEN INPUT LEAVETKN-FILE.
           IF LEAVETKN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LEAVETKN-STATUS NOT = "00"
               READ LEAVETKN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LTK-EMP-ID = WS-INQ-EMP-ID
                           AND LTK-DATE >= WS-FROM-DATE
                           AND LTK-DATE <= WS-TO-DATE
                           MOVE LTK-DATE TO WS-EV-DATE
                           MOVE SPACES TO WS-EV-EVENT
                           STRING "LEAVE TAKEN " LTK-TYPE
                               DELIMITED BY SIZE INTO WS-EV-EVENT
                           MOVE SPACES TO WS-EV-OLD WS-EV-OPER
                           MOVE LTK-HOURS TO OUT-HRS
                           MOVE OUT-HRS TO WS-EV-NEW
                           PERFORM ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEAVETKN-FILE.

       SCAN-OVERTIME.
           OPEN INPUT OTPEND-FILE.
           IF OTPEND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL OTPEND-STATUS NOT = "00"
               READ OTPEND-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OTP-EMP-ID = WS-INQ-EMP-ID
                           AND OTP-DATE >= WS-FROM-DATE
                           AND OTP-DATE <= WS-TO-DATE
                           MOVE OTP-DATE TO WS-EV-DATE
                           MOVE SPACES TO WS-EV-EVENT
                           STRING "OVERTIME HOURS (" OTP-STATUS ")"
                               DELIMITED BY SIZE INTO WS-EV-EVENT
                           MOVE SPACES TO WS-EV-OLD
                           MOVE OTP-OT-HOURS TO OUT-HRS
                           MOVE OUT-HRS TO WS-EV-NEW
                           MOVE OTP-SUPERVISOR TO WS-EV-OPER
                           PERFORM ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OTPEND-FILE.

      *    QUEUED CHANGES ARE DATED WHEN THEY WERE KEYED AND SHOW
      *    THEIR QUEUE STATUS; THE OPERATOR IS THE MAKER, OR THE
      *    CHECKER ONCE THE CHANGE HAS BEEN DECIDED.
       SCAN-APPROVAL-QUEUE.
           OPEN INPUT PENDCHG-FILE.
           IF PENDCHG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL PENDCHG-STATUS NOT = "00"
               READ PENDCHG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PC-KEY = WS-INQ-EMP-ID
                           AND PC-DATE >= WS-FROM-DATE
                           AND PC-DATE <= WS-TO-DATE
                           PERFORM ADD-QUEUE-EVENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDCHG-FILE.

       ADD-QUEUE-EVENT.
           MOVE PC-DATE TO WS-EV-DATE.
           MOVE SPACES TO WS-EV-EVENT WS-EV-OLD WS-EV-NEW.
           EVALUATE PC-TYPE
            WHEN 'B'
               STRING "QUEUED BANK CHG (" PC-STATUS ")"
                   DELIMITED BY SIZE INTO WS-EV-EVENT
               MOVE 'L' TO MK-FUNCTION
               MOVE PC-ACCT-NO TO MK-VALUE
               CALL "MASKUTIL" USING MK-PARMS
               MOVE FUNCTION LENGTH(FUNCTION TRIM(MK-MASKED))
                   TO WS-MK-LEN
               MOVE 1 TO WS-MK-START
               IF WS-MK-LEN > 8
                   COMPUTE WS-MK-START = WS-MK-LEN - 7
               END-IF
               STRING PC-BANK-CODE " " MK-MASKED (WS-MK-START:8)
                   DELIMITED BY SIZE INTO WS-EV-NEW
            WHEN 'R'
               STRING "QUEUED RATE CHG (" PC-STATUS ")"
                   DELIMITED BY SIZE INTO WS-EV-EVENT
               MOVE PC-AMOUNT TO OUT-AMT
               MOVE OUT-AMT TO WS-EV-NEW
            WHEN 'Y'
               STRING "QUEUED SALARY CHG (" PC-STATUS ")"
                   DELIMITED BY SIZE INTO WS-EV-EVENT
               MOVE PC-SPLIT-AMT TO OUT-AMT
               MOVE OUT-AMT TO WS-EV-NEW
            WHEN OTHER
               STRING "QUEUED CHANGE " PC-TYPE " (" PC-STATUS ")"
                   DELIMITED BY SIZE INTO WS-EV-EVENT
           END-EVALUATE.
           IF PC-CHECKER NOT = SPACES
               MOVE PC-CHECKER TO WS-EV-OPER
           ELSE
               MOVE PC-MAKER TO WS-EV-OPER
           END-IF.
           PERFORM ADD-EVENT.

      *    ONE LINE PER PAY POSTING: GROSS IN THE OLD COLUMN, NET IN
      *    THE NEW, VOIDED POSTINGS MARKED AS SUCH.
       SCAN-PAY-HISTORY.
           OPEN INPUT WS-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-INQ-EMP-ID TO HIST-EMP-ID.
           MOVE SPACES TO HIST-PAY-PERIOD.
           MOVE 0 TO HIST-SEQ.
           START WS-HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY
                   MOVE "10" TO WS-HISTORY-STATUS
           END-START.
           PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
               READ WS-HISTORY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HIST-EMP-ID NOT = WS-INQ-EMP-ID
                           MOVE "10" TO WS-HISTORY-STATUS
                       ELSE
                           IF HIST-PAY-DATE >= WS-FROM-DATE
                               AND HIST-PAY-DATE <= WS-TO-DATE
                               PERFORM ADD-PAY-EVENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WS-HISTORY-FILE.

       ADD-PAY-EVENT.
           MOVE HIST-PAY-DATE TO WS-EV-DATE.
           MOVE SPACES TO WS-EV-EVENT WS-EV-OPER.
           IF HIST-VOID = 'V'
               STRING "VOIDED PAY " HIST-PAY-PERIOD
                   DELIMITED BY SIZE INTO WS-EV-EVENT
           ELSE
               STRING "PAID " HIST-PAY-PERIOD " GROSS/NET"
                   DELIMITED BY SIZE INTO WS-EV-EVENT
           END-IF.
           MOVE HIST-TOTAL-PAY TO OUT-AMT.
           MOVE OUT-AMT TO WS-EV-OLD.
           MOVE HIST-NET-PAY TO OUT-AMT.
           MOVE OUT-AMT TO WS-EV-NEW.
           PERFORM ADD-EVENT.

       ADD-EVENT.
           IF WS-TL-COUNT >= 1000
               MOVE 'Y' TO WS-TL-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TL-COUNT TO WS-POS.
           ADD 1 TO WS-POS.
           PERFORM VARYING WS-IDX FROM WS-TL-COUNT BY -1
               UNTIL WS-IDX < 1
               OR WS-TL-DATE (WS-IDX) <= WS-EV-DATE
               MOVE WS-TL-ENTRY (WS-IDX) TO WS-TL-ENTRY (WS-IDX + 1)
               MOVE WS-IDX TO WS-POS
           END-PERFORM.
           ADD 1 TO WS-TL-COUNT.
           MOVE WS-EV-DATE TO WS-TL-DATE (WS-POS).
           MOVE WS-EV-EVENT TO WS-TL-EVENT (WS-POS).
           MOVE WS-EV-OLD TO WS-TL-OLD (WS-POS).
           MOVE WS-EV-NEW TO WS-TL-NEW (WS-POS).
           MOVE WS-EV-OPER TO WS-TL-OPER (WS-POS).

       SHOW-TIMELINE.
           IF WS-PRINT-WANTED = 'Y'
               MOVE "EMPLOYEE TIMELINE" TO WS-SPL-REPORT
               MOVE 'O' TO WS-SPL-FUNCTION
               CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
                   WS-SPL-LINE
               MOVE SPACES TO WS-SPL-LINE
               STRING "EMPLOYEE HISTORY TIMELINE FOR " WS-INQ-EMP-ID
                   " " WS-EMP-NAME DELIMITED BY SIZE INTO WS-SPL-LINE
               PERFORM SPOOL-ONE-LINE
               MOVE SPACES TO WS-SPL-LINE
               STRING "FROM " WS-FROM-DATE " TO " WS-TO-DATE
                   DELIMITED BY SIZE INTO WS-SPL-LINE
               PERFORM SPOOL-ONE-LINE
           END-IF.
           IF WS-CSV-WANTED = 'Y'
               MOVE "PRACTICALS/TIMELINE.CSV" TO WS-CSV-NAME
               MOVE 'O' TO WS-CSV-FUNCTION
               CALL "CSVEXP" USING WS-CSV-FUNCTION WS-CSV-NAME
                   WS-CSV-FIELD
               MOVE "EMP-ID" TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               MOVE "DATE" TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               MOVE "EVENT" TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               MOVE "OLD VALUE" TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               MOVE "NEW VALUE" TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               MOVE "OPERATOR" TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               PERFORM CSV-END-ROW
           END-IF.
           DISPLAY SPACE.
           DISPLAY "TIMELINE FOR " WS-INQ-EMP-ID " " WS-EMP-NAME.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "DATE     EVENT                  OLD VALUE     "
               "NEW VALUE     OPERATOR" DELIMITED BY SIZE
               INTO WS-SPL-LINE.
           DISPLAY WS-SPL-LINE.
           IF WS-PRINT-WANTED = 'Y'
               PERFORM SPOOL-ONE-LINE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TL-COUNT
               PERFORM SHOW-ONE-EVENT
           END-PERFORM.
           MOVE WS-TL-COUNT TO OUT-COUNT.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "EVENTS LISTED: " FUNCTION TRIM(OUT-COUNT)
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           DISPLAY WS-SPL-LINE.
           IF WS-PRINT-WANTED = 'Y'
               PERFORM SPOOL-ONE-LINE
           END-IF.
           IF WS-TL-OVERFLOW = 'Y'
               MOVE "WARNING: MORE THAN 1000 EVENTS - NARROW THE RANGE."
                   TO WS-SPL-LINE
               DISPLAY WS-SPL-LINE
               IF WS-PRINT-WANTED = 'Y'
                   PERFORM SPOOL-ONE-LINE
               END-IF
           END-IF.
           IF WS-PRINT-WANTED = 'Y'
               MOVE 'C' TO WS-SPL-FUNCTION
               CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
                   WS-SPL-LINE
               DISPLAY "TIMELINE SPOOLED FOR PRINTING."
           END-IF.
           IF WS-CSV-WANTED = 'Y'
               MOVE 'C' TO WS-CSV-FUNCTION
               CALL "CSVEXP" USING WS-CSV-FUNCTION WS-CSV-NAME
                   WS-CSV-FIELD
               DISPLAY "TIMELINE EXPORTED TO PRACTICALS/TIMELINE.CSV."
           END-IF.

       SHOW-ONE-EVENT.
           MOVE SPACES TO WS-SPL-LINE.
           STRING WS-TL-DATE (WS-IDX) " " WS-TL-EVENT (WS-IDX) " "
               WS-TL-OLD (WS-IDX) " " WS-TL-NEW (WS-IDX) " "
               WS-TL-OPER (WS-IDX) DELIMITED BY SIZE INTO WS-SPL-LINE.
           DISPLAY WS-SPL-LINE.
           IF WS-PRINT-WANTED = 'Y'
               PERFORM SPOOL-ONE-LINE
           END-IF.
           IF WS-CSV-WANTED = 'Y'
               MOVE WS-INQ-EMP-ID TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               MOVE WS-TL-DATE (WS-IDX) TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               MOVE WS-TL-EVENT (WS-IDX) TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               MOVE FUNCTION TRIM(WS-TL-OLD (WS-IDX)) TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               MOVE FUNCTION TRIM(WS-TL-NEW (WS-IDX)) TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               MOVE WS-TL-OPER (WS-IDX) TO WS-CSV-FIELD
               PERFORM CSV-ADD-FIELD
               PERFORM CSV-END-ROW
           END-IF.

       SPOOL-ONE-LINE.
           MOVE 'L' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.

       CSV-ADD-FIELD.
           MOVE 'F' TO WS-CSV-FUNCTION.
           CALL "CSVEXP" USING WS-CSV-FUNCTION WS-CSV-NAME
               WS-CSV-FIELD.

       CSV-END-ROW.
           MOVE 'R' TO WS-CSV-FUNCTION.
           CALL "CSVEXP" USING WS-CSV-FUNCTION WS-CSV-NAME
               WS-CSV-FIELD.
       END PROGRAM EMPTLINE.
