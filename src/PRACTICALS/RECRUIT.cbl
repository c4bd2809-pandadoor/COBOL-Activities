       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECRUIT.
      *    JOB REQUISITIONS AND APPLICANT TRACKING. A REQUISITION
      *    (REQN.DAT) IS OPENED AGAINST A DEPARTMENT/POSITION ROW ON
      *    POSCTRL.DAT AND NEEDS A VACANCY THERE - AUTHORIZED SEATS
      *    LESS SEATS FILLED ON THE EMPLOYEE MASTER LESS REQUISITIONS
      *    ALREADY OPEN - OR AN EXPLICIT OVERRIDE, THE SAME RULE THE
      *    MASTER ADD APPLIES. APPLICANTS (APPLCNT.DAT) ARE RECORDED
      *    PER REQUISITION AND MOVE THROUGH THE STAGES A(PPLIED),
      *    I(NTERVIEWED), O(FFERED), H(IRED) AND D(ECLINED). HIRING
      *    AN OFFERED APPLICANT WRITES THE EMPMAST RECORD FROM THE
      *    APPLICANT AND REQUISITION DATA, CLOSES THE REQUISITION AS
      *    FILLED AND DECLINES THE OTHER APPLICANTS STILL IN PLAY.
      *    THE OPEN-REQUISITION AND TIME-TO-FILL REPORTS ARE BOTH
      *    LAID OUT BY POSITION CONTROL ROW WITH ITS VACANCY COUNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REQN-FILE
           ASSIGN TO "PRACTICALS/REQN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REQN-STATUS.
       SELECT APPLCNT-FILE
           ASSIGN TO "PRACTICALS/APPLCNT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPLCNT-STATUS.
       SELECT POSCTRL-FILE
           ASSIGN TO "PRACTICALS/POSCTRL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSCTRL-STATUS.
       SELECT COMP-FILE
           ASSIGN TO "PRACTICALS/COMPMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COMP-STATUS.
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
       FD  REQN-FILE.
       01  REQN-REC.
           05 RQ-REQ-NO PIC 9(5).
           05 RQ-FILLER-1 PIC X(1).
           05 RQ-DEPT PIC X(4).
           05 RQ-FILLER-2 PIC X(1).
           05 RQ-POSITION PIC X(15).
           05 RQ-FILLER-3 PIC X(1).
           05 RQ-OPEN-DATE PIC 9(8).
           05 RQ-FILLER-4 PIC X(1).
           05 RQ-STATUS PIC X(1).
           05 RQ-FILLER-5 PIC X(1).
           05 RQ-CLOSE-DATE PIC 9(8).
           05 RQ-FILLER-6 PIC X(1).
           05 RQ-HIRED-EMP PIC X(8).

       FD  APPLCNT-FILE.
       01  APPLCNT-REC.
           05 AP-REQ-NO PIC 9(5).
           05 AP-FILLER-1 PIC X(1).
           05 AP-APP-NO PIC 9(3).
           05 AP-FILLER-2 PIC X(1).
           05 AP-NAME PIC X(15).
           05 AP-FILLER-3 PIC X(1).
           05 AP-STAGE PIC X(1).
           05 AP-FILLER-4 PIC X(1).
           05 AP-STAGE-DATE PIC 9(8).
           05 AP-FILLER-5 PIC X(1).
           05 AP-BIRTH-DATE PIC 9(8).
           05 AP-FILLER-6 PIC X(1).
           05 AP-TAX-ID PIC X(12).
           05 AP-FILLER-7 PIC X(1).
           05 AP-PHONE PIC X(12).
           05 AP-FILLER-8 PIC X(1).
           05 AP-ADDRESS PIC X(30).

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

       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.

       WORKING-STORAGE SECTION.
       01  REQN-STATUS PIC XX.
       01  APPLCNT-STATUS PIC XX.
       01  POSCTRL-STATUS PIC XX.
       01  COMP-STATUS PIC XX.
       01  EM-FILE-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-EOF PIC X.
       01  WS-TODAY PIC 9(8).
       01  WS-DATE-IN PIC 9(8).
       01  WS-FROM-DATE PIC 9(8).
       01  WS-TO-DATE PIC 9(8).
       01  WS-DEPT-IN PIC X(4).
       01  WS-POS-IN PIC X(15).
       01  WS-REQ-IN PIC 9(5).
       01  WS-APP-IN PIC 9(3).
       01  WS-STAGE-IN PIC X(1).
       01  WS-OVERRIDE PIC X(1).
       01  WS-OK PIC X.
       01  WS-VACANT PIC S9(4).
       01  WS-UNCOVERED PIC S9(4).
       01  WS-DAYS PIC 9(5).
       01  WS-MAX-APP PIC 9(3).

      *    POSITION CONTROL ROWS WITH THE SEATS FILLED ON THE
      *    MASTER AND THE REQUISITIONS OPEN AGAINST EACH.
       01  WS-PO-COUNT PIC 9(3) VALUE 0.
       01  WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 100 TIMES.
               10 WS-PO-DEPT PIC X(4).
               10 WS-PO-POS PIC X(15).
               10 WS-PO-AUTH PIC 9(3).
               10 WS-PO-FILLED PIC 9(3).
               10 WS-PO-OPEN PIC 9(3).
               10 WS-PO-FILLS PIC 9(3).
               10 WS-PO-FILL-DAYS PIC 9(7).
       01  WS-PO-IDX PIC 9(3).
       01  WS-PO-HIT PIC 9(3).

       01  WS-RQ-COUNT PIC 9(3) VALUE 0.
       01  WS-RQ-OVERFLOW PIC X VALUE 'N'.
       01  WS-RQ-TABLE.
           05 WS-RQ-ENTRY OCCURS 500 TIMES.
               10 WS-RQ-NO PIC 9(5).
               10 WS-RQ-DEPT PIC X(4).
               10 WS-RQ-POS PIC X(15).
               10 WS-RQ-OPEN PIC 9(8).
               10 WS-RQ-STATUS PIC X(1).
               10 WS-RQ-CLOSE PIC 9(8).
               10 WS-RQ-EMP PIC X(8).
       01  WS-RQ-IDX PIC 9(3).
       01  WS-RQ-HIT PIC 9(3).
       01  WS-RQ-MAX-NO PIC 9(5).

       01  WS-AP-COUNT PIC 9(4) VALUE 0.
       01  WS-AP-OVERFLOW PIC X VALUE 'N'.
       01  WS-AP-TABLE.
           05 WS-AP-ENTRY OCCURS 1000 TIMES.
               10 WS-AP-REQ PIC 9(5).
               10 WS-AP-NO PIC 9(3).
               10 WS-AP-NAME PIC X(15).
               10 WS-AP-STAGE PIC X(1).
               10 WS-AP-DATE PIC 9(8).
               10 WS-AP-BIRTH PIC 9(8).
               10 WS-AP-TAX-ID PIC X(12).
               10 WS-AP-PHONE PIC X(12).
               10 WS-AP-ADDRESS PIC X(30).
       01  WS-AP-IDX PIC 9(4).
       01  WS-AP-HIT PIC 9(4).
       01  WS-AP-ACTIVE PIC 9(3).

      *    EMPLOYEE FACTS KEYED AT HIRE THAT THE APPLICANT ROW DOES
      *    NOT CARRY.
       01  WS-NEW-EMP-ID PIC X(8).
       01  WS-IN-HIRE-DATE PIC 9(8).
       01  WS-IN-PAY-METHOD PIC X(1).
       01  WS-IN-PAY-TYPE PIC X(1).
       01  WS-IN-FILING PIC X(1).
       01  WS-IN-RISK PIC X(4).
       01  WS-IN-SUPER PIC X(8).
       01  WS-IN-COMPANY PIC X(4).
       01  WS-IN-LOCATION PIC X(4).
       01  WS-CO-OK PIC X.

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-DAYS PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  OUT-COUNT PIC ZZZ9.
       01  OUT-COUNT-2 PIC ZZZ9.
       01  OUT-VACANT PIC ZZZ9-.
       01  OUT-UNCOVERED PIC ZZZ9-.
       01  OUT-DAYS PIC ZZZZ9.
       01  OUT-AVERAGE PIC ZZZZ9.9.
       01  WS-AVERAGE PIC 9(5)V9.
       01  WS-ALL-FILLS PIC 9(4).
       01  WS-ALL-DAYS PIC 9(8).
       01  WS-OPEN-TOTAL PIC 9(4).
       01  WS-NO-CONTROL PIC 9(3).

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40).
       01  WS-RPT-COLHDR PIC X(80).
       01  WS-RPT-LPP PIC 9(3) VALUE 50.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           DISPLAY "REQUISITIONS AND APPLICANTS".
           DISPLAY "1 - OPEN A REQUISITION".
           DISPLAY "2 - CANCEL A REQUISITION".
           DISPLAY "3 - ADD AN APPLICANT".
           DISPLAY "4 - MOVE AN APPLICANT TO A NEW STAGE".
           DISPLAY "5 - HIRE AN APPLICANT".
           DISPLAY "6 - LIST A REQUISITION'S APPLICANTS".
           DISPLAY "7 - OPEN REQUISITIONS AND VACANCIES".
           DISPLAY "8 - TIME-TO-FILL REPORT".
           DISPLAY "0 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           IF WS-CHOICE = 0
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-REQUISITIONS.
           PERFORM LOAD-APPLICANTS.
           PERFORM LOAD-CONTROLS.

           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM OPEN-REQUISITION
            WHEN 2
               PERFORM CANCEL-REQUISITION
            WHEN 3
               PERFORM ADD-APPLICANT
            WHEN 4
               PERFORM MOVE-APPLICANT-STAGE
            WHEN 5
               PERFORM HIRE-APPLICANT
            WHEN 6
               PERFORM LIST-APPLICANTS
            WHEN 7
               PERFORM OPEN-REQUISITION-REPORT
            WHEN 8
               PERFORM TIME-TO-FILL-REPORT
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           ACCEPT OMITTED.
           PERFORM MAIN-PARA.

       LOAD-REQUISITIONS.
           MOVE 0 TO WS-RQ-COUNT.
           MOVE 0 TO WS-RQ-MAX-NO.
           MOVE 'N' TO WS-RQ-OVERFLOW.
           OPEN INPUT REQN-FILE.
           IF REQN-STATUS = "00"
               PERFORM UNTIL REQN-STATUS NOT = "00"
                   READ REQN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-RQ-COUNT >= 500
                               MOVE 'Y' TO WS-RQ-OVERFLOW
                           ELSE
                               PERFORM STORE-REQUISITION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REQN-FILE
           END-IF.
           IF WS-RQ-OVERFLOW = 'Y'
               DISPLAY "WARNING: REQUISITION FILE EXCEEDS THE"
                   " 500-ROW TABLE. UPDATES ARE SUSPENDED."
           END-IF.

       STORE-REQUISITION-ROW.
           ADD 1 TO WS-RQ-COUNT.
           IF RQ-REQ-NO IS NUMERIC
               MOVE RQ-REQ-NO TO WS-RQ-NO (WS-RQ-COUNT)
           ELSE
               MOVE 0 TO WS-RQ-NO (WS-RQ-COUNT)
           END-IF.
           IF WS-RQ-NO (WS-RQ-COUNT) > WS-RQ-MAX-NO
               MOVE WS-RQ-NO (WS-RQ-COUNT) TO WS-RQ-MAX-NO
           END-IF.
           MOVE RQ-DEPT TO WS-RQ-DEPT (WS-RQ-COUNT).
           MOVE RQ-POSITION TO WS-RQ-POS (WS-RQ-COUNT).
           IF RQ-OPEN-DATE IS NUMERIC
               MOVE RQ-OPEN-DATE TO WS-RQ-OPEN (WS-RQ-COUNT)
           ELSE
               MOVE 0 TO WS-RQ-OPEN (WS-RQ-COUNT)
           END-IF.
           MOVE RQ-STATUS TO WS-RQ-STATUS (WS-RQ-COUNT).
           IF RQ-CLOSE-DATE IS NUMERIC
               MOVE RQ-CLOSE-DATE TO WS-RQ-CLOSE (WS-RQ-COUNT)
           ELSE
               MOVE 0 TO WS-RQ-CLOSE (WS-RQ-COUNT)
           END-IF.
           MOVE RQ-HIRED-EMP TO WS-RQ-EMP (WS-RQ-COUNT).

       SAVE-REQUISITIONS.
           IF WS-RQ-OVERFLOW = 'Y'
               DISPLAY "CHANGE NOT SAVED - REQUISITION FILE OVERFLOW."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT REQN-FILE.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
               MOVE SPACES TO REQN-REC
               MOVE WS-RQ-NO (WS-RQ-IDX) TO RQ-REQ-NO
               MOVE WS-RQ-DEPT (WS-RQ-IDX) TO RQ-DEPT
               MOVE WS-RQ-POS (WS-RQ-IDX) TO RQ-POSITION
               MOVE WS-RQ-OPEN (WS-RQ-IDX) TO RQ-OPEN-DATE
               MOVE WS-RQ-STATUS (WS-RQ-IDX) TO RQ-STATUS
               MOVE WS-RQ-CLOSE (WS-RQ-IDX) TO RQ-CLOSE-DATE
               MOVE WS-RQ-EMP (WS-RQ-IDX) TO RQ-HIRED-EMP
               WRITE REQN-REC
           END-PERFORM.
           CLOSE REQN-FILE.

       FIND-REQUISITION.
           MOVE 0 TO WS-RQ-HIT.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
               OR WS-RQ-HIT > 0
               IF WS-RQ-NO (WS-RQ-IDX) = WS-REQ-IN
                   MOVE WS-RQ-IDX TO WS-RQ-HIT
               END-IF
           END-PERFORM.

       ACCEPT-OPEN-REQUISITION.
           DISPLAY "REQUISITION NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-REQ-IN.
           PERFORM FIND-REQUISITION.
           MOVE 'Y' TO WS-OK.
           IF WS-RQ-HIT = 0
               DISPLAY "NO SUCH REQUISITION."
               MOVE 'N' TO WS-OK
           ELSE
               IF WS-RQ-STATUS (WS-RQ-HIT) NOT = 'O'
                   DISPLAY "REQUISITION " WS-REQ-IN " IS NO LONGER"
                       " OPEN."
                   MOVE 'N' TO WS-OK
               END-IF
           END-IF.

       LOAD-APPLICANTS.
           MOVE 0 TO WS-AP-COUNT.
           MOVE 'N' TO WS-AP-OVERFLOW.
           OPEN INPUT APPLCNT-FILE.
           IF APPLCNT-STATUS = "00"
               PERFORM UNTIL APPLCNT-STATUS NOT = "00"
                   READ APPLCNT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-AP-COUNT >= 1000
                               MOVE 'Y' TO WS-AP-OVERFLOW
                           ELSE
                               PERFORM STORE-APPLICANT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLCNT-FILE
           END-IF.
           IF WS-AP-OVERFLOW = 'Y'
               DISPLAY "WARNING: APPLICANT FILE EXCEEDS THE"
                   " 1000-ROW TABLE. UPDATES ARE SUSPENDED."
           END-IF.

       STORE-APPLICANT-ROW.
           ADD 1 TO WS-AP-COUNT.
           IF AP-REQ-NO IS NUMERIC
               MOVE AP-REQ-NO TO WS-AP-REQ (WS-AP-COUNT)
           ELSE
               MOVE 0 TO WS-AP-REQ (WS-AP-COUNT)
           END-IF.
           IF AP-APP-NO IS NUMERIC
               MOVE AP-APP-NO TO WS-AP-NO (WS-AP-COUNT)
           ELSE
               MOVE 0 TO WS-AP-NO (WS-AP-COUNT)
           END-IF.
           MOVE AP-NAME TO WS-AP-NAME (WS-AP-COUNT).
           MOVE AP-STAGE TO WS-AP-STAGE (WS-AP-COUNT).
           IF AP-STAGE-DATE IS NUMERIC
               MOVE AP-STAGE-DATE TO WS-AP-DATE (WS-AP-COUNT)
           ELSE
               MOVE 0 TO WS-AP-DATE (WS-AP-COUNT)
           END-IF.
           IF AP-BIRTH-DATE IS NUMERIC
               MOVE AP-BIRTH-DATE TO WS-AP-BIRTH (WS-AP-COUNT)
           ELSE
               MOVE 0 TO WS-AP-BIRTH (WS-AP-COUNT)
           END-IF.
           MOVE AP-TAX-ID TO WS-AP-TAX-ID (WS-AP-COUNT).
           MOVE AP-PHONE TO WS-AP-PHONE (WS-AP-COUNT).
           MOVE AP-ADDRESS TO WS-AP-ADDRESS (WS-AP-COUNT).

       SAVE-APPLICANTS.
           IF WS-AP-OVERFLOW = 'Y'
               DISPLAY "CHANGE NOT SAVED - APPLICANT FILE OVERFLOW."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT APPLCNT-FILE.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AP-COUNT
               MOVE SPACES TO APPLCNT-REC
               MOVE WS-AP-REQ (WS-AP-IDX) TO AP-REQ-NO
               MOVE WS-AP-NO (WS-AP-IDX) TO AP-APP-NO
               MOVE WS-AP-NAME (WS-AP-IDX) TO AP-NAME
               MOVE WS-AP-STAGE (WS-AP-IDX) TO AP-STAGE
               MOVE WS-AP-DATE (WS-AP-IDX) TO AP-STAGE-DATE
               MOVE WS-AP-BIRTH (WS-AP-IDX) TO AP-BIRTH-DATE
               MOVE WS-AP-TAX-ID (WS-AP-IDX) TO AP-TAX-ID
               MOVE WS-AP-PHONE (WS-AP-IDX) TO AP-PHONE
               MOVE WS-AP-ADDRESS (WS-AP-IDX) TO AP-ADDRESS
               WRITE APPLCNT-REC
           END-PERFORM.
           CLOSE APPLCNT-FILE.

       FIND-APPLICANT.
           MOVE 0 TO WS-AP-HIT.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AP-COUNT
               OR WS-AP-HIT > 0
               IF WS-AP-REQ (WS-AP-IDX) = WS-REQ-IN
                   AND WS-AP-NO (WS-AP-IDX) = WS-APP-IN
                   MOVE WS-AP-IDX TO WS-AP-HIT
               END-IF
           END-PERFORM.

      *    POSITION CONTROL ROWS, THE SEATS FILLED BY ACTIVE
      *    EMPLOYEES, AND THE REQUISITIONS STILL OPEN PER ROW.
       LOAD-CONTROLS.
           MOVE 0 TO WS-PO-COUNT.
           OPEN INPUT POSCTRL-FILE.
           IF POSCTRL-STATUS = "00"
               PERFORM UNTIL POSCTRL-STATUS NOT = "00"
                   READ POSCTRL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-PO-COUNT < 100
                               ADD 1 TO WS-PO-COUNT
                               MOVE PO-DEPT TO
                                   WS-PO-DEPT (WS-PO-COUNT)
                               MOVE PO-POSITION TO
                                   WS-PO-POS (WS-PO-COUNT)
                               IF PO-AUTH-COUNT IS NUMERIC
                                   MOVE PO-AUTH-COUNT TO
                                       WS-PO-AUTH (WS-PO-COUNT)
                               ELSE
                                   MOVE 0 TO
                                       WS-PO-AUTH (WS-PO-COUNT)
                               END-IF
                               MOVE 0 TO WS-PO-FILLED (WS-PO-COUNT)
                               MOVE 0 TO WS-PO-OPEN (WS-PO-COUNT)
                               MOVE 0 TO WS-PO-FILLS (WS-PO-COUNT)
                               MOVE 0 TO
                                   WS-PO-FILL-DAYS (WS-PO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSCTRL-FILE
           END-IF.
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EM-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF EM-STATUS NOT = 'I'
                               MOVE EM-DEPT-CODE TO WS-DEPT-IN
                               MOVE EM-POSITION TO WS-POS-IN
                               PERFORM FIND-CONTROL-ROW
                               IF WS-PO-HIT > 0
                                   ADD 1 TO WS-PO-FILLED (WS-PO-HIT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EM-MASTER-FILE
           END-IF.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
               IF WS-RQ-STATUS (WS-RQ-IDX) = 'O'
                   MOVE WS-RQ-DEPT (WS-RQ-IDX) TO WS-DEPT-IN
                   MOVE WS-RQ-POS (WS-RQ-IDX) TO WS-POS-IN
                   PERFORM FIND-CONTROL-ROW
                   IF WS-PO-HIT > 0
                       ADD 1 TO WS-PO-OPEN (WS-PO-HIT)
                   END-IF
               END-IF
           END-PERFORM.

       FIND-CONTROL-ROW.
           MOVE 0 TO WS-PO-HIT.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
               UNTIL WS-PO-IDX > WS-PO-COUNT
               OR WS-PO-HIT > 0
               IF WS-PO-DEPT (WS-PO-IDX) = WS-DEPT-IN
                   AND WS-PO-POS (WS-PO-IDX) = WS-POS-IN
                   MOVE WS-PO-IDX TO WS-PO-HIT
               END-IF
           END-PERFORM.

      *    VACANT SEATS ON THE ROW AT WS-PO-HIT NOT YET COVERED BY
      *    AN OPEN REQUISITION.
       COMPUTE-VACANCY.
           COMPUTE WS-VACANT = WS-PO-AUTH (WS-PO-HIT)
               - WS-PO-FILLED (WS-PO-HIT).
           COMPUTE WS-UNCOVERED = WS-VACANT - WS-PO-OPEN (WS-PO-HIT).

       OPEN-REQUISITION.
           IF WS-RQ-OVERFLOW = 'Y' OR WS-RQ-COUNT >= 500
               DISPLAY "REQUISITION FILE IS FULL."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DEPARTMENT CODE: " WITH NO ADVANCING.
           ACCEPT WS-DEPT-IN.
           DISPLAY "POSITION: " WITH NO ADVANCING.
           ACCEPT WS-POS-IN.
           PERFORM FIND-CONTROL-ROW.
           IF WS-PO-HIT = 0
               DISPLAY "NO POSITION CONTROL ROW FOR " WS-DEPT-IN "/"
                   FUNCTION TRIM(WS-POS-IN) ". SET ONE UP FIRST."
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-VACANCY.
           MOVE WS-VACANT TO OUT-VACANT.
           MOVE WS-PO-OPEN (WS-PO-HIT) TO OUT-COUNT.
           DISPLAY "AUTHORIZED " WS-PO-AUTH (WS-PO-HIT)
               "  FILLED " WS-PO-FILLED (WS-PO-HIT)
               "  VACANT " FUNCTION TRIM(OUT-VACANT)
               "  OPEN REQUISITIONS " FUNCTION TRIM(OUT-COUNT).
           IF WS-UNCOVERED <= 0
               DISPLAY "WARNING: NO VACANCY LEFT TO REQUISITION ON"
                   " THIS POSITION."
               DISPLAY "OPEN ANYWAY (OVERRIDE)? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-OVERRIDE
               MOVE FUNCTION UPPER-CASE(WS-OVERRIDE) TO WS-OVERRIDE
               IF WS-OVERRIDE NOT = 'Y'
                   DISPLAY "REQUISITION NOT OPENED."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-RQ-COUNT.
           ADD 1 TO WS-RQ-MAX-NO.
           MOVE WS-RQ-MAX-NO TO WS-RQ-NO (WS-RQ-COUNT).
           MOVE WS-DEPT-IN TO WS-RQ-DEPT (WS-RQ-COUNT).
           MOVE WS-POS-IN TO WS-RQ-POS (WS-RQ-COUNT).
           MOVE WS-TODAY TO WS-RQ-OPEN (WS-RQ-COUNT).
           MOVE 'O' TO WS-RQ-STATUS (WS-RQ-COUNT).
           MOVE 0 TO WS-RQ-CLOSE (WS-RQ-COUNT).
           MOVE SPACES TO WS-RQ-EMP (WS-RQ-COUNT).
           PERFORM SAVE-REQUISITIONS.
           DISPLAY "REQUISITION " WS-RQ-MAX-NO " OPENED.".

       CANCEL-REQUISITION.
           PERFORM ACCEPT-OPEN-REQUISITION.
           IF WS-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'C' TO WS-RQ-STATUS (WS-RQ-HIT).
           MOVE WS-TODAY TO WS-RQ-CLOSE (WS-RQ-HIT).
           PERFORM DECLINE-OPEN-APPLICANTS.
           PERFORM SAVE-REQUISITIONS.
           PERFORM SAVE-APPLICANTS.
           DISPLAY "REQUISITION " WS-REQ-IN " CANCELLED.".

      *    EVERY APPLICANT ON REQUISITION WS-REQ-IN STILL AT STAGE
      *    A, I OR O IS DECLINED AS OF TODAY.
       DECLINE-OPEN-APPLICANTS.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AP-COUNT
               IF WS-AP-REQ (WS-AP-IDX) = WS-REQ-IN
                   AND (WS-AP-STAGE (WS-AP-IDX) = 'A'
                   OR WS-AP-STAGE (WS-AP-IDX) = 'I'
                   OR WS-AP-STAGE (WS-AP-IDX) = 'O')
                   MOVE 'D' TO WS-AP-STAGE (WS-AP-IDX)
                   MOVE WS-TODAY TO WS-AP-DATE (WS-AP-IDX)
               END-IF
           END-PERFORM.

       ADD-APPLICANT.
           IF WS-AP-OVERFLOW = 'Y' OR WS-AP-COUNT >= 1000
               DISPLAY "APPLICANT FILE IS FULL."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-OPEN-REQUISITION.
           IF WS-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-MAX-APP.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AP-COUNT
               IF WS-AP-REQ (WS-AP-IDX) = WS-REQ-IN
                   AND WS-AP-NO (WS-AP-IDX) > WS-MAX-APP
                   MOVE WS-AP-NO (WS-AP-IDX) TO WS-MAX-APP
               END-IF
           END-PERFORM.
           ADD 1 TO WS-AP-COUNT.
           MOVE WS-AP-COUNT TO WS-AP-HIT.
           MOVE WS-REQ-IN TO WS-AP-REQ (WS-AP-HIT).
           COMPUTE WS-AP-NO (WS-AP-HIT) = WS-MAX-APP + 1.
           DISPLAY "APPLICANT NAME: " WITH NO ADVANCING.
           ACCEPT WS-AP-NAME (WS-AP-HIT).
           MOVE 0 TO WS-DATE-IN.
           PERFORM UNTIL WS-DATE-IN > 0
               DISPLAY "BIRTH DATE (YYYYMMDD): " WITH NO ADVANCING
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
           MOVE WS-DATE-IN TO WS-AP-BIRTH (WS-AP-HIT).
           DISPLAY "TAX ID: " WITH NO ADVANCING.
           ACCEPT WS-AP-TAX-ID (WS-AP-HIT).
           DISPLAY "PHONE: " WITH NO ADVANCING.
           ACCEPT WS-AP-PHONE (WS-AP-HIT).
           DISPLAY "ADDRESS: " WITH NO ADVANCING.
           ACCEPT WS-AP-ADDRESS (WS-AP-HIT).
           MOVE 'A' TO WS-AP-STAGE (WS-AP-HIT).
           MOVE WS-TODAY TO WS-AP-DATE (WS-AP-HIT).
           IF WS-AP-NAME (WS-AP-HIT) = SPACES
               DISPLAY "APPLICANT NAME MAY NOT BE BLANK. NOT ADDED."
               SUBTRACT 1 FROM WS-AP-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM SAVE-APPLICANTS.
           DISPLAY "APPLICANT " WS-AP-NO (WS-AP-HIT)
               " ADDED TO REQUISITION " WS-REQ-IN ".".

      *    STAGES ONLY MOVE FORWARD: A TO I, A OR I TO O, AND ANY
      *    APPLICANT STILL IN PLAY TO D. H IS SET BY THE HIRE.
       MOVE-APPLICANT-STAGE.
           PERFORM ACCEPT-OPEN-REQUISITION.
           IF WS-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-APPLICANTS.
           DISPLAY "APPLICANT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-APP-IN.
           PERFORM FIND-APPLICANT.
           IF WS-AP-HIT = 0
               DISPLAY "NO SUCH APPLICANT ON THIS REQUISITION."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NEW STAGE, (I)NTERVIEWED (O)FFERED (D)ECLINED: "
               WITH NO ADVANCING.
           ACCEPT WS-STAGE-IN.
           MOVE FUNCTION UPPER-CASE(WS-STAGE-IN) TO WS-STAGE-IN.
           MOVE 'N' TO WS-OK.
           EVALUATE WS-STAGE-IN
            WHEN 'I'
               IF WS-AP-STAGE (WS-AP-HIT) = 'A'
                   MOVE 'Y' TO WS-OK
               END-IF
            WHEN 'O'
               IF WS-AP-STAGE (WS-AP-HIT) = 'A'
                   OR WS-AP-STAGE (WS-AP-HIT) = 'I'
                   MOVE 'Y' TO WS-OK
               END-IF
            WHEN 'D'
               IF WS-AP-STAGE (WS-AP-HIT) = 'A'
                   OR WS-AP-STAGE (WS-AP-HIT) = 'I'
                   OR WS-AP-STAGE (WS-AP-HIT) = 'O'
                   MOVE 'Y' TO WS-OK
               END-IF
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WS-OK = 'N'
               DISPLAY "CANNOT MOVE FROM STAGE " WS-AP-STAGE (WS-AP-HIT)
                   " TO " WS-STAGE-IN "."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STAGE-IN TO WS-AP-STAGE (WS-AP-HIT).
           MOVE WS-TODAY TO WS-AP-DATE (WS-AP-HIT).
           PERFORM SAVE-APPLICANTS.
           DISPLAY "APPLICANT STAGE UPDATED.".

      *    THE HIRE WRITES THE MASTER RECORD FROM THE APPLICANT ROW
      *    (NAME, BIRTH DATE, TAX ID, CONTACT) AND THE REQUISITION
      *    (DEPARTMENT, POSITION); THE PAY AND REPORTING FACTS ARE
      *    KEYED HERE AS ON THE MASTER ADD. THE TAX ID AND POSITION
      *    CONTROL RULES OF THE MASTER ADD APPLY.
       HIRE-APPLICANT.
           PERFORM ACCEPT-OPEN-REQUISITION.
           IF WS-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-APPLICANTS.
           DISPLAY "APPLICANT NUMBER TO HIRE: " WITH NO ADVANCING.
           ACCEPT WS-APP-IN.
           PERFORM FIND-APPLICANT.
           IF WS-AP-HIT = 0
               DISPLAY "NO SUCH APPLICANT ON THIS REQUISITION."
               EXIT PARAGRAPH
           END-IF.
           IF WS-AP-STAGE (WS-AP-HIT) NOT = 'O'
               DISPLAY "ONLY AN APPLICANT AT STAGE O (OFFERED) CAN"
                   " BE HIRED."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RQ-DEPT (WS-RQ-HIT) TO WS-DEPT-IN.
           MOVE WS-RQ-POS (WS-RQ-HIT) TO WS-POS-IN.
           PERFORM FIND-CONTROL-ROW.
           IF WS-PO-HIT > 0
               PERFORM COMPUTE-VACANCY
               IF WS-VACANT <= 0
                   DISPLAY "WARNING: " WS-PO-FILLED (WS-PO-HIT)
                       " OF " WS-PO-AUTH (WS-PO-HIT)
                       " AUTHORIZED SEATS ARE ALREADY FILLED."
                   DISPLAY "HIRE ANYWAY (OVERRIDE)? (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-OVERRIDE
                   MOVE FUNCTION UPPER-CASE(WS-OVERRIDE)
                       TO WS-OVERRIDE
                   IF WS-OVERRIDE NOT = 'Y'
                       DISPLAY "HIRE ABANDONED - POSITION OVER"
                           " ESTABLISHMENT."
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.

           PERFORM OPEN-FOR-UPDATE.
           PERFORM CHECK-TAX-ID-REUSE.
           IF WS-OK = 'N'
               DISPLAY "HIRE ABANDONED."
               CLOSE EM-MASTER-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NEW EMPLOYEE ID: " WITH NO ADVANCING.
           ACCEPT WS-NEW-EMP-ID.
           MOVE WS-NEW-EMP-ID TO EM-EMP-ID.
           READ EM-MASTER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-OK
               NOT INVALID KEY
                   MOVE 'N' TO WS-OK
           END-READ.
           IF WS-OK = 'N' OR WS-NEW-EMP-ID = SPACES
               DISPLAY "ERROR: EMPLOYEE ID " WS-NEW-EMP-ID
                   " IS BLANK OR ALREADY ON MASTER. HIRE ABANDONED."
               CLOSE EM-MASTER-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-HIRE-FACTS.

           MOVE SPACES TO EM-MASTER-REC.
           MOVE WS-NEW-EMP-ID TO EM-EMP-ID.
           MOVE 'A' TO EM-STATUS.
           MOVE WS-AP-NAME (WS-AP-HIT) TO EM-NAME.
           MOVE WS-IN-HIRE-DATE TO EM-HIRE-DATE.
           MOVE WS-AP-BIRTH (WS-AP-HIT) TO EM-BIRTH-DATE.
           MOVE WS-RQ-DEPT (WS-RQ-HIT) TO EM-DEPT-CODE.
           MOVE WS-RQ-POS (WS-RQ-HIT) TO EM-POSITION.
           MOVE WS-AP-TAX-ID (WS-AP-HIT) TO EM-TAX-ID.
           MOVE WS-AP-PHONE (WS-AP-HIT) TO EM-PHONE.
           MOVE WS-AP-ADDRESS (WS-AP-HIT) TO EM-ADDRESS.
           MOVE WS-IN-PAY-METHOD TO EM-PAY-METHOD.
           MOVE ZERO TO EM-TERM-DATE.
           MOVE SPACES TO EM-TERM-REASON.
           MOVE WS-IN-FILING TO EM-FILING-STATUS.
           MOVE WS-IN-RISK TO EM-RISK-CLASS.
           MOVE WS-IN-SUPER TO EM-SUPERVISOR.
           MOVE WS-IN-PAY-TYPE TO EM-PAY-TYPE.
           MOVE WS-IN-COMPANY TO EM-COMPANY.
           MOVE WS-IN-LOCATION TO EM-WORK-LOCATION.
           WRITE EM-MASTER-REC
               INVALID KEY
                   MOVE 'N' TO WS-OK
               NOT INVALID KEY
                   MOVE 'Y' TO WS-OK
           END-WRITE.
           CLOSE EM-MASTER-FILE.
           IF WS-OK = 'N'
               DISPLAY "ERROR: EMPLOYEE ID " WS-NEW-EMP-ID
                   " ALREADY ON MASTER, RECORD NOT ADDED."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'H' TO WS-AP-STAGE (WS-AP-HIT).
           MOVE WS-IN-HIRE-DATE TO WS-AP-DATE (WS-AP-HIT).
           PERFORM DECLINE-OPEN-APPLICANTS.
           MOVE 'F' TO WS-RQ-STATUS (WS-RQ-HIT).
           MOVE WS-IN-HIRE-DATE TO WS-RQ-CLOSE (WS-RQ-HIT).
           MOVE WS-NEW-EMP-ID TO WS-RQ-EMP (WS-RQ-HIT).
           PERFORM SAVE-APPLICANTS.
           PERFORM SAVE-REQUISITIONS.
           DISPLAY "EMPLOYEE " WS-NEW-EMP-ID " ADDED TO MASTER.".
           DISPLAY "REQUISITION " WS-REQ-IN " CLOSED AS FILLED.".

       OPEN-FOR-UPDATE.
           OPEN I-O EM-MASTER-FILE.
           IF EM-FILE-STATUS = "35"
               OPEN OUTPUT EM-MASTER-FILE
               CLOSE EM-MASTER-FILE
               OPEN I-O EM-MASTER-FILE
           END-IF.

      *    ONE PERSON, ONE ID: AN APPLICANT WHOSE TAX ID IS ALREADY
      *    ON THE MASTER IS NOT HIRED HERE - A FORMER EMPLOYEE COMES
      *    BACK THROUGH THE MASTER'S REHIRE OPTION.
       CHECK-TAX-ID-REUSE.
           MOVE 'Y' TO WS-OK.
           IF WS-AP-TAX-ID (WS-AP-HIT) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO EM-EMP-ID.
           START EM-MASTER-FILE KEY IS NOT LESS THAN EM-EMP-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y' OR WS-OK = 'N'
               READ EM-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EM-TAX-ID = WS-AP-TAX-ID (WS-AP-HIT)
                           MOVE 'N' TO WS-OK
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OK = 'N'
               IF EM-STATUS = 'I'
                   DISPLAY "TAX ID BELONGS TO FORMER EMPLOYEE "
                       EM-EMP-ID " " EM-NAME
                       " - USE THE MASTER'S REHIRE OPTION."
               ELSE
                   DISPLAY "ERROR: TAX ID ALREADY ON MASTER FOR "
                       EM-EMP-ID " " EM-NAME "."
               END-IF
           END-IF.

       ACCEPT-HIRE-FACTS.
           MOVE 0 TO WS-IN-HIRE-DATE.
           PERFORM UNTIL WS-IN-HIRE-DATE > 0
               DISPLAY "HIRE DATE (YYYYMMDD, 0 FOR TODAY): "
                   WITH NO ADVANCING
               ACCEPT WS-IN-HIRE-DATE
               IF WS-IN-HIRE-DATE = 0
                   MOVE WS-TODAY TO WS-IN-HIRE-DATE
               END-IF
               MOVE 'V' TO WS-DU-FUNCTION
               MOVE WS-IN-HIRE-DATE TO WS-DU-DATE
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                   WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
               IF WS-DU-FLAG = 'N'
                   OR WS-IN-HIRE-DATE < WS-RQ-OPEN (WS-RQ-HIT)
                   DISPLAY "NOT A VALID DATE ON OR AFTER THE"
                       " REQUISITION OPENED, RE-ENTER."
                   MOVE 0 TO WS-IN-HIRE-DATE
               END-IF
           END-PERFORM.
           DISPLAY "PAY METHOD, (A)CH DEPOSIT OR (C)HECK: " WITH
               NO ADVANCING.
           ACCEPT WS-IN-PAY-METHOD.
           MOVE FUNCTION UPPER-CASE(WS-IN-PAY-METHOD)
               TO WS-IN-PAY-METHOD.
           IF WS-IN-PAY-METHOD NOT = 'C'
               MOVE 'A' TO WS-IN-PAY-METHOD
           END-IF.
           DISPLAY "PAY TYPE, (H)OURLY OR (S)ALARIED: " WITH
               NO ADVANCING.
           ACCEPT WS-IN-PAY-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-IN-PAY-TYPE) TO WS-IN-PAY-TYPE.
           IF WS-IN-PAY-TYPE NOT = 'S'
               MOVE 'H' TO WS-IN-PAY-TYPE
           END-IF.
           DISPLAY "FILING STATUS, (S)INGLE (M)ARRIED (H)EAD OF"
               " HOUSEHOLD: " WITH NO ADVANCING.
           ACCEPT WS-IN-FILING.
           MOVE FUNCTION UPPER-CASE(WS-IN-FILING) TO WS-IN-FILING.
           IF WS-IN-FILING NOT = 'M' AND WS-IN-FILING NOT = 'H'
               MOVE 'S' TO WS-IN-FILING
           END-IF.
           DISPLAY "WORKERS-COMP RISK CLASS FOR THE POSITION: "
               WITH NO ADVANCING.
           ACCEPT WS-IN-RISK.
           MOVE FUNCTION UPPER-CASE(WS-IN-RISK) TO WS-IN-RISK.
           DISPLAY "SUPERVISOR EMPLOYEE ID (BLANK FOR NONE): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-SUPER.
           IF WS-IN-SUPER NOT = SPACES
               MOVE WS-IN-SUPER TO EM-EMP-ID
               READ EM-MASTER-FILE
                   INVALID KEY
                       DISPLAY "SUPERVISOR " WS-IN-SUPER
                           " NOT ON MASTER - LEFT BLANK."
                       MOVE SPACES TO WS-IN-SUPER
               END-READ
           END-IF.
           DISPLAY "COMPANY CODE (LEGAL ENTITY): " WITH NO ADVANCING.
           ACCEPT WS-IN-COMPANY.
           MOVE FUNCTION UPPER-CASE(WS-IN-COMPANY) TO WS-IN-COMPANY.
           PERFORM VALIDATE-COMPANY.
           IF WS-CO-OK = 'N'
               DISPLAY "COMPANY " WS-IN-COMPANY " NOT ON THE COMPANY"
                   " MASTER - LEFT BLANK."
               MOVE SPACES TO WS-IN-COMPANY
           END-IF.
           DISPLAY "WORK LOCATION (BLANK FOR NONE): " WITH NO ADVANCING.
           ACCEPT WS-IN-LOCATION.
           MOVE FUNCTION UPPER-CASE(WS-IN-LOCATION) TO WS-IN-LOCATION.

       VALIDATE-COMPANY.
           MOVE 'Y' TO WS-CO-OK.
           IF WS-IN-COMPANY = SPACES
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
                           IF CO-CODE = WS-IN-COMPANY
                               MOVE 'Y' TO WS-CO-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMP-FILE
           END-IF.

       LIST-APPLICANTS.
           DISPLAY "REQUISITION NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-REQ-IN.
           PERFORM FIND-REQUISITION.
           IF WS-RQ-HIT = 0
               DISPLAY "NO SUCH REQUISITION."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "REQUISITION " WS-REQ-IN "  " WS-RQ-DEPT (WS-RQ-HIT)
               "/" FUNCTION TRIM(WS-RQ-POS (WS-RQ-HIT))
               "  OPENED " WS-RQ-OPEN (WS-RQ-HIT)
               "  STATUS " WS-RQ-STATUS (WS-RQ-HIT).
           IF WS-RQ-STATUS (WS-RQ-HIT) = 'F'
               DISPLAY "FILLED " WS-RQ-CLOSE (WS-RQ-HIT)
                   " BY EMPLOYEE " WS-RQ-EMP (WS-RQ-HIT)
           END-IF.
           PERFORM SHOW-APPLICANTS.

       SHOW-APPLICANTS.
           DISPLAY "NO.  NAME            STAGE  SINCE".
           MOVE 0 TO WS-AP-ACTIVE.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AP-COUNT
               IF WS-AP-REQ (WS-AP-IDX) = WS-REQ-IN
                   ADD 1 TO WS-AP-ACTIVE
                   DISPLAY WS-AP-NO (WS-AP-IDX) "  "
                       WS-AP-NAME (WS-AP-IDX) " "
                       WS-AP-STAGE (WS-AP-IDX) "      "
                       WS-AP-DATE (WS-AP-IDX)
               END-IF
           END-PERFORM.
           IF WS-AP-ACTIVE = 0
               DISPLAY "NO APPLICANTS RECORDED."
           END-IF.

      *    ONE LINE PER POSITION CONTROL ROW THAT HAS A VACANCY OR
      *    AN OPEN REQUISITION: AUTHORIZED, FILLED, VACANT, OPEN
      *    REQUISITIONS AND VACANCIES NOT YET REQUISITIONED, WITH
      *    THE OPEN REQUISITIONS LISTED UNDERNEATH.
       OPEN-REQUISITION-REPORT.
           MOVE "OPEN REQUISITIONS AND VACANCIES" TO WS-RPT-TITLE.
           MOVE "DEPT  POSITION         AUTH FILLED VACANT OPEN  UNREQ"
               TO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE 0 TO WS-OPEN-TOTAL.
           PERFORM VARYING WS-PO-HIT FROM 1 BY 1
               UNTIL WS-PO-HIT > WS-PO-COUNT
               PERFORM COMPUTE-VACANCY
               IF WS-VACANT > 0 OR WS-PO-OPEN (WS-PO-HIT) > 0
                   PERFORM PRINT-VACANCY-LINE
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-NO-CONTROL.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
               IF WS-RQ-STATUS (WS-RQ-IDX) = 'O'
                   MOVE WS-RQ-DEPT (WS-RQ-IDX) TO WS-DEPT-IN
                   MOVE WS-RQ-POS (WS-RQ-IDX) TO WS-POS-IN
                   PERFORM FIND-CONTROL-ROW
                   IF WS-PO-HIT = 0
                       ADD 1 TO WS-NO-CONTROL
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-OPEN-TOTAL TO OUT-COUNT.
           DISPLAY SPACES.
           DISPLAY "OPEN REQUISITIONS: " FUNCTION TRIM(OUT-COUNT).
           IF WS-NO-CONTROL > 0
               MOVE WS-NO-CONTROL TO OUT-COUNT
               DISPLAY "OPEN REQUISITIONS WITH NO POSITION CONTROL"
                   " ROW: " FUNCTION TRIM(OUT-COUNT)
           END-IF.

       PRINT-VACANCY-LINE.
           ADD WS-PO-OPEN (WS-PO-HIT) TO WS-OPEN-TOTAL.
           MOVE WS-VACANT TO OUT-VACANT.
           MOVE WS-UNCOVERED TO OUT-UNCOVERED.
           MOVE WS-PO-OPEN (WS-PO-HIT) TO OUT-COUNT.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY WS-PO-DEPT (WS-PO-HIT) "  " WS-PO-POS (WS-PO-HIT)
               "  " WS-PO-AUTH (WS-PO-HIT) "   "
               WS-PO-FILLED (WS-PO-HIT) "  " OUT-VACANT " "
               OUT-COUNT "  " OUT-UNCOVERED.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
               IF WS-RQ-STATUS (WS-RQ-IDX) = 'O'
                   AND WS-RQ-DEPT (WS-RQ-IDX) = WS-PO-DEPT (WS-PO-HIT)
                   AND WS-RQ-POS (WS-RQ-IDX) = WS-PO-POS (WS-PO-HIT)
                   PERFORM PRINT-OPEN-REQUISITION
               END-IF
           END-PERFORM.

       PRINT-OPEN-REQUISITION.
           MOVE 'D' TO WS-DU-FUNCTION.
           MOVE WS-TODAY TO WS-DU-DATE.
           MOVE WS-RQ-OPEN (WS-RQ-IDX) TO WS-DU-DAYS.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           MOVE 0 TO WS-DAYS.
           IF WS-DU-FLAG = 'Y' AND WS-DU-RESULT > 0
               MOVE WS-DU-RESULT TO WS-DAYS
           END-IF.
           MOVE WS-DAYS TO OUT-DAYS.
           MOVE 0 TO WS-AP-ACTIVE.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
               UNTIL WS-AP-IDX > WS-AP-COUNT
               IF WS-AP-REQ (WS-AP-IDX) = WS-RQ-NO (WS-RQ-IDX)
                   AND (WS-AP-STAGE (WS-AP-IDX) = 'A'
                   OR WS-AP-STAGE (WS-AP-IDX) = 'I'
                   OR WS-AP-STAGE (WS-AP-IDX) = 'O')
                   ADD 1 TO WS-AP-ACTIVE
               END-IF
           END-PERFORM.
           MOVE WS-AP-ACTIVE TO OUT-COUNT-2.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "      REQ " WS-RQ-NO (WS-RQ-IDX) "  OPENED "
               WS-RQ-OPEN (WS-RQ-IDX) "  DAYS OPEN " OUT-DAYS
               "  APPLICANTS IN PLAY " OUT-COUNT-2.

      *    REQUISITIONS FILLED IN THE PERIOD, OPEN DATE TO HIRE
      *    DATE IN DAYS, AVERAGED PER POSITION CONTROL ROW NEXT TO
      *    THE ROW'S CURRENT VACANCY COUNT.
       TIME-TO-FILL-REPORT.
           DISPLAY "FILLED FROM (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-FROM-DATE.
           DISPLAY "FILLED TO (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-TO-DATE.
           MOVE 0 TO WS-ALL-FILLS.
           MOVE 0 TO WS-ALL-DAYS.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
               UNTIL WS-RQ-IDX > WS-RQ-COUNT
               IF WS-RQ-STATUS (WS-RQ-IDX) = 'F'
                   AND WS-RQ-CLOSE (WS-RQ-IDX) >= WS-FROM-DATE
                   AND WS-RQ-CLOSE (WS-RQ-IDX) <= WS-TO-DATE
                   PERFORM TALLY-ONE-FILL
               END-IF
           END-PERFORM.
           MOVE "TIME TO FILL BY POSITION" TO WS-RPT-TITLE.
           MOVE "DEPT  POSITION         FILLED  AVG DAYS  VACANT NOW"
               TO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "FILLED " WS-FROM-DATE " TO " WS-TO-DATE.
           PERFORM VARYING WS-PO-HIT FROM 1 BY 1
               UNTIL WS-PO-HIT > WS-PO-COUNT
               IF WS-PO-FILLS (WS-PO-HIT) > 0
                   PERFORM PRINT-FILL-LINE
               END-IF
           END-PERFORM.
           DISPLAY SPACES.
           MOVE WS-ALL-FILLS TO OUT-COUNT.
           IF WS-ALL-FILLS > 0
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-ALL-DAYS / WS-ALL-FILLS
               MOVE WS-AVERAGE TO OUT-AVERAGE
               DISPLAY "REQUISITIONS FILLED: " FUNCTION TRIM(OUT-COUNT)
                   "  AVERAGE DAYS TO FILL: "
                   FUNCTION TRIM(OUT-AVERAGE)
           ELSE
               DISPLAY "NO REQUISITIONS FILLED IN THE PERIOD."
           END-IF.

       TALLY-ONE-FILL.
           MOVE 'D' TO WS-DU-FUNCTION.
           MOVE WS-RQ-CLOSE (WS-RQ-IDX) TO WS-DU-DATE.
           MOVE WS-RQ-OPEN (WS-RQ-IDX) TO WS-DU-DAYS.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           MOVE 0 TO WS-DAYS.
           IF WS-DU-FLAG = 'Y' AND WS-DU-RESULT > 0
               MOVE WS-DU-RESULT TO WS-DAYS
           END-IF.
           ADD 1 TO WS-ALL-FILLS.
           ADD WS-DAYS TO WS-ALL-DAYS.
           MOVE WS-RQ-DEPT (WS-RQ-IDX) TO WS-DEPT-IN.
           MOVE WS-RQ-POS (WS-RQ-IDX) TO WS-POS-IN.
           PERFORM FIND-CONTROL-ROW.
           IF WS-PO-HIT > 0
               ADD 1 TO WS-PO-FILLS (WS-PO-HIT)
               ADD WS-DAYS TO WS-PO-FILL-DAYS (WS-PO-HIT)
           END-IF.

       PRINT-FILL-LINE.
           PERFORM COMPUTE-VACANCY.
           MOVE WS-VACANT TO OUT-VACANT.
           MOVE WS-PO-FILLS (WS-PO-HIT) TO OUT-COUNT.
           COMPUTE WS-AVERAGE ROUNDED = WS-PO-FILL-DAYS (WS-PO-HIT)
               / WS-PO-FILLS (WS-PO-HIT).
           MOVE WS-AVERAGE TO OUT-AVERAGE.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY WS-PO-DEPT (WS-PO-HIT) "  " WS-PO-POS (WS-PO-HIT)
               "  " OUT-COUNT "  " OUT-AVERAGE "   "
               OUT-VACANT.

       END PROGRAM RECRUIT.
