      *    FIGURES STAY ON PRACTICALS/QUIZLAB3.DAT AND IN PAYHIST.IDX;
      *    THIS FILE HOLDS THE EMPLOYEE FACTS THAT DO NOT CHANGE EVERY
      *    PAY PERIOD (HIRE DATE, DEPARTMENT, POSITION, BIRTH DATE,
      *    TAX ID, CONTACT INFO). THE COMPANY CODE NAMES THE LEGAL
      *    ENTITY THAT EMPLOYS AND PAYS THE EMPLOYEE AND MUST BE ON
      *    THE COMPANY MASTER (COMPMAST.DAT) WHEN ONE IS KEPT. THE
      *    WORK LOCATION PICKS THE LOCAL INCOME TAX TABLE (LOCTAX.DAT)
      *    THE PAY RUN WITHHOLDS UNDER; BLANK MEANS NO LOCAL TAX.
      *    A FORMER EMPLOYEE COMING BACK IS REHIRED UNDER THE
      *    ORIGINAL ID, NEVER ADDED AGAIN UNDER A NEW ONE: THE
      *    REHIRE REACTIVATES THE RECORD WITH THE NEW HIRE DATE AND
      *    WRITES A ROW TO REHIRE.DAT CARRYING THE ORIGINAL HIRE
      *    DATE, THE BREAK IN SERVICE AND THE SERVICE DATE TENURE
      *    IS COUNTED FROM. PRIOR SERVICE IS BRIDGED WHEN THE BREAK
      *    IS WITHIN THE RULE ON REHCFG.DAT.
      *    THE INQUIRY SHOWS THE TAX ID, PHONE, ADDRESS AND BIRTH
      *    DATE THROUGH MASKUTIL, MASKED UNLESS THE SIGNED-ON
      *    OPERATOR'S ROLE MAY SEE PERSONAL DATA IN FULL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       SELECT REHIRE-FILE
           ASSIGN TO "PRACTICALS/REHIRE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REHIRE-STATUS.
       SELECT REHCFG-FILE
           ASSIGN TO "PRACTICALS/REHCFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REHCFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PO-FILLER-4 PIC X(1).
           05 PO-RATE-HI PIC 9(5)V99.

       FD  COMP-FILE.
       01  COMP-REC.
           COPY COMPREC.

       FD  REHIRE-FILE.
       01  REHIRE-REC.
           05 RH-EMP-ID PIC X(8).
           05 RH-FILLER-1 PIC X(1).
           05 RH-REHIRE-DATE PIC 9(8).
           05 RH-FILLER-2 PIC X(1).
           05 RH-ORIG-HIRE PIC 9(8).
           05 RH-FILLER-3 PIC X(1).
           05 RH-TERM-DATE PIC 9(8).
           05 RH-FILLER-4 PIC X(1).
           05 RH-TERM-REASON PIC X(10).
           05 RH-FILLER-5 PIC X(1).
           05 RH-BREAK-DAYS PIC 9(5).
           05 RH-FILLER-6 PIC X(1).
           05 RH-BRIDGED PIC X(1).
           05 RH-FILLER-7 PIC X(1).
           05 RH-SERVICE-DATE PIC 9(8).

       FD  REHCFG-FILE.
       01  REHCFG-REC.
           05 RC-MAX-BREAK PIC 9(4).
           05 RC-FILLER-1 PIC X(1).
           05 RC-PARITY PIC X(1).

       WORKING-STORAGE SECTION.
       01  EM-FILE-STATUS PIC XX.
       01  POSCTRL-STATUS PIC XX.
       01  WS-IN-FILING PIC X(1).
       01  WS-IN-RISK PIC X(4).
       01  WS-IN-SUPER PIC X(8).
       01  WS-IN-PAY-TYPE PIC X(1).
       01  WS-IN-COMPANY PIC X(4).
       01  WS-IN-LOCATION PIC X(4).
       01  COMP-STATUS PIC XX.
       01  WS-CO-OK PIC X.
       01  WS-SUP-OK PIC X.
       01  WS-SUP-CHAIN PIC X(8).
       01  WS-SUP-DEPTH PIC 9(2).
       01  WS-SUP-FOR PIC X(8).
       01  WS-TAX-OK PIC X.
       01  WS-TAX-EOF PIC X.

       01  REHIRE-STATUS PIC XX.
       01  REHCFG-STATUS PIC XX.
       01  WS-RH-DATE PIC 9(8).
       01  WS-RH-ORIG-HIRE PIC 9(8).
       01  WS-RH-FROM-DATE PIC 9(8).
       01  WS-RH-TERM-DATE PIC 9(8).
       01  WS-RH-TERM-REASON PIC X(10).
       01  WS-RH-PRIOR-DAYS PIC 9(5).
       01  WS-RH-BREAK-DAYS PIC 9(5).
       01  WS-RH-BRIDGED PIC X(1).
       01  WS-RH-SERVICE-DATE PIC 9(8).
       01  WS-RH-MAX-BREAK PIC 9(4).
       01  WS-RH-PARITY PIC X(1).
       01  WS-RH-OK PIC X.

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-DAYS PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  EXC-LOG-PROGRAM-ID PIC X(10).
       01  EXC-LOG-CONTEXT PIC X(20).
       01  EXC-LOG-REASON PIC X(40).

       01  MK-PARMS.
           COPY MKPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "3 - EDIT EMPLOYEE".
           DISPLAY "4 - LIST EMPLOYEES".
           DISPLAY "5 - MARK EMPLOYEE INACTIVE".
           DISPLAY "6 - REHIRE FORMER EMPLOYEE".
           DISPLAY "7 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT EM-CHOICE.

            WHEN 5
               PERFORM DEACTIVATE-EMPLOYEE
            WHEN 6
               PERFORM REHIRE-EMPLOYEE
            WHEN 7
               GOBACK
            WHEN OTHER
               PERFORM MAIN-PARA

           MOVE EM-EMP-ID TO WS-NEW-EMP-ID.
           PERFORM ACCEPT-DEMOGRAPHICS.
           PERFORM CHECK-TAX-ID-REUSE.
           IF WS-TAX-OK = 'N'
               DISPLAY "HIRE ABANDONED."
               CLOSE EM-MASTER-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-POSITION-CONTROL.
           IF WS-PC-OVERRIDE = 'N'
               DISPLAY "HIRE ABANDONED - POSITION OVER"
               MOVE SPACES TO WS-IN-SUPER
               DISPLAY "SUPERVISOR NOT ACCEPTED - LEFT BLANK."
           END-IF.
           PERFORM VALIDATE-COMPANY.
           IF WS-CO-OK = 'N'
               DISPLAY "COMPANY " WS-IN-COMPANY " NOT ON THE COMPANY"
                   " MASTER - LEFT BLANK."
               MOVE SPACES TO WS-IN-COMPANY
           END-IF.

           MOVE WS-NEW-EMP-ID TO EM-EMP-ID.
           MOVE 'A' TO EM-STATUS.
           MOVE WS-IN-FILING TO EM-FILING-STATUS.
           MOVE WS-IN-RISK TO EM-RISK-CLASS.
           MOVE WS-IN-SUPER TO EM-SUPERVISOR.
           MOVE WS-IN-PAY-TYPE TO EM-PAY-TYPE.
           MOVE WS-IN-COMPANY TO EM-COMPANY.
           MOVE WS-IN-LOCATION TO EM-WORK-LOCATION.

           WRITE EM-MASTER-REC
               INVALID KEY
           IF WS-IN-PAY-METHOD NOT = 'C'
               MOVE 'A' TO WS-IN-PAY-METHOD
           END-IF.
      *    SALARIED STAFF ARE PAID FROM THE SALARY ON THE RATE
      *    MASTER AND ARE EXEMPT FROM OVERTIME.
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
           DISPLAY "SUPERVISOR EMPLOYEE ID (BLANK FOR NONE): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-SUPER.
           DISPLAY "COMPANY CODE (LEGAL ENTITY): " WITH NO ADVANCING.
           ACCEPT WS-IN-COMPANY.
           MOVE FUNCTION UPPER-CASE(WS-IN-COMPANY) TO WS-IN-COMPANY.
           DISPLAY "WORK LOCATION (BLANK FOR NONE): " WITH NO ADVANCING.
           ACCEPT WS-IN-LOCATION.
           MOVE FUNCTION UPPER-CASE(WS-IN-LOCATION) TO WS-IN-LOCATION.

       VIEW-EMPLOYEE.
           PERFORM OPEN-FOR-UPDATE.
           DISPLAY "STATUS:      " EM-STATUS.
           DISPLAY "NAME:        " EM-NAME.
           DISPLAY "HIRE DATE:   " EM-HIRE-DATE.
           MOVE 'A' TO MK-FUNCTION.
           MOVE EM-BIRTH-DATE TO MK-VALUE.
           CALL "MASKUTIL" USING MK-PARMS.
           DISPLAY "BIRTH DATE:  " MK-MASKED(1:8).
           DISPLAY "DEPARTMENT:  " EM-DEPT-CODE.
           DISPLAY "POSITION:    " EM-POSITION.
           MOVE 'L' TO MK-FUNCTION.
           MOVE EM-TAX-ID TO MK-VALUE.
           CALL "MASKUTIL" USING MK-PARMS.
           DISPLAY "TAX ID:      " MK-MASKED(1:12).
           MOVE EM-PHONE TO MK-VALUE.
           CALL "MASKUTIL" USING MK-PARMS.
           DISPLAY "PHONE:       " MK-MASKED(1:12).
           MOVE 'A' TO MK-FUNCTION.
           MOVE EM-ADDRESS TO MK-VALUE.
           CALL "MASKUTIL" USING MK-PARMS.
           DISPLAY "ADDRESS:     " MK-MASKED.
           DISPLAY "PAY METHOD:  " EM-PAY-METHOD.
           DISPLAY "FILING STAT: " EM-FILING-STATUS.
           DISPLAY "RISK CLASS:  " EM-RISK-CLASS.
           DISPLAY "SUPERVISOR:  " EM-SUPERVISOR.
           DISPLAY "PAY TYPE:    " EM-PAY-TYPE.
           DISPLAY "COMPANY:     " EM-COMPANY.
           DISPLAY "LOCATION:    " EM-WORK-LOCATION.

       EDIT-EMPLOYEE.
           PERFORM OPEN-FOR-UPDATE.
           DISPLAY "1-NAME 2-HIRE DATE 3-BIRTH DATE 4-DEPARTMENT".
           DISPLAY "5-POSITION 6-TAX ID 7-PHONE 8-ADDRESS".
           DISPLAY "9-PAY METHOD 10-FILING STATUS 11-RISK CLASS".
           DISPLAY "12-SUPERVISOR 13-PAY TYPE 14-COMPANY".
           DISPLAY "15-WORK LOCATION".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT EM-FIELD-CHOICE.
           EVALUATE EM-FIELD-CHOICE
               ELSE
                   DISPLAY "SUPERVISOR NOT ACCEPTED - UNCHANGED."
               END-IF
            WHEN 13
               DISPLAY "NEW PAY TYPE, (H)OURLY OR (S)ALARIED: " WITH
                   NO ADVANCING
               ACCEPT EM-PAY-TYPE
               MOVE FUNCTION UPPER-CASE(EM-PAY-TYPE) TO EM-PAY-TYPE
               IF EM-PAY-TYPE NOT = 'S'
                   MOVE 'H' TO EM-PAY-TYPE
               END-IF
            WHEN 14
               DISPLAY "NEW COMPANY CODE: " WITH NO ADVANCING
               ACCEPT WS-IN-COMPANY
               MOVE FUNCTION UPPER-CASE(WS-IN-COMPANY)
                   TO WS-IN-COMPANY
               PERFORM VALIDATE-COMPANY
               IF WS-CO-OK = 'Y'
                   MOVE WS-IN-COMPANY TO EM-COMPANY
               ELSE
                   DISPLAY "COMPANY NOT ON THE COMPANY MASTER -"
                       " UNCHANGED."
               END-IF
            WHEN 15
               DISPLAY "NEW WORK LOCATION: " WITH NO ADVANCING
               ACCEPT WS-IN-LOCATION
               MOVE FUNCTION UPPER-CASE(WS-IN-LOCATION)
                   TO EM-WORK-LOCATION
            WHEN OTHER
               DISPLAY "INVALID CHOICE."
           END-EVALUATE.

      *    A COMPANY CODE MUST BE ON THE COMPANY MASTER. A BLANK
      *    CODE (SINGLE-ENTITY PAYROLL) IS ALWAYS ACCEPTED, AND SO IS
      *    ANY CODE WHILE NO COMPANY MASTER HAS BEEN SET UP.
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

      *    THE SUPERVISOR MUST EXIST ON THE MASTER AND FOLLOWING
      *    THE SUPERVISOR CHAIN UPWARD MUST NEVER COME BACK TO THE
      *    EMPLOYEE (OR RUN DEEPER THAN 20 LEVELS, WHICH MEANS A
                   DISPLAY "EMPLOYEE " EM-KEY-IN " MARKED INACTIVE."
           END-READ.
           CLOSE EM-MASTER-FILE.

      *    ONE PERSON, ONE ID: A NEW HIRE WHOSE TAX ID IS ALREADY ON
      *    THE MASTER IS REFUSED - A FORMER EMPLOYEE IS BROUGHT BACK
      *    THROUGH THE REHIRE OPTION UNDER THE ORIGINAL ID.
       CHECK-TAX-ID-REUSE.
           MOVE 'Y' TO WS-TAX-OK.
           IF WS-IN-TAX-ID = SPACES
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
                       IF EM-TAX-ID = WS-IN-TAX-ID
                           MOVE 'N' TO WS-TAX-OK
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TAX-OK = 'N'
               IF EM-STATUS = 'I'
                   DISPLAY "TAX ID BELONGS TO FORMER EMPLOYEE "
                       EM-EMP-ID " " EM-NAME
                       " - USE THE REHIRE OPTION."
               ELSE
                   DISPLAY "ERROR: TAX ID ALREADY ON MASTER FOR "
                       EM-EMP-ID " " EM-NAME "."
               END-IF
           END-IF.

      *    REHIRE: ONLY AN INACTIVE (TERMINATED) RECORD CAN BE
      *    REHIRED, ON A DATE AFTER ITS TERMINATION. THE POSITION
      *    CONTROL CHECK IS RUN AGAIN FOR THE DEPARTMENT AND
      *    POSITION RETURNED TO. THE TERMINATION RUN DROPPED THE
      *    EMPLOYEE'S DEDUCTIONS, AND THE BANK ACCOUNT AND
      *    RETIREMENT ELECTION ARE NOT CARRIED OVER, SO ALL THREE
      *    ARE FLAGGED ON THE EXCEPTION LOG TO BE SET UP AGAIN.
       REHIRE-EMPLOYEE.
           PERFORM OPEN-FOR-UPDATE.
           DISPLAY "ENTER EMPLOYEE ID TO REHIRE: " WITH NO ADVANCING.
           ACCEPT EM-KEY-IN.
           MOVE EM-KEY-IN TO EM-EMP-ID.
           MOVE 'Y' TO WS-RH-OK.
           READ EM-MASTER-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE ID NOT ON MASTER: " EM-KEY-IN
                   MOVE 'N' TO WS-RH-OK
               NOT INVALID KEY
                   IF EM-STATUS NOT = 'I'
                       DISPLAY "EMPLOYEE " EM-KEY-IN
                           " IS ACTIVE - NOTHING TO REHIRE."
                       MOVE 'N' TO WS-RH-OK
                   END-IF
           END-READ.
           IF WS-RH-OK = 'N'
               CLOSE EM-MASTER-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RH-ORIG-HIRE WS-RH-TERM-DATE.
           IF EM-HIRE-DATE IS NUMERIC
               MOVE EM-HIRE-DATE TO WS-RH-ORIG-HIRE
           END-IF.
           IF EM-TERM-DATE IS NUMERIC
               MOVE EM-TERM-DATE TO WS-RH-TERM-DATE
           END-IF.
           MOVE EM-TERM-REASON TO WS-RH-TERM-REASON.
           MOVE EM-DEPT-CODE TO WS-IN-DEPT-CODE.
           MOVE EM-POSITION TO WS-IN-POSITION.
           DISPLAY EM-EMP-ID "  " EM-NAME "  HIRED " WS-RH-ORIG-HIRE
               "  TERMINATED " WS-RH-TERM-DATE " "
               WS-RH-TERM-REASON.

           MOVE 0 TO WS-RH-DATE.
           PERFORM UNTIL WS-RH-DATE > 0
               DISPLAY "REHIRE DATE (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-RH-DATE
               MOVE 'V' TO WS-DU-FUNCTION
               MOVE WS-RH-DATE TO WS-DU-DATE
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                   WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
               IF WS-DU-FLAG = 'N'
                   DISPLAY "NOT A VALID DATE, RE-ENTER."
                   MOVE 0 TO WS-RH-DATE
               END-IF
           END-PERFORM.
           IF WS-RH-DATE NOT > WS-RH-TERM-DATE
               DISPLAY "REHIRE DATE MUST BE AFTER THE TERMINATION"
                   " DATE " WS-RH-TERM-DATE "."
               CLOSE EM-MASTER-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DEPARTMENT CODE (BLANK FOR " WS-IN-DEPT-CODE
               "): " WITH NO ADVANCING.
           ACCEPT WS-IN-DEPT-CODE.
           IF WS-IN-DEPT-CODE = SPACES
               MOVE EM-DEPT-CODE TO WS-IN-DEPT-CODE
           END-IF.
           DISPLAY "POSITION (BLANK FOR "
               FUNCTION TRIM(WS-IN-POSITION) "): " WITH NO ADVANCING.
           ACCEPT WS-IN-POSITION.
           IF WS-IN-POSITION = SPACES
               MOVE EM-POSITION TO WS-IN-POSITION
           END-IF.

           PERFORM CHECK-POSITION-CONTROL.
           IF WS-PC-OVERRIDE = 'N'
               DISPLAY "REHIRE ABANDONED - POSITION OVER"
                   " ESTABLISHMENT."
               CLOSE EM-MASTER-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPUTE-SERVICE-BRIDGE.

           MOVE EM-KEY-IN TO EM-EMP-ID.
           READ EM-MASTER-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE ID NOT ON MASTER: " EM-KEY-IN
                   MOVE 'N' TO WS-RH-OK
               NOT INVALID KEY
                   MOVE 'A' TO EM-STATUS
                   MOVE WS-RH-DATE TO EM-HIRE-DATE
                   MOVE ZERO TO EM-TERM-DATE
                   MOVE SPACES TO EM-TERM-REASON
                   MOVE WS-IN-DEPT-CODE TO EM-DEPT-CODE
                   MOVE WS-IN-POSITION TO EM-POSITION
                   REWRITE EM-MASTER-REC
           END-READ.
           CLOSE EM-MASTER-FILE.
           IF WS-RH-OK = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-REHIRE-HISTORY.
           DISPLAY "EMPLOYEE " EM-KEY-IN " REHIRED " WS-RH-DATE ".".
           IF WS-RH-BRIDGED = 'Y'
               DISPLAY "BREAK OF " WS-RH-BREAK-DAYS " DAYS - PRIOR"
                   " SERVICE BRIDGED, SERVICE DATE "
                   WS-RH-SERVICE-DATE "."
           ELSE
               DISPLAY "BREAK OF " WS-RH-BREAK-DAYS " DAYS - SERVICE"
                   " STARTS AGAIN FROM THE REHIRE DATE."
           END-IF.
           PERFORM FLAG-ELECTIONS-TO-REDO.

      *    PRIOR SERVICE RUNS FROM THE SERVICE DATE OF THE LAST
      *    REHIRE (OR THE ORIGINAL HIRE DATE) TO THE TERMINATION.
      *    IT IS BRIDGED WHEN THE BREAK IS NO LONGER THAN THE
      *    MAXIMUM ON REHCFG.DAT (365 DAYS WITHOUT ONE), OR UNDER THE
      *    PARITY RULE, WHEN SWITCHED ON, WHEN THE BREAK IS SHORTER
      *    THAN THE PRIOR SERVICE. A BRIDGED SERVICE DATE IS THE
      *    REHIRE DATE MOVED BACK BY THE PRIOR SERVICE.
       COMPUTE-SERVICE-BRIDGE.
           MOVE 365 TO WS-RH-MAX-BREAK.
           MOVE 'N' TO WS-RH-PARITY.
           OPEN INPUT REHCFG-FILE.
           IF REHCFG-STATUS = "00"
               READ REHCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-MAX-BREAK IS NUMERIC
                           MOVE RC-MAX-BREAK TO WS-RH-MAX-BREAK
                       END-IF
                       IF RC-PARITY = 'Y'
                           MOVE 'Y' TO WS-RH-PARITY
                       END-IF
               END-READ
               CLOSE REHCFG-FILE
           END-IF.
           MOVE WS-RH-ORIG-HIRE TO WS-RH-FROM-DATE.
           OPEN INPUT REHIRE-FILE.
           IF REHIRE-STATUS = "00"
               PERFORM UNTIL REHIRE-STATUS NOT = "00"
                   READ REHIRE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RH-EMP-ID = EM-KEY-IN
                               AND RH-SERVICE-DATE IS NUMERIC
                               MOVE RH-SERVICE-DATE TO WS-RH-FROM-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REHIRE-FILE
           END-IF.
           MOVE 0 TO WS-RH-PRIOR-DAYS WS-RH-BREAK-DAYS.
           MOVE 'D' TO WS-DU-FUNCTION.
           IF WS-RH-FROM-DATE > 0 AND WS-RH-TERM-DATE > 0
               MOVE WS-RH-TERM-DATE TO WS-DU-DATE
               MOVE WS-RH-FROM-DATE TO WS-DU-DAYS
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                   WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
               IF WS-DU-FLAG = 'Y' AND WS-DU-RESULT > 0
                   MOVE WS-DU-RESULT TO WS-RH-PRIOR-DAYS
               END-IF
           END-IF.
           IF WS-RH-TERM-DATE > 0
               MOVE WS-RH-DATE TO WS-DU-DATE
               MOVE WS-RH-TERM-DATE TO WS-DU-DAYS
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                   WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
               IF WS-DU-FLAG = 'Y' AND WS-DU-RESULT > 0
                   MOVE WS-DU-RESULT TO WS-RH-BREAK-DAYS
               END-IF
           END-IF.
           MOVE 'N' TO WS-RH-BRIDGED.
           IF WS-RH-PRIOR-DAYS > 0
               IF WS-RH-BREAK-DAYS <= WS-RH-MAX-BREAK
                   MOVE 'Y' TO WS-RH-BRIDGED
               END-IF
               IF WS-RH-PARITY = 'Y'
                   AND WS-RH-BREAK-DAYS < WS-RH-PRIOR-DAYS
                   MOVE 'Y' TO WS-RH-BRIDGED
               END-IF
           END-IF.
           MOVE WS-RH-DATE TO WS-RH-SERVICE-DATE.
           IF WS-RH-BRIDGED = 'Y'
               MOVE 'A' TO WS-DU-FUNCTION
               MOVE WS-RH-DATE TO WS-DU-DATE
               COMPUTE WS-DU-DAYS = 0 - WS-RH-PRIOR-DAYS
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                   WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
               MOVE WS-DU-RESULT TO WS-RH-SERVICE-DATE
           END-IF.

       WRITE-REHIRE-HISTORY.
           OPEN EXTEND REHIRE-FILE.
           IF REHIRE-STATUS = "05" OR REHIRE-STATUS = "35"
               OPEN OUTPUT REHIRE-FILE
           END-IF.
           MOVE SPACES TO REHIRE-REC.
           MOVE EM-KEY-IN TO RH-EMP-ID.
           MOVE WS-RH-DATE TO RH-REHIRE-DATE.
           MOVE WS-RH-ORIG-HIRE TO RH-ORIG-HIRE.
           MOVE WS-RH-TERM-DATE TO RH-TERM-DATE.
           MOVE WS-RH-TERM-REASON TO RH-TERM-REASON.
           MOVE WS-RH-BREAK-DAYS TO RH-BREAK-DAYS.
           MOVE WS-RH-BRIDGED TO RH-BRIDGED.
           MOVE WS-RH-SERVICE-DATE TO RH-SERVICE-DATE.
           WRITE REHIRE-REC.
           CLOSE REHIRE-FILE.

       FLAG-ELECTIONS-TO-REDO.
           DISPLAY "RE-ESTABLISH THE BANK ACCOUNT, DEDUCTIONS AND"
               " RETIREMENT ELECTION - FLAGGED ON THE EXCEPTION LOG.".
           MOVE "EMPMAST" TO EXC-LOG-PROGRAM-ID.
           MOVE SPACES TO EXC-LOG-CONTEXT.
           STRING "REHIRE " EM-KEY-IN DELIMITED BY SIZE
               INTO EXC-LOG-CONTEXT.
           MOVE "REHIRED - RE-ESTABLISH BANK ACCOUNT" TO
               EXC-LOG-REASON.
           CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID EXC-LOG-CONTEXT
               EXC-LOG-REASON.
           MOVE "REHIRED - RE-ESTABLISH DEDUCTIONS" TO EXC-LOG-REASON.
           CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID EXC-LOG-CONTEXT
               EXC-LOG-REASON.
           MOVE "REHIRED - RE-ESTABLISH RETIREMENT PLAN" TO
               EXC-LOG-REASON.
           CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID EXC-LOG-CONTEXT
               EXC-LOG-REASON.
       END PROGRAM EMPMAST.
