      *    EM-HIRE-DATE, THE MONTH'S HIRES AND SEPARATIONS (FROM THE
      *    TERMINATION DATE THE TERMINATION RUN RECORDS), THE
      *    ANNUALIZED TURNOVER RATE, AND EVERY EMPLOYEE REACHING
      *    RETIREMENT AGE WITHIN THE NEXT TWELVE MONTHS. A REHIRE
      *    COUNTS AS A HIRE IN ITS MONTH AND IS ALSO SHOWN
      *    SEPARATELY; THE TERMINATION IT REVERSED STAYS A
      *    SEPARATION IN ITS OWN MONTH (FROM REHIRE.DAT, SINCE THE
      *    MASTER'S TERMINATION DATE IS CLEARED), AND TENURE RUNS
      *    FROM THE REHIRE SERVICE DATE. THE CENSUS CAN BE TAKEN FOR
      *    ONE DEPARTMENT, IN WHICH CASE ONLY THAT DEPARTMENT'S
      *    MASTER RECORDS ARE READ, THROUGH THE DEPARTMENT KEY, AND
      *    A REHIRE ROW COUNTS WHEN THE EMPLOYEE IS NOW IN IT.
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
       SELECT REHIRE-FILE
           ASSIGN TO "PRACTICALS/REHIRE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REHIRE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  EM-MASTER-REC.
           COPY EMPMREC.

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

       WORKING-STORAGE SECTION.
       01  EM-FILE-STATUS PIC XX.
       01  REHIRE-STATUS PIC XX.
       01  WS-EOF PIC X.
       01  WS-MONTH-IN PIC 9(6).
       01  WS-MONTH-LO PIC 9(8).
       01  WS-ASOF-DATE PIC 9(8).
       01  WS-RETIRE-AGE PIC 9(2) VALUE 65.
       01  WS-IDX PIC 9(3).
       01  WS-SEL-DEPT PIC X(4) VALUE SPACES.
       01  WS-EM-OPEN PIC X VALUE 'N'.
       01  WS-IN-DEPT PIC X.

       01  WS-ACTIVE-COUNT PIC 9(5) VALUE 0.
       01  WS-HIRE-COUNT PIC 9(5) VALUE 0.
       01  WS-SEP-COUNT PIC 9(5) VALUE 0.
       01  WS-REHIRE-COUNT PIC 9(5) VALUE 0.
       01  WS-SERVICE-DATE PIC 9(8).

       01  WS-RH-COUNT PIC 9(3) VALUE 0.
       01  WS-RH-TABLE.
           05 WS-RH-ENTRY OCCURS 200 TIMES.
               10 WS-RH-EMP PIC X(8).
               10 WS-RH-SERVICE PIC 9(8).
       01  WS-RH-IDX PIC 9(3).
       01  WS-TURNOVER PIC 9(3)V9.

       01  WS-DEPT-COUNT PIC 9(3) VALUE 0.
           COMPUTE WS-MONTH-LO = WS-MONTH-IN * 100 + 1.
           COMPUTE WS-MONTH-HI = WS-MONTH-IN * 100 + 31.
           PERFORM COMPUTE-ASOF-DATE.
           DISPLAY "DEPARTMENT (BLANK FOR ALL): " WITH NO ADVANCING.
           ACCEPT WS-SEL-DEPT.
           MOVE FUNCTION UPPER-CASE(WS-SEL-DEPT) TO WS-SEL-DEPT.

           PERFORM LOAD-REHIRE-HISTORY.
           PERFORM SCAN-EMPLOYEE-MASTER.
           PERFORM PRINT-CENSUS.
           GOBACK.
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           MOVE WS-DU-RESULT TO WS-ASOF-DATE.

      *    EACH REHIRE ROW WHOSE TERMINATION FALLS IN THE MONTH IS A
      *    SEPARATION THE MASTER NO LONGER SHOWS. THE LATEST ROW PER
      *    EMPLOYEE GIVES THE SERVICE DATE FOR THE TENURE BANDS.
       LOAD-REHIRE-HISTORY.
           OPEN INPUT REHIRE-FILE.
           IF REHIRE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EM-OPEN.
           IF WS-SEL-DEPT NOT = SPACES
               OPEN INPUT EM-MASTER-FILE
               IF EM-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-EM-OPEN
               END-IF
           END-IF.
           PERFORM UNTIL REHIRE-STATUS NOT = "00"
               READ REHIRE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TALLY-ONE-REHIRE
               END-READ
           END-PERFORM.
           CLOSE REHIRE-FILE.
           IF WS-EM-OPEN = 'Y'
               CLOSE EM-MASTER-FILE
           END-IF.

       TALLY-ONE-REHIRE.
           MOVE 'Y' TO WS-IN-DEPT.
           IF WS-SEL-DEPT NOT = SPACES
               MOVE 'N' TO WS-IN-DEPT
               IF WS-EM-OPEN = 'Y'
                   MOVE RH-EMP-ID TO EM-EMP-ID
                   READ EM-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EM-DEPT-CODE = WS-SEL-DEPT
                               MOVE 'Y' TO WS-IN-DEPT
                           END-IF
                   END-READ
               END-IF
           END-IF.
           IF WS-IN-DEPT = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF RH-TERM-DATE IS NUMERIC
               AND RH-TERM-DATE >= WS-MONTH-LO
               AND RH-TERM-DATE <= WS-MONTH-HI
               ADD 1 TO WS-SEP-COUNT
           END-IF.
           IF RH-REHIRE-DATE IS NUMERIC
               AND RH-REHIRE-DATE >= WS-MONTH-LO
               AND RH-REHIRE-DATE <= WS-MONTH-HI
               ADD 1 TO WS-REHIRE-COUNT
           END-IF.
           IF RH-SERVICE-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RH-IDX FROM 1 BY 1
               UNTIL WS-RH-IDX > WS-RH-COUNT
               IF WS-RH-EMP (WS-RH-IDX) = RH-EMP-ID
                   MOVE RH-SERVICE-DATE TO WS-RH-SERVICE (WS-RH-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-RH-COUNT < 200
               ADD 1 TO WS-RH-COUNT
               MOVE RH-EMP-ID TO WS-RH-EMP (WS-RH-COUNT)
               MOVE RH-SERVICE-DATE TO WS-RH-SERVICE (WS-RH-COUNT)
           END-IF.

       SCAN-EMPLOYEE-MASTER.
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS NOT = "00"
                   EM-FILE-STATUS ")."
               GOBACK
           END-IF.
           PERFORM POSITION-MASTER.
           PERFORM UNTIL WS-EOF = 'Y'
               READ EM-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-SEL-DEPT NOT = SPACES
                           AND EM-DEPT-CODE NOT = WS-SEL-DEPT
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM TALLY-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EM-MASTER-FILE.

      *    A DEPARTMENT CENSUS STARTS AT THE DEPARTMENT ON THE
      *    DEPARTMENT KEY; THE FULL CENSUS READS FROM THE TOP.
       POSITION-MASTER.
           MOVE 'N' TO WS-EOF.
           IF WS-SEL-DEPT NOT = SPACES
               MOVE WS-SEL-DEPT TO EM-DEPT-CODE
               START EM-MASTER-FILE KEY IS EQUAL TO EM-DEPT-CODE
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           END-IF.

       TALLY-ONE-EMPLOYEE.
           IF EM-HIRE-DATE IS NUMERIC
               AND EM-HIRE-DATE >= WS-MONTH-LO

       TALLY-TENURE-BAND.
           MOVE 0 TO WS-TENURE-YEARS.
           MOVE 0 TO WS-SERVICE-DATE.
           IF EM-HIRE-DATE IS NUMERIC
               MOVE EM-HIRE-DATE TO WS-SERVICE-DATE
           END-IF.
           PERFORM VARYING WS-RH-IDX FROM 1 BY 1
               UNTIL WS-RH-IDX > WS-RH-COUNT
               IF WS-RH-EMP (WS-RH-IDX) = EM-EMP-ID
                   MOVE WS-RH-SERVICE (WS-RH-IDX) TO WS-SERVICE-DATE
               END-IF
           END-PERFORM.
           IF WS-SERVICE-DATE > 0
               MOVE 'D' TO WS-DU-FUNCTION
               MOVE WS-ASOF-DATE TO WS-DU-DATE
               MOVE WS-SERVICE-DATE TO WS-DU-DAYS
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                   WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
               IF WS-DU-FLAG = 'Y' AND WS-DU-RESULT > 0
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "REPORT MONTH: " WS-MONTH-IN.
           IF WS-SEL-DEPT NOT = SPACES
               DISPLAY "DEPARTMENT " WS-SEL-DEPT " ONLY"
           END-IF.
           MOVE WS-ACTIVE-COUNT TO OUT-COUNT.
           DISPLAY "ACTIVE HEADCOUNT: " FUNCTION TRIM(OUT-COUNT).
           DISPLAY SPACES.

           MOVE WS-HIRE-COUNT TO OUT-COUNT.
           DISPLAY "HIRES IN MONTH:       " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-REHIRE-COUNT TO OUT-COUNT.
           DISPLAY "  OF WHICH REHIRES:   " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-SEP-COUNT TO OUT-COUNT.
           DISPLAY "SEPARATIONS IN MONTH: " FUNCTION TRIM(OUT-COUNT).
           IF WS-ACTIVE-COUNT > 0
           IF EM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM POSITION-MASTER.
           PERFORM UNTIL WS-EOF = 'Y'
               READ EM-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-SEL-DEPT NOT = SPACES
                           AND EM-DEPT-CODE NOT = WS-SEL-DEPT
                           MOVE 'Y' TO WS-EOF
                       END-IF
                       IF WS-EOF = 'N' AND EM-STATUS NOT = 'I'
                           AND EM-BIRTH-DATE IS NUMERIC
                           AND EM-BIRTH-DATE > 0
                           PERFORM CHECK-RETIREMENT-AGE
