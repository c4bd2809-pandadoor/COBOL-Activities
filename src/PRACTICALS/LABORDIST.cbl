      *    BASIC PAY, OVERTIME, TAX AND NET DOWN BY DEPARTMENT /
      *    COST CENTER, USING THE DEPARTMENT CODE CARRIED ON THE
      *    EMPLOYEE MASTER (EMPMAST.DAT) FOR EACH EMPLOYEE ON THE
      *    WEEKLY PAY FILE, WITH CONTROL TOTALS AT THE END. THE
      *    BASIC PAY OF SALARIED EMPLOYEES (PAY TYPE 'S' ON THE
      *    MASTER) IS CARRIED AS SALARY PAY ON ITS OWN LINE.
      *    ONCE THE PERIOD-END BURDEN ALLOCATION (BURDEN) HAS RUN
      *    FOR THE PAY FILE'S PERIOD, EACH DEPARTMENT ALSO SHOWS ITS
      *    BURDEN FROM BURDALOC.DAT AND ITS FULLY BURDENED COST.
      *    A SINGLE DEPARTMENT CAN BE ASKED FOR INSTEAD OF THE WHOLE
      *    DISTRIBUTION: ITS EMPLOYEES ARE TAKEN FROM THE MASTER'S
      *    DEPARTMENT KEY AND ONLY THEIR PAY RECORDS ARE READ. SUCH A
      *    RUN FINDS THE PEOPLE THE MASTER NOW PLACES IN THE
      *    DEPARTMENT; THE SHARE LEFT BY SOMEONE WHO TRANSFERRED OUT
      *    DURING THE PERIOD SHOWS ONLY ON THE FULL REPORT.
      *    THE REPORT IS SPOOLED AND BURST AT EACH DEPARTMENT, SO
      *    EACH MANAGER ON THE DISTRIBUTION LIST RECEIVES ONLY
      *    THEIR OWN DEPARTMENT'S LINES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT WS-EMPLOYEES-FILE
           ASSIGN TO "PRACTICALS/QUIZLAB3.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           FILE STATUS IS WS-FILE-STATUS.
       SELECT EM-MASTER-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT DEPTHIST-FILE
           ASSIGN TO "PRACTICALS/DEPTHIST.DAT"
           ASSIGN TO "PRACTICALS/DEPTMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPT-STATUS.
       SELECT BURDALOC-FILE
           ASSIGN TO "PRACTICALS/BURDALOC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BURDALOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 DEPT-FILLER-2 PIC X(1).
           05 DEPT-NAME PIC X(20).

       FD  BURDALOC-FILE.
       01  BURDALOC-REC.
           COPY BURDREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC XX.
       01  EM-FILE-STATUS PIC XX.
       01  DEPT-STATUS PIC XX.
       01  BURDALOC-STATUS PIC XX.
       01  WS-RUN-PERIOD PIC X(6) VALUE SPACES.
       01  WS-BURDEN-ON-FILE PIC X VALUE 'N'.
       01  WS-BURDEN-OTHER PIC S9(9)V99 VALUE 0.
       01  WS-EOF PIC X.
       01  WS-EM-OPEN PIC X VALUE 'N'.
       01  WS-FOUND PIC X.
       01  WS-IDX PIC 9(3).
       01  WS-EMP-DEPT PIC X(4).
       01  WS-SEL-DEPT PIC X(4) VALUE SPACES.
       01  WS-DM-COUNT PIC 9(3) VALUE 0.
       01  WS-DM-TABLE.
           05 WS-DM-EMP PIC X(8) OCCURS 500 TIMES.
       01  WS-DM-IDX PIC 9(3).
       01  WS-EMP-BASIC PIC S9(7)V99.
       01  WS-EMP-SALARY PIC S9(7)V99.
       01  DEPTHIST-STATUS PIC XX.
       01  PAYCAL-STATUS PIC XX.
       01  WS-PER-START PIC 9(8).
       01  WS-TOTAL-DAYS PIC 9(3).
       01  WS-SH-EMPS PIC 9(5).
       01  WS-SH-BASIC PIC S9(9)V99.
       01  WS-SH-SALARY PIC S9(9)V99.
       01  WS-SH-OT PIC S9(9)V99.
       01  WS-SH-TAX PIC S9(9)V99.
       01  WS-SH-NET PIC S9(9)V99.
               10 WS-DIST-NAME PIC X(20).
               10 WS-DIST-EMPS PIC 9(5) VALUE 0.
               10 WS-DIST-BASIC PIC S9(9)V99 VALUE 0.
               10 WS-DIST-SALARY PIC S9(9)V99 VALUE 0.
               10 WS-DIST-OT PIC S9(9)V99 VALUE 0.
               10 WS-DIST-TAX PIC S9(9)V99 VALUE 0.
               10 WS-DIST-NET PIC S9(9)V99 VALUE 0.
               10 WS-DIST-BURDEN PIC S9(9)V99 VALUE 0.

       01  WS-TOT-EMPS PIC 9(5) VALUE 0.
       01  WS-TOT-BASIC PIC S9(9)V99 VALUE 0.
       01  WS-TOT-SALARY PIC S9(9)V99 VALUE 0.
       01  WS-TOT-OT PIC S9(9)V99 VALUE 0.
       01  WS-TOT-TAX PIC S9(9)V99 VALUE 0.
       01  WS-TOT-NET PIC S9(9)V99 VALUE 0.
       01  WS-TOT-BURDEN PIC S9(9)V99 VALUE 0.
       01  WS-FULL-COST PIC S9(9)V99 VALUE 0.

       01  OUT-EMPS PIC ZZZZ9.
       01  OUT-BASIC PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  OUT-SALARY PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  OUT-OT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  OUT-TAX PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  OUT-NET PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  OUT-BURDEN PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  OUT-FULL-COST PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40) VALUE
           "DEPT  CC      EMPS  BASIC PAY    OVERTIME     TAX     NET".
       01  WS-RPT-LPP PIC 9(3) VALUE 20.

       01  WS-SPL-FUNCTION PIC X(1).
       01  WS-SPL-REPORT PIC X(20) VALUE "LABOR DISTRIBUTION".
       01  WS-SPL-LINE PIC X(80).

       PROCEDURE DIVISION.
       RUN-DISTRIBUTION.
           DISPLAY "DEPARTMENT (BLANK FOR ALL): " WITH NO ADVANCING.
           ACCEPT WS-SEL-DEPT.
           MOVE FUNCTION UPPER-CASE(WS-SEL-DEPT) TO WS-SEL-DEPT.
           PERFORM LOAD-EMPLOYEE-TOTALS.
           PERFORM PRINT-DISTRIBUTION.
           GOBACK.
               MOVE 'Y' TO WS-EM-OPEN
           END-IF.

           IF WS-SEL-DEPT = SPACES
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WS-EMPLOYEES-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM TAKE-ONE-PAY-RECORD
                   END-READ
               END-PERFORM
           ELSE
               PERFORM LOAD-DEPT-MEMBERS
               PERFORM VARYING WS-DM-IDX FROM 1 BY 1
                   UNTIL WS-DM-IDX > WS-DM-COUNT
                   MOVE WS-DM-EMP (WS-DM-IDX) TO EMP-ID
                   READ WS-EMPLOYEES-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM TAKE-ONE-PAY-RECORD
                   END-READ
               END-PERFORM
           END-IF.

           IF WS-EM-OPEN = 'Y'
               CLOSE EM-MASTER-FILE
           END-IF.
           CLOSE WS-EMPLOYEES-FILE.
           PERFORM LOAD-DEPT-NAMES.
           PERFORM LOAD-DEPT-BURDEN.

       TAKE-ONE-PAY-RECORD.
           IF WS-STATUS NOT = 'I'
               IF WS-RUN-PERIOD = SPACES
                   MOVE WS-PAY-PERIOD TO WS-RUN-PERIOD
               END-IF
               PERFORM DISTRIBUTE-ONE-EMPLOYEE
           END-IF.

      *    THE EMPLOYEE IDS ARE GATHERED FIRST, SINCE THE PAY-TYPE
      *    AND DEPARTMENT LOOKUPS REPOSITION THE MASTER BY EMPLOYEE.
       LOAD-DEPT-MEMBERS.
           MOVE 0 TO WS-DM-COUNT.
           IF WS-EM-OPEN NOT = 'Y'
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - NO"
                   " DEPARTMENT MEMBERS FOUND."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEL-DEPT TO EM-DEPT-CODE.
           START EM-MASTER-FILE KEY IS EQUAL TO EM-DEPT-CODE
               INVALID KEY
                   CONTINUE
           END-START.
           PERFORM UNTIL EM-FILE-STATUS NOT = "00"
               AND EM-FILE-STATUS NOT = "02"
               READ EM-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EM-DEPT-CODE NOT = WS-SEL-DEPT
                           MOVE "10" TO EM-FILE-STATUS
                       ELSE
                           IF WS-DM-COUNT < 500
                               ADD 1 TO WS-DM-COUNT
                               MOVE EM-EMP-ID TO WS-DM-EMP (WS-DM-COUNT)
                           ELSE
                               DISPLAY "MORE THAN 500 EMPLOYEES IN"
                                   " THE DEPARTMENT - REPORT IS"
                                   " INCOMPLETE."
                               MOVE "10" TO EM-FILE-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    SPLITS THE RECORD'S BASIC PAY INTO HOURLY BASIC AND
      *    SALARY BY THE PAY TYPE ON THE MASTER.
       LOOKUP-EMPLOYEE-PAY-TYPE.
           MOVE WS-BASIC-PAY TO WS-EMP-BASIC.
           MOVE ZERO TO WS-EMP-SALARY.
           IF WS-EM-OPEN = 'Y'
               MOVE EMP-ID TO EM-EMP-ID
               READ EM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EM-PAY-TYPE = 'S'
                           MOVE ZERO TO WS-EMP-BASIC
                           MOVE WS-BASIC-PAY TO WS-EMP-SALARY
                       END-IF
               END-READ
           END-IF.

       LOOKUP-EMPLOYEE-DEPT.
           MOVE "????" TO WS-EMP-DEPT.
      *    DEPARTMENT CHARGE FROM THE MASTER. THE HEADCOUNT GOES TO
      *    THE DEPARTMENT HOLDING MOST OF THE PERIOD.
       DISTRIBUTE-ONE-EMPLOYEE.
           PERFORM LOOKUP-EMPLOYEE-PAY-TYPE.
           PERFORM FIND-PERIOD-RANGE.
           PERFORM LOAD-ASSIGNMENTS.
           IF WS-PER-FOUND = 'N' OR WS-AS-COUNT = 0
               PERFORM LOOKUP-EMPLOYEE-DEPT
               MOVE 1 TO WS-SH-EMPS
               MOVE WS-EMP-BASIC TO WS-SH-BASIC
               MOVE WS-EMP-SALARY TO WS-SH-SALARY
               MOVE WS-OVERTIME-PAY TO WS-SH-OT
               MOVE WS-TAX-AMOUNT TO WS-SH-TAX
               MOVE WS-NET-PAY TO WS-SH-NET
                   ELSE
                       MOVE 0 TO WS-SH-EMPS
                   END-IF
                   COMPUTE WS-SH-BASIC ROUNDED = WS-EMP-BASIC
                       * WS-AS-DAYS (WS-AS-IDX) / WS-TOTAL-DAYS
                   COMPUTE WS-SH-SALARY ROUNDED = WS-EMP-SALARY
                       * WS-AS-DAYS (WS-AS-IDX) / WS-TOTAL-DAYS
                   COMPUTE WS-SH-OT ROUNDED = WS-OVERTIME-PAY
                       * WS-AS-DAYS (WS-AS-IDX) / WS-TOTAL-DAYS
           END-IF.

       ACCUMULATE-DEPARTMENT.
           IF WS-SEL-DEPT NOT = SPACES
               AND WS-EMP-DEPT NOT = WS-SEL-DEPT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-DIST-COUNT
           END-IF.
           ADD WS-SH-EMPS TO WS-DIST-EMPS (WS-IDX).
           ADD WS-SH-BASIC TO WS-DIST-BASIC (WS-IDX).
           ADD WS-SH-SALARY TO WS-DIST-SALARY (WS-IDX).
           ADD WS-SH-OT TO WS-DIST-OT (WS-IDX).
           ADD WS-SH-TAX TO WS-DIST-TAX (WS-IDX).
           ADD WS-SH-NET TO WS-DIST-NET (WS-IDX).
               END-IF
           END-PERFORM.

      *    DEPARTMENT ROWS OF THE BURDEN ALLOCATION FOR THIS PAY
      *    PERIOD. THE ALLOCATION CHARGES THE MASTER DEPARTMENT, SO
      *    BURDEN FOR A DEPARTMENT WITH NO PAY ON THIS REPORT IS
      *    CARRIED IN THE TOTALS ONLY.
       LOAD-DEPT-BURDEN.
           IF WS-RUN-PERIOD = SPACES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT BURDALOC-FILE.
           IF BURDALOC-STATUS = "00"
               PERFORM UNTIL BURDALOC-STATUS NOT = "00"
                   READ BURDALOC-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BA-PERIOD = WS-RUN-PERIOD
                               AND BA-TYPE = 'D'
                               AND (WS-SEL-DEPT = SPACES
                               OR BA-KEY (1:4) = WS-SEL-DEPT)
                               PERFORM MATCH-DEPT-BURDEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BURDALOC-FILE
           END-IF.

       MATCH-DEPT-BURDEN.
           MOVE 'Y' TO WS-BURDEN-ON-FILE.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-DIST-COUNT
               IF WS-DIST-DEPT (WS-IDX) = BA-KEY (1:4)
                   ADD BA-BURDEN TO WS-DIST-BURDEN (WS-IDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N'
               ADD BA-BURDEN TO WS-BURDEN-OTHER
           END-IF.

       PRINT-DISTRIBUTION.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE 'O' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.
           MOVE WS-RPT-COLHDR TO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           IF WS-SEL-DEPT NOT = SPACES
               DISPLAY "DEPARTMENT " WS-SEL-DEPT " ONLY"
               MOVE SPACES TO WS-SPL-LINE
               STRING "DEPARTMENT " WS-SEL-DEPT " ONLY"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
               PERFORM SPOOL-ONE-LINE
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-DIST-COUNT
                   WS-DIST-CC (WS-IDX) "  " OUT-EMPS "  "
                   OUT-BASIC "  " OUT-OT "  " OUT-TAX "  " OUT-NET
               DISPLAY "      (" WS-DIST-NAME (WS-IDX) ")"
               MOVE WS-DIST-DEPT (WS-IDX) TO WS-SPL-LINE
               PERFORM SPOOL-DEPT-BREAK
               MOVE SPACES TO WS-SPL-LINE
               STRING WS-DIST-DEPT (WS-IDX) "  "
                   WS-DIST-CC (WS-IDX) "  " OUT-EMPS "  "
                   OUT-BASIC "  " OUT-OT "  " OUT-TAX "  " OUT-NET
                   DELIMITED BY SIZE INTO WS-SPL-LINE
               PERFORM SPOOL-ONE-LINE
               MOVE SPACES TO WS-SPL-LINE
               STRING "      (" WS-DIST-NAME (WS-IDX) ")"
                   DELIMITED BY SIZE INTO WS-SPL-LINE
               PERFORM SPOOL-ONE-LINE
               IF WS-DIST-SALARY (WS-IDX) NOT = 0
                   MOVE WS-DIST-SALARY (WS-IDX) TO OUT-SALARY
                   DISPLAY "      SALARY PAY: "
                       FUNCTION TRIM(OUT-SALARY)
                   MOVE SPACES TO WS-SPL-LINE
                   STRING "      SALARY PAY: "
                       FUNCTION TRIM(OUT-SALARY)
                       DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-ONE-LINE
               END-IF
               IF WS-BURDEN-ON-FILE = 'Y'
                   COMPUTE WS-FULL-COST = WS-DIST-BASIC (WS-IDX)
                       + WS-DIST-SALARY (WS-IDX) + WS-DIST-OT (WS-IDX)
                       + WS-DIST-BURDEN (WS-IDX)
                   MOVE WS-DIST-BURDEN (WS-IDX) TO OUT-BURDEN
                   MOVE WS-FULL-COST TO OUT-FULL-COST
                   DISPLAY "      BURDEN: " FUNCTION TRIM(OUT-BURDEN)
                       "  FULLY BURDENED COST: "
                       FUNCTION TRIM(OUT-FULL-COST)
                   MOVE SPACES TO WS-SPL-LINE
                   STRING "      BURDEN: " FUNCTION TRIM(OUT-BURDEN)
                       "  FULLY BURDENED COST: "
                       FUNCTION TRIM(OUT-FULL-COST)
                       DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-ONE-LINE
               END-IF
               ADD WS-DIST-BURDEN (WS-IDX) TO WS-TOT-BURDEN
               ADD WS-DIST-EMPS (WS-IDX) TO WS-TOT-EMPS
               ADD WS-DIST-BASIC (WS-IDX) TO WS-TOT-BASIC
               ADD WS-DIST-SALARY (WS-IDX) TO WS-TOT-SALARY
               ADD WS-DIST-OT (WS-IDX) TO WS-TOT-OT
               ADD WS-DIST-TAX (WS-IDX) TO WS-TOT-TAX
               ADD WS-DIST-NET (WS-IDX) TO WS-TOT-NET

           MOVE WS-TOT-EMPS TO OUT-EMPS.
           MOVE WS-TOT-BASIC TO OUT-BASIC.
           MOVE WS-TOT-SALARY TO OUT-SALARY.
           MOVE WS-TOT-OT TO OUT-OT.
           MOVE WS-TOT-TAX TO OUT-TAX.
           MOVE WS-TOT-NET TO OUT-NET.
           MOVE SPACES TO WS-SPL-LINE.
           PERFORM SPOOL-DEPT-BREAK.
           DISPLAY "--------------------------------------------".
           DISPLAY "CONTROL TOTALS".
           DISPLAY "EMPLOYEES:   " FUNCTION TRIM(OUT-EMPS).
           DISPLAY "BASIC PAY:   " FUNCTION TRIM(OUT-BASIC).
           DISPLAY "SALARY PAY:  " FUNCTION TRIM(OUT-SALARY).
           DISPLAY "OVERTIME:    " FUNCTION TRIM(OUT-OT).
           DISPLAY "TAX:         " FUNCTION TRIM(OUT-TAX).
           DISPLAY "NET PAY:     " FUNCTION TRIM(OUT-NET).
           MOVE SPACES TO WS-SPL-LINE.
           STRING "CONTROL TOTALS  EMPLOYEES: " FUNCTION TRIM(OUT-EMPS)
               "  NET PAY: " FUNCTION TRIM(OUT-NET)
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "BASIC PAY: " FUNCTION TRIM(OUT-BASIC)
               "  SALARY PAY: " FUNCTION TRIM(OUT-SALARY)
               "  OVERTIME: " FUNCTION TRIM(OUT-OT)
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           IF WS-BURDEN-ON-FILE = 'Y'
               ADD WS-BURDEN-OTHER TO WS-TOT-BURDEN
               COMPUTE WS-FULL-COST = WS-TOT-BASIC + WS-TOT-SALARY
                   + WS-TOT-OT + WS-TOT-BURDEN
               MOVE WS-TOT-BURDEN TO OUT-BURDEN
               MOVE WS-FULL-COST TO OUT-FULL-COST
               DISPLAY "BURDEN:      " FUNCTION TRIM(OUT-BURDEN)
               DISPLAY "FULLY BURDENED COST: "
                   FUNCTION TRIM(OUT-FULL-COST)
           ELSE
               DISPLAY "NO BURDEN ALLOCATION ON FILE FOR PERIOD "
                   WS-RUN-PERIOD "."
           END-IF.
           DISPLAY "==============================================".
           MOVE 'C' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.

       SPOOL-ONE-LINE.
           MOVE 'L' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.

      *    EACH DEPARTMENT'S LINES GO TO ITS DISTRIBUTION LIST AS
      *    WELL AS THE FULL REPORT; SPACES END THE LAST DEPARTMENT.
       SPOOL-DEPT-BREAK.
           MOVE 'B' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.
       END PROGRAM LABORDIST.
