       PROGRAM-ID. JOBCOST.
      *    HOURS AND COST BY JOB CODE FOR THE OPERATIONS MANAGER,
      *    FROM THE PAYJOBS.DAT LINES THE JOB-COSTED ENTRY WRITES.
      *    OPTIONALLY LIMITED TO ONE PAY PERIOD. JOBS THE
      *    PERIOD-END BURDEN ALLOCATION HAS REACHED ALSO SHOW THEIR
      *    SHARE OF EMPLOYER TAX, RETIREMENT, BENEFITS AND WORKERS'
      *    COMP FROM BURDALOC.DAT AND THE FULLY BURDENED COST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO "PRACTICALS/PAYJOBS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYJOBS-STATUS.
       SELECT BURDALOC-FILE
           ASSIGN TO "PRACTICALS/BURDALOC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BURDALOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PJ-FILLER-6 PIC X(1).
           05 PJ-COST PIC 9(7)V99.

       FD  BURDALOC-FILE.
       01  BURDALOC-REC.
           COPY BURDREC.

       WORKING-STORAGE SECTION.
       01  WS-PAYJOBS-STATUS PIC XX.
       01  WS-BURDALOC-STATUS PIC XX.
       01  WS-PERIOD-IN PIC X(6).
       01  WS-JC-COUNT PIC 9(3) VALUE 0.
       01  WS-JC-TABLE.
               10 WS-JC-CODE PIC X(6).
               10 WS-JC-HOURS PIC 9(7)V99.
               10 WS-JC-COST PIC 9(9)V99.
               10 WS-JC-BURDEN PIC 9(9)V99.
       01  WS-JC-IDX PIC 9(3).
       01  WS-JC-HIT PIC 9(3).
       01  WS-TOT-HOURS PIC 9(7)V99 VALUE 0.
       01  WS-TOT-COST PIC 9(9)V99 VALUE 0.
       01  WS-TOT-BURDEN PIC 9(9)V99 VALUE 0.
       01  WS-FULL-COST PIC 9(9)V99 VALUE 0.
       01  OUT-HOURS PIC ZZZ,ZZ9.99.
       01  OUT-COST PIC ZZZ,ZZZ,ZZ9.99.
       01  OUT-BURDEN PIC ZZZ,ZZZ,ZZ9.99.
       01  OUT-FULL-COST PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-RPT-LINE PIC X(80).

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40) VALUE
           "LABOR COST BY JOB CODE".
       01  WS-RPT-COLHDR PIC X(80) VALUE
           "JOB CODE     HOURS          COST      BURDEN    BURDENED".
       01  WS-RPT-LPP PIC 9(3) VALUE 20.

       PROCEDURE DIVISION.
               WITH NO ADVANCING.
           ACCEPT WS-PERIOD-IN.
           PERFORM ACCUMULATE-JOB-LINES.
           PERFORM LOAD-JOB-BURDEN.
           IF WS-JC-COUNT = 0
               DISPLAY "NO JOB-COSTED PAY LINES ON FILE."
           ELSE
                   MOVE PJ-JOB-CODE TO WS-JC-CODE (WS-JC-HIT)
                   MOVE 0 TO WS-JC-HOURS (WS-JC-HIT)
                   MOVE 0 TO WS-JC-COST (WS-JC-HIT)
                   MOVE 0 TO WS-JC-BURDEN (WS-JC-HIT)
               ELSE
                   DISPLAY "JOB TABLE FULL - LINES FOR "
                       PJ-JOB-CODE " NOT REPORTED."
               ADD PJ-COST TO WS-JC-COST (WS-JC-HIT)
           END-IF.

      *    JOB ROWS OF THE BURDEN ALLOCATION FOR THE SAME PERIOD
      *    (OR EVERY PERIOD WHEN NONE WAS GIVEN).
       LOAD-JOB-BURDEN.
           OPEN INPUT BURDALOC-FILE.
           IF WS-BURDALOC-STATUS = "00"
               PERFORM UNTIL WS-BURDALOC-STATUS NOT = "00"
                   READ BURDALOC-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BA-TYPE = 'J'
                               AND (WS-PERIOD-IN = SPACES
                               OR BA-PERIOD = WS-PERIOD-IN)
                               PERFORM ADD-ONE-JOB-BURDEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BURDALOC-FILE
           END-IF.

       ADD-ONE-JOB-BURDEN.
           PERFORM VARYING WS-JC-IDX FROM 1 BY 1
               UNTIL WS-JC-IDX > WS-JC-COUNT
               IF WS-JC-CODE (WS-JC-IDX) = BA-KEY (1:6)
                   ADD BA-BURDEN TO WS-JC-BURDEN (WS-JC-IDX)
               END-IF
           END-PERFORM.

       PRINT-JOB-REPORT.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE 0 TO WS-TOT-HOURS WS-TOT-COST WS-TOT-BURDEN.
           PERFORM VARYING WS-JC-IDX FROM 1 BY 1
               UNTIL WS-JC-IDX > WS-JC-COUNT
               MOVE 'L' TO WS-RPT-FUNCTION
                   WS-RPT-COLHDR WS-RPT-LPP
               MOVE WS-JC-HOURS (WS-JC-IDX) TO OUT-HOURS
               MOVE WS-JC-COST (WS-JC-IDX) TO OUT-COST
               MOVE WS-JC-BURDEN (WS-JC-IDX) TO OUT-BURDEN
               COMPUTE WS-FULL-COST = WS-JC-COST (WS-JC-IDX)
                   + WS-JC-BURDEN (WS-JC-IDX)
               MOVE WS-FULL-COST TO OUT-FULL-COST
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-JC-CODE (WS-JC-IDX) "  " OUT-HOURS
                   "  " OUT-COST "  " OUT-BURDEN "  " OUT-FULL-COST
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               DISPLAY WS-RPT-LINE
               ADD WS-JC-HOURS (WS-JC-IDX) TO WS-TOT-HOURS
               ADD WS-JC-COST (WS-JC-IDX) TO WS-TOT-COST
               ADD WS-JC-BURDEN (WS-JC-IDX) TO WS-TOT-BURDEN
           END-PERFORM.
           MOVE WS-TOT-HOURS TO OUT-HOURS.
           MOVE WS-TOT-COST TO OUT-COST.
           MOVE WS-TOT-BURDEN TO OUT-BURDEN.
           COMPUTE WS-FULL-COST = WS-TOT-COST + WS-TOT-BURDEN.
           MOVE WS-FULL-COST TO OUT-FULL-COST.
           DISPLAY "--------------------------------------".
           DISPLAY "TOTAL   " OUT-HOURS "  " OUT-COST "  " OUT-BURDEN
               "  " OUT-FULL-COST.
       END PROGRAM JOBCOST.
