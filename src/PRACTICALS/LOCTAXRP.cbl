       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCTAXRP.
      *    QUARTERLY LOCAL INCOME TAX REPORT. SUMS THE LOCAL TAX THE
      *    PAY RUN WITHHOLDS, AND THE WAGES IT WAS WITHHELD ON, FOR
      *    EVERY PAY-HISTORY ROW WHOSE PAY DATE FALLS IN THE CHOSEN
      *    CALENDAR QUARTER, GROUPED BY THE WORK LOCATION STAMPED ON
      *    THE ROW WHEN IT WAS PAID AND BROKEN DOWN PER EMPLOYEE
      *    UNDER EACH LOCATION, WITH THE LOCATION TOTALS THE RETURN
      *    TO EACH LOCAL AUTHORITY IS FILED FROM. ROWS WITH NO WORK
      *    LOCATION ARE LEFT OUT. VOIDED ROWS ARE SKIPPED; REVERSAL
      *    AND RETRO ROWS NET THEMSELVES OUT THROUGH THEIR SIGNED
      *    AMOUNTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HIST-FILE
           ASSIGN TO "PRACTICALS/PAYHIST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-PAY-PERIOD WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-PAY-DATE WITH DUPLICATES
           FILE STATUS IS HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-REC.
           COPY PAYHREC.

       WORKING-STORAGE SECTION.
       01  HIST-STATUS PIC XX.
       01  WS-YEAR-IN PIC 9(4).
       01  WS-QTR-IN PIC 9(1).
       01  WS-MONTH-LO PIC 9(2).
       01  WS-MONTH-HI PIC 9(2).
       01  WS-REC-YEAR PIC 9(4).
       01  WS-REC-MD PIC 9(4).
       01  WS-REC-MONTH PIC 9(2).

       01  WS-LOC-COUNT PIC 9(2) VALUE 0.
       01  WS-LOC-TABLE.
           05 WS-LOC-ENTRY OCCURS 50 TIMES.
               10 WS-LT-LOC PIC X(4).
               10 WS-LT-EMPS PIC 9(3).
               10 WS-LT-WAGES PIC S9(9)V99.
               10 WS-LT-TAX PIC S9(9)V99.
       01  WS-LOC-IDX PIC 9(2).
       01  WS-LOC-HIT PIC 9(2).
       01  WS-LOC-OVERFLOW PIC X VALUE 'N'.

       01  WS-EMP-COUNT PIC 9(3) VALUE 0.
       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 300 TIMES.
               10 WS-ET-LOC PIC X(4).
               10 WS-ET-EMP PIC X(8).
               10 WS-ET-WAGES PIC S9(9)V99.
               10 WS-ET-TAX PIC S9(9)V99.
       01  WS-EMP-IDX PIC 9(3).
       01  WS-EMP-HIT PIC 9(3).
       01  WS-EMP-OVERFLOW PIC X VALUE 'N'.

       01  WS-TOT-WAGES PIC S9(11)V99 VALUE 0.
       01  WS-TOT-TAX PIC S9(11)V99 VALUE 0.

       01  OUT-WAGES PIC ZZZ,ZZZ,ZZ9.99-.
       01  OUT-TAX PIC ZZZ,ZZZ,ZZ9.99-.
       01  OUT-EMPS PIC ZZ9.
       01  OUT-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-RPT-LINE PIC X(80).

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40) VALUE
           "QUARTERLY LOCAL INCOME TAX BY LOCATION".
       01  WS-RPT-COLHDR PIC X(80) VALUE
           "LOC   EMP-ID    WAGES            LOCAL TAX".
       01  WS-RPT-LPP PIC 9(3) VALUE 20.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "REPORT YEAR (YYYY): " WITH NO ADVANCING.
           ACCEPT WS-YEAR-IN.
           DISPLAY "QUARTER (1-4): " WITH NO ADVANCING.
           ACCEPT WS-QTR-IN.
           IF WS-QTR-IN < 1 OR WS-QTR-IN > 4
               DISPLAY "QUARTER MUST BE 1 TO 4. RUN CANCELLED."
               GOBACK
           END-IF.
           COMPUTE WS-MONTH-LO = (WS-QTR-IN - 1) * 3 + 1.
           COMPUTE WS-MONTH-HI = WS-QTR-IN * 3.

           PERFORM ACCUMULATE-QUARTER.
           IF WS-LOC-COUNT = 0
               DISPLAY "NO LOCAL TAX HISTORY FOR QUARTER " WS-QTR-IN
                   " OF " WS-YEAR-IN "."
           ELSE
               PERFORM PRINT-REPORT
           END-IF.
           GOBACK.

       ACCUMULATE-QUARTER.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS NOT = "00"
               DISPLAY "NO PAY HISTORY FILE ON HAND."
           ELSE
               PERFORM UNTIL HIST-STATUS NOT = "00"
                   READ HIST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM CONSIDER-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

       CONSIDER-ONE-ROW.
           IF HIST-PAY-DATE NOT NUMERIC OR HIST-VOID = 'V'
               EXIT PARAGRAPH
           END-IF.
           IF HIST-LOCATION = SPACES OR HIST-LOCAL-TAX NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           DIVIDE HIST-PAY-DATE BY 10000 GIVING WS-REC-YEAR
               REMAINDER WS-REC-MD.
           DIVIDE WS-REC-MD BY 100 GIVING WS-REC-MONTH.
           IF WS-REC-YEAR NOT = WS-YEAR-IN
               OR WS-REC-MONTH < WS-MONTH-LO
               OR WS-REC-MONTH > WS-MONTH-HI
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LOC-HIT.
           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-COUNT
               OR WS-LOC-HIT > 0
               IF WS-LT-LOC (WS-LOC-IDX) = HIST-LOCATION
                   MOVE WS-LOC-IDX TO WS-LOC-HIT
               END-IF
           END-PERFORM.
           IF WS-LOC-HIT = 0
               IF WS-LOC-COUNT >= 50
                   IF WS-LOC-OVERFLOW = 'N'
                       MOVE 'Y' TO WS-LOC-OVERFLOW
                       DISPLAY "LOCATION TABLE FULL - LOCATIONS PAST"
                           " THE 50TH ARE NOT REPORTED."
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LOC-COUNT
               MOVE WS-LOC-COUNT TO WS-LOC-HIT
               MOVE HIST-LOCATION TO WS-LT-LOC (WS-LOC-HIT)
               MOVE 0 TO WS-LT-EMPS (WS-LOC-HIT)
               MOVE 0 TO WS-LT-WAGES (WS-LOC-HIT)
               MOVE 0 TO WS-LT-TAX (WS-LOC-HIT)
           END-IF.
           MOVE 0 TO WS-EMP-HIT.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               OR WS-EMP-HIT > 0
               IF WS-ET-EMP (WS-EMP-IDX) = HIST-EMP-ID
                   AND WS-ET-LOC (WS-EMP-IDX) = HIST-LOCATION
                   MOVE WS-EMP-IDX TO WS-EMP-HIT
               END-IF
           END-PERFORM.
           IF WS-EMP-HIT = 0
               IF WS-EMP-COUNT >= 300
                   IF WS-EMP-OVERFLOW = 'N'
                       MOVE 'Y' TO WS-EMP-OVERFLOW
                       DISPLAY "EMPLOYEE TABLE FULL - EMPLOYEE LINES"
                           " PAST THE 300TH ARE NOT REPORTED."
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-EMP-COUNT TO WS-EMP-HIT
               MOVE HIST-LOCATION TO WS-ET-LOC (WS-EMP-HIT)
               MOVE HIST-EMP-ID TO WS-ET-EMP (WS-EMP-HIT)
               MOVE 0 TO WS-ET-WAGES (WS-EMP-HIT)
               MOVE 0 TO WS-ET-TAX (WS-EMP-HIT)
               ADD 1 TO WS-LT-EMPS (WS-LOC-HIT)
           END-IF.
           IF HIST-TOTAL-PAY IS NUMERIC
               ADD HIST-TOTAL-PAY TO WS-ET-WAGES (WS-EMP-HIT)
               ADD HIST-TOTAL-PAY TO WS-LT-WAGES (WS-LOC-HIT)
           END-IF.
           ADD HIST-LOCAL-TAX TO WS-ET-TAX (WS-EMP-HIT).
           ADD HIST-LOCAL-TAX TO WS-LT-TAX (WS-LOC-HIT).

       PRINT-REPORT.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "QUARTER " WS-QTR-IN " OF " WS-YEAR-IN
               " (MONTHS " WS-MONTH-LO " TO " WS-MONTH-HI ")".
           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-COUNT
               PERFORM PRINT-ONE-LOCATION
           END-PERFORM.
           DISPLAY "==============================================".
           MOVE WS-TOT-WAGES TO OUT-TOTAL.
           DISPLAY "TOTAL LOCAL WAGES:      " FUNCTION TRIM(OUT-TOTAL).
           MOVE WS-TOT-TAX TO OUT-TOTAL.
           DISPLAY "TOTAL LOCAL TAX:        " FUNCTION TRIM(OUT-TOTAL).
           DISPLAY "==============================================".

       PRINT-ONE-LOCATION.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-ET-LOC (WS-EMP-IDX) = WS-LT-LOC (WS-LOC-IDX)
                   MOVE 'L' TO WS-RPT-FUNCTION
                   CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
                       WS-RPT-COLHDR WS-RPT-LPP
                   MOVE WS-ET-WAGES (WS-EMP-IDX) TO OUT-WAGES
                   MOVE WS-ET-TAX (WS-EMP-IDX) TO OUT-TAX
                   MOVE SPACES TO WS-RPT-LINE
                   STRING WS-ET-LOC (WS-EMP-IDX) "  "
                       WS-ET-EMP (WS-EMP-IDX) "  " OUT-WAGES " "
                       OUT-TAX
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   DISPLAY WS-RPT-LINE
               END-IF
           END-PERFORM.
           MOVE WS-LT-EMPS (WS-LOC-IDX) TO OUT-EMPS.
           MOVE WS-LT-WAGES (WS-LOC-IDX) TO OUT-WAGES.
           MOVE WS-LT-TAX (WS-LOC-IDX) TO OUT-TAX.
           DISPLAY "--------------------------------------------".
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-LT-LOC (WS-LOC-IDX) "  TOTAL     " OUT-WAGES " "
               OUT-TAX "  EMPLOYEES " OUT-EMPS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           DISPLAY WS-RPT-LINE.
           DISPLAY SPACE.
           ADD WS-LT-WAGES (WS-LOC-IDX) TO WS-TOT-WAGES.
           ADD WS-LT-TAX (WS-LOC-IDX) TO WS-TOT-TAX.
       END PROGRAM LOCTAXRP.
