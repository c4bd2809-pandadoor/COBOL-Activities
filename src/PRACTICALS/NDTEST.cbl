       IDENTIFICATION DIVISION.
       PROGRAM-ID. NDTEST.
      *    RETIREMENT PLAN NONDISCRIMINATION TEST. RUNS THE ACTUAL
      *    DEFERRAL PERCENTAGE (ADP) AND ACTUAL CONTRIBUTION
      *    PERCENTAGE (ACP) TESTS FOR A PLAN YEAR. EVERY EMPLOYEE PAID
      *    IN THE PLAN YEAR IS IN THE TEST; ONE WHOSE PAY-HISTORY
      *    COMPENSATION FOR THE PRIOR YEAR REACHED THE CONFIGURED
      *    THRESHOLD IS HIGHLY COMPENSATED (HCE). EACH EMPLOYEE'S
      *    DEFERRAL AND MATCH FOR THE YEAR FROM RETREG.DAT IS TAKEN
      *    AS A PERCENT OF THE YEAR'S COMPENSATION, THE PERCENTS ARE
      *    AVERAGED FOR THE HCE AND NON-HCE GROUPS, AND THE HCE
      *    AVERAGE MAY NOT EXCEED THE GREATER OF THE NON-HCE AVERAGE
      *    TIMES THE MULTIPLIER, OR THE LESSER OF THE NON-HCE AVERAGE
      *    TIMES THE CAP MULTIPLIER AND THE NON-HCE AVERAGE PLUS THE
      *    SPREAD (THE LIMITS ON NDTCFG.DAT). WHEN A TEST FAILS THE
      *    EXCESS IS FOUND BY LEVELLING THE HIGHEST HCE PERCENTS DOWN
      *    UNTIL THE HCE AVERAGE PASSES, AND IS REFUNDED FROM THE HCES
      *    WITH THE LARGEST DOLLAR AMOUNTS FIRST. THE PROJECTION MODE
      *    CARRIES EACH EMPLOYEE'S YEAR-TO-DATE PAY FORWARD TO A FULL
      *    YEAR AND APPLIES THE CURRENT ELECTION AND MATCH RULES TO
      *    THE REST OF THE YEAR, SO ELECTIONS CAN BE CHANGED BEFORE
      *    YEAR END. VOIDED ROWS AND THEIR REVERSALS ARE LEFT OUT.
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
       SELECT RETREG-FILE
           ASSIGN TO "PRACTICALS/RETREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETREG-STATUS.
       SELECT RETELECT-FILE
           ASSIGN TO "PRACTICALS/RETELECT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETELECT-STATUS.
       SELECT RETCFG-FILE
           ASSIGN TO "PRACTICALS/RETCFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETCFG-STATUS.
       SELECT NDTCFG-FILE
           ASSIGN TO "PRACTICALS/NDTCFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NDTCFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-REC.
           COPY PAYHREC.

       FD  RETREG-FILE.
       01  RETREG-REC.
           05 RR-EMP-ID PIC X(8).
           05 RR-FILLER-1 PIC X(1).
           05 RR-PERIOD PIC X(6).
           05 RR-FILLER-2 PIC X(1).
           05 RR-DATE PIC 9(8).
           05 RR-FILLER-3 PIC X(1).
           05 RR-EE-AMT PIC 9(7)V99.
           05 RR-FILLER-4 PIC X(1).
           05 RR-ER-AMT PIC 9(7)V99.

       FD  RETELECT-FILE.
       01  RETELECT-REC.
           05 RE-EMP-ID PIC X(8).
           05 RE-FILLER-1 PIC X(1).
           05 RE-PCT PIC 9(2)V99.
           05 RE-FILLER-2 PIC X(1).
           05 RE-ACTIVE PIC X(1).

       FD  RETCFG-FILE.
       01  RETCFG-REC.
           05 RC-MATCH-PCT PIC 9(3)V99.
           05 RC-FILLER-1 PIC X(1).
           05 RC-MATCH-LIMIT PIC 9(2)V99.
           05 RC-FILLER-2 PIC X(1).
           05 RC-VEST-YEARS PIC 9(2).

       FD  NDTCFG-FILE.
       01  NDTCFG-REC.
           05 ND-HCE-COMP PIC 9(7)V99.
           05 ND-FILLER-1 PIC X(1).
           05 ND-MULTIPLIER PIC 9V99.
           05 ND-FILLER-2 PIC X(1).
           05 ND-SPREAD PIC 9V99.
           05 ND-FILLER-3 PIC X(1).
           05 ND-CAP-MULT PIC 9V99.

       WORKING-STORAGE SECTION.
       01  HIST-STATUS PIC XX.
       01  RETREG-STATUS PIC XX.
       01  RETELECT-STATUS PIC XX.
       01  RETCFG-STATUS PIC XX.
       01  NDTCFG-STATUS PIC XX.
       01  WS-YEAR-IN PIC 9(4).
       01  WS-PRIOR-YEAR PIC 9(4).
       01  WS-REC-YEAR PIC 9(4).
       01  WS-REC-MD PIC 9(4).
       01  WS-MODE PIC X(1).
       01  WS-TODAY PIC 9(8).
       01  WS-AS-OF PIC 9(8).
       01  WS-AS-OF-YEAR PIC 9(4).
       01  WS-MONTHS PIC 9(2).

       01  WS-HCE-COMP PIC 9(7)V99 VALUE 155000.00.
       01  WS-MULTIPLIER PIC 9V99 VALUE 1.25.
       01  WS-SPREAD PIC 9V99 VALUE 2.00.
       01  WS-CAP-MULT PIC 9V99 VALUE 2.00.
       01  WS-MATCH-PCT PIC 9(3)V99 VALUE 0.
       01  WS-MATCH-LIMIT PIC 9(2)V99 VALUE 0.

       01  WS-PT-COUNT PIC 9(3) VALUE 0.
       01  WS-PT-TABLE.
           05 WS-PT-ENTRY OCCURS 300 TIMES.
               10 WS-PT-EMP PIC X(8).
               10 WS-PT-PRIOR PIC S9(9)V99.
               10 WS-PT-COMP PIC S9(9)V99.
               10 WS-PT-DEFER PIC S9(9)V99.
               10 WS-PT-MATCH PIC S9(9)V99.
               10 WS-PT-HCE PIC X(1).
               10 WS-PT-DEF-PCT PIC 9(3)V9(4).
               10 WS-PT-MAT-PCT PIC 9(3)V9(4).
               10 WS-PT-WK-PCT PIC 9(3)V9(4).
               10 WS-PT-WK-AMT PIC S9(9)V99.
               10 WS-PT-WK-REFUND PIC 9(9)V99.
       01  WS-PT-IDX PIC 9(3).
       01  WS-PT-HIT PIC 9(3).
       01  WS-PT-OVERFLOW PIC X VALUE 'N'.

       01  WS-EL-PCT PIC 9(2)V99.
       01  WS-PROJ-COMP PIC S9(9)V99.
       01  WS-REST-COMP PIC S9(9)V99.
       01  WS-REST-DEFER PIC S9(9)V99.
       01  WS-REST-MATCH PIC S9(9)V99.
       01  WS-REST-LIMIT PIC S9(9)V99.
       01  WS-CALC-PCT PIC 9(7)V9(4).

       01  WS-TEST-KIND PIC X(1).
       01  WS-HCE-COUNT PIC 9(3).
       01  WS-NHCE-COUNT PIC 9(3).
       01  WS-HCE-SUM PIC 9(7)V9(4).
       01  WS-NHCE-SUM PIC 9(7)V9(4).
       01  WS-HCE-AVG PIC 9(3)V9(4).
       01  WS-NHCE-AVG PIC 9(3)V9(4).
       01  WS-LIMIT-A PIC 9(3)V9(4).
       01  WS-LIMIT-B PIC 9(3)V9(4).
       01  WS-LIMIT-SPREAD PIC 9(3)V9(4).
       01  WS-PERMITTED PIC 9(3)V9(4).
       01  WS-TEST-PASSED PIC X(1).

       01  WS-ITER PIC 9(2).
       01  WS-LEVEL-LO PIC 9(3)V9(6).
       01  WS-LEVEL-HI PIC 9(3)V9(6).
       01  WS-LEVEL-MID PIC 9(3)V9(6).
       01  WS-LEVEL-AVG PIC 9(3)V9(6).
       01  WS-LEVEL-SUM PIC 9(7)V9(6).
       01  WS-EXCESS PIC 9(9)V99.
       01  WS-DOLLAR-LO PIC 9(9)V9(4).
       01  WS-DOLLAR-HI PIC 9(9)V9(4).
       01  WS-DOLLAR-MID PIC 9(9)V9(4).
       01  WS-DOLLAR-SUM PIC 9(11)V9(4).
       01  WS-TOT-REFUND PIC 9(11)V99.
       01  WS-ADP-PASSED PIC X(1).
       01  WS-ACP-PASSED PIC X(1).

       01  OUT-COMP PIC ZZZ,ZZZ,ZZ9.99.
       01  OUT-AMT PIC ZZZ,ZZ9.99.
       01  OUT-MATCH PIC ZZZ,ZZ9.99.
       01  OUT-PCT PIC ZZ9.99.
       01  OUT-MPCT PIC ZZ9.99.
       01  OUT-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  OUT-COUNT PIC ZZ9.
       01  WS-RPT-LINE PIC X(80).

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40) VALUE
           "RETIREMENT PLAN ADP / ACP TEST".
       01  WS-RPT-COLHDR PIC X(80) VALUE
           "EMP-ID    HCE  COMPENSATION   DEFERRAL  DEF %      MATCH  M
      -    "AT %".
       01  WS-RPT-LPP PIC 9(3) VALUE 20.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "PLAN YEAR (YYYY): " WITH NO ADVANCING.
           ACCEPT WS-YEAR-IN.
           DISPLAY "A - ACTUAL (YEAR END)  P - PROJECTION TO YEAR END: "
               WITH NO ADVANCING.
           ACCEPT WS-MODE.
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
           IF WS-MODE NOT = 'A' AND WS-MODE NOT = 'P'
               DISPLAY "MODE MUST BE A OR P. RUN CANCELLED."
               GOBACK
           END-IF.
           COMPUTE WS-PRIOR-YEAR = WS-YEAR-IN - 1.
           MOVE 0 TO WS-PT-COUNT.
           MOVE 'N' TO WS-PT-OVERFLOW.
           IF WS-MODE = 'P'
               PERFORM SET-PROJECTION-MONTHS
               IF WS-MONTHS = 0
                   GOBACK
               END-IF
           END-IF.

           PERFORM LOAD-CONFIG.
           PERFORM ACCUMULATE-COMPENSATION.
           PERFORM ACCUMULATE-CONTRIBUTIONS.
           IF WS-MODE = 'P'
               PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
                   PERFORM PROJECT-ONE-EMPLOYEE
               END-PERFORM
           END-IF.
           PERFORM CLASSIFY-EMPLOYEES.
           IF WS-HCE-COUNT + WS-NHCE-COUNT = 0
               DISPLAY "NO COMPENSATION ON PAY HISTORY FOR "
                   WS-YEAR-IN "."
               GOBACK
           END-IF.

           PERFORM PRINT-PARTICIPANTS.
           MOVE 'D' TO WS-TEST-KIND.
           PERFORM RUN-ONE-TEST.
           PERFORM PRINT-TEST-RESULT.
           MOVE WS-TEST-PASSED TO WS-ADP-PASSED.
           MOVE 'M' TO WS-TEST-KIND.
           PERFORM RUN-ONE-TEST.
           PERFORM PRINT-TEST-RESULT.
           MOVE WS-TEST-PASSED TO WS-ACP-PASSED.
           IF WS-MODE = 'P'
               AND (WS-ADP-PASSED = 'N' OR WS-ACP-PASSED = 'N')
               DISPLAY "PROJECTED TO FAIL - REVIEW HCE ELECTIONS"
                   " BEFORE YEAR END."
           END-IF.
           GOBACK.

      *    THE PROJECTION RUNS FROM THE MONTHS OF THE PLAN YEAR
      *    ALREADY PAID, UP TO AND INCLUDING THE AS-OF MONTH.
       SET-PROJECTION-MONTHS.
           MOVE 0 TO WS-MONTHS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "PROJECT FROM PAY THROUGH (YYYYMMDD, 0 = TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-AS-OF.
           IF WS-AS-OF = 0
               MOVE WS-TODAY TO WS-AS-OF
           END-IF.
           DIVIDE WS-AS-OF BY 10000 GIVING WS-AS-OF-YEAR
               REMAINDER WS-REC-MD.
           IF WS-AS-OF-YEAR NOT = WS-YEAR-IN
               DISPLAY "THE AS-OF DATE MUST FALL IN THE PLAN YEAR."
                   " RUN CANCELLED."
               EXIT PARAGRAPH
           END-IF.
           DIVIDE WS-REC-MD BY 100 GIVING WS-MONTHS.
           IF WS-MONTHS < 1 OR WS-MONTHS > 12
               MOVE 0 TO WS-MONTHS
               DISPLAY "AS-OF DATE IS NOT VALID. RUN CANCELLED."
           END-IF.

       LOAD-CONFIG.
           OPEN INPUT NDTCFG-FILE.
           IF NDTCFG-STATUS = "00"
               READ NDTCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ND-HCE-COMP IS NUMERIC
                           MOVE ND-HCE-COMP TO WS-HCE-COMP
                       END-IF
                       IF ND-MULTIPLIER IS NUMERIC
                           MOVE ND-MULTIPLIER TO WS-MULTIPLIER
                       END-IF
                       IF ND-SPREAD IS NUMERIC
                           MOVE ND-SPREAD TO WS-SPREAD
                       END-IF
                       IF ND-CAP-MULT IS NUMERIC
                           MOVE ND-CAP-MULT TO WS-CAP-MULT
                       END-IF
               END-READ
               CLOSE NDTCFG-FILE
           END-IF.
           OPEN INPUT RETCFG-FILE.
           IF RETCFG-STATUS = "00"
               READ RETCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-MATCH-PCT IS NUMERIC
                           MOVE RC-MATCH-PCT TO WS-MATCH-PCT
                       END-IF
                       IF RC-MATCH-LIMIT IS NUMERIC
                           MOVE RC-MATCH-LIMIT TO WS-MATCH-LIMIT
                       END-IF
               END-READ
               CLOSE RETCFG-FILE
           END-IF.

       ACCUMULATE-COMPENSATION.
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
           IF HIST-PAY-DATE NOT NUMERIC
               OR HIST-TOTAL-PAY NOT NUMERIC
               OR HIST-VOID = 'V' OR HIST-VOID = 'R'
               EXIT PARAGRAPH
           END-IF.
           DIVIDE HIST-PAY-DATE BY 10000 GIVING WS-REC-YEAR.
           IF WS-REC-YEAR NOT = WS-YEAR-IN
               AND WS-REC-YEAR NOT = WS-PRIOR-YEAR
               EXIT PARAGRAPH
           END-IF.
           MOVE HIST-EMP-ID TO RR-EMP-ID.
           PERFORM FIND-PARTICIPANT.
           IF WS-PT-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-REC-YEAR = WS-YEAR-IN
               ADD HIST-TOTAL-PAY TO WS-PT-COMP (WS-PT-HIT)
           ELSE
               ADD HIST-TOTAL-PAY TO WS-PT-PRIOR (WS-PT-HIT)
           END-IF.

      *    LOOKS UP RR-EMP-ID, ADDING AN ENTRY WHEN IT IS NEW.
       FIND-PARTICIPANT.
           MOVE 0 TO WS-PT-HIT.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               OR WS-PT-HIT > 0
               IF WS-PT-EMP (WS-PT-IDX) = RR-EMP-ID
                   MOVE WS-PT-IDX TO WS-PT-HIT
               END-IF
           END-PERFORM.
           IF WS-PT-HIT = 0
               IF WS-PT-COUNT >= 300
                   IF WS-PT-OVERFLOW = 'N'
                       MOVE 'Y' TO WS-PT-OVERFLOW
                       DISPLAY "EMPLOYEE TABLE FULL - EMPLOYEES PAST"
                           " THE 300TH ARE NOT TESTED."
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PT-COUNT
               MOVE WS-PT-COUNT TO WS-PT-HIT
               MOVE RR-EMP-ID TO WS-PT-EMP (WS-PT-HIT)
               MOVE 0 TO WS-PT-PRIOR (WS-PT-HIT)
               MOVE 0 TO WS-PT-COMP (WS-PT-HIT)
               MOVE 0 TO WS-PT-DEFER (WS-PT-HIT)
               MOVE 0 TO WS-PT-MATCH (WS-PT-HIT)
           END-IF.

       ACCUMULATE-CONTRIBUTIONS.
           OPEN INPUT RETREG-FILE.
           IF RETREG-STATUS = "00"
               PERFORM UNTIL RETREG-STATUS NOT = "00"
                   READ RETREG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM POST-ONE-CONTRIBUTION
                   END-READ
               END-PERFORM
               CLOSE RETREG-FILE
           END-IF.

       POST-ONE-CONTRIBUTION.
           IF RR-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           DIVIDE RR-DATE BY 10000 GIVING WS-REC-YEAR.
           IF WS-REC-YEAR NOT = WS-YEAR-IN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PARTICIPANT.
           IF WS-PT-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           IF RR-EE-AMT IS NUMERIC
               ADD RR-EE-AMT TO WS-PT-DEFER (WS-PT-HIT)
           END-IF.
           IF RR-ER-AMT IS NUMERIC
               ADD RR-ER-AMT TO WS-PT-MATCH (WS-PT-HIT)
           END-IF.

      *    THE REST OF THE YEAR IS PAID AT THE YEAR-TO-DATE MONTHLY
      *    RATE, WITH THE ACTIVE ELECTION WITHHELD AND MATCHED THE
      *    WAY THE PAY RUN DOES IT.
       PROJECT-ONE-EMPLOYEE.
           IF WS-PT-COMP (WS-PT-IDX) <= 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PROJ-COMP ROUNDED =
               WS-PT-COMP (WS-PT-IDX) * 12 / WS-MONTHS.
           COMPUTE WS-REST-COMP = WS-PROJ-COMP - WS-PT-COMP (WS-PT-IDX).
           MOVE WS-PROJ-COMP TO WS-PT-COMP (WS-PT-IDX).
           PERFORM LOOKUP-ELECTION.
           IF WS-EL-PCT = 0 OR WS-REST-COMP <= 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-REST-DEFER ROUNDED =
               WS-REST-COMP * WS-EL-PCT / 100.
           COMPUTE WS-REST-MATCH ROUNDED =
               WS-REST-DEFER * WS-MATCH-PCT / 100.
           IF WS-MATCH-LIMIT > 0
               COMPUTE WS-REST-LIMIT ROUNDED =
                   WS-REST-COMP * WS-MATCH-LIMIT / 100
               IF WS-REST-MATCH > WS-REST-LIMIT
                   MOVE WS-REST-LIMIT TO WS-REST-MATCH
               END-IF
           END-IF.
           ADD WS-REST-DEFER TO WS-PT-DEFER (WS-PT-IDX).
           ADD WS-REST-MATCH TO WS-PT-MATCH (WS-PT-IDX).

       LOOKUP-ELECTION.
           MOVE 0 TO WS-EL-PCT.
           OPEN INPUT RETELECT-FILE.
           IF RETELECT-STATUS = "00"
               PERFORM UNTIL RETELECT-STATUS NOT = "00"
                   READ RETELECT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RE-EMP-ID = WS-PT-EMP (WS-PT-IDX)
                               AND RE-ACTIVE = 'Y'
                               AND RE-PCT IS NUMERIC
                               MOVE RE-PCT TO WS-EL-PCT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETELECT-FILE
           END-IF.

      *    ONLY EMPLOYEES WITH PLAN-YEAR COMPENSATION ARE TESTED; A
      *    NON-PARTICIPANT COUNTS AT ZERO PERCENT.
       CLASSIFY-EMPLOYEES.
           MOVE 0 TO WS-HCE-COUNT WS-NHCE-COUNT.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-COMP (WS-PT-IDX) > 0
                   IF WS-PT-PRIOR (WS-PT-IDX) >= WS-HCE-COMP
                       MOVE 'Y' TO WS-PT-HCE (WS-PT-IDX)
                       ADD 1 TO WS-HCE-COUNT
                   ELSE
                       MOVE 'N' TO WS-PT-HCE (WS-PT-IDX)
                       ADD 1 TO WS-NHCE-COUNT
                   END-IF
                   MOVE WS-PT-DEFER (WS-PT-IDX) TO
                       WS-PT-WK-AMT (WS-PT-IDX)
                   PERFORM SET-WORK-PERCENT
                   MOVE WS-PT-WK-PCT (WS-PT-IDX) TO
                       WS-PT-DEF-PCT (WS-PT-IDX)
                   MOVE WS-PT-MATCH (WS-PT-IDX) TO
                       WS-PT-WK-AMT (WS-PT-IDX)
                   PERFORM SET-WORK-PERCENT
                   MOVE WS-PT-WK-PCT (WS-PT-IDX) TO
                       WS-PT-MAT-PCT (WS-PT-IDX)
               ELSE
                   MOVE SPACE TO WS-PT-HCE (WS-PT-IDX)
               END-IF
           END-PERFORM.

       SET-WORK-PERCENT.
           IF WS-PT-WK-AMT (WS-PT-IDX) <= 0
               MOVE 0 TO WS-PT-WK-PCT (WS-PT-IDX)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CALC-PCT ROUNDED =
               WS-PT-WK-AMT (WS-PT-IDX) * 100 / WS-PT-COMP (WS-PT-IDX).
           IF WS-CALC-PCT > 999.9999
               MOVE 999.9999 TO WS-CALC-PCT
           END-IF.
           MOVE WS-CALC-PCT TO WS-PT-WK-PCT (WS-PT-IDX).

      *    WS-TEST-KIND 'D' RUNS THE ADP TEST ON THE DEFERRALS, 'M'
      *    THE ACP TEST ON THE MATCH. A GROUP WITH NOBODY IN IT
      *    PASSES.
       RUN-ONE-TEST.
           MOVE 0 TO WS-HCE-SUM WS-NHCE-SUM WS-HCE-AVG WS-NHCE-AVG
               WS-PERMITTED WS-EXCESS WS-TOT-REFUND.
           MOVE 'Y' TO WS-TEST-PASSED.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               PERFORM LOAD-WORK-FIELDS
               EVALUATE WS-PT-HCE (WS-PT-IDX)
                WHEN 'Y'
                   ADD WS-PT-WK-PCT (WS-PT-IDX) TO WS-HCE-SUM
                WHEN 'N'
                   ADD WS-PT-WK-PCT (WS-PT-IDX) TO WS-NHCE-SUM
               END-EVALUATE
           END-PERFORM.
           IF WS-HCE-COUNT > 0
               COMPUTE WS-HCE-AVG ROUNDED = WS-HCE-SUM / WS-HCE-COUNT
           END-IF.
           IF WS-NHCE-COUNT > 0
               COMPUTE WS-NHCE-AVG ROUNDED =
                   WS-NHCE-SUM / WS-NHCE-COUNT
           END-IF.
           COMPUTE WS-LIMIT-A ROUNDED = WS-NHCE-AVG * WS-MULTIPLIER.
           COMPUTE WS-LIMIT-B ROUNDED = WS-NHCE-AVG * WS-CAP-MULT.
           COMPUTE WS-LIMIT-SPREAD = WS-NHCE-AVG + WS-SPREAD.
           IF WS-LIMIT-SPREAD < WS-LIMIT-B
               MOVE WS-LIMIT-SPREAD TO WS-LIMIT-B
           END-IF.
           IF WS-LIMIT-A > WS-LIMIT-B
               MOVE WS-LIMIT-A TO WS-PERMITTED
           ELSE
               MOVE WS-LIMIT-B TO WS-PERMITTED
           END-IF.
           IF WS-HCE-COUNT = 0 OR WS-NHCE-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-HCE-AVG > WS-PERMITTED
               MOVE 'N' TO WS-TEST-PASSED
               PERFORM LEVEL-HCE-PERCENTS
               PERFORM LEVEL-HCE-DOLLARS
           END-IF.

       LOAD-WORK-FIELDS.
           MOVE 0 TO WS-PT-WK-REFUND (WS-PT-IDX).
           IF WS-TEST-KIND = 'D'
               MOVE WS-PT-DEF-PCT (WS-PT-IDX) TO
                   WS-PT-WK-PCT (WS-PT-IDX)
               MOVE WS-PT-DEFER (WS-PT-IDX) TO
                   WS-PT-WK-AMT (WS-PT-IDX)
           ELSE
               MOVE WS-PT-MAT-PCT (WS-PT-IDX) TO
                   WS-PT-WK-PCT (WS-PT-IDX)
               MOVE WS-PT-MATCH (WS-PT-IDX) TO
                   WS-PT-WK-AMT (WS-PT-IDX)
           END-IF.

      *    FINDS, BY HALVING, THE PERCENT THE HIGHEST HCE PERCENTS
      *    MUST BE CUT BACK TO FOR THE HCE AVERAGE TO COME WITHIN THE
      *    PERMITTED AVERAGE; THE DOLLARS ABOVE THAT LEVEL ARE THE
      *    EXCESS TO BE REFUNDED.
       LEVEL-HCE-PERCENTS.
           MOVE 0 TO WS-LEVEL-LO.
           MOVE 999.9999 TO WS-LEVEL-HI.
           PERFORM VARYING WS-ITER FROM 1 BY 1 UNTIL WS-ITER > 40
               COMPUTE WS-LEVEL-MID =
                   (WS-LEVEL-LO + WS-LEVEL-HI) / 2
               PERFORM SUM-LEVELLED-PERCENTS
               IF WS-LEVEL-AVG > WS-PERMITTED
                   MOVE WS-LEVEL-MID TO WS-LEVEL-HI
               ELSE
                   MOVE WS-LEVEL-MID TO WS-LEVEL-LO
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-EXCESS.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-HCE (WS-PT-IDX) = 'Y'
                   AND WS-PT-WK-PCT (WS-PT-IDX) > WS-LEVEL-LO
                   COMPUTE WS-EXCESS ROUNDED = WS-EXCESS
                       + WS-PT-COMP (WS-PT-IDX)
                       * (WS-PT-WK-PCT (WS-PT-IDX) - WS-LEVEL-LO)
                       / 100
               END-IF
           END-PERFORM.

       SUM-LEVELLED-PERCENTS.
           MOVE 0 TO WS-LEVEL-SUM.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-HCE (WS-PT-IDX) = 'Y'
                   IF WS-PT-WK-PCT (WS-PT-IDX) > WS-LEVEL-MID
                       ADD WS-LEVEL-MID TO WS-LEVEL-SUM
                   ELSE
                       ADD WS-PT-WK-PCT (WS-PT-IDX) TO WS-LEVEL-SUM
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-LEVEL-AVG = WS-LEVEL-SUM / WS-HCE-COUNT.

      *    THE EXCESS IS TAKEN FROM THE HCES WITH THE LARGEST DOLLAR
      *    AMOUNTS, CUTTING THEM DOWN TO A COMMON DOLLAR LEVEL FOUND
      *    BY HALVING, UNTIL THE WHOLE EXCESS IS REFUNDED.
       LEVEL-HCE-DOLLARS.
           MOVE 0 TO WS-DOLLAR-LO WS-DOLLAR-HI.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-HCE (WS-PT-IDX) = 'Y'
                   AND WS-PT-WK-AMT (WS-PT-IDX) > WS-DOLLAR-HI
                   MOVE WS-PT-WK-AMT (WS-PT-IDX) TO WS-DOLLAR-HI
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ITER FROM 1 BY 1 UNTIL WS-ITER > 50
               COMPUTE WS-DOLLAR-MID =
                   (WS-DOLLAR-LO + WS-DOLLAR-HI) / 2
               PERFORM SUM-DOLLARS-ABOVE
               IF WS-DOLLAR-SUM > WS-EXCESS
                   MOVE WS-DOLLAR-MID TO WS-DOLLAR-LO
               ELSE
                   MOVE WS-DOLLAR-MID TO WS-DOLLAR-HI
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-TOT-REFUND.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-HCE (WS-PT-IDX) = 'Y'
                   AND WS-PT-WK-AMT (WS-PT-IDX) > WS-DOLLAR-HI
                   COMPUTE WS-PT-WK-REFUND (WS-PT-IDX) ROUNDED =
                       WS-PT-WK-AMT (WS-PT-IDX) - WS-DOLLAR-HI
                   ADD WS-PT-WK-REFUND (WS-PT-IDX) TO WS-TOT-REFUND
               END-IF
           END-PERFORM.

       SUM-DOLLARS-ABOVE.
           MOVE 0 TO WS-DOLLAR-SUM.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-HCE (WS-PT-IDX) = 'Y'
                   AND WS-PT-WK-AMT (WS-PT-IDX) > WS-DOLLAR-MID
                   COMPUTE WS-DOLLAR-SUM = WS-DOLLAR-SUM
                       + WS-PT-WK-AMT (WS-PT-IDX) - WS-DOLLAR-MID
               END-IF
           END-PERFORM.

       PRINT-PARTICIPANTS.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           IF WS-MODE = 'P'
               DISPLAY "PLAN YEAR " WS-YEAR-IN " PROJECTED TO YEAR"
                   " END FROM " WS-MONTHS " MONTHS PAID"
           ELSE
               DISPLAY "PLAN YEAR " WS-YEAR-IN " ACTUAL"
           END-IF.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-HCE (WS-PT-IDX) NOT = SPACE
                   MOVE 'L' TO WS-RPT-FUNCTION
                   CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
                       WS-RPT-COLHDR WS-RPT-LPP
                   MOVE WS-PT-COMP (WS-PT-IDX) TO OUT-COMP
                   MOVE WS-PT-DEFER (WS-PT-IDX) TO OUT-AMT
                   MOVE WS-PT-DEF-PCT (WS-PT-IDX) TO OUT-PCT
                   MOVE WS-PT-MATCH (WS-PT-IDX) TO OUT-MATCH
                   MOVE WS-PT-MAT-PCT (WS-PT-IDX) TO OUT-MPCT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING WS-PT-EMP (WS-PT-IDX) "  "
                       WS-PT-HCE (WS-PT-IDX) "  " OUT-COMP " "
                       OUT-AMT " " OUT-PCT " " OUT-MATCH " "
                       OUT-MPCT
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   DISPLAY WS-RPT-LINE
               END-IF
           END-PERFORM.

      *    PRINTS THE RESULT OF THE TEST RUN-ONE-TEST HAS JUST
      *    WORKED OUT.
       PRINT-TEST-RESULT.
           DISPLAY "--------------------------------------------".
           IF WS-TEST-KIND = 'D'
               DISPLAY "ADP TEST (EMPLOYEE DEFERRALS)"
           ELSE
               DISPLAY "ACP TEST (EMPLOYER MATCH)"
           END-IF.
           MOVE WS-HCE-AVG TO OUT-PCT.
           MOVE WS-HCE-COUNT TO OUT-COUNT.
           DISPLAY "HCE AVERAGE:         " OUT-PCT " PCT ("
               FUNCTION TRIM(OUT-COUNT) " EMPLOYEES)".
           MOVE WS-NHCE-AVG TO OUT-PCT.
           MOVE WS-NHCE-COUNT TO OUT-COUNT.
           DISPLAY "NON-HCE AVERAGE:     " OUT-PCT " PCT ("
               FUNCTION TRIM(OUT-COUNT) " EMPLOYEES)".
           MOVE WS-PERMITTED TO OUT-PCT.
           DISPLAY "PERMITTED HCE AVG:   " OUT-PCT " PCT".
           EVALUATE TRUE
            WHEN WS-HCE-COUNT = 0
               DISPLAY "RESULT: PASSES - NO HIGHLY COMPENSATED"
                   " EMPLOYEES"
            WHEN WS-NHCE-COUNT = 0
               DISPLAY "RESULT: PASSES - NO NON-HCE EMPLOYEES"
            WHEN WS-TEST-PASSED = 'Y'
               DISPLAY "RESULT: PASSES"
            WHEN OTHER
               DISPLAY "RESULT: FAILS"
               PERFORM PRINT-REFUNDS
           END-EVALUATE.

       PRINT-REFUNDS.
           MOVE WS-LEVEL-LO TO OUT-PCT.
           IF WS-TEST-KIND = 'D'
               DISPLAY "CORRECTIVE REFUNDS OF DEFERRALS (HCE PERCENTS"
                   " LEVELLED TO " OUT-PCT "):"
           ELSE
               DISPLAY "CORRECTIVE DISTRIBUTIONS OF MATCH (HCE"
                   " PERCENTS LEVELLED TO " OUT-PCT "):"
           END-IF.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-WK-REFUND (WS-PT-IDX) > 0
                   MOVE WS-PT-WK-AMT (WS-PT-IDX) TO OUT-AMT
                   MOVE WS-PT-WK-REFUND (WS-PT-IDX) TO OUT-MATCH
                   DISPLAY "  " WS-PT-EMP (WS-PT-IDX) "  CONTRIBUTED "
                       OUT-AMT "  REFUND " OUT-MATCH
               END-IF
           END-PERFORM.
           MOVE WS-TOT-REFUND TO OUT-TOTAL.
           DISPLAY "TOTAL TO BE REFUNDED: " FUNCTION TRIM(OUT-TOTAL).
       END PROGRAM NDTEST.
