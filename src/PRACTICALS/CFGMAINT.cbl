      *    ASCENDING, RATES AND THRESHOLDS INSIDE SANE BOUNDS,
      *    GRADE WEIGHTS SUMMING TO 100), THE PRIOR VERSION IS KEPT
      *    AS <FILE>.BAK FOR ROLLBACK, AND EVERY CHANGE IS RECORDED
      *    ON AUDIT.DAT WITH THE OPERATOR'S ID. THE DAILY AND
      *    SEVENTH-DAY OVERTIME RULES (DAILYOT.DAT), THE PIECE RATES
      *    BY JOB CODE (PIECERT.DAT) AND THE MINIMUM HOURLY RATE
      *    PIECE PAY IS TOPPED UP TO (MINWAGE.DAT), THE PAY VARIANCE
      *    REVIEW LIMITS (VARLIMIT.DAT), THE PAYROLL TAX DEPOSIT
      *    SCHEDULE (DEPSCHED.DAT), THE RETIREMENT PLAN
      *    NONDISCRIMINATION TEST LIMITS (NDTCFG.DAT), THE REHIRE
      *    BREAK-IN-SERVICE RULE (REHCFG.DAT) AND THE PROBATIONARY
      *    REVIEW PERIOD (REVCFG.DAT) ARE KEPT THE SAME WAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO "SELDATA/GRADECFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRADECFG-STATUS.
       SELECT DAILYOT-FILE
           ASSIGN TO "PRACTICALS/DAILYOT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DAILYOT-STATUS.
       SELECT PIECERT-FILE
           ASSIGN TO "PRACTICALS/PIECERT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PIECERT-STATUS.
       SELECT MINWAGE-FILE
           ASSIGN TO "PRACTICALS/MINWAGE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MINWAGE-STATUS.
       SELECT VARLIMIT-FILE
           ASSIGN TO "PRACTICALS/VARLIMIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VARLIMIT-STATUS.
       SELECT DEPSCHED-FILE
           ASSIGN TO "PRACTICALS/DEPSCHED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPSCHED-STATUS.
       SELECT NDTCFG-FILE
           ASSIGN TO "PRACTICALS/NDTCFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NDTCFG-STATUS.
       SELECT REHCFG-FILE
           ASSIGN TO "PRACTICALS/REHCFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REHCFG-STATUS.
       SELECT REVCFG-FILE
           ASSIGN TO "PRACTICALS/REVCFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVCFG-STATUS.
       SELECT COPY-IN-FILE
           ASSIGN TO DYNAMIC WS-COPY-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           05 CFG-FILLER-3 PIC X(1).
           05 CFG-PASS-THRESHOLD PIC 9(3)V99.

       FD  DAILYOT-FILE.
       01  DAILYOT-REC.
           05 DO-DAILY-OT PIC 9(2)V99.
           05 DO-FILLER-1 PIC X(1).
           05 DO-DAILY-DT PIC 9(2)V99.
           05 DO-FILLER-2 PIC X(1).
           05 DO-DT-MULTIPLIER PIC 9V99.
           05 DO-FILLER-3 PIC X(1).
           05 DO-SEVENTH-DAY PIC X(1).

       FD  PIECERT-FILE.
       01  PIECERT-REC.
           05 PCR-JOB-CODE PIC X(6).
           05 PCR-FILLER-1 PIC X(1).
           05 PCR-UNIT-RATE PIC 9(3)V9999.

       FD  MINWAGE-FILE.
       01  MINWAGE-REC.
           05 MW-HOURLY PIC 9(3)V99.

       FD  VARLIMIT-FILE.
       01  VARLIMIT-REC.
           05 VL-PERCENT PIC 9(3)V99.
           05 VL-FILLER-1 PIC X(1).
           05 VL-AMOUNT PIC 9(7)V99.

       FD  DEPSCHED-FILE.
       01  DEPSCHED-REC.
           05 DS-SCHEDULE PIC X(1).
           05 DS-FILLER-1 PIC X(1).
           05 DS-NEXT-DAY-LIMIT PIC 9(9)V99.

       FD  NDTCFG-FILE.
       01  NDTCFG-REC.
           05 ND-HCE-COMP PIC 9(7)V99.
           05 ND-FILLER-1 PIC X(1).
           05 ND-MULTIPLIER PIC 9V99.
           05 ND-FILLER-2 PIC X(1).
           05 ND-SPREAD PIC 9V99.
           05 ND-FILLER-3 PIC X(1).
           05 ND-CAP-MULT PIC 9V99.

       FD  REHCFG-FILE.
       01  REHCFG-REC.
           05 RC-MAX-BREAK PIC 9(4).
           05 RC-FILLER-1 PIC X(1).
           05 RC-PARITY PIC X(1).

       FD  REVCFG-FILE.
       01  REVCFG-REC.
           05 RV-PROBATION-DAYS PIC 9(3).

       FD  COPY-IN-FILE.
       01  COPY-IN-REC PIC X(80).

       01  WS-PAYRATES-STATUS PIC XX.
       01  WS-COMMRATES-STATUS PIC XX.
       01  WS-GRADECFG-STATUS PIC XX.
       01  WS-DAILYOT-STATUS PIC XX.
       01  WS-PIECERT-STATUS PIC XX.
       01  WS-MINWAGE-STATUS PIC XX.
       01  WS-VARLIMIT-STATUS PIC XX.
       01  WS-DEPSCHED-STATUS PIC XX.
       01  WS-NDTCFG-STATUS PIC XX.
       01  WS-REHCFG-STATUS PIC XX.
       01  WS-REVCFG-STATUS PIC XX.
       01  WS-COPY-IN-STATUS PIC XX.
       01  WS-COPY-OUT-STATUS PIC XX.
       01  WS-AUDIT-STATUS PIC XX.
       01  WS-COPY-IN-NAME PIC X(30).
       01  WS-COPY-OUT-NAME PIC X(30).

       01  WS-CHOICE PIC 9(2).
       01  WS-OPERATOR PIC X(10).
       01  WS-CONFIRM PIC X(1).
       01  WS-ROLLBACK-PICK PIC 9(2).

       01  WS-OT-THRESHOLD PIC 9(3).
       01  WS-OT-MULTIPLIER PIC 9V99.
       01  WS-WEIGHT-SUM PIC 9(3).
       01  OUT-THRESH PIC ZZ9.99.

       01  WS-DAILY-OT PIC 9(2)V99.
       01  WS-DAILY-DT PIC 9(2)V99.
       01  WS-DT-MULTIPLIER PIC 9V99.
       01  WS-SEVENTH-DAY PIC X(1).
       01  WS-NEW-DAILY-OT PIC 9(2)V99.
       01  WS-NEW-DAILY-DT PIC 9(2)V99.
       01  WS-NEW-DT-MULT PIC 9V99.
       01  WS-NEW-SEVENTH PIC X(1).
       01  OUT-DAILY PIC Z9.99.

       01  WS-MIN-HOURLY PIC 9(3)V99.
       01  WS-NEW-MIN-HOURLY PIC 9(3)V99.
       01  OUT-MIN-HOURLY PIC ZZ9.99.
       01  PCR-COUNT PIC 9(3) VALUE 0.
       01  PCR-TABLE.
           05 PCR-ENTRY OCCURS 100 TIMES.
               10 PCR-JOB PIC X(6).
               10 PCR-RATE PIC 9(3)V9999.
       01  PCR-IDX PIC 9(3).
       01  PCR-HIT PIC 9(3).
       01  PCR-OLD-COUNT PIC 9(3).
       01  PCR-NEW-COUNT PIC 9(3).
       01  WS-PCR-JOB-IN PIC X(6).
       01  WS-PCR-RATE-IN PIC 9(3)V9999.
       01  OUT-PIECE-RATE PIC ZZ9.9999.

       01  WS-VAR-PCT PIC 9(3)V99.
       01  WS-VAR-AMT PIC 9(7)V99.
       01  WS-NEW-VAR-PCT PIC 9(3)V99.
       01  WS-NEW-VAR-AMT PIC 9(7)V99.
       01  OUT-VAR-AMT PIC Z(6)9.99.

       01  WS-DEP-SCHEDULE PIC X(1).
       01  WS-DEP-LIMIT PIC 9(9)V99.
       01  WS-NEW-DEP-SCHEDULE PIC X(1).
       01  WS-NEW-DEP-LIMIT PIC 9(9)V99.
       01  WS-DEP-LIMIT-IN PIC X(12).
       01  OUT-DEP-LIMIT PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-ND-HCE-COMP PIC 9(7)V99.
       01  WS-ND-MULT PIC 9V99.
       01  WS-ND-SPREAD PIC 9V99.
       01  WS-ND-CAP PIC 9V99.
       01  WS-NEW-ND-HCE-COMP PIC 9(7)V99.
       01  WS-NEW-ND-MULT PIC 9V99.
       01  WS-NEW-ND-SPREAD PIC 9V99.
       01  WS-NEW-ND-CAP PIC 9V99.

       01  WS-RC-MAX-BREAK PIC 9(4).
       01  WS-RC-PARITY PIC X(1).
       01  WS-NEW-RC-MAX-BREAK PIC 9(4).
       01  WS-NEW-RC-PARITY PIC X(1).

       01  WS-RV-PROBATION-DAYS PIC 9(3).
       01  WS-NEW-RV-PROBATION-DAYS PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "CONFIGURATION FILE MAINTENANCE".
           DISPLAY "2 - COMMISSION TIERS (COMMRATES.DAT)".
           DISPLAY "3 - GRADE WEIGHTS (GRADECFG.DAT)".
           DISPLAY "4 - ROLL A FILE BACK TO ITS PRIOR VERSION".
           DISPLAY "5 - DAILY OVERTIME RULES (DAILYOT.DAT)".
           DISPLAY "6 - PIECE RATES AND MINIMUM WAGE (PIECERT.DAT)".
           DISPLAY "7 - PAY VARIANCE LIMITS (VARLIMIT.DAT)".
           DISPLAY "8 - TAX DEPOSIT SCHEDULE (DEPSCHED.DAT)".
           DISPLAY "9 - RETIREMENT TEST LIMITS (NDTCFG.DAT)".
           DISPLAY "10 - REHIRE BREAK-IN-SERVICE RULE (REHCFG.DAT)".
           DISPLAY "11 - PROBATIONARY REVIEW PERIOD (REVCFG.DAT)".
           DISPLAY "0 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
            WHEN 4
               PERFORM ROLLBACK-A-FILE
               PERFORM MENU-LOOP
            WHEN 5
               PERFORM MAINTAIN-DAILYOT
               PERFORM MENU-LOOP
            WHEN 6
               PERFORM MAINTAIN-PIECERT
               PERFORM MAINTAIN-MINWAGE
               PERFORM MENU-LOOP
            WHEN 7
               PERFORM MAINTAIN-VARLIMIT
               PERFORM MENU-LOOP
            WHEN 8
               PERFORM MAINTAIN-DEPSCHED
               PERFORM MENU-LOOP
            WHEN 9
               PERFORM MAINTAIN-NDTCFG
               PERFORM MENU-LOOP
            WHEN 10
               PERFORM MAINTAIN-REHCFG
               PERFORM MENU-LOOP
            WHEN 11
               PERFORM MAINTAIN-REVCFG
               PERFORM MENU-LOOP
            WHEN 0
               CONTINUE
            WHEN OTHER
           PERFORM WRITE-CONFIG-AUDIT.
           DISPLAY "GRADE CONFIGURATION SAVED.".

      *    A DAILY LIMIT OF ZERO SWITCHES THAT TIER OFF. WHEN BOTH
      *    ARE SET THE DOUBLE-TIME LIMIT MUST BE ABOVE THE OVERTIME
      *    LIMIT OR NO HOUR WOULD EVER BE PAID AT TIME AND A HALF.
       MAINTAIN-DAILYOT.
           MOVE 8.00 TO WS-DAILY-OT.
           MOVE 12.00 TO WS-DAILY-DT.
           MOVE 2.00 TO WS-DT-MULTIPLIER.
           MOVE 'Y' TO WS-SEVENTH-DAY.
           OPEN INPUT DAILYOT-FILE.
           IF WS-DAILYOT-STATUS = "00"
               READ DAILYOT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DO-DAILY-OT IS NUMERIC
                           MOVE DO-DAILY-OT TO WS-DAILY-OT
                       END-IF
                       IF DO-DAILY-DT IS NUMERIC
                           MOVE DO-DAILY-DT TO WS-DAILY-DT
                       END-IF
                       IF DO-DT-MULTIPLIER IS NUMERIC
                           MOVE DO-DT-MULTIPLIER TO WS-DT-MULTIPLIER
                       END-IF
                       IF DO-SEVENTH-DAY = 'Y' OR DO-SEVENTH-DAY = 'N'
                           MOVE DO-SEVENTH-DAY TO WS-SEVENTH-DAY
                       END-IF
               END-READ
               CLOSE DAILYOT-FILE
           END-IF.
           MOVE WS-DAILY-OT TO OUT-DAILY.
           DISPLAY "CURRENT DAILY OT LIMIT:    " OUT-DAILY.
           MOVE WS-DAILY-DT TO OUT-DAILY.
           DISPLAY "CURRENT DAILY DT LIMIT:    " OUT-DAILY.
           MOVE WS-DT-MULTIPLIER TO OUT-RATE.
           DISPLAY "CURRENT DT MULTIPLIER:     " OUT-RATE.
           DISPLAY "SEVENTH-DAY RULE (Y/N):    " WS-SEVENTH-DAY.
           DISPLAY "NEW DAILY OT LIMIT (0-24, 0 = OFF): "
               WITH NO ADVANCING.
           ACCEPT WS-DEC-IN.
           COMPUTE WS-NEW-DAILY-OT ROUNDED =
               FUNCTION NUMVAL(WS-DEC-IN).
           DISPLAY "NEW DAILY DT LIMIT (0-24, 0 = OFF): "
               WITH NO ADVANCING.
           ACCEPT WS-DEC-IN.
           COMPUTE WS-NEW-DAILY-DT ROUNDED =
               FUNCTION NUMVAL(WS-DEC-IN).
           DISPLAY "NEW DT MULTIPLIER (1.00-3.00): "
               WITH NO ADVANCING.
           ACCEPT WS-DEC-IN.
           COMPUTE WS-NEW-DT-MULT ROUNDED =
               FUNCTION NUMVAL(WS-DEC-IN).
           DISPLAY "SEVENTH-DAY RULE (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-NEW-SEVENTH.
           MOVE FUNCTION UPPER-CASE(WS-NEW-SEVENTH) TO WS-NEW-SEVENTH.
           IF WS-NEW-DAILY-OT > 24 OR WS-NEW-DAILY-DT > 24
               DISPLAY "DAILY LIMIT OUT OF BOUNDS. NOT SAVED."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-DAILY-OT > 0 AND WS-NEW-DAILY-DT > 0
               AND WS-NEW-DAILY-DT NOT > WS-NEW-DAILY-OT
               DISPLAY "DT LIMIT MUST BE ABOVE OT LIMIT. NOT SAVED."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-DT-MULT < 1.00 OR WS-NEW-DT-MULT > 3.00
               DISPLAY "MULTIPLIER OUT OF BOUNDS. NOT SAVED."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-SEVENTH NOT = 'Y' AND WS-NEW-SEVENTH NOT = 'N'
               DISPLAY "SEVENTH-DAY RULE MUST BE Y OR N. NOT SAVED."
               EXIT PARAGRAPH
           END-IF.
           MOVE "PRACTICALS/DAILYOT.DAT" TO WS-COPY-IN-NAME.
           MOVE "PRACTICALS/DAILYOT.BAK" TO WS-COPY-OUT-NAME.
           PERFORM KEEP-PRIOR-VERSION.
           OPEN OUTPUT DAILYOT-FILE.
           MOVE SPACES TO DAILYOT-REC.
           MOVE WS-NEW-DAILY-OT TO DO-DAILY-OT.
           MOVE WS-NEW-DAILY-DT TO DO-DAILY-DT.
           MOVE WS-NEW-DT-MULT TO DO-DT-MULTIPLIER.
           MOVE WS-NEW-SEVENTH TO DO-SEVENTH-DAY.
           WRITE DAILYOT-REC.
           CLOSE DAILYOT-FILE.
           MOVE WS-DAILY-OT TO AUDIT-OLD-VALUE.
           MOVE WS-NEW-DAILY-OT TO AUDIT-NEW-VALUE.
           MOVE "DAILYOT" TO AUDIT-REASON.
           PERFORM WRITE-CONFIG-AUDIT.
           DISPLAY "DAILY OVERTIME RULES SAVED.".

      *    ONE UNIT RATE PER JOB CODE. A CODE ALREADY ON THE TABLE
      *    IS REPRICED, A RATE OF ZERO TAKES IT OFF, AND A BLANK CODE
      *    ENDS THE CHANGES.
       MAINTAIN-PIECERT.
           MOVE 0 TO PCR-COUNT.
           OPEN INPUT PIECERT-FILE.
           IF WS-PIECERT-STATUS = "00"
               PERFORM UNTIL WS-PIECERT-STATUS NOT = "00"
                   OR PCR-COUNT >= 100
                   READ PIECERT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PCR-UNIT-RATE IS NUMERIC
                               AND PCR-JOB-CODE NOT = SPACES
                               ADD 1 TO PCR-COUNT
                               MOVE PCR-JOB-CODE TO PCR-JOB (PCR-COUNT)
                               MOVE PCR-UNIT-RATE
                                   TO PCR-RATE (PCR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PIECERT-FILE
           END-IF.
           DISPLAY "CURRENT PIECE RATES (JOB CODE / RATE PER UNIT):".
           PERFORM VARYING PCR-IDX FROM 1 BY 1
               UNTIL PCR-IDX > PCR-COUNT
               MOVE PCR-RATE (PCR-IDX) TO OUT-PIECE-RATE
               DISPLAY "  " PCR-JOB (PCR-IDX) "  " OUT-PIECE-RATE
           END-PERFORM.
           MOVE PCR-COUNT TO PCR-OLD-COUNT.
           MOVE "X" TO WS-PCR-JOB-IN.
           PERFORM UNTIL WS-PCR-JOB-IN = SPACES
               DISPLAY "JOB CODE (BLANK TO FINISH): "
                   WITH NO ADVANCING
               ACCEPT WS-PCR-JOB-IN
               MOVE FUNCTION UPPER-CASE(WS-PCR-JOB-IN)
                   TO WS-PCR-JOB-IN
               IF WS-PCR-JOB-IN NOT = SPACES
                   PERFORM CHANGE-ONE-PIECE-RATE
               END-IF
           END-PERFORM.
           DISPLAY "SAVE PIECE RATES (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "PIECE RATES NOT SAVED."
               EXIT PARAGRAPH
           END-IF.
           MOVE "PRACTICALS/PIECERT.DAT" TO WS-COPY-IN-NAME.
           MOVE "PRACTICALS/PIECERT.BAK" TO WS-COPY-OUT-NAME.
           PERFORM KEEP-PRIOR-VERSION.
           OPEN OUTPUT PIECERT-FILE.
           MOVE 0 TO PCR-NEW-COUNT.
           PERFORM VARYING PCR-IDX FROM 1 BY 1
               UNTIL PCR-IDX > PCR-COUNT
               IF PCR-RATE (PCR-IDX) > 0
                   MOVE SPACES TO PIECERT-REC
                   MOVE PCR-JOB (PCR-IDX) TO PCR-JOB-CODE
                   MOVE PCR-RATE (PCR-IDX) TO PCR-UNIT-RATE
                   WRITE PIECERT-REC
                   ADD 1 TO PCR-NEW-COUNT
               END-IF
           END-PERFORM.
           CLOSE PIECERT-FILE.
           MOVE PCR-OLD-COUNT TO AUDIT-OLD-VALUE.
           MOVE PCR-NEW-COUNT TO AUDIT-NEW-VALUE.
           MOVE "PIECERT" TO AUDIT-REASON.
           PERFORM WRITE-CONFIG-AUDIT.
           DISPLAY "PIECE RATES SAVED.".

       CHANGE-ONE-PIECE-RATE.
           DISPLAY "  RATE PER UNIT (0-999.9999, 0 = REMOVE): "
               WITH NO ADVANCING.
           ACCEPT WS-DEC-IN.
           IF FUNCTION TEST-NUMVAL(WS-DEC-IN) NOT = 0
               DISPLAY "  RATE NOT NUMERIC, IGNORED."
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(WS-DEC-IN) < 0
               OR FUNCTION NUMVAL(WS-DEC-IN) > 999.9999
               DISPLAY "  RATE OUT OF BOUNDS, IGNORED."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-PCR-RATE-IN ROUNDED =
               FUNCTION NUMVAL(WS-DEC-IN).
           MOVE 0 TO PCR-HIT.
           PERFORM VARYING PCR-IDX FROM 1 BY 1
               UNTIL PCR-IDX > PCR-COUNT
               IF PCR-JOB (PCR-IDX) = WS-PCR-JOB-IN
                   MOVE PCR-IDX TO PCR-HIT
               END-IF
           END-PERFORM.
           IF PCR-HIT = 0
               IF WS-PCR-RATE-IN = 0
                   DISPLAY "  JOB CODE NOT ON TABLE."
                   EXIT PARAGRAPH
               END-IF
               IF PCR-COUNT >= 100
                   DISPLAY "  RATE TABLE FULL, IGNORED."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PCR-COUNT
               MOVE PCR-COUNT TO PCR-HIT
               MOVE WS-PCR-JOB-IN TO PCR-JOB (PCR-HIT)
           END-IF.
           MOVE WS-PCR-RATE-IN TO PCR-RATE (PCR-HIT).

      *    THE FLOOR PIECE EARNINGS ARE TOPPED UP TO, PER HOUR WORKED.
       MAINTAIN-MINWAGE.
           MOVE 7.25 TO WS-MIN-HOURLY.
           OPEN INPUT MINWAGE-FILE.
           IF WS-MINWAGE-STATUS = "00"
               READ MINWAGE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MW-HOURLY IS NUMERIC AND MW-HOURLY > 0
                           MOVE MW-HOURLY TO WS-MIN-HOURLY
                       END-IF
               END-READ
               CLOSE MINWAGE-FILE
           END-IF.
           MOVE WS-MIN-HOURLY TO OUT-MIN-HOURLY.
           DISPLAY "CURRENT MINIMUM HOURLY RATE: " OUT-MIN-HOURLY.
           DISPLAY "NEW MINIMUM HOURLY RATE (1.00-100.00,"
               " BLANK = KEEP): " WITH NO ADVANCING.
           ACCEPT WS-DEC-IN.
           IF WS-DEC-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NEW-MIN-HOURLY ROUNDED =
               FUNCTION NUMVAL(WS-DEC-IN).
           IF WS-NEW-MIN-HOURLY < 1.00 OR WS-NEW-MIN-HOURLY > 100.00
               DISPLAY "MINIMUM RATE OUT OF BOUNDS. NOT SAVED."
               EXIT PARAGRAPH
           END-IF.
           MOVE "PRACTICALS/MINWAGE.DAT" TO WS-COPY-IN-NAME.
           MOVE "PRACTICALS/MINWAGE.BAK" TO WS-COPY-OUT-NAME.
           PERFORM KEEP-PRIOR-VERSION.
           OPEN OUTPUT MINWAGE-FILE.
           MOVE SPACES TO MINWAGE-REC.
           MOVE WS-NEW-MIN-HOURLY TO MW-HOURLY.
           WRITE MINWAGE-REC.
           CLOSE MINWAGE-FILE.
           MOVE WS-MIN-HOURLY TO AUDIT-OLD-VALUE.
           MOVE WS-NEW-MIN-HOURLY TO AUDIT-NEW-VALUE.
           MOVE "MINWAGE" TO AUDIT-REASON.
           PERFORM WRITE-CONFIG-AUDIT.
           DISPLAY "MINIMUM HOURLY RATE SAVED.".

      *    A LINE ON THE PAY VARIANCE REVIEW IS FLAGGED WHEN A
      *    MEASURE MOVES BY MORE THAN EITHER LIMIT; ZERO SWITCHES A
      *    LIMIT OFF.
       MAINTAIN-VARLIMIT.
           MOVE 10.00 TO WS-VAR-PCT.
           MOVE 250.00 TO WS-VAR-AMT.
           OPEN INPUT VARLIMIT-FILE.
           IF WS-VARLIMIT-STATUS = "00"
               READ VARLIMIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF VL-PERCENT IS NUMERIC
                           MOVE VL-PERCENT TO WS-VAR-PCT
                       END-IF
                       IF VL-AMOUNT IS NUMERIC
                           MOVE VL-AMOUNT TO WS-VAR-AMT
                       END-IF
               END-READ
               CLOSE VARLIMIT-FILE
           END-IF.
           MOVE WS-VAR-PCT TO OUT-THRESH.
           DISPLAY "CURRENT PERCENTAGE LIMIT: " OUT-THRESH.
           MOVE WS-VAR-AMT TO OUT-VAR-AMT.
           DISPLAY "CURRENT AMOUNT LIMIT:     " OUT-VAR-AMT.
           DISPLAY "NEW PERCENTAGE LIMIT (0-999.99, 0 = OFF): "
               WITH NO ADVANCING.
           ACCEPT WS-DEC-IN.
           COMPUTE WS-NEW-VAR-PCT ROUNDED =
               FUNCTION NUMVAL(WS-DEC-IN).
           DISPLAY "NEW AMOUNT LIMIT (0 = OFF): " WITH NO ADVANCING.
           ACCEPT WS-DEC-IN.
           COMPUTE WS-NEW-VAR-AMT ROUNDED =
               FUNCTION NUMVAL(WS-DEC-IN).
           IF WS-NEW-VAR-PCT = 0 AND WS-NEW-VAR-AMT = 0
               DISPLAY "AT LEAST ONE LIMIT MUST BE SET. NOT SAVED."
               EXIT PARAGRAPH
           END-IF.
           MOVE "PRACTICALS/VARLIMIT.DAT" TO WS-COPY-IN-NAME.
           MOVE "PRACTICALS/VARLIMIT.BAK" TO WS-COPY-OUT-NAME.
           PERFORM KEEP-PRIOR-VERSION.
           OPEN OUTPUT VARLIMIT-FILE.
           MOVE SPACES TO VARLIMIT-REC.
           MOVE WS-NEW-VAR-PCT TO VL-PERCENT.
           MOVE WS-NEW-VAR-AMT TO VL-AMOUNT.
           WRITE VARLIMIT-REC.
           CLOSE VARLIMIT-FILE.
           MOVE WS-VAR-AMT TO AUDIT-OLD-VALUE.
           MOVE WS-NEW-VAR-AMT TO AUDIT-NEW-VALUE.
           MOVE "VARLIMIT" TO AUDIT-REASON.
           PERFORM WRITE-CONFIG-AUDIT.
           DISPLAY "PAY VARIANCE LIMITS SAVED.".

      *    M = MONTHLY, S = SEMIWEEKLY, N = NEXT DAY. A LIABILITY AT
      *    OR OVER THE NEXT-DAY LIMIT IS DUE THE NEXT DAY WHATEVER
      *    THE SCHEDULE; ZERO SWITCHES THAT RULE OFF.
       MAINTAIN-DEPSCHED.
           MOVE 'M' TO WS-DEP-SCHEDULE.
           MOVE 100000.00 TO WS-DEP-LIMIT.
           OPEN INPUT DEPSCHED-FILE.
           IF WS-DEPSCHED-STATUS = "00"
               READ DEPSCHED-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DS-SCHEDULE = 'M' OR DS-SCHEDULE = 'S'
                           OR DS-SCHEDULE = 'N'
                           MOVE DS-SCHEDULE TO WS-DEP-SCHEDULE
                       END-IF
                       IF DS-NEXT-DAY-LIMIT IS NUMERIC
                           MOVE DS-NEXT-DAY-LIMIT TO WS-DEP-LIMIT
                       END-IF
               END-READ
               CLOSE DEPSCHED-FILE
           END-IF.
           DISPLAY "CURRENT DEPOSIT SCHEDULE: " WS-DEP-SCHEDULE
               " (M = MONTHLY, S = SEMIWEEKLY, N = NEXT DAY)".
           MOVE WS-DEP-LIMIT TO OUT-DEP-LIMIT.
           DISPLAY "CURRENT NEXT-DAY LIMIT:   " OUT-DEP-LIMIT.
           DISPLAY "NEW DEPOSIT SCHEDULE (M/S/N): " WITH NO ADVANCING.
           ACCEPT WS-NEW-DEP-SCHEDULE.
           MOVE FUNCTION UPPER-CASE(WS-NEW-DEP-SCHEDULE) TO
               WS-NEW-DEP-SCHEDULE.
           IF WS-NEW-DEP-SCHEDULE NOT = 'M'
               AND WS-NEW-DEP-SCHEDULE NOT = 'S'
               AND WS-NEW-DEP-SCHEDULE NOT = 'N'
               DISPLAY "SCHEDULE MUST BE M, S OR N. NOT SAVED."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NEW NEXT-DAY LIMIT (0 = OFF): " WITH NO ADVANCING.
           ACCEPT WS-DEP-LIMIT-IN.
           COMPUTE WS-NEW-DEP-LIMIT ROUNDED =
               FUNCTION NUMVAL(WS-DEP-LIMIT-IN).
           IF WS-NEW-DEP-LIMIT > 9999999.99
               DISPLAY "NEXT-DAY LIMIT OUT OF RANGE. NOT SAVED."
               EXIT PARAGRAPH
           END-IF.
           MOVE "PRACTICALS/DEPSCHED.DAT" TO WS-COPY-IN-NAME.
           MOVE "PRACTICALS/DEPSCHED.BAK" TO WS-COPY-OUT-NAME.
           PERFORM KEEP-PRIOR-VERSION.
           OPEN OUTPUT DEPSCHED-FILE.
           MOVE SPACES TO DEPSCHED-REC.
           MOVE WS-NEW-DEP-SCHEDULE TO DS-SCHEDULE.
           MOVE WS-NEW-DEP-LIMIT TO DS-NEXT-DAY-LIMIT.
           WRITE DEPSCHED-REC.
           CLOSE DEPSCHED-FILE.
           MOVE WS-DEP-LIMIT TO AUDIT-OLD-VALUE.
           MOVE WS-NEW-DEP-LIMIT TO AUDIT-NEW-VALUE.
           MOVE "DEPSCHED" TO AUDIT-REASON.
           PERFORM WRITE-CONFIG-AUDIT.
           DISPLAY "TAX DEPOSIT SCHEDULE SAVED.".

      *    AN EMPLOYEE WHOSE PRIOR-YEAR PAY REACHED THE THRESHOLD IS
      *    HIGHLY COMPENSATED. THE HCE AVERAGE MAY NOT EXCEED THE
      *    GREATER OF THE NON-HCE AVERAGE TIMES THE MULTIPLIER, OR
      *    THE LESSER OF IT TIMES THE CAP MULTIPLIER AND IT PLUS THE
      *    SPREAD.
       MAINTAIN-NDTCFG.
           MOVE 155000.00 TO WS-ND-HCE-COMP.
           MOVE 1.25 TO WS-ND-MULT.
           MOVE 2.00 TO WS-ND-SPREAD.
           MOVE 2.00 TO WS-ND-CAP.
           OPEN INPUT NDTCFG-FILE.
           IF WS-NDTCFG-STATUS = "00"
               READ NDTCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ND-HCE-COMP IS NUMERIC
                           MOVE ND-HCE-COMP TO WS-ND-HCE-COMP
                       END-IF
                       IF ND-MULTIPLIER IS NUMERIC
                           MOVE ND-MULTIPLIER TO WS-ND-MULT
                       END-IF
                       IF ND-SPREAD IS NUMERIC
                           MOVE ND-SPREAD TO WS-ND-SPREAD
                       END-IF
                       IF ND-CAP-MULT IS NUMERIC
                           MOVE ND-CAP-MULT TO WS-ND-CAP
                       END-IF
               END-READ
               CLOSE NDTCFG-FILE
           END-IF.
           MOVE WS-ND-HCE-COMP TO OUT-VAR-AMT.
           DISPLAY "CURRENT HCE PAY THRESHOLD: " OUT-VAR-AMT.
           MOVE WS-ND-MULT TO OUT-RATE.
           DISPLAY "CURRENT MULTIPLIER:        " OUT-RATE.
           MOVE WS-ND-CAP TO OUT-RATE.
           DISPLAY "CURRENT CAP MULTIPLIER:    " OUT-RATE.
           MOVE WS-ND-SPREAD TO OUT-RATE.
           DISPLAY "CURRENT SPREAD (POINTS):   " OUT-RATE.
           DISPLAY "NEW HCE PAY THRESHOLD: " WITH NO ADVANCING.
           ACCEPT WS-DEP-LIMIT-IN.
           COMPUTE WS-NEW-ND-HCE-COMP ROUNDED =
               FUNCTION NUMVAL(WS-DEP-LIMIT-IN).
           DISPLAY "NEW MULTIPLIER (1.00-9.99): " WITH NO ADVANCING.
           ACCEPT WS-DEC-IN.
           COMPUTE WS-NEW-ND-MULT ROUNDED = FUNCTION NUMVAL(WS-DEC-IN).
           DISPLAY "NEW CAP MULTIPLIER (1.00-9.99): " WITH NO ADVANCING.
           ACCEPT WS-DEC-IN.
           COMPUTE WS-NEW-ND-CAP ROUNDED = FUNCTION NUMVAL(WS-DEC-IN).
           DISPLAY "NEW SPREAD (PERCENT POINTS): " WITH NO ADVANCING.
           ACCEPT WS-DEC-IN.
           COMPUTE WS-NEW-ND-SPREAD ROUNDED =
               FUNCTION NUMVAL(WS-DEC-IN).
           IF WS-NEW-ND-HCE-COMP = 0
               DISPLAY "HCE PAY THRESHOLD MUST BE SET. NOT SAVED."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-ND-MULT < 1 OR WS-NEW-ND-CAP < WS-NEW-ND-MULT
               DISPLAY "MULTIPLIER MUST BE AT LEAST 1.00 AND NOT"
                   " ABOVE THE CAP MULTIPLIER. NOT SAVED."
               EXIT PARAGRAPH
           END-IF.
           MOVE "PRACTICALS/NDTCFG.DAT" TO WS-COPY-IN-NAME.
           MOVE "PRACTICALS/NDTCFG.BAK" TO WS-COPY-OUT-NAME.
           PERFORM KEEP-PRIOR-VERSION.
           OPEN OUTPUT NDTCFG-FILE.
           MOVE SPACES TO NDTCFG-REC.
           MOVE WS-NEW-ND-HCE-COMP TO ND-HCE-COMP.
           MOVE WS-NEW-ND-MULT TO ND-MULTIPLIER.
           MOVE WS-NEW-ND-SPREAD TO ND-SPREAD.
           MOVE WS-NEW-ND-CAP TO ND-CAP-MULT.
           WRITE NDTCFG-REC.
           CLOSE NDTCFG-FILE.
           MOVE WS-ND-HCE-COMP TO AUDIT-OLD-VALUE.
           MOVE WS-NEW-ND-HCE-COMP TO AUDIT-NEW-VALUE.
           MOVE "NDTCFG" TO AUDIT-REASON.
           PERFORM WRITE-CONFIG-AUDIT.
           DISPLAY "RETIREMENT TEST LIMITS SAVED.".

      *    A REHIRED EMPLOYEE'S PRIOR SERVICE IS BRIDGED WHEN THE
      *    BREAK IN SERVICE IS NO LONGER THAN THE MAXIMUM DAYS, OR,
      *    WITH THE PARITY RULE ON, WHEN THE BREAK IS SHORTER THAN
      *    THE PRIOR SERVICE ITSELF.
       MAINTAIN-REHCFG.
           MOVE 365 TO WS-RC-MAX-BREAK.
           MOVE 'N' TO WS-RC-PARITY.
           OPEN INPUT REHCFG-FILE.
           IF WS-REHCFG-STATUS = "00"
               READ REHCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RC-MAX-BREAK IS NUMERIC
                           MOVE RC-MAX-BREAK TO WS-RC-MAX-BREAK
                       END-IF
                       IF RC-PARITY = 'Y'
                           MOVE 'Y' TO WS-RC-PARITY
                       END-IF
               END-READ
               CLOSE REHCFG-FILE
           END-IF.
           DISPLAY "CURRENT MAXIMUM BREAK (DAYS): " WS-RC-MAX-BREAK.
           DISPLAY "CURRENT PARITY RULE:          " WS-RC-PARITY.
           DISPLAY "NEW MAXIMUM BREAK (DAYS, 0-3650): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-RC-MAX-BREAK.
           DISPLAY "BRIDGE WHEN THE BREAK IS SHORTER THAN PRIOR"
               " SERVICE (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-NEW-RC-PARITY.
           MOVE FUNCTION UPPER-CASE(WS-NEW-RC-PARITY)
               TO WS-NEW-RC-PARITY.
           IF WS-NEW-RC-MAX-BREAK > 3650
               DISPLAY "MAXIMUM BREAK OUT OF BOUNDS. NOT SAVED."
               EXIT PARAGRAPH
           END-IF.
           IF WS-NEW-RC-PARITY NOT = 'Y'
               MOVE 'N' TO WS-NEW-RC-PARITY
           END-IF.
           MOVE "PRACTICALS/REHCFG.DAT" TO WS-COPY-IN-NAME.
           MOVE "PRACTICALS/REHCFG.BAK" TO WS-COPY-OUT-NAME.
           PERFORM KEEP-PRIOR-VERSION.
           OPEN OUTPUT REHCFG-FILE.
           MOVE SPACES TO REHCFG-REC.
           MOVE WS-NEW-RC-MAX-BREAK TO RC-MAX-BREAK.
           MOVE WS-NEW-RC-PARITY TO RC-PARITY.
           WRITE REHCFG-REC.
           CLOSE REHCFG-FILE.
           MOVE WS-RC-MAX-BREAK TO AUDIT-OLD-VALUE.
           MOVE WS-NEW-RC-MAX-BREAK TO AUDIT-NEW-VALUE.
           MOVE "REHCFG" TO AUDIT-REASON.
           PERFORM WRITE-CONFIG-AUDIT.
           DISPLAY "REHIRE BREAK-IN-SERVICE RULE SAVED.".

      *    A NEW HIRE'S PROBATIONARY REVIEW FALLS DUE THIS MANY
      *    DAYS AFTER THE HIRE DATE.
       MAINTAIN-REVCFG.
           MOVE 90 TO WS-RV-PROBATION-DAYS.
           OPEN INPUT REVCFG-FILE.
           IF WS-REVCFG-STATUS = "00"
               READ REVCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RV-PROBATION-DAYS IS NUMERIC
                           MOVE RV-PROBATION-DAYS TO
                               WS-RV-PROBATION-DAYS
                       END-IF
               END-READ
               CLOSE REVCFG-FILE
           END-IF.
           DISPLAY "CURRENT PROBATIONARY PERIOD (DAYS): "
               WS-RV-PROBATION-DAYS.
           DISPLAY "NEW PROBATIONARY PERIOD (DAYS, 1-365): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-RV-PROBATION-DAYS.
           IF WS-NEW-RV-PROBATION-DAYS < 1
               OR WS-NEW-RV-PROBATION-DAYS > 365
               DISPLAY "PROBATIONARY PERIOD OUT OF BOUNDS. NOT SAVED."
               EXIT PARAGRAPH
           END-IF.
           MOVE "PRACTICALS/REVCFG.DAT" TO WS-COPY-IN-NAME.
           MOVE "PRACTICALS/REVCFG.BAK" TO WS-COPY-OUT-NAME.
           PERFORM KEEP-PRIOR-VERSION.
           OPEN OUTPUT REVCFG-FILE.
           MOVE WS-NEW-RV-PROBATION-DAYS TO RV-PROBATION-DAYS.
           WRITE REVCFG-REC.
           CLOSE REVCFG-FILE.
           MOVE WS-RV-PROBATION-DAYS TO AUDIT-OLD-VALUE.
           MOVE WS-NEW-RV-PROBATION-DAYS TO AUDIT-NEW-VALUE.
           MOVE "REVCFG" TO AUDIT-REASON.
           PERFORM WRITE-CONFIG-AUDIT.
           DISPLAY "PROBATIONARY REVIEW PERIOD SAVED.".

       KEEP-PRIOR-VERSION.
           OPEN INPUT COPY-IN-FILE.
           IF WS-COPY-IN-STATUS = "00"

       ROLLBACK-A-FILE.
           DISPLAY "ROLL BACK WHICH FILE?".
           DISPLAY "1 - PAYRATES  2 - COMMRATES  3 - GRADECFG"
               "  4 - DAILYOT".
           DISPLAY "5 - PIECERT   6 - MINWAGE    7 - VARLIMIT"
               "  8 - DEPSCHED".
           DISPLAY "9 - NDTCFG    10 - REHCFG    11 - REVCFG: "
               WITH NO ADVANCING.
           ACCEPT WS-ROLLBACK-PICK.
           EVALUATE WS-ROLLBACK-PICK
               MOVE "SELDATA/GRADECFG.BAK" TO WS-COPY-IN-NAME
               MOVE "SELDATA/GRADECFG.DAT" TO WS-COPY-OUT-NAME
               MOVE "GRADECFG" TO AUDIT-REASON
            WHEN 4
               MOVE "PRACTICALS/DAILYOT.BAK" TO WS-COPY-IN-NAME
               MOVE "PRACTICALS/DAILYOT.DAT" TO WS-COPY-OUT-NAME
               MOVE "DAILYOT" TO AUDIT-REASON
            WHEN 5
               MOVE "PRACTICALS/PIECERT.BAK" TO WS-COPY-IN-NAME
               MOVE "PRACTICALS/PIECERT.DAT" TO WS-COPY-OUT-NAME
               MOVE "PIECERT" TO AUDIT-REASON
            WHEN 6
               MOVE "PRACTICALS/MINWAGE.BAK" TO WS-COPY-IN-NAME
               MOVE "PRACTICALS/MINWAGE.DAT" TO WS-COPY-OUT-NAME
               MOVE "MINWAGE" TO AUDIT-REASON
            WHEN 7
               MOVE "PRACTICALS/VARLIMIT.BAK" TO WS-COPY-IN-NAME
               MOVE "PRACTICALS/VARLIMIT.DAT" TO WS-COPY-OUT-NAME
               MOVE "VARLIMIT" TO AUDIT-REASON
            WHEN 8
               MOVE "PRACTICALS/DEPSCHED.BAK" TO WS-COPY-IN-NAME
               MOVE "PRACTICALS/DEPSCHED.DAT" TO WS-COPY-OUT-NAME
               MOVE "DEPSCHED" TO AUDIT-REASON
            WHEN 9
               MOVE "PRACTICALS/NDTCFG.BAK" TO WS-COPY-IN-NAME
               MOVE "PRACTICALS/NDTCFG.DAT" TO WS-COPY-OUT-NAME
               MOVE "NDTCFG" TO AUDIT-REASON
            WHEN 10
               MOVE "PRACTICALS/REHCFG.BAK" TO WS-COPY-IN-NAME
               MOVE "PRACTICALS/REHCFG.DAT" TO WS-COPY-OUT-NAME
               MOVE "REHCFG" TO AUDIT-REASON
            WHEN 11
               MOVE "PRACTICALS/REVCFG.BAK" TO WS-COPY-IN-NAME
               MOVE "PRACTICALS/REVCFG.DAT" TO WS-COPY-OUT-NAME
               MOVE "REVCFG" TO AUDIT-REASON
            WHEN OTHER
               DISPLAY "NO FILE CHOSEN."
               EXIT PARAGRAPH
