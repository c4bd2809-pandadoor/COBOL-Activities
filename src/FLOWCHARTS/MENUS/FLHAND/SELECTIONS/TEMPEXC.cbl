      *    TEMPERATURE - FLAGS EPISODES LONGER THAN THE LOCATION'S
      *    ALLOWED MINUTES (THE FOURTH FIELD NOW CARRIED ON
      *    TEMPLOC.DAT), AND PRINTS THE MONTHLY PER-LOCATION
      *    SUMMARY THE QUALITY INSPECTOR SIGNS. A READING IS ONLY
      *    AS GOOD AS ITS PROBE: READINGS TAKEN WHEN THE LOCATION'S
      *    LATEST CALIBRATION ON SELDATA/TEMPCAL.DAT HAD PASSED ITS
      *    DUE DATE (OR BEFORE ANY CALIBRATION) ARE COUNTED AS
      *    UNVERIFIED, AND EPISODES THAT INCLUDE ONE ARE MARKED.
      *    AN EPISODE OVER THE ALLOWED MINUTES PUTS EVERY PRODUCT
      *    STORED IN THAT LOCATION WITH STOCK ON HAND ON QUALITY
      *    HOLD (PROD-HOLD 'Q' ON PRODMAST.DAT) AND LOGS THE HOLD TO
      *    QAHOLD.DAT; AN EPISODE ALREADY LOGGED THERE IS NOT HELD
      *    AGAIN WHEN THE REPORT IS RERUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO "SELDATA/TEMPLOC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TEMPLOC-STATUS.
           SELECT TEMPCAL-FILE
           ASSIGN TO "SELDATA/TEMPCAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TEMPCAL-STATUS.
           SELECT PRODMAST-FILE
           ASSIGN TO "SELDATA/PRODMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRODMAST-STATUS.
           SELECT QAHOLD-FILE
           ASSIGN TO "SELDATA/QAHOLD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QAHOLD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  READING-FILE.
           05 TL-FILLER-4 PIC X(1).
           05 TL-ALLOW-MIN PIC 9(4).

       FD  TEMPCAL-FILE.
       01  TEMPCAL-REC.
           05 CL-LOCATION PIC X(6).
           05 CL-FILLER-1 PIC X(1).
           05 CL-DATE PIC 9(8).
           05 CL-FILLER-2 PIC X(1).
           05 CL-REF-TEMP PIC S9(3)V9 SIGN LEADING SEPARATE.
           05 CL-FILLER-3 PIC X(1).
           05 CL-PROBE-TEMP PIC S9(3)V9 SIGN LEADING SEPARATE.
           05 CL-FILLER-4 PIC X(1).
           05 CL-OFFSET PIC S9(3)V9 SIGN LEADING SEPARATE.
           05 CL-FILLER-5 PIC X(1).
           05 CL-TECH PIC X(20).
           05 CL-FILLER-6 PIC X(1).
           05 CL-DUE-DATE PIC 9(8).

       FD  PRODMAST-FILE.
       01  PRODMAST-REC.
           05 PROD-CODE-IN PIC X(6).
           05 PROD-FILLER-1 PIC X(1).
           05 PROD-DESC-IN PIC X(20).
           05 PROD-FILLER-2 PIC X(1).
           05 PROD-PRICE-IN PIC 9(7)V99.
           05 PROD-FILLER-3 PIC X(1).
           05 PROD-ONHAND-IN PIC S9(7).
           05 PROD-FILLER-4 PIC X(1).
           05 PROD-REORDER-IN PIC 9(5).
           05 PROD-FILLER-5 PIC X(1).
           05 PROD-COST-IN PIC 9(7)V99.
           05 PROD-FILLER-6 PIC X(1).
           05 PROD-LOCATION-IN PIC X(6).
           05 PROD-FILLER-7 PIC X(1).
           05 PROD-HOLD-IN PIC X(1).

       FD  QAHOLD-FILE.
       01  QAHOLD-REC.
           05 QH-DATE PIC 9(8).
           05 QH-FILLER-1 PIC X(1).
           05 QH-PROD PIC X(6).
           05 QH-FILLER-2 PIC X(1).
           05 QH-LOCATION PIC X(6).
           05 QH-FILLER-3 PIC X(1).
           05 QH-ACTION PIC X(1).
           05 QH-FILLER-4 PIC X(1).
           05 QH-QTY PIC S9(7).
           05 QH-FILLER-5 PIC X(1).
           05 QH-VALUE PIC S9(9)V99.
           05 QH-FILLER-6 PIC X(1).
           05 QH-REF PIC X(13).
           05 QH-FILLER-7 PIC X(1).
           05 QH-USER PIC X(10).

       WORKING-STORAGE SECTION.
       01  READING-STATUS PIC XX.
       01  TEMPLOC-STATUS PIC XX.
       01  TEMPCAL-STATUS PIC XX.
       01  PRODMAST-STATUS PIC XX.
       01  QAHOLD-STATUS PIC XX.
       01  WS-MONTH-IN PIC 9(6).

       01  WS-LOC-COUNT PIC 9(3) VALUE 0.
               10 WS-RD-DATE PIC 9(8).
               10 WS-RD-TIME PIC 9(4).
               10 WS-RD-TEMP PIC S9(5).
               10 WS-RD-VERIFIED PIC X.

       01  WS-CAL-COUNT PIC 9(3) VALUE 0.
       01  WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 500 TIMES.
               10 WS-CA-LOCATION PIC X(6).
               10 WS-CA-DATE PIC 9(8).
               10 WS-CA-DUE PIC 9(8).
       01  WS-CDX PIC 9(3).
       01  WS-BEST-CAL PIC 9(8).
       01  WS-BEST-DUE PIC 9(8).
       01  WS-UNVERIFIED PIC 9(4).
       01  WS-EP-UNVERIFIED PIC X.

      *    PRODUCT MASTER IMAGES, REWRITTEN WITH THE HOLD FLAG SET.
       01  WS-PM-COUNT PIC 9(3) VALUE 0.
       01  WS-PM-TABLE.
           05 WS-PM-IMAGE PIC X(70) OCCURS 100 TIMES.
       01  WS-PDX PIC 9(3).
       01  WS-HOLD-REF PIC X(13).
       01  WS-HOLD-DONE PIC X.
       01  WS-HELD PIC 9(3).
       01  WS-TODAY PIC 9(8).

       01  WS-IDX PIC 9(4).
       01  WS-JDX PIC 9(4).
       01  WS-SWAP-DATE PIC 9(8).
       01  WS-SWAP-TIME PIC 9(4).
       01  WS-SWAP-TEMP PIC S9(5).
       01  WS-SWAP-VERIFIED PIC X.

      *    EPISODE STATE WHILE WALKING ONE LOCATION'S READINGS.
       01  WS-IN-EPISODE PIC X.
           END-IF.
           PERFORM LOAD-MONTH-READINGS.
           PERFORM SORT-READINGS.
           PERFORM LOAD-CALIBRATIONS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-RDG-COUNT
               PERFORM CHECK-READING-CALIBRATION
           END-PERFORM.

           DISPLAY "__________________________________________________".
           DISPLAY "  TEMPERATURE EXCURSION COMPLIANCE - " WS-MONTH-IN.
               END-PERFORM
           END-PERFORM.

       LOAD-CALIBRATIONS.
           MOVE 0 TO WS-CAL-COUNT.
           OPEN INPUT TEMPCAL-FILE.
           IF TEMPCAL-STATUS = "00"
               PERFORM UNTIL TEMPCAL-STATUS NOT = "00"
                   OR WS-CAL-COUNT >= 500
                   READ TEMPCAL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CL-DATE IS NUMERIC
                               AND CL-DUE-DATE IS NUMERIC
                               ADD 1 TO WS-CAL-COUNT
                               MOVE CL-LOCATION TO
                                   WS-CA-LOCATION (WS-CAL-COUNT)
                               MOVE CL-DATE TO
                                   WS-CA-DATE (WS-CAL-COUNT)
                               MOVE CL-DUE-DATE TO
                                   WS-CA-DUE (WS-CAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPCAL-FILE
           END-IF.

      *    THE CALIBRATION IN FORCE FOR A READING IS THE LATEST ONE
      *    FOR ITS LOCATION DATED ON OR BEFORE THE READING; THE
      *    READING IS VERIFIED WHILE THAT CALIBRATION IS NOT PAST
      *    ITS DUE DATE.
       CHECK-READING-CALIBRATION.
           MOVE 0 TO WS-BEST-CAL.
           MOVE 0 TO WS-BEST-DUE.
           PERFORM VARYING WS-CDX FROM 1 BY 1
               UNTIL WS-CDX > WS-CAL-COUNT
               IF WS-CA-LOCATION (WS-CDX) = WS-RD-LOCATION (WS-IDX)
                   AND WS-CA-DATE (WS-CDX) <= WS-RD-DATE (WS-IDX)
                   AND WS-CA-DATE (WS-CDX) >= WS-BEST-CAL
                   MOVE WS-CA-DATE (WS-CDX) TO WS-BEST-CAL
                   MOVE WS-CA-DUE (WS-CDX) TO WS-BEST-DUE
               END-IF
           END-PERFORM.
           IF WS-BEST-CAL > 0
               AND WS-RD-DATE (WS-IDX) <= WS-BEST-DUE
               MOVE 'Y' TO WS-RD-VERIFIED (WS-IDX)
           ELSE
               MOVE 'N' TO WS-RD-VERIFIED (WS-IDX)
           END-IF.

       SWAP-READING-ROWS.
           MOVE WS-RD-LOCATION (WS-JDX) TO WS-SWAP-LOC.
           MOVE WS-RD-DATE (WS-JDX) TO WS-SWAP-DATE.
           MOVE WS-RD-TIME (WS-JDX) TO WS-SWAP-TIME.
           MOVE WS-RD-TEMP (WS-JDX) TO WS-SWAP-TEMP.
           MOVE WS-RD-VERIFIED (WS-JDX) TO WS-SWAP-VERIFIED.
           MOVE WS-RD-LOCATION (WS-IDX) TO WS-RD-LOCATION (WS-JDX).
           MOVE WS-RD-DATE (WS-IDX) TO WS-RD-DATE (WS-JDX).
           MOVE WS-RD-TIME (WS-IDX) TO WS-RD-TIME (WS-JDX).
           MOVE WS-RD-TEMP (WS-IDX) TO WS-RD-TEMP (WS-JDX).
           MOVE WS-RD-VERIFIED (WS-IDX) TO WS-RD-VERIFIED (WS-JDX).
           MOVE WS-SWAP-LOC TO WS-RD-LOCATION (WS-IDX).
           MOVE WS-SWAP-DATE TO WS-RD-DATE (WS-IDX).
           MOVE WS-SWAP-TIME TO WS-RD-TIME (WS-IDX).
           MOVE WS-SWAP-TEMP TO WS-RD-TEMP (WS-IDX).
           MOVE WS-SWAP-VERIFIED TO WS-RD-VERIFIED (WS-IDX).

      *    AN EPISODE OPENS AT THE FIRST OUT-OF-RANGE READING AND
      *    CLOSES AT THE FIRST READING BACK IN RANGE - THAT RETURN
           MOVE 0 TO WS-EP-COUNT.
           MOVE 0 TO WS-EP-EXCEEDED.
           MOVE 0 TO WS-EP-LONGEST.
           MOVE 0 TO WS-UNVERIFIED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-RDG-COUNT
               IF WS-RD-LOCATION (WS-IDX) =
               DISPLAY "  >>> LOCATION NOT COMPLIANT FOR THE"
                   " MONTH."
           END-IF.
           IF WS-UNVERIFIED > 0
               MOVE WS-UNVERIFIED TO OUT-COUNT
               DISPLAY "  >>> " FUNCTION TRIM(OUT-COUNT)
                   " READING(S) UNVERIFIED - PROBE CALIBRATION"
                   " LAPSED OR NOT ON FILE."
           END-IF.

       WALK-ONE-READING.
           IF WS-RD-VERIFIED (WS-IDX) = 'N'
               ADD 1 TO WS-UNVERIFIED
           END-IF.
           IF WS-RD-TEMP (WS-IDX) < WS-LC-LOW (WS-LDX)
               OR WS-RD-TEMP (WS-IDX) > WS-LC-HIGH (WS-LDX)
               IF WS-IN-EPISODE = 'N'
                   MOVE WS-RD-DATE (WS-IDX) TO WS-EP-START-DATE
                   MOVE WS-RD-TIME (WS-IDX) TO WS-EP-START-TIME
                   MOVE WS-RD-TEMP (WS-IDX) TO WS-EP-PEAK
                   MOVE 'N' TO WS-EP-UNVERIFIED
               ELSE
                   PERFORM TRACK-EPISODE-PEAK
               END-IF
               MOVE WS-RD-DATE (WS-IDX) TO WS-EP-END-DATE
               MOVE WS-RD-TIME (WS-IDX) TO WS-EP-END-TIME
               IF WS-RD-VERIFIED (WS-IDX) = 'N'
                   MOVE 'Y' TO WS-EP-UNVERIFIED
               END-IF
           ELSE
               IF WS-IN-EPISODE = 'Y'
                   MOVE WS-RD-DATE (WS-IDX) TO WS-EP-END-DATE
           IF WS-EP-OPEN = 'Y'
               DISPLAY "  (STILL OPEN)" WITH NO ADVANCING
           END-IF.
           IF WS-EP-UNVERIFIED = 'Y'
               DISPLAY "  (UNVERIFIED)" WITH NO ADVANCING
           END-IF.
           IF WS-EP-MINUTES > WS-LC-ALLOW (WS-LDX)
               ADD 1 TO WS-EP-EXCEEDED
               DISPLAY "  >>> OVER ALLOWED"
               PERFORM PLACE-QUALITY-HOLD
           ELSE
               DISPLAY " "
           END-IF.
           COMPUTE WS-MIN-2 = WS-HH * 60 + WS-MM.
           COMPUTE WS-EP-MINUTES =
               WS-DU-RESULT * 1440 + WS-MIN-2 - WS-MIN-1.

      *    THE EPISODE START (LOCATION PLUS DATE/TIME) IDENTIFIES THE
      *    HOLD ON QAHOLD.DAT, SO A RERUN OF THE MONTH - OR A RELEASE
      *    BY QA SINCE - DOES NOT PUT THE SAME STOCK BACK ON HOLD.
       PLACE-QUALITY-HOLD.
           MOVE SPACES TO WS-HOLD-REF.
           STRING WS-EP-START-DATE "/" WS-EP-START-TIME
               DELIMITED BY SIZE INTO WS-HOLD-REF.
           MOVE 'N' TO WS-HOLD-DONE.
           OPEN INPUT QAHOLD-FILE.
           IF QAHOLD-STATUS = "00"
               PERFORM UNTIL QAHOLD-STATUS NOT = "00"
                   OR WS-HOLD-DONE = 'Y'
                   READ QAHOLD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF QH-ACTION = 'H'
                               AND QH-LOCATION =
                                   WS-LC-LOCATION (WS-LDX)
                               AND QH-REF = WS-HOLD-REF
                               MOVE 'Y' TO WS-HOLD-DONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QAHOLD-FILE
           END-IF.
           IF WS-HOLD-DONE = 'Y'
               DISPLAY "      STOCK ALREADY HELD FOR THIS EPISODE."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PM-COUNT.
           OPEN INPUT PRODMAST-FILE.
           IF PRODMAST-STATUS = "00"
               PERFORM UNTIL PRODMAST-STATUS NOT = "00"
                   OR WS-PM-COUNT >= 100
                   READ PRODMAST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-PM-COUNT
                           MOVE PRODMAST-REC TO
                               WS-PM-IMAGE (WS-PM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PRODMAST-FILE
           END-IF.
           IF WS-PM-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO WS-HELD.
           OPEN EXTEND QAHOLD-FILE.
           IF QAHOLD-STATUS = "05" OR QAHOLD-STATUS = "35"
               OPEN OUTPUT QAHOLD-FILE
           END-IF.
           OPEN OUTPUT PRODMAST-FILE.
           PERFORM VARYING WS-PDX FROM 1 BY 1
               UNTIL WS-PDX > WS-PM-COUNT
               MOVE WS-PM-IMAGE (WS-PDX) TO PRODMAST-REC
               IF PROD-LOCATION-IN = WS-LC-LOCATION (WS-LDX)
                   AND PROD-HOLD-IN NOT = 'Q'
                   AND PROD-ONHAND-IN IS NUMERIC
                   AND PROD-ONHAND-IN > 0
                   MOVE 'Q' TO PROD-HOLD-IN
                   PERFORM LOG-QUALITY-HOLD
               END-IF
               WRITE PRODMAST-REC
           END-PERFORM.
           CLOSE PRODMAST-FILE.
           CLOSE QAHOLD-FILE.
           IF WS-HELD > 0
               MOVE WS-HELD TO OUT-COUNT
               DISPLAY "      >>> " FUNCTION TRIM(OUT-COUNT)
                   " PRODUCT(S) STORED HERE PLACED ON QUALITY HOLD."
           END-IF.

       LOG-QUALITY-HOLD.
           ADD 1 TO WS-HELD.
           MOVE SPACES TO QAHOLD-REC.
           MOVE WS-TODAY TO QH-DATE.
           MOVE PROD-CODE-IN TO QH-PROD.
           MOVE PROD-LOCATION-IN TO QH-LOCATION.
           MOVE 'H' TO QH-ACTION.
           MOVE PROD-ONHAND-IN TO QH-QTY.
           IF PROD-COST-IN IS NUMERIC
               COMPUTE QH-VALUE = PROD-ONHAND-IN * PROD-COST-IN
           ELSE
               MOVE 0 TO QH-VALUE
           END-IF.
           MOVE WS-HOLD-REF TO QH-REF.
           MOVE "TEMPEXC" TO QH-USER.
           WRITE QAHOLD-REC.
       END PROGRAM TEMPEXC.
