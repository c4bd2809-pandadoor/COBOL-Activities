       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEMPGAP.
      *    MISSING-READING (GAP) REPORT. TEMPEXC CAN ONLY JUDGE THE
      *    READINGS THAT EXIST, SO A PROBE THAT STOPS REPORTING
      *    LOOKS COMPLIANT. EACH TEMPLOC.DAT LOCATION NOW CARRIES AN
      *    EXPECTED READING INTERVAL IN MINUTES (THE FIFTH FIELD,
      *    ZERO = NOT WATCHED); THIS RUN WALKS THE MONTH'S READINGS
      *    PER LOCATION IN CLOCK ORDER AND LISTS EVERY WINDOW LONGER
      *    THAN THE INTERVAL WITH NO READING - FROM THE START OF THE
      *    MONTH, BETWEEN READINGS, AND UP TO THE END OF THE MONTH
      *    (OR NOW, FOR THE CURRENT MONTH). EACH GAP CAN BE LOGGED
      *    TO THE SHARED EXCEPTION LOG AS A COMPLIANCE EXCEPTION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READING-FILE
           ASSIGN TO "SELDATA/TEMPRDG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS READING-STATUS.
           SELECT TEMPLOC-FILE
           ASSIGN TO "SELDATA/TEMPLOC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TEMPLOC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  READING-FILE.
       01  READING-REC.
           05 TR-LOCATION PIC X(6).
           05 TR-FILLER-1 PIC X(1).
           05 TR-DATE PIC 9(8).
           05 TR-FILLER-2 PIC X(1).
           05 TR-TIME PIC 9(4).
           05 TR-FILLER-3 PIC X(1).
           05 TR-TEMP PIC S9(5).
           05 TR-FILLER-4 PIC X(1).
           05 TR-DETAIL PIC X(21).

       FD  TEMPLOC-FILE.
       01  TEMPLOC-REC.
           05 TL-LOCATION PIC X(6).
           05 TL-FILLER-1 PIC X(1).
           05 TL-LOW PIC S9(3) SIGN LEADING SEPARATE.
           05 TL-FILLER-2 PIC X(1).
           05 TL-HIGH PIC S9(3) SIGN LEADING SEPARATE.
           05 TL-FILLER-3 PIC X(1).
           05 TL-DESC PIC X(20).
           05 TL-FILLER-4 PIC X(1).
           05 TL-ALLOW-MIN PIC 9(4).
           05 TL-FILLER-5 PIC X(1).
           05 TL-INTERVAL PIC 9(4).
           05 TL-FILLER-6 PIC X(1).
           05 TL-CAL-DAYS PIC 9(3).

       WORKING-STORAGE SECTION.
       01  READING-STATUS PIC XX.
       01  TEMPLOC-STATUS PIC XX.
       01  WS-MONTH-IN PIC 9(6).
       01  WS-LOG-GAPS PIC X VALUE 'N'.

       01  WS-LOC-COUNT PIC 9(3) VALUE 0.
       01  WS-LOC-TABLE.
           05 WS-LOC-ENTRY OCCURS 50 TIMES.
               10 WS-LC-LOCATION PIC X(6).
               10 WS-LC-INTERVAL PIC 9(4).
               10 WS-LC-DESC PIC X(20).

       01  WS-RDG-COUNT PIC 9(4) VALUE 0.
       01  WS-RDG-OVERFLOW PIC X VALUE 'N'.
       01  WS-RDG-TABLE.
           05 WS-RDG-ENTRY OCCURS 1000 TIMES.
               10 WS-RD-LOCATION PIC X(6).
               10 WS-RD-DATE PIC 9(8).
               10 WS-RD-TIME PIC 9(4).

       01  WS-IDX PIC 9(4).
       01  WS-JDX PIC 9(4).
       01  WS-LDX PIC 9(3).
       01  WS-SWAP-LOC PIC X(6).
       01  WS-SWAP-DATE PIC 9(8).
       01  WS-SWAP-TIME PIC 9(4).

      *    THE MONTH'S WINDOW, AS DATE/TIME AND AS MINUTES FROM
      *    00:00 ON THE FIRST OF THE MONTH.
       01  WS-MONTH-START PIC 9(8).
       01  WS-MONTH-END-DATE PIC 9(8).
       01  WS-MONTH-END-TIME PIC 9(4).
       01  WS-MONTH-END-MIN PIC S9(9).
       01  WS-TODAY PIC 9(8).
       01  WS-TIME-FULL PIC 9(8).
       01  WS-NOW-TIME PIC 9(4).
       01  WS-NEXT-MONTH PIC 9(6).

      *    THE LAST POINT KNOWN GOOD WHILE WALKING ONE LOCATION.
       01  WS-PREV-DATE PIC 9(8).
       01  WS-PREV-TIME PIC 9(4).
       01  WS-PREV-MIN PIC S9(9).
       01  WS-THIS-MIN PIC S9(9).
       01  WS-GAP-MIN PIC S9(9).
       01  WS-GAP-END-DATE PIC 9(8).
       01  WS-GAP-END-TIME PIC 9(4).
       01  WS-GAP-COUNT PIC 9(4).
       01  WS-GAP-TOTAL PIC 9(4) VALUE 0.
       01  WS-RDG-SEEN PIC 9(4).

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE-1 PIC 9(8).
       01  WS-DU-DATE-2 PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).
       01  WS-CALC-DATE PIC 9(8).
       01  WS-CALC-TIME PIC 9(4).
       01  WS-CALC-MIN PIC S9(9).
       01  WS-HH PIC 9(2).
       01  WS-MM PIC 9(2).

       01  OUT-MINUTES PIC ZZZZZZ9.
       01  OUT-COUNT PIC ZZZ9.

       01  EXC-LOG-PROGRAM-ID PIC X(10).
       01  EXC-LOG-CONTEXT PIC X(20).
       01  EXC-LOG-REASON PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "GAP REPORT MONTH (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-MONTH-IN.
           PERFORM SET-MONTH-WINDOW.
           IF WS-DU-FLAG NOT = 'Y'
               DISPLAY "NOT A VALID MONTH."
               STOP RUN
           END-IF.
           IF WS-MONTH-START > WS-TODAY
               DISPLAY "THAT MONTH HAS NOT STARTED YET."
               STOP RUN
           END-IF.
           DISPLAY "LOG GAPS TO THE EXCEPTION LOG (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-LOG-GAPS.
           MOVE FUNCTION UPPER-CASE(WS-LOG-GAPS) TO WS-LOG-GAPS.
           PERFORM LOAD-LOCATIONS.
           IF WS-LOC-COUNT = 0
               DISPLAY "NO LOCATIONS ON SELDATA/TEMPLOC.DAT."
               STOP RUN
           END-IF.
           PERFORM LOAD-MONTH-READINGS.
           PERFORM SORT-READINGS.

           DISPLAY "__________________________________________________".
           DISPLAY "  TEMPERATURE MISSING-READING GAPS - " WS-MONTH-IN.
           DISPLAY "__________________________________________________".
           PERFORM VARYING WS-LDX FROM 1 BY 1
               UNTIL WS-LDX > WS-LOC-COUNT
               IF WS-LC-INTERVAL (WS-LDX) > 0
                   PERFORM REPORT-ONE-LOCATION
               END-IF
           END-PERFORM.
           DISPLAY " ".
           MOVE WS-GAP-TOTAL TO OUT-COUNT.
           DISPLAY "TOTAL GAPS: " FUNCTION TRIM(OUT-COUNT).
           IF WS-GAP-TOTAL > 0 AND WS-LOG-GAPS = 'Y'
               DISPLAY "GAPS LOGGED TO THE EXCEPTION LOG."
           END-IF.
           STOP RUN.

      *    THE WINDOW RUNS FROM 00:00 ON THE FIRST TO 24:00 ON THE
      *    LAST DAY, OR TO THE CURRENT TIME FOR THE CURRENT MONTH.
       SET-MONTH-WINDOW.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-FULL FROM TIME.
           DIVIDE WS-TIME-FULL BY 10000 GIVING WS-NOW-TIME.
           COMPUTE WS-MONTH-START = WS-MONTH-IN * 100 + 1.
           MOVE 'V' TO WS-DU-FUNCTION.
           MOVE WS-MONTH-START TO WS-DU-DATE-1.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-RESULT WS-DU-FLAG.
           IF WS-DU-FLAG NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF WS-MONTH-IN (5:2) = 12
               COMPUTE WS-NEXT-MONTH = WS-MONTH-IN + 89
           ELSE
               COMPUTE WS-NEXT-MONTH = WS-MONTH-IN + 1
           END-IF.
           MOVE 'D' TO WS-DU-FUNCTION.
           COMPUTE WS-DU-DATE-1 = WS-NEXT-MONTH * 100 + 1.
           MOVE WS-MONTH-START TO WS-DU-DATE-2.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-RESULT WS-DU-FLAG.
           COMPUTE WS-MONTH-END-MIN = WS-DU-RESULT * 1440.
           MOVE WS-MONTH-START TO WS-MONTH-END-DATE.
           ADD WS-DU-RESULT TO WS-MONTH-END-DATE.
           SUBTRACT 1 FROM WS-MONTH-END-DATE.
           MOVE 2400 TO WS-MONTH-END-TIME.
           IF WS-TODAY (1:6) = WS-MONTH-IN
               MOVE WS-TODAY TO WS-MONTH-END-DATE
               MOVE WS-NOW-TIME TO WS-MONTH-END-TIME
               MOVE WS-TODAY TO WS-CALC-DATE
               MOVE WS-NOW-TIME TO WS-CALC-TIME
               PERFORM COMPUTE-MINUTE-OFFSET
               MOVE WS-CALC-MIN TO WS-MONTH-END-MIN
           END-IF.
           MOVE 'Y' TO WS-DU-FLAG.

       LOAD-LOCATIONS.
           MOVE 0 TO WS-LOC-COUNT.
           OPEN INPUT TEMPLOC-FILE.
           IF TEMPLOC-STATUS = "00"
               PERFORM UNTIL TEMPLOC-STATUS NOT = "00"
                   OR WS-LOC-COUNT >= 50
                   READ TEMPLOC-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-LOC-COUNT
                           MOVE TL-LOCATION TO
                               WS-LC-LOCATION (WS-LOC-COUNT)
                           IF TL-INTERVAL IS NUMERIC
                               MOVE TL-INTERVAL TO
                                   WS-LC-INTERVAL (WS-LOC-COUNT)
                           ELSE
                               MOVE 0 TO
                                   WS-LC-INTERVAL (WS-LOC-COUNT)
                           END-IF
                           MOVE TL-DESC TO
                               WS-LC-DESC (WS-LOC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TEMPLOC-FILE
           END-IF.

       LOAD-MONTH-READINGS.
           MOVE 0 TO WS-RDG-COUNT.
           MOVE 'N' TO WS-RDG-OVERFLOW.
           OPEN INPUT READING-FILE.
           IF READING-STATUS = "00"
               PERFORM UNTIL READING-STATUS NOT = "00"
                   READ READING-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TR-DATE IS NUMERIC
                               AND TR-TIME IS NUMERIC
                               AND TR-DATE (1:6) = WS-MONTH-IN
                               IF WS-RDG-COUNT < 1000
                                   ADD 1 TO WS-RDG-COUNT
                                   MOVE TR-LOCATION TO
                                       WS-RD-LOCATION (WS-RDG-COUNT)
                                   MOVE TR-DATE TO
                                       WS-RD-DATE (WS-RDG-COUNT)
                                   MOVE TR-TIME TO
                                       WS-RD-TIME (WS-RDG-COUNT)
                               ELSE
                                   MOVE 'Y' TO WS-RDG-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE READING-FILE
           END-IF.
           IF WS-RDG-OVERFLOW = 'Y'
               DISPLAY "WARNING: THE MONTH'S READINGS EXCEED THE"
                   " 1000-ROW TABLE - GAPS AFTER THE FIRST 1000"
                   " READINGS ARE OVERSTATED."
           END-IF.

       SORT-READINGS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-RDG-COUNT
               PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX >= WS-IDX
                   IF WS-RD-LOCATION (WS-JDX) >
                       WS-RD-LOCATION (WS-IDX)
                     OR (WS-RD-LOCATION (WS-JDX) =
                       WS-RD-LOCATION (WS-IDX)
                       AND WS-RD-DATE (WS-JDX) >
                           WS-RD-DATE (WS-IDX))
                     OR (WS-RD-LOCATION (WS-JDX) =
                       WS-RD-LOCATION (WS-IDX)
                       AND WS-RD-DATE (WS-JDX) =
                           WS-RD-DATE (WS-IDX)
                       AND WS-RD-TIME (WS-JDX) >
                           WS-RD-TIME (WS-IDX))
                       PERFORM SWAP-READING-ROWS
                   END-IF
               END-PERFORM
           END-PERFORM.

       SWAP-READING-ROWS.
           MOVE WS-RD-LOCATION (WS-JDX) TO WS-SWAP-LOC.
           MOVE WS-RD-DATE (WS-JDX) TO WS-SWAP-DATE.
           MOVE WS-RD-TIME (WS-JDX) TO WS-SWAP-TIME.
           MOVE WS-RD-LOCATION (WS-IDX) TO WS-RD-LOCATION (WS-JDX).
           MOVE WS-RD-DATE (WS-IDX) TO WS-RD-DATE (WS-JDX).
           MOVE WS-RD-TIME (WS-IDX) TO WS-RD-TIME (WS-JDX).
           MOVE WS-SWAP-LOC TO WS-RD-LOCATION (WS-IDX).
           MOVE WS-SWAP-DATE TO WS-RD-DATE (WS-IDX).
           MOVE WS-SWAP-TIME TO WS-RD-TIME (WS-IDX).

      *    THE WALK STARTS FROM 00:00 ON THE FIRST; EVERY READING
      *    MORE THAN ONE INTERVAL AFTER THE LAST GOOD POINT CLOSES A
      *    GAP, AND THE LAST READING IS MEASURED AGAINST THE END OF
      *    THE WINDOW. A LOCATION WITH NO READINGS AT ALL SHOWS ONE
      *    GAP COVERING THE WHOLE WINDOW.
       REPORT-ONE-LOCATION.
           DISPLAY " ".
           DISPLAY "LOCATION " WS-LC-LOCATION (WS-LDX) "  "
               WS-LC-DESC (WS-LDX) "  EVERY "
               WS-LC-INTERVAL (WS-LDX) " MIN".
           MOVE 0 TO WS-GAP-COUNT.
           MOVE 0 TO WS-RDG-SEEN.
           MOVE WS-MONTH-START TO WS-PREV-DATE.
           MOVE 0 TO WS-PREV-TIME.
           MOVE 0 TO WS-PREV-MIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-RDG-COUNT
               IF WS-RD-LOCATION (WS-IDX) =
                   WS-LC-LOCATION (WS-LDX)
                   PERFORM WALK-ONE-READING
               END-IF
           END-PERFORM.
           COMPUTE WS-GAP-MIN = WS-MONTH-END-MIN - WS-PREV-MIN.
           IF WS-GAP-MIN > WS-LC-INTERVAL (WS-LDX)
               MOVE WS-MONTH-END-DATE TO WS-GAP-END-DATE
               MOVE WS-MONTH-END-TIME TO WS-GAP-END-TIME
               PERFORM REPORT-GAP
           END-IF.
           MOVE WS-RDG-SEEN TO OUT-COUNT.
           DISPLAY "  READINGS: " FUNCTION TRIM(OUT-COUNT)
               WITH NO ADVANCING.
           MOVE WS-GAP-COUNT TO OUT-COUNT.
           DISPLAY "  GAPS: " FUNCTION TRIM(OUT-COUNT).
           IF WS-GAP-COUNT = 0
               DISPLAY "  NO MISSING READINGS FOR THE MONTH."
           ELSE
               DISPLAY "  >>> READINGS MISSING - EXCURSIONS IN THE"
                   " GAPS CANNOT BE RULED OUT."
           END-IF.

       WALK-ONE-READING.
           ADD 1 TO WS-RDG-SEEN.
           MOVE WS-RD-DATE (WS-IDX) TO WS-CALC-DATE.
           MOVE WS-RD-TIME (WS-IDX) TO WS-CALC-TIME.
           PERFORM COMPUTE-MINUTE-OFFSET.
           MOVE WS-CALC-MIN TO WS-THIS-MIN.
           COMPUTE WS-GAP-MIN = WS-THIS-MIN - WS-PREV-MIN.
           IF WS-GAP-MIN > WS-LC-INTERVAL (WS-LDX)
               MOVE WS-RD-DATE (WS-IDX) TO WS-GAP-END-DATE
               MOVE WS-RD-TIME (WS-IDX) TO WS-GAP-END-TIME
               PERFORM REPORT-GAP
           END-IF.
           MOVE WS-RD-DATE (WS-IDX) TO WS-PREV-DATE.
           MOVE WS-RD-TIME (WS-IDX) TO WS-PREV-TIME.
           MOVE WS-THIS-MIN TO WS-PREV-MIN.

       REPORT-GAP.
           ADD 1 TO WS-GAP-COUNT.
           ADD 1 TO WS-GAP-TOTAL.
           MOVE WS-GAP-MIN TO OUT-MINUTES.
           DISPLAY "  " WS-PREV-DATE "/" WS-PREV-TIME " - "
               WS-GAP-END-DATE "/" WS-GAP-END-TIME "  "
               FUNCTION TRIM(OUT-MINUTES) " MIN WITH NO READING".
           IF WS-LOG-GAPS = 'Y'
               MOVE "TEMPGAP" TO EXC-LOG-PROGRAM-ID
               MOVE SPACES TO EXC-LOG-CONTEXT
               STRING WS-LC-LOCATION (WS-LDX) " " WS-PREV-DATE "/"
                   WS-PREV-TIME DELIMITED BY SIZE
                   INTO EXC-LOG-CONTEXT
               MOVE SPACES TO EXC-LOG-REASON
               STRING "NO READING UNTIL " WS-GAP-END-DATE "/"
                   WS-GAP-END-TIME " "
                   FUNCTION TRIM(OUT-MINUTES) " MIN"
                   DELIMITED BY SIZE INTO EXC-LOG-REASON
               CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                   EXC-LOG-CONTEXT EXC-LOG-REASON
           END-IF.

      *    MINUTES FROM 00:00 ON THE FIRST OF THE MONTH TO
      *    WS-CALC-DATE / WS-CALC-TIME.
       COMPUTE-MINUTE-OFFSET.
           MOVE 'D' TO WS-DU-FUNCTION.
           MOVE WS-CALC-DATE TO WS-DU-DATE-1.
           MOVE WS-MONTH-START TO WS-DU-DATE-2.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-RESULT WS-DU-FLAG.
           DIVIDE WS-CALC-TIME BY 100 GIVING WS-HH
               REMAINDER WS-MM.
           COMPUTE WS-CALC-MIN =
               WS-DU-RESULT * 1440 + WS-HH * 60 + WS-MM.
       END PROGRAM TEMPGAP.
