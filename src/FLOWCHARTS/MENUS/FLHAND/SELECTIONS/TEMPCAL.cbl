       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEMPCAL.
      *    PROBE CALIBRATION LOG. EACH CALIBRATION OF A LOCATION'S
      *    SENSOR IS RECORDED ON SELDATA/TEMPCAL.DAT WITH THE DATE,
      *    THE REFERENCE THERMOMETER READING, THE PROBE'S OWN
      *    READING, THE OFFSET FOUND (PROBE MINUS REFERENCE) AND THE
      *    TECHNICIAN. THE NEXT-DUE DATE IS SET FROM THE LOCATION'S
      *    CALIBRATION CYCLE IN DAYS (THE SIXTH FIELD ON TEMPLOC.DAT,
      *    365 WHEN BLANK). TEMPEXC MARKS READINGS TAKEN AFTER THE
      *    LATEST CALIBRATION'S DUE DATE AS UNVERIFIED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPCAL-FILE
           ASSIGN TO "SELDATA/TEMPCAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TEMPCAL-STATUS.
           SELECT TEMPLOC-FILE
           ASSIGN TO "SELDATA/TEMPLOC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TEMPLOC-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       01  TEMPCAL-STATUS PIC XX.
       01  TEMPLOC-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-LOCATION PIC X(6).
       01  WS-LOC-FOUND PIC X.
       01  WS-LOC-DESC PIC X(20).
       01  WS-CAL-DAYS PIC 9(3).
       01  WS-TODAY PIC 9(8).
       01  WS-CAL-DATE PIC 9(8).
       01  WS-REF-IN PIC S9(3)V9.
       01  WS-PROBE-IN PIC S9(3)V9.
       01  WS-TECH-IN PIC X(20).
       01  WS-SHOWN PIC 9(4).
       01  WS-LAST-DUE PIC 9(8).

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE-1 PIC 9(8).
       01  WS-DU-DATE-2 PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  OUT-TEMP PIC ---9.9.
       01  OUT-OFFSET PIC ---9.9.
       01  OUT-PROBE PIC ---9.9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "CLEAR-SCREEN".
           DISPLAY "__________________________________________________".
           DISPLAY "           PROBE CALIBRATION LOG".
           DISPLAY SPACE.
           DISPLAY "1 - Record a calibration".
           DISPLAY "2 - Calibration history for a location".
           DISPLAY "3 - Calibration status of all locations".
           DISPLAY SPACE.
           DISPLAY "0 - Exit".
           DISPLAY "__________________________________________________".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
             WHEN 0
               STOP RUN
             WHEN 1
               PERFORM RECORD-CALIBRATION
             WHEN 2
               PERFORM LIST-HISTORY
             WHEN 3
               PERFORM LIST-STATUS
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM MAIN-PARA.

       RECORD-CALIBRATION.
           DISPLAY "LOCATION/SENSOR CODE: " WITH NO ADVANCING.
           ACCEPT WS-LOCATION.
           MOVE FUNCTION UPPER-CASE(WS-LOCATION) TO WS-LOCATION.
           PERFORM FIND-LOCATION.
           IF WS-LOC-FOUND = 'N'
               DISPLAY WS-LOCATION " IS NOT ON SELDATA/TEMPLOC.DAT."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "CALIBRATION DATE (YYYYMMDD, BLANK FOR TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-CAL-DATE.
           IF WS-CAL-DATE = 0
               MOVE WS-TODAY TO WS-CAL-DATE
           END-IF.
           MOVE 'V' TO WS-DU-FUNCTION.
           MOVE WS-CAL-DATE TO WS-DU-DATE-1.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-RESULT WS-DU-FLAG.
           IF WS-DU-FLAG NOT = 'Y' OR WS-CAL-DATE > WS-TODAY
               DISPLAY "NOT A VALID CALIBRATION DATE."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "REFERENCE THERMOMETER READING (C): "
               WITH NO ADVANCING.
           ACCEPT WS-REF-IN.
           DISPLAY "PROBE READING (C): " WITH NO ADVANCING.
           ACCEPT WS-PROBE-IN.
           DISPLAY "TECHNICIAN: " WITH NO ADVANCING.
           ACCEPT WS-TECH-IN.
           IF WS-TECH-IN = SPACES
               DISPLAY "THE TECHNICIAN IS REQUIRED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO TEMPCAL-REC.
           MOVE WS-LOCATION TO CL-LOCATION.
           MOVE WS-CAL-DATE TO CL-DATE.
           MOVE WS-REF-IN TO CL-REF-TEMP.
           MOVE WS-PROBE-IN TO CL-PROBE-TEMP.
           COMPUTE CL-OFFSET = WS-PROBE-IN - WS-REF-IN.
           MOVE FUNCTION UPPER-CASE(WS-TECH-IN) TO CL-TECH.
           MOVE 'A' TO WS-DU-FUNCTION.
           MOVE WS-CAL-DATE TO WS-DU-DATE-1.
           MOVE WS-CAL-DAYS TO WS-DU-DATE-2.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE-1
               WS-DU-DATE-2 WS-DU-RESULT WS-DU-FLAG.
           MOVE WS-DU-RESULT TO CL-DUE-DATE.

           OPEN EXTEND TEMPCAL-FILE.
           IF TEMPCAL-STATUS = "05" OR TEMPCAL-STATUS = "35"
               OPEN OUTPUT TEMPCAL-FILE
           END-IF.
           WRITE TEMPCAL-REC.
           CLOSE TEMPCAL-FILE.
           MOVE CL-OFFSET TO OUT-OFFSET.
           DISPLAY "CALIBRATION RECORDED FOR " WS-LOCATION
               "  OFFSET " FUNCTION TRIM(OUT-OFFSET)
               "  NEXT DUE " CL-DUE-DATE.
           ACCEPT OMITTED.

       FIND-LOCATION.
           MOVE 'N' TO WS-LOC-FOUND.
           MOVE SPACES TO WS-LOC-DESC.
           MOVE 365 TO WS-CAL-DAYS.
           OPEN INPUT TEMPLOC-FILE.
           IF TEMPLOC-STATUS = "00"
               PERFORM UNTIL TEMPLOC-STATUS NOT = "00"
                   OR WS-LOC-FOUND = 'Y'
                   READ TEMPLOC-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF TL-LOCATION = WS-LOCATION
                               MOVE 'Y' TO WS-LOC-FOUND
                               MOVE TL-DESC TO WS-LOC-DESC
                               IF TL-CAL-DAYS IS NUMERIC
                                   AND TL-CAL-DAYS > 0
                                   MOVE TL-CAL-DAYS TO WS-CAL-DAYS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLOC-FILE
           END-IF.

       LIST-HISTORY.
           DISPLAY "LOCATION/SENSOR CODE: " WITH NO ADVANCING.
           ACCEPT WS-LOCATION.
           MOVE FUNCTION UPPER-CASE(WS-LOCATION) TO WS-LOCATION.
           MOVE 0 TO WS-SHOWN.
           OPEN INPUT TEMPCAL-FILE.
           IF TEMPCAL-STATUS = "00"
               DISPLAY "DATE      REFERENCE   PROBE  OFFSET  "
                   "TECHNICIAN            DUE"
               PERFORM UNTIL TEMPCAL-STATUS NOT = "00"
                   READ TEMPCAL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CL-LOCATION = WS-LOCATION
                               PERFORM SHOW-CALIBRATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPCAL-FILE
           END-IF.
           IF WS-SHOWN = 0
               DISPLAY "NO CALIBRATIONS ON FILE FOR " WS-LOCATION "."
           END-IF.
           ACCEPT OMITTED.

       SHOW-CALIBRATION.
           ADD 1 TO WS-SHOWN.
           MOVE CL-REF-TEMP TO OUT-TEMP.
           MOVE CL-PROBE-TEMP TO OUT-PROBE.
           MOVE CL-OFFSET TO OUT-OFFSET.
           DISPLAY CL-DATE "    " OUT-TEMP "  " OUT-PROBE "  "
               OUT-OFFSET "  " CL-TECH "  " CL-DUE-DATE.

      *    THE LATEST CALIBRATION PER LOCATION DECIDES ITS STATUS;
      *    THE LOG IS SCANNED ONCE PER LOCATION ON TEMPLOC.DAT.
       LIST-STATUS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "LOCATION  DESCRIPTION           LAST CAL  DUE"
               "       STATUS".
           OPEN INPUT TEMPLOC-FILE.
           IF TEMPLOC-STATUS = "00"
               PERFORM UNTIL TEMPLOC-STATUS NOT = "00"
                   READ TEMPLOC-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM SHOW-LOCATION-STATUS
                   END-READ
               END-PERFORM
               CLOSE TEMPLOC-FILE
           END-IF.
           ACCEPT OMITTED.

       SHOW-LOCATION-STATUS.
           MOVE 0 TO WS-CAL-DATE.
           MOVE 0 TO WS-LAST-DUE.
           OPEN INPUT TEMPCAL-FILE.
           IF TEMPCAL-STATUS = "00"
               PERFORM UNTIL TEMPCAL-STATUS NOT = "00"
                   READ TEMPCAL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CL-LOCATION = TL-LOCATION
                               AND CL-DATE IS NUMERIC
                               AND CL-DATE >= WS-CAL-DATE
                               MOVE CL-DATE TO WS-CAL-DATE
                               MOVE CL-DUE-DATE TO WS-LAST-DUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPCAL-FILE
           END-IF.
           IF WS-CAL-DATE = 0
               DISPLAY TL-LOCATION "    " TL-DESC "  --------  "
                   "--------  NEVER CALIBRATED"
           ELSE
               IF WS-LAST-DUE < WS-TODAY
                   DISPLAY TL-LOCATION "    " TL-DESC "  "
                       WS-CAL-DATE "  " WS-LAST-DUE "  >>> LAPSED"
               ELSE
                   DISPLAY TL-LOCATION "    " TL-DESC "  "
                       WS-CAL-DATE "  " WS-LAST-DUE "  CURRENT"
               END-IF
           END-IF.
       END PROGRAM TEMPCAL.
