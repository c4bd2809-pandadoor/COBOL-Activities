       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARDYRPT.
      *    TARDINESS AND EARLY-DEPARTURE REPORT. FOR EVERY DAY OF THE
      *    CHOSEN DATE RANGE EACH EMPLOYEE'S SCHEDULED SHIFT ON
      *    SELDATA/SCHEDULE.DAT IS SET AGAINST THE CLOCK PUNCHES ON
      *    TIMECLK.DAT. THE SHIFT'S START AND END TIMES AND ITS GRACE
      *    MINUTES COME FROM SHIFTDEF.DAT. AN ARRIVAL PAST THE START
      *    BY MORE THAN THE GRACE IS LATE, A LAST OUT-PUNCH BEFORE THE
      *    END BY MORE THAN THE GRACE IS AN EARLY DEPARTURE, AND A
      *    SCHEDULED DAY WITH NO PUNCHES AND NO ABSENCE RECORDED ON
      *    SELDATA/ABSENCE.DAT IS A NO-SHOW. EACH ITEM IS LISTED WITH
      *    THE MINUTES LATE OR EARLY, THEN ROLLED UP BY EMPLOYEE AND
      *    BY SUPERVISOR (EM-SUPERVISOR). AN EMPLOYEE WITH AT LEAST
      *    THE TARDYCFG.DAT NUMBER OF ITEMS IN THE RANGE (DEFAULT 3)
      *    GOES TO THE EXCEPTION LOG AS A REPEAT OFFENDER. THE
      *    EMPLOYEE ROLLUP IS ALSO SPOOLED GROUPED BY THE MASTER'S
      *    DEPARTMENT CODE AND BURST AT EACH DEPARTMENT FOR THE
      *    DISTRIBUTION LIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SCHEDULE-FILE
           ASSIGN TO "SELDATA/SCHEDULE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCHEDULE-STATUS.
       SELECT ABSENCE-FILE
           ASSIGN TO "SELDATA/ABSENCE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ABSENCE-STATUS.
       SELECT CLOCK-FILE
           ASSIGN TO "PRACTICALS/TIMECLK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLOCK-STATUS.
       SELECT SHIFTDEF-FILE
           ASSIGN TO "PRACTICALS/SHIFTDEF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHIFTDEF-STATUS.
       SELECT TARDYCFG-FILE
           ASSIGN TO "PRACTICALS/TARDYCFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TARDYCFG-STATUS.
       SELECT EM-MASTER-FILE
           ASSIGN TO "PRACTICALS/EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-REC.
           05 SCHED-EMP-ID PIC X(10).
           05 SCHED-FILLER-1 PIC X(1).
           05 SCHED-DAYNAME PIC X(9).
           05 SCHED-FILLER-2 PIC X(1).
           05 SCHED-SHIFT PIC X(15).

       FD  ABSENCE-FILE.
       01  ABSENCE-REC.
           05 ABS-EMP-ID PIC X(10).
           05 ABS-FILLER-1 PIC X(1).
           05 ABS-DATE PIC 9(8).
           05 ABS-FILLER-2 PIC X(1).
           05 ABS-DAYNAME PIC X(9).
           05 ABS-FILLER-3 PIC X(1).
           05 ABS-REASON PIC X(20).

       FD  CLOCK-FILE.
       01  CLOCK-REC.
           05 TC-EMP-ID PIC X(8).
           05 TC-FILLER-1 PIC X(1).
           05 TC-DATE PIC 9(8).
           05 TC-FILLER-2 PIC X(1).
           05 TC-TIME-IN PIC X(4).
           05 TC-FILLER-3 PIC X(1).
           05 TC-TIME-OUT PIC X(4).

       FD  SHIFTDEF-FILE.
       01  SHIFTDEF-REC.
           05 SH-SHIFT PIC X(15).
           05 SH-FILLER-1 PIC X(1).
           05 SH-START PIC 9(4).
           05 SH-FILLER-2 PIC X(1).
           05 SH-END PIC 9(4).
           05 SH-FILLER-3 PIC X(1).
           05 SH-GRACE PIC 9(3).

       FD  TARDYCFG-FILE.
       01  TARDYCFG-REC.
           05 TY-REPEAT-LIMIT PIC 9(3).

       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.

       WORKING-STORAGE SECTION.
       01  SCHEDULE-STATUS PIC XX.
       01  ABSENCE-STATUS PIC XX.
       01  CLOCK-STATUS PIC XX.
       01  SHIFTDEF-STATUS PIC XX.
       01  TARDYCFG-STATUS PIC XX.
       01  EM-FILE-STATUS PIC XX.
       01  WS-EM-OPEN PIC X VALUE 'N'.

       01  WS-FROM-DATE PIC 9(8).
       01  WS-TO-DATE PIC 9(8).
       01  WS-THIS-DATE PIC 9(8).
       01  WS-REPEAT-LIMIT PIC 9(3) VALUE 3.

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-DAYS PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  WS-DAY-TABLE.
           05 FILLER PIC X(9) VALUE "MONDAY".
           05 FILLER PIC X(9) VALUE "TUESDAY".
           05 FILLER PIC X(9) VALUE "WEDNESDAY".
           05 FILLER PIC X(9) VALUE "THURSDAY".
           05 FILLER PIC X(9) VALUE "FRIDAY".
           05 FILLER PIC X(9) VALUE "SATURDAY".
           05 FILLER PIC X(9) VALUE "SUNDAY".
       01  WS-DAY-RED REDEFINES WS-DAY-TABLE.
           05 WS-DAY-NAME PIC X(9) OCCURS 7 TIMES.
       01  WS-DAY-IDX PIC 9(1).

       01  WS-SCH-OVERFLOW PIC X VALUE 'N'.
       01  WS-SCH-COUNT PIC 9(3) VALUE 0.
       01  WS-SCH-TABLE.
           05 WS-SCH-ENTRY OCCURS 300 TIMES.
               10 WS-SCH-EMP PIC X(10).
               10 WS-SCH-DAY PIC X(9).
               10 WS-SCH-SHIFT PIC X(15).
       01  WS-SCH-IDX PIC 9(3).

      *    SHIFT TIMES ARE HELD AS MINUTES PAST MIDNIGHT. A SHIFT
      *    WHOSE END IS BEFORE ITS START RUNS OVER MIDNIGHT.
       01  WS-SD-COUNT PIC 9(2) VALUE 0.
       01  WS-SD-TABLE.
           05 WS-SD-ENTRY OCCURS 50 TIMES.
               10 WS-SD-SHIFT PIC X(15).
               10 WS-SD-START PIC 9(5).
               10 WS-SD-END PIC 9(5).
               10 WS-SD-GRACE PIC 9(3).
       01  WS-SD-IDX PIC 9(2).
       01  WS-SD-HIT PIC 9(2).

       01  WS-AB-COUNT PIC 9(4) VALUE 0.
       01  WS-AB-TABLE.
           05 WS-AB-ENTRY OCCURS 2000 TIMES.
               10 WS-AB-EMP PIC X(8).
               10 WS-AB-DATE PIC 9(8).
       01  WS-AB-IDX PIC 9(4).
       01  WS-ABSENT PIC X.

      *    ONE ROW PER EMPLOYEE PER DAY WORKED: THE FIRST IN-PUNCH
      *    AND THE LAST OUT-PUNCH OF THE DAY, IN MINUTES.
       01  WS-PD-COUNT PIC 9(4) VALUE 0.
       01  WS-PD-OVERFLOW PIC X VALUE 'N'.
       01  WS-PD-TABLE.
           05 WS-PD-ENTRY OCCURS 2000 TIMES.
               10 WS-PD-EMP PIC X(8).
               10 WS-PD-DATE PIC 9(8).
               10 WS-PD-FIRST-IN PIC 9(5).
               10 WS-PD-LAST-OUT PIC 9(5).
       01  WS-PD-IDX PIC 9(4).
       01  WS-PD-HIT PIC 9(4).

       01  WS-IN-HH PIC 9(2).
       01  WS-IN-MM PIC 9(2).
       01  WS-OUT-HH PIC 9(2).
       01  WS-OUT-MM PIC 9(2).
       01  WS-IN-MINS PIC 9(5).
       01  WS-OUT-MINS PIC 9(5).
       01  WS-SHIFT-END PIC 9(5).
       01  WS-DIFF-MINS PIC S9(5).

       01  WS-ITEM-EMP PIC X(8).
       01  WS-ITEM-TYPE PIC X(6).
       01  WS-ITEM-MINS PIC 9(5).
       01  WS-EMP-SUPER PIC X(8).
       01  WS-EMP-NAME PIC X(15).
       01  WS-EMP-DEPT PIC X(4).

       01  WS-ER-COUNT PIC 9(3) VALUE 0.
       01  WS-ER-OVERFLOW PIC X VALUE 'N'.
       01  WS-ER-TABLE.
           05 WS-ER-ENTRY OCCURS 300 TIMES.
               10 WS-ER-KIND PIC X(1).
               10 WS-ER-KEY PIC X(8).
               10 WS-ER-NAME PIC X(15).
               10 WS-ER-LATE PIC 9(4).
               10 WS-ER-LATE-MINS PIC 9(6).
               10 WS-ER-EARLY PIC 9(4).
               10 WS-ER-EARLY-MINS PIC 9(6).
               10 WS-ER-NOSHOW PIC 9(4).
               10 WS-ER-DEPT PIC X(4).
       01  WS-ER-IDX PIC 9(3).
       01  WS-ER-JDX PIC 9(3).
       01  WS-ER-DEPT-IN PIC X(4).
       01  WS-ER-KIND-IN PIC X(1).
       01  WS-ER-KEY-IN PIC X(8).
       01  WS-ER-FOUND PIC X.
       01  WS-ER-ITEMS PIC 9(5).

       01  WS-DAYS-CHECKED PIC 9(5) VALUE 0.
       01  WS-LATE-COUNT PIC 9(5) VALUE 0.
       01  WS-EARLY-COUNT PIC 9(5) VALUE 0.
       01  WS-NOSHOW-COUNT PIC 9(5) VALUE 0.
       01  WS-NODEF-COUNT PIC 9(5) VALUE 0.
       01  WS-REPEAT-COUNT PIC 9(5) VALUE 0.

       01  OUT-COUNT PIC ZZZZ9.
       01  OUT-MINS PIC ZZZZ9.
       01  OUT-LATE PIC ZZZ9.
       01  OUT-LATE-MINS PIC ZZZZZ9.
       01  OUT-EARLY PIC ZZZ9.
       01  OUT-EARLY-MINS PIC ZZZZZ9.
       01  OUT-NOSHOW PIC ZZZ9.
       01  OUT-ITEMS PIC ZZZZ9.

       01  EXC-LOG-PROGRAM-ID PIC X(10).
       01  EXC-LOG-CONTEXT PIC X(20).
       01  EXC-LOG-REASON PIC X(40).

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40) VALUE
           "LATE ARRIVALS/EARLY DEPARTURES/NO-SHOWS".
       01  WS-RPT-COLHDR PIC X(80).
       01  WS-RPT-LPP PIC 9(3) VALUE 20.

       01  WS-SPL-FUNCTION PIC X(1).
       01  WS-SPL-REPORT PIC X(20) VALUE "TARDINESS".
       01  WS-SPL-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "FROM DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-FROM-DATE.
           DISPLAY "TO DATE (YYYYMMDD):   " WITH NO ADVANCING.
           ACCEPT WS-TO-DATE.
           MOVE 'V' TO WS-DU-FUNCTION.
           MOVE WS-FROM-DATE TO WS-DU-DATE.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           IF WS-DU-FLAG NOT = 'Y'
               DISPLAY "FROM DATE IS NOT A CALENDAR DATE."
               STOP RUN
           END-IF.
           MOVE WS-TO-DATE TO WS-DU-DATE.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           IF WS-DU-FLAG NOT = 'Y'
               DISPLAY "TO DATE IS NOT A CALENDAR DATE."
               STOP RUN
           END-IF.
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "TO DATE IS BEFORE FROM DATE."
               STOP RUN
           END-IF.
           PERFORM LOAD-TARDY-CONFIG.
           PERFORM LOAD-SHIFT-DEFS.
           IF WS-SD-COUNT = 0
               DISPLAY "NO SHIFT TIMES ON PRACTICALS/SHIFTDEF.DAT."
               STOP RUN
           END-IF.
           PERFORM LOAD-SCHEDULE.
           IF WS-SCH-COUNT = 0
               DISPLAY "NO SHIFTS ON SELDATA/SCHEDULE.DAT."
               STOP RUN
           END-IF.
           PERFORM LOAD-ABSENCES.
           PERFORM LOAD-PUNCH-DAYS.
           IF WS-PD-OVERFLOW = 'Y'
               DISPLAY "MORE THAN 2000 EMPLOYEE-DAYS PUNCHED IN THE"
                   " RANGE. RUN NOT MADE."
               MOVE "TARDYRPT" TO EXC-LOG-PROGRAM-ID
               MOVE WS-FROM-DATE TO EXC-LOG-CONTEXT
               MOVE "PUNCH TABLE FULL, TARDY REPORT NOT RUN" TO
                   EXC-LOG-REASON
               CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                   EXC-LOG-CONTEXT EXC-LOG-REASON
               STOP RUN
           END-IF.
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS = "00"
               MOVE 'Y' TO WS-EM-OPEN
           END-IF.

           MOVE "EMP-ID    DATE      SHIFT            ITEM     MINUTES"
               TO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "RANGE: " WS-FROM-DATE " TO " WS-TO-DATE.
           MOVE WS-FROM-DATE TO WS-THIS-DATE.
           PERFORM UNTIL WS-THIS-DATE > WS-TO-DATE
               PERFORM CHECK-ONE-DATE
               MOVE 'A' TO WS-DU-FUNCTION
               MOVE WS-THIS-DATE TO WS-DU-DATE
               MOVE 1 TO WS-DU-DAYS
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                   WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
               MOVE WS-DU-RESULT TO WS-THIS-DATE
           END-PERFORM.
           IF WS-EM-OPEN = 'Y'
               CLOSE EM-MASTER-FILE
           END-IF.

           DISPLAY "--------------------------------------------".
           MOVE WS-DAYS-CHECKED TO OUT-COUNT.
           DISPLAY "SCHEDULED DAYS CHECKED: " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-LATE-COUNT TO OUT-COUNT.
           DISPLAY "LATE ARRIVALS:          " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-EARLY-COUNT TO OUT-COUNT.
           DISPLAY "EARLY DEPARTURES:       " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-NOSHOW-COUNT TO OUT-COUNT.
           DISPLAY "NO-SHOWS:               " FUNCTION TRIM(OUT-COUNT).
           IF WS-NODEF-COUNT > 0
               MOVE WS-NODEF-COUNT TO OUT-COUNT
               DISPLAY "DAYS SKIPPED, SHIFT NOT ON SHIFTDEF.DAT: "
                   FUNCTION TRIM(OUT-COUNT)
           END-IF.
           IF WS-SCH-OVERFLOW = 'Y'
               DISPLAY "WARNING: MORE THAN 300 SCHEDULE ROWS, ONLY THE"
                   " FIRST 300 WERE CHECKED."
           END-IF.
           PERFORM PRINT-ROLLUPS.
           PERFORM SPOOL-BY-DEPARTMENT.
           PERFORM LOG-REPEAT-OFFENDERS.
           MOVE WS-REPEAT-COUNT TO OUT-COUNT.
           DISPLAY "REPEAT OFFENDERS LOGGED: " FUNCTION TRIM(OUT-COUNT).
           STOP RUN.

      *    TARDYCFG.DAT: NUMBER OF ITEMS IN THE RANGE THAT MAKES AN
      *    EMPLOYEE A REPEAT OFFENDER.
       LOAD-TARDY-CONFIG.
           OPEN INPUT TARDYCFG-FILE.
           IF TARDYCFG-STATUS = "00"
               READ TARDYCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TY-REPEAT-LIMIT IS NUMERIC
                           AND TY-REPEAT-LIMIT > 0
                           MOVE TY-REPEAT-LIMIT TO WS-REPEAT-LIMIT
                       END-IF
               END-READ
               CLOSE TARDYCFG-FILE
           END-IF.

      *    SHIFTDEF.DAT: SHIFT NAME AS USED ON THE SCHEDULE, START
      *    AND END AS HHMM, AND THE GRACE MINUTES FOR THAT SHIFT.
       LOAD-SHIFT-DEFS.
           OPEN INPUT SHIFTDEF-FILE.
           IF SHIFTDEF-STATUS = "00"
               PERFORM UNTIL SHIFTDEF-STATUS NOT = "00"
                   OR WS-SD-COUNT >= 50
                   READ SHIFTDEF-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SH-SHIFT NOT = SPACES
                               AND SH-START IS NUMERIC
                               AND SH-END IS NUMERIC
                               PERFORM STORE-SHIFT-DEF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIFTDEF-FILE
           END-IF.

       STORE-SHIFT-DEF.
           ADD 1 TO WS-SD-COUNT.
           MOVE SH-SHIFT TO WS-SD-SHIFT (WS-SD-COUNT).
           DIVIDE SH-START BY 100 GIVING WS-IN-HH REMAINDER WS-IN-MM.
           COMPUTE WS-SD-START (WS-SD-COUNT) = WS-IN-HH * 60 + WS-IN-MM.
           DIVIDE SH-END BY 100 GIVING WS-OUT-HH REMAINDER WS-OUT-MM.
           COMPUTE WS-SD-END (WS-SD-COUNT) = WS-OUT-HH * 60 + WS-OUT-MM.
           IF SH-GRACE IS NUMERIC
               MOVE SH-GRACE TO WS-SD-GRACE (WS-SD-COUNT)
           ELSE
               MOVE 0 TO WS-SD-GRACE (WS-SD-COUNT)
           END-IF.

       LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE.
           IF SCHEDULE-STATUS = "00"
               PERFORM UNTIL SCHEDULE-STATUS NOT = "00"
                   READ SCHEDULE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-SCH-COUNT < 300
                               ADD 1 TO WS-SCH-COUNT
                               MOVE SCHED-EMP-ID TO
                                   WS-SCH-EMP (WS-SCH-COUNT)
                               MOVE FUNCTION UPPER-CASE(SCHED-DAYNAME)
                                   TO WS-SCH-DAY (WS-SCH-COUNT)
                               MOVE SCHED-SHIFT TO
                                   WS-SCH-SHIFT (WS-SCH-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-SCH-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

       LOAD-ABSENCES.
           OPEN INPUT ABSENCE-FILE.
           IF ABSENCE-STATUS = "00"
               PERFORM UNTIL ABSENCE-STATUS NOT = "00"
                   READ ABSENCE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ABS-DATE IS NUMERIC
                               AND ABS-DATE >= WS-FROM-DATE
                               AND ABS-DATE <= WS-TO-DATE
                               AND WS-AB-COUNT < 2000
                               ADD 1 TO WS-AB-COUNT
                               MOVE ABS-EMP-ID TO
                                   WS-AB-EMP (WS-AB-COUNT)
                               MOVE ABS-DATE TO
                                   WS-AB-DATE (WS-AB-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABSENCE-FILE
           END-IF.

      *    PAIRS WITH MISSING OR NON-NUMERIC TIMES ARE LEFT TO THE
      *    PUNCH REPAIR WORKLIST. AN OUT-PUNCH BEFORE ITS IN-PUNCH
      *    CROSSES MIDNIGHT.
       LOAD-PUNCH-DAYS.
           OPEN INPUT CLOCK-FILE.
           IF CLOCK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CLOCK-STATUS NOT = "00"
               READ CLOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TC-DATE IS NUMERIC
                           AND TC-DATE >= WS-FROM-DATE
                           AND TC-DATE <= WS-TO-DATE
                           AND TC-TIME-IN IS NUMERIC
                           AND TC-TIME-OUT IS NUMERIC
                           PERFORM ADD-PUNCH-PAIR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLOCK-FILE.

       ADD-PUNCH-PAIR.
           MOVE TC-TIME-IN TO WS-IN-MINS.
           DIVIDE WS-IN-MINS BY 100 GIVING WS-IN-HH REMAINDER WS-IN-MM.
           MOVE TC-TIME-OUT TO WS-OUT-MINS.
           DIVIDE WS-OUT-MINS BY 100
               GIVING WS-OUT-HH REMAINDER WS-OUT-MM.
           COMPUTE WS-IN-MINS = WS-IN-HH * 60 + WS-IN-MM.
           COMPUTE WS-OUT-MINS = WS-OUT-HH * 60 + WS-OUT-MM.
           IF WS-OUT-MINS < WS-IN-MINS
               ADD 1440 TO WS-OUT-MINS
           END-IF.
           MOVE 0 TO WS-PD-HIT.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PD-COUNT OR WS-PD-HIT > 0
               IF WS-PD-EMP (WS-PD-IDX) = TC-EMP-ID
                   AND WS-PD-DATE (WS-PD-IDX) = TC-DATE
                   MOVE WS-PD-IDX TO WS-PD-HIT
               END-IF
           END-PERFORM.
           IF WS-PD-HIT = 0
               IF WS-PD-COUNT >= 2000
                   MOVE 'Y' TO WS-PD-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PD-COUNT
               MOVE WS-PD-COUNT TO WS-PD-HIT
               MOVE TC-EMP-ID TO WS-PD-EMP (WS-PD-HIT)
               MOVE TC-DATE TO WS-PD-DATE (WS-PD-HIT)
               MOVE WS-IN-MINS TO WS-PD-FIRST-IN (WS-PD-HIT)
               MOVE WS-OUT-MINS TO WS-PD-LAST-OUT (WS-PD-HIT)
               EXIT PARAGRAPH
           END-IF.
           IF WS-IN-MINS < WS-PD-FIRST-IN (WS-PD-HIT)
               MOVE WS-IN-MINS TO WS-PD-FIRST-IN (WS-PD-HIT)
           END-IF.
           IF WS-OUT-MINS > WS-PD-LAST-OUT (WS-PD-HIT)
               MOVE WS-OUT-MINS TO WS-PD-LAST-OUT (WS-PD-HIT)
           END-IF.

      *    DATEUTIL GIVES 0 SATURDAY, 1 SUNDAY, 2 MONDAY ... 6 FRIDAY;
      *    THE SCHEDULE'S DAY NAMES RUN MONDAY (1) TO SUNDAY (7).
       CHECK-ONE-DATE.
           MOVE 'W' TO WS-DU-FUNCTION.
           MOVE WS-THIS-DATE TO WS-DU-DATE.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           IF WS-DU-RESULT >= 2
               COMPUTE WS-DAY-IDX = WS-DU-RESULT - 1
           ELSE
               COMPUTE WS-DAY-IDX = WS-DU-RESULT + 6
           END-IF.
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
               UNTIL WS-SCH-IDX > WS-SCH-COUNT
               IF WS-SCH-DAY (WS-SCH-IDX) = WS-DAY-NAME (WS-DAY-IDX)
                   PERFORM CHECK-SCHEDULED-DAY
               END-IF
           END-PERFORM.

       CHECK-SCHEDULED-DAY.
           MOVE 0 TO WS-SD-HIT.
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
               UNTIL WS-SD-IDX > WS-SD-COUNT
               IF WS-SD-SHIFT (WS-SD-IDX) = WS-SCH-SHIFT (WS-SCH-IDX)
                   MOVE WS-SD-IDX TO WS-SD-HIT
               END-IF
           END-PERFORM.
           IF WS-SD-HIT = 0
               ADD 1 TO WS-NODEF-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DAYS-CHECKED.
           MOVE WS-SCH-EMP (WS-SCH-IDX) (1:8) TO WS-ITEM-EMP.
           MOVE 0 TO WS-PD-HIT.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PD-COUNT OR WS-PD-HIT > 0
               IF WS-PD-EMP (WS-PD-IDX) = WS-ITEM-EMP
                   AND WS-PD-DATE (WS-PD-IDX) = WS-THIS-DATE
                   MOVE WS-PD-IDX TO WS-PD-HIT
               END-IF
           END-PERFORM.
           IF WS-PD-HIT = 0
               MOVE 'N' TO WS-ABSENT
               PERFORM VARYING WS-AB-IDX FROM 1 BY 1
                   UNTIL WS-AB-IDX > WS-AB-COUNT
                   IF WS-AB-EMP (WS-AB-IDX) = WS-ITEM-EMP
                       AND WS-AB-DATE (WS-AB-IDX) = WS-THIS-DATE
                       MOVE 'Y' TO WS-ABSENT
                   END-IF
               END-PERFORM
               IF WS-ABSENT = 'N'
                   MOVE "NOSHOW" TO WS-ITEM-TYPE
                   MOVE 0 TO WS-ITEM-MINS
                   PERFORM RECORD-ITEM
               END-IF
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIFF-MINS = WS-PD-FIRST-IN (WS-PD-HIT)
               - WS-SD-START (WS-SD-HIT).
           IF WS-DIFF-MINS > WS-SD-GRACE (WS-SD-HIT)
               MOVE "LATE" TO WS-ITEM-TYPE
               MOVE WS-DIFF-MINS TO WS-ITEM-MINS
               PERFORM RECORD-ITEM
           END-IF.
           MOVE WS-SD-END (WS-SD-HIT) TO WS-SHIFT-END.
           IF WS-SHIFT-END < WS-SD-START (WS-SD-HIT)
               ADD 1440 TO WS-SHIFT-END
           END-IF.
           COMPUTE WS-DIFF-MINS = WS-SHIFT-END
               - WS-PD-LAST-OUT (WS-PD-HIT).
           IF WS-DIFF-MINS > WS-SD-GRACE (WS-SD-HIT)
               MOVE "EARLY" TO WS-ITEM-TYPE
               MOVE WS-DIFF-MINS TO WS-ITEM-MINS
               PERFORM RECORD-ITEM
           END-IF.

       RECORD-ITEM.
           EVALUATE WS-ITEM-TYPE
            WHEN "LATE"
               ADD 1 TO WS-LATE-COUNT
            WHEN "EARLY"
               ADD 1 TO WS-EARLY-COUNT
            WHEN OTHER
               ADD 1 TO WS-NOSHOW-COUNT
           END-EVALUATE.
           MOVE SPACES TO WS-EMP-SUPER WS-EMP-NAME.
           MOVE "????" TO WS-EMP-DEPT.
           IF WS-EM-OPEN = 'Y'
               MOVE WS-ITEM-EMP TO EM-EMP-ID
               READ EM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-SUPERVISOR TO WS-EMP-SUPER
                       MOVE EM-NAME TO WS-EMP-NAME
                       MOVE EM-DEPT-CODE TO WS-EMP-DEPT
               END-READ
           END-IF.
           MOVE 'E' TO WS-ER-KIND-IN.
           MOVE WS-ITEM-EMP TO WS-ER-KEY-IN.
           PERFORM ADD-TO-ROLLUP.
           MOVE 'S' TO WS-ER-KIND-IN.
           MOVE WS-EMP-SUPER TO WS-ER-KEY-IN.
           PERFORM ADD-TO-ROLLUP.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           IF WS-ITEM-TYPE = "NOSHOW"
               DISPLAY WS-ITEM-EMP "  " WS-THIS-DATE "  "
                   WS-SCH-SHIFT (WS-SCH-IDX) "  NO-SHOW"
           ELSE
               MOVE WS-ITEM-MINS TO OUT-MINS
               DISPLAY WS-ITEM-EMP "  " WS-THIS-DATE "  "
                   WS-SCH-SHIFT (WS-SCH-IDX) "  " WS-ITEM-TYPE
                   "   " OUT-MINS
           END-IF.

       ADD-TO-ROLLUP.
           MOVE 'N' TO WS-ER-FOUND.
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
               UNTIL WS-ER-IDX > WS-ER-COUNT OR WS-ER-FOUND = 'Y'
               IF WS-ER-KIND (WS-ER-IDX) = WS-ER-KIND-IN
                   AND WS-ER-KEY (WS-ER-IDX) = WS-ER-KEY-IN
                   MOVE 'Y' TO WS-ER-FOUND
                   SUBTRACT 1 FROM WS-ER-IDX
               END-IF
           END-PERFORM.
           IF WS-ER-FOUND = 'N'
               IF WS-ER-COUNT >= 300
                   MOVE 'Y' TO WS-ER-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ER-COUNT
               MOVE WS-ER-COUNT TO WS-ER-IDX
               MOVE WS-ER-KIND-IN TO WS-ER-KIND (WS-ER-IDX)
               MOVE WS-ER-KEY-IN TO WS-ER-KEY (WS-ER-IDX)
               MOVE SPACES TO WS-ER-NAME (WS-ER-IDX)
               MOVE 0 TO WS-ER-LATE (WS-ER-IDX)
                   WS-ER-LATE-MINS (WS-ER-IDX) WS-ER-EARLY (WS-ER-IDX)
                   WS-ER-EARLY-MINS (WS-ER-IDX)
                   WS-ER-NOSHOW (WS-ER-IDX)
               MOVE SPACES TO WS-ER-DEPT (WS-ER-IDX)
               IF WS-ER-KIND-IN = 'E'
                   MOVE WS-EMP-NAME TO WS-ER-NAME (WS-ER-IDX)
                   MOVE WS-EMP-DEPT TO WS-ER-DEPT (WS-ER-IDX)
               END-IF
           END-IF.
           EVALUATE WS-ITEM-TYPE
            WHEN "LATE"
               ADD 1 TO WS-ER-LATE (WS-ER-IDX)
               ADD WS-ITEM-MINS TO WS-ER-LATE-MINS (WS-ER-IDX)
            WHEN "EARLY"
               ADD 1 TO WS-ER-EARLY (WS-ER-IDX)
               ADD WS-ITEM-MINS TO WS-ER-EARLY-MINS (WS-ER-IDX)
            WHEN OTHER
               ADD 1 TO WS-ER-NOSHOW (WS-ER-IDX)
           END-EVALUATE.

      *    ROLLUPS ARE KIND E (EMPLOYEE) AND KIND S (SUPERVISOR).
       PRINT-ROLLUPS.
           IF WS-ER-COUNT = 0
               DISPLAY "NO LATE ARRIVALS, EARLY DEPARTURES OR NO-SHOWS"
                   " IN THE RANGE."
               EXIT PARAGRAPH
           END-IF.
           IF WS-ER-OVERFLOW = 'Y'
               DISPLAY "WARNING: MORE THAN 300 ROLLUP LINES, TOTALS"
                   " ARE INCOMPLETE."
           END-IF.
           MOVE "EMPLOYEE  NAME             LATE   MINS EARLY   MINS"
               TO WS-RPT-COLHDR.
           MOVE "  NOSHOW" TO WS-RPT-COLHDR (53:8).
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "RANGE: " WS-FROM-DATE " TO " WS-TO-DATE.
           MOVE 'E' TO WS-ER-KIND-IN.
           PERFORM PRINT-ROLLUP-KIND.
           MOVE "SUPERVISOR                 LATE   MINS EARLY   MINS"
               TO WS-RPT-COLHDR.
           MOVE "  NOSHOW" TO WS-RPT-COLHDR (53:8).
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "RANGE: " WS-FROM-DATE " TO " WS-TO-DATE.
           MOVE 'S' TO WS-ER-KIND-IN.
           PERFORM PRINT-ROLLUP-KIND.

       PRINT-ROLLUP-KIND.
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
               UNTIL WS-ER-IDX > WS-ER-COUNT
               IF WS-ER-KIND (WS-ER-IDX) = WS-ER-KIND-IN
                   MOVE 'L' TO WS-RPT-FUNCTION
                   CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
                       WS-RPT-COLHDR WS-RPT-LPP
                   MOVE WS-ER-LATE (WS-ER-IDX) TO OUT-LATE
                   MOVE WS-ER-LATE-MINS (WS-ER-IDX) TO OUT-LATE-MINS
                   MOVE WS-ER-EARLY (WS-ER-IDX) TO OUT-EARLY
                   MOVE WS-ER-EARLY-MINS (WS-ER-IDX) TO OUT-EARLY-MINS
                   MOVE WS-ER-NOSHOW (WS-ER-IDX) TO OUT-NOSHOW
                   IF WS-ER-KEY (WS-ER-IDX) = SPACES
                       DISPLAY "(NONE)    " WS-ER-NAME (WS-ER-IDX)
                           "  " OUT-LATE " " OUT-LATE-MINS "  "
                           OUT-EARLY " " OUT-EARLY-MINS "    "
                           OUT-NOSHOW
                   ELSE
                       DISPLAY WS-ER-KEY (WS-ER-IDX) "  "
                           WS-ER-NAME (WS-ER-IDX)
                           "  " OUT-LATE " " OUT-LATE-MINS "  "
                           OUT-EARLY " " OUT-EARLY-MINS "    "
                           OUT-NOSHOW
                   END-IF
               END-IF
           END-PERFORM.

      *    THE SPOOLED COPY OF THE EMPLOYEE ROLLUP, ONE DEPARTMENT
      *    AFTER ANOTHER IN THE ORDER EACH FIRST TURNS UP, SO EACH
      *    DEPARTMENT'S MANAGER RECEIVES ONLY THEIR OWN PEOPLE.
       SPOOL-BY-DEPARTMENT.
           MOVE 'O' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.
           MOVE "EMPLOYEE  NAME             LATE   MINS EARLY   MINS"
               TO WS-SPL-LINE.
           MOVE "  NOSHOW" TO WS-SPL-LINE (53:8).
           PERFORM SPOOL-ONE-LINE.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "RANGE: " WS-FROM-DATE " TO " WS-TO-DATE
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
               UNTIL WS-ER-IDX > WS-ER-COUNT
               IF WS-ER-KIND (WS-ER-IDX) = 'E'
                   MOVE WS-ER-DEPT (WS-ER-IDX) TO WS-ER-DEPT-IN
                   MOVE 'N' TO WS-ER-FOUND
                   PERFORM VARYING WS-ER-JDX FROM 1 BY 1
                       UNTIL WS-ER-JDX >= WS-ER-IDX
                       IF WS-ER-KIND (WS-ER-JDX) = 'E'
                           AND WS-ER-DEPT (WS-ER-JDX) = WS-ER-DEPT-IN
                           MOVE 'Y' TO WS-ER-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-ER-FOUND = 'N'
                       PERFORM SPOOL-ONE-DEPARTMENT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-SPL-LINE.
           MOVE 'B' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.
           MOVE WS-LATE-COUNT TO OUT-COUNT.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "LATE ARRIVALS:          " FUNCTION TRIM(OUT-COUNT)
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE WS-EARLY-COUNT TO OUT-COUNT.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "EARLY DEPARTURES:       " FUNCTION TRIM(OUT-COUNT)
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE WS-NOSHOW-COUNT TO OUT-COUNT.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "NO-SHOWS:               " FUNCTION TRIM(OUT-COUNT)
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE 'C' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.

       SPOOL-ONE-DEPARTMENT.
           MOVE WS-ER-DEPT-IN TO WS-SPL-LINE.
           MOVE 'B' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "DEPARTMENT " WS-ER-DEPT-IN
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           PERFORM VARYING WS-ER-JDX FROM WS-ER-IDX BY 1
               UNTIL WS-ER-JDX > WS-ER-COUNT
               IF WS-ER-KIND (WS-ER-JDX) = 'E'
                   AND WS-ER-DEPT (WS-ER-JDX) = WS-ER-DEPT-IN
                   MOVE WS-ER-LATE (WS-ER-JDX) TO OUT-LATE
                   MOVE WS-ER-LATE-MINS (WS-ER-JDX) TO OUT-LATE-MINS
                   MOVE WS-ER-EARLY (WS-ER-JDX) TO OUT-EARLY
                   MOVE WS-ER-EARLY-MINS (WS-ER-JDX) TO OUT-EARLY-MINS
                   MOVE WS-ER-NOSHOW (WS-ER-JDX) TO OUT-NOSHOW
                   MOVE SPACES TO WS-SPL-LINE
                   STRING WS-ER-KEY (WS-ER-JDX) "  "
                       WS-ER-NAME (WS-ER-JDX)
                       "  " OUT-LATE " " OUT-LATE-MINS "  "
                       OUT-EARLY " " OUT-EARLY-MINS "    "
                       OUT-NOSHOW DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-ONE-LINE
               END-IF
           END-PERFORM.

       SPOOL-ONE-LINE.
           MOVE 'L' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.

       LOG-REPEAT-OFFENDERS.
           MOVE "TARDYRPT" TO EXC-LOG-PROGRAM-ID.
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
               UNTIL WS-ER-IDX > WS-ER-COUNT
               IF WS-ER-KIND (WS-ER-IDX) = 'E'
                   COMPUTE WS-ER-ITEMS = WS-ER-LATE (WS-ER-IDX)
                       + WS-ER-EARLY (WS-ER-IDX)
                       + WS-ER-NOSHOW (WS-ER-IDX)
                   IF WS-ER-ITEMS >= WS-REPEAT-LIMIT
                       ADD 1 TO WS-REPEAT-COUNT
                       MOVE WS-ER-ITEMS TO OUT-ITEMS
                       MOVE WS-ER-KEY (WS-ER-IDX) TO EXC-LOG-CONTEXT
                       MOVE SPACES TO EXC-LOG-REASON
                       STRING "REPEAT TARDY " FUNCTION TRIM(OUT-ITEMS)
                           " ITEMS " WS-FROM-DATE "-" WS-TO-DATE
                           DELIMITED BY SIZE INTO EXC-LOG-REASON
                       CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                           EXC-LOG-CONTEXT EXC-LOG-REASON
                   END-IF
               END-IF
           END-PERFORM.
       END PROGRAM TARDYRPT.
