       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNHIST.
      *    SHARED BATCH RUN HISTORY, CALLED BY THE NIGHTLY CHAIN AND
      *    THE JOB STREAMS AROUND EVERY STEP THEY RUN. THE CALLER
      *    PASSES JHPARM WITH A FUNCTION:
      *      'B' - A STREAM IS BEGINNING (JH-CALLER, JH-STREAM)
      *      'S' - A STEP IS STARTING (JH-STEP, JH-PROGRAM)
      *      'C' - THE RUNNING STEP REPORTS RECORD COUNTS
      *            (JH-COUNT-IN READ, JH-COUNT-OUT WRITTEN); CALLED
      *            BY THE -BATCH ENTRIES THEMSELVES, IGNORED WHEN NO
      *            STEP IS OPEN
      *      'E' - THE STEP HAS ENDED WITH STATUS JH-STATUS
      *      'F' - THE STREAM HAS FINISHED WITH STATUS JH-STATUS
      *    'E' AND 'F' APPEND ONE ROW TO PRACTICALS/RUNHIST.DAT WITH
      *    THE START AND END DATE/TIME, THE ELAPSED SECONDS, THE
      *    STATUS AND THE COUNTS; THE STREAM ROW CARRIES STEP 00 AND
      *    THE STEP TOTALS. A STEP OR STREAM THAT ENDS AFTER ITS
      *    COMPLETION DEADLINE ON PRACTICALS/RUNDEADL.DAT (STREAM,
      *    STEP - 00 FOR THE WHOLE STREAM - AND TIME HHMM) IS MARKED
      *    LATE ON THE ROW, RETURNED IN JH-LATE AND LOGGED TO THE
      *    EXCEPTION LOG. A DEADLINE EARLIER IN THE DAY THAN THE
      *    STREAM'S START FALLS ON THE NEXT DAY, SO A NIGHT RUN
      *    STARTED AT 2200 WITH A 0200 DEADLINE IS JUDGED AGAINST
      *    0200 THE FOLLOWING MORNING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNHIST-FILE
               ASSIGN TO "PRACTICALS/RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNHIST-STATUS.
           SELECT RUNDEADL-FILE
               ASSIGN TO "PRACTICALS/RUNDEADL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNDEADL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNHIST-FILE.
       01  RUNHIST-REC.
           05 HS-STREAM PIC X(8).
           05 HS-FILLER-1 PIC X(1).
           05 HS-STEP PIC 9(2).
           05 HS-FILLER-2 PIC X(1).
           05 HS-PROGRAM PIC X(20).
           05 HS-FILLER-3 PIC X(1).
           05 HS-RUN-DATE PIC 9(8).
           05 HS-FILLER-4 PIC X(1).
           05 HS-RUN-TIME PIC 9(6).
           05 HS-FILLER-5 PIC X(1).
           05 HS-START-DATE PIC 9(8).
           05 HS-FILLER-6 PIC X(1).
           05 HS-START-TIME PIC 9(6).
           05 HS-FILLER-7 PIC X(1).
           05 HS-END-DATE PIC 9(8).
           05 HS-FILLER-8 PIC X(1).
           05 HS-END-TIME PIC 9(6).
           05 HS-FILLER-9 PIC X(1).
           05 HS-ELAPSED PIC 9(7).
           05 HS-FILLER-10 PIC X(1).
           05 HS-STATUS PIC X(2).
           05 HS-FILLER-11 PIC X(1).
           05 HS-COUNT-IN PIC 9(9).
           05 HS-FILLER-12 PIC X(1).
           05 HS-COUNT-OUT PIC 9(9).
           05 HS-FILLER-13 PIC X(1).
           05 HS-LATE PIC X(1).

       FD  RUNDEADL-FILE.
       01  RUNDEADL-REC.
           05 DL-STREAM PIC X(8).
           05 DL-FILLER-1 PIC X(1).
           05 DL-STEP PIC 9(2).
           05 DL-FILLER-2 PIC X(1).
           05 DL-TIME PIC 9(4).

       WORKING-STORAGE SECTION.
       01  RUNHIST-STATUS PIC XX.
       01  RUNDEADL-STATUS PIC XX.

       01  WS-STREAM-OPEN PIC X VALUE 'N'.
       01  WS-CALLER PIC X(10).
       01  WS-STREAM PIC X(8).
       01  WS-RUN-DATE PIC 9(8).
       01  WS-RUN-TIME PIC 9(6).
       01  WS-STREAM-IN PIC 9(9).
       01  WS-STREAM-OUT PIC 9(9).

       01  WS-STEP-OPEN PIC X VALUE 'N'.
       01  WS-STEP PIC 9(2).
       01  WS-PROGRAM PIC X(20).
       01  WS-STEP-DATE PIC 9(8).
       01  WS-STEP-TIME PIC 9(6).
       01  WS-STEP-IN PIC 9(9).
       01  WS-STEP-OUT PIC 9(9).

       01  WS-DL-COUNT PIC 9(3) VALUE 0.
       01  WS-DL-TABLE.
           05 WS-DL-ENTRY OCCURS 100 TIMES.
               10 WS-DL-STEP PIC 9(2).
               10 WS-DL-TIME PIC 9(4).
       01  WS-DL-IDX PIC 9(3).
       01  WS-DL-FOUND PIC X.
       01  WS-DL-HHMM PIC 9(4).
       01  WS-DL-DATE PIC 9(8).

       01  WS-NOW-DATE PIC 9(8).
       01  WS-NOW-CLOCK PIC 9(8).
       01  WS-NOW-TIME PIC 9(6).
       01  WS-FROM-DATE PIC 9(8).
       01  WS-FROM-TIME PIC 9(6).
       01  WS-ELAPSED PIC S9(9).
       01  WS-SECS-FROM PIC 9(5).
       01  WS-SECS-TO PIC 9(5).
       01  WS-HMS PIC 9(6).
       01  WS-HMS-PARTS REDEFINES WS-HMS.
           05 WS-HMS-HH PIC 9(2).
           05 WS-HMS-MM PIC 9(2).
           05 WS-HMS-SS PIC 9(2).
       01  WS-LATE PIC X.

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE-1 PIC 9(8).
       01  WS-DU-DATE-2 PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  EXC-LOG-PROGRAM-ID PIC X(10).
       01  EXC-LOG-CONTEXT PIC X(20).
       01  EXC-LOG-REASON PIC X(40).

       LINKAGE SECTION.
       01  JH-PARMS.
           COPY JHPARM.

       PROCEDURE DIVISION USING JH-PARMS.
       RUNHIST-MAIN.
           MOVE 'N' TO JH-LATE.
           EVALUATE JH-FUNCTION
               WHEN 'B'
                   PERFORM BEGIN-STREAM
               WHEN 'S'
                   PERFORM START-STEP
               WHEN 'C'
                   IF WS-STEP-OPEN = 'Y'
                       ADD JH-COUNT-IN TO WS-STEP-IN
                       ADD JH-COUNT-OUT TO WS-STEP-OUT
                   END-IF
               WHEN 'E'
                   PERFORM END-STEP
               WHEN 'F'
                   PERFORM FINISH-STREAM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

       BEGIN-STREAM.
           PERFORM TAKE-CLOCK.
           MOVE 'Y' TO WS-STREAM-OPEN.
           MOVE 'N' TO WS-STEP-OPEN.
           MOVE JH-CALLER TO WS-CALLER.
           MOVE JH-STREAM TO WS-STREAM.
           MOVE WS-NOW-DATE TO WS-RUN-DATE.
           MOVE WS-NOW-TIME TO WS-RUN-TIME.
           MOVE 0 TO WS-STREAM-IN WS-STREAM-OUT.
           MOVE 0 TO WS-DL-COUNT.
           OPEN INPUT RUNDEADL-FILE.
           IF RUNDEADL-STATUS = "00"
               PERFORM UNTIL RUNDEADL-STATUS NOT = "00"
                   OR WS-DL-COUNT >= 100
                   READ RUNDEADL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DL-STREAM = WS-STREAM
                               AND DL-STEP IS NUMERIC
                               AND DL-TIME IS NUMERIC
                               ADD 1 TO WS-DL-COUNT
                               MOVE DL-STEP TO
                                   WS-DL-STEP (WS-DL-COUNT)
                               MOVE DL-TIME TO
                                   WS-DL-TIME (WS-DL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNDEADL-FILE
           END-IF.

       START-STEP.
           IF WS-STREAM-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM TAKE-CLOCK.
           MOVE 'Y' TO WS-STEP-OPEN.
           MOVE JH-STEP TO WS-STEP.
           MOVE JH-PROGRAM TO WS-PROGRAM.
           MOVE WS-NOW-DATE TO WS-STEP-DATE.
           MOVE WS-NOW-TIME TO WS-STEP-TIME.
           MOVE 0 TO WS-STEP-IN WS-STEP-OUT.

       END-STEP.
           IF WS-STEP-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           PERFORM TAKE-CLOCK.
           MOVE 'N' TO WS-STEP-OPEN.
           ADD WS-STEP-IN TO WS-STREAM-IN.
           ADD WS-STEP-OUT TO WS-STREAM-OUT.
           MOVE WS-STEP-DATE TO WS-FROM-DATE.
           MOVE WS-STEP-TIME TO WS-FROM-TIME.
           PERFORM COMPUTE-ELAPSED.
           PERFORM CHECK-DEADLINE.
           MOVE SPACES TO RUNHIST-REC.
           MOVE WS-STEP TO HS-STEP.
           MOVE WS-PROGRAM TO HS-PROGRAM.
           MOVE WS-STEP-IN TO HS-COUNT-IN.
           MOVE WS-STEP-OUT TO HS-COUNT-OUT.
           PERFORM WRITE-HISTORY-ROW.

       FINISH-STREAM.
           IF WS-STREAM-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF WS-STEP-OPEN = 'Y'
               PERFORM END-STEP
           END-IF.
           PERFORM TAKE-CLOCK.
           MOVE 'N' TO WS-STREAM-OPEN.
           MOVE WS-RUN-DATE TO WS-FROM-DATE.
           MOVE WS-RUN-TIME TO WS-FROM-TIME.
           PERFORM COMPUTE-ELAPSED.
           MOVE 0 TO WS-STEP.
           MOVE "*STREAM*" TO WS-PROGRAM.
           PERFORM CHECK-DEADLINE.
           MOVE SPACES TO RUNHIST-REC.
           MOVE 0 TO HS-STEP.
           MOVE WS-PROGRAM TO HS-PROGRAM.
           MOVE WS-STREAM-IN TO HS-COUNT-IN.
           MOVE WS-STREAM-OUT TO HS-COUNT-OUT.
           PERFORM WRITE-HISTORY-ROW.

       WRITE-HISTORY-ROW.
           MOVE WS-STREAM TO HS-STREAM.
           MOVE WS-RUN-DATE TO HS-RUN-DATE.
           MOVE WS-RUN-TIME TO HS-RUN-TIME.
           MOVE WS-FROM-DATE TO HS-START-DATE.
           MOVE WS-FROM-TIME TO HS-START-TIME.
           MOVE WS-NOW-DATE TO HS-END-DATE.
           MOVE WS-NOW-TIME TO HS-END-TIME.
           MOVE WS-ELAPSED TO HS-ELAPSED.
           MOVE JH-STATUS TO HS-STATUS.
           MOVE WS-LATE TO HS-LATE.
           MOVE WS-LATE TO JH-LATE.
           OPEN EXTEND RUNHIST-FILE.
           IF RUNHIST-STATUS = "05" OR RUNHIST-STATUS = "35"
               OPEN OUTPUT RUNHIST-FILE
           END-IF.
           WRITE RUNHIST-REC.
           CLOSE RUNHIST-FILE.

       TAKE-CLOCK.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-CLOCK FROM TIME.
           MOVE WS-NOW-CLOCK (1:6) TO WS-NOW-TIME.

      *    WHOLE DAYS BETWEEN THE TWO DATES PLUS THE SECONDS BETWEEN
      *    THE TWO CLOCK TIMES, SO A STEP RUNNING OVER MIDNIGHT IS
      *    MEASURED CORRECTLY.
       COMPUTE-ELAPSED.
           MOVE 0 TO WS-DU-RESULT.
           IF WS-NOW-DATE NOT = WS-FROM-DATE
               MOVE 'D' TO WS-DU-FUNCTION
               MOVE WS-NOW-DATE TO WS-DU-DATE-1
               MOVE WS-FROM-DATE TO WS-DU-DATE-2
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE-1
                   WS-DU-DATE-2 WS-DU-RESULT WS-DU-FLAG
           END-IF.
           MOVE WS-FROM-TIME TO WS-HMS.
           COMPUTE WS-SECS-FROM = WS-HMS-HH * 3600
               + WS-HMS-MM * 60 + WS-HMS-SS.
           MOVE WS-NOW-TIME TO WS-HMS.
           COMPUTE WS-SECS-TO = WS-HMS-HH * 3600
               + WS-HMS-MM * 60 + WS-HMS-SS.
           COMPUTE WS-ELAPSED = WS-DU-RESULT * 86400
               + WS-SECS-TO - WS-SECS-FROM.
           IF WS-ELAPSED < 0
               MOVE 0 TO WS-ELAPSED
           END-IF.

      *    THE DEADLINE FOR WS-STEP (00 = THE STREAM), DATED FROM THE
      *    STREAM'S START. NO DEADLINE ROW MEANS NEVER LATE.
       CHECK-DEADLINE.
           MOVE 'N' TO WS-LATE.
           MOVE 'N' TO WS-DL-FOUND.
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
               UNTIL WS-DL-IDX > WS-DL-COUNT
               IF WS-DL-STEP (WS-DL-IDX) = WS-STEP
                   MOVE 'Y' TO WS-DL-FOUND
                   MOVE WS-DL-TIME (WS-DL-IDX) TO WS-DL-HHMM
               END-IF
           END-PERFORM.
           IF WS-DL-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-DATE TO WS-DL-DATE.
           IF WS-DL-HHMM * 100 < WS-RUN-TIME
               MOVE 'A' TO WS-DU-FUNCTION
               MOVE WS-RUN-DATE TO WS-DU-DATE-1
               MOVE 1 TO WS-DU-DATE-2
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE-1
                   WS-DU-DATE-2 WS-DU-RESULT WS-DU-FLAG
               MOVE WS-DU-RESULT TO WS-DL-DATE
           END-IF.
           IF WS-NOW-DATE > WS-DL-DATE
               OR (WS-NOW-DATE = WS-DL-DATE
                   AND WS-NOW-TIME > WS-DL-HHMM * 100)
               MOVE 'Y' TO WS-LATE
               PERFORM LOG-LATE-FINISH
           END-IF.

       LOG-LATE-FINISH.
           MOVE WS-CALLER TO EXC-LOG-PROGRAM-ID.
           MOVE SPACES TO EXC-LOG-CONTEXT.
           STRING WS-STREAM DELIMITED BY SPACE
               " STEP " DELIMITED BY SIZE
               WS-STEP DELIMITED BY SIZE
               INTO EXC-LOG-CONTEXT.
           MOVE SPACES TO EXC-LOG-REASON.
           STRING "LATE: ENDED " DELIMITED BY SIZE
               WS-NOW-TIME (1:4) DELIMITED BY SIZE
               " DEADLINE " DELIMITED BY SIZE
               WS-DL-HHMM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PROGRAM DELIMITED BY SPACE
               INTO EXC-LOG-REASON.
           CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
               EXC-LOG-CONTEXT EXC-LOG-REASON.
       END PROGRAM RUNHIST.
