       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNTREND.
      *    BATCH RUN HISTORY TREND. READS THE STEP AND STREAM ROWS
      *    RUNHIST WRITES TO RUNHIST.DAT AND, FOR EACH STREAM AND
      *    STEP (STEP 00 IS THE WHOLE STREAM), LISTS EVERY RUN SINCE
      *    THE CHOSEN DATE WITH ITS ELAPSED SECONDS AGAINST THE
      *    ROLLING AVERAGE OF THAT STEP'S PREVIOUS FIVE RUNS. A RUN
      *    TAKING MORE THAN HALF AGAIN ITS AVERAGE IS MARKED >>>,
      *    AND A RUN THAT MISSED ITS RUNDEADL.DAT DEADLINE SHOWS
      *    LATE. RUNS BEFORE THE FROM DATE STILL FEED THE AVERAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RUNHIST-FILE
           ASSIGN TO "PRACTICALS/RUNHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNHIST-STATUS.

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

       WORKING-STORAGE SECTION.
       01  RUNHIST-STATUS PIC XX.
       01  WS-STREAM-IN PIC X(8).
       01  WS-FROM-DATE PIC 9(8).
       01  WS-TODAY PIC 9(8).
       01  WS-SLOW-PCT PIC 9(3) VALUE 150.
       01  WS-SLOW-COUNT PIC 9(5) VALUE 0.
       01  WS-LATE-COUNT PIC 9(5) VALUE 0.
       01  WS-SHOWN PIC 9(5) VALUE 0.
       01  WS-SUM PIC 9(9).
       01  WS-PCT PIC 9(5).

       01  WS-HR-COUNT PIC 9(4) VALUE 0.
       01  WS-HR-OVERFLOW PIC X VALUE 'N'.
       01  WS-HR-TABLE.
           05 WS-HR-ENTRY OCCURS 2000 TIMES.
               10 WS-HR-KEY PIC 9(3).
               10 WS-HR-PROGRAM PIC X(20).
               10 WS-HR-RUN-DATE PIC 9(8).
               10 WS-HR-ELAPSED PIC 9(7).
               10 WS-HR-AVG PIC 9(7).
               10 WS-HR-STATUS PIC X(2).
               10 WS-HR-LATE PIC X(1).
       01  WS-HR-IDX PIC 9(4).

      *    ONE ROW PER STREAM/STEP, HOLDING THE LAST FIVE ELAPSED
      *    TIMES IN A RING SO THE AVERAGE ROLLS FORWARD RUN BY RUN.
       01  WS-KY-COUNT PIC 9(3) VALUE 0.
       01  WS-KY-TABLE.
           05 WS-KY-ENTRY OCCURS 100 TIMES.
               10 WS-KY-STREAM PIC X(8).
               10 WS-KY-STEP PIC 9(2).
               10 WS-KY-RUNS PIC 9(5).
               10 WS-KY-NEXT PIC 9(1).
               10 WS-KY-RING PIC 9(7) OCCURS 5 TIMES.
       01  WS-KY-IDX PIC 9(3).
       01  WS-KY-HIT PIC 9(3).
       01  WS-RING-IDX PIC 9(1).
       01  WS-RING-USED PIC 9(1).

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-DAYS PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  OUT-ELAPSED PIC ZZZZZZ9.
       01  OUT-AVG PIC ZZZZZZ9.
       01  OUT-PCT PIC ZZZ9.
       01  OUT-COUNT PIC ZZZZ9.
       01  WS-RPT-LINE PIC X(80).

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40) VALUE
           "BATCH RUN HISTORY TREND".
       01  WS-RPT-COLHDR PIC X(80).
       01  WS-RPT-LPP PIC 9(3) VALUE 20.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "STREAM NAME (BLANK FOR ALL): " WITH NO ADVANCING.
           MOVE SPACES TO WS-STREAM-IN.
           ACCEPT WS-STREAM-IN.
           MOVE FUNCTION UPPER-CASE(WS-STREAM-IN) TO WS-STREAM-IN.
           DISPLAY "RUNS FROM (YYYYMMDD, 0 FOR THE LAST 30 DAYS): "
               WITH NO ADVANCING.
           MOVE 0 TO WS-FROM-DATE.
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE = 0
               MOVE 'A' TO WS-DU-FUNCTION
               MOVE WS-TODAY TO WS-DU-DATE
               MOVE -30 TO WS-DU-DAYS
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                   WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
               MOVE WS-DU-RESULT TO WS-FROM-DATE
           END-IF.
           PERFORM LOAD-RUN-HISTORY.
           IF WS-HR-COUNT = 0
               DISPLAY "NO RUN HISTORY ON PRACTICALS/RUNHIST.DAT"
                   " FOR THAT STREAM."
           ELSE
               PERFORM PRINT-TREND
           END-IF.
           ACCEPT OMITTED.
           GOBACK.

      *    THE HISTORY IS APPENDED AS RUNS FINISH, SO FILE ORDER IS
      *    RUN ORDER; EACH ROW'S AVERAGE IS TAKEN FROM THE RING
      *    BEFORE ITS OWN TIME IS ADDED TO IT.
       LOAD-RUN-HISTORY.
           MOVE 0 TO WS-HR-COUNT.
           MOVE 0 TO WS-KY-COUNT.
           OPEN INPUT RUNHIST-FILE.
           IF RUNHIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL RUNHIST-STATUS NOT = "00"
               READ RUNHIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF (WS-STREAM-IN = SPACES
                           OR HS-STREAM = WS-STREAM-IN)
                           AND HS-STEP IS NUMERIC
                           AND HS-ELAPSED IS NUMERIC
                           AND HS-RUN-DATE IS NUMERIC
                           PERFORM STORE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNHIST-FILE.
           IF WS-HR-OVERFLOW = 'Y'
               DISPLAY "WARNING: MORE THAN 2000 RUNS SINCE THE FROM"
                   " DATE. THE LATEST ARE NOT SHOWN."
           END-IF.

       STORE-HISTORY-ROW.
           PERFORM FIND-KEY-ROW.
           IF WS-KY-HIT = 0
               EXIT PARAGRAPH
           END-IF.
           IF HS-RUN-DATE >= WS-FROM-DATE
               IF WS-HR-COUNT >= 2000
                   MOVE 'Y' TO WS-HR-OVERFLOW
               ELSE
                   ADD 1 TO WS-HR-COUNT
                   MOVE WS-KY-HIT TO WS-HR-KEY (WS-HR-COUNT)
                   MOVE HS-PROGRAM TO WS-HR-PROGRAM (WS-HR-COUNT)
                   MOVE HS-RUN-DATE TO WS-HR-RUN-DATE (WS-HR-COUNT)
                   MOVE HS-ELAPSED TO WS-HR-ELAPSED (WS-HR-COUNT)
                   MOVE HS-STATUS TO WS-HR-STATUS (WS-HR-COUNT)
                   MOVE HS-LATE TO WS-HR-LATE (WS-HR-COUNT)
                   PERFORM COMPUTE-ROLLING-AVERAGE
                   MOVE WS-SUM TO WS-HR-AVG (WS-HR-COUNT)
               END-IF
           END-IF.
           ADD 1 TO WS-KY-NEXT (WS-KY-HIT).
           IF WS-KY-NEXT (WS-KY-HIT) > 5
               MOVE 1 TO WS-KY-NEXT (WS-KY-HIT)
           END-IF.
           MOVE HS-ELAPSED TO
               WS-KY-RING (WS-KY-HIT, WS-KY-NEXT (WS-KY-HIT)).
           ADD 1 TO WS-KY-RUNS (WS-KY-HIT).

       FIND-KEY-ROW.
           MOVE 0 TO WS-KY-HIT.
           PERFORM VARYING WS-KY-IDX FROM 1 BY 1
               UNTIL WS-KY-IDX > WS-KY-COUNT
               OR WS-KY-HIT > 0
               IF WS-KY-STREAM (WS-KY-IDX) = HS-STREAM
                   AND WS-KY-STEP (WS-KY-IDX) = HS-STEP
                   MOVE WS-KY-IDX TO WS-KY-HIT
               END-IF
           END-PERFORM.
           IF WS-KY-HIT = 0 AND WS-KY-COUNT < 100
               ADD 1 TO WS-KY-COUNT
               MOVE WS-KY-COUNT TO WS-KY-HIT
               MOVE HS-STREAM TO WS-KY-STREAM (WS-KY-HIT)
               MOVE HS-STEP TO WS-KY-STEP (WS-KY-HIT)
               MOVE 0 TO WS-KY-RUNS (WS-KY-HIT)
               MOVE 0 TO WS-KY-NEXT (WS-KY-HIT)
           END-IF.

      *    AVERAGE OF UP TO FIVE PRIOR RUNS, LEFT IN WS-SUM; ZERO
      *    WHEN THE STEP HAS NO PRIOR RUN.
       COMPUTE-ROLLING-AVERAGE.
           MOVE 0 TO WS-SUM.
           IF WS-KY-RUNS (WS-KY-HIT) = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-KY-RUNS (WS-KY-HIT) > 5
               MOVE 5 TO WS-RING-USED
           ELSE
               MOVE WS-KY-RUNS (WS-KY-HIT) TO WS-RING-USED
           END-IF.
           PERFORM VARYING WS-RING-IDX FROM 1 BY 1
               UNTIL WS-RING-IDX > WS-RING-USED
               ADD WS-KY-RING (WS-KY-HIT, WS-RING-IDX) TO WS-SUM
           END-PERFORM.
           COMPUTE WS-SUM ROUNDED = WS-SUM / WS-RING-USED.

       PRINT-TREND.
           MOVE SPACES TO WS-RPT-COLHDR.
           STRING "STREAM   ST PROGRAM            RUN DATE"
               " ELAPSED  AVG(5)  PCT ST LATE" DELIMITED BY SIZE
               INTO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "RUNS FROM " WS-FROM-DATE
               "; ELAPSED AND AVERAGE IN SECONDS".
           MOVE 0 TO WS-SHOWN WS-SLOW-COUNT WS-LATE-COUNT.
           PERFORM VARYING WS-KY-IDX FROM 1 BY 1
               UNTIL WS-KY-IDX > WS-KY-COUNT
               PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > WS-HR-COUNT
                   IF WS-HR-KEY (WS-HR-IDX) = WS-KY-IDX
                       PERFORM PRINT-ONE-RUN
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-SHOWN TO OUT-COUNT.
           DISPLAY "RUNS LISTED: " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-SLOW-COUNT TO OUT-COUNT.
           DISPLAY "RUNS OVER " WS-SLOW-PCT " PCT OF AVERAGE: "
               FUNCTION TRIM(OUT-COUNT).
           MOVE WS-LATE-COUNT TO OUT-COUNT.
           DISPLAY "RUNS PAST DEADLINE: " FUNCTION TRIM(OUT-COUNT).

       PRINT-ONE-RUN.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           ADD 1 TO WS-SHOWN.
           MOVE WS-HR-ELAPSED (WS-HR-IDX) TO OUT-ELAPSED.
           MOVE WS-HR-AVG (WS-HR-IDX) TO OUT-AVG.
           MOVE 0 TO WS-PCT.
           IF WS-HR-AVG (WS-HR-IDX) > 0
               COMPUTE WS-PCT ROUNDED = WS-HR-ELAPSED (WS-HR-IDX)
                   * 100 / WS-HR-AVG (WS-HR-IDX)
                   ON SIZE ERROR
                       MOVE 9999 TO WS-PCT
               END-COMPUTE
           END-IF.
           IF WS-PCT > 9999
               MOVE 9999 TO WS-PCT
           END-IF.
           MOVE WS-PCT TO OUT-PCT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-KY-STREAM (WS-KY-IDX) " "
               WS-KY-STEP (WS-KY-IDX) " "
               WS-HR-PROGRAM (WS-HR-IDX) (1:18) " "
               WS-HR-RUN-DATE (WS-HR-IDX) " "
               OUT-ELAPSED " " OUT-AVG " " OUT-PCT " "
               WS-HR-STATUS (WS-HR-IDX)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           IF WS-HR-LATE (WS-HR-IDX) = 'Y'
               ADD 1 TO WS-LATE-COUNT
               MOVE "LATE" TO WS-RPT-LINE (65:4)
           END-IF.
           IF WS-HR-AVG (WS-HR-IDX) > 0
               AND WS-PCT > WS-SLOW-PCT
               ADD 1 TO WS-SLOW-COUNT
               MOVE ">>>" TO WS-RPT-LINE (70:3)
           END-IF.
           DISPLAY WS-RPT-LINE.
       END PROGRAM RUNTREND.
