      *    SHOWS THE PRIOR 13 WEEKS BESIDE IT, AND FLAGS EVERY
      *    EMPLOYEE WHOSE OVERTIME EXCEEDED THE CONFIGURED SHARE OF
      *    BASIC PAY FOR THE CONFIGURED NUMBER OF CONSECUTIVE WEEKS
      *    (OTRNDCFG.DAT, DEFAULT 25 PCT FOR 4 WEEKS). THE HISTORY
      *    IS READ ON THE PAY-DATE KEY FROM THE START OF THE PRIOR
      *    13 WEEKS TO THE END DATE. THE REPORT IS SPOOLED AND BURST
      *    AT EACH DEPARTMENT, WITH THE DEPARTMENT'S FLAGGED
      *    EMPLOYEES UNDER ITS TREND LINE, FOR THE DISTRIBUTION LIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HIST-FILE
           ASSIGN TO "PRACTICALS/PAYHIST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-PAY-PERIOD WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-PAY-DATE WITH DUPLICATES
           FILE STATUS IS HIST-STATUS.
       SELECT EM-MASTER-FILE
           ASSIGN TO "PRACTICALS/EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT EMP-FILE
           ASSIGN TO "PRACTICALS/QUIZLAB3.DAT"
       01  WS-FL-TABLE.
           05 WS-FL-ENTRY OCCURS 200 TIMES.
               10 WS-FL-EMP PIC X(8).
               10 WS-FL-DEPT PIC X(4).
               10 WS-FL-RUN PIC 9(3).
               10 WS-FL-BEST PIC 9(3).
       01  WS-FL-IDX PIC 9(3).
           "DEPT  OT PAY (CUR)   EST HOURS   OT PAY (PRIOR)  TREND".
       01  WS-RPT-LPP PIC 9(3) VALUE 20.

       01  WS-TREND-WORD PIC X(7).
       01  WS-SPL-FUNCTION PIC X(1).
       01  WS-SPL-REPORT PIC X(20) VALUE "OVERTIME TREND".
       01  WS-SPL-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "REPORT END DATE (YYYYMMDD, 0 FOR TODAY): "
           PERFORM LOAD-CONFIG.
           PERFORM LOAD-OT-MULTIPLIER.
           PERFORM SCAN-PAY-HISTORY.
           MOVE 'O' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.
           IF WS-DEPT-COUNT = 0
               DISPLAY "NO OVERTIME IN THE WINDOW."
               MOVE "NO OVERTIME IN THE WINDOW." TO WS-SPL-LINE
               PERFORM SPOOL-ONE-LINE
           ELSE
               PERFORM PRINT-TREND
           END-IF.
           PERFORM PRINT-FLAGGED-EMPLOYEES.
           MOVE 'C' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.
           GOBACK.

       COMPUTE-WINDOWS.
           END-IF.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS = "00"
               MOVE WS-PRI-START TO HIST-PAY-DATE
               START HIST-FILE KEY IS NOT LESS THAN HIST-PAY-DATE
                   INVALID KEY
                       CONTINUE
               END-START
               PERFORM UNTIL HIST-STATUS NOT = "00"
                   AND HIST-STATUS NOT = "02"
                   READ HIST-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HIST-PAY-DATE > WS-END-DATE
                               MOVE "10" TO HIST-STATUS
                           ELSE
                               PERFORM CONSIDER-ONE-WEEK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

      *    CONSECUTIVE QUALIFYING WEEKS PER EMPLOYEE: PAY HISTORY IS
      *    READ IN PAY-DATE ORDER, SO SUCCESSIVE QUALIFYING ROWS
      *    COUNT AS A RUN AND A NON-QUALIFYING WEEK RESETS IT.
       TRACK-EMPLOYEE-SHARE.
           MOVE 0 TO WS-FL-HIT.
               ADD 1 TO WS-FL-COUNT
               MOVE WS-FL-COUNT TO WS-FL-HIT
               MOVE HIST-EMP-ID TO WS-FL-EMP (WS-FL-HIT)
               MOVE WS-EMP-DEPT TO WS-FL-DEPT (WS-FL-HIT)
               MOVE 0 TO WS-FL-RUN (WS-FL-HIT)
               MOVE 0 TO WS-FL-BEST (WS-FL-HIT)
           END-IF.
           DISPLAY "CURRENT 13 WEEKS: " WS-CUR-START " - "
               WS-END-DATE "   PRIOR: " WS-PRI-START " - "
               WS-PRI-END.
           MOVE WS-RPT-COLHDR TO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "CURRENT 13 WEEKS: " WS-CUR-START " - "
               WS-END-DATE "   PRIOR: " WS-PRI-START " - "
               WS-PRI-END DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE 'L' TO WS-RPT-FUNCTION
               IF WS-DEPT-CUR-OT (WS-DEPT-IDX) >
                   WS-DEPT-PRI-OT (WS-DEPT-IDX)
                   DISPLAY "  RISING"
                   MOVE "RISING" TO WS-TREND-WORD
               ELSE
                   IF WS-DEPT-CUR-OT (WS-DEPT-IDX) <
                       WS-DEPT-PRI-OT (WS-DEPT-IDX)
                       DISPLAY "  FALLING"
                       MOVE "FALLING" TO WS-TREND-WORD
                   ELSE
                       DISPLAY "  LEVEL"
                       MOVE "LEVEL" TO WS-TREND-WORD
                   END-IF
               END-IF
               PERFORM SPOOL-DEPT-TREND
           END-PERFORM.
           MOVE SPACES TO WS-SPL-LINE.
           PERFORM SPOOL-DEPT-BREAK.

      *    EACH DEPARTMENT'S SECTION CARRIES ITS TREND LINE AND THE
      *    FLAGGED EMPLOYEES WHO WORK IN IT.
       SPOOL-DEPT-TREND.
           MOVE WS-DEPT-CODE (WS-DEPT-IDX) TO WS-SPL-LINE.
           PERFORM SPOOL-DEPT-BREAK.
           MOVE SPACES TO WS-SPL-LINE.
           STRING WS-RPT-LINE (1:45) "  " WS-TREND-WORD
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > WS-FL-COUNT
               IF WS-FL-DEPT (WS-FL-IDX) = WS-DEPT-CODE (WS-DEPT-IDX)
                   AND WS-FL-BEST (WS-FL-IDX) >= WS-CONSEC-WEEKS
                   MOVE SPACES TO WS-SPL-LINE
                   STRING "      FLAGGED " WS-FL-EMP (WS-FL-IDX) "  "
                       WS-FL-BEST (WS-FL-IDX) " CONSECUTIVE WEEKS"
                       DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-ONE-LINE
               END-IF
           END-PERFORM.

       SPOOL-ONE-LINE.
           MOVE 'L' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.

       SPOOL-DEPT-BREAK.
           MOVE 'B' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.

       PRINT-FLAGGED-EMPLOYEES.
           DISPLAY SPACES.
           DISPLAY "EMPLOYEES OVER " WS-SHARE-PCT " PCT OF BASIC"
               " FOR " WS-CONSEC-WEEKS "+ CONSECUTIVE WEEKS".
           MOVE SPACES TO WS-SPL-LINE.
           STRING "EMPLOYEES OVER " WS-SHARE-PCT " PCT OF BASIC"
               " FOR " WS-CONSEC-WEEKS "+ CONSECUTIVE WEEKS"
               DELIMITED BY SIZE INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE 0 TO WS-FL-HIT.
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > WS-FL-COUNT
                   DISPLAY "  " WS-FL-EMP (WS-FL-IDX) "  "
                       WS-FL-BEST (WS-FL-IDX)
                       " CONSECUTIVE WEEKS"
                   MOVE SPACES TO WS-SPL-LINE
                   STRING "  " WS-FL-EMP (WS-FL-IDX) "  "
                       WS-FL-DEPT (WS-FL-IDX) "  "
                       WS-FL-BEST (WS-FL-IDX) " CONSECUTIVE WEEKS"
                       DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-ONE-LINE
               END-IF
           END-PERFORM.
           IF WS-FL-HIT = 0
               DISPLAY "  (NONE)"
               MOVE "  (NONE)" TO WS-SPL-LINE
               PERFORM SPOOL-ONE-LINE
           END-IF.
       END PROGRAM OTTREND.
