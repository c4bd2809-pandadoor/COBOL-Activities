      *    CODE - THE SAME JOIN THE LABOR DISTRIBUTION REPORT USES -
      *    AND PRINTS AMOUNT AND PERCENT VARIANCE PER DEPARTMENT FOR
      *    THE CHOSEN MONTH WITH A YEAR-TO-DATE COLUMN BESIDE IT.
      *    THE HISTORY IS READ ON THE PAY-DATE KEY FROM 1 JANUARY OF
      *    THE REPORT YEAR TO THE END OF THE REPORT MONTH. THE
      *    VARIANCE REPORT IS SPOOLED AND BURST AT EACH DEPARTMENT
      *    FOR THE DISTRIBUTION LIST.
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

       DATA DIVISION.
       01  WS-EM-OPEN PIC X VALUE 'N'.
       01  WS-REC-MONTH PIC 9(6).
       01  WS-TMP-YEAR PIC 9(4).
       01  WS-DATE-LO PIC 9(8).
       01  WS-DATE-HI PIC 9(8).
       01  WS-EMP-DEPT PIC X(4).

       01  WS-BUD-COUNT PIC 9(3) VALUE 0.
      -    "    YTD VARIANCE".
       01  WS-RPT-LPP PIC 9(3) VALUE 20.

       01  WS-SPL-FUNCTION PIC X(1).
       01  WS-SPL-REPORT PIC X(20) VALUE "BUDGET VS ACTUAL".
       01  WS-SPL-LINE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           END-IF.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS = "00"
               COMPUTE WS-DATE-LO = WS-YEAR-IN * 10000 + 101
               COMPUTE WS-DATE-HI = WS-MONTH-IN * 100 + 31
               MOVE WS-DATE-LO TO HIST-PAY-DATE
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
                           IF HIST-PAY-DATE > WS-DATE-HI
                               MOVE "10" TO HIST-STATUS
                           ELSE
                               PERFORM CONSIDER-ONE-HIST-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "MONTH " WS-MONTH-IN.
           MOVE 'O' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.
           MOVE WS-RPT-COLHDR TO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           MOVE SPACES TO WS-SPL-LINE.
           STRING "MONTH " WS-MONTH-IN DELIMITED BY SIZE
               INTO WS-SPL-LINE.
           PERFORM SPOOL-ONE-LINE.
           PERFORM VARYING WS-RP-IDX FROM 1 BY 1
               UNTIL WS-RP-IDX > WS-RPT-COUNT
               MOVE 'L' TO WS-RPT-FUNCTION
                   OUT-ACT " " OUT-VAR " " OUT-PCT " " OUT-YTD
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               DISPLAY WS-RPT-LINE
               MOVE WS-RP-DEPT (WS-RP-IDX) TO WS-SPL-LINE
               PERFORM SPOOL-DEPT-BREAK
               MOVE WS-RPT-LINE TO WS-SPL-LINE
               PERFORM SPOOL-ONE-LINE
               IF WS-RP-BUD-HRS (WS-RP-IDX) > 0
                   MOVE WS-RP-BUD-HRS (WS-RP-IDX) TO OUT-HRS
                   DISPLAY "      (BUDGETED HOURS " OUT-HRS ")"
                   MOVE SPACES TO WS-SPL-LINE
                   STRING "      (BUDGETED HOURS " OUT-HRS ")"
                       DELIMITED BY SIZE INTO WS-SPL-LINE
                   PERFORM SPOOL-ONE-LINE
               END-IF
           END-PERFORM.
           MOVE 'C' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.

       SPOOL-ONE-LINE.
           MOVE 'L' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.

      *    EACH DEPARTMENT'S LINES ALSO GO TO ITS DISTRIBUTION LIST.
       SPOOL-DEPT-BREAK.
           MOVE 'B' TO WS-SPL-FUNCTION.
           CALL "SPOOLER" USING WS-SPL-FUNCTION WS-SPL-REPORT
               WS-SPL-LINE.
       END PROGRAM LABBUDG.
