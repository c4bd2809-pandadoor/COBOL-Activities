       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTMNT.
      *    REPORT DISTRIBUTION LISTS. EACH ROW OF DISTLIST.DAT NAMES
      *    A DEPARTMENTAL REPORT, A DEPARTMENT CODE FROM DEPTMAST.DAT
      *    (OR '*' FOR EVERY DEPARTMENT) AND AN OPERATOR FROM
      *    SELDATA/OPERATORS.DAT WHO IS TO RECEIVE THAT DEPARTMENT'S
      *    SECTION OF THE REPORT. SPOOLER BURSTS THE LABOR
      *    DISTRIBUTION, OVERTIME TREND, TARDINESS AND BUDGET VERSUS
      *    ACTUAL REPORTS AT EACH DEPARTMENT AGAINST THESE ROWS AND
      *    CATALOGUES EACH SECTION TO ITS RECIPIENTS, WHO THEN SEE
      *    IT IN RPTBROWSE. THE DISTRIBUTION LOG DISTLOG.DAT, WRITTEN
      *    BY SPOOLER, LISTS WHAT WAS DELIVERED TO WHOM, OPTIONALLY
      *    FOR ONE RECIPIENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DIST-FILE
           ASSIGN TO "PRACTICALS/DISTLIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DIST-STATUS.
       SELECT DLOG-FILE
           ASSIGN TO "PRACTICALS/DISTLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DLOG-STATUS.
       SELECT DEPT-FILE
           ASSIGN TO "PRACTICALS/DEPTMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPT-STATUS.
       SELECT OPERATOR-FILE
           ASSIGN TO "SELDATA/OPERATORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIST-FILE.
       01  DIST-REC.
           COPY DLREC.

       FD  DLOG-FILE.
       01  DLOG-REC.
           COPY DLOGREC.

       FD  DEPT-FILE.
       01  DEPT-REC.
           05 DEPT-CODE PIC X(4).
           05 DEPT-FILLER-1 PIC X(1).
           05 DEPT-COST-CENTER PIC X(6).
           05 DEPT-FILLER-2 PIC X(1).
           05 DEPT-NAME PIC X(20).

       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05 OP-ID-IN PIC X(10).
           05 OP-FILLER PIC X(1).
           05 OP-PASSWORD-IN PIC X(10).
           05 OP-FILLER-2 PIC X(1).
           05 OP-ROLE-IN PIC X(10).

       WORKING-STORAGE SECTION.
       01  DIST-STATUS PIC XX.
       01  DLOG-STATUS PIC XX.
       01  DEPT-STATUS PIC XX.
       01  OPERATOR-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-FOUND PIC X(1).

      *    THE REPORTS THAT BREAK BY DEPARTMENT, UNDER THE NAMES
      *    THEY ARE SPOOLED AS.
       01  WS-RN-TABLE.
           05 FILLER PIC X(20) VALUE "LABOR DISTRIBUTION".
           05 FILLER PIC X(20) VALUE "OVERTIME TREND".
           05 FILLER PIC X(20) VALUE "TARDINESS".
           05 FILLER PIC X(20) VALUE "BUDGET VS ACTUAL".
       01  WS-RN-RED REDEFINES WS-RN-TABLE.
           05 WS-RN-NAME PIC X(20) OCCURS 4 TIMES.
       01  WS-RN-IDX PIC 9(1).
       01  WS-RN-PICK PIC 9(1).

       01  WS-REPORT-IN PIC X(20).
       01  WS-DEPT-IN PIC X(4).
       01  WS-OPERATOR-IN PIC X(10).

       01  WS-DL-COUNT PIC 9(3) VALUE 0.
       01  WS-DL-OVERFLOW PIC X(1) VALUE 'N'.
       01  WS-DL-TABLE.
           05 WS-DL-ENTRY OCCURS 500 TIMES.
               10 WS-DL-REPORT PIC X(20).
               10 WS-DL-DEPT PIC X(4).
               10 WS-DL-OPERATOR PIC X(10).
       01  WS-DL-IDX PIC 9(3).
       01  WS-DL-HIT PIC 9(3).

       01  WS-LOG-COUNT PIC 9(5).
       01  OUT-COUNT PIC ZZZZ9.

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40).
       01  WS-RPT-COLHDR PIC X(80).
       01  WS-RPT-LPP PIC 9(3) VALUE 50.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           DISPLAY "REPORT DISTRIBUTION LISTS".
           DISPLAY "1 - ADD A RECIPIENT".
           DISPLAY "2 - REMOVE A RECIPIENT".
           DISPLAY "3 - LIST THE DISTRIBUTION LISTS".
           DISPLAY "4 - DISTRIBUTION LOG".
           DISPLAY "0 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           IF WS-CHOICE = 0
               GOBACK
           END-IF.
           PERFORM LOAD-DIST-LIST.

           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM ADD-RECIPIENT
            WHEN 2
               PERFORM REMOVE-RECIPIENT
            WHEN 3
               PERFORM LIST-DIST-LIST
            WHEN 4
               PERFORM LIST-DIST-LOG
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           ACCEPT OMITTED.
           PERFORM MAIN-PARA.

       LOAD-DIST-LIST.
           MOVE 0 TO WS-DL-COUNT.
           MOVE 'N' TO WS-DL-OVERFLOW.
           OPEN INPUT DIST-FILE.
           IF DIST-STATUS = "00"
               PERFORM UNTIL DIST-STATUS NOT = "00"
                   READ DIST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-DL-COUNT >= 500
                               MOVE 'Y' TO WS-DL-OVERFLOW
                           ELSE
                               ADD 1 TO WS-DL-COUNT
                               MOVE DL-REPORT TO
                                   WS-DL-REPORT (WS-DL-COUNT)
                               MOVE DL-DEPT TO WS-DL-DEPT (WS-DL-COUNT)
                               MOVE DL-OPERATOR TO
                                   WS-DL-OPERATOR (WS-DL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIST-FILE
           END-IF.
           IF WS-DL-OVERFLOW = 'Y'
               DISPLAY "WARNING: DISTRIBUTION LIST EXCEEDS THE"
                   " 500-ROW TABLE. CHANGES ARE SUSPENDED."
           END-IF.

       SAVE-DIST-LIST.
           OPEN OUTPUT DIST-FILE.
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
               UNTIL WS-DL-IDX > WS-DL-COUNT
               MOVE SPACES TO DIST-REC
               MOVE WS-DL-REPORT (WS-DL-IDX) TO DL-REPORT
               MOVE WS-DL-DEPT (WS-DL-IDX) TO DL-DEPT
               MOVE WS-DL-OPERATOR (WS-DL-IDX) TO DL-OPERATOR
               WRITE DIST-REC
           END-PERFORM.
           CLOSE DIST-FILE.

       ACCEPT-DIST-KEY.
           MOVE SPACES TO WS-REPORT-IN WS-DEPT-IN WS-OPERATOR-IN.
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
               UNTIL WS-RN-IDX > 4
               DISPLAY WS-RN-IDX " - " WS-RN-NAME (WS-RN-IDX)
           END-PERFORM.
           DISPLAY "REPORT: " WITH NO ADVANCING.
           ACCEPT WS-RN-PICK.
           IF WS-RN-PICK < 1 OR WS-RN-PICK > 4
               DISPLAY "ENTER 1 TO 4."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RN-NAME (WS-RN-PICK) TO WS-REPORT-IN.
           DISPLAY "DEPARTMENT CODE (* FOR EVERY DEPARTMENT): "
               WITH NO ADVANCING.
           ACCEPT WS-DEPT-IN.
           MOVE FUNCTION UPPER-CASE(WS-DEPT-IN) TO WS-DEPT-IN.
           DISPLAY "RECIPIENT OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-IN.

       FIND-DIST-ROW.
           MOVE 0 TO WS-DL-HIT.
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
               UNTIL WS-DL-IDX > WS-DL-COUNT OR WS-DL-HIT > 0
               IF WS-DL-REPORT (WS-DL-IDX) = WS-REPORT-IN
                   AND WS-DL-DEPT (WS-DL-IDX) = WS-DEPT-IN
                   AND WS-DL-OPERATOR (WS-DL-IDX) = WS-OPERATOR-IN
                   MOVE WS-DL-IDX TO WS-DL-HIT
               END-IF
           END-PERFORM.

       ADD-RECIPIENT.
           IF WS-DL-OVERFLOW = 'Y' OR WS-DL-COUNT >= 500
               DISPLAY "DISTRIBUTION LIST IS FULL. NOTHING ADDED."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-DIST-KEY.
           IF WS-REPORT-IN = SPACES OR WS-DEPT-IN = SPACES
               OR WS-OPERATOR-IN = SPACES
               DISPLAY "REPORT, DEPARTMENT AND RECIPIENT ARE"
                   " REQUIRED."
               EXIT PARAGRAPH
           END-IF.
           IF WS-DEPT-IN NOT = "*"
               PERFORM CHECK-DEPT-ON-FILE
               IF WS-FOUND = 'N'
                   DISPLAY "DEPARTMENT " WS-DEPT-IN
                       " IS NOT ON DEPTMAST.DAT."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM CHECK-OPERATOR-ON-FILE.
           IF WS-FOUND = 'N'
               DISPLAY "OPERATOR " FUNCTION TRIM(WS-OPERATOR-IN)
                   " IS NOT ON OPERATORS.DAT."
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-DIST-ROW.
           IF WS-DL-HIT > 0
               DISPLAY "THAT RECIPIENT IS ALREADY ON THE LIST."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DL-COUNT.
           MOVE WS-REPORT-IN TO WS-DL-REPORT (WS-DL-COUNT).
           MOVE WS-DEPT-IN TO WS-DL-DEPT (WS-DL-COUNT).
           MOVE WS-OPERATOR-IN TO WS-DL-OPERATOR (WS-DL-COUNT).
           PERFORM SAVE-DIST-LIST.
           DISPLAY "RECIPIENT ADDED.".

       REMOVE-RECIPIENT.
           IF WS-DL-OVERFLOW = 'Y'
               DISPLAY "DISTRIBUTION LIST IS TOO LARGE TO CHANGE."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-DIST-KEY.
           PERFORM FIND-DIST-ROW.
           IF WS-DL-HIT = 0
               DISPLAY "THAT RECIPIENT IS NOT ON THE LIST."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-DL-IDX FROM WS-DL-HIT BY 1
               UNTIL WS-DL-IDX >= WS-DL-COUNT
               MOVE WS-DL-ENTRY (WS-DL-IDX + 1) TO
                   WS-DL-ENTRY (WS-DL-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-DL-COUNT.
           PERFORM SAVE-DIST-LIST.
           DISPLAY "RECIPIENT REMOVED.".

       CHECK-DEPT-ON-FILE.
           MOVE 'N' TO WS-FOUND.
           OPEN INPUT DEPT-FILE.
           IF DEPT-STATUS = "00"
               PERFORM UNTIL DEPT-STATUS NOT = "00"
                   OR WS-FOUND = 'Y'
                   READ DEPT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DEPT-CODE = WS-DEPT-IN
                               MOVE 'Y' TO WS-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE
           END-IF.

       CHECK-OPERATOR-ON-FILE.
           MOVE 'N' TO WS-FOUND.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS = "00"
               PERFORM UNTIL OPERATOR-STATUS NOT = "00"
                   OR WS-FOUND = 'Y'
                   READ OPERATOR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OP-ID-IN = WS-OPERATOR-IN
                               MOVE 'Y' TO WS-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       LIST-DIST-LIST.
           IF WS-DL-COUNT = 0
               DISPLAY "NO DISTRIBUTION LISTS ON FILE."
               EXIT PARAGRAPH
           END-IF.
           MOVE "REPORT DISTRIBUTION LISTS" TO WS-RPT-TITLE.
           MOVE "REPORT                DEPT  RECIPIENT"
               TO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
               UNTIL WS-DL-IDX > WS-DL-COUNT
               MOVE 'L' TO WS-RPT-FUNCTION
               CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
                   WS-RPT-COLHDR WS-RPT-LPP
               DISPLAY WS-DL-REPORT (WS-DL-IDX) "  "
                   WS-DL-DEPT (WS-DL-IDX) "  "
                   WS-DL-OPERATOR (WS-DL-IDX)
           END-PERFORM.

       LIST-DIST-LOG.
           DISPLAY "RECIPIENT (BLANK FOR ALL): " WITH NO ADVANCING.
           MOVE SPACES TO WS-OPERATOR-IN.
           ACCEPT WS-OPERATOR-IN.
           OPEN INPUT DLOG-FILE.
           IF DLOG-STATUS NOT = "00"
               DISPLAY "NOTHING HAS BEEN DISTRIBUTED YET."
               EXIT PARAGRAPH
           END-IF.
           MOVE "REPORT DISTRIBUTION LOG" TO WS-RPT-TITLE.
           MOVE SPACES TO WS-RPT-COLHDR.
           STRING "DATE      TIME  REPORT                DEPT  "
               "RECIPIENT    SEQ  LINES  SENT BY"
               DELIMITED BY SIZE INTO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE 0 TO WS-LOG-COUNT.
           PERFORM UNTIL DLOG-STATUS NOT = "00"
               READ DLOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-OPERATOR-IN = SPACES
                           OR DG-RECIPIENT = WS-OPERATOR-IN
                           ADD 1 TO WS-LOG-COUNT
                           MOVE 'L' TO WS-RPT-FUNCTION
                           CALL "RPTHDR" USING WS-RPT-FUNCTION
                               WS-RPT-TITLE WS-RPT-COLHDR WS-RPT-LPP
                           DISPLAY DG-DATE "  " DG-TIME "  "
                               DG-REPORT "  " DG-DEPT "  "
                               DG-RECIPIENT "  " DG-SEQ "  "
                               DG-LINES "  " DG-SENT-BY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DLOG-FILE.
           MOVE WS-LOG-COUNT TO OUT-COUNT.
           DISPLAY "SECTIONS DELIVERED: " FUNCTION TRIM(OUT-COUNT).
       END PROGRAM DISTMNT.
