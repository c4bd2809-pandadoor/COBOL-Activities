      *    OPERATOR, LINE COUNT, RETENTION DAYS, SPOOL FILE), SO
      *    YESTERDAY'S REPORT CAN BE REPRINTED THROUGH RPTBROWSE
      *    WITHOUT RERUNNING THE JOB AGAINST PRODUCTION DATA.
      *    FUNCTION 'B' BURSTS A DEPARTMENTAL REPORT: THE CALLER
      *    PASSES THE DEPARTMENT CODE IN THE FIRST FOUR BYTES OF THE
      *    LINE AT EACH DEPARTMENT BREAK (SPACES TO END THE LAST
      *    DEPARTMENT BEFORE THE TOTALS). WHEN THE DISTRIBUTION LIST
      *    PRACTICALS/DISTLIST.DAT NAMES RECIPIENTS FOR THE REPORT
      *    AND DEPARTMENT (DEPARTMENT '*' IS EVERY DEPARTMENT), THE
      *    LINES UP TO THE NEXT BREAK ALSO GO TO A SPOOL FILE OF
      *    THEIR OWN, HEADED WITH THE LINES SPOOLED BEFORE THE FIRST
      *    BREAK, CATALOGUED ONCE PER RECIPIENT AND LOGGED ON THE
      *    DISTRIBUTION LOG PRACTICALS/DISTLOG.DAT. THE FULL REPORT
      *    OF A REPORT WITH A DISTRIBUTION LIST IS CATALOGUED TO THE
      *    OPERATOR WHO RAN IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO "PRACTICALS/RPTCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-STATUS.
           SELECT SECT-FILE
               ASSIGN TO DYNAMIC WS-SECT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECT-STATUS.
           SELECT DIST-FILE
               ASSIGN TO "PRACTICALS/DISTLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIST-STATUS.
           SELECT DLOG-FILE
               ASSIGN TO "PRACTICALS/DISTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DLOG-STATUS.
           SELECT SESSION-FILE
               ASSIGN TO "SELDATA/SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05 CAT-RETAIN PIC 9(3).
           05 CAT-FILLER-7 PIC X(1).
           05 CAT-SPOOL-NAME PIC X(30).
           05 CAT-FILLER-8 PIC X(1).
           05 CAT-DEPT PIC X(4).
           05 CAT-FILLER-9 PIC X(1).
           05 CAT-RECIPIENT PIC X(10).

       FD  SECT-FILE.
       01  SECT-REC PIC X(80).
       FD  DIST-FILE.
       01  DIST-REC.
           COPY DLREC.
       FD  DLOG-FILE.
       01  DLOG-REC.
           COPY DLOGREC.

       FD  SESSION-FILE.
       01  SESSION-REC.
       01  WS-TIME-FULL PIC 9(8).
       01  WS-RETAIN-DAYS PIC 9(3) VALUE 30.

       01  SECT-STATUS PIC XX.
       01  DIST-STATUS PIC XX.
       01  DLOG-STATUS PIC XX.
       01  WS-SECT-NAME PIC X(30).
       01  WS-SECT-OPEN PIC X VALUE 'N'.
       01  WS-SECT-SEQ PIC 9(4).
       01  WS-SECT-DEPT PIC X(4).
       01  WS-SECT-LINES PIC 9(5).
       01  WS-NEXT-SEQ PIC 9(4).
       01  WS-BURST-STARTED PIC X VALUE 'N'.
       01  WS-PRE-COUNT PIC 9(1) VALUE 0.
       01  WS-PRE-TABLE.
           05 WS-PRE-LINE PIC X(80) OCCURS 5 TIMES.
       01  WS-PRE-IDX PIC 9(1).
       01  WS-DL-COUNT PIC 9(3) VALUE 0.
       01  WS-DL-TABLE.
           05 WS-DL-ENTRY OCCURS 100 TIMES.
               10 WS-DL-DEPT PIC X(4).
               10 WS-DL-OPERATOR PIC X(10).
       01  WS-DL-IDX PIC 9(3).
       01  WS-RC-COUNT PIC 9(2) VALUE 0.
       01  WS-RC-TABLE.
           05 WS-RC-OPERATOR PIC X(10) OCCURS 20 TIMES.
       01  WS-RC-IDX PIC 9(2).
       01  WS-RC-FOUND PIC X.

       LINKAGE SECTION.
       01  SPL-FUNCTION PIC X(1).
       01  SPL-REPORT-NAME PIC X(20).
                       MOVE SPL-LINE TO SPOOL-REC
                       WRITE SPOOL-REC
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM SPOOL-SECTION-LINE
                   END-IF
               WHEN 'B'
                   PERFORM BREAK-SECTION
               WHEN 'C'
                   PERFORM CLOSE-SPOOL
               WHEN OTHER
               MOVE 'Y' TO WS-OPEN
               MOVE SPL-REPORT-NAME TO WS-REPORT-NAME
               MOVE 0 TO WS-LINE-COUNT
               COMPUTE WS-NEXT-SEQ = WS-SEQ-NO + 1
               MOVE 'N' TO WS-BURST-STARTED
               MOVE 0 TO WS-PRE-COUNT
               PERFORM LOAD-DIST-LIST
           END-IF.

       CLOSE-SPOOL.
           IF WS-SECT-OPEN = 'Y'
               PERFORM CLOSE-SECTION
           END-IF.
           IF WS-OPEN = 'Y'
               CLOSE SPOOL-FILE
               MOVE 'N' TO WS-OPEN
           MOVE WS-LINE-COUNT TO CAT-LINES.
           MOVE WS-RETAIN-DAYS TO CAT-RETAIN.
           MOVE WS-SPOOL-NAME TO CAT-SPOOL-NAME.
           IF WS-DL-COUNT > 0
               MOVE WS-OPERATOR TO CAT-RECIPIENT
           END-IF.
           OPEN EXTEND CAT-FILE.
           IF CAT-STATUS = "05" OR CAT-STATUS = "35"
               OPEN OUTPUT CAT-FILE
           WRITE CAT-REC.
           CLOSE CAT-FILE.

      *    THE DISTRIBUTION LIST ROWS FOR THIS REPORT ARE HELD FOR
      *    THE LIFE OF THE SPOOL FILE.
       LOAD-DIST-LIST.
           MOVE 0 TO WS-DL-COUNT.
           OPEN INPUT DIST-FILE.
           IF DIST-STATUS = "00"
               PERFORM UNTIL DIST-STATUS NOT = "00"
                   READ DIST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DL-REPORT = WS-REPORT-NAME
                               AND DL-OPERATOR NOT = SPACES
                               AND WS-DL-COUNT < 100
                               ADD 1 TO WS-DL-COUNT
                               MOVE DL-DEPT TO
                                   WS-DL-DEPT (WS-DL-COUNT)
                               MOVE DL-OPERATOR TO
                                   WS-DL-OPERATOR (WS-DL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIST-FILE
           END-IF.

      *    LINES SPOOLED BEFORE THE FIRST BREAK (TITLE, COLUMN
      *    HEADINGS, RUN PARAMETERS) ARE KEPT TO HEAD EACH SECTION.
       SPOOL-SECTION-LINE.
           IF WS-BURST-STARTED = 'N'
               IF WS-PRE-COUNT < 5
                   ADD 1 TO WS-PRE-COUNT
                   MOVE SPL-LINE TO WS-PRE-LINE (WS-PRE-COUNT)
               END-IF
           END-IF.
           IF WS-SECT-OPEN = 'Y'
               MOVE SPL-LINE TO SECT-REC
               WRITE SECT-REC
               ADD 1 TO WS-SECT-LINES
           END-IF.

      *    A SECTION TAKES THE NEXT SEQUENCE NUMBER AFTER THE FULL
      *    REPORT'S, SO ALL THE FILES OF ONE RUN NUMBER TOGETHER.
      *    A DEPARTMENT NOBODY IS ON THE LIST FOR STAYS IN THE FULL
      *    REPORT ONLY.
       BREAK-SECTION.
           IF WS-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-BURST-STARTED.
           IF WS-SECT-OPEN = 'Y'
               PERFORM CLOSE-SECTION
           END-IF.
           IF SPL-LINE (1:4) = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPL-LINE (1:4) TO WS-SECT-DEPT.
           PERFORM FIND-RECIPIENTS.
           IF WS-RC-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEXT-SEQ TO WS-SECT-SEQ.
           ADD 1 TO WS-NEXT-SEQ.
           MOVE WS-SECT-SEQ TO WS-SEQ-NO-X.
           MOVE SPACES TO WS-SECT-NAME.
           STRING "PRACTICALS/SPOOL-" WS-SEQ-NO-X ".RPT"
               DELIMITED BY SIZE INTO WS-SECT-NAME.
           OPEN OUTPUT SECT-FILE.
           IF SECT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-SECT-OPEN.
           MOVE 0 TO WS-SECT-LINES.
           MOVE SPACES TO SECT-REC.
           STRING FUNCTION TRIM(WS-REPORT-NAME) " - DEPARTMENT "
               WS-SECT-DEPT DELIMITED BY SIZE INTO SECT-REC.
           WRITE SECT-REC.
           ADD 1 TO WS-SECT-LINES.
           PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
               UNTIL WS-PRE-IDX > WS-PRE-COUNT
               MOVE WS-PRE-LINE (WS-PRE-IDX) TO SECT-REC
               WRITE SECT-REC
               ADD 1 TO WS-SECT-LINES
           END-PERFORM.

       FIND-RECIPIENTS.
           MOVE 0 TO WS-RC-COUNT.
           PERFORM VARYING WS-DL-IDX FROM 1 BY 1
               UNTIL WS-DL-IDX > WS-DL-COUNT
               IF WS-DL-DEPT (WS-DL-IDX) = WS-SECT-DEPT
                   OR WS-DL-DEPT (WS-DL-IDX) = "*"
                   PERFORM ADD-RECIPIENT
               END-IF
           END-PERFORM.

       ADD-RECIPIENT.
           MOVE 'N' TO WS-RC-FOUND.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-OPERATOR (WS-RC-IDX) =
                   WS-DL-OPERATOR (WS-DL-IDX)
                   MOVE 'Y' TO WS-RC-FOUND
               END-IF
           END-PERFORM.
           IF WS-RC-FOUND = 'N' AND WS-RC-COUNT < 20
               ADD 1 TO WS-RC-COUNT
               MOVE WS-DL-OPERATOR (WS-DL-IDX) TO
                   WS-RC-OPERATOR (WS-RC-COUNT)
           END-IF.

      *    ONE CATALOG ROW AND ONE DISTRIBUTION LOG ROW PER
      *    RECIPIENT, ALL POINTING AT THE SAME SECTION FILE.
       CLOSE-SECTION.
           CLOSE SECT-FILE.
           MOVE 'N' TO WS-SECT-OPEN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-FULL FROM TIME.
           PERFORM GET-SESSION-OPERATOR.
           OPEN EXTEND CAT-FILE.
           IF CAT-STATUS = "05" OR CAT-STATUS = "35"
               OPEN OUTPUT CAT-FILE
           END-IF.
           OPEN EXTEND DLOG-FILE.
           IF DLOG-STATUS = "05" OR DLOG-STATUS = "35"
               OPEN OUTPUT DLOG-FILE
           END-IF.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT
               MOVE SPACES TO CAT-REC
               MOVE WS-SECT-SEQ TO CAT-SEQ
               MOVE WS-REPORT-NAME TO CAT-NAME
               MOVE WS-TODAY TO CAT-DATE
               DIVIDE WS-TIME-FULL BY 10000 GIVING CAT-TIME
               MOVE WS-OPERATOR TO CAT-OPERATOR
               MOVE WS-SECT-LINES TO CAT-LINES
               MOVE WS-RETAIN-DAYS TO CAT-RETAIN
               MOVE WS-SECT-NAME TO CAT-SPOOL-NAME
               MOVE WS-SECT-DEPT TO CAT-DEPT
               MOVE WS-RC-OPERATOR (WS-RC-IDX) TO CAT-RECIPIENT
               WRITE CAT-REC
               MOVE SPACES TO DLOG-REC
               MOVE WS-TODAY TO DG-DATE
               MOVE CAT-TIME TO DG-TIME
               MOVE WS-REPORT-NAME TO DG-REPORT
               MOVE WS-SECT-DEPT TO DG-DEPT
               MOVE WS-RC-OPERATOR (WS-RC-IDX) TO DG-RECIPIENT
               MOVE WS-SECT-SEQ TO DG-SEQ
               MOVE WS-SECT-LINES TO DG-LINES
               MOVE WS-OPERATOR TO DG-SENT-BY
               WRITE DLOG-REC
           END-PERFORM.
           CLOSE CAT-FILE.
           CLOSE DLOG-FILE.

      *    THE MAIN MENU RECORDS THE LOGGED-IN OPERATOR ON
      *    SELDATA/SESSION.DAT AT SIGN-ON; THE CATALOG PICKS IT UP
      *    FROM THERE, FALLING BACK TO CONSOLE FOR JOBS RUN OUTSIDE
