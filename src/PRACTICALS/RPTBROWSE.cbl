      *    REPORT RUNS RECORDED BY SPOOLER ON RPTCAT.DAT AND TYPES A
      *    CHOSEN SPOOL FILE BACK TO THE TERMINAL, SO YESTERDAY'S
      *    REGISTER CAN BE PULLED UP WITHOUT TOUCHING PRODUCTION
      *    DATA. A DEPARTMENT SECTION BURST OFF A REPORT BY ITS
      *    DISTRIBUTION LIST, OR THE FULL COPY OF SUCH A REPORT, IS
      *    CATALOGUED TO ONE RECIPIENT AND IS LISTED AND REPRINTED
      *    ONLY FOR THE OPERATOR SIGNED ON AS THAT RECIPIENT
      *    (SELDATA/SESSION.DAT), OR FOR AN OPERATOR WITH THE ADMIN
      *    ROLE. EVERY OTHER REPORT IS OPEN TO ALL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO DYNAMIC WS-SPOOL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPOOL-STATUS.
       SELECT SESSION-FILE
           ASSIGN TO "SELDATA/SESSION.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SESSION-STATUS.
       SELECT OPERATOR-FILE
           ASSIGN TO "SELDATA/OPERATORS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CAT-RETAIN PIC 9(3).
           05 CAT-FILLER-7 PIC X(1).
           05 CAT-SPOOL-NAME PIC X(30).
           05 CAT-FILLER-8 PIC X(1).
           05 CAT-DEPT PIC X(4).
           05 CAT-FILLER-9 PIC X(1).
           05 CAT-RECIPIENT PIC X(10).
       FD  SPOOL-FILE.
       01  SPOOL-REC PIC X(80).
       FD  SESSION-FILE.
       01  SESSION-REC.
           05 SESSION-OPERATOR PIC X(10).
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05 OP-ID-IN PIC X(10).
           05 OP-FILLER PIC X(1).
           05 OP-PASSWORD-IN PIC X(10).
           05 OP-FILLER-2 PIC X(1).
           05 OP-ROLE-IN PIC X(10).

       WORKING-STORAGE SECTION.
       01  CAT-STATUS PIC XX.
       01  WS-PICK PIC 9(4).
       01  WS-FOUND PIC X.
       01  WS-AGAIN PIC X(10).
       01  SESSION-STATUS PIC XX.
       01  OPERATOR-STATUS PIC XX.
       01  WS-OPERATOR PIC X(10).
       01  WS-OP-ROLE PIC X(10).
       01  WS-VISIBLE PIC X.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           DISPLAY "REPORT CATALOG".
           PERFORM GET-SESSION-OPERATOR.
           PERFORM LIST-CATALOG.
           DISPLAY "REPRINT WHICH SEQUENCE NUMBER (0 TO EXIT): "
               WITH NO ADVANCING.
               DISPLAY "NO SPOOLED REPORTS ON THE CATALOG."
           ELSE
               DISPLAY "SEQ   REPORT                DATE      TIME "
                   " OPERATOR    LINES  DEPT"
               PERFORM UNTIL CAT-STATUS NOT = "00"
                   READ CAT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM CHECK-VISIBLE
                           IF WS-VISIBLE = 'Y'
                               DISPLAY CAT-SEQ "  " CAT-NAME "  "
                                   CAT-DATE "  " CAT-TIME "  "
                                   CAT-OPERATOR "  " CAT-LINES "  "
                                   CAT-DEPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM CHECK-VISIBLE
                           IF CAT-SEQ = WS-PICK AND WS-VISIBLE = 'Y'
                               MOVE 'Y' TO WS-FOUND
                               MOVE CAT-SPOOL-NAME TO WS-SPOOL-NAME
                           END-IF
                   CLOSE SPOOL-FILE
               END-IF
           END-IF.

       CHECK-VISIBLE.
           MOVE 'N' TO WS-VISIBLE.
           IF CAT-RECIPIENT = SPACES
               OR CAT-RECIPIENT = WS-OPERATOR
               OR WS-OP-ROLE = "ADMIN"
               MOVE 'Y' TO WS-VISIBLE
           END-IF.

      *    THE SIGNED-ON OPERATOR AND THEIR ROLE, AS MASKUTIL FINDS
      *    THEM. RUN OUTSIDE THE MENU IT IS CONSOLE, WHICH SEES ONLY
      *    THE REPORTS OPEN TO ALL.
       GET-SESSION-OPERATOR.
           MOVE "CONSOLE" TO WS-OPERATOR.
           MOVE SPACES TO WS-OP-ROLE.
           OPEN INPUT SESSION-FILE.
           IF SESSION-STATUS = "00"
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SESSION-OPERATOR NOT = SPACES
                           MOVE SESSION-OPERATOR TO WS-OPERATOR
                       END-IF
               END-READ
               CLOSE SESSION-FILE
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS = "00"
               PERFORM UNTIL OPERATOR-STATUS NOT = "00"
                   READ OPERATOR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OP-ID-IN = WS-OPERATOR
                               MOVE OP-ROLE-IN TO WS-OP-ROLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.
       END PROGRAM RPTBROWSE.
