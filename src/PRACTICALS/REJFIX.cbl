      *    PRICES FROM THE PRODUCT MASTER AND THE COMMRATES TIERS),
      *    AND THE REJECT IS MARKED CLOSED WITH THE FIXING
      *    OPERATOR'S ID. LEGACY REJECT ROWS WITHOUT THE STATUS
      *    FIELDS READ AS OPEN. ONBOARDING IMPORT REJECTS ON
      *    ONBREJ.DAT ARE WORKED THE SAME WAY: THE CORRECTED HIRE
      *    ROW GOES BACK THROUGH THE ONBOARD-ROW ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO "SELDATA/COMMREJECT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COMMREJ-STATUS.
       SELECT ONBREJ-FILE
           ASSIGN TO "PRACTICALS/ONBREJ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ONBREJ-STATUS.
       SELECT SALESMAN-FILE
           ASSIGN TO "SELDATA/SALESMAN.DAT"
           ORGANIZATION IS INDEXED
           05 CREJ-FILLER-4 PIC X(1).
           05 CREJ-FIX-DATE PIC 9(8).

       FD  ONBREJ-FILE.
       01  ONBREJ-REC.
           05 OJ-EMP-ID PIC X(8).
           05 OJ-FILLER-1 PIC X(1).
           05 OJ-REASON PIC X(40).
           05 OJ-FILLER-2 PIC X(1).
           05 OJ-STATUS PIC X(1).
           05 OJ-FILLER-3 PIC X(1).
           05 OJ-FIXER PIC X(10).
           05 OJ-FILLER-4 PIC X(1).
           05 OJ-FIX-DATE PIC 9(8).
           05 OJ-FILLER-5 PIC X(1).
           05 OJ-ROW PIC X(250).

       FD  SALESMAN-FILE.
       01  SALESMAN-REC.
           05 SM-SNUM PIC 9(14).
       WORKING-STORAGE SECTION.
       01  WS-PAYREJ-STATUS PIC XX.
       01  WS-COMMREJ-STATUS PIC XX.
       01  WS-ONBREJ-STATUS PIC XX.
       01  WS-SALESMAN-STATUS PIC XX.
       01  WS-PRODMAST-STATUS PIC XX.
       01  WS-TIER-STATUS PIC XX.
               10 WS-CREJ-STA PIC X(1).
               10 WS-CREJ-FIX PIC X(10).
               10 WS-CREJ-DTE PIC 9(8).
       01  WS-OREJ-OVERFLOW PIC X VALUE 'N'.
       01  WS-OREJ-COUNT PIC 9(3) VALUE 0.
       01  WS-OREJ-TABLE.
           05 WS-OREJ-ENTRY OCCURS 100 TIMES.
               10 WS-OREJ-EMP PIC X(8).
               10 WS-OREJ-RSN PIC X(40).
               10 WS-OREJ-STA PIC X(1).
               10 WS-OREJ-FIX PIC X(10).
               10 WS-OREJ-DTE PIC 9(8).
               10 WS-OREJ-ROW PIC X(250).
       01  WS-ONB-ROW PIC X(250).
       01  WS-ONB-STATUS PIC X(2).
       01  WS-ONB-REASON PIC X(40).
       01  WS-IDX PIC 9(3).
       01  WS-PICK PIC 9(3).
       01  WS-OPEN-SHOWN PIC 9(3) VALUE 0.
           DISPLAY SPACE.
           DISPLAY "1 - PAYROLL REJECTS (REJECTS.DAT)".
           DISPLAY "2 - COMMISSION REJECTS (COMMREJECT.DAT)".
           DISPLAY "3 - ONBOARDING IMPORT REJECTS (ONBREJ.DAT)".
           DISPLAY "0 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
            WHEN 2
               PERFORM WORK-COMMISSION-REJECTS
               PERFORM MENU-LOOP
            WHEN 3
               PERFORM WORK-ONBOARDING-REJECTS
               PERFORM MENU-LOOP
            WHEN 0
               CONTINUE
            WHEN OTHER
           END-IF.
           WRITE COMMTXN-REC.
           CLOSE COMMTXN-FILE.

       LOAD-ONBOARDING-REJECTS.
           MOVE 0 TO WS-OREJ-COUNT.
           MOVE 'N' TO WS-OREJ-OVERFLOW.
           OPEN INPUT ONBREJ-FILE.
           IF WS-ONBREJ-STATUS = "00"
               PERFORM UNTIL WS-ONBREJ-STATUS NOT = "00"
                   READ ONBREJ-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-OREJ-COUNT >= 100
                               MOVE 'Y' TO WS-OREJ-OVERFLOW
                           ELSE
                               PERFORM STORE-ONBOARDING-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ONBREJ-FILE
           END-IF.
           IF WS-OREJ-OVERFLOW = 'Y'
               DISPLAY "WARNING: ONBREJ.DAT EXCEEDS THE 100-ROW"
                   " TABLE. REPAIRS ARE SUSPENDED UNTIL IT IS"
                   " WORKED DOWN."
           END-IF.

       STORE-ONBOARDING-REJECT.
           ADD 1 TO WS-OREJ-COUNT.
           MOVE OJ-EMP-ID TO WS-OREJ-EMP (WS-OREJ-COUNT).
           MOVE OJ-REASON TO WS-OREJ-RSN (WS-OREJ-COUNT).
           IF OJ-STATUS = 'C'
               MOVE 'C' TO WS-OREJ-STA (WS-OREJ-COUNT)
           ELSE
               MOVE 'O' TO WS-OREJ-STA (WS-OREJ-COUNT)
           END-IF.
           MOVE OJ-FIXER TO WS-OREJ-FIX (WS-OREJ-COUNT).
           IF OJ-FIX-DATE IS NUMERIC
               MOVE OJ-FIX-DATE TO WS-OREJ-DTE (WS-OREJ-COUNT)
           ELSE
               MOVE ZERO TO WS-OREJ-DTE (WS-OREJ-COUNT)
           END-IF.
           MOVE OJ-ROW TO WS-OREJ-ROW (WS-OREJ-COUNT).

       SAVE-ONBOARDING-REJECTS.
           IF WS-OREJ-OVERFLOW = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ONBREJ-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-OREJ-COUNT
               MOVE SPACES TO ONBREJ-REC
               MOVE WS-OREJ-EMP (WS-IDX) TO OJ-EMP-ID
               MOVE WS-OREJ-RSN (WS-IDX) TO OJ-REASON
               MOVE WS-OREJ-STA (WS-IDX) TO OJ-STATUS
               MOVE WS-OREJ-FIX (WS-IDX) TO OJ-FIXER
               MOVE WS-OREJ-DTE (WS-IDX) TO OJ-FIX-DATE
               MOVE WS-OREJ-ROW (WS-IDX) TO OJ-ROW
               WRITE ONBREJ-REC
           END-PERFORM.
           CLOSE ONBREJ-FILE.

       WORK-ONBOARDING-REJECTS.
           PERFORM LOAD-ONBOARDING-REJECTS.
           IF WS-OREJ-OVERFLOW = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-OPEN-SHOWN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-OREJ-COUNT
               IF WS-OREJ-STA (WS-IDX) = 'O'
                   ADD 1 TO WS-OPEN-SHOWN
                   MOVE WS-IDX TO OUT-IDX
                   DISPLAY OUT-IDX "  " WS-OREJ-EMP (WS-IDX) "  "
                       WS-OREJ-RSN (WS-IDX)
               END-IF
           END-PERFORM.
           IF WS-OPEN-SHOWN = 0
               DISPLAY "NO OUTSTANDING ONBOARDING REJECTS."
           ELSE
               DISPLAY "REJECT NUMBER TO FIX (0 TO GO BACK): "
                   WITH NO ADVANCING
               ACCEPT WS-PICK
               IF WS-PICK > 0 AND WS-PICK <= WS-OREJ-COUNT
                   IF WS-OREJ-STA (WS-PICK) = 'O'
                       PERFORM FIX-ONE-ONBOARDING-REJECT
                   ELSE
                       DISPLAY "THAT REJECT IS ALREADY CLOSED."
                   END-IF
               END-IF
           END-IF.

      *    THE OPERATOR KEYS THE WHOLE CORRECTED ROW, OR LEAVES IT
      *    BLANK TO RESUBMIT THE ROW AS IT STANDS ONCE THE CAUSE HAS
      *    BEEN FIXED ELSEWHERE (A NEW SEAT ON POSCTRL, THE
      *    SUPERVISOR ADDED FIRST). THE ONBOARD-ROW ENTRY RUNS THE
      *    IMPORT'S OWN CHECKS WITH THIS OPERATOR AS THE MAKER OF
      *    THE QUEUED RATE AND BANK CHANGES. A ROW THAT FAILS AGAIN
      *    STAYS OPEN WITH THE CORRECTED TEXT AND THE NEW REASON.
       FIX-ONE-ONBOARDING-REJECT.
           DISPLAY "EMPLOYEE: " WS-OREJ-EMP (WS-PICK)
               "  REASON: " WS-OREJ-RSN (WS-PICK).
           DISPLAY "ROW: " FUNCTION TRIM(WS-OREJ-ROW (WS-PICK)).
           DISPLAY "CORRECTED ROW (BLANK TO RESUBMIT AS IS): ".
           MOVE SPACES TO WS-ONB-ROW.
           ACCEPT WS-ONB-ROW.
           IF WS-ONB-ROW = SPACES
               MOVE WS-OREJ-ROW (WS-PICK) TO WS-ONB-ROW
           END-IF.
           CALL "ONBOARD-ROW" USING WS-ONB-ROW WS-OPERATOR
               WS-ONB-STATUS WS-ONB-REASON.
           MOVE WS-ONB-ROW TO WS-OREJ-ROW (WS-PICK).
           UNSTRING WS-ONB-ROW DELIMITED BY "|"
               INTO WS-OREJ-EMP (WS-PICK)
           END-UNSTRING.
           IF WS-ONB-STATUS = "OK"
               MOVE 'C' TO WS-OREJ-STA (WS-PICK)
               MOVE WS-OPERATOR TO WS-OREJ-FIX (WS-PICK)
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               MOVE WS-TODAY TO WS-OREJ-DTE (WS-PICK)
               PERFORM SAVE-ONBOARDING-REJECTS
               DISPLAY "HIRE CREATED AND REJECT CLOSED. RATE AND"
                   " BANK CHANGES AWAIT APPROVAL IN APPRQ."
           ELSE
               MOVE WS-ONB-REASON TO WS-OREJ-RSN (WS-PICK)
               PERFORM SAVE-ONBOARDING-REJECTS
               DISPLAY "STILL REJECTED: " WS-ONB-REASON
               DISPLAY "REJECT LEFT OPEN."
           END-IF.
       END PROGRAM REJFIX.
