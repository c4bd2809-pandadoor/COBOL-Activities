      *    PLACE. A COUNT/AMOUNT MANIFEST ROW IS WRITTEN PER ARCHIVE
      *    TO ARCHMAN.DAT. ARCHINQ ANSWERS OLD-YEAR QUESTIONS FROM
      *    THE ARCHIVES.
      *    RECORDS FOR AN EMPLOYEE OR SALESMAN UNDER AN ACTIVE LEGAL
      *    HOLD ON LEGALHLD.DAT (SEE LEGALHLD) ARE NEVER ARCHIVED,
      *    HOWEVER OLD: THEY STAY IN THE LIVE FILE AND THE RUN
      *    REPORTS HOW MANY WERE KEPT PER FILE AND PER HOLD. ONCE A
      *    HOLD IS RELEASED THE NEXT RUN ARCHIVES THEM AS USUAL. AN
      *    EXCEPTION-LOG ROW IS HELD WHEN ITS CONTEXT STARTS WITH THE
      *    HELD KEY; THE SIGN-ON AUDIT CARRIES NO EMPLOYEE OR
      *    SALESMAN AND IS NEVER HELD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO "PRACTICALS/ARCHMAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAN-STATUS.
       SELECT HOLD-FILE
           ASSIGN TO "PRACTICALS/LEGALHLD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLD-STATUS.
       SELECT HIST-FILE
           ASSIGN TO "PRACTICALS/PAYHIST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-PAY-PERIOD WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-PAY-DATE WITH DUPLICATES
           FILE STATUS IS HIST-STATUS.

       DATA DIVISION.
       FD  HIST-FILE.
       01  HIST-REC.
           COPY PAYHREC.
       FD  HOLD-FILE.
       01  HOLD-REC.
           COPY LHREC.
       FD  MAN-FILE.
       01  MAN-REC.
           05 MAN-DATE PIC 9(8).
       01  KEEP-STATUS PIC XX.
       01  MAN-STATUS PIC XX.
       01  HIST-STATUS PIC XX.
       01  HOLD-STATUS PIC XX.

       01  WS-SRC-NAME PIC X(40).
       01  WS-ARC-NAME PIC X(40).
       01  WS-DATE-POS PIC 9(3).
       01  WS-AMT-POS PIC 9(3).
       01  WS-AMT-LEN PIC 9(2).
      *    WHERE EACH FILE CARRIES THE KEY A LEGAL HOLD IS PLACED ON:
      *    'E' EMPLOYEE ID, 'S' SALESMAN NUMBER, 'X' EITHER, AT THE
      *    START OF THE EXCEPTION CONTEXT, SPACE FOR NONE.
       01  WS-HOLD-KIND PIC X(1).
       01  WS-HOLD-POS PIC 9(3).
       01  WS-HOLD-LEN PIC 9(2).
       01  WS-HOLD-KEY PIC X(20).

      *    THE HOLDS IN FORCE TODAY, WITH WHAT THIS RUN KEPT FOR EACH.
       01  WS-LH-COUNT PIC 9(3) VALUE 0.
       01  WS-LH-TABLE.
           05 WS-LH-ENTRY OCCURS 200 TIMES.
               10 WS-LH-TYPE PIC X(1).
               10 WS-LH-KEY PIC X(14).
               10 WS-LH-LEN PIC 9(2).
               10 WS-LH-MATTER PIC X(20).
               10 WS-LH-KEPT PIC 9(7).
       01  WS-LH-IDX PIC 9(3).
       01  WS-LH-HIT PIC 9(3).
       01  WS-HELD-COUNT PIC 9(7).
       01  WS-HELD-TOTAL PIC 9(7).

       01  WS-RETAIN-MONTHS PIC 9(3) VALUE 24.
       01  WS-TODAY PIC 9(8).
       01  OUT-COUNT PIC ZZZZZZ9.
       01  OUT-AMT PIC Z(12)9.99-.

       01  JH-PARMS.
           COPY JHPARM.

       LINKAGE SECTION.
       01  LK-PARM PIC X(6).
       01  LK-STATUS PIC X(2).
       ARCHIVE-ALL-FILES.
           PERFORM LOAD-RETENTION-CONFIG.
           PERFORM COMPUTE-CUTOFF.
           PERFORM LOAD-LEGAL-HOLDS.
           DISPLAY "ARCHIVING RECORDS DATED BEFORE " WS-CUTOFF ".".
           MOVE 0 TO WS-HELD-TOTAL.

           MOVE "PAYHIST" TO WS-FILE-KEY.
           MOVE 'E' TO WS-HOLD-KIND.
           MOVE 8 TO WS-HOLD-LEN.
           PERFORM ARCHIVE-PAY-HISTORY.

           MOVE "COMMTXN" TO WS-FILE-KEY.
           MOVE 81 TO WS-DATE-POS.
           MOVE 59 TO WS-AMT-POS.
           MOVE 21 TO WS-AMT-LEN.
           MOVE 'S' TO WS-HOLD-KIND.
           MOVE 1 TO WS-HOLD-POS.
           MOVE 14 TO WS-HOLD-LEN.
           PERFORM ARCHIVE-ONE-FILE.

           MOVE "EXCEPTION" TO WS-FILE-KEY.
           MOVE 12 TO WS-DATE-POS.
           MOVE 0 TO WS-AMT-POS.
           MOVE 0 TO WS-AMT-LEN.
           MOVE 'X' TO WS-HOLD-KIND.
           MOVE 21 TO WS-HOLD-POS.
           MOVE 20 TO WS-HOLD-LEN.
           PERFORM ARCHIVE-ONE-FILE.

           MOVE "AUDIT" TO WS-FILE-KEY.
           MOVE 41 TO WS-DATE-POS.
           MOVE 0 TO WS-AMT-POS.
           MOVE 0 TO WS-AMT-LEN.
           MOVE 'E' TO WS-HOLD-KIND.
           MOVE 1 TO WS-HOLD-POS.
           MOVE 8 TO WS-HOLD-LEN.
           PERFORM ARCHIVE-ONE-FILE.

           MOVE "SELAUDIT" TO WS-FILE-KEY.
           MOVE 12 TO WS-DATE-POS.
           MOVE 0 TO WS-AMT-POS.
           MOVE 0 TO WS-AMT-LEN.
           MOVE SPACE TO WS-HOLD-KIND.
           PERFORM ARCHIVE-ONE-FILE.

           PERFORM REPORT-LEGAL-HOLDS.
           DISPLAY "ARCHIVE RUN COMPLETE. MANIFEST ON"
               " PRACTICALS/ARCHMAN.DAT.".

      *    A HOLD IS IN FORCE FROM THE DAY IT IS PLACED UNTIL ITS
      *    RELEASE DATE (ZERO WHILE OPEN-ENDED); ON AND AFTER THE
      *    RELEASE DATE THE RECORDS ARE FAIR GAME AGAIN.
       LOAD-LEGAL-HOLDS.
           MOVE 0 TO WS-LH-COUNT.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS = "00"
               PERFORM UNTIL HOLD-STATUS NOT = "00"
                   READ HOLD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LH-KEY NOT = SPACES
                               AND (LH-RELEASE-DATE NOT NUMERIC
                               OR LH-RELEASE-DATE = 0
                               OR LH-RELEASE-DATE > WS-TODAY)
                               PERFORM STORE-LEGAL-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.
           IF WS-LH-COUNT > 0
               MOVE WS-LH-COUNT TO OUT-COUNT
               DISPLAY FUNCTION TRIM(OUT-COUNT)
                   " LEGAL HOLD(S) IN FORCE."
           END-IF.

       STORE-LEGAL-HOLD.
           IF WS-LH-COUNT >= 200
               DISPLAY "WARNING: MORE THAN 200 LEGAL HOLDS; HOLD "
                   LH-KEY " NOT LOADED."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LH-COUNT.
           MOVE LH-TYPE TO WS-LH-TYPE (WS-LH-COUNT).
           MOVE LH-KEY TO WS-LH-KEY (WS-LH-COUNT).
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LH-KEY TRAILING))
               TO WS-LH-LEN (WS-LH-COUNT).
           MOVE LH-MATTER TO WS-LH-MATTER (WS-LH-COUNT).
           MOVE 0 TO WS-LH-KEPT (WS-LH-COUNT).

      *    LOOKS THE RECORD'S KEY (ALREADY IN WS-HOLD-KEY) UP AMONG
      *    THE HOLDS OF THE KIND THIS FILE CARRIES; WS-LH-HIT IS THE
      *    FIRST HOLD THAT COVERS IT, ZERO WHEN NONE DOES.
       CHECK-LEGAL-HOLD.
           MOVE 0 TO WS-LH-HIT.
           IF WS-HOLD-KIND = SPACE OR WS-LH-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-LH-IDX FROM 1 BY 1
               UNTIL WS-LH-IDX > WS-LH-COUNT OR WS-LH-HIT > 0
               IF WS-HOLD-KIND = 'X'
                   OR WS-HOLD-KIND = WS-LH-TYPE (WS-LH-IDX)
                   IF WS-HOLD-KEY (1:WS-LH-LEN (WS-LH-IDX)) =
                       WS-LH-KEY (WS-LH-IDX) (1:WS-LH-LEN (WS-LH-IDX))
                       AND (WS-LH-LEN (WS-LH-IDX) >= WS-HOLD-LEN
                       OR WS-HOLD-KEY (WS-LH-LEN (WS-LH-IDX) + 1:1)
                           = SPACE)
                       MOVE WS-LH-IDX TO WS-LH-HIT
                   END-IF
               END-IF
           END-PERFORM.

       REPORT-HELD-COUNT.
           IF WS-HELD-COUNT > 0
               MOVE WS-HELD-COUNT TO OUT-COUNT
               DISPLAY "  " WS-FILE-KEY " KEPT "
                   FUNCTION TRIM(OUT-COUNT)
                   " RECORD(S) UNDER LEGAL HOLD"
               ADD WS-HELD-COUNT TO WS-HELD-TOTAL
           END-IF.

       REPORT-LEGAL-HOLDS.
           IF WS-HELD-TOTAL = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "RECORDS KEPT BACK BY LEGAL HOLD:".
           PERFORM VARYING WS-LH-IDX FROM 1 BY 1
               UNTIL WS-LH-IDX > WS-LH-COUNT
               IF WS-LH-KEPT (WS-LH-IDX) > 0
                   MOVE WS-LH-KEPT (WS-LH-IDX) TO OUT-COUNT
                   DISPLAY "  " WS-LH-TYPE (WS-LH-IDX) " "
                       WS-LH-KEY (WS-LH-IDX) " "
                       WS-LH-MATTER (WS-LH-IDX) " "
                       OUT-COUNT
               END-IF
           END-PERFORM.

       LOAD-RETENTION-CONFIG.
           OPEN INPUT CFG-FILE.
           IF CFG-STATUS = "00"
           MOVE 0 TO WS-ARCH-COUNT.
           MOVE 0 TO WS-KEEP-COUNT.
           MOVE 0 TO WS-ARCH-AMOUNT.
           MOVE 0 TO WS-HELD-COUNT.

           OPEN INPUT SRC-FILE.
           IF SRC-STATUS NOT = "00"
                   PERFORM COPY-KEEP-BACK
                   PERFORM WRITE-MANIFEST-ROW
               END-IF
               PERFORM REPORT-RUN-COUNTS
               MOVE WS-ARCH-COUNT TO OUT-COUNT
               DISPLAY "  " WS-FILE-KEY " ARCHIVED "
                   FUNCTION TRIM(OUT-COUNT) " RECORD(S)"
               PERFORM REPORT-HELD-COUNT
           END-IF.

       SPLIT-ONE-RECORD.
           ELSE
               MOVE 99999999 TO WS-REC-DATE
           END-IF.
           MOVE 0 TO WS-LH-HIT.
           IF WS-REC-DATE < WS-CUTOFF AND WS-HOLD-KIND NOT = SPACE
               MOVE SRC-REC (WS-HOLD-POS:WS-HOLD-LEN) TO WS-HOLD-KEY
               PERFORM CHECK-LEGAL-HOLD
               IF WS-LH-HIT > 0
                   ADD 1 TO WS-HELD-COUNT
                   ADD 1 TO WS-LH-KEPT (WS-LH-HIT)
               END-IF
           END-IF.
           IF WS-REC-DATE < WS-CUTOFF AND WS-LH-HIT = 0
               MOVE SRC-REC TO ARC-REC
               WRITE ARC-REC
               ADD 1 TO WS-ARCH-COUNT
           MOVE 0 TO WS-ARCH-COUNT.
           MOVE 0 TO WS-KEEP-COUNT.
           MOVE 0 TO WS-ARCH-AMOUNT.
           MOVE 0 TO WS-HELD-COUNT.

           OPEN I-O HIST-FILE.
           IF HIST-STATUS NOT = "00"
               IF WS-ARCH-COUNT > 0
                   PERFORM WRITE-MANIFEST-ROW
               END-IF
               PERFORM REPORT-RUN-COUNTS
               MOVE WS-ARCH-COUNT TO OUT-COUNT
               DISPLAY "  " WS-FILE-KEY " ARCHIVED "
                   FUNCTION TRIM(OUT-COUNT) " RECORD(S)"
               PERFORM REPORT-HELD-COUNT
           END-IF.

       SPLIT-ONE-HISTORY-ROW.
           ELSE
               MOVE 99999999 TO WS-REC-DATE
           END-IF.
           MOVE 0 TO WS-LH-HIT.
           IF WS-REC-DATE < WS-CUTOFF
               MOVE HIST-EMP-ID TO WS-HOLD-KEY
               PERFORM CHECK-LEGAL-HOLD
               IF WS-LH-HIT > 0
                   ADD 1 TO WS-HELD-COUNT
                   ADD 1 TO WS-LH-KEPT (WS-LH-HIT)
               END-IF
           END-IF.
           IF WS-REC-DATE < WS-CUTOFF AND WS-LH-HIT = 0
               MOVE SPACES TO ARC-REC
               MOVE HIST-REC TO ARC-REC (1:208)
               WRITE ARC-REC
               ADD 1 TO WS-ARCH-COUNT
               IF HIST-TOTAL-PAY IS NUMERIC
               ADD 1 TO WS-KEEP-COUNT
           END-IF.

      *    EACH FILE'S RECORDS READ AND ARCHIVED GO TO THE RUN
      *    HISTORY WHEN THE ARCHIVE RUNS AS A STREAM STEP.
       REPORT-RUN-COUNTS.
           MOVE 'C' TO JH-FUNCTION.
           COMPUTE JH-COUNT-IN = WS-ARCH-COUNT + WS-KEEP-COUNT.
           MOVE WS-ARCH-COUNT TO JH-COUNT-OUT.
           CALL "RUNHIST" USING JH-PARMS.

       WRITE-MANIFEST-ROW.
           MOVE SPACES TO MAN-REC.
           MOVE WS-TODAY TO MAN-DATE.
