       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALHLD.
      *    LEGAL HOLDS ON THE YEAR-END ARCHIVE PURGE. WHEN AN
      *    EMPLOYEE OR A SALESMAN IS CAUGHT UP IN A DISPUTE OR A
      *    LAWSUIT, A HOLD IS PLACED ON LEGALHLD.DAT KEYED ON THE
      *    EMPLOYEE ID OR THE SALESMAN NUMBER, WITH THE MATTER
      *    REFERENCE, THE OPERATOR WHO PLACED IT AND THE DATE. WHILE
      *    THE HOLD IS IN FORCE ARCHIVE LEAVES EVERY ONE OF THEIR
      *    RECORDS IN THE LIVE FILES - PAY HISTORY AND THE PAYROLL
      *    AUDIT TRAIL FOR AN EMPLOYEE, COMMTXN.DAT FOR A SALESMAN,
      *    THE EXCEPTION LOG FOR EITHER - HOWEVER OLD THEY ARE. A
      *    RELEASE STAMPS THE RELEASE DATE AND THE RELEASING
      *    OPERATOR ON THE HOLD, WHICH STAYS ON FILE AS THE RECORD
      *    OF IT; THE NEXT ARCHIVE RUN TREATS THE RECORDS AS USUAL.
      *    A RELEASE DATE CAN ALSO BE SET AHEAD WHEN THE HOLD IS
      *    PLACED, FOR A MATTER WITH A KNOWN END. ONE KEY MAY CARRY
      *    SEVERAL HOLDS UNDER DIFFERENT MATTERS. THE HOLD REGISTER
      *    LISTS EVERY HOLD IN FORCE WITH THE NUMBER OF RECORDS IT IS
      *    PROTECTING IN EACH FILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HOLD-FILE
           ASSIGN TO "PRACTICALS/LEGALHLD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLD-STATUS.
       SELECT EM-MASTER-FILE
           ASSIGN TO "PRACTICALS/EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT SALESMAN-FILE
           ASSIGN TO "SELDATA/SALESMAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-SNUM
           FILE STATUS IS SALESMAN-STATUS.
       SELECT HIST-FILE
           ASSIGN TO "PRACTICALS/PAYHIST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-PAY-PERIOD WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-PAY-DATE WITH DUPLICATES
           FILE STATUS IS HIST-STATUS.
       SELECT SCAN-FILE
           ASSIGN TO DYNAMIC WS-SCAN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCAN-STATUS.
       SELECT SESSION-FILE
           ASSIGN TO "SELDATA/SESSION.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-REC.
           COPY LHREC.

       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.

       FD  SALESMAN-FILE.
       01  SALESMAN-REC.
           05 SM-SNUM PIC 9(14).
           05 SM-FILLER PIC X(58).

       FD  HIST-FILE.
       01  HIST-REC.
           COPY PAYHREC.

       FD  SCAN-FILE.
       01  SCAN-REC PIC X(256).

       FD  SESSION-FILE.
       01  SESSION-REC.
           05 SESSION-OPERATOR PIC X(10).

       WORKING-STORAGE SECTION.
       01  HOLD-STATUS PIC XX.
       01  EM-FILE-STATUS PIC XX.
       01  SALESMAN-STATUS PIC XX.
       01  HIST-STATUS PIC XX.
       01  SCAN-STATUS PIC XX.
       01  SESSION-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-TODAY PIC 9(8).
       01  WS-OPERATOR PIC X(10).
       01  WS-CONFIRM PIC X(1).
       01  WS-FOUND PIC X(1).

       01  WS-TYPE-IN PIC X(1).
       01  WS-KEY-IN PIC X(14).
       01  WS-SNUM-IN PIC 9(14).
       01  WS-MATTER-IN PIC X(20).
       01  WS-RELEASE-IN PIC 9(8).

       01  WS-LH-COUNT PIC 9(3) VALUE 0.
       01  WS-LH-OVERFLOW PIC X(1) VALUE 'N'.
       01  WS-LH-TABLE.
           05 WS-LH-ENTRY OCCURS 500 TIMES.
               10 WS-LH-TYPE PIC X(1).
               10 WS-LH-KEY PIC X(14).
               10 WS-LH-MATTER PIC X(20).
               10 WS-LH-PLACED-BY PIC X(10).
               10 WS-LH-PLACED-DATE PIC 9(8).
               10 WS-LH-RELEASE-DATE PIC 9(8).
               10 WS-LH-RELEASED-BY PIC X(10).
               10 WS-LH-ACTIVE PIC X(1).
               10 WS-LH-LEN PIC 9(2).
               10 WS-LH-CNT-HIST PIC 9(7).
               10 WS-LH-CNT-COMM PIC 9(7).
               10 WS-LH-CNT-EXC PIC 9(7).
               10 WS-LH-CNT-AUD PIC 9(7).
       01  WS-LH-IDX PIC 9(3).
       01  WS-LH-HIT PIC 9(3).
       01  WS-ACTIVE-COUNT PIC 9(3).

      *    THE KEY OF THE RECORD BEING COUNTED, THE KIND OF HOLD THE
      *    FILE ANSWERS TO ('E', 'S' OR 'X' FOR EITHER) AND WHICH
      *    REGISTER COLUMN IT FEEDS.
       01  WS-SCAN-NAME PIC X(40).
       01  WS-SCAN-KIND PIC X(1).
       01  WS-SCAN-POS PIC 9(3).
       01  WS-SCAN-LEN PIC 9(2).
       01  WS-SCAN-COL PIC 9(1).
       01  WS-SCAN-KEY PIC X(20).

       01  OUT-COUNT PIC ZZZ9.
       01  OUT-HIST PIC ZZZZZZ9.
       01  OUT-COMM PIC ZZZZZZ9.
       01  OUT-EXC PIC ZZZZZZ9.
       01  OUT-AUD PIC ZZZZZZ9.
       01  OUT-RELEASE PIC X(8).

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40) VALUE
           "LEGAL HOLD REGISTER".
       01  WS-RPT-COLHDR PIC X(80).
       01  WS-RPT-LPP PIC 9(3) VALUE 50.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           DISPLAY "LEGAL HOLDS ON THE ARCHIVE PURGE".
           DISPLAY "1 - PLACE A LEGAL HOLD".
           DISPLAY "2 - RELEASE A LEGAL HOLD".
           DISPLAY "3 - HOLD REGISTER".
           DISPLAY "0 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           IF WS-CHOICE = 0
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-HOLDS.

           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM PLACE-HOLD
            WHEN 2
               PERFORM RELEASE-HOLD
            WHEN 3
               PERFORM HOLD-REGISTER
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           ACCEPT OMITTED.
           PERFORM MAIN-PARA.

       LOAD-HOLDS.
           MOVE 0 TO WS-LH-COUNT.
           MOVE 'N' TO WS-LH-OVERFLOW.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS = "00"
               PERFORM UNTIL HOLD-STATUS NOT = "00"
                   READ HOLD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-LH-COUNT >= 500
                               MOVE 'Y' TO WS-LH-OVERFLOW
                           ELSE
                               PERFORM STORE-HOLD-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.
           IF WS-LH-OVERFLOW = 'Y'
               DISPLAY "WARNING: LEGAL HOLD FILE EXCEEDS THE"
                   " 500-ROW TABLE. CHANGES ARE SUSPENDED."
           END-IF.

       STORE-HOLD-ROW.
           ADD 1 TO WS-LH-COUNT.
           MOVE LH-TYPE TO WS-LH-TYPE (WS-LH-COUNT).
           MOVE LH-KEY TO WS-LH-KEY (WS-LH-COUNT).
           MOVE LH-MATTER TO WS-LH-MATTER (WS-LH-COUNT).
           MOVE LH-PLACED-BY TO WS-LH-PLACED-BY (WS-LH-COUNT).
           IF LH-PLACED-DATE IS NUMERIC
               MOVE LH-PLACED-DATE TO WS-LH-PLACED-DATE (WS-LH-COUNT)
           ELSE
               MOVE 0 TO WS-LH-PLACED-DATE (WS-LH-COUNT)
           END-IF.
           IF LH-RELEASE-DATE IS NUMERIC
               MOVE LH-RELEASE-DATE TO
                   WS-LH-RELEASE-DATE (WS-LH-COUNT)
           ELSE
               MOVE 0 TO WS-LH-RELEASE-DATE (WS-LH-COUNT)
           END-IF.
           MOVE LH-RELEASED-BY TO WS-LH-RELEASED-BY (WS-LH-COUNT).
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LH-KEY TRAILING))
               TO WS-LH-LEN (WS-LH-COUNT).
           MOVE WS-LH-COUNT TO WS-LH-IDX.
           PERFORM SET-HOLD-ACTIVE.

      *    THE SAME RULE ARCHIVE APPLIES: IN FORCE UNTIL THE RELEASE
      *    DATE, OPEN-ENDED WHILE THE RELEASE DATE IS ZERO.
       SET-HOLD-ACTIVE.
           IF WS-LH-RELEASE-DATE (WS-LH-IDX) = 0
               OR WS-LH-RELEASE-DATE (WS-LH-IDX) > WS-TODAY
               MOVE 'Y' TO WS-LH-ACTIVE (WS-LH-IDX)
           ELSE
               MOVE 'N' TO WS-LH-ACTIVE (WS-LH-IDX)
           END-IF.

       SAVE-HOLDS.
           OPEN OUTPUT HOLD-FILE.
           PERFORM VARYING WS-LH-IDX FROM 1 BY 1
               UNTIL WS-LH-IDX > WS-LH-COUNT
               MOVE SPACES TO HOLD-REC
               MOVE WS-LH-TYPE (WS-LH-IDX) TO LH-TYPE
               MOVE WS-LH-KEY (WS-LH-IDX) TO LH-KEY
               MOVE WS-LH-MATTER (WS-LH-IDX) TO LH-MATTER
               MOVE WS-LH-PLACED-BY (WS-LH-IDX) TO LH-PLACED-BY
               MOVE WS-LH-PLACED-DATE (WS-LH-IDX) TO LH-PLACED-DATE
               MOVE WS-LH-RELEASE-DATE (WS-LH-IDX) TO LH-RELEASE-DATE
               MOVE WS-LH-RELEASED-BY (WS-LH-IDX) TO LH-RELEASED-BY
               WRITE HOLD-REC
           END-PERFORM.
           CLOSE HOLD-FILE.

      *    EMPLOYEE IDS ARE TAKEN AS KEYED; A SALESMAN NUMBER IS
      *    ZERO-FILLED TO THE FOURTEEN DIGITS COMMTXN.DAT CARRIES.
       ACCEPT-HOLD-KEY.
           MOVE SPACES TO WS-KEY-IN.
           DISPLAY "HOLD ON (E)MPLOYEE OR (S)ALESMAN: "
               WITH NO ADVANCING.
           ACCEPT WS-TYPE-IN.
           MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN.
           EVALUATE WS-TYPE-IN
            WHEN 'E'
               DISPLAY "EMPLOYEE ID: " WITH NO ADVANCING
               ACCEPT WS-KEY-IN
               MOVE FUNCTION UPPER-CASE(WS-KEY-IN) TO WS-KEY-IN
            WHEN 'S'
               DISPLAY "SALESMAN NUMBER: " WITH NO ADVANCING
               ACCEPT WS-SNUM-IN
               IF WS-SNUM-IN > 0
                   MOVE WS-SNUM-IN TO WS-KEY-IN
               END-IF
            WHEN OTHER
               DISPLAY "ENTER E OR S."
           END-EVALUATE.
           IF WS-KEY-IN NOT = SPACES
               DISPLAY "MATTER REFERENCE: " WITH NO ADVANCING
               ACCEPT WS-MATTER-IN
               MOVE FUNCTION UPPER-CASE(WS-MATTER-IN) TO WS-MATTER-IN
           END-IF.

       FIND-HOLD.
           MOVE 0 TO WS-LH-HIT.
           PERFORM VARYING WS-LH-IDX FROM 1 BY 1
               UNTIL WS-LH-IDX > WS-LH-COUNT OR WS-LH-HIT > 0
               IF WS-LH-TYPE (WS-LH-IDX) = WS-TYPE-IN
                   AND WS-LH-KEY (WS-LH-IDX) = WS-KEY-IN
                   AND WS-LH-MATTER (WS-LH-IDX) = WS-MATTER-IN
                   AND WS-LH-ACTIVE (WS-LH-IDX) = 'Y'
                   MOVE WS-LH-IDX TO WS-LH-HIT
               END-IF
           END-PERFORM.

       PLACE-HOLD.
           IF WS-LH-OVERFLOW = 'Y' OR WS-LH-COUNT >= 500
               DISPLAY "HOLD FILE IS FULL. NO HOLD PLACED."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-HOLD-KEY.
           IF WS-KEY-IN = SPACES OR WS-MATTER-IN = SPACES
               DISPLAY "KEY AND MATTER REFERENCE ARE REQUIRED."
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-HOLD.
           IF WS-LH-HIT > 0
               DISPLAY "THAT HOLD IS ALREADY IN FORCE."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-KEY-ON-MASTER.
           IF WS-FOUND = 'N'
               DISPLAY "NOT ON THE MASTER FILE. PLACE THE HOLD"
                   " ANYWAY? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
                   DISPLAY "NO HOLD PLACED."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "PLANNED RELEASE DATE (YYYYMMDD, 0 = UNTIL"
               " RELEASED): " WITH NO ADVANCING.
           ACCEPT WS-RELEASE-IN.
           IF WS-RELEASE-IN NOT = 0 AND WS-RELEASE-IN <= WS-TODAY
               DISPLAY "RELEASE DATE MUST BE AFTER TODAY."
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-SESSION-OPERATOR.
           ADD 1 TO WS-LH-COUNT.
           MOVE WS-TYPE-IN TO WS-LH-TYPE (WS-LH-COUNT).
           MOVE WS-KEY-IN TO WS-LH-KEY (WS-LH-COUNT).
           MOVE WS-MATTER-IN TO WS-LH-MATTER (WS-LH-COUNT).
           MOVE WS-OPERATOR TO WS-LH-PLACED-BY (WS-LH-COUNT).
           MOVE WS-TODAY TO WS-LH-PLACED-DATE (WS-LH-COUNT).
           MOVE WS-RELEASE-IN TO WS-LH-RELEASE-DATE (WS-LH-COUNT).
           MOVE SPACES TO WS-LH-RELEASED-BY (WS-LH-COUNT).
           PERFORM SAVE-HOLDS.
           DISPLAY "LEGAL HOLD PLACED ON " WS-TYPE-IN " "
               FUNCTION TRIM(WS-KEY-IN) " FOR "
               FUNCTION TRIM(WS-MATTER-IN) ".".

       CHECK-KEY-ON-MASTER.
           MOVE 'N' TO WS-FOUND.
           IF WS-TYPE-IN = 'E'
               OPEN INPUT EM-MASTER-FILE
               IF EM-FILE-STATUS = "00"
                   MOVE WS-KEY-IN TO EM-EMP-ID
                   READ EM-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-FOUND
                   END-READ
                   CLOSE EM-MASTER-FILE
               END-IF
           ELSE
               OPEN INPUT SALESMAN-FILE
               IF SALESMAN-STATUS = "00"
                   MOVE WS-SNUM-IN TO SM-SNUM
                   READ SALESMAN-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-FOUND
                   END-READ
                   CLOSE SALESMAN-FILE
               END-IF
           END-IF.

      *    THE HOLD STAYS ON FILE WITH TODAY AS ITS RELEASE DATE, SO
      *    THE REGISTER AND ARCHIVE BOTH STOP HONOURING IT AT ONCE.
       RELEASE-HOLD.
           IF WS-LH-OVERFLOW = 'Y'
               DISPLAY "HOLD FILE IS OVER SIZE. NO CHANGE MADE."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-HOLD-KEY.
           IF WS-KEY-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-HOLD.
           IF WS-LH-HIT = 0
               DISPLAY "NO HOLD IN FORCE FOR THAT KEY AND MATTER."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "RELEASE HOLD PLACED " WS-LH-PLACED-DATE (WS-LH-HIT)
               " BY " WS-LH-PLACED-BY (WS-LH-HIT) "? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = 'Y'
               DISPLAY "HOLD LEFT IN FORCE."
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-SESSION-OPERATOR.
           MOVE WS-TODAY TO WS-LH-RELEASE-DATE (WS-LH-HIT).
           MOVE WS-OPERATOR TO WS-LH-RELEASED-BY (WS-LH-HIT).
           PERFORM SAVE-HOLDS.
           DISPLAY "HOLD RELEASED. THE RECORDS ARE ELIGIBLE FOR THE"
               " NEXT ARCHIVE RUN.".

      *    EVERY HOLD IN FORCE, WITH THE RECORDS IT COVERS IN EACH OF
      *    THE FILES ARCHIVE PURGES. EACH FILE IS READ ONCE AND EACH
      *    RECORD COUNTED AGAINST EVERY HOLD THAT MATCHES IT.
       HOLD-REGISTER.
           MOVE 0 TO WS-ACTIVE-COUNT.
           PERFORM VARYING WS-LH-IDX FROM 1 BY 1
               UNTIL WS-LH-IDX > WS-LH-COUNT
               MOVE 0 TO WS-LH-CNT-HIST (WS-LH-IDX)
               MOVE 0 TO WS-LH-CNT-COMM (WS-LH-IDX)
               MOVE 0 TO WS-LH-CNT-EXC (WS-LH-IDX)
               MOVE 0 TO WS-LH-CNT-AUD (WS-LH-IDX)
               IF WS-LH-ACTIVE (WS-LH-IDX) = 'Y'
                   ADD 1 TO WS-ACTIVE-COUNT
               END-IF
           END-PERFORM.
           IF WS-ACTIVE-COUNT = 0
               DISPLAY "NO LEGAL HOLDS IN FORCE."
               EXIT PARAGRAPH
           END-IF.
           PERFORM COUNT-PAY-HISTORY.

           MOVE "SELDATA/COMMTXN.DAT" TO WS-SCAN-NAME.
           MOVE 'S' TO WS-SCAN-KIND.
           MOVE 1 TO WS-SCAN-POS.
           MOVE 14 TO WS-SCAN-LEN.
           MOVE 2 TO WS-SCAN-COL.
           PERFORM COUNT-FLAT-FILE.

           MOVE "EXCEPTION.DAT" TO WS-SCAN-NAME.
           MOVE 'X' TO WS-SCAN-KIND.
           MOVE 21 TO WS-SCAN-POS.
           MOVE 20 TO WS-SCAN-LEN.
           MOVE 3 TO WS-SCAN-COL.
           PERFORM COUNT-FLAT-FILE.

           MOVE "PRACTICALS/AUDIT.DAT" TO WS-SCAN-NAME.
           MOVE 'E' TO WS-SCAN-KIND.
           MOVE 1 TO WS-SCAN-POS.
           MOVE 8 TO WS-SCAN-LEN.
           MOVE 4 TO WS-SCAN-COL.
           PERFORM COUNT-FLAT-FILE.

           MOVE "T KEY            MATTER               PLACED   BY"
               TO WS-RPT-COLHDR.
           MOVE "RELEASE" TO WS-RPT-COLHDR (59:7).
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           PERFORM VARYING WS-LH-IDX FROM 1 BY 1
               UNTIL WS-LH-IDX > WS-LH-COUNT
               IF WS-LH-ACTIVE (WS-LH-IDX) = 'Y'
                   PERFORM PRINT-REGISTER-LINE
               END-IF
           END-PERFORM.
           MOVE WS-ACTIVE-COUNT TO OUT-COUNT.
           DISPLAY SPACES.
           DISPLAY FUNCTION TRIM(OUT-COUNT) " HOLD(S) IN FORCE.".

       PRINT-REGISTER-LINE.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           IF WS-LH-RELEASE-DATE (WS-LH-IDX) = 0
               MOVE "OPEN" TO OUT-RELEASE
           ELSE
               MOVE WS-LH-RELEASE-DATE (WS-LH-IDX) TO OUT-RELEASE
           END-IF.
           MOVE WS-LH-CNT-HIST (WS-LH-IDX) TO OUT-HIST.
           MOVE WS-LH-CNT-COMM (WS-LH-IDX) TO OUT-COMM.
           MOVE WS-LH-CNT-EXC (WS-LH-IDX) TO OUT-EXC.
           MOVE WS-LH-CNT-AUD (WS-LH-IDX) TO OUT-AUD.
           DISPLAY WS-LH-TYPE (WS-LH-IDX) " "
               WS-LH-KEY (WS-LH-IDX) " "
               WS-LH-MATTER (WS-LH-IDX) " "
               WS-LH-PLACED-DATE (WS-LH-IDX) " "
               WS-LH-PLACED-BY (WS-LH-IDX) " " OUT-RELEASE.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY "  KEEPING  PAYHIST " OUT-HIST
               "  COMMTXN " OUT-COMM
               "  EXCEPTION " OUT-EXC
               "  AUDIT " OUT-AUD.

       COUNT-PAY-HISTORY.
           MOVE 'E' TO WS-SCAN-KIND.
           MOVE 8 TO WS-SCAN-LEN.
           MOVE 1 TO WS-SCAN-COL.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL HIST-STATUS NOT = "00"
               READ HIST-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE HIST-EMP-ID TO WS-SCAN-KEY
                       PERFORM COUNT-AGAINST-HOLDS
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.

       COUNT-FLAT-FILE.
           OPEN INPUT SCAN-FILE.
           IF SCAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL SCAN-STATUS NOT = "00"
               READ SCAN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SCAN-REC (WS-SCAN-POS:WS-SCAN-LEN)
                           TO WS-SCAN-KEY
                       PERFORM COUNT-AGAINST-HOLDS
               END-READ
           END-PERFORM.
           CLOSE SCAN-FILE.

      *    A HOLD MATCHES WHEN ITS KEY IS THE WHOLE OF THE RECORD'S
      *    KEY FIELD, OR - FOR THE EXCEPTION CONTEXT - ITS FIRST WORD.
       COUNT-AGAINST-HOLDS.
           PERFORM VARYING WS-LH-IDX FROM 1 BY 1
               UNTIL WS-LH-IDX > WS-LH-COUNT
               IF WS-LH-ACTIVE (WS-LH-IDX) = 'Y'
                   AND (WS-SCAN-KIND = 'X'
                   OR WS-SCAN-KIND = WS-LH-TYPE (WS-LH-IDX))
                   AND WS-LH-LEN (WS-LH-IDX) > 0
                   IF WS-SCAN-KEY (1:WS-LH-LEN (WS-LH-IDX)) =
                       WS-LH-KEY (WS-LH-IDX) (1:WS-LH-LEN (WS-LH-IDX))
                       AND (WS-LH-LEN (WS-LH-IDX) >= WS-SCAN-LEN
                       OR WS-SCAN-KEY (WS-LH-LEN (WS-LH-IDX) + 1:1)
                           = SPACE)
                       PERFORM ADD-REGISTER-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       ADD-REGISTER-COUNT.
           EVALUATE WS-SCAN-COL
            WHEN 1
               ADD 1 TO WS-LH-CNT-HIST (WS-LH-IDX)
            WHEN 2
               ADD 1 TO WS-LH-CNT-COMM (WS-LH-IDX)
            WHEN 3
               ADD 1 TO WS-LH-CNT-EXC (WS-LH-IDX)
            WHEN OTHER
               ADD 1 TO WS-LH-CNT-AUD (WS-LH-IDX)
           END-EVALUATE.

      *    THE OPERATOR SIGNED ON AT THE MAIN MENU, OR CONSOLE WHEN
      *    THE PROGRAM IS RUN ON ITS OWN.
       GET-SESSION-OPERATOR.
           MOVE "CONSOLE" TO WS-OPERATOR.
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
       END PROGRAM LEGALHLD.
