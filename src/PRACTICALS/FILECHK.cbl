      *    INACTIVE STATUS) AND THE DEMOGRAPHICS MASTER (NAMES),
      *    WRITING TO PRACTICALS/QUIZLAB3.NEW SO THE OPERATOR CAN
      *    INSPECT IT BEFORE SWAPPING IT OVER THE DAMAGED FILE.
      *    PAYHIST.IDX CARRIES ALTERNATE KEYS ON PAY PERIOD AND PAY
      *    DATE, AND EMPMAST.DAT ON DEPARTMENT AND SUPERVISOR. THE
      *    KEY CHECK READS EACH FILE IN FULL ALONG EVERY ONE OF ITS
      *    KEYS, REPORTING KEYS OUT OF ORDER AND ANY KEY THAT DOES
      *    NOT REACH THE SAME NUMBER OF RECORDS AS THE PRIME KEY.
      *    THE KEY REBUILD READS EACH FILE BY ITS PRIME KEY ALONE
      *    AND RELOADS IT INTO PAYHIST.NEW AND EMPMAST.NEW WITH ALL
      *    THE KEYS BUILT AFRESH; IT IS ALSO THE RELOAD THAT GIVES A
      *    FILE CREATED BEFORE THE ALTERNATE KEYS EXISTED ITS KEYS.
      *    THE OPERATOR SWAPS THE NEW FILES IN AFTER CHECKING THEM.
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
       SELECT AUDIT-FILE
           ASSIGN TO "PRACTICALS/AUDIT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT OLD-HIST-FILE
           ASSIGN TO "PRACTICALS/PAYHIST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OH-KEY
           FILE STATUS IS OLD-STATUS.
       SELECT NEW-HIST-FILE
           ASSIGN TO "PRACTICALS/PAYHIST.NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NH-KEY
           ALTERNATE RECORD KEY IS NH-PAY-PERIOD WITH DUPLICATES
           ALTERNATE RECORD KEY IS NH-PAY-DATE WITH DUPLICATES
           FILE STATUS IS NEW-STATUS.
       SELECT OLD-EM-FILE
           ASSIGN TO "PRACTICALS/EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OE-EMP-ID
           FILE STATUS IS OLD-STATUS.
       SELECT NEW-EM-FILE
           ASSIGN TO "PRACTICALS/EMPMAST.NEW"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NE-EMP-ID
           ALTERNATE RECORD KEY IS NE-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS NE-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.
       FD  OLD-HIST-FILE.
       01  OLD-HIST-REC.
           05 OH-KEY PIC X(18).
           05 OH-REST PIC X(190).
       FD  NEW-HIST-FILE.
       01  NEW-HIST-REC.
           05 NH-KEY.
               10 NH-EMP-ID PIC X(8).
               10 NH-PAY-PERIOD PIC X(6).
               10 NH-SEQ PIC 9(4).
           05 NH-FILLER-1 PIC X(1).
           05 NH-PAY-DATE PIC 9(8).
           05 NH-REST PIC X(181).
       FD  OLD-EM-FILE.
       01  OLD-EM-REC.
           05 OE-EMP-ID PIC X(8).
           05 OE-REST PIC X(146).
       FD  NEW-EM-FILE.
       01  NEW-EM-REC.
           05 NE-EMP-ID PIC X(8).
           05 NE-FILLER-1 PIC X(32).
           05 NE-DEPT-CODE PIC X(4).
           05 NE-FILLER-2 PIC X(93).
           05 NE-SUPERVISOR PIC X(8).
           05 NE-FILLER-3 PIC X(9).

       WORKING-STORAGE SECTION.
       01  CHK-STATUS PIC XX.
       01  HIST-STATUS PIC XX.
       01  AUDIT-STATUS PIC XX.
       01  EM-FILE-STATUS PIC XX.
       01  OLD-STATUS PIC XX.
       01  WS-EM-OPEN PIC X.
       01  WS-CHOICE PIC 9(1).
       01  WS-EOF PIC X.
       01  WS-FOUND PIC X.
       01  WS-IDX PIC 9(3).
       01  OUT-COUNT PIC ZZZZZZ9.
       01  OUT-COUNT-2 PIC ZZZZZZ9.

      *    KEY CHECK: WHICH KEY IS BEING WALKED (1 = PRIME), ITS
      *    RECORD COUNT AND THE LAST KEY VALUE SEEN.
       01  WS-KEY-NO PIC 9(1).
       01  WS-KEY-NAME PIC X(20).
       01  WS-KEY-COUNT PIC 9(7).
       01  WS-CUR-KEY PIC X(18).
       01  WS-PREV-KEY-VAL PIC X(18).
       01  WS-READ-COUNT PIC 9(7).

       01  WS-EMP-OVERFLOW PIC X VALUE 'N'.
       01  WS-EMP-COUNT PIC 9(3) VALUE 0.
           DISPLAY "1 - VERIFY EMPLOYEE FILE (QUIZLAB3.DAT)".
           DISPLAY "2 - VERIFY SALESMAN FILE (SALESMAN.DAT)".
           DISPLAY "3 - REBUILD EMPLOYEE FILE TO QUIZLAB3.NEW".
           DISPLAY "4 - VERIFY PAY HISTORY AND MASTER KEYS".
           DISPLAY "5 - REBUILD PAY HISTORY AND MASTER KEYS".
           DISPLAY "6 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

            WHEN 3
               PERFORM REBUILD-EMPLOYEE-FILE
            WHEN 4
               PERFORM VERIFY-ALTERNATE-KEYS
            WHEN 5
               PERFORM REBUILD-ALTERNATE-KEYS
            WHEN 6
               STOP RUN
            WHEN OTHER
               CONTINUE
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS = "00"
               PERFORM UNTIL HIST-STATUS NOT = "00"
                   READ HIST-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
               MOVE 0 TO WS-EM-YTD-GROSS (WS-IDX)
               MOVE 0 TO WS-EM-YTD-OT (WS-IDX)
               MOVE 0 TO WS-EM-YTD-TAX (WS-IDX)
               MOVE 0 TO WS-EM-BASIC (WS-IDX)
               MOVE 0 TO WS-EM-OT (WS-IDX)
               MOVE 0 TO WS-EM-TOTAL (WS-IDX)
               MOVE 0 TO WS-EM-TAX (WS-IDX)
               MOVE 0 TO WS-EM-NET (WS-IDX)
               MOVE SPACES TO WS-EM-PERIOD (WS-IDX)
               MOVE 0 TO WS-EM-DATE (WS-IDX)
               MOVE 'Y' TO WS-FOUND
           END-IF.
      *    THE CURRENT-PERIOD FIGURES COME FROM THE LATEST REGULAR
      *    ROW THAT STILL STANDS - NOT A BONUS RUN, AND NOT A VOIDED,
      *    REVERSAL OR RETRO ADJUSTMENT ROW. A SALARIED EMPLOYEE'S
      *    SALARY IS HELD APART FROM BASIC PAY ON HISTORY AND IS PUT
      *    BACK INTO IT HERE. EVERY ROW COUNTS TOWARD THE YTD TOTALS.
           IF WS-FOUND = 'Y'
               IF HIST-RUN-TYPE NOT = 'B' AND HIST-VOID = SPACE
                   MOVE HIST-BASIC-PAY TO WS-EM-BASIC (WS-IDX)
                   IF HIST-SALARY-PAY IS NUMERIC
                       ADD HIST-SALARY-PAY TO WS-EM-BASIC (WS-IDX)
                   END-IF
                   MOVE HIST-OVERTIME-PAY TO WS-EM-OT (WS-IDX)
                   MOVE HIST-TOTAL-PAY TO WS-EM-TOTAL (WS-IDX)
                   MOVE HIST-TAX-AMOUNT TO WS-EM-TAX (WS-IDX)
                   MOVE HIST-NET-PAY TO WS-EM-NET (WS-IDX)
                   MOVE HIST-PAY-PERIOD TO WS-EM-PERIOD (WS-IDX)
                   MOVE HIST-PAY-DATE TO WS-EM-DATE (WS-IDX)
               END-IF
               ADD HIST-TOTAL-PAY TO WS-EM-YTD-GROSS (WS-IDX)
               ADD HIST-OVERTIME-PAY TO WS-EM-YTD-OT (WS-IDX)
               ADD HIST-TAX-AMOUNT TO WS-EM-YTD-TAX (WS-IDX)
                       MOVE EM-NAME TO NEW-NAME
               END-READ
           END-IF.
       VERIFY-ALTERNATE-KEYS.
           MOVE 0 TO WS-ERR-COUNT.
           DISPLAY "PAY HISTORY (PAYHIST.IDX)".
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS NOT = "00"
               ADD 1 TO WS-ERR-COUNT
               DISPLAY "  OPEN FAILED WITH FILE STATUS " HIST-STATUS
                   " - KEYS MISSING OR FILE DAMAGED."
           ELSE
               PERFORM VARYING WS-KEY-NO FROM 1 BY 1
                   UNTIL WS-KEY-NO > 3
                   PERFORM WALK-HIST-KEY
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.
           DISPLAY "EMPLOYEE MASTER (EMPMAST.DAT)".
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS NOT = "00"
               ADD 1 TO WS-ERR-COUNT
               DISPLAY "  OPEN FAILED WITH FILE STATUS "
                   EM-FILE-STATUS " - KEYS MISSING OR FILE DAMAGED."
           ELSE
               PERFORM VARYING WS-KEY-NO FROM 1 BY 1
                   UNTIL WS-KEY-NO > 3
                   PERFORM WALK-MASTER-KEY
               END-PERFORM
               CLOSE EM-MASTER-FILE
           END-IF.
           MOVE WS-ERR-COUNT TO OUT-COUNT.
           DISPLAY "ERRORS FOUND:  " FUNCTION TRIM(OUT-COUNT).
           IF WS-ERR-COUNT > 0
               DISPLAY "USE OPTION 5 TO REBUILD THE KEYS."
           END-IF.
           ACCEPT OMITTED.

       WALK-HIST-KEY.
           MOVE 0 TO WS-KEY-COUNT.
           MOVE LOW-VALUES TO WS-PREV-KEY-VAL.
           MOVE LOW-VALUES TO HIST-REC.
           EVALUATE WS-KEY-NO
            WHEN 1
               MOVE "PRIME" TO WS-KEY-NAME
               START HIST-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       CONTINUE
               END-START
            WHEN 2
               MOVE "PAY PERIOD" TO WS-KEY-NAME
               START HIST-FILE KEY IS NOT LESS THAN HIST-PAY-PERIOD
                   INVALID KEY
                       CONTINUE
               END-START
            WHEN OTHER
               MOVE "PAY DATE" TO WS-KEY-NAME
               START HIST-FILE KEY IS NOT LESS THAN HIST-PAY-DATE
                   INVALID KEY
                       CONTINUE
               END-START
           END-EVALUATE.
           PERFORM UNTIL HIST-STATUS NOT = "00"
               AND HIST-STATUS NOT = "02"
               READ HIST-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-KEY-COUNT
                       EVALUATE WS-KEY-NO
                        WHEN 1
                           MOVE HIST-KEY TO WS-CUR-KEY
                        WHEN 2
                           MOVE HIST-PAY-PERIOD TO WS-CUR-KEY
                        WHEN OTHER
                           MOVE HIST-PAY-DATE TO WS-CUR-KEY
                       END-EVALUATE
                       PERFORM CHECK-KEY-ORDER
               END-READ
           END-PERFORM.
           IF HIST-STATUS NOT = "10" AND HIST-STATUS NOT = "23"
               ADD 1 TO WS-ERR-COUNT
               DISPLAY "  READ ERROR ON THE " FUNCTION TRIM(WS-KEY-NAME)
                   " KEY, FILE STATUS " HIST-STATUS
           END-IF.
           PERFORM REPORT-KEY-COUNT.

       WALK-MASTER-KEY.
           MOVE 0 TO WS-KEY-COUNT.
           MOVE LOW-VALUES TO WS-PREV-KEY-VAL.
           MOVE LOW-VALUES TO EM-MASTER-REC.
           EVALUATE WS-KEY-NO
            WHEN 1
               MOVE "PRIME" TO WS-KEY-NAME
               START EM-MASTER-FILE KEY IS NOT LESS THAN EM-EMP-ID
                   INVALID KEY
                       CONTINUE
               END-START
            WHEN 2
               MOVE "DEPARTMENT" TO WS-KEY-NAME
               START EM-MASTER-FILE KEY IS NOT LESS THAN EM-DEPT-CODE
                   INVALID KEY
                       CONTINUE
               END-START
            WHEN OTHER
               MOVE "SUPERVISOR" TO WS-KEY-NAME
               START EM-MASTER-FILE
                   KEY IS NOT LESS THAN EM-SUPERVISOR
                   INVALID KEY
                       CONTINUE
               END-START
           END-EVALUATE.
           PERFORM UNTIL EM-FILE-STATUS NOT = "00"
               AND EM-FILE-STATUS NOT = "02"
               READ EM-MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-KEY-COUNT
                       EVALUATE WS-KEY-NO
                        WHEN 1
                           MOVE EM-EMP-ID TO WS-CUR-KEY
                        WHEN 2
                           MOVE EM-DEPT-CODE TO WS-CUR-KEY
                        WHEN OTHER
                           MOVE EM-SUPERVISOR TO WS-CUR-KEY
                       END-EVALUATE
                       PERFORM CHECK-KEY-ORDER
               END-READ
           END-PERFORM.
           IF EM-FILE-STATUS NOT = "10" AND EM-FILE-STATUS NOT = "23"
               ADD 1 TO WS-ERR-COUNT
               DISPLAY "  READ ERROR ON THE " FUNCTION TRIM(WS-KEY-NAME)
                   " KEY, FILE STATUS " EM-FILE-STATUS
           END-IF.
           PERFORM REPORT-KEY-COUNT.

      *    THE PRIME KEY MUST RISE STRICTLY; AN ALTERNATE KEY TAKES
      *    DUPLICATES BUT MUST NEVER GO BACKWARDS.
       CHECK-KEY-ORDER.
           IF (WS-KEY-NO = 1 AND WS-CUR-KEY <= WS-PREV-KEY-VAL)
               OR (WS-KEY-NO > 1 AND WS-CUR-KEY < WS-PREV-KEY-VAL)
               ADD 1 TO WS-ERR-COUNT
               DISPLAY "  OUT-OF-SEQUENCE " FUNCTION TRIM(WS-KEY-NAME)
                   " KEY AT RECORD " WS-KEY-COUNT ": " WS-CUR-KEY
           END-IF.
           MOVE WS-CUR-KEY TO WS-PREV-KEY-VAL.

       REPORT-KEY-COUNT.
           IF WS-KEY-NO = 1
               MOVE WS-KEY-COUNT TO WS-REC-COUNT
           END-IF.
           MOVE WS-KEY-COUNT TO OUT-COUNT.
           DISPLAY "  " WS-KEY-NAME " KEY  " OUT-COUNT " RECORDS".
           IF WS-KEY-NO > 1 AND WS-KEY-COUNT NOT = WS-REC-COUNT
               ADD 1 TO WS-ERR-COUNT
               MOVE WS-REC-COUNT TO OUT-COUNT
               DISPLAY "  " FUNCTION TRIM(WS-KEY-NAME)
                   " KEY DOES NOT MATCH THE " FUNCTION TRIM(OUT-COUNT)
                   " RECORDS ON THE PRIME KEY."
           END-IF.

       REBUILD-ALTERNATE-KEYS.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-REC-COUNT.
           OPEN INPUT OLD-HIST-FILE.
           IF OLD-STATUS NOT = "00"
               DISPLAY "PAYHIST.IDX NOT READABLE, STATUS "
                   OLD-STATUS "."
           ELSE
               OPEN OUTPUT NEW-HIST-FILE
               PERFORM UNTIL OLD-STATUS NOT = "00"
                   READ OLD-HIST-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE OLD-HIST-REC TO NEW-HIST-REC
                           WRITE NEW-HIST-REC
                               INVALID KEY
                                   DISPLAY "DUPLICATE KEY SKIPPED: "
                                       NH-KEY
                               NOT INVALID KEY
                                   ADD 1 TO WS-REC-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE NEW-HIST-FILE
               CLOSE OLD-HIST-FILE
               MOVE WS-READ-COUNT TO OUT-COUNT
               MOVE WS-REC-COUNT TO OUT-COUNT-2
               DISPLAY "PAY HISTORY: " FUNCTION TRIM(OUT-COUNT)
                   " READ, " FUNCTION TRIM(OUT-COUNT-2)
                   " WRITTEN TO PRACTICALS/PAYHIST.NEW."
           END-IF.

           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-REC-COUNT.
           OPEN INPUT OLD-EM-FILE.
           IF OLD-STATUS NOT = "00"
               DISPLAY "EMPMAST.DAT NOT READABLE, STATUS "
                   OLD-STATUS "."
           ELSE
               OPEN OUTPUT NEW-EM-FILE
               PERFORM UNTIL OLD-STATUS NOT = "00"
                   READ OLD-EM-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE OLD-EM-REC TO NEW-EM-REC
                           WRITE NEW-EM-REC
                               INVALID KEY
                                   DISPLAY "DUPLICATE KEY SKIPPED: "
                                       NE-EMP-ID
                               NOT INVALID KEY
                                   ADD 1 TO WS-REC-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE NEW-EM-FILE
               CLOSE OLD-EM-FILE
               MOVE WS-READ-COUNT TO OUT-COUNT
               MOVE WS-REC-COUNT TO OUT-COUNT-2
               DISPLAY "EMPLOYEE MASTER: " FUNCTION TRIM(OUT-COUNT)
                   " READ, " FUNCTION TRIM(OUT-COUNT-2)
                   " WRITTEN TO PRACTICALS/EMPMAST.NEW."
           END-IF.
           DISPLAY "INSPECT THEM, THEN COPY PAYHIST.NEW OVER"
               " PAYHIST.IDX AND EMPMAST.NEW OVER EMPMAST.DAT,"
               " KEEPING THE OLD FILES AS THE FALLBACK COPY, AND"
               " RUN OPTION 4.".
           ACCEPT OMITTED.
       END PROGRAM FILECHK.
