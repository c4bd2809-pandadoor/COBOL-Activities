      *    EXPORT ACHEXPORT.DAT STAYS THE SOURCE OF TRUTH THAT
      *    PAYBAL AND ACHRET RECONCILE AGAINST; THIS RUN REFORMATS
      *    IT INTO THE BANK'S FIXED 94-CHARACTER RECORD LAYOUT ON
      *    ACHBANK.DAT: A FILE HEADER (TYPE 1), THEN ONE BATCH PER
      *    EMPLOYING COMPANY - A BATCH HEADER (TYPE 5) CARRYING THE
      *    COMPANY'S ORIGINATOR ID AND ORIGINATING BANK FROM THE
      *    COMPANY MASTER, ONE DETAIL (TYPE 6) PER EXPORT LINE FOR
      *    THE COMPANY'S EMPLOYEES - ZERO DOLLAR PRENOTES INCLUDED -
      *    AND A BATCH CONTROL (TYPE 8) WITH THE ENTRY COUNT, ENTRY
      *    HASH OF THE ROUTING CODES AND THE AMOUNT TOTAL - AND A
      *    FILE CONTROL (TYPE 9) WITH THE BATCH AND BLOCK COUNTS,
      *    PADDED WITH ALL-NINES LINES TO A FULL TEN-RECORD BLOCK
      *    THE WAY THE BANK'S SPECIFICATION REQUIRES. EMPLOYEES
      *    WITH NO COMPANY CODE GO IN A BATCH UNDER THE HOUSE
      *    ORIGINATOR DEFAULTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO "PRACTICALS/ACHBANK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BANK-STATUS.
       SELECT EM-MASTER-FILE
           ASSIGN TO "PRACTICALS/EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT COMP-FILE
           ASSIGN TO "PRACTICALS/COMPMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-FILE.
       01  BANK-REC PIC X(94).

       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.

       FD  COMP-FILE.
       01  COMP-REC.
           COPY COMPREC.

       WORKING-STORAGE SECTION.
       01  ACH-STATUS PIC XX.
       01  BANK-STATUS PIC XX.
       01  WS-BANK-NUM PIC 9(4).
       01  WS-AMT-CENTS PIC 9(10).
       01  WS-TRAN-CODE PIC 9(2).
       01  EM-FILE-STATUS PIC XX.
       01  COMP-STATUS PIC XX.
       01  WS-EM-OPEN PIC X VALUE 'N'.
       01  WS-ACH-COMPANY PIC X(4).
       01  WS-FILE-ENTRY-COUNT PIC 9(8) VALUE 0.
       01  WS-FILE-ENTRY-HASH PIC 9(10) VALUE 0.
       01  WS-FILE-AMOUNT PIC 9(10)V99 VALUE 0.

       01  WS-CO-COUNT PIC 9(2) VALUE 0.
       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 20 TIMES.
               10 WS-CO-CODE PIC X(4).
               10 WS-CO-NAME PIC X(23).
               10 WS-CO-ORIG-ID PIC X(10).
               10 WS-CO-DFI PIC X(8).
       01  WS-CO-IDX PIC 9(2).
       01  WS-CO-FOUND PIC X.

       01  WS-BAT-COUNT PIC 9(2) VALUE 0.
       01  WS-BAT-TABLE.
           05 WS-BAT-CODE PIC X(4) OCCURS 21 TIMES.
       01  WS-BAT-IDX PIC 9(2).
       01  WS-BAT-FOUND PIC X.
       01  WS-BAT-OVERFLOW PIC X VALUE 'N'.

       01  WS-FILE-HDR.
           05 FH-TYPE PIC X(1) VALUE "1".
                   ".DAT - RUN THE DIRECT DEPOSIT EXPORT FIRST."
               STOP RUN
           END-IF.
           PERFORM LOAD-COMPANIES.
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS = "00"
               MOVE 'Y' TO WS-EM-OPEN
           END-IF.

      *    FIRST PASS: THE COMPANIES PRESENT ON THE EXPORT, IN THE
      *    ORDER THEY ARE FIRST MET. EACH BECOMES ONE BATCH.
           PERFORM UNTIL ACH-STATUS NOT = "00"
               READ ACH-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ACH-REC-TYPE = 'D' OR ACH-REC-TYPE = 'P'
                           PERFORM GET-ACH-COMPANY
                           PERFORM NOTE-BATCH-COMPANY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACH-FILE.
           IF WS-BAT-OVERFLOW = 'Y'
               DISPLAY "MORE THAN 21 COMPANIES ON THE EXPORT - BANK"
                   " FILE NOT WRITTEN."
               IF WS-EM-OPEN = 'Y'
                   CLOSE EM-MASTER-FILE
               END-IF
               STOP RUN
           END-IF.
           IF WS-BAT-COUNT = 0
               MOVE 1 TO WS-BAT-COUNT
               MOVE SPACES TO WS-BAT-CODE (1)
           END-IF.

           OPEN OUTPUT BANK-FILE.
           PERFORM WRITE-FILE-HEADER.
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
               UNTIL WS-BAT-IDX > WS-BAT-COUNT
               PERFORM WRITE-ONE-BATCH
           END-PERFORM.
           PERFORM WRITE-FILE-CONTROL.
           PERFORM PAD-TO-FULL-BLOCK.
           CLOSE BANK-FILE.
           IF WS-EM-OPEN = 'Y'
               CLOSE EM-MASTER-FILE
           END-IF.

           MOVE WS-FILE-ENTRY-COUNT TO OUT-COUNT.
           DISPLAY "BANK FILE WRITTEN TO PRACTICALS/ACHBANK.DAT"
               " WITH " FUNCTION TRIM(OUT-COUNT) " DETAIL"
               " ENTRIES.".
           MOVE WS-BAT-COUNT TO OUT-COUNT.
           DISPLAY "COMPANY BATCHES: " FUNCTION TRIM(OUT-COUNT).
           STOP RUN.

       LOAD-COMPANIES.
           MOVE 0 TO WS-CO-COUNT.
           OPEN INPUT COMP-FILE.
           IF COMP-STATUS = "00"
               PERFORM UNTIL COMP-STATUS NOT = "00"
                   OR WS-CO-COUNT >= 20
                   READ COMP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-CO-COUNT
                           MOVE CO-CODE TO WS-CO-CODE (WS-CO-COUNT)
                           MOVE CO-NAME TO WS-CO-NAME (WS-CO-COUNT)
                           MOVE CO-ACH-ORIG-ID TO
                               WS-CO-ORIG-ID (WS-CO-COUNT)
                           MOVE CO-BANK-DFI TO WS-CO-DFI (WS-CO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE COMP-FILE
           END-IF.

       GET-ACH-COMPANY.
           MOVE SPACES TO WS-ACH-COMPANY.
           IF WS-EM-OPEN = 'Y'
               MOVE ACH-EMP-ID TO EM-EMP-ID
               READ EM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-COMPANY TO WS-ACH-COMPANY
               END-READ
           END-IF.

       NOTE-BATCH-COMPANY.
           MOVE 'N' TO WS-BAT-FOUND.
           PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
               UNTIL WS-BAT-IDX > WS-BAT-COUNT
               IF WS-BAT-CODE (WS-BAT-IDX) = WS-ACH-COMPANY
                   MOVE 'Y' TO WS-BAT-FOUND
               END-IF
           END-PERFORM.
           IF WS-BAT-FOUND = 'N'
               IF WS-BAT-COUNT >= 21
                   MOVE 'Y' TO WS-BAT-OVERFLOW
               ELSE
                   ADD 1 TO WS-BAT-COUNT
                   MOVE WS-ACH-COMPANY TO WS-BAT-CODE (WS-BAT-COUNT)
               END-IF
           END-IF.

      *    ONE BATCH: HEADER, THE COMPANY'S DETAILS FROM A FRESH
      *    PASS OF THE EXPORT, AND ITS CONTROL RECORD.
       WRITE-ONE-BATCH.
           MOVE 0 TO WS-ENTRY-COUNT WS-ENTRY-HASH WS-AMOUNT-TOTAL.
           PERFORM SET-BATCH-ORIGINATOR.
           PERFORM WRITE-BATCH-HEADER.
           OPEN INPUT ACH-FILE.
           PERFORM UNTIL ACH-STATUS NOT = "00"
               READ ACH-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ACH-REC-TYPE = 'D' OR ACH-REC-TYPE = 'P'
                           PERFORM GET-ACH-COMPANY
                           IF WS-ACH-COMPANY = WS-BAT-CODE (WS-BAT-IDX)
                               PERFORM WRITE-ONE-DETAIL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACH-FILE.
           PERFORM WRITE-BATCH-CONTROL.
           ADD WS-ENTRY-COUNT TO WS-FILE-ENTRY-COUNT.
           ADD WS-ENTRY-HASH TO WS-FILE-ENTRY-HASH.
           ADD WS-AMOUNT-TOTAL TO WS-FILE-AMOUNT.

      *    A COMPANY ON THE COMPANY MASTER ORIGINATES UNDER ITS OWN
      *    ID AND BANK; ANY OTHER CODE USES THE HOUSE DEFAULTS.
       SET-BATCH-ORIGINATOR.
           MOVE "PAYROLL" TO BH-COMPANY.
           MOVE "8888888888" TO BH-COMPANY-ID.
           MOVE "99999999" TO BH-ORIGIN-DFI.
           MOVE 'N' TO WS-CO-FOUND.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT
               OR WS-CO-FOUND = 'Y'
               IF WS-CO-CODE (WS-CO-IDX) = WS-BAT-CODE (WS-BAT-IDX)
                   AND WS-BAT-CODE (WS-BAT-IDX) NOT = SPACES
                   MOVE 'Y' TO WS-CO-FOUND
                   MOVE WS-CO-NAME (WS-CO-IDX) TO BH-COMPANY
                   MOVE WS-CO-ORIG-ID (WS-CO-IDX) TO BH-COMPANY-ID
                   MOVE WS-CO-DFI (WS-CO-IDX) TO BH-ORIGIN-DFI
               END-IF
           END-PERFORM.
           MOVE BH-COMPANY-ID TO BC-COMPANY-ID.
           MOVE BH-ORIGIN-DFI TO BC-ORIGIN-DFI.
           MOVE WS-BAT-IDX TO BH-BATCH-NO.
           MOVE WS-BAT-IDX TO BC-BATCH-NO.

       WRITE-FILE-HEADER.
           MOVE WS-TODAY (3:6) TO FH-DATE.
           ACCEPT WS-TIME-FULL FROM TIME.
      *    TRANSACTION CODE 22 IS A CHECKING CREDIT, 32 A SAVINGS
      *    CREDIT; PRENOTES USE 23/33 WITH A ZERO AMOUNT. THE
      *    4-DIGIT INTERNAL BANK CODE RIDES IN THE ROUTING FIELD
      *    ZERO-FILLED, AND ITS SUM IS THE ENTRY HASH. TRACE
      *    NUMBERS RUN ON ACROSS THE BATCHES OF THE FILE.
       WRITE-ONE-DETAIL.
           IF ACH-ACCT-TYPE = 'S'
               MOVE 32 TO WS-TRAN-CODE
           MOVE ACH-EMP-ID TO DT-IND-ID.
           MOVE ACH-EMP-ID TO DT-IND-NAME.
           ADD 1 TO WS-ENTRY-COUNT.
           COMPUTE DT-TRACE = WS-FILE-ENTRY-COUNT + WS-ENTRY-COUNT.
           MOVE WS-DETAIL TO BANK-REC.
           WRITE BANK-REC.
           ADD 1 TO WS-REC-COUNT.
       WRITE-FILE-CONTROL.
           ADD 1 TO WS-REC-COUNT.
           COMPUTE WS-BLOCK-COUNT = (WS-REC-COUNT + 9) / 10.
           MOVE WS-BAT-COUNT TO FC-BATCH-COUNT.
           MOVE WS-BLOCK-COUNT TO FC-BLOCK-COUNT.
           MOVE WS-FILE-ENTRY-COUNT TO FC-ENTRY-COUNT.
           MOVE WS-FILE-ENTRY-HASH TO FC-ENTRY-HASH.
           COMPUTE FC-CREDIT-TOTAL = WS-FILE-AMOUNT * 100.
           MOVE WS-FILE-CTL TO BANK-REC.
           WRITE BANK-REC.

