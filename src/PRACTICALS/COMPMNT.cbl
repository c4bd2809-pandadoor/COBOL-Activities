       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPMNT.
      *    COMPANY (LEGAL ENTITY) MASTER MAINTENANCE. PAYROLL RUNS
      *    FOR MORE THAN ONE EMPLOYING ENTITY OUT OF THE ONE PAY
      *    FILE; EACH EMPLOYEE CARRIES A COMPANY CODE ON THE EMPLOYEE
      *    MASTER AND THIS FILE GIVES THE CODE ITS ACH ORIGINATOR ID,
      *    ORIGINATING BANK AND ACCOUNT, AND GL COMPANY SEGMENT FOR
      *    THE ACH BATCHES, CHECK RUN AND GL JOURNAL, AND THE
      *    EMPLOYER TAX ID THE ANNUAL WAGE FILING IS MADE UNDER. AN
      *    EMPLOYEE WITH NO COMPANY CODE IS PAID UNDER THE HOUSE
      *    DEFAULTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COMP-FILE
           ASSIGN TO "PRACTICALS/COMPMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMP-FILE.
       01  COMP-REC.
           COPY COMPREC.

       WORKING-STORAGE SECTION.
       01  COMP-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-KEY-IN PIC X(4).
       01  WS-FOUND PIC X.
       01  WS-IDX PIC 9(3).

       01  WS-CO-COUNT PIC 9(3) VALUE 0.
       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 20 TIMES.
               10 WS-CO-CODE PIC X(4).
               10 WS-CO-NAME PIC X(23).
               10 WS-CO-ORIG-ID PIC X(10).
               10 WS-CO-DFI PIC X(8).
               10 WS-CO-ACCOUNT PIC X(17).
               10 WS-CO-GL-SEG PIC X(4).
               10 WS-CO-TAX-ID PIC X(9).

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           PERFORM LOAD-COMPANIES.
           DISPLAY "COMPANY (LEGAL ENTITY) MASTER".
           DISPLAY "1 - ADD COMPANY".
           DISPLAY "2 - CHANGE COMPANY".
           DISPLAY "3 - LIST COMPANIES".
           DISPLAY "4 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM ADD-COMPANY
            WHEN 2
               PERFORM CHANGE-COMPANY
            WHEN 3
               PERFORM LIST-COMPANIES
            WHEN 4
               GOBACK
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM MAIN-PARA.

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
                           MOVE CO-BANK-ACCOUNT TO
                               WS-CO-ACCOUNT (WS-CO-COUNT)
                           MOVE CO-GL-SEGMENT TO
                               WS-CO-GL-SEG (WS-CO-COUNT)
                           MOVE CO-TAX-ID TO
                               WS-CO-TAX-ID (WS-CO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE COMP-FILE
           END-IF.

       SAVE-COMPANIES.
           OPEN OUTPUT COMP-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CO-COUNT
               MOVE SPACES TO COMP-REC
               MOVE WS-CO-CODE (WS-IDX) TO CO-CODE
               MOVE WS-CO-NAME (WS-IDX) TO CO-NAME
               MOVE WS-CO-ORIG-ID (WS-IDX) TO CO-ACH-ORIG-ID
               MOVE WS-CO-DFI (WS-IDX) TO CO-BANK-DFI
               MOVE WS-CO-ACCOUNT (WS-IDX) TO CO-BANK-ACCOUNT
               MOVE WS-CO-GL-SEG (WS-IDX) TO CO-GL-SEGMENT
               MOVE WS-CO-TAX-ID (WS-IDX) TO CO-TAX-ID
               WRITE COMP-REC
           END-PERFORM.
           CLOSE COMP-FILE.

       FIND-COMPANY.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CO-COUNT
               OR WS-FOUND = 'Y'
               IF WS-CO-CODE (WS-IDX) = WS-KEY-IN
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y'
               SUBTRACT 1 FROM WS-IDX
           END-IF.

       ADD-COMPANY.
           IF WS-CO-COUNT >= 20
               DISPLAY "COMPANY TABLE IS FULL."
           ELSE
               DISPLAY "COMPANY CODE: " WITH NO ADVANCING
               ACCEPT WS-KEY-IN
               MOVE FUNCTION UPPER-CASE(WS-KEY-IN) TO WS-KEY-IN
               PERFORM FIND-COMPANY
               EVALUATE TRUE
                WHEN WS-KEY-IN = SPACES
                   DISPLAY "ERROR: COMPANY CODE MAY NOT BE BLANK."
                WHEN WS-FOUND = 'Y'
                   DISPLAY "ERROR: COMPANY " WS-KEY-IN
                       " ALREADY ON MASTER."
                WHEN OTHER
                   ADD 1 TO WS-CO-COUNT
                   MOVE WS-CO-COUNT TO WS-IDX
                   MOVE WS-KEY-IN TO WS-CO-CODE (WS-IDX)
                   PERFORM ACCEPT-COMPANY-DETAIL
                   PERFORM SAVE-COMPANIES
                   DISPLAY "COMPANY " WS-KEY-IN " ADDED."
               END-EVALUATE
           END-IF.
           ACCEPT OMITTED.

       CHANGE-COMPANY.
           DISPLAY "COMPANY CODE TO CHANGE: " WITH NO ADVANCING.
           ACCEPT WS-KEY-IN.
           MOVE FUNCTION UPPER-CASE(WS-KEY-IN) TO WS-KEY-IN.
           PERFORM FIND-COMPANY.
           IF WS-FOUND = 'N'
               DISPLAY "COMPANY NOT ON MASTER: " WS-KEY-IN
           ELSE
               DISPLAY "CURRENT NAME:          " WS-CO-NAME (WS-IDX)
               DISPLAY "CURRENT ACH ORIGINATOR: "
                   WS-CO-ORIG-ID (WS-IDX)
               DISPLAY "CURRENT BANK ROUTING:  " WS-CO-DFI (WS-IDX)
               DISPLAY "CURRENT BANK ACCOUNT:  " WS-CO-ACCOUNT (WS-IDX)
               DISPLAY "CURRENT GL SEGMENT:    " WS-CO-GL-SEG (WS-IDX)
               DISPLAY "CURRENT EMPLOYER TAX ID: "
                   WS-CO-TAX-ID (WS-IDX)
               PERFORM ACCEPT-COMPANY-DETAIL
               PERFORM SAVE-COMPANIES
               DISPLAY "COMPANY " WS-KEY-IN " UPDATED."
           END-IF.
           ACCEPT OMITTED.

      *    THE ORIGINATOR ID GOES ON THE ACH BATCH HEADER AND
      *    CONTROL RECORDS; THE BANK ROUTING IS THE ORIGINATING DFI
      *    (FIRST EIGHT DIGITS); THE GL SEGMENT IS CARRIED ON EVERY
      *    JOURNAL ROW BOOKED FOR THE COMPANY; THE EMPLOYER TAX ID
      *    (NINE DIGITS, NO DASH) GOES ON THE WAGE FILING.
       ACCEPT-COMPANY-DETAIL.
           DISPLAY "COMPANY NAME: " WITH NO ADVANCING.
           ACCEPT WS-CO-NAME (WS-IDX).
           DISPLAY "ACH ORIGINATOR ID (10): " WITH NO ADVANCING.
           ACCEPT WS-CO-ORIG-ID (WS-IDX).
           DISPLAY "BANK ROUTING / ORIGINATING DFI (8): "
               WITH NO ADVANCING.
           ACCEPT WS-CO-DFI (WS-IDX).
           DISPLAY "BANK ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-CO-ACCOUNT (WS-IDX).
           DISPLAY "GL COMPANY SEGMENT: " WITH NO ADVANCING.
           ACCEPT WS-CO-GL-SEG (WS-IDX).
           DISPLAY "EMPLOYER TAX ID (9): " WITH NO ADVANCING.
           ACCEPT WS-CO-TAX-ID (WS-IDX).

       LIST-COMPANIES.
           IF WS-CO-COUNT = 0
               DISPLAY "NO COMPANIES ON MASTER."
           ELSE
               DISPLAY "CODE  NAME                     ORIG-ID   "
                   " DFI       ACCOUNT            GL    TAX-ID"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CO-COUNT
                   DISPLAY WS-CO-CODE (WS-IDX) "  "
                       WS-CO-NAME (WS-IDX) "  "
                       WS-CO-ORIG-ID (WS-IDX) " "
                       WS-CO-DFI (WS-IDX) "  "
                       WS-CO-ACCOUNT (WS-IDX) "  "
                       WS-CO-GL-SEG (WS-IDX) "  "
                       WS-CO-TAX-ID (WS-IDX)
               END-PERFORM
           END-IF.
           ACCEPT OMITTED.
       END PROGRAM COMPMNT.
