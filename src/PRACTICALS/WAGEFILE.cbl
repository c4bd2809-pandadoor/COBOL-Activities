       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAGEFILE.
      *    ELECTRONIC ANNUAL WAGE FILING. BUILDS THE FIXED-LENGTH
      *    SUBMISSION FILE PRACTICALS/WAGEFILE.DAT FOR A CALENDAR
      *    YEAR FROM THE PAY-HISTORY ROWS WHOSE PAY DATE FALLS IN
      *    THAT YEAR, WITH THE NAME, ADDRESS AND TAX ID FROM THE
      *    EMPLOYEE MASTER AND THE RETIREMENT DEFERRALS FROM THE
      *    CONTRIBUTION REGISTER RETREG.DAT. THE FILE CARRIES ONE
      *    SUBMITTER RECORD, AND FOR EACH EMPLOYING COMPANY AN
      *    EMPLOYER RECORD, ITS EMPLOYEE WAGE AND WITHHOLDING RECORDS
      *    AND AN EMPLOYER TOTAL RECORD, THEN A FILE TOTAL RECORD. AN
      *    EMPLOYEE WITH A MISSING OR MALFORMED TAX ID, OR WHOSE
      *    COMPANY HAS NO EMPLOYER TAX ID, IS LEFT OFF THE FILE AND
      *    LISTED. A VOIDED ROW AND ITS REVERSAL ROW ARE BOTH LEFT
      *    OUT, SO A VOID TAKES THE PAY OUT OF THE YEAR IT WAS PAID
      *    IN; RETRO ADJUSTMENT ROWS COUNT IN THE YEAR THEY ARE PAID.
      *    THE FINISHED FILE IS REGISTERED UNDER TRANSMISSION CONTROL
      *    LIKE THE OTHER OUTBOUND FILES. ONCE FILED THE YEAR IS
      *    FINALIZED: EVERY FILED EMPLOYEE'S FIGURES ARE SNAPSHOTTED
      *    ON WAGESNAP.DAT. THE CORRECTED-STATEMENT RUN RECOMPUTES A
      *    FINALIZED YEAR, PRINTS THE ORIGINAL AND CORRECTED FIGURES
      *    SIDE BY SIDE FOR EVERY EMPLOYEE WHOSE FIGURES HAVE MOVED,
      *    WRITES THE MATCHING CORRECTION FILING
      *    PRACTICALS/WAGECORR.DAT, AND CARRIES THE CORRECTED FIGURES
      *    INTO THE SNAPSHOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HIST-FILE
           ASSIGN TO "PRACTICALS/PAYHIST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-PAY-PERIOD WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-PAY-DATE WITH DUPLICATES
           FILE STATUS IS HIST-STATUS.
       SELECT RETREG-FILE
           ASSIGN TO "PRACTICALS/RETREG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETREG-STATUS.
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
       SELECT WAGE-FILE
           ASSIGN TO "PRACTICALS/WAGEFILE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WAGE-STATUS.
       SELECT WAGESNAP-FILE
           ASSIGN TO "PRACTICALS/WAGESNAP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WAGESNAP-STATUS.
       SELECT CORR-FILE
           ASSIGN TO "PRACTICALS/WAGECORR.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CORR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-REC.
           COPY PAYHREC.

       FD  RETREG-FILE.
       01  RETREG-REC.
           05 RR-EMP-ID PIC X(8).
           05 RR-FILLER-1 PIC X(1).
           05 RR-PERIOD PIC X(6).
           05 RR-FILLER-2 PIC X(1).
           05 RR-DATE PIC 9(8).
           05 RR-FILLER-3 PIC X(1).
           05 RR-EE-AMT PIC 9(7)V99.
           05 RR-FILLER-4 PIC X(1).
           05 RR-ER-AMT PIC 9(7)V99.

       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.

       FD  COMP-FILE.
       01  COMP-REC.
           COPY COMPREC.

       FD  WAGE-FILE.
       01  WAGE-REC PIC X(150).

       FD  WAGESNAP-FILE.
       01  WAGESNAP-REC.
           COPY WAGESNAP.

       FD  CORR-FILE.
       01  CORR-REC PIC X(160).

       WORKING-STORAGE SECTION.
       01  HIST-STATUS PIC XX.
       01  RETREG-STATUS PIC XX.
       01  EM-FILE-STATUS PIC XX.
       01  COMP-STATUS PIC XX.
       01  WAGE-STATUS PIC XX.
       01  WAGESNAP-STATUS PIC XX.
       01  CORR-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-ANSWER PIC X(1).
       01  WS-EM-OPEN PIC X VALUE 'N'.
       01  WS-YEAR-IN PIC 9(4).
       01  WS-REC-YEAR PIC 9(4).
       01  WS-TODAY PIC 9(8).
       01  WS-SUB-EIN PIC X(9).
       01  WS-SUB-NAME PIC X(30).
       01  WS-SUB-PHONE PIC X(12).

       01  WS-EMP-COUNT PIC 9(3) VALUE 0.
       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 300 TIMES.
               10 WS-ET-EMP PIC X(8).
               10 WS-ET-CO PIC X(4).
               10 WS-ET-GROSS PIC S9(9)V99.
               10 WS-ET-TAX PIC S9(9)V99.
               10 WS-ET-DEFER PIC S9(9)V99.
               10 WS-ET-LOC-WAGES PIC S9(9)V99.
               10 WS-ET-LOC-TAX PIC S9(9)V99.
               10 WS-ET-LOCATION PIC X(4).
               10 WS-ET-OK PIC X(1).
               10 WS-ET-SSN PIC X(9).
               10 WS-ET-NAME PIC X(15).
               10 WS-ET-ADDRESS PIC X(30).
       01  WS-EMP-IDX PIC 9(3).
       01  WS-EMP-HIT PIC 9(3).
       01  WS-EMP-OVERFLOW PIC X VALUE 'N'.

       01  WS-CO-COUNT PIC 9(2) VALUE 0.
       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 20 TIMES.
               10 WS-CO-CODE PIC X(4).
               10 WS-CO-NAME PIC X(23).
               10 WS-CO-TAX-ID PIC X(9).
       01  WS-CO-IDX PIC 9(2).
       01  WS-CO-FOUND PIC X.

       01  WS-ER-COUNT PIC 9(2) VALUE 0.
       01  WS-ER-TABLE.
           05 WS-ER-CODE PIC X(4) OCCURS 21 TIMES.
       01  WS-ER-IDX PIC 9(2).
       01  WS-ER-FOUND PIC X.
       01  WS-ER-KEY PIC X(4).
       01  WS-ER-EIN PIC X(9).
       01  WS-ER-NAME PIC X(30).

       01  WS-SSN-X PIC X(9).
       01  WS-REFUSE-REASON PIC X(30).
       01  WS-RF-EMP PIC X(8).
       01  WS-RF-CO PIC X(4).
       01  WS-RF-NAME PIC X(15).
       01  WS-REFUSED PIC 9(3) VALUE 0.
       01  WS-FILED PIC 9(3) VALUE 0.
       01  WS-BOX1 PIC S9(9)V99.

       01  WS-CO-EMPS PIC 9(7).
       01  WS-CO-WAGES PIC S9(11)V99.
       01  WS-CO-TAX PIC S9(11)V99.
       01  WS-CO-SS-WAGES PIC S9(11)V99.
       01  WS-CO-DEFER PIC S9(11)V99.
       01  WS-CO-LOC-WAGES PIC S9(11)V99.
       01  WS-CO-LOC-TAX PIC S9(11)V99.
       01  WS-FILE-EMPS PIC 9(7) VALUE 0.
       01  WS-FILE-WAGES PIC S9(11)V99 VALUE 0.
       01  WS-FILE-TAX PIC S9(11)V99 VALUE 0.
       01  WS-FILE-SS-WAGES PIC S9(11)V99 VALUE 0.
       01  WS-FILE-DEFER PIC S9(11)V99 VALUE 0.
       01  WS-FILE-LOC-WAGES PIC S9(11)V99 VALUE 0.
       01  WS-FILE-LOC-TAX PIC S9(11)V99 VALUE 0.
       01  WS-REC-COUNT PIC 9(7) VALUE 0.

      *    THE WAGE SNAPSHOT FOR THE CORRECTED-STATEMENT RUN: EVERY
      *    YEAR'S ROWS ARE HELD SO THE FILE CAN BE WRITTEN BACK WHOLE.
      *    THE SIX AMOUNTS RUN IN BOX ORDER - WAGES, FEDERAL TAX,
      *    SOCIAL WAGES, DEFERRAL, LOCAL WAGES, LOCAL TAX. WS-SN-STATE
      *    IS 'C' FOR A ROW TO BE CORRECTED AND 'R' FOR ONE REFUSED;
      *    WS-SN-NEW MARKS AN EMPLOYEE NOT ON THE ORIGINAL FILING.
       01  WS-SN-COUNT PIC 9(3) VALUE 0.
       01  WS-SN-OVERFLOW PIC X VALUE 'N'.
       01  WS-SN-TABLE.
           05 WS-SN-ENTRY OCCURS 500 TIMES.
               10 WS-SN-YEAR PIC 9(4).
               10 WS-SN-EMP PIC X(8).
               10 WS-SN-CO PIC X(4).
               10 WS-SN-SSN PIC X(9).
               10 WS-SN-NAME PIC X(15).
               10 WS-SN-DATE PIC 9(8).
               10 WS-SN-LOCALITY PIC X(4).
               10 WS-SN-O-AMT PIC S9(9)V99 OCCURS 6 TIMES.
               10 WS-SN-C-AMT PIC S9(9)V99 OCCURS 6 TIMES.
               10 WS-SN-C-LOCALITY PIC X(4).
               10 WS-SN-STATE PIC X(1).
               10 WS-SN-NEW PIC X(1).
       01  WS-SN-IDX PIC 9(3).
       01  WS-SN-HIT PIC 9(3).
       01  WS-YEAR-ROWS PIC 9(3).
       01  WS-CHANGED PIC 9(3).
       01  WS-AMT-IDX PIC 9(1).
       01  WS-DIFF PIC X(1).
       01  WS-CUR-AMTS.
           05 WS-CUR-AMT PIC S9(9)V99 OCCURS 6 TIMES.
       01  WS-BOX-LABELS.
           05 FILLER PIC X(18) VALUE "WAGES (BOX 1)".
           05 FILLER PIC X(18) VALUE "FEDERAL TAX".
           05 FILLER PIC X(18) VALUE "SOCIAL WAGES".
           05 FILLER PIC X(18) VALUE "DEFERRAL (12 D)".
           05 FILLER PIC X(18) VALUE "LOCAL WAGES".
           05 FILLER PIC X(18) VALUE "LOCAL TAX".
       01  WS-BOX-LABEL-TABLE REDEFINES WS-BOX-LABELS.
           05 WS-BOX-LABEL PIC X(18) OCCURS 6 TIMES.
       01  WS-KO-AMTS.
           05 WS-KO-AMT PIC S9(11)V99 OCCURS 6 TIMES.
       01  WS-KC-AMTS.
           05 WS-KC-AMT PIC S9(11)V99 OCCURS 6 TIMES.
       01  WS-KO-EMPS PIC 9(7).
       01  OUT-ORIG PIC ZZZ,ZZZ,ZZ9.99-.
       01  OUT-CORR PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-RPT-LINE PIC X(80).

       01  OUT-COUNT PIC ZZZ,ZZ9.
       01  OUT-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99-.

      *    FILING RECORD LAYOUTS. EVERY RECORD IS 150 BYTES, TYPE
      *    CODE IN COLUMN 1 AND TAX YEAR IN COLUMNS 2-5. AMOUNTS ARE
      *    UNSIGNED WITH TWO IMPLIED DECIMALS.
       01  WS-SUBMITTER.
           05 SR-TYPE PIC X(1) VALUE "A".
           05 SR-YEAR PIC 9(4).
           05 SR-EIN PIC X(9).
           05 SR-NAME PIC X(30).
           05 SR-PHONE PIC X(12).
           05 SR-RUN-DATE PIC 9(8).
           05 FILLER PIC X(86) VALUE SPACES.

       01  WS-EMPLOYER.
           05 ER-TYPE PIC X(1) VALUE "E".
           05 ER-YEAR PIC 9(4).
           05 ER-COMPANY PIC X(4).
           05 ER-EIN PIC X(9).
           05 ER-NAME PIC X(30).
           05 FILLER PIC X(102) VALUE SPACES.

      *    BOX 1 WAGES ARE GROSS LESS THE RETIREMENT DEFERRAL; THE
      *    SOCIAL-INSURANCE WAGES ARE THE FULL GROSS; THE DEFERRAL
      *    ITSELF IS REPORTED UNDER BOX 12 CODE D.
       01  WS-EMPLOYEE.
           05 EW-TYPE PIC X(1) VALUE "W".
           05 EW-YEAR PIC 9(4).
           05 EW-COMPANY PIC X(4).
           05 EW-SSN PIC X(9).
           05 EW-WAGES PIC 9(9)V99.
           05 EW-FED-TAX PIC 9(9)V99.
           05 EW-SS-WAGES PIC 9(9)V99.
           05 EW-DEFERRAL PIC 9(9)V99.
           05 EW-LOC-WAGES PIC 9(9)V99.
           05 EW-LOC-TAX PIC 9(9)V99.
           05 EW-LOCALITY PIC X(4).
           05 EW-EMP-ID PIC X(8).
           05 EW-NAME PIC X(15).
           05 EW-ADDRESS PIC X(30).
           05 FILLER PIC X(9) VALUE SPACES.

       01  WS-EMPLOYER-TOTAL.
           05 ET-TYPE PIC X(1) VALUE "T".
           05 ET-YEAR PIC 9(4).
           05 ET-COMPANY PIC X(4).
           05 ET-EMP-COUNT PIC 9(7).
           05 ET-WAGES PIC 9(11)V99.
           05 ET-FED-TAX PIC 9(11)V99.
           05 ET-SS-WAGES PIC 9(11)V99.
           05 ET-DEFERRAL PIC 9(11)V99.
           05 ET-LOC-WAGES PIC 9(11)V99.
           05 ET-LOC-TAX PIC 9(11)V99.
           05 FILLER PIC X(56) VALUE SPACES.

       01  WS-FILE-TOTAL.
           05 FT-TYPE PIC X(1) VALUE "F".
           05 FT-YEAR PIC 9(4).
           05 FT-ER-COUNT PIC 9(5).
           05 FT-EMP-COUNT PIC 9(7).
           05 FT-WAGES PIC 9(11)V99.
           05 FT-FED-TAX PIC 9(11)V99.
           05 FT-SS-WAGES PIC 9(11)V99.
           05 FT-DEFERRAL PIC 9(11)V99.
           05 FT-LOC-WAGES PIC 9(11)V99.
           05 FT-LOC-TAX PIC 9(11)V99.
           05 FILLER PIC X(55) VALUE SPACES.

      *    CORRECTION FILING RECORDS ARE 160 BYTES: THE SUBMITTER AND
      *    EMPLOYER RECORDS ABOVE, THEN PER EMPLOYEE THE ORIGINAL AND
      *    CORRECTED FIGURE OF EACH BOX IN PAIRS, AND PER EMPLOYER A
      *    TOTAL OF THE ORIGINAL AND CORRECTED FIGURES.
       01  WS-CORRECTION.
           05 CR-TYPE PIC X(1) VALUE "C".
           05 CR-YEAR PIC 9(4).
           05 CR-COMPANY PIC X(4).
           05 CR-SSN PIC X(9).
           05 CR-EMP-ID PIC X(8).
           05 CR-BOX OCCURS 6 TIMES.
               10 CR-ORIG PIC 9(9)V99.
               10 CR-CORR PIC 9(9)V99.
           05 FILLER PIC X(2) VALUE SPACES.

       01  WS-CORR-TOTAL.
           05 CK-TYPE PIC X(1) VALUE "K".
           05 CK-YEAR PIC 9(4).
           05 CK-COMPANY PIC X(4).
           05 CK-EMP-COUNT PIC 9(7).
           05 CK-ORIG-WAGES PIC 9(11)V99.
           05 CK-CORR-WAGES PIC 9(11)V99.
           05 CK-ORIG-FED-TAX PIC 9(11)V99.
           05 CK-CORR-FED-TAX PIC 9(11)V99.
           05 CK-ORIG-DEFERRAL PIC 9(11)V99.
           05 CK-CORR-DEFERRAL PIC 9(11)V99.
           05 CK-ORIG-LOC-TAX PIC 9(11)V99.
           05 CK-CORR-LOC-TAX PIC 9(11)V99.
           05 FILLER PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "ANNUAL WAGE FILING".
           DISPLAY "1 - PRODUCE THE WAGE FILING FILE".
           DISPLAY "2 - CORRECTED WAGE STATEMENTS".
           DISPLAY "3 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM PRODUCE-FILING
            WHEN 2
               PERFORM CORRECTED-STATEMENTS
            WHEN 3
               GOBACK
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           ACCEPT OMITTED.
           PERFORM MAIN-PARA.

       RESET-RUN.
           MOVE 0 TO WS-EMP-COUNT WS-ER-COUNT WS-REFUSED WS-FILED
               WS-REC-COUNT WS-FILE-EMPS WS-FILE-WAGES WS-FILE-TAX
               WS-FILE-SS-WAGES WS-FILE-DEFER WS-FILE-LOC-WAGES
               WS-FILE-LOC-TAX.
           MOVE 'N' TO WS-EMP-OVERFLOW WS-EM-OPEN.

       ACCEPT-SUBMITTER.
           DISPLAY "SUBMITTER TAX ID (9 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-SUB-EIN.
           IF WS-SUB-EIN NOT NUMERIC
               DISPLAY "SUBMITTER TAX ID MUST BE 9 DIGITS. RUN"
                   " CANCELLED."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "SUBMITTER NAME: " WITH NO ADVANCING.
           ACCEPT WS-SUB-NAME.
           MOVE FUNCTION UPPER-CASE(WS-SUB-NAME) TO WS-SUB-NAME.
           DISPLAY "CONTACT PHONE: " WITH NO ADVANCING.
           ACCEPT WS-SUB-PHONE.

       PRODUCE-FILING.
           PERFORM RESET-RUN.
           DISPLAY "TAX YEAR (YYYY): " WITH NO ADVANCING.
           ACCEPT WS-YEAR-IN.
           PERFORM ACCEPT-SUBMITTER.
           IF WS-SUB-EIN NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           PERFORM ACCUMULATE-YEAR.
           IF WS-EMP-COUNT = 0
               DISPLAY "NO PAY HISTORY FOR " WS-YEAR-IN "."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ADD-DEFERRALS.
           PERFORM LOAD-COMPANIES.
           PERFORM CHECK-EMPLOYEES.
           IF WS-FILED = 0
               DISPLAY "NO EMPLOYEE PASSED THE TAX ID CHECK - FILING"
                   " FILE NOT WRITTEN."
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT WAGE-FILE.
           PERFORM WRITE-SUBMITTER.
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
               UNTIL WS-ER-IDX > WS-ER-COUNT
               PERFORM WRITE-ONE-EMPLOYER
           END-PERFORM.
           PERFORM WRITE-FILE-TOTAL.
           CLOSE WAGE-FILE.

           MOVE WS-FILED TO OUT-COUNT.
           DISPLAY "WAGE FILING WRITTEN TO PRACTICALS/WAGEFILE.DAT"
               " FOR " FUNCTION TRIM(OUT-COUNT) " EMPLOYEES.".
           MOVE WS-ER-COUNT TO OUT-COUNT.
           DISPLAY "EMPLOYERS:        " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-FILE-WAGES TO OUT-TOTAL.
           DISPLAY "TOTAL WAGES:      " FUNCTION TRIM(OUT-TOTAL).
           MOVE WS-FILE-TAX TO OUT-TOTAL.
           DISPLAY "TOTAL WITHHELD:   " FUNCTION TRIM(OUT-TOTAL).
           MOVE WS-FILE-DEFER TO OUT-TOTAL.
           DISPLAY "TOTAL DEFERRALS:  " FUNCTION TRIM(OUT-TOTAL).
           IF WS-REFUSED > 0
               MOVE WS-REFUSED TO OUT-COUNT
               DISPLAY "EMPLOYEES REFUSED: " FUNCTION TRIM(OUT-COUNT)
                   " - CORRECT THE MASTER AND RERUN."
           END-IF.
           DISPLAY "REGISTER THE FILE UNDER TRANSMISSION CONTROL"
               " BEFORE IT IS SENT.".
           PERFORM OFFER-FINALIZE.

      *    ONE TABLE ENTRY PER EMPLOYEE AND EMPLOYING COMPANY, SO AN
      *    EMPLOYEE WHO MOVED BETWEEN COMPANIES IN THE YEAR GETS A
      *    WAGE RECORD UNDER EACH.
       ACCUMULATE-YEAR.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS NOT = "00"
               DISPLAY "NO PAY HISTORY FILE ON HAND."
           ELSE
               PERFORM UNTIL HIST-STATUS NOT = "00"
                   READ HIST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM CONSIDER-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

       CONSIDER-ONE-ROW.
           IF HIST-PAY-DATE NOT NUMERIC
               OR HIST-VOID = 'V' OR HIST-VOID = 'R'
               EXIT PARAGRAPH
           END-IF.
           DIVIDE HIST-PAY-DATE BY 10000 GIVING WS-REC-YEAR.
           IF WS-REC-YEAR NOT = WS-YEAR-IN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EMP-HIT.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               OR WS-EMP-HIT > 0
               IF WS-ET-EMP (WS-EMP-IDX) = HIST-EMP-ID
                   AND WS-ET-CO (WS-EMP-IDX) = HIST-COMPANY
                   MOVE WS-EMP-IDX TO WS-EMP-HIT
               END-IF
           END-PERFORM.
           IF WS-EMP-HIT = 0
               IF WS-EMP-COUNT >= 300
                   IF WS-EMP-OVERFLOW = 'N'
                       MOVE 'Y' TO WS-EMP-OVERFLOW
                       DISPLAY "EMPLOYEE TABLE FULL - EMPLOYEES PAST"
                           " THE 300TH ARE NOT FILED."
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-EMP-COUNT TO WS-EMP-HIT
               MOVE HIST-EMP-ID TO WS-ET-EMP (WS-EMP-HIT)
               MOVE HIST-COMPANY TO WS-ET-CO (WS-EMP-HIT)
               MOVE 0 TO WS-ET-GROSS (WS-EMP-HIT)
               MOVE 0 TO WS-ET-TAX (WS-EMP-HIT)
               MOVE 0 TO WS-ET-DEFER (WS-EMP-HIT)
               MOVE 0 TO WS-ET-LOC-WAGES (WS-EMP-HIT)
               MOVE 0 TO WS-ET-LOC-TAX (WS-EMP-HIT)
               MOVE SPACES TO WS-ET-LOCATION (WS-EMP-HIT)
           END-IF.
           IF HIST-TOTAL-PAY IS NUMERIC
               ADD HIST-TOTAL-PAY TO WS-ET-GROSS (WS-EMP-HIT)
           END-IF.
           IF HIST-TAX-AMOUNT IS NUMERIC
               ADD HIST-TAX-AMOUNT TO WS-ET-TAX (WS-EMP-HIT)
           END-IF.
           IF HIST-LOCATION NOT = SPACES
               AND HIST-LOCAL-TAX IS NUMERIC
               MOVE HIST-LOCATION TO WS-ET-LOCATION (WS-EMP-HIT)
               ADD HIST-LOCAL-TAX TO WS-ET-LOC-TAX (WS-EMP-HIT)
               IF HIST-TOTAL-PAY IS NUMERIC
                   ADD HIST-TOTAL-PAY TO WS-ET-LOC-WAGES (WS-EMP-HIT)
               END-IF
           END-IF.

      *    THE REGISTER CARRIES NO COMPANY, SO THE YEAR'S DEFERRALS
      *    GO AGAINST THE EMPLOYEE'S FIRST ENTRY IN THE TABLE.
       ADD-DEFERRALS.
           OPEN INPUT RETREG-FILE.
           IF RETREG-STATUS = "00"
               PERFORM UNTIL RETREG-STATUS NOT = "00"
                   READ RETREG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RR-DATE IS NUMERIC
                               AND RR-EE-AMT IS NUMERIC
                               DIVIDE RR-DATE BY 10000
                                   GIVING WS-REC-YEAR
                               IF WS-REC-YEAR = WS-YEAR-IN
                                   PERFORM POST-ONE-DEFERRAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETREG-FILE
           END-IF.

       POST-ONE-DEFERRAL.
           MOVE 0 TO WS-EMP-HIT.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               OR WS-EMP-HIT > 0
               IF WS-ET-EMP (WS-EMP-IDX) = RR-EMP-ID
                   MOVE WS-EMP-IDX TO WS-EMP-HIT
               END-IF
           END-PERFORM.
           IF WS-EMP-HIT > 0
               ADD RR-EE-AMT TO WS-ET-DEFER (WS-EMP-HIT)
           END-IF.

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
                           MOVE CO-TAX-ID TO
                               WS-CO-TAX-ID (WS-CO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE COMP-FILE
           END-IF.

      *    AN EMPLOYEE WITH NO COMPANY CODE IS FILED UNDER THE
      *    SUBMITTER AS EMPLOYER.
       FIND-EMPLOYER.
           MOVE 'N' TO WS-CO-FOUND.
           IF WS-ER-KEY = SPACES
               MOVE 'Y' TO WS-CO-FOUND
               MOVE WS-SUB-EIN TO WS-ER-EIN
               MOVE WS-SUB-NAME TO WS-ER-NAME
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ER-EIN WS-ER-NAME.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT
               OR WS-CO-FOUND = 'Y'
               IF WS-CO-CODE (WS-CO-IDX) = WS-ER-KEY
                   MOVE 'Y' TO WS-CO-FOUND
                   MOVE WS-CO-TAX-ID (WS-CO-IDX) TO WS-ER-EIN
                   MOVE WS-CO-NAME (WS-CO-IDX) TO WS-ER-NAME
               END-IF
           END-PERFORM.

      *    EVERY TABLE ENTRY IS CHECKED AGAINST THE MASTER BEFORE
      *    ANYTHING IS WRITTEN; THE PASSING ENTRIES' COMPANIES MAKE
      *    UP THE EMPLOYER LIST IN THE ORDER THEY ARE FIRST MET.
       CHECK-EMPLOYEES.
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS = "00"
               MOVE 'Y' TO WS-EM-OPEN
           END-IF.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               PERFORM CHECK-ONE-EMPLOYEE
           END-PERFORM.
           IF WS-EM-OPEN = 'Y'
               CLOSE EM-MASTER-FILE
           END-IF.

       CHECK-ONE-EMPLOYEE.
           MOVE 'N' TO WS-ET-OK (WS-EMP-IDX).
           MOVE SPACES TO WS-REFUSE-REASON.
           MOVE SPACES TO WS-ET-NAME (WS-EMP-IDX)
               WS-ET-ADDRESS (WS-EMP-IDX) WS-ET-SSN (WS-EMP-IDX).
           IF WS-EM-OPEN = 'N'
               MOVE "NOT ON EMPLOYEE MASTER" TO WS-REFUSE-REASON
           ELSE
               MOVE WS-ET-EMP (WS-EMP-IDX) TO EM-EMP-ID
               READ EM-MASTER-FILE
                   INVALID KEY
                       MOVE "NOT ON EMPLOYEE MASTER"
                           TO WS-REFUSE-REASON
                   NOT INVALID KEY
                       MOVE EM-NAME TO WS-ET-NAME (WS-EMP-IDX)
                       MOVE EM-ADDRESS TO WS-ET-ADDRESS (WS-EMP-IDX)
                       PERFORM CHECK-TAX-ID
               END-READ
           END-IF.
           IF WS-REFUSE-REASON = SPACES
               COMPUTE WS-BOX1 = WS-ET-GROSS (WS-EMP-IDX)
                   - WS-ET-DEFER (WS-EMP-IDX)
               IF WS-BOX1 < 0 OR WS-ET-TAX (WS-EMP-IDX) < 0
                   OR WS-ET-LOC-TAX (WS-EMP-IDX) < 0
                   MOVE "NEGATIVE YEAR TOTALS" TO WS-REFUSE-REASON
               END-IF
           END-IF.
           IF WS-REFUSE-REASON = SPACES
               MOVE WS-ET-CO (WS-EMP-IDX) TO WS-ER-KEY
               PERFORM FIND-EMPLOYER
               IF WS-CO-FOUND = 'N' OR WS-ER-EIN NOT NUMERIC
                   MOVE "EMPLOYER HAS NO TAX ID" TO WS-REFUSE-REASON
               END-IF
           END-IF.
           IF WS-REFUSE-REASON = SPACES
               PERFORM NOTE-EMPLOYER
           END-IF.
           IF WS-REFUSE-REASON = SPACES
               MOVE 'Y' TO WS-ET-OK (WS-EMP-IDX)
               MOVE WS-SSN-X TO WS-ET-SSN (WS-EMP-IDX)
               ADD 1 TO WS-FILED
           ELSE
               MOVE WS-ET-EMP (WS-EMP-IDX) TO WS-RF-EMP
               MOVE WS-ET-CO (WS-EMP-IDX) TO WS-RF-CO
               MOVE WS-ET-NAME (WS-EMP-IDX) TO WS-RF-NAME
               PERFORM LIST-REFUSAL
           END-IF.

       LIST-REFUSAL.
           IF WS-REFUSED = 0
               DISPLAY "EMPLOYEES REFUSED FROM THE FILING:"
               DISPLAY "EMP-ID    CO    NAME             REASON"
           END-IF.
           ADD 1 TO WS-REFUSED.
           DISPLAY WS-RF-EMP "  " WS-RF-CO "  " WS-RF-NAME "  "
               WS-REFUSE-REASON.

      *    A TAX ID IS ACCEPTED AS NINE DIGITS, OR AS NNN-NN-NNNN,
      *    AND IS FILED AS THE NINE DIGITS. AN AREA OF 000, 666 OR
      *    9NN, A GROUP OF 00 OR A SERIAL OF 0000 IS NEVER ISSUED
      *    AND IS REFUSED AS MALFORMED.
       CHECK-TAX-ID.
           MOVE SPACES TO WS-SSN-X.
           EVALUATE TRUE
            WHEN EM-TAX-ID = SPACES
               MOVE "NO TAX ID ON MASTER" TO WS-REFUSE-REASON
            WHEN EM-TAX-ID (1:9) IS NUMERIC
               AND EM-TAX-ID (10:3) = SPACES
               MOVE EM-TAX-ID (1:9) TO WS-SSN-X
            WHEN EM-TAX-ID (1:3) IS NUMERIC
               AND EM-TAX-ID (4:1) = "-"
               AND EM-TAX-ID (5:2) IS NUMERIC
               AND EM-TAX-ID (7:1) = "-"
               AND EM-TAX-ID (8:4) IS NUMERIC
               AND EM-TAX-ID (12:1) = SPACE
               STRING EM-TAX-ID (1:3) EM-TAX-ID (5:2)
                   EM-TAX-ID (8:4)
                   DELIMITED BY SIZE INTO WS-SSN-X
            WHEN OTHER
               MOVE "MALFORMED TAX ID" TO WS-REFUSE-REASON
           END-EVALUATE.
           IF WS-REFUSE-REASON = SPACES
               IF WS-SSN-X (1:3) = "000" OR WS-SSN-X (1:3) = "666"
                   OR WS-SSN-X (1:1) = "9"
                   OR WS-SSN-X (4:2) = "00"
                   OR WS-SSN-X (6:4) = "0000"
                   MOVE "MALFORMED TAX ID" TO WS-REFUSE-REASON
               END-IF
           END-IF.

       NOTE-EMPLOYER.
           MOVE 'N' TO WS-ER-FOUND.
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
               UNTIL WS-ER-IDX > WS-ER-COUNT
               OR WS-ER-FOUND = 'Y'
               IF WS-ER-CODE (WS-ER-IDX) = WS-ER-KEY
                   MOVE 'Y' TO WS-ER-FOUND
               END-IF
           END-PERFORM.
           IF WS-ER-FOUND = 'N'
               IF WS-ER-COUNT >= 21
                   MOVE "EMPLOYER TABLE FULL" TO WS-REFUSE-REASON
               ELSE
                   ADD 1 TO WS-ER-COUNT
                   MOVE WS-ER-KEY TO WS-ER-CODE (WS-ER-COUNT)
               END-IF
           END-IF.

       WRITE-SUBMITTER.
           MOVE WS-YEAR-IN TO SR-YEAR.
           MOVE WS-SUB-EIN TO SR-EIN.
           MOVE WS-SUB-NAME TO SR-NAME.
           MOVE WS-SUB-PHONE TO SR-PHONE.
           MOVE WS-TODAY TO SR-RUN-DATE.
           MOVE WS-SUBMITTER TO WAGE-REC.
           WRITE WAGE-REC.
           ADD 1 TO WS-REC-COUNT.

      *    ONE EMPLOYER: ITS HEADER, THE WAGE RECORDS OF ITS PASSING
      *    EMPLOYEES, AND ITS TOTAL RECORD.
       WRITE-ONE-EMPLOYER.
           MOVE WS-ER-CODE (WS-ER-IDX) TO WS-ER-KEY.
           PERFORM FIND-EMPLOYER.
           MOVE WS-YEAR-IN TO ER-YEAR.
           MOVE WS-ER-CODE (WS-ER-IDX) TO ER-COMPANY.
           MOVE WS-ER-EIN TO ER-EIN.
           MOVE WS-ER-NAME TO ER-NAME.
           MOVE WS-EMPLOYER TO WAGE-REC.
           WRITE WAGE-REC.
           ADD 1 TO WS-REC-COUNT.
           MOVE 0 TO WS-CO-EMPS WS-CO-WAGES WS-CO-TAX WS-CO-SS-WAGES
               WS-CO-DEFER WS-CO-LOC-WAGES WS-CO-LOC-TAX.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-ET-OK (WS-EMP-IDX) = 'Y'
                   AND WS-ET-CO (WS-EMP-IDX) = WS-ER-CODE (WS-ER-IDX)
                   PERFORM WRITE-ONE-EMPLOYEE
               END-IF
           END-PERFORM.
           MOVE WS-YEAR-IN TO ET-YEAR.
           MOVE WS-ER-CODE (WS-ER-IDX) TO ET-COMPANY.
           MOVE WS-CO-EMPS TO ET-EMP-COUNT.
           MOVE WS-CO-WAGES TO ET-WAGES.
           MOVE WS-CO-TAX TO ET-FED-TAX.
           MOVE WS-CO-SS-WAGES TO ET-SS-WAGES.
           MOVE WS-CO-DEFER TO ET-DEFERRAL.
           MOVE WS-CO-LOC-WAGES TO ET-LOC-WAGES.
           MOVE WS-CO-LOC-TAX TO ET-LOC-TAX.
           MOVE WS-EMPLOYER-TOTAL TO WAGE-REC.
           WRITE WAGE-REC.
           ADD 1 TO WS-REC-COUNT.
           ADD WS-CO-EMPS TO WS-FILE-EMPS.
           ADD WS-CO-WAGES TO WS-FILE-WAGES.
           ADD WS-CO-TAX TO WS-FILE-TAX.
           ADD WS-CO-SS-WAGES TO WS-FILE-SS-WAGES.
           ADD WS-CO-DEFER TO WS-FILE-DEFER.
           ADD WS-CO-LOC-WAGES TO WS-FILE-LOC-WAGES.
           ADD WS-CO-LOC-TAX TO WS-FILE-LOC-TAX.

       WRITE-ONE-EMPLOYEE.
           COMPUTE WS-BOX1 = WS-ET-GROSS (WS-EMP-IDX)
               - WS-ET-DEFER (WS-EMP-IDX).
           MOVE WS-YEAR-IN TO EW-YEAR.
           MOVE WS-ET-CO (WS-EMP-IDX) TO EW-COMPANY.
           MOVE WS-ET-SSN (WS-EMP-IDX) TO EW-SSN.
           MOVE WS-BOX1 TO EW-WAGES.
           MOVE WS-ET-TAX (WS-EMP-IDX) TO EW-FED-TAX.
           MOVE WS-ET-GROSS (WS-EMP-IDX) TO EW-SS-WAGES.
           MOVE WS-ET-DEFER (WS-EMP-IDX) TO EW-DEFERRAL.
           MOVE WS-ET-LOC-WAGES (WS-EMP-IDX) TO EW-LOC-WAGES.
           MOVE WS-ET-LOC-TAX (WS-EMP-IDX) TO EW-LOC-TAX.
           MOVE WS-ET-LOCATION (WS-EMP-IDX) TO EW-LOCALITY.
           MOVE WS-ET-EMP (WS-EMP-IDX) TO EW-EMP-ID.
           MOVE WS-ET-NAME (WS-EMP-IDX) TO EW-NAME.
           MOVE WS-ET-ADDRESS (WS-EMP-IDX) TO EW-ADDRESS.
           MOVE WS-EMPLOYEE TO WAGE-REC.
           WRITE WAGE-REC.
           ADD 1 TO WS-REC-COUNT.
           ADD 1 TO WS-CO-EMPS.
           ADD WS-BOX1 TO WS-CO-WAGES.
           ADD WS-ET-TAX (WS-EMP-IDX) TO WS-CO-TAX.
           ADD WS-ET-GROSS (WS-EMP-IDX) TO WS-CO-SS-WAGES.
           ADD WS-ET-DEFER (WS-EMP-IDX) TO WS-CO-DEFER.
           ADD WS-ET-LOC-WAGES (WS-EMP-IDX) TO WS-CO-LOC-WAGES.
           ADD WS-ET-LOC-TAX (WS-EMP-IDX) TO WS-CO-LOC-TAX.

       WRITE-FILE-TOTAL.
           MOVE WS-YEAR-IN TO FT-YEAR.
           MOVE WS-ER-COUNT TO FT-ER-COUNT.
           MOVE WS-FILE-EMPS TO FT-EMP-COUNT.
           MOVE WS-FILE-WAGES TO FT-WAGES.
           MOVE WS-FILE-TAX TO FT-FED-TAX.
           MOVE WS-FILE-SS-WAGES TO FT-SS-WAGES.
           MOVE WS-FILE-DEFER TO FT-DEFERRAL.
           MOVE WS-FILE-LOC-WAGES TO FT-LOC-WAGES.
           MOVE WS-FILE-LOC-TAX TO FT-LOC-TAX.
           MOVE WS-FILE-TOTAL TO WAGE-REC.
           WRITE WAGE-REC.
           ADD 1 TO WS-REC-COUNT.

      *    FINALIZING SNAPSHOTS EACH FILED EMPLOYEE'S FIGURES EXACTLY
      *    AS FILED. A YEAR IS FINALIZED ONCE; AFTER THAT ANY CHANGE
      *    TO ITS FIGURES GOES OUT ON A CORRECTED STATEMENT.
       OFFER-FINALIZE.
           PERFORM LOAD-SNAPSHOT.
           IF WS-YEAR-ROWS > 0
               DISPLAY WS-YEAR-IN " IS ALREADY FINALIZED - LATER"
                   " CHANGES GO ON CORRECTED STATEMENTS."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "FINALIZE " WS-YEAR-IN " (SNAPSHOT THE FILED"
               " FIGURES)? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
           IF WS-ANSWER NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND WAGESNAP-FILE.
           IF WAGESNAP-STATUS = "05" OR WAGESNAP-STATUS = "35"
               OPEN OUTPUT WAGESNAP-FILE
           END-IF.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF WS-ET-OK (WS-EMP-IDX) = 'Y'
                   PERFORM SNAPSHOT-FILED-EMPLOYEE
               END-IF
           END-PERFORM.
           CLOSE WAGESNAP-FILE.
           MOVE WS-FILED TO OUT-COUNT.
           DISPLAY WS-YEAR-IN " FINALIZED: " FUNCTION TRIM(OUT-COUNT)
               " EMPLOYEES SNAPSHOTTED.".

       SNAPSHOT-FILED-EMPLOYEE.
           MOVE SPACES TO WAGESNAP-REC.
           MOVE WS-YEAR-IN TO WN-YEAR.
           MOVE WS-ET-EMP (WS-EMP-IDX) TO WN-EMP-ID.
           MOVE WS-ET-CO (WS-EMP-IDX) TO WN-COMPANY.
           MOVE WS-ET-SSN (WS-EMP-IDX) TO WN-SSN.
           COMPUTE WN-WAGES = WS-ET-GROSS (WS-EMP-IDX)
               - WS-ET-DEFER (WS-EMP-IDX).
           MOVE WS-ET-TAX (WS-EMP-IDX) TO WN-FED-TAX.
           MOVE WS-ET-GROSS (WS-EMP-IDX) TO WN-SS-WAGES.
           MOVE WS-ET-DEFER (WS-EMP-IDX) TO WN-DEFERRAL.
           MOVE WS-ET-LOC-WAGES (WS-EMP-IDX) TO WN-LOC-WAGES.
           MOVE WS-ET-LOC-TAX (WS-EMP-IDX) TO WN-LOC-TAX.
           MOVE WS-ET-LOCATION (WS-EMP-IDX) TO WN-LOCALITY.
           MOVE WS-TODAY TO WN-DATE.
           MOVE WS-ET-NAME (WS-EMP-IDX) TO WN-NAME.
           WRITE WAGESNAP-REC.

      *    THE WHOLE SNAPSHOT FILE IS HELD; WS-YEAR-ROWS COUNTS THE
      *    ROWS OF THE YEAR ASKED FOR.
       LOAD-SNAPSHOT.
           MOVE 0 TO WS-SN-COUNT WS-YEAR-ROWS.
           MOVE 'N' TO WS-SN-OVERFLOW.
           OPEN INPUT WAGESNAP-FILE.
           IF WAGESNAP-STATUS = "00"
               PERFORM UNTIL WAGESNAP-STATUS NOT = "00"
                   READ WAGESNAP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM HOLD-SNAPSHOT-ROW
                   END-READ
               END-PERFORM
               CLOSE WAGESNAP-FILE
           END-IF.

       HOLD-SNAPSHOT-ROW.
           IF WN-YEAR = WS-YEAR-IN
               ADD 1 TO WS-YEAR-ROWS
           END-IF.
           IF WS-SN-COUNT >= 500
               MOVE 'Y' TO WS-SN-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SN-COUNT.
           MOVE WS-SN-COUNT TO WS-SN-IDX.
           MOVE WN-YEAR TO WS-SN-YEAR (WS-SN-IDX).
           MOVE WN-EMP-ID TO WS-SN-EMP (WS-SN-IDX).
           MOVE WN-COMPANY TO WS-SN-CO (WS-SN-IDX).
           MOVE WN-SSN TO WS-SN-SSN (WS-SN-IDX).
           MOVE WN-NAME TO WS-SN-NAME (WS-SN-IDX).
           MOVE WN-DATE TO WS-SN-DATE (WS-SN-IDX).
           MOVE WN-LOCALITY TO WS-SN-LOCALITY (WS-SN-IDX).
           MOVE WN-LOCALITY TO WS-SN-C-LOCALITY (WS-SN-IDX).
           MOVE WN-WAGES TO WS-SN-O-AMT (WS-SN-IDX 1).
           MOVE WN-FED-TAX TO WS-SN-O-AMT (WS-SN-IDX 2).
           MOVE WN-SS-WAGES TO WS-SN-O-AMT (WS-SN-IDX 3).
           MOVE WN-DEFERRAL TO WS-SN-O-AMT (WS-SN-IDX 4).
           MOVE WN-LOC-WAGES TO WS-SN-O-AMT (WS-SN-IDX 5).
           MOVE WN-LOC-TAX TO WS-SN-O-AMT (WS-SN-IDX 6).
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > 6
               MOVE 0 TO WS-SN-C-AMT (WS-SN-IDX WS-AMT-IDX)
           END-PERFORM.
           MOVE SPACE TO WS-SN-STATE (WS-SN-IDX).
           MOVE 'N' TO WS-SN-NEW (WS-SN-IDX).

      *    THE CORRECTED-STATEMENT RUN. THE YEAR IS RECOMPUTED FROM
      *    HISTORY EXACTLY AS THE FILING WAS, EACH EMPLOYEE IS SET
      *    AGAINST THE SNAPSHOT, AND EVERY ONE WHOSE FIGURES HAVE
      *    MOVED SINCE - A VOID, A REVERSAL OR A RETRO ADJUSTMENT
      *    DATED IN THE YEAR - IS CORRECTED. AN EMPLOYEE PAID IN THE
      *    YEAR BUT NOT ON THE SNAPSHOT IS CORRECTED FROM ZERO; ONE ON
      *    THE SNAPSHOT WHO NO LONGER HAS ANY PAY IS CORRECTED TO
      *    ZERO.
       CORRECTED-STATEMENTS.
           PERFORM RESET-RUN.
           MOVE 0 TO WS-CHANGED.
           DISPLAY "TAX YEAR TO CORRECT (YYYY): " WITH NO ADVANCING.
           ACCEPT WS-YEAR-IN.
           PERFORM LOAD-SNAPSHOT.
           IF WS-SN-OVERFLOW = 'Y'
               DISPLAY "WAGE SNAPSHOT EXCEEDS 500 ROWS - RUN"
                   " CANCELLED."
               EXIT PARAGRAPH
           END-IF.
           IF WS-YEAR-ROWS = 0
               DISPLAY WS-YEAR-IN " WAS NEVER FINALIZED - NOTHING TO"
                   " CORRECT."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-SUBMITTER.
           IF WS-SUB-EIN NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM ACCUMULATE-YEAR.
           PERFORM ADD-DEFERRALS.
           PERFORM LOAD-COMPANIES.
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS = "00"
               MOVE 'Y' TO WS-EM-OPEN
           END-IF.
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               PERFORM MATCH-ONE-ENTRY
           END-PERFORM.
           IF WS-EM-OPEN = 'Y'
               CLOSE EM-MASTER-FILE
           END-IF.
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
               UNTIL WS-SN-IDX > WS-SN-COUNT
               PERFORM MARK-IF-CHANGED
           END-PERFORM.
           IF WS-CHANGED = 0
               DISPLAY "NO " WS-YEAR-IN " WAGE STATEMENT HAS CHANGED"
                   " SINCE IT WAS FILED."
               EXIT PARAGRAPH
           END-IF.

           PERFORM PRINT-CORRECTIONS.
           PERFORM WRITE-CORRECTION-FILE.
           PERFORM SAVE-SNAPSHOT.
           MOVE WS-CHANGED TO OUT-COUNT.
           DISPLAY "CORRECTION FILING WRITTEN TO PRACTICALS/WAGECORR"
               ".DAT FOR " FUNCTION TRIM(OUT-COUNT) " EMPLOYEES.".
           IF WS-REFUSED > 0
               MOVE WS-REFUSED TO OUT-COUNT
               DISPLAY "EMPLOYEES REFUSED: " FUNCTION TRIM(OUT-COUNT)
                   " - CORRECT THE MASTER AND RERUN."
           END-IF.
           DISPLAY "REGISTER THE FILE UNDER TRANSMISSION CONTROL"
               " BEFORE IT IS SENT.".

       MATCH-ONE-ENTRY.
           COMPUTE WS-CUR-AMT (1) = WS-ET-GROSS (WS-EMP-IDX)
               - WS-ET-DEFER (WS-EMP-IDX).
           MOVE WS-ET-TAX (WS-EMP-IDX) TO WS-CUR-AMT (2).
           MOVE WS-ET-GROSS (WS-EMP-IDX) TO WS-CUR-AMT (3).
           MOVE WS-ET-DEFER (WS-EMP-IDX) TO WS-CUR-AMT (4).
           MOVE WS-ET-LOC-WAGES (WS-EMP-IDX) TO WS-CUR-AMT (5).
           MOVE WS-ET-LOC-TAX (WS-EMP-IDX) TO WS-CUR-AMT (6).
           MOVE 0 TO WS-SN-HIT.
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
               UNTIL WS-SN-IDX > WS-SN-COUNT
               OR WS-SN-HIT > 0
               IF WS-SN-YEAR (WS-SN-IDX) = WS-YEAR-IN
                   AND WS-SN-EMP (WS-SN-IDX) = WS-ET-EMP (WS-EMP-IDX)
                   AND WS-SN-CO (WS-SN-IDX) = WS-ET-CO (WS-EMP-IDX)
                   MOVE WS-SN-IDX TO WS-SN-HIT
               END-IF
           END-PERFORM.
           IF WS-SN-HIT = 0
               PERFORM ADD-SNAPSHOT-ENTRY
           END-IF.
           IF WS-SN-HIT > 0
               PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > 6
                   MOVE WS-CUR-AMT (WS-AMT-IDX)
                       TO WS-SN-C-AMT (WS-SN-HIT WS-AMT-IDX)
               END-PERFORM
               MOVE WS-ET-LOCATION (WS-EMP-IDX)
                   TO WS-SN-C-LOCALITY (WS-SN-HIT)
           END-IF.

      *    AN EMPLOYEE NEW TO THE YEAR NEEDS A GOOD TAX ID FROM THE
      *    MASTER, AS ON THE ORIGINAL FILING. ONE WITH NOTHING BUT
      *    ZEROS (PAY VOIDED WITHIN THE YEAR) IS LEFT OUT.
       ADD-SNAPSHOT-ENTRY.
           MOVE 'N' TO WS-DIFF.
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > 6
               IF WS-CUR-AMT (WS-AMT-IDX) NOT = 0
                   MOVE 'Y' TO WS-DIFF
               END-IF
           END-PERFORM.
           IF WS-DIFF = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REFUSE-REASON WS-RF-NAME.
           MOVE WS-ET-EMP (WS-EMP-IDX) TO WS-RF-EMP.
           MOVE WS-ET-CO (WS-EMP-IDX) TO WS-RF-CO.
           IF WS-SN-COUNT >= 500
               MOVE "SNAPSHOT TABLE FULL" TO WS-REFUSE-REASON
           ELSE
               IF WS-EM-OPEN = 'N'
                   MOVE "NOT ON EMPLOYEE MASTER" TO WS-REFUSE-REASON
               ELSE
                   MOVE WS-ET-EMP (WS-EMP-IDX) TO EM-EMP-ID
                   READ EM-MASTER-FILE
                       INVALID KEY
                           MOVE "NOT ON EMPLOYEE MASTER"
                               TO WS-REFUSE-REASON
                       NOT INVALID KEY
                           MOVE EM-NAME TO WS-RF-NAME
                           PERFORM CHECK-TAX-ID
                   END-READ
               END-IF
           END-IF.
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM LIST-REFUSAL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SN-COUNT.
           MOVE WS-SN-COUNT TO WS-SN-HIT.
           MOVE WS-YEAR-IN TO WS-SN-YEAR (WS-SN-HIT).
           MOVE WS-ET-EMP (WS-EMP-IDX) TO WS-SN-EMP (WS-SN-HIT).
           MOVE WS-ET-CO (WS-EMP-IDX) TO WS-SN-CO (WS-SN-HIT).
           MOVE WS-SSN-X TO WS-SN-SSN (WS-SN-HIT).
           MOVE WS-RF-NAME TO WS-SN-NAME (WS-SN-HIT).
           MOVE 0 TO WS-SN-DATE (WS-SN-HIT).
           MOVE SPACES TO WS-SN-LOCALITY (WS-SN-HIT).
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > 6
               MOVE 0 TO WS-SN-O-AMT (WS-SN-HIT WS-AMT-IDX)
           END-PERFORM.
           MOVE SPACE TO WS-SN-STATE (WS-SN-HIT).
           MOVE 'Y' TO WS-SN-NEW (WS-SN-HIT).

       MARK-IF-CHANGED.
           IF WS-SN-YEAR (WS-SN-IDX) NOT = WS-YEAR-IN
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-DIFF.
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > 6
               IF WS-SN-O-AMT (WS-SN-IDX WS-AMT-IDX) NOT =
                   WS-SN-C-AMT (WS-SN-IDX WS-AMT-IDX)
                   MOVE 'Y' TO WS-DIFF
               END-IF
           END-PERFORM.
           IF WS-SN-LOCALITY (WS-SN-IDX) NOT =
               WS-SN-C-LOCALITY (WS-SN-IDX)
               MOVE 'Y' TO WS-DIFF
           END-IF.
           IF WS-DIFF = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REFUSE-REASON.
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > 6
               IF WS-SN-C-AMT (WS-SN-IDX WS-AMT-IDX) < 0
                   MOVE "NEGATIVE CORRECTED TOTALS"
                       TO WS-REFUSE-REASON
               END-IF
           END-PERFORM.
           IF WS-REFUSE-REASON = SPACES
               MOVE WS-SN-CO (WS-SN-IDX) TO WS-ER-KEY
               PERFORM FIND-EMPLOYER
               IF WS-CO-FOUND = 'N' OR WS-ER-EIN NOT NUMERIC
                   MOVE "EMPLOYER HAS NO TAX ID" TO WS-REFUSE-REASON
               END-IF
           END-IF.
           IF WS-REFUSE-REASON = SPACES
               PERFORM NOTE-EMPLOYER
           END-IF.
           IF WS-REFUSE-REASON = SPACES
               MOVE 'C' TO WS-SN-STATE (WS-SN-IDX)
               ADD 1 TO WS-CHANGED
           ELSE
               MOVE 'R' TO WS-SN-STATE (WS-SN-IDX)
               MOVE WS-SN-EMP (WS-SN-IDX) TO WS-RF-EMP
               MOVE WS-SN-CO (WS-SN-IDX) TO WS-RF-CO
               MOVE WS-SN-NAME (WS-SN-IDX) TO WS-RF-NAME
               PERFORM LIST-REFUSAL
           END-IF.

      *    ORIGINAL AND CORRECTED FIGURES SIDE BY SIDE; A BOX THAT
      *    MOVED IS STARRED.
       PRINT-CORRECTIONS.
           DISPLAY SPACES.
           DISPLAY "========= CORRECTED WAGE STATEMENTS " WS-YEAR-IN
               " =========".
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
               UNTIL WS-SN-IDX > WS-SN-COUNT
               IF WS-SN-STATE (WS-SN-IDX) = 'C'
                   PERFORM PRINT-ONE-CORRECTION
               END-IF
           END-PERFORM.
           DISPLAY "==================================================".

       PRINT-ONE-CORRECTION.
           DISPLAY SPACES.
           DISPLAY WS-SN-EMP (WS-SN-IDX) "  " WS-SN-CO (WS-SN-IDX)
               "  " WS-SN-NAME (WS-SN-IDX) "  TAX ID "
               WS-SN-SSN (WS-SN-IDX).
           DISPLAY "   BOX                      ORIGINAL"
               "        CORRECTED".
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > 6
               MOVE WS-SN-O-AMT (WS-SN-IDX WS-AMT-IDX) TO OUT-ORIG
               MOVE WS-SN-C-AMT (WS-SN-IDX WS-AMT-IDX) TO OUT-CORR
               MOVE SPACES TO WS-RPT-LINE
               STRING "   " WS-BOX-LABEL (WS-AMT-IDX) " " OUT-ORIG
                   "  " OUT-CORR
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               IF WS-SN-O-AMT (WS-SN-IDX WS-AMT-IDX) NOT =
                   WS-SN-C-AMT (WS-SN-IDX WS-AMT-IDX)
                   MOVE "*" TO WS-RPT-LINE (57:1)
               END-IF
               DISPLAY WS-RPT-LINE
           END-PERFORM.
           IF WS-SN-LOCALITY (WS-SN-IDX) NOT =
               WS-SN-C-LOCALITY (WS-SN-IDX)
               DISPLAY "   LOCALITY                       "
                   WS-SN-LOCALITY (WS-SN-IDX) "             "
                   WS-SN-C-LOCALITY (WS-SN-IDX) "  *"
           END-IF.

       WRITE-CORRECTION-FILE.
           OPEN OUTPUT CORR-FILE.
           MOVE WS-YEAR-IN TO SR-YEAR.
           MOVE WS-SUB-EIN TO SR-EIN.
           MOVE WS-SUB-NAME TO SR-NAME.
           MOVE WS-SUB-PHONE TO SR-PHONE.
           MOVE WS-TODAY TO SR-RUN-DATE.
           MOVE WS-SUBMITTER TO CORR-REC.
           WRITE CORR-REC.
           PERFORM VARYING WS-ER-IDX FROM 1 BY 1
               UNTIL WS-ER-IDX > WS-ER-COUNT
               PERFORM WRITE-ONE-CORR-EMPLOYER
           END-PERFORM.
           CLOSE CORR-FILE.

       WRITE-ONE-CORR-EMPLOYER.
           MOVE WS-ER-CODE (WS-ER-IDX) TO WS-ER-KEY.
           PERFORM FIND-EMPLOYER.
           MOVE WS-YEAR-IN TO ER-YEAR.
           MOVE WS-ER-KEY TO ER-COMPANY.
           MOVE WS-ER-EIN TO ER-EIN.
           MOVE WS-ER-NAME TO ER-NAME.
           MOVE WS-EMPLOYER TO CORR-REC.
           WRITE CORR-REC.
           MOVE 0 TO WS-KO-EMPS.
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > 6
               MOVE 0 TO WS-KO-AMT (WS-AMT-IDX) WS-KC-AMT (WS-AMT-IDX)
           END-PERFORM.
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
               UNTIL WS-SN-IDX > WS-SN-COUNT
               IF WS-SN-STATE (WS-SN-IDX) = 'C'
                   AND WS-SN-CO (WS-SN-IDX) = WS-ER-KEY
                   PERFORM WRITE-ONE-CORRECTION
               END-IF
           END-PERFORM.
           MOVE WS-YEAR-IN TO CK-YEAR.
           MOVE WS-ER-KEY TO CK-COMPANY.
           MOVE WS-KO-EMPS TO CK-EMP-COUNT.
           MOVE WS-KO-AMT (1) TO CK-ORIG-WAGES.
           MOVE WS-KC-AMT (1) TO CK-CORR-WAGES.
           MOVE WS-KO-AMT (2) TO CK-ORIG-FED-TAX.
           MOVE WS-KC-AMT (2) TO CK-CORR-FED-TAX.
           MOVE WS-KO-AMT (4) TO CK-ORIG-DEFERRAL.
           MOVE WS-KC-AMT (4) TO CK-CORR-DEFERRAL.
           MOVE WS-KO-AMT (6) TO CK-ORIG-LOC-TAX.
           MOVE WS-KC-AMT (6) TO CK-CORR-LOC-TAX.
           MOVE WS-CORR-TOTAL TO CORR-REC.
           WRITE CORR-REC.

       WRITE-ONE-CORRECTION.
           MOVE WS-YEAR-IN TO CR-YEAR.
           MOVE WS-SN-CO (WS-SN-IDX) TO CR-COMPANY.
           MOVE WS-SN-SSN (WS-SN-IDX) TO CR-SSN.
           MOVE WS-SN-EMP (WS-SN-IDX) TO CR-EMP-ID.
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > 6
               MOVE WS-SN-O-AMT (WS-SN-IDX WS-AMT-IDX)
                   TO CR-ORIG (WS-AMT-IDX)
               MOVE WS-SN-C-AMT (WS-SN-IDX WS-AMT-IDX)
                   TO CR-CORR (WS-AMT-IDX)
               ADD WS-SN-O-AMT (WS-SN-IDX WS-AMT-IDX)
                   TO WS-KO-AMT (WS-AMT-IDX)
               ADD WS-SN-C-AMT (WS-SN-IDX WS-AMT-IDX)
                   TO WS-KC-AMT (WS-AMT-IDX)
           END-PERFORM.
           ADD 1 TO WS-KO-EMPS.
           MOVE WS-CORRECTION TO CORR-REC.
           WRITE CORR-REC.

      *    THE CORRECTED FIGURES BECOME THE SNAPSHOT, SO THE NEXT RUN
      *    ONLY PICKS UP CHANGES MADE AFTER THIS ONE. REFUSED ROWS
      *    KEEP THEIR LAST ISSUED FIGURES; A NEW EMPLOYEE IS ONLY
      *    KEPT ONCE CORRECTED.
       SAVE-SNAPSHOT.
           OPEN OUTPUT WAGESNAP-FILE.
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
               UNTIL WS-SN-IDX > WS-SN-COUNT
               IF WS-SN-NEW (WS-SN-IDX) = 'N'
                   OR WS-SN-STATE (WS-SN-IDX) = 'C'
                   PERFORM SAVE-ONE-SNAPSHOT-ROW
               END-IF
           END-PERFORM.
           CLOSE WAGESNAP-FILE.

       SAVE-ONE-SNAPSHOT-ROW.
           IF WS-SN-STATE (WS-SN-IDX) = 'C'
               PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > 6
                   MOVE WS-SN-C-AMT (WS-SN-IDX WS-AMT-IDX)
                       TO WS-SN-O-AMT (WS-SN-IDX WS-AMT-IDX)
               END-PERFORM
               MOVE WS-SN-C-LOCALITY (WS-SN-IDX)
                   TO WS-SN-LOCALITY (WS-SN-IDX)
               MOVE WS-TODAY TO WS-SN-DATE (WS-SN-IDX)
           END-IF.
           MOVE SPACES TO WAGESNAP-REC.
           MOVE WS-SN-YEAR (WS-SN-IDX) TO WN-YEAR.
           MOVE WS-SN-EMP (WS-SN-IDX) TO WN-EMP-ID.
           MOVE WS-SN-CO (WS-SN-IDX) TO WN-COMPANY.
           MOVE WS-SN-SSN (WS-SN-IDX) TO WN-SSN.
           MOVE WS-SN-O-AMT (WS-SN-IDX 1) TO WN-WAGES.
           MOVE WS-SN-O-AMT (WS-SN-IDX 2) TO WN-FED-TAX.
           MOVE WS-SN-O-AMT (WS-SN-IDX 3) TO WN-SS-WAGES.
           MOVE WS-SN-O-AMT (WS-SN-IDX 4) TO WN-DEFERRAL.
           MOVE WS-SN-O-AMT (WS-SN-IDX 5) TO WN-LOC-WAGES.
           MOVE WS-SN-O-AMT (WS-SN-IDX 6) TO WN-LOC-TAX.
           MOVE WS-SN-LOCALITY (WS-SN-IDX) TO WN-LOCALITY.
           MOVE WS-SN-DATE (WS-SN-IDX) TO WN-DATE.
           MOVE WS-SN-NAME (WS-SN-IDX) TO WN-NAME.
           WRITE WAGESNAP-REC.
       END PROGRAM WAGEFILE.
