       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETREMIT.
      *    RETIREMENT PLAN REMITTANCE TO THE RECORDKEEPER. FOR ONE
      *    PAY DATE BUILDS THE FIXED-LENGTH REMITTANCE FILE
      *    PRACTICALS/RETREMIT.DAT: A HEADER RECORD, ONE DETAIL PER
      *    PARTICIPANT WITH THE TAX ID, THE DEFERRAL AND EMPLOYER
      *    MATCH FROM THE CONTRIBUTION REGISTER RETREG.DAT, THE LOAN
      *    REPAYMENT FROM THE LOAN REPAYMENT REGISTER LOANREP.DAT AND
      *    THE YEAR-TO-DATE COMPENSATION FROM PAY HISTORY, AND A
      *    TRAILER CARRYING THE CONTROL COUNT AND TOTALS. BEFORE THE
      *    FILE IS WRITTEN THE REGISTER FIGURES ARE TIED BACK,
      *    EMPLOYEE BY EMPLOYEE, TO THE RETIREMENT AMOUNTS THE PAY
      *    RUN WITHHELD AND MATCHED ON THE PAY-HISTORY ROWS OF THAT
      *    PAY DATE; A DIFFERENCE, OR A MISSING OR MALFORMED TAX ID,
      *    STOPS THE RUN. EVERY REMITTED PAY DATE IS LOGGED ON
      *    RETREMLOG.DAT AND A PAY DATE ALREADY ON THE LOG IS NOT
      *    REMITTED AGAIN. THE FILE IS REGISTERED UNDER TRANSMISSION
      *    CONTROL LIKE THE OTHER OUTBOUND FILES.
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
       SELECT RETELECT-FILE
           ASSIGN TO "PRACTICALS/RETELECT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETELECT-STATUS.
       SELECT LOANREP-FILE
           ASSIGN TO "PRACTICALS/LOANREP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOANREP-STATUS.
       SELECT EM-MASTER-FILE
           ASSIGN TO "PRACTICALS/EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT REMIT-FILE
           ASSIGN TO "PRACTICALS/RETREMIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REMIT-STATUS.
       SELECT REMLOG-FILE
           ASSIGN TO "PRACTICALS/RETREMLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REMLOG-STATUS.

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

       FD  RETELECT-FILE.
       01  RETELECT-REC.
           05 RE-EMP-ID PIC X(8).
           05 RE-FILLER-1 PIC X(1).
           05 RE-PCT PIC 9(2)V99.
           05 RE-FILLER-2 PIC X(1).
           05 RE-ACTIVE PIC X(1).

       FD  LOANREP-FILE.
       01  LOANREP-REC.
           05 LOANREP-EMP-ID PIC X(8).
           05 LOANREP-FILLER-1 PIC X(1).
           05 LOANREP-PERIOD PIC X(6).
           05 LOANREP-FILLER-2 PIC X(1).
           05 LOANREP-DATE PIC 9(8).
           05 LOANREP-FILLER-3 PIC X(1).
           05 LOANREP-AMOUNT PIC 9(7)V99.

       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.

       FD  REMIT-FILE.
       01  REMIT-REC PIC X(120).

       FD  REMLOG-FILE.
       01  REMLOG-REC.
           05 RL-PAY-DATE PIC 9(8).
           05 RL-FILLER-1 PIC X(1).
           05 RL-PERIOD PIC X(6).
           05 RL-FILLER-2 PIC X(1).
           05 RL-RUN-DATE PIC 9(8).
           05 RL-FILLER-3 PIC X(1).
           05 RL-COUNT PIC 9(5).
           05 RL-FILLER-4 PIC X(1).
           05 RL-EE-AMT PIC 9(9)V99.
           05 RL-FILLER-5 PIC X(1).
           05 RL-ER-AMT PIC 9(9)V99.
           05 RL-FILLER-6 PIC X(1).
           05 RL-LOAN-AMT PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  HIST-STATUS PIC XX.
       01  RETREG-STATUS PIC XX.
       01  RETELECT-STATUS PIC XX.
       01  LOANREP-STATUS PIC XX.
       01  EM-FILE-STATUS PIC XX.
       01  REMIT-STATUS PIC XX.
       01  REMLOG-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-EM-OPEN PIC X VALUE 'N'.
       01  WS-PAY-DATE-IN PIC 9(8).
       01  WS-PERIOD PIC X(6).
       01  WS-YEAR-IN PIC 9(4).
       01  WS-REC-YEAR PIC 9(4).
       01  WS-TODAY PIC 9(8).
       01  WS-SENT PIC X(1).
       01  WS-SENT-DATE PIC 9(8).

      *    ONE ENTRY PER PARTICIPANT REMITTED FOR THE PAY DATE. THE
      *    -EE/-ER PAIR IS WHAT THE REGISTER HOLDS AND GOES ON THE
      *    FILE; THE -WH-EE/-WH-ER PAIR IS WHAT THE PAY RUN WITHHELD
      *    AND MATCHED ON THE PAY-HISTORY ROWS OF THE SAME DATE.
       01  WS-RT-COUNT PIC 9(3) VALUE 0.
       01  WS-RT-TABLE.
           05 WS-RT-ENTRY OCCURS 300 TIMES.
               10 WS-RT-EMP PIC X(8).
               10 WS-RT-EE PIC S9(9)V99.
               10 WS-RT-ER PIC S9(9)V99.
               10 WS-RT-LOAN PIC S9(9)V99.
               10 WS-RT-WH-EE PIC S9(9)V99.
               10 WS-RT-WH-ER PIC S9(9)V99.
               10 WS-RT-YTD PIC S9(11)V99.
               10 WS-RT-SSN PIC X(9).
               10 WS-RT-NAME PIC X(15).
       01  WS-RT-IDX PIC 9(3).
       01  WS-RT-HIT PIC 9(3).
       01  WS-RT-OVERFLOW PIC X VALUE 'N'.
       01  WS-RT-KEY PIC X(8).

       01  WS-PT-COUNT PIC 9(3) VALUE 0.
       01  WS-PT-TABLE.
           05 WS-PT-EMP PIC X(8) OCCURS 300 TIMES.
       01  WS-PT-IDX PIC 9(3).
       01  WS-PT-FOUND PIC X.

       01  WS-SSN-X PIC X(9).
       01  WS-REFUSE-REASON PIC X(30).
       01  WS-REFUSED PIC 9(3) VALUE 0.
       01  WS-UNTIED PIC 9(3) VALUE 0.

       01  WS-TOT-EE PIC S9(11)V99 VALUE 0.
       01  WS-TOT-ER PIC S9(11)V99 VALUE 0.
       01  WS-TOT-LOAN PIC S9(11)V99 VALUE 0.
       01  WS-TOT-WH-EE PIC S9(11)V99 VALUE 0.
       01  WS-TOT-WH-ER PIC S9(11)V99 VALUE 0.
       01  WS-TOT-REMIT PIC S9(11)V99 VALUE 0.

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-DAYS PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  EXC-LOG-PROGRAM-ID PIC X(10).
       01  EXC-LOG-CONTEXT PIC X(20).
       01  EXC-LOG-REASON PIC X(40).

       01  OUT-COUNT PIC ZZZ,ZZ9.
       01  OUT-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  OUT-AMT PIC ZZZ,ZZZ,ZZ9.99-.
       01  OUT-WH PIC ZZZ,ZZZ,ZZ9.99-.

      *    REMITTANCE RECORD LAYOUTS. EVERY RECORD IS 120 BYTES, TYPE
      *    CODE IN COLUMN 1 AND PAY DATE IN COLUMNS 2-9. AMOUNTS ARE
      *    UNSIGNED WITH TWO IMPLIED DECIMALS.
       01  WS-REMIT-HEADER.
           05 RH-TYPE PIC X(1) VALUE "H".
           05 RH-PAY-DATE PIC 9(8).
           05 RH-PERIOD PIC X(6).
           05 RH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(97) VALUE SPACES.

       01  WS-REMIT-DETAIL.
           05 RD-TYPE PIC X(1) VALUE "D".
           05 RD-PAY-DATE PIC 9(8).
           05 RD-EMP-ID PIC X(8).
           05 RD-SSN PIC X(9).
           05 RD-DEFERRAL PIC 9(9)V99.
           05 RD-MATCH PIC 9(9)V99.
           05 RD-LOAN PIC 9(9)V99.
           05 RD-YTD-COMP PIC 9(11)V99.
           05 RD-NAME PIC X(15).
           05 FILLER PIC X(33) VALUE SPACES.

       01  WS-REMIT-TRAILER.
           05 RT-TYPE PIC X(1) VALUE "T".
           05 RT-PAY-DATE PIC 9(8).
           05 RT-COUNT PIC 9(7).
           05 RT-DEFERRAL PIC 9(11)V99.
           05 RT-MATCH PIC 9(11)V99.
           05 RT-LOAN PIC 9(11)V99.
           05 RT-TOTAL PIC 9(11)V99.
           05 FILLER PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "RECORDKEEPER REMITTANCE".
           DISPLAY "1 - PRODUCE THE REMITTANCE FILE FOR A PAY DATE".
           DISPLAY "2 - LIST PAY DATES REMITTED".
           DISPLAY "3 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM PRODUCE-REMITTANCE
            WHEN 2
               PERFORM LIST-REMITTANCES
            WHEN 3
               GOBACK
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           ACCEPT OMITTED.
           PERFORM MAIN-PARA.

       RESET-RUN.
           MOVE 0 TO WS-RT-COUNT WS-PT-COUNT WS-REFUSED WS-UNTIED
               WS-TOT-EE WS-TOT-ER WS-TOT-LOAN WS-TOT-WH-EE
               WS-TOT-WH-ER WS-TOT-REMIT.
           MOVE 'N' TO WS-RT-OVERFLOW WS-EM-OPEN.
           MOVE SPACES TO WS-PERIOD.

       PRODUCE-REMITTANCE.
           PERFORM RESET-RUN.
           MOVE 0 TO WS-PAY-DATE-IN.
           PERFORM UNTIL WS-PAY-DATE-IN > 0
               DISPLAY "PAY DATE (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-PAY-DATE-IN
               MOVE 'V' TO WS-DU-FUNCTION
               MOVE WS-PAY-DATE-IN TO WS-DU-DATE
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                   WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
               IF WS-DU-FLAG = 'N'
                   DISPLAY "NOT A VALID DATE, RE-ENTER."
                   MOVE 0 TO WS-PAY-DATE-IN
               END-IF
           END-PERFORM.
           DIVIDE WS-PAY-DATE-IN BY 10000 GIVING WS-YEAR-IN.

           PERFORM CHECK-ALREADY-REMITTED.
           IF WS-SENT = 'Y'
               DISPLAY "PAY DATE " WS-PAY-DATE-IN " WAS ALREADY"
                   " REMITTED ON " WS-SENT-DATE " - NOT SENT AGAIN."
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOAD-PARTICIPANTS.
           PERFORM ACCUMULATE-REGISTER.
           PERFORM ACCUMULATE-LOANS.
           PERFORM ACCUMULATE-HISTORY.
           IF WS-RT-OVERFLOW = 'Y'
               DISPLAY "RUN CANCELLED - THE PAY DATE HAS MORE THAN"
                   " 300 PARTICIPANTS."
               EXIT PARAGRAPH
           END-IF.
           IF WS-RT-COUNT = 0
               DISPLAY "NOTHING TO REMIT FOR " WS-PAY-DATE-IN "."
               EXIT PARAGRAPH
           END-IF.

           PERFORM RECONCILE-WITHHOLDING.
           IF WS-UNTIED > 0
               MOVE WS-UNTIED TO OUT-COUNT
               DISPLAY "REMITTANCE DOES NOT TIE TO THE PAY RUN FOR "
                   FUNCTION TRIM(OUT-COUNT) " PARTICIPANTS - FILE"
                   " NOT WRITTEN."
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-PARTICIPANTS.
           IF WS-REFUSED > 0
               MOVE WS-REFUSED TO OUT-COUNT
               DISPLAY FUNCTION TRIM(OUT-COUNT) " PARTICIPANTS"
                   " REFUSED - CORRECT THE MASTER AND RERUN. FILE NOT"
                   " WRITTEN."
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM WRITE-REMITTANCE.
           PERFORM LOG-REMITTANCE.

           MOVE WS-RT-COUNT TO OUT-COUNT.
           DISPLAY "REMITTANCE WRITTEN TO PRACTICALS/RETREMIT.DAT"
               " FOR " FUNCTION TRIM(OUT-COUNT) " PARTICIPANTS.".
           MOVE WS-TOT-EE TO OUT-TOTAL.
           DISPLAY "TOTAL DEFERRALS:  " FUNCTION TRIM(OUT-TOTAL).
           MOVE WS-TOT-ER TO OUT-TOTAL.
           DISPLAY "TOTAL MATCH:      " FUNCTION TRIM(OUT-TOTAL).
           MOVE WS-TOT-LOAN TO OUT-TOTAL.
           DISPLAY "TOTAL LOAN REPAID:" FUNCTION TRIM(OUT-TOTAL).
           MOVE WS-TOT-REMIT TO OUT-TOTAL.
           DISPLAY "TOTAL REMITTED:   " FUNCTION TRIM(OUT-TOTAL).
           DISPLAY "REGISTER THE FILE UNDER TRANSMISSION CONTROL"
               " BEFORE IT IS SENT.".

       CHECK-ALREADY-REMITTED.
           MOVE 'N' TO WS-SENT.
           OPEN INPUT REMLOG-FILE.
           IF REMLOG-STATUS = "00"
               PERFORM UNTIL REMLOG-STATUS NOT = "00"
                   OR WS-SENT = 'Y'
                   READ REMLOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RL-PAY-DATE = WS-PAY-DATE-IN
                               MOVE 'Y' TO WS-SENT
                               MOVE RL-RUN-DATE TO WS-SENT-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMLOG-FILE
           END-IF.

      *    A PLAN PARTICIPANT IS ANYONE WITH AN ELECTION ON FILE,
      *    ACTIVE OR STOPPED; ONLY THEIR LOAN REPAYMENTS GO TO THE
      *    RECORDKEEPER.
       LOAD-PARTICIPANTS.
           OPEN INPUT RETELECT-FILE.
           IF RETELECT-STATUS = "00"
               PERFORM UNTIL RETELECT-STATUS NOT = "00"
                   OR WS-PT-COUNT >= 300
                   READ RETELECT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-PT-COUNT
                           MOVE RE-EMP-ID TO WS-PT-EMP (WS-PT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RETELECT-FILE
           END-IF.

       ACCUMULATE-REGISTER.
           OPEN INPUT RETREG-FILE.
           IF RETREG-STATUS = "00"
               PERFORM UNTIL RETREG-STATUS NOT = "00"
                   READ RETREG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RR-DATE IS NUMERIC
                               AND RR-DATE = WS-PAY-DATE-IN
                               MOVE RR-EMP-ID TO WS-RT-KEY
                               PERFORM FIND-PARTICIPANT
                               IF WS-RT-HIT > 0
                                   PERFORM ADD-REGISTER-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETREG-FILE
           END-IF.

       ADD-REGISTER-ROW.
           IF WS-PERIOD = SPACES
               MOVE RR-PERIOD TO WS-PERIOD
           END-IF.
           IF RR-EE-AMT IS NUMERIC
               ADD RR-EE-AMT TO WS-RT-EE (WS-RT-HIT)
           END-IF.
           IF RR-ER-AMT IS NUMERIC
               ADD RR-ER-AMT TO WS-RT-ER (WS-RT-HIT)
           END-IF.

       ACCUMULATE-LOANS.
           OPEN INPUT LOANREP-FILE.
           IF LOANREP-STATUS = "00"
               PERFORM UNTIL LOANREP-STATUS NOT = "00"
                   READ LOANREP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LOANREP-DATE IS NUMERIC
                               AND LOANREP-DATE = WS-PAY-DATE-IN
                               AND LOANREP-AMOUNT IS NUMERIC
                               PERFORM ADD-LOAN-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOANREP-FILE
           END-IF.

       ADD-LOAN-ROW.
           MOVE 'N' TO WS-PT-FOUND.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PT-COUNT
               OR WS-PT-FOUND = 'Y'
               IF WS-PT-EMP (WS-PT-IDX) = LOANREP-EMP-ID
                   MOVE 'Y' TO WS-PT-FOUND
               END-IF
           END-PERFORM.
           IF WS-PT-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF.
           MOVE LOANREP-EMP-ID TO WS-RT-KEY.
           PERFORM FIND-PARTICIPANT.
           IF WS-RT-HIT > 0
               ADD LOANREP-AMOUNT TO WS-RT-LOAN (WS-RT-HIT)
           END-IF.

      *    ONE PASS OF PAY HISTORY GATHERS BOTH THE RETIREMENT
      *    AMOUNTS ON THE PAY DATE'S ROWS AND EACH PARTICIPANT'S
      *    COMPENSATION FOR THE YEAR UP TO AND INCLUDING THE PAY
      *    DATE. A VOIDED ROW STILL COUNTS AS WITHHELD, AS A VOID
      *    DOES NOT TAKE BACK THE CONTRIBUTION REGISTER ROW; ITS
      *    REVERSAL ROW IS LEFT OUT. COMPENSATION LEAVES OUT BOTH, AS
      *    THE WAGE FILING DOES.
       ACCUMULATE-HISTORY.
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
           IF HIST-PAY-DATE NOT NUMERIC OR HIST-VOID = 'R'
               EXIT PARAGRAPH
           END-IF.
           IF HIST-PAY-DATE = WS-PAY-DATE-IN
               PERFORM ADD-WITHHOLDING
           END-IF.
           IF HIST-VOID = 'V' OR HIST-PAY-DATE > WS-PAY-DATE-IN
               OR HIST-TOTAL-PAY NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           DIVIDE HIST-PAY-DATE BY 10000 GIVING WS-REC-YEAR.
           IF WS-REC-YEAR NOT = WS-YEAR-IN
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOOKUP-PARTICIPANT.
           IF WS-RT-HIT > 0
               ADD HIST-TOTAL-PAY TO WS-RT-YTD (WS-RT-HIT)
           END-IF.

      *    A ROW WITH A RETIREMENT AMOUNT BUT NO REGISTER ROW IS
      *    STILL TAKEN ONTO THE TABLE SO THE RECONCILIATION SHOWS IT.
       ADD-WITHHOLDING.
           IF HIST-RET-EE NOT NUMERIC OR HIST-RET-ER NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF HIST-RET-EE = 0 AND HIST-RET-ER = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE HIST-EMP-ID TO WS-RT-KEY.
           PERFORM FIND-PARTICIPANT.
           IF WS-RT-HIT > 0
               ADD HIST-RET-EE TO WS-RT-WH-EE (WS-RT-HIT)
               ADD HIST-RET-ER TO WS-RT-WH-ER (WS-RT-HIT)
           END-IF.

       LOOKUP-PARTICIPANT.
           MOVE 0 TO WS-RT-HIT.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               OR WS-RT-HIT > 0
               IF WS-RT-EMP (WS-RT-IDX) = HIST-EMP-ID
                   MOVE WS-RT-IDX TO WS-RT-HIT
               END-IF
           END-PERFORM.

       FIND-PARTICIPANT.
           MOVE 0 TO WS-RT-HIT.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               OR WS-RT-HIT > 0
               IF WS-RT-EMP (WS-RT-IDX) = WS-RT-KEY
                   MOVE WS-RT-IDX TO WS-RT-HIT
               END-IF
           END-PERFORM.
           IF WS-RT-HIT = 0
               IF WS-RT-COUNT >= 300
                   MOVE 'Y' TO WS-RT-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RT-COUNT
               MOVE WS-RT-COUNT TO WS-RT-HIT
               MOVE WS-RT-KEY TO WS-RT-EMP (WS-RT-HIT)
               MOVE 0 TO WS-RT-EE (WS-RT-HIT) WS-RT-ER (WS-RT-HIT)
                   WS-RT-LOAN (WS-RT-HIT) WS-RT-WH-EE (WS-RT-HIT)
                   WS-RT-WH-ER (WS-RT-HIT) WS-RT-YTD (WS-RT-HIT)
               MOVE SPACES TO WS-RT-SSN (WS-RT-HIT)
                   WS-RT-NAME (WS-RT-HIT)
           END-IF.

      *    THE DEFERRAL AND MATCH ON THE FILE MUST EQUAL WHAT THE PAY
      *    RUN TOOK FOR THE SAME PARTICIPANT AND DATE. EVERY
      *    DIFFERENCE IS LISTED AND SENT TO THE EXCEPTION LOG.
       RECONCILE-WITHHOLDING.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               ADD WS-RT-WH-EE (WS-RT-IDX) TO WS-TOT-WH-EE
               ADD WS-RT-WH-ER (WS-RT-IDX) TO WS-TOT-WH-ER
               IF WS-RT-EE (WS-RT-IDX) NOT = WS-RT-WH-EE (WS-RT-IDX)
                   OR WS-RT-ER (WS-RT-IDX)
                       NOT = WS-RT-WH-ER (WS-RT-IDX)
                   PERFORM LIST-UNTIED
               END-IF
           END-PERFORM.
           DISPLAY "RECONCILIATION TO THE PAY RUN FOR "
               WS-PAY-DATE-IN.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               ADD WS-RT-EE (WS-RT-IDX) TO WS-TOT-EE
               ADD WS-RT-ER (WS-RT-IDX) TO WS-TOT-ER
           END-PERFORM.
           MOVE WS-TOT-EE TO OUT-AMT.
           MOVE WS-TOT-WH-EE TO OUT-WH.
           DISPLAY "  DEFERRALS  REGISTER " OUT-AMT "  WITHHELD "
               OUT-WH.
           MOVE WS-TOT-ER TO OUT-AMT.
           MOVE WS-TOT-WH-ER TO OUT-WH.
           DISPLAY "  MATCH      REGISTER " OUT-AMT "  MATCHED  "
               OUT-WH.

       LIST-UNTIED.
           IF WS-UNTIED = 0
               DISPLAY "PARTICIPANTS WHOSE REGISTER DOES NOT TIE:"
               DISPLAY "EMP-ID      REGISTER EE    WITHHELD EE"
                   "    REGISTER ER     MATCHED ER"
           END-IF.
           ADD 1 TO WS-UNTIED.
           MOVE WS-RT-EE (WS-RT-IDX) TO OUT-AMT.
           MOVE WS-RT-WH-EE (WS-RT-IDX) TO OUT-WH.
           DISPLAY WS-RT-EMP (WS-RT-IDX) " " OUT-AMT OUT-WH
               WITH NO ADVANCING.
           MOVE WS-RT-ER (WS-RT-IDX) TO OUT-AMT.
           MOVE WS-RT-WH-ER (WS-RT-IDX) TO OUT-WH.
           DISPLAY OUT-AMT OUT-WH.
           MOVE "RETREMIT" TO EXC-LOG-PROGRAM-ID.
           MOVE SPACES TO EXC-LOG-CONTEXT.
           STRING WS-RT-EMP (WS-RT-IDX) " " WS-PAY-DATE-IN
               DELIMITED BY SIZE INTO EXC-LOG-CONTEXT.
           MOVE "REMITTANCE DOES NOT TIE TO PAY RUN"
               TO EXC-LOG-REASON.
           CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
               EXC-LOG-CONTEXT EXC-LOG-REASON.

      *    THE RECORDKEEPER POSTS BY TAX ID, SO EVERY PARTICIPANT ON
      *    THE PAY DATE NEEDS A GOOD ONE; A PAY DATE IS REMITTED
      *    WHOLE OR NOT AT ALL, SO ONE REFUSAL STOPS THE RUN.
       CHECK-PARTICIPANTS.
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS = "00"
               MOVE 'Y' TO WS-EM-OPEN
           END-IF.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               PERFORM CHECK-ONE-PARTICIPANT
           END-PERFORM.
           IF WS-EM-OPEN = 'Y'
               CLOSE EM-MASTER-FILE
           END-IF.

       CHECK-ONE-PARTICIPANT.
           MOVE SPACES TO WS-REFUSE-REASON.
           IF WS-EM-OPEN = 'N'
               MOVE "NOT ON EMPLOYEE MASTER" TO WS-REFUSE-REASON
           ELSE
               MOVE WS-RT-EMP (WS-RT-IDX) TO EM-EMP-ID
               READ EM-MASTER-FILE
                   INVALID KEY
                       MOVE "NOT ON EMPLOYEE MASTER"
                           TO WS-REFUSE-REASON
                   NOT INVALID KEY
                       MOVE EM-NAME TO WS-RT-NAME (WS-RT-IDX)
                       PERFORM CHECK-TAX-ID
               END-READ
           END-IF.
           IF WS-REFUSE-REASON = SPACES
               MOVE WS-SSN-X TO WS-RT-SSN (WS-RT-IDX)
           ELSE
               IF WS-REFUSED = 0
                   DISPLAY "PARTICIPANTS REFUSED FROM THE REMITTANCE:"
                   DISPLAY "EMP-ID    NAME             REASON"
               END-IF
               ADD 1 TO WS-REFUSED
               DISPLAY WS-RT-EMP (WS-RT-IDX) "  "
                   WS-RT-NAME (WS-RT-IDX) "  " WS-REFUSE-REASON
           END-IF.

      *    A TAX ID IS ACCEPTED AS NINE DIGITS, OR AS NNN-NN-NNNN,
      *    AND IS SENT AS THE NINE DIGITS, UNDER THE SAME RULES AS
      *    THE ANNUAL WAGE FILING.
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

       WRITE-REMITTANCE.
           OPEN OUTPUT REMIT-FILE.
           MOVE WS-PAY-DATE-IN TO RH-PAY-DATE.
           MOVE WS-PERIOD TO RH-PERIOD.
           MOVE WS-TODAY TO RH-RUN-DATE.
           MOVE WS-REMIT-HEADER TO REMIT-REC.
           WRITE REMIT-REC.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT
               PERFORM WRITE-ONE-DETAIL
           END-PERFORM.
           MOVE WS-PAY-DATE-IN TO RT-PAY-DATE.
           MOVE WS-RT-COUNT TO RT-COUNT.
           MOVE WS-TOT-EE TO RT-DEFERRAL.
           MOVE WS-TOT-ER TO RT-MATCH.
           MOVE WS-TOT-LOAN TO RT-LOAN.
           MOVE WS-TOT-REMIT TO RT-TOTAL.
           MOVE WS-REMIT-TRAILER TO REMIT-REC.
           WRITE REMIT-REC.
           CLOSE REMIT-FILE.

       WRITE-ONE-DETAIL.
           MOVE WS-PAY-DATE-IN TO RD-PAY-DATE.
           MOVE WS-RT-EMP (WS-RT-IDX) TO RD-EMP-ID.
           MOVE WS-RT-SSN (WS-RT-IDX) TO RD-SSN.
           MOVE WS-RT-EE (WS-RT-IDX) TO RD-DEFERRAL.
           MOVE WS-RT-ER (WS-RT-IDX) TO RD-MATCH.
           MOVE WS-RT-LOAN (WS-RT-IDX) TO RD-LOAN.
           IF WS-RT-YTD (WS-RT-IDX) > 0
               MOVE WS-RT-YTD (WS-RT-IDX) TO RD-YTD-COMP
           ELSE
               MOVE 0 TO RD-YTD-COMP
           END-IF.
           MOVE WS-RT-NAME (WS-RT-IDX) TO RD-NAME.
           MOVE WS-REMIT-DETAIL TO REMIT-REC.
           WRITE REMIT-REC.
           ADD WS-RT-LOAN (WS-RT-IDX) TO WS-TOT-LOAN.
           COMPUTE WS-TOT-REMIT = WS-TOT-REMIT + WS-RT-EE (WS-RT-IDX)
               + WS-RT-ER (WS-RT-IDX) + WS-RT-LOAN (WS-RT-IDX).

       LOG-REMITTANCE.
           MOVE SPACES TO REMLOG-REC.
           MOVE WS-PAY-DATE-IN TO RL-PAY-DATE.
           MOVE WS-PERIOD TO RL-PERIOD.
           MOVE WS-TODAY TO RL-RUN-DATE.
           MOVE WS-RT-COUNT TO RL-COUNT.
           MOVE WS-TOT-EE TO RL-EE-AMT.
           MOVE WS-TOT-ER TO RL-ER-AMT.
           MOVE WS-TOT-LOAN TO RL-LOAN-AMT.
           OPEN EXTEND REMLOG-FILE.
           IF REMLOG-STATUS = "05" OR REMLOG-STATUS = "35"
               OPEN OUTPUT REMLOG-FILE
           END-IF.
           WRITE REMLOG-REC.
           CLOSE REMLOG-FILE.

       LIST-REMITTANCES.
           OPEN INPUT REMLOG-FILE.
           IF REMLOG-STATUS NOT = "00"
               DISPLAY "NO PAY DATES REMITTED YET."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PAY DATE  PERIOD  RUN DATE  PARTS"
               "      DEFERRALS           MATCH"
               "     LOAN REPAID".
           PERFORM UNTIL REMLOG-STATUS NOT = "00"
               READ REMLOG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM LIST-ONE-REMITTANCE
               END-READ
           END-PERFORM.
           CLOSE REMLOG-FILE.

       LIST-ONE-REMITTANCE.
           MOVE RL-EE-AMT TO OUT-AMT.
           MOVE RL-ER-AMT TO OUT-WH.
           DISPLAY RL-PAY-DATE "  " RL-PERIOD "  " RL-RUN-DATE "  "
               RL-COUNT " " OUT-AMT " " OUT-WH WITH NO ADVANCING.
           MOVE RL-LOAN-AMT TO OUT-AMT.
           DISPLAY " " OUT-AMT.
       END PROGRAM RETREMIT.
