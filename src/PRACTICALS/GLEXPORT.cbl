      *    THROUGH THE ACCOUNT-CODE FILE GLACCTS.DAT, AND WRITES A
      *    BALANCED DEBIT/CREDIT JOURNAL TO GLJRNL.DAT. IF DEBITS DO
      *    NOT EQUAL CREDITS NOTHING IS WRITTEN AND THE CONDITION IS
      *    LOGGED TO THE EXCEPTION LOG. AN OFF-CYCLE BONUS RUN IS
      *    JOURNALED ON ITS OWN FROM ITS PAY-HISTORY ROWS (RUN TYPE
      *    'B'); THE REGULAR EXPORT LEAVES THOSE ROWS OUT. THE
      *    JOURNAL IS BUILT AND BALANCED SEPARATELY FOR EACH
      *    EMPLOYING COMPANY (THE COMPANY CODE ON THE EMPLOYEE
      *    MASTER, OR ON THE PAY-HISTORY ROW FOR AMOUNTS TAKEN FROM
      *    HISTORY) AND EVERY ROW CARRIES THE COMPANY'S GL SEGMENT
      *    FROM THE COMPANY MASTER. ONE COMPANY OUT OF BALANCE
      *    STOPS THE WHOLE EXPORT. LOCAL INCOME TAX WITHHELD IS
      *    TAKEN FROM THE PAY-HISTORY ROW THAT POSTED EACH PAY SLOT
      *    AND BOOKED TO ITS OWN LIABILITY ACCOUNT. PAY HISTORY IS
      *    READ THROUGH THE PAY-PERIOD KEY, ONLY THE PERIOD'S OWN
      *    ROWS.
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
       SELECT GLJRNL-FILE
           ASSIGN TO "PRACTICALS/GLJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLJRNL-STATUS.
       SELECT EM-MASTER-FILE
           ASSIGN TO "PRACTICALS/EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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
           05 JRN-AMOUNT PIC 9(9)V99.
           05 JRN-FILLER-4 PIC X(1).
           05 JRN-DESC PIC X(20).
           05 JRN-FILLER-5 PIC X(1).
           05 JRN-CO-SEGMENT PIC X(4).

       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.

       FD  COMP-FILE.
       01  COMP-REC.
           COPY COMPREC.

       WORKING-STORAGE SECTION.
       01  EMP-STATUS PIC XX.
       01  GLJRNL-STATUS PIC XX.
       01  WS-EOF PIC X.
       01  WS-PERIOD-IN PIC X(6).
       01  WS-RUN-TYPE-IN PIC X(1) VALUE SPACE.
       01  WS-OFFCYCLE-ANS PIC X(1).

       01  WS-TOT-GROSS PIC S9(9)V99 VALUE 0.
       01  WS-TOT-OT PIC S9(9)V99 VALUE 0.
       01  WS-TOT-DED PIC S9(9)V99 VALUE 0.
       01  HIST-STATUS PIC XX.
       01  WS-TOT-ERTAX PIC S9(9)V99 VALUE 0.
       01  WS-TOT-LOCAL-TAX PIC S9(9)V99 VALUE 0.
       01  WS-SLOT-LOCAL-TAX PIC S9(7)V99.
       01  WS-HIST-OPEN PIC X VALUE 'N'.
       01  ACP-ACCTPER-STATUS PIC XX.
       01  ACP-SUSPENSE-STATUS PIC XX.
       01  WS-ACP-MONTH PIC 9(6).
       01  WS-ACCT-RET-PAY PIC X(8) VALUE "21700000".
       01  WS-ACCT-RET-EXP PIC X(8) VALUE "53000000".
       01  WS-ACCT-EARN-EXP PIC X(8) VALUE "54000000".
       01  WS-ACCT-LOCAL-TAX PIC X(8) VALUE "21800000".

       01  WS-JRN-AMT PIC S9(9)V99.
       01  WS-JRN-ACCT PIC X(8).
       01  WS-DIFF-OUT PIC -(9)9.99.
       01  WS-EXPORT-STATUS PIC X(2).

       01  EM-FILE-STATUS PIC XX.
       01  COMP-STATUS PIC XX.
       01  WS-EM-OPEN PIC X VALUE 'N'.
       01  WS-GL-PASS PIC X(1).
       01  WS-ALL-BALANCED PIC X(1).
       01  WS-CUR-COMPANY PIC X(4).
       01  WS-CUR-SEGMENT PIC X(4).
       01  WS-ROW-EMP-ID PIC X(8).
       01  WS-ROW-COMPANY PIC X(4).
       01  WS-NEW-COMPANY PIC X(4).
       01  WS-GCO-COUNT PIC 9(2) VALUE 0.
       01  WS-GCO-TABLE.
           05 WS-GCO-ENTRY OCCURS 21 TIMES.
               10 WS-GCO-CODE PIC X(4).
               10 WS-GCO-SEGMENT PIC X(4).
       01  WS-GCO-IDX PIC 9(2).
       01  WS-GCO-FOUND PIC X.
       01  WS-GCO-OVERFLOW PIC X VALUE 'N'.
       01  OUT-CO-CODE PIC X(6).

       01  JH-PARMS.
           COPY JHPARM.

       LINKAGE SECTION.
       01  LK-PARM PIC X(6).
       01  LK-STATUS PIC X(2).
           DISPLAY "PAY PERIOD TO EXPORT (YYYYPP): " WITH
               NO ADVANCING.
           ACCEPT WS-PERIOD-IN.
           DISPLAY "OFF-CYCLE BONUS RUN? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-OFFCYCLE-ANS.
           MOVE FUNCTION UPPER-CASE(WS-OFFCYCLE-ANS) TO WS-OFFCYCLE-ANS.
           IF WS-OFFCYCLE-ANS = 'Y'
               MOVE 'B' TO WS-RUN-TYPE-IN
           ELSE
               MOVE SPACE TO WS-RUN-TYPE-IN
           END-IF.
           PERFORM EXPORT-ONE-PERIOD.
           STOP RUN.

      *    SO THE STREAM KEEPS CONTROL AND CAN CHECKPOINT THE STEP.
       ENTRY "GLEXPORT-BATCH" USING LK-PARM LK-STATUS.
           MOVE LK-PARM TO WS-PERIOD-IN.
           MOVE SPACE TO WS-RUN-TYPE-IN.
           PERFORM EXPORT-ONE-PERIOD.
           MOVE 'C' TO JH-FUNCTION.
           MOVE WS-EC-COUNT TO JH-COUNT-IN.
           MOVE WS-GCO-COUNT TO JH-COUNT-OUT.
           CALL "RUNHIST" USING JH-PARMS.
           MOVE WS-EXPORT-STATUS TO LK-STATUS.
           GOBACK.

           END-IF.

           PERFORM LOAD-ACCOUNT-CODES.
           PERFORM LOAD-JOURNAL-COMPANIES.
           IF WS-GCO-OVERFLOW = 'Y'
               DISPLAY "MORE THAN 21 COMPANY CODES FOR THE PERIOD."
                   " NOTHING WRITTEN."
               MOVE "ER" TO WS-EXPORT-STATUS
               PERFORM CLOSE-EMPLOYEE-MASTER
               EXIT PARAGRAPH
           END-IF.

      *    FIRST PASS PROVES EVERY COMPANY'S JOURNAL BALANCES; ONLY
      *    THEN DOES THE SECOND PASS WRITE THEM.
           MOVE 'C' TO WS-GL-PASS.
           MOVE 'Y' TO WS-ALL-BALANCED.
           PERFORM VARYING WS-GCO-IDX FROM 1 BY 1
               UNTIL WS-GCO-IDX > WS-GCO-COUNT
               PERFORM JOURNAL-ONE-COMPANY
           END-PERFORM.

           IF WS-ALL-BALANCED = 'N'
               DISPLAY "JOURNAL DOES NOT BALANCE. NOTHING WRITTEN."
               MOVE "ER" TO WS-EXPORT-STATUS
           ELSE
               MOVE 'W' TO WS-GL-PASS
               OPEN EXTEND GLJRNL-FILE
               IF GLJRNL-STATUS = "05" OR GLJRNL-STATUS = "35"
                   OPEN OUTPUT GLJRNL-FILE
               END-IF
               PERFORM VARYING WS-GCO-IDX FROM 1 BY 1
                   UNTIL WS-GCO-IDX > WS-GCO-COUNT
                   PERFORM JOURNAL-ONE-COMPANY
               END-PERFORM
               CLOSE GLJRNL-FILE
               DISPLAY "BALANCED JOURNAL WRITTEN TO"
                   " PRACTICALS/GLJRNL.DAT."
           END-IF.
           PERFORM CLOSE-EMPLOYEE-MASTER.

      *    ONE COMPANY'S TOTALS FOR THE PERIOD. ON THE CHECKING
      *    PASS THEY ARE SHOWN AND PROVED; ON THE WRITING PASS
      *    THEY ARE BOOKED.
       JOURNAL-ONE-COMPANY.
           MOVE WS-GCO-CODE (WS-GCO-IDX) TO WS-CUR-COMPANY.
           MOVE WS-GCO-SEGMENT (WS-GCO-IDX) TO WS-CUR-SEGMENT.
           MOVE 0 TO WS-TOT-GROSS WS-TOT-OT WS-TOT-REGULAR
               WS-TOT-TAX WS-TOT-NET WS-TOT-DED WS-TOT-ERTAX
               WS-TOT-GARN WS-TOT-RET-EE WS-TOT-RET-ER WS-TOT-LOAN
               WS-TOT-EARN-NT WS-NT-COUNT WS-TOT-LOCAL-TAX.
           IF WS-RUN-TYPE-IN = 'B'
               PERFORM SUM-BONUS-HISTORY
           ELSE
               PERFORM SUM-PAY-FILE
               PERFORM SUM-DEDUCTIONS
               PERFORM SUM-LOAN-REPAYMENTS
               PERFORM SUM-EMPLOYER-TAXES
               PERFORM SUM-GARNISHMENTS
               PERFORM SUM-RETIREMENT
               PERFORM SUM-NONTAX-EARNINGS
           END-IF.

           COMPUTE WS-TOT-REGULAR = WS-TOT-GROSS - WS-TOT-OT.
           COMPUTE WS-TOT-DEBITS = WS-TOT-REGULAR + WS-TOT-OT
               + WS-TOT-ERTAX + WS-TOT-RET-ER + WS-TOT-EARN-NT.
           COMPUTE WS-TOT-CREDITS = WS-TOT-TAX + WS-TOT-DED
               + WS-TOT-LOAN + WS-TOT-NET + WS-TOT-ERTAX
               + WS-TOT-GARN + WS-TOT-RET-EE + WS-TOT-RET-ER
               + WS-TOT-LOCAL-TAX.
           COMPUTE WS-DIFF = WS-TOT-DEBITS - WS-TOT-CREDITS.

           IF WS-GL-PASS = 'W'
               PERFORM WRITE-JOURNAL
               EXIT PARAGRAPH
           END-IF.

           IF WS-CUR-COMPANY = SPACES
               MOVE "(NONE)" TO OUT-CO-CODE
           ELSE
               MOVE WS-CUR-COMPANY TO OUT-CO-CODE
           END-IF.
           DISPLAY "COMPANY " OUT-CO-CODE " SEGMENT " WS-CUR-SEGMENT.
           MOVE WS-TOT-DEBITS TO OUT-AMT.
           DISPLAY "TOTAL DEBITS:  " OUT-AMT.
           MOVE WS-TOT-CREDITS TO OUT-AMT.
           DISPLAY "TOTAL CREDITS: " OUT-AMT.

           IF WS-DIFF NOT = 0
               MOVE 'N' TO WS-ALL-BALANCED
               MOVE WS-DIFF TO WS-DIFF-OUT
               DISPLAY "COMPANY " OUT-CO-CODE " DOES NOT BALANCE,"
                   " DIFFERENCE " WS-DIFF-OUT "."
               MOVE "GLEXPORT" TO EXC-LOG-PROGRAM-ID
               MOVE SPACES TO EXC-LOG-CONTEXT
               STRING WS-PERIOD-IN " CO " WS-CUR-COMPANY
                   DELIMITED BY SIZE INTO EXC-LOG-CONTEXT
               MOVE SPACES TO EXC-LOG-REASON
               STRING "JOURNAL OUT OF BALANCE " WS-DIFF-OUT
                   DELIMITED BY SIZE INTO EXC-LOG-REASON
               CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID
                   EXC-LOG-CONTEXT EXC-LOG-REASON
           END-IF.

      *    THE COMPANIES TO JOURNAL: NO COMPANY (ALWAYS), EVERY
      *    CODE ON THE EMPLOYEE MASTER, AND ANY CODE STAMPED ON THE
      *    PERIOD'S PAY-HISTORY ROWS, EACH WITH ITS GL SEGMENT FROM
      *    THE COMPANY MASTER. THE EMPLOYEE MASTER STAYS OPEN FOR
      *    THE ROW-BY-ROW COMPANY LOOKUPS.
       LOAD-JOURNAL-COMPANIES.
           MOVE 'N' TO WS-GCO-OVERFLOW.
           MOVE 1 TO WS-GCO-COUNT.
           MOVE SPACES TO WS-GCO-CODE (1) WS-GCO-SEGMENT (1).
           MOVE 'N' TO WS-EM-OPEN.
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS = "00"
               MOVE 'Y' TO WS-EM-OPEN
               MOVE LOW-VALUES TO EM-EMP-ID
               START EM-MASTER-FILE KEY IS NOT LESS THAN EM-EMP-ID
                   INVALID KEY
                       MOVE "10" TO EM-FILE-STATUS
               END-START
               PERFORM UNTIL EM-FILE-STATUS NOT = "00"
                   READ EM-MASTER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE EM-COMPANY TO WS-NEW-COMPANY
                           PERFORM NOTE-JOURNAL-COMPANY
                   END-READ
               END-PERFORM
           END-IF.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS = "00"
               PERFORM START-AT-PERIOD-IN
               PERFORM UNTIL HIST-STATUS NOT = "00"
                   AND HIST-STATUS NOT = "02"
                   READ HIST-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HIST-PAY-PERIOD NOT = WS-PERIOD-IN
                               MOVE "10" TO HIST-STATUS
                           END-IF
                           IF HIST-PAY-PERIOD = WS-PERIOD-IN
                               MOVE HIST-COMPANY TO WS-NEW-COMPANY
                               PERFORM NOTE-JOURNAL-COMPANY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.
           OPEN INPUT COMP-FILE.
           IF COMP-STATUS = "00"
               PERFORM UNTIL COMP-STATUS NOT = "00"
                   READ COMP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM SET-JOURNAL-SEGMENT
                   END-READ
               END-PERFORM
               CLOSE COMP-FILE
           END-IF.

       START-AT-PERIOD-IN.
           MOVE WS-PERIOD-IN TO HIST-PAY-PERIOD.
           START HIST-FILE KEY IS EQUAL TO HIST-PAY-PERIOD
               INVALID KEY
                   CONTINUE
           END-START.

       NOTE-JOURNAL-COMPANY.
           MOVE 'N' TO WS-GCO-FOUND.
           PERFORM VARYING WS-GCO-IDX FROM 1 BY 1
               UNTIL WS-GCO-IDX > WS-GCO-COUNT
               IF WS-GCO-CODE (WS-GCO-IDX) = WS-NEW-COMPANY
                   MOVE 'Y' TO WS-GCO-FOUND
               END-IF
           END-PERFORM.
           IF WS-GCO-FOUND = 'N'
               IF WS-GCO-COUNT >= 21
                   MOVE 'Y' TO WS-GCO-OVERFLOW
               ELSE
                   ADD 1 TO WS-GCO-COUNT
                   MOVE WS-NEW-COMPANY TO WS-GCO-CODE (WS-GCO-COUNT)
                   MOVE SPACES TO WS-GCO-SEGMENT (WS-GCO-COUNT)
               END-IF
           END-IF.

       SET-JOURNAL-SEGMENT.
           PERFORM VARYING WS-GCO-IDX FROM 2 BY 1
               UNTIL WS-GCO-IDX > WS-GCO-COUNT
               IF WS-GCO-CODE (WS-GCO-IDX) = CO-CODE
                   MOVE CO-GL-SEGMENT TO WS-GCO-SEGMENT (WS-GCO-IDX)
               END-IF
           END-PERFORM.

       CLOSE-EMPLOYEE-MASTER.
           IF WS-EM-OPEN = 'Y'
               CLOSE EM-MASTER-FILE
               MOVE 'N' TO WS-EM-OPEN
           END-IF.

      *    WS-ROW-EMP-ID'S COMPANY FROM THE EMPLOYEE MASTER; BLANK
      *    WHEN THE EMPLOYEE IS NOT ON IT.
       GET-ROW-COMPANY.
           MOVE SPACES TO WS-ROW-COMPANY.
           IF WS-EM-OPEN = 'Y'
               MOVE WS-ROW-EMP-ID TO EM-EMP-ID
               READ EM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-COMPANY TO WS-ROW-COMPANY
               END-READ
           END-IF.

      *    A PAY-HISTORY ROW BELONGS TO THE COMPANY STAMPED ON IT;
      *    AN UNSTAMPED ROW TO THE EMPLOYEE'S CURRENT COMPANY.
       GET-HIST-ROW-COMPANY.
           IF HIST-COMPANY = SPACES
               MOVE HIST-EMP-ID TO WS-ROW-EMP-ID
               PERFORM GET-ROW-COMPANY
           ELSE
               MOVE HIST-COMPANY TO WS-ROW-COMPANY
           END-IF.

      *    CLOSED ACCOUNTING MONTHS ON ACCTPER.DAT REFUSE THE
                               MOVE GLA-ACCOUNT TO WS-ACCT-RET-EXP
                            WHEN "EARNEXP"
                               MOVE GLA-ACCOUNT TO WS-ACCT-EARN-EXP
                            WHEN "LOCALTAX"
                               MOVE GLA-ACCOUNT TO WS-ACCT-LOCAL-TAX
                            WHEN OTHER
                               CONTINUE
                           END-EVALUATE
           END-IF.

       SUM-PAY-FILE.
           MOVE 'N' TO WS-HIST-OPEN.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS = "00"
               MOVE 'Y' TO WS-HIST-OPEN
           END-IF.
           OPEN INPUT EMP-FILE.
           IF EMP-STATUS = "00"
               MOVE 'N' TO WS-EOF
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE EMP-ID TO WS-ROW-EMP-ID
                           PERFORM GET-ROW-COMPANY
                           IF WS-STATUS NOT = 'I'
                               AND WS-PAY-PERIOD = WS-PERIOD-IN
                               AND WS-ROW-COMPANY = WS-CUR-COMPANY
                               ADD WS-TOTAL-PAY TO WS-TOT-GROSS
                               ADD WS-OVERTIME-PAY TO WS-TOT-OT
                               ADD WS-TAX-AMOUNT TO WS-TOT-TAX
                               ADD WS-NET-PAY TO WS-TOT-NET
                               PERFORM GET-SLOT-LOCAL-TAX
                               ADD WS-SLOT-LOCAL-TAX TO
                                   WS-TOT-LOCAL-TAX
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "EMPLOYEE PAY FILE NOT AVAILABLE."
           END-IF.
           IF WS-HIST-OPEN = 'Y'
               CLOSE HIST-FILE
           END-IF.

      *    THE LOCAL TAX IN A PAY SLOT'S NET PAY IS THE LOCAL TAX ON
      *    THE ROW THAT POSTED THE SLOT: THE LATEST REGULAR PAY-
      *    HISTORY ROW FOR THE EMPLOYEE AND PERIOD. A RE-POST ADDS A
      *    NEWER ROW AND REPLACES THE SLOT. A VOID FLAGS THE ROW BUT
      *    LEAVES THE SLOT AS IT WAS, SO THE VOIDED ROW STILL COUNTS
      *    HERE AND ITS REVERSAL DOES NOT; RETRO ADJUSTMENT ROWS DO
      *    NOT TOUCH THE SLOT EITHER.
       GET-SLOT-LOCAL-TAX.
           MOVE 0 TO WS-SLOT-LOCAL-TAX.
           IF WS-HIST-OPEN NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE EMP-ID TO HIST-EMP-ID.
           MOVE WS-PAY-PERIOD TO HIST-PAY-PERIOD.
           MOVE 0 TO HIST-SEQ.
           START HIST-FILE KEY >= HIST-KEY
               INVALID KEY
                   MOVE "10" TO HIST-STATUS
           END-START.
           PERFORM UNTIL HIST-STATUS NOT = "00"
               AND HIST-STATUS NOT = "02"
               READ HIST-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HIST-EMP-ID NOT = EMP-ID
                           OR HIST-PAY-PERIOD NOT = WS-PAY-PERIOD
                           MOVE "10" TO HIST-STATUS
                       ELSE
                           IF HIST-RUN-TYPE NOT = 'B'
                               AND (HIST-VOID = SPACE
                                   OR HIST-VOID = 'V')
                               MOVE 0 TO WS-SLOT-LOCAL-TAX
                               IF HIST-LOCAL-TAX IS NUMERIC
                                   MOVE HIST-LOCAL-TAX TO
                                       WS-SLOT-LOCAL-TAX
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SUM-DEDUCTIONS.
           OPEN INPUT DEDREG-FILE.
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE DEDREG-EMP-ID TO WS-ROW-EMP-ID
                           PERFORM GET-ROW-COMPANY
                           IF DEDREG-PERIOD = WS-PERIOD-IN
                               AND WS-ROW-COMPANY = WS-CUR-COMPANY
                               ADD DEDREG-AMOUNT TO WS-TOT-DED
                           END-IF
                   END-READ
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE LOANREP-EMP-ID TO WS-ROW-EMP-ID
                           PERFORM GET-ROW-COMPANY
                           IF LOANREP-PERIOD = WS-PERIOD-IN
                               AND WS-ROW-COMPANY = WS-CUR-COMPANY
                               ADD LOANREP-AMOUNT TO WS-TOT-LOAN
                           END-IF
                   END-READ
      *    ROWS THE PAY RUN STAMPS THEM ON, SO THE LIABILITY TIES
      *    TO THE REGISTER INSTEAD OF A SPREADSHEET. VOIDED ROWS
      *    ARE SKIPPED; REVERSAL AND RETRO ROWS CARRY THEIR OWN
      *    SIGNED AMOUNTS. LOCAL TAX WITHHELD IS TAKEN WITH THE PAY
      *    SLOTS IN SUM-PAY-FILE, NOT HERE.
       SUM-EMPLOYER-TAXES.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS = "00"
               PERFORM START-AT-PERIOD-IN
               PERFORM UNTIL HIST-STATUS NOT = "00"
                   AND HIST-STATUS NOT = "02"
                   READ HIST-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HIST-PAY-PERIOD NOT = WS-PERIOD-IN
                               MOVE "10" TO HIST-STATUS
                           END-IF
                           PERFORM GET-HIST-ROW-COMPANY
                           IF HIST-PAY-PERIOD = WS-PERIOD-IN
                               AND HIST-VOID NOT = 'V'
                               AND HIST-RUN-TYPE NOT = 'B'
                               AND WS-ROW-COMPANY = WS-CUR-COMPANY
                               IF HIST-ER-SOCIAL IS NUMERIC
                                   ADD HIST-ER-SOCIAL TO WS-TOT-ERTAX
                               END-IF
               CLOSE HIST-FILE
           END-IF.

      *    A BONUS RUN CARRIES NO HOURS, OVERTIME, DEDUCTIONS OR
      *    LOANS - ITS GROSS, FLAT WITHHOLDING, NET AND EMPLOYER
      *    CONTRIBUTIONS ARE ALL ON ITS PAY-HISTORY ROWS. VOIDED
      *    ROWS ARE SKIPPED; REVERSALS CARRY THEIR OWN SIGN.
       SUM-BONUS-HISTORY.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS = "00"
               PERFORM START-AT-PERIOD-IN
               PERFORM UNTIL HIST-STATUS NOT = "00"
                   AND HIST-STATUS NOT = "02"
                   READ HIST-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HIST-PAY-PERIOD NOT = WS-PERIOD-IN
                               MOVE "10" TO HIST-STATUS
                           END-IF
                           PERFORM GET-HIST-ROW-COMPANY
                           IF HIST-PAY-PERIOD = WS-PERIOD-IN
                               AND HIST-VOID NOT = 'V'
                               AND HIST-RUN-TYPE = 'B'
                               AND WS-ROW-COMPANY = WS-CUR-COMPANY
                               ADD HIST-TOTAL-PAY TO WS-TOT-GROSS
                               ADD HIST-TAX-AMOUNT TO WS-TOT-TAX
                               ADD HIST-NET-PAY TO WS-TOT-NET
                               IF HIST-ER-SOCIAL IS NUMERIC
                                   ADD HIST-ER-SOCIAL TO WS-TOT-ERTAX
                               END-IF
                               IF HIST-ER-UNEMP IS NUMERIC
                                   ADD HIST-ER-UNEMP TO WS-TOT-ERTAX
                               END-IF
                               IF HIST-LOCAL-TAX IS NUMERIC
                                   ADD HIST-LOCAL-TAX TO
                                       WS-TOT-LOCAL-TAX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           ELSE
               DISPLAY "PAY HISTORY NOT AVAILABLE."
           END-IF.

       SUM-GARNISHMENTS.
           OPEN INPUT GARNREG-FILE.
           IF GARNREG-STATUS = "00"
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE GR-EMP-ID TO WS-ROW-EMP-ID
                           PERFORM GET-ROW-COMPANY
                           IF GR-PERIOD = WS-PERIOD-IN
                               AND GR-AMOUNT IS NUMERIC
                               AND WS-ROW-COMPANY = WS-CUR-COMPANY
                               ADD GR-AMOUNT TO WS-TOT-GARN
                           END-IF
                   END-READ
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE RR-EMP-ID TO WS-ROW-EMP-ID
                           PERFORM GET-ROW-COMPANY
                           IF RR-PERIOD = WS-PERIOD-IN
                               AND WS-ROW-COMPANY = WS-CUR-COMPANY
                               IF RR-EE-AMT IS NUMERIC
                                   ADD RR-EE-AMT TO WS-TOT-RET-EE
                               END-IF
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE ER-EMP-ID TO WS-ROW-EMP-ID
                           PERFORM GET-ROW-COMPANY
                           IF ER-PERIOD = WS-PERIOD-IN
                               AND ER-AMOUNT IS NUMERIC
                               AND WS-ROW-COMPANY = WS-CUR-COMPANY
                               PERFORM CLASSIFY-EARNREG-ROW
                           END-IF
                   END-READ
           END-IF.

       WRITE-JOURNAL.
           MOVE WS-TOT-REGULAR TO WS-JRN-AMT.
           MOVE WS-ACCT-WAGES TO WS-JRN-ACCT.
           MOVE 'D' TO WS-JRN-DC.
           IF WS-RUN-TYPE-IN = 'B'
               MOVE "BONUS WAGES EXPENSE" TO WS-JRN-DESC
           ELSE
               MOVE "WAGES EXPENSE" TO WS-JRN-DESC
           END-IF.
           PERFORM WRITE-JOURNAL-ROW.

           MOVE WS-TOT-OT TO WS-JRN-AMT.
           MOVE "TAX WITHHELD" TO WS-JRN-DESC.
           PERFORM WRITE-JOURNAL-ROW.

           MOVE WS-TOT-LOCAL-TAX TO WS-JRN-AMT.
           MOVE WS-ACCT-LOCAL-TAX TO WS-JRN-ACCT.
           MOVE 'C' TO WS-JRN-DC.
           MOVE "LOCAL TAX WITHHELD" TO WS-JRN-DESC.
           PERFORM WRITE-JOURNAL-ROW.

           MOVE WS-TOT-DED TO WS-JRN-AMT.
           MOVE WS-ACCT-DED TO WS-JRN-ACCT.
           MOVE 'C' TO WS-JRN-DC.
               PERFORM WRITE-JOURNAL-ROW
           END-PERFORM.

       WRITE-JOURNAL-ROW.
           IF WS-JRN-AMT NOT = 0
               MOVE SPACES TO GLJRNL-REC
               MOVE WS-JRN-DC TO JRN-DC
               MOVE WS-JRN-AMT TO JRN-AMOUNT
               MOVE WS-JRN-DESC TO JRN-DESC
               MOVE WS-CUR-SEGMENT TO JRN-CO-SEGMENT
               WRITE GLJRNL-REC
           END-IF.
       END PROGRAM GLEXPORT.
