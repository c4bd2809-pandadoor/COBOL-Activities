      *    CHECKPRT.DAT WITH THE AMOUNT IN WORDS, DRAWS SEQUENTIAL
      *    CHECK NUMBERS FROM THE CONTROL FILE CHECKNO.DAT SO NUMBERS
      *    ARE NEVER REUSED, KEEPS A CHECK REGISTER ON CHECKREG.DAT,
      *    AND SUPPORTS VOIDING A CHECK ON THE REGISTER. AN
      *    OFF-CYCLE BONUS RUN IS PAID FROM ITS OWN PAY-HISTORY ROWS
      *    RATHER THAN THE REGULAR PAY SLOT ON QUIZLAB3.DAT. EACH
      *    CHECK IS DRAWN ON THE ACCOUNT OF THE EMPLOYING COMPANY
      *    (COMPANY MASTER COMPMAST.DAT) AND THE RUN AND THE CHECK
      *    REGISTER ARE TOTALLED BY COMPANY.
      *    THE STUB SHOWS ONLY THE LAST FOUR DIGITS OF THE TAX ID.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT CHECKNO-FILE
           ASSIGN TO "PRACTICALS/CHECKNO.DAT"
           ASSIGN TO "PRACTICALS/PAYRUN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PAYRUN-STATUS.
       SELECT HIST-FILE
           ASSIGN TO "PRACTICALS/PAYHIST.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-PAY-PERIOD WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-PAY-DATE WITH DUPLICATES
           FILE STATUS IS HIST-STATUS.
       SELECT COMP-FILE
           ASSIGN TO "PRACTICALS/COMPMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 RUN-ACH-DONE PIC X(1).
           05 RUN-FILLER-4 PIC X(1).
           05 RUN-CHK-DONE PIC X(1).
           05 RUN-FILLER-5 PIC X(1).
           05 RUN-TYPE PIC X(1).

       FD  HIST-FILE.
       01  HIST-REC.
           COPY PAYHREC.

       FD  COMP-FILE.
       01  COMP-REC.
           COPY COMPREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS PIC XX.

       01  PAYRUN-STATUS PIC XX.
       01  WS-RUN-PERIOD-IN PIC X(6).
       01  WS-RUN-TYPE-IN PIC X(1).
       01  WS-OFFCYCLE-ANS PIC X(1).
       01  HIST-STATUS PIC XX.
       01  WS-RUN-OK PIC X.
       01  WS-RUN-FOUND PIC X.
       01  WS-RUN-COUNT PIC 9(3) VALUE 0.
               10 WS-RN-DATE PIC 9(8).
               10 WS-RN-ACH PIC X(1).
               10 WS-RN-CHK PIC X(1).
               10 WS-RN-TYPE PIC X(1).
       01  WS-RUN-IDX PIC 9(3).

       01  WS-PRT-LINE PIC X(120).
           "CHECK   EMP-ID    PAY DATE  AMOUNT        STATUS".
       01  WS-RPT-LPP PIC 9(3) VALUE 20.

       01  COMP-STATUS PIC XX.
       01  WS-CO-COUNT PIC 9(2) VALUE 0.
       01  WS-CO-TABLE.
           05 WS-CO-ENTRY OCCURS 20 TIMES.
               10 WS-CO-CODE PIC X(4).
               10 WS-CO-NAME PIC X(23).
               10 WS-CO-DFI PIC X(8).
               10 WS-CO-ACCOUNT PIC X(17).
       01  WS-CO-IDX PIC 9(2).
       01  WS-CO-FOUND PIC X.
       01  WS-CHK-COMPANY PIC X(4).
       01  WS-COT-COUNT PIC 9(2) VALUE 0.
       01  WS-COT-TABLE.
           05 WS-COT-ENTRY OCCURS 21 TIMES.
               10 WS-COT-CODE PIC X(4).
               10 WS-COT-CHECKS PIC 9(5).
               10 WS-COT-AMOUNT PIC S9(9)V99.
       01  WS-COT-IDX PIC 9(2).
       01  WS-COT-FOUND PIC X.
       01  WS-COT-AMT PIC S9(9)V99.
       01  OUT-COT-CODE PIC X(6).

       01  MK-PARMS.
           COPY MKPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           DISPLAY "PAY PERIOD FOR THIS CHECK RUN (YYYYPP): " WITH
               NO ADVANCING.
           ACCEPT WS-RUN-PERIOD-IN.
           DISPLAY "OFF-CYCLE BONUS RUN? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-OFFCYCLE-ANS.
           MOVE FUNCTION UPPER-CASE(WS-OFFCYCLE-ANS) TO WS-OFFCYCLE-ANS.
           IF WS-OFFCYCLE-ANS = 'Y'
               MOVE 'B' TO WS-RUN-TYPE-IN
           ELSE
               MOVE SPACE TO WS-RUN-TYPE-IN
           END-IF.
           PERFORM CHECK-PAYRUN-GATE.
           IF WS-RUN-OK = 'N'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-NEXT-CHECK-NO.
           PERFORM LOAD-COMPANIES.
           MOVE 0 TO WS-CHECKS-PRINTED.
           MOVE 0 TO WS-CHECKS-TOTAL.
           MOVE 0 TO WS-COT-COUNT.

           OPEN INPUT WS-EMPLOYEES-FILE.
           IF WS-FILE-STATUS NOT = "00"
               IF CHECKPRT-STATUS = "05" OR CHECKPRT-STATUS = "35"
                   OPEN OUTPUT CHECKPRT-FILE
               END-IF
               IF WS-RUN-TYPE-IN = 'B'
                   PERFORM PRINT-BONUS-CHECKS
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ WS-EMPLOYEES-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF WS-STATUS NOT = 'I'
                                   PERFORM CONSIDER-EMPLOYEE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE CHECKPRT-FILE
               IF WS-EM-OPEN = 'Y'
                   CLOSE EM-MASTER-FILE
               DISPLAY "CHECKS PRINTED: " FUNCTION TRIM(OUT-COUNT)
               MOVE WS-CHECKS-TOTAL TO OUT-TOTAL
               DISPLAY "TOTAL AMOUNT:   " FUNCTION TRIM(OUT-TOTAL)
               PERFORM SHOW-COMPANY-TOTALS
               PERFORM MARK-PAYRUN-CHK-POSTED
           END-IF.
           ACCEPT OMITTED.
               PERFORM PRINT-ONE-CHECK
           END-IF.

      *    EACH LIVE BONUS ROW FOR THE PERIOD IS LAID OVER THE PAY
      *    RECORD AREA (NAME FROM THE EMPLOYEE MASTER) AND PRINTED
      *    FOR A CHECK-PAID EMPLOYEE THE SAME AS A REGULAR CHECK.
       PRINT-BONUS-CHECKS.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS NOT = "00"
               DISPLAY "NO PAY HISTORY ON FILE FOR THE BONUS RUN."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL HIST-STATUS NOT = "00"
               READ HIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HIST-PAY-PERIOD = WS-RUN-PERIOD-IN
                           AND HIST-RUN-TYPE = 'B'
                           AND HIST-VOID = SPACE
                           AND HIST-NET-PAY > 0
                           PERFORM CONSIDER-BONUS-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.

       CONSIDER-BONUS-ROW.
           MOVE SPACES TO WS-EMPLOYEES-REC.
           MOVE HIST-EMP-ID TO EMP-ID.
           MOVE HIST-PAY-PERIOD TO WS-PAY-PERIOD.
           MOVE HIST-TOTAL-PAY TO WS-TOTAL-PAY.
           MOVE HIST-TAX-AMOUNT TO WS-TAX-AMOUNT.
           MOVE HIST-NET-PAY TO WS-NET-PAY.
           IF WS-EM-OPEN = 'Y'
               MOVE EMP-ID TO EM-EMP-ID
               READ EM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-NAME TO WS-EMPLOYEE-NAME
                       IF EM-PAY-METHOD = 'C'
                           PERFORM PRINT-ONE-CHECK
                       END-IF
               END-READ
           END-IF.

      *    THE EMPLOYEE MASTER RECORD IS STILL IN THE RECORD AREA
      *    FROM THE PAY-METHOD CHECK, SO IT GIVES THE COMPANY AND
      *    THE TAX ID FOR THE STUB, WHICH IS ALWAYS PRINTED WITH ALL
      *    BUT THE LAST FOUR DIGITS MASKED.
       PRINT-ONE-CHECK.
           MOVE EM-COMPANY TO WS-CHK-COMPANY.
           PERFORM FIND-CHECK-COMPANY.
           MOVE WS-NET-PAY TO WS-DOLLARS.
           COMPUTE WS-CENTS =
               (WS-NET-PAY - WS-DOLLARS) * 100.
               DELIMITED BY SIZE INTO CHECKPRT-REC.
           WRITE CHECKPRT-REC.

           IF WS-CO-FOUND = 'Y'
               MOVE SPACES TO CHECKPRT-REC
               STRING "PAYER: " WS-CO-NAME (WS-CO-IDX)
                   "  DRAWN ON " WS-CO-DFI (WS-CO-IDX)
                   " ACCOUNT " WS-CO-ACCOUNT (WS-CO-IDX)
                   DELIMITED BY SIZE INTO CHECKPRT-REC
               WRITE CHECKPRT-REC
           END-IF.

           MOVE SPACES TO CHECKPRT-REC.
           STRING "PAY TO THE ORDER OF: " WS-EMPLOYEE-NAME
               "   $" OUT-AMT
               " GROSS " WS-TOTAL-PAY
               " TAX " WS-TAX-AMOUNT
               " NET " WS-NET-PAY
               " CO " WS-CHK-COMPANY
               DELIMITED BY SIZE INTO CHECKPRT-REC.
           WRITE CHECKPRT-REC.

           IF EM-TAX-ID NOT = SPACES
               MOVE 'P' TO MK-FUNCTION
               MOVE EM-TAX-ID TO MK-VALUE
               CALL "MASKUTIL" USING MK-PARMS
               MOVE SPACES TO CHECKPRT-REC
               STRING "      TAX ID " MK-MASKED(1:12)
                   DELIMITED BY SIZE INTO CHECKPRT-REC
               WRITE CHECKPRT-REC
           END-IF.

           MOVE ALL "-" TO CHECKPRT-REC.
           WRITE CHECKPRT-REC.

           ADD 1 TO WS-CHECKS-PRINTED.
           ADD WS-NET-PAY TO WS-CHECKS-TOTAL.
           ADD 1 TO WS-NEXT-CHECK-NO.
           MOVE WS-NET-PAY TO WS-COT-AMT.
           PERFORM ADD-COMPANY-TOTAL.

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
                           MOVE CO-BANK-DFI TO WS-CO-DFI (WS-CO-COUNT)
                           MOVE CO-BANK-ACCOUNT TO
                               WS-CO-ACCOUNT (WS-CO-COUNT)
                   END-READ
               END-PERFORM
               CLOSE COMP-FILE
           END-IF.

       FIND-CHECK-COMPANY.
           MOVE 'N' TO WS-CO-FOUND.
           IF WS-CHK-COMPANY = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
               UNTIL WS-CO-IDX > WS-CO-COUNT
               OR WS-CO-FOUND = 'Y'
               IF WS-CO-CODE (WS-CO-IDX) = WS-CHK-COMPANY
                   MOVE 'Y' TO WS-CO-FOUND
               END-IF
           END-PERFORM.
           IF WS-CO-FOUND = 'Y'
               SUBTRACT 1 FROM WS-CO-IDX
           END-IF.

      *    CHECK COUNT AND AMOUNT BY COMPANY FOR WS-CHK-COMPANY;
      *    A BLANK CODE COLLECTS EMPLOYEES WITH NO COMPANY.
       ADD-COMPANY-TOTAL.
           MOVE 'N' TO WS-COT-FOUND.
           PERFORM VARYING WS-COT-IDX FROM 1 BY 1
               UNTIL WS-COT-IDX > WS-COT-COUNT
               OR WS-COT-FOUND = 'Y'
               IF WS-COT-CODE (WS-COT-IDX) = WS-CHK-COMPANY
                   MOVE 'Y' TO WS-COT-FOUND
               END-IF
           END-PERFORM.
           IF WS-COT-FOUND = 'Y'
               SUBTRACT 1 FROM WS-COT-IDX
           ELSE
               IF WS-COT-COUNT >= 21
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-COT-COUNT
               MOVE WS-COT-COUNT TO WS-COT-IDX
               MOVE WS-CHK-COMPANY TO WS-COT-CODE (WS-COT-IDX)
               MOVE 0 TO WS-COT-CHECKS (WS-COT-IDX)
               MOVE 0 TO WS-COT-AMOUNT (WS-COT-IDX)
           END-IF.
           ADD 1 TO WS-COT-CHECKS (WS-COT-IDX).
           ADD WS-COT-AMT TO WS-COT-AMOUNT (WS-COT-IDX).

       SHOW-COMPANY-TOTALS.
           DISPLAY "BY COMPANY:".
           PERFORM VARYING WS-COT-IDX FROM 1 BY 1
               UNTIL WS-COT-IDX > WS-COT-COUNT
               IF WS-COT-CODE (WS-COT-IDX) = SPACES
                   MOVE "(NONE)" TO OUT-COT-CODE
               ELSE
                   MOVE WS-COT-CODE (WS-COT-IDX) TO OUT-COT-CODE
               END-IF
               MOVE WS-COT-CHECKS (WS-COT-IDX) TO OUT-COUNT
               MOVE WS-COT-AMOUNT (WS-COT-IDX) TO OUT-TOTAL
               DISPLAY "  " OUT-COT-CODE "  CHECKS " OUT-COUNT
                   "  AMOUNT " OUT-TOTAL
           END-PERFORM.

       WRITE-REGISTER-ROW.
           MOVE SPACES TO CHECKREG-REC.
               WS-RN-ACH (WS-RUN-COUNT).
           MOVE RUN-CHK-DONE TO
               WS-RN-CHK (WS-RUN-COUNT).
           MOVE RUN-TYPE TO
               WS-RN-TYPE (WS-RUN-COUNT).

       SAVE-PAYRUN-TABLE.
           IF WS-RUN-OVERFLOW = 'Y'
               MOVE WS-RN-DATE (WS-RUN-IDX) TO RUN-STATUS-DATE
               MOVE WS-RN-ACH (WS-RUN-IDX) TO RUN-ACH-DONE
               MOVE WS-RN-CHK (WS-RUN-IDX) TO RUN-CHK-DONE
               MOVE WS-RN-TYPE (WS-RUN-IDX) TO RUN-TYPE
               WRITE PAYRUN-REC
           END-PERFORM.
           CLOSE PAYRUN-FILE.
               UNTIL WS-RUN-IDX > WS-RUN-COUNT
               OR WS-RUN-FOUND = 'Y'
               IF WS-RN-PERIOD (WS-RUN-IDX) = WS-RUN-PERIOD-IN
                   AND WS-RN-TYPE (WS-RUN-IDX) = WS-RUN-TYPE-IN
                   MOVE 'Y' TO WS-RUN-FOUND
                   SUBTRACT 1 FROM WS-RUN-IDX
               END-IF
               CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
                   WS-RPT-COLHDR WS-RPT-LPP
               MOVE 0 TO WS-CHECKS-TOTAL
               MOVE 0 TO WS-COT-COUNT
               MOVE 'N' TO WS-EM-OPEN
               OPEN INPUT EM-MASTER-FILE
               IF EM-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-EM-OPEN
               END-IF
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
                   MOVE WS-RG-AMOUNT (WS-REG-IDX) TO OUT-AMT
                           OUT-AMT "  ISSUED"
                       ADD WS-RG-AMOUNT (WS-REG-IDX) TO
                           WS-CHECKS-TOTAL
                       PERFORM REGISTER-ROW-COMPANY
                   END-IF
               END-PERFORM
               IF WS-EM-OPEN = 'Y'
                   CLOSE EM-MASTER-FILE
               END-IF
               MOVE WS-CHECKS-TOTAL TO OUT-TOTAL
               DISPLAY "--------------------------------------------"
               DISPLAY "TOTAL ISSUED (NOT VOID): "
                   FUNCTION TRIM(OUT-TOTAL)
               PERFORM SHOW-COMPANY-TOTALS
           END-IF.
           ACCEPT OMITTED.

      *    THE REGISTER ROW CARRIES NO COMPANY; THE EMPLOYEE'S
      *    CURRENT COMPANY ON THE MASTER IS USED.
       REGISTER-ROW-COMPANY.
           MOVE SPACES TO WS-CHK-COMPANY.
           IF WS-EM-OPEN = 'Y'
               MOVE WS-RG-EMP-ID (WS-REG-IDX) TO EM-EMP-ID
               READ EM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-COMPANY TO WS-CHK-COMPANY
               END-READ
           END-IF.
           MOVE WS-RG-AMOUNT (WS-REG-IDX) TO WS-COT-AMT.
           PERFORM ADD-COMPANY-TOTAL.
       END PROGRAM CHECKPRN.
