      *    THE MASTER FILE WRITTEN: A BANK CHANGE GOES INTO THE
      *    USUAL PRENOTE HOLD WITH THE PREVIOUS ACCOUNT SAVED TO
      *    BANKPREV.DAT, A RATE CHANGE LANDS AS AN EFFECTIVE-DATED
      *    RATEMAST ROW WITH AN AUDIT RECORD (A SALARY CHANGE THE
      *    SAME WAY, CARRYING THE SALARY AND ITS BASIS). THE SAME
      *    OPERATOR CAN NEVER APPROVE A CHANGE THEY KEYED. THE AGING
      *    REPORT SHOWS WHAT IS STUCK IN THE QUEUE.
      *    ACCOUNT NUMBERS UNDER REVIEW ARE MASKED THROUGH MASKUTIL
      *    UNLESS THE REVIEWER'S ROLE MAY SEE THEM IN FULL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 RM-EFF-DATE PIC 9(8).
           05 RM-FILLER-2 PIC X(1).
           05 RM-RATE PIC 9(5)V99.
           05 RM-FILLER-3 PIC X(1).
           05 RM-SALARY PIC 9(7)V99.
           05 RM-FILLER-4 PIC X(1).
           05 RM-SAL-BASIS PIC X(1).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
           "TYP  KEY       MAKER       ENTERED   AGE DAYS".
       01  WS-RPT-LPP PIC 9(3) VALUE 20.

       01  LTR-TYPE PIC X(4).
       01  LTR-EMP-ID PIC X(8).
       01  LTR-EFF-DATE PIC 9(8).
       01  LTR-OLD PIC X(13).
       01  LTR-NEW PIC X(13).
       01  LTR-AMT PIC Z(6)9.99.

       01  MK-PARMS.
           COPY MKPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".

       REVIEW-ONE-CHANGE.
           MOVE WS-IDX TO OUT-IDX.
           MOVE 'L' TO MK-FUNCTION.
           MOVE WS-PC-ACCT (WS-IDX) TO MK-VALUE.
           CALL "MASKUTIL" USING MK-PARMS.
           DISPLAY SPACES.
           EVALUATE WS-PC-TYPE (WS-IDX)
            WHEN 'B'
               DISPLAY OUT-IDX ") BANK CHANGE FOR "
                   WS-PC-KEY (WS-IDX) " TO "
                   WS-PC-BANK (WS-IDX) "/"
                   MK-MASKED(1:12)
                   "  KEYED BY " WS-PC-MAKER (WS-IDX)
                   " ON " WS-PC-DATE (WS-IDX)
            WHEN 'S'
                   WS-PC-KEY (WS-IDX) " PRI "
                   WS-PC-PRI (WS-IDX) " TO "
                   WS-PC-BANK (WS-IDX) "/"
                   MK-MASKED(1:12) " "
                   WS-PC-METH (WS-IDX) " "
                   FUNCTION TRIM(OUT-SPL-AMT)
                   "  KEYED BY " WS-PC-MAKER (WS-IDX)
                   WS-PC-PRI (WS-IDX)
                   "  KEYED BY " WS-PC-MAKER (WS-IDX)
                   " ON " WS-PC-DATE (WS-IDX)
            WHEN 'Y'
               MOVE WS-PC-SAMT (WS-IDX) TO OUT-SPL-AMT
               MOVE WS-PC-AMT (WS-IDX) TO OUT-AMT
               DISPLAY OUT-IDX ") SALARY CHANGE FOR "
                   WS-PC-KEY (WS-IDX) " TO "
                   FUNCTION TRIM(OUT-SPL-AMT) " "
                   WS-PC-METH (WS-IDX) " (HOURLY "
                   FUNCTION TRIM(OUT-AMT) ") EFFECTIVE "
                   WS-PC-EFF (WS-IDX)
                   "  KEYED BY " WS-PC-MAKER (WS-IDX)
                   " ON " WS-PC-DATE (WS-IDX)
            WHEN OTHER
               MOVE WS-PC-AMT (WS-IDX) TO OUT-AMT
               DISPLAY OUT-IDX ") RATE CHANGE FOR "
               PERFORM APPLY-SPLIT-ADD
            WHEN 'X'
               PERFORM APPLY-SPLIT-REMOVE
            WHEN 'Y'
               PERFORM APPLY-SALARY-CHANGE
            WHEN OTHER
               PERFORM APPLY-RATE-CHANGE
           END-EVALUATE.
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
           MOVE WS-PC-AMT (WS-IDX) TO LTR-AMT.
           PERFORM QUEUE-RATE-LETTER.
           DISPLAY "   RATE CHANGE APPLIED EFFECTIVE "
               WS-PC-EFF (WS-IDX) ".".

      *    AN APPROVED SALARY CHANGE IS A RATEMAST ROW LIKE A RATE
      *    CHANGE, WITH THE SALARY AND BASIS FILLED IN AND THE
      *    HOURLY EQUIVALENT AS ITS RATE.
       APPLY-SALARY-CHANGE.
           MOVE SPACES TO RATE-REC.
           MOVE WS-PC-KEY (WS-IDX) TO RM-EMP-ID.
           MOVE WS-PC-EFF (WS-IDX) TO RM-EFF-DATE.
           MOVE WS-PC-AMT (WS-IDX) TO RM-RATE.
           MOVE WS-PC-SAMT (WS-IDX) TO RM-SALARY.
           MOVE WS-PC-METH (WS-IDX) TO RM-SAL-BASIS.
           OPEN EXTEND RATE-FILE.
           IF RATE-STATUS = "05" OR RATE-STATUS = "35"
               OPEN OUTPUT RATE-FILE
           END-IF.
           WRITE RATE-REC.
           CLOSE RATE-FILE.

           MOVE SPACES TO AUDIT-REC.
           MOVE WS-PC-KEY (WS-IDX) TO AUDIT-EMP-ID.
           MOVE "SALCH" TO AUDIT-ACTION.
           MOVE ZERO TO AUDIT-OLD-VALUE.
           MOVE WS-PC-SAMT (WS-IDX) TO AUDIT-NEW-VALUE.
           MOVE WS-TODAY TO AUDIT-TIMESTAMP.
           MOVE "DUAL CTRL" TO AUDIT-REASON.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-STATUS = "05" OR AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-REC.
           CLOSE AUDIT-FILE.
           MOVE WS-PC-SAMT (WS-IDX) TO LTR-AMT.
           PERFORM QUEUE-RATE-LETTER.
           DISPLAY "   SALARY CHANGE APPLIED EFFECTIVE "
               WS-PC-EFF (WS-IDX) ".".

      *    THE LETTERS RUN FILLS IN THE RATE BEING REPLACED FROM THE
      *    RATE MASTER, SO ONLY THE NEW AMOUNT IS PASSED HERE.
       QUEUE-RATE-LETTER.
           MOVE "RATE" TO LTR-TYPE.
           MOVE WS-PC-KEY (WS-IDX) TO LTR-EMP-ID.
           MOVE WS-PC-EFF (WS-IDX) TO LTR-EFF-DATE.
           MOVE SPACES TO LTR-OLD.
           MOVE LTR-AMT TO LTR-NEW.
           CALL "LTRQUE" USING LTR-TYPE LTR-EMP-ID LTR-EFF-DATE
               LTR-OLD LTR-NEW.

       AGING-REPORT.
           PERFORM LOAD-QUEUE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
