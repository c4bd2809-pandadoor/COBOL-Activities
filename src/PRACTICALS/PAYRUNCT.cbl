      *    THE ACH EXPORT AND THE CHECK RUN REFUSE TO EXECUTE UNTIL
      *    THE PERIOD IS APPROVED, RECORD THEIR OWN COMPLETION, AND A
      *    PERIOD BOTH RUNS HAVE POSTED CAN NEVER BE PAID AGAIN.
      *    AN OFF-CYCLE BONUS RUN IS A SECOND ROW FOR THE SAME PERIOD
      *    WITH RUN TYPE 'B'; IT GOES THROUGH THE SAME STATUSES AND
      *    IS PAID FROM ITS OWN PAY-HISTORY ROWS, SEPARATELY FROM THE
      *    REGULAR RUN (RUN TYPE BLANK).
      *    A REGULAR PERIOD CANNOT BE APPROVED UNTIL EVERY LINE ON
      *    ITS PAY VARIANCE REVIEW (PAYVAR) HAS BEEN SIGNED OFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 RUN-ACH-DONE PIC X(1).
           05 RUN-FILLER-4 PIC X(1).
           05 RUN-CHK-DONE PIC X(1).
           05 RUN-FILLER-5 PIC X(1).
           05 RUN-TYPE PIC X(1).

       WORKING-STORAGE SECTION.
       01  PAYRUN-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-PERIOD-IN PIC X(6).
       01  WS-TYPE-IN PIC X(1).
       01  WS-OFFCYCLE-ANS PIC X(1).
       01  WS-FOUND PIC X.
       01  WS-IDX PIC 9(3).
       01  WS-TODAY PIC 9(8).
       01  WS-VAR-FUNCTION PIC X(1).
       01  WS-VAR-UNSIGNED PIC 9(5).
       01  WS-VAR-STATUS PIC X(2).
       01  OUT-VAR-UNSIGNED PIC ZZZZ9.

       01  WS-RUN-COUNT PIC 9(3) VALUE 0.
       01  WS-RUN-OVERFLOW PIC X VALUE 'N'.
               10 WS-RUN-DATE PIC 9(8).
               10 WS-RUN-ACH PIC X(1).
               10 WS-RUN-CHK PIC X(1).
               10 WS-RUN-TYPE PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "2 - MARK PERIOD CALCULATED".
           DISPLAY "3 - APPROVE PERIOD FOR PAYMENT".
           DISPLAY "4 - LIST PAY PERIODS".
           DISPLAY "5 - OPEN AN OFF-CYCLE BONUS RUN".
           DISPLAY "6 - PAY VARIANCE REVIEW AND SIGN-OFF".
           DISPLAY "7 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

            WHEN 4
               PERFORM LIST-PERIODS
            WHEN 5
               PERFORM OPEN-OFFCYCLE-RUN
            WHEN 6
               PERFORM REVIEW-VARIANCES
            WHEN 7
               GOBACK
            WHEN OTHER
               CONTINUE
               WS-RUN-ACH (WS-RUN-COUNT).
           MOVE RUN-CHK-DONE TO
               WS-RUN-CHK (WS-RUN-COUNT).
           MOVE RUN-TYPE TO
               WS-RUN-TYPE (WS-RUN-COUNT).

       SAVE-PAYRUNS.
           IF WS-RUN-OVERFLOW = 'Y'
               MOVE WS-RUN-DATE (WS-IDX) TO RUN-STATUS-DATE
               MOVE WS-RUN-ACH (WS-IDX) TO RUN-ACH-DONE
               MOVE WS-RUN-CHK (WS-IDX) TO RUN-CHK-DONE
               MOVE WS-RUN-TYPE (WS-IDX) TO RUN-TYPE
               WRITE PAYRUN-REC
           END-PERFORM.
           CLOSE PAYRUN-FILE.
               UNTIL WS-IDX > WS-RUN-COUNT
               OR WS-FOUND = 'Y'
               IF WS-RUN-PERIOD (WS-IDX) = WS-PERIOD-IN
                   AND WS-RUN-TYPE (WS-IDX) = WS-TYPE-IN
                   MOVE 'Y' TO WS-FOUND
                   SUBTRACT 1 FROM WS-IDX
               END-IF
       OPEN-PERIOD.
           DISPLAY "PAY PERIOD (YYYYPP): " WITH NO ADVANCING.
           ACCEPT WS-PERIOD-IN.
           MOVE SPACE TO WS-TYPE-IN.
           PERFORM ADD-RUN-ROW.
           ACCEPT OMITTED.

      *    THE BONUS RUN HANGS OFF A REGULAR PERIOD ALREADY ON THE
      *    CONTROL FILE SO ITS PAY-HISTORY ROWS FILE UNDER THAT
      *    PERIOD; ONLY ONE OFF-CYCLE RUN IS KEPT PER PERIOD.
       OPEN-OFFCYCLE-RUN.
           DISPLAY "PAY PERIOD FOR THE BONUS RUN (YYYYPP): " WITH
               NO ADVANCING.
           ACCEPT WS-PERIOD-IN.
           MOVE SPACE TO WS-TYPE-IN.
           PERFORM FIND-PERIOD.
           IF WS-FOUND = 'N'
               DISPLAY "PERIOD NOT ON CONTROL FILE. OPEN IT FIRST."
           ELSE
               MOVE 'B' TO WS-TYPE-IN
               PERFORM ADD-RUN-ROW
           END-IF.
           ACCEPT OMITTED.

       ADD-RUN-ROW.
           PERFORM FIND-PERIOD.
           IF WS-FOUND = 'Y'
               DISPLAY "PERIOD " WS-PERIOD-IN " ALREADY ON CONTROL"
                   MOVE WS-TODAY TO WS-RUN-DATE (WS-RUN-COUNT)
                   MOVE 'N' TO WS-RUN-ACH (WS-RUN-COUNT)
                   MOVE 'N' TO WS-RUN-CHK (WS-RUN-COUNT)
                   MOVE WS-TYPE-IN TO WS-RUN-TYPE (WS-RUN-COUNT)
                   PERFORM SAVE-PAYRUNS
                   IF WS-TYPE-IN = 'B'
                       DISPLAY "OFF-CYCLE BONUS RUN FOR PERIOD "
                           WS-PERIOD-IN " OPENED."
                   ELSE
                       DISPLAY "PERIOD " WS-PERIOD-IN " OPENED."
                   END-IF
               END-IF
           END-IF.

       ASK-RUN-TYPE.
           DISPLAY "OFF-CYCLE BONUS RUN? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-OFFCYCLE-ANS.
           MOVE FUNCTION UPPER-CASE(WS-OFFCYCLE-ANS) TO WS-OFFCYCLE-ANS.
           IF WS-OFFCYCLE-ANS = 'Y'
               MOVE 'B' TO WS-TYPE-IN
           ELSE
               MOVE SPACE TO WS-TYPE-IN
           END-IF.

       ADVANCE-TO-CALCULATED.
           DISPLAY "PAY PERIOD (YYYYPP): " WITH NO ADVANCING.
           ACCEPT WS-PERIOD-IN.
           PERFORM ASK-RUN-TYPE.
           PERFORM FIND-PERIOD.
           IF WS-FOUND = 'N'
               DISPLAY "PERIOD NOT ON CONTROL FILE. OPEN IT FIRST."
                   MOVE WS-TODAY TO WS-RUN-DATE (WS-IDX)
                   PERFORM SAVE-PAYRUNS
                   DISPLAY "PERIOD " WS-PERIOD-IN " MARKED CALCULATED."
                   IF WS-TYPE-IN NOT = 'B'
                       MOVE 'B' TO WS-VAR-FUNCTION
                       CALL "PAYVAR" USING WS-VAR-FUNCTION
                           WS-PERIOD-IN WS-VAR-UNSIGNED WS-VAR-STATUS
                   END-IF
                WHEN 'P'
                   DISPLAY "PERIOD IS POSTED AND CANNOT CHANGE."
                WHEN OTHER
       ADVANCE-TO-APPROVED.
           DISPLAY "PAY PERIOD (YYYYPP): " WITH NO ADVANCING.
           ACCEPT WS-PERIOD-IN.
           PERFORM ASK-RUN-TYPE.
           PERFORM FIND-PERIOD.
           IF WS-FOUND = 'N'
               DISPLAY "PERIOD NOT ON CONTROL FILE. OPEN IT FIRST."
           ELSE
               EVALUATE WS-RUN-STATUS (WS-IDX)
                WHEN 'C'
                   PERFORM CHECK-VARIANCE-SIGNOFF
                   IF WS-VAR-STATUS NOT = "OK"
                       ACCEPT OMITTED
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'A' TO WS-RUN-STATUS (WS-IDX)
                   ACCEPT WS-TODAY FROM DATE YYYYMMDD
                   MOVE WS-TODAY TO WS-RUN-DATE (WS-IDX)
           END-IF.
           ACCEPT OMITTED.

      *    THE REVIEW IS REBUILT FROM THE PERIOD AS IT NOW STANDS;
      *    A BONUS RUN IS NOT REVIEWED.
       CHECK-VARIANCE-SIGNOFF.
           MOVE "OK" TO WS-VAR-STATUS.
           IF WS-TYPE-IN = 'B'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'B' TO WS-VAR-FUNCTION.
           CALL "PAYVAR" USING WS-VAR-FUNCTION WS-PERIOD-IN
               WS-VAR-UNSIGNED WS-VAR-STATUS.
           IF WS-VAR-STATUS NOT = "OK"
               DISPLAY "VARIANCE REVIEW COULD NOT BE BUILT."
                   " PERIOD NOT APPROVED."
           ELSE
               IF WS-VAR-UNSIGNED > 0
                   MOVE WS-VAR-UNSIGNED TO OUT-VAR-UNSIGNED
                   DISPLAY OUT-VAR-UNSIGNED " VARIANCE LINE(S) NOT"
                       " SIGNED OFF. PERIOD NOT APPROVED."
                   MOVE "NO" TO WS-VAR-STATUS
               END-IF
           END-IF.

       REVIEW-VARIANCES.
           DISPLAY "PAY PERIOD (YYYYPP): " WITH NO ADVANCING.
           ACCEPT WS-PERIOD-IN.
           MOVE SPACE TO WS-TYPE-IN.
           PERFORM FIND-PERIOD.
           IF WS-FOUND = 'N'
               DISPLAY "PERIOD NOT ON CONTROL FILE. OPEN IT FIRST."
           ELSE
               IF WS-RUN-STATUS (WS-IDX) = 'C'
                   MOVE 'S' TO WS-VAR-FUNCTION
                   CALL "PAYVAR" USING WS-VAR-FUNCTION
                       WS-PERIOD-IN WS-VAR-UNSIGNED WS-VAR-STATUS
               ELSE
                   DISPLAY "ONLY A CALCULATED PERIOD IS REVIEWED."
               END-IF
           END-IF.
           ACCEPT OMITTED.

       LIST-PERIODS.
           IF WS-RUN-COUNT = 0
               DISPLAY "NO PAY PERIODS ON CONTROL FILE."
           ELSE
               DISPLAY "PERIOD  STATUS  DATE      ACH  CHECKS  RUN"
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-RUN-COUNT
                   IF WS-RUN-TYPE (WS-IDX) = 'B'
                       DISPLAY WS-RUN-PERIOD (WS-IDX) "  "
                           WS-RUN-STATUS (WS-IDX) "       "
                           WS-RUN-DATE (WS-IDX) "  "
                           WS-RUN-ACH (WS-IDX) "    "
                           WS-RUN-CHK (WS-IDX) "       BONUS"
                   ELSE
                       DISPLAY WS-RUN-PERIOD (WS-IDX) "  "
                           WS-RUN-STATUS (WS-IDX) "       "
                           WS-RUN-DATE (WS-IDX) "  "
                           WS-RUN-ACH (WS-IDX) "    "
                           WS-RUN-CHK (WS-IDX) "       REGULAR"
                   END-IF
               END-PERFORM
           END-IF.
           ACCEPT OMITTED.
