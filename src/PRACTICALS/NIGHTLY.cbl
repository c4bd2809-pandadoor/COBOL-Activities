      *    IF A PRIOR RUN DIED PART WAY, STARTUP DETECTS THE
      *    INCOMPLETE CHECKPOINT FILE AND RESUMES FROM THE FAILED
      *    STEP (OR THE OPERATOR CAN FORCE A FULL RERUN). A RUN THAT
      *    FINISHES CLEANLY CLEARS THE CHECKPOINT FILE. STEP 4 LOGS
      *    EVERY REQUIRED CERTIFICATION STILL NOT IN FORCE, SO AN
      *    OPEN GAP IS REPORTED AGAIN EACH NIGHT. THE LAST STEP
      *    SPOOLS THE EMPLOYEE LETTERS FOR THE DAY'S TRANSACTIONS.
      *    EVERY STEP AND THE RUN AS A WHOLE ARE TIMED THROUGH
      *    RUNHIST, WHICH KEEPS THE RUN HISTORY AND FLAGS ANY STEP
      *    THAT FINISHES PAST ITS DEADLINE ON RUNDEADL.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-STEP-FAILED PIC X VALUE 'N'.
       01  WS-CURRENT-STEP PIC 9(1).

       01  JH-PARMS.
           COPY JHPARM.

       01  EXC-LOG-PROGRAM-ID PIC X(10).
       01  EXC-LOG-CONTEXT PIC X(20).
       01  EXC-LOG-REASON PIC X(40).

           PERFORM CHECK-PRIOR-RUN.

           MOVE SPACES TO JH-PARMS.
           MOVE 'B' TO JH-FUNCTION.
           MOVE "NIGHTLY" TO JH-CALLER.
           MOVE "NIGHTLY" TO JH-STREAM.
           CALL "RUNHIST" USING JH-PARMS.

           IF WS-START-STEP <= 1 AND WS-STEP-FAILED = 'N'
               MOVE 1 TO WS-CURRENT-STEP
               MOVE "WEEKLYSALARY-BATCH" TO JH-PROGRAM
               PERFORM START-STEP-HISTORY
               DISPLAY "STEP 1: PAYROLL REGISTER UPDATE..."
               CALL "WEEKLYSALARY-BATCH" USING WS-STEP-STATUS
               PERFORM REPORT-STEP-RESULT

           IF WS-START-STEP <= 2 AND WS-STEP-FAILED = 'N'
               MOVE 2 TO WS-CURRENT-STEP
               MOVE "COMMROLLUP-BATCH" TO JH-PROGRAM
               PERFORM START-STEP-HISTORY
               DISPLAY "STEP 2: COMMISSION ROLL-UP..."
               CALL "COMMROLLUP-BATCH" USING WS-STEP-PARM
                   WS-STEP-STATUS

           IF WS-START-STEP <= 3 AND WS-STEP-FAILED = 'N'
               MOVE 3 TO WS-CURRENT-STEP
               MOVE "PAYCAL-BATCH" TO JH-PROGRAM
               PERFORM START-STEP-HISTORY
               DISPLAY "STEP 3: PAY CALENDAR REFRESH..."
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               DIVIDE WS-TODAY BY 10000 GIVING WS-PAYCAL-YEAR
               PERFORM REPORT-STEP-RESULT
           END-IF.

           IF WS-START-STEP <= 4 AND WS-STEP-FAILED = 'N'
               MOVE 4 TO WS-CURRENT-STEP
               MOVE "CERTMNT-BATCH" TO JH-PROGRAM
               PERFORM START-STEP-HISTORY
               DISPLAY "STEP 4: CERTIFICATION LAPSE CHECK..."
               CALL "CERTMNT-BATCH" USING WS-STEP-PARM
                   WS-STEP-STATUS
               PERFORM REPORT-STEP-RESULT
           END-IF.

           IF WS-START-STEP <= 5 AND WS-STEP-FAILED = 'N'
               MOVE 5 TO WS-CURRENT-STEP
               MOVE "LETTERS-BATCH" TO JH-PROGRAM
               PERFORM START-STEP-HISTORY
               DISPLAY "STEP 5: EMPLOYEE NOTIFICATION LETTERS..."
               CALL "LETTERS-BATCH" USING WS-STEP-PARM
                   WS-STEP-STATUS
               PERFORM REPORT-STEP-RESULT
           END-IF.

           MOVE 'F' TO JH-FUNCTION.
           IF WS-STEP-FAILED = 'Y'
               MOVE "FL" TO JH-STATUS
           ELSE
               MOVE "OK" TO JH-STATUS
           END-IF.
           CALL "RUNHIST" USING JH-PARMS.

           DISPLAY "__________________________________________________".
           IF JH-LATE = 'Y'
               DISPLAY "NIGHTLY RUN FINISHED PAST ITS DEADLINE."
           END-IF.
           IF WS-STEP-FAILED = 'Y'
               DISPLAY "NIGHTLY BATCH RUN STOPPED AT STEP "
                   WS-CURRENT-STEP ". RERUN NIGHTLY TO RESUME."
               END-IF
           END-IF.

       START-STEP-HISTORY.
           MOVE 'S' TO JH-FUNCTION.
           MOVE WS-CURRENT-STEP TO JH-STEP.
           CALL "RUNHIST" USING JH-PARMS.

       REPORT-STEP-RESULT.
           MOVE 'E' TO JH-FUNCTION.
           MOVE WS-STEP-STATUS TO JH-STATUS.
           CALL "RUNHIST" USING JH-PARMS.
           IF JH-LATE = 'Y'
               DISPLAY "  STEP FINISHED PAST ITS DEADLINE"
           END-IF.
           EVALUATE WS-STEP-STATUS
               WHEN "OK"
                   DISPLAY "  RESULT: OK"
