      *    YEAR-END STREAM WHEN TODAY IS THE YEAR'S LAST PERIOD END.
      *    STEPS ARE THE STREAM-CAPABLE -BATCH ENTRIES (COMMROLLUP-
      *    BATCH, COMMSETL-BATCH, GLEXPORT-BATCH, ACCRUAL-BATCH,
      *    LEAVEMNT-BATCH, ARCHIVE-BATCH, WEEKLYSALARY-YESUM,
      *    EXTRACT-BATCH). EVERY ONE TAKES THE STREAM PARAMETER (THE
      *    MONTH OR PAY PERIOD, AS THE STEP NEEDS IT) - OR THE
      *    STEP'S OWN PARAMETER FROM THE CONTROL ROW WHEN ONE IS
      *    GIVEN, SUCH AS A SAVED EXTRACT'S NAME - AND A STATUS,
      *    AND ENDS WITH GOBACK SO THE STREAM KEEPS CONTROL,
      *    CHECKPOINTS "OK"/"NA" STEPS AND STOPS ON ANYTHING ELSE.
      *    EACH STEP AND THE STREAM AS A WHOLE ARE TIMED THROUGH
      *    RUNHIST FOR THE RUN HISTORY AND THE DEADLINES ON
      *    RUNDEADL.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 ST-PROGRAM PIC X(20).
           05 ST-FILLER-3 PIC X(1).
           05 ST-TRIGGER PIC X(1).
           05 ST-FILLER-4 PIC X(1).
           05 ST-STEP-PARM PIC X(8).

       FD  STREAMCK-FILE.
       01  STREAMCK-REC.
       01  WS-KDX PIC 9(2).
       01  WS-SWAP-STEP PIC 9(2).
       01  WS-SWAP-PROG PIC X(20).
       01  WS-SWAP-PARM PIC X(8).
       01  WS-START-STEP PIC 9(2).
       01  WS-LAST-DONE PIC 9(2).
       01  WS-PRIOR-RUN PIC X.
       01  WS-FAILED-STEP PIC 9(2).
       01  WS-STEP-PROGRAM PIC X(20).
       01  WS-STREAM-PARM PIC X(6).
       01  WS-STEP-PARM PIC X(8).
       01  WS-STEP-STATUS PIC X(2).
       01  WS-MONTH-END-DUE PIC X.
       01  WS-YEAR-END-DUE PIC X.
           05 WS-SP-ENTRY OCCURS 20 TIMES.
               10 WS-SP-STEP PIC 9(2).
               10 WS-SP-PROG PIC X(20).
               10 WS-SP-PARM PIC X(8).
       01  WS-ST-TRIGGER PIC X(1).

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  JH-PARMS.
           COPY JHPARM.

       01  EXC-LOG-PROGRAM-ID PIC X(10).
       01  EXC-LOG-CONTEXT PIC X(20).
       01  EXC-LOG-REASON PIC X(40).
                   " PRACTICALS/STREAMS.DAT."
           ELSE
               DISPLAY "STREAM    STEP  PROGRAM               TRG"
                   "  PARM"
               PERFORM UNTIL STREAMS-STATUS NOT = "00"
                   READ STREAMS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           DISPLAY ST-STREAM "  " ST-STEP "    "
                               ST-PROGRAM "  " ST-TRIGGER "    "
                               ST-STEP-PARM
                   END-READ
               END-PERFORM
               CLOSE STREAMS-FILE
                                   WS-SP-STEP (WS-SP-COUNT)
                               MOVE ST-PROGRAM TO
                                   WS-SP-PROG (WS-SP-COUNT)
                               MOVE ST-STEP-PARM TO
                                   WS-SP-PARM (WS-SP-COUNT)
                               MOVE ST-TRIGGER TO WS-ST-TRIGGER
                           END-IF
                   END-READ
                   IF WS-SP-STEP (WS-KDX) > WS-SP-STEP (WS-JDX)
                       MOVE WS-SP-STEP (WS-KDX) TO WS-SWAP-STEP
                       MOVE WS-SP-PROG (WS-KDX) TO WS-SWAP-PROG
                       MOVE WS-SP-PARM (WS-KDX) TO WS-SWAP-PARM
                       MOVE WS-SP-STEP (WS-JDX) TO
                           WS-SP-STEP (WS-KDX)
                       MOVE WS-SP-PROG (WS-JDX) TO
                           WS-SP-PROG (WS-KDX)
                       MOVE WS-SP-PARM (WS-JDX) TO
                           WS-SP-PARM (WS-KDX)
                       MOVE WS-SWAP-STEP TO WS-SP-STEP (WS-JDX)
                       MOVE WS-SWAP-PROG TO WS-SP-PROG (WS-JDX)
                       MOVE WS-SWAP-PARM TO WS-SP-PARM (WS-JDX)
                   END-IF
               END-PERFORM
           END-PERFORM.
               " STEPS NEED, SPACES IF NONE): " WITH NO ADVANCING.
           ACCEPT WS-STREAM-PARM.

           MOVE SPACES TO JH-PARMS.
           MOVE 'B' TO JH-FUNCTION.
           MOVE "JOBSTREAM" TO JH-CALLER.
           MOVE WS-STREAM-IN TO JH-STREAM.
           CALL "RUNHIST" USING JH-PARMS.

           MOVE 'N' TO WS-STEP-FAILED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SP-COUNT
               END-IF
           END-PERFORM.

           MOVE 'F' TO JH-FUNCTION.
           IF WS-STEP-FAILED = 'Y'
               MOVE "FL" TO JH-STATUS
           ELSE
               MOVE "OK" TO JH-STATUS
           END-IF.
           CALL "RUNHIST" USING JH-PARMS.
           IF JH-LATE = 'Y'
               DISPLAY "STREAM " WS-STREAM-IN " FINISHED PAST ITS"
                   " DEADLINE."
           END-IF.

           IF WS-STEP-FAILED = 'Y'
               DISPLAY "STREAM " WS-STREAM-IN " STOPPED AT STEP "
                   WS-FAILED-STEP ". RERUN TO RESUME THERE."
           ACCEPT OMITTED.

      *    A STEP IS THE STREAM-CAPABLE BATCH ENTRY NAMED ON THE
      *    CONTROL ROW, CALLED DYNAMICALLY WITH THE STEP'S OWN
      *    PARAMETER, OR THE STREAM PARAMETER WHEN THE ROW HAS
      *    NONE, AND A STATUS. AN UNRESOLVABLE CALL OR A STATUS
      *    OTHER THAN OK/NA FAILS THE STREAM AT THAT STEP AND GOES
      *    TO THE EXCEPTION LOG.
       RUN-ONE-STEP.
           DISPLAY "STEP " WS-SP-STEP (WS-IDX) ": "
               FUNCTION TRIM(WS-STEP-PROGRAM) "...".
           MOVE "ER" TO WS-STEP-STATUS.
           MOVE 'S' TO JH-FUNCTION.
           MOVE WS-SP-STEP (WS-IDX) TO JH-STEP.
           MOVE WS-STEP-PROGRAM TO JH-PROGRAM.
           CALL "RUNHIST" USING JH-PARMS.
           IF WS-SP-PARM (WS-IDX) = SPACES
               MOVE WS-STREAM-PARM TO WS-STEP-PARM
           ELSE
               MOVE WS-SP-PARM (WS-IDX) TO WS-STEP-PARM
           END-IF.
           CALL WS-STEP-PROGRAM USING WS-STEP-PARM
               WS-STEP-STATUS
               ON EXCEPTION
                   MOVE "CX" TO WS-STEP-STATUS
                   MOVE 'Y' TO WS-STEP-FAILED
                   MOVE WS-SP-STEP (WS-IDX) TO WS-FAILED-STEP
                   DISPLAY "  STEP PROGRAM COULD NOT BE CALLED."
                   PERFORM LOG-STEP-FAILURE
           END-CALL.
           MOVE 'E' TO JH-FUNCTION.
           MOVE WS-STEP-STATUS TO JH-STATUS.
           CALL "RUNHIST" USING JH-PARMS.
           IF JH-LATE = 'Y'
               DISPLAY "  STEP FINISHED PAST ITS DEADLINE."
           END-IF.
           IF WS-STEP-FAILED = 'N'
               IF WS-STEP-STATUS = "OK" OR WS-STEP-STATUS = "NA"
                   PERFORM WRITE-STREAM-CHECKPOINT
