      *    ON OTPEND, THE AUDIT-TRAIL CHANGES TOUCHING THE EMPLOYEE
      *    IN THE WINDOW, AND THE MATCHING ACH OR CHECK PAYMENT
      *    LINE. THE SAME SEED OVER THE SAME FILE REPRODUCES THE
      *    SAME SAMPLE, SO THE AUDITOR CAN RERUN THE DRAW. THE
      *    POPULATION IS READ THROUGH THE PAY-PERIOD KEY, FROM THE
      *    FIRST PERIOD OF THE RANGE TO THE LAST.
      *    THE ACH ACCOUNT NUMBER IS MASKED THROUGH MASKUTIL UNLESS
      *    THE AUDITOR'S ROLE MAY SEE PERSONAL DATA IN FULL.
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
       SELECT RATEMAST-FILE
           ASSIGN TO "PRACTICALS/RATEMAST.DAT"
       01  OUT-AMT PIC Z(6)9.99-.
       01  OUT-RATE PIC ZZZZ9.99.

       01  MK-PARMS.
           COPY MKPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "INTERNAL-AUDIT PAY SAMPLE".
           MOVE 0 TO WS-POP-COUNT.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS = "00"
               PERFORM START-AT-PERIOD-FROM
               PERFORM UNTIL HIST-STATUS NOT = "00"
                   AND HIST-STATUS NOT = "02"
                   READ HIST-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HIST-PAY-PERIOD > WS-PERIOD-TO
                               MOVE "10" TO HIST-STATUS
                           ELSE
                               IF HIST-VOID = SPACE
                                   ADD 1 TO WS-POP-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

       START-AT-PERIOD-FROM.
           MOVE WS-PERIOD-FROM TO HIST-PAY-PERIOD.
           START HIST-FILE KEY IS NOT LESS THAN HIST-PAY-PERIOD
               INVALID KEY
                   CONTINUE
           END-START.

      *    MINIMAL-STANDARD MULTIPLICATIVE GENERATOR: SEED TIMES
      *    16807 MODULO 2147483647. DISTINCT ROW ORDINALS ARE KEPT;
      *    A REPEATED ORDINAL IS SIMPLY REDRAWN.
           MOVE 0 TO WS-PACK-NO.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS = "00"
               PERFORM START-AT-PERIOD-FROM
               PERFORM UNTIL HIST-STATUS NOT = "00"
                   AND HIST-STATUS NOT = "02"
                   READ HIST-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HIST-PAY-PERIOD > WS-PERIOD-TO
                               MOVE "10" TO HIST-STATUS
                           ELSE
                               IF HIST-VOID = SPACE
                                   ADD 1 TO WS-ROW-NO
                                   PERFORM CHECK-ROW-SELECTED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                               AND ACH-PAY-DATE = HIST-PAY-DATE
                               ADD 1 TO WS-LINE-COUNT
                               MOVE ACH-NET-PAY TO OUT-AMT
                               MOVE 'L' TO MK-FUNCTION
                               MOVE ACH-ACCT-NO TO MK-VALUE
                               CALL "MASKUTIL" USING MK-PARMS
                               DISPLAY "PAYMENT: ACH "
                                   FUNCTION TRIM(OUT-AMT)
                                   "  BANK " ACH-BANK-CODE
                                   "  ACCT " MK-MASKED(1:12)
                           END-IF
                   END-READ
               END-PERFORM
