      *    THE DIRECT-DEPOSIT EXPORT PULLS THE BANK CODE, ACCOUNT
      *    NUMBER AND ACCOUNT TYPE FROM THIS FILE ONTO EACH DETAIL
      *    LINE SO THE ACH FILE CAN ACTUALLY BE TRANSMITTED.
      *    ACCOUNT NUMBERS ARE SHOWN THROUGH MASKUTIL, LAST FOUR
      *    DIGITS ONLY UNLESS THE OPERATOR'S ROLE MAY SEE THEM IN
      *    FULL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-PRI-IN PIC 9(1).
       01  OUT-SPL-AMT PIC ZZZ,ZZ9.99.

       01  MK-PARMS.
           COPY MKPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
               NOT INVALID KEY
                   DISPLAY "EMPLOYEE:     " BA-EMP-ID
                   DISPLAY "BANK CODE:    " BA-BANK-CODE
                   MOVE 'L' TO MK-FUNCTION
                   MOVE BA-ACCT-NO TO MK-VALUE
                   CALL "MASKUTIL" USING MK-PARMS
                   DISPLAY "ACCOUNT NO:   " MK-MASKED(1:12)
                   DISPLAY "ACCOUNT TYPE: " BA-ACCT-TYPE
                   DISPLAY "ACTIVE:       " BA-ACTIVE
           END-READ.
               AT END
                   MOVE 'Y' TO WS-FOUND
               NOT AT END
                   MOVE 'L' TO MK-FUNCTION
                   MOVE BA-ACCT-NO TO MK-VALUE
                   CALL "MASKUTIL" USING MK-PARMS
                   DISPLAY BA-EMP-ID "  " BA-BANK-CODE "  "
                       MK-MASKED(1:12) "  " BA-ACCT-TYPE "  ACTIVE: "
                       BA-ACTIVE
           END-READ
           END-PERFORM.
               PERFORM VARYING WS-SPL-IDX FROM 1 BY 1
                   UNTIL WS-SPL-IDX > WS-SPL-COUNT
                   MOVE WS-SPL-AMT (WS-SPL-IDX) TO OUT-SPL-AMT
                   MOVE 'L' TO MK-FUNCTION
                   MOVE WS-SPL-ACCT (WS-SPL-IDX) TO MK-VALUE
                   CALL "MASKUTIL" USING MK-PARMS
                   DISPLAY WS-SPL-EMP (WS-SPL-IDX) "  "
                       WS-SPL-PRI (WS-SPL-IDX) "    "
                       WS-SPL-BANK (WS-SPL-IDX) "  "
                       MK-MASKED(1:12) "  "
                       WS-SPL-TYPE (WS-SPL-IDX) "    "
                       WS-SPL-METH (WS-SPL-IDX) "  "
                       OUT-SPL-AMT "  "
