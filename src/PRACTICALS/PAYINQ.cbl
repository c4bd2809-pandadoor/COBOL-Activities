      *    REPRINTS A FORMATTED PAY STATEMENT FOR ANY CHOSEN PAST
      *    PERIOD, SO OLD STATEMENTS NO LONGER HAVE TO BE DUG OUT OF
      *    THE RAW FILE BY HAND.
      *    DEPOSIT ACCOUNT NUMBERS ON THE STATEMENT ARE MASKED
      *    THROUGH MASKUTIL UNLESS THE OPERATOR'S ROLE MAY SEE THEM
      *    IN FULL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           ALTERNATE RECORD KEY IS HIST-PAY-PERIOD WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-PAY-DATE WITH DUPLICATES
           FILE STATUS IS WS-HISTORY-STATUS.
       SELECT WS-BANKSPLT-FILE
           ASSIGN TO "PRACTICALS/BANKSPLT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.

       DATA DIVISION.
       01  WS-EARNREG-STATUS PIC XX.
       01  OUT-EARN PIC ZZZ,ZZ9.99.
       01  OUT-HOL PIC ZZZ,ZZ9.99.
       01  OUT-SAL PIC ZZZ,ZZ9.99-.
       01  OUT-RET PIC ZZZ,ZZ9.99.
       01  WS-BANKSPLT-STATUS PIC XX.
       01  OUT-SPLIT PIC ZZZ,ZZ9.99.
       01  OUT-LEAVE PIC ZZ9.99.
       01  OUT-HRS PIC ZZ9.99.
       01  OUT-DTP PIC ZZZ,ZZ9.99.
       01  WS-HISTORY-STATUS PIC XX.
       01  EM-FILE-STATUS PIC XX.
       01  WS-EM-OPEN PIC X VALUE 'N'.
       01  OUT-NET PIC ZZZ,ZZZ,ZZ9.99.
       01  OUT-HITS PIC ZZZZ9.

       01  MK-PARMS.
           COPY MKPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
               DISPLAY "PERIODS ON FILE: " FUNCTION TRIM(OUT-HITS)
           END-IF.

      *    THE LISTING'S BASIC COLUMN INCLUDES ANY SALARY PAY; THE
      *    STATEMENT REPRINT SHOWS THE SALARY ON ITS OWN LINE.
       SHOW-HISTORY-LINE.
           IF HIST-SALARY-PAY IS NUMERIC
               COMPUTE OUT-BP = HIST-BASIC-PAY + HIST-SALARY-PAY
           ELSE
               MOVE HIST-BASIC-PAY TO OUT-BP
           END-IF.
           MOVE HIST-OVERTIME-PAY TO OUT-OTP.
           MOVE HIST-TAX-AMOUNT TO OUT-TAX.
           MOVE HIST-NET-PAY TO OUT-NET.
           DISPLAY "PAY DATE:      " HIST-PAY-DATE.
           DISPLAY "----------------------------------------------".
           DISPLAY "BASIC PAY:     " FUNCTION TRIM(OUT-BP).
           IF HIST-PIECE-PAY IS NUMERIC
               AND HIST-PIECE-PAY NOT = 0
               MOVE HIST-PIECE-PAY TO OUT-DTP
               DISPLAY "  PIECE PAY:   " FUNCTION TRIM(OUT-DTP)
           END-IF.
           IF HIST-MIN-TOPUP IS NUMERIC
               AND HIST-MIN-TOPUP NOT = 0
               MOVE HIST-MIN-TOPUP TO OUT-DTP
               DISPLAY "  MIN TOP-UP:  " FUNCTION TRIM(OUT-DTP)
           END-IF.
           IF HIST-SALARY-PAY IS NUMERIC
               AND HIST-SALARY-PAY NOT = 0
               MOVE HIST-SALARY-PAY TO OUT-SAL
               DISPLAY "SALARY PAY:    " FUNCTION TRIM(OUT-SAL)
           END-IF.
           DISPLAY "OVERTIME PAY:  " FUNCTION TRIM(OUT-OTP).
           IF HIST-DT-PAY IS NUMERIC AND HIST-DT-PAY NOT = 0
               MOVE HIST-DT-PAY TO OUT-DTP
               DISPLAY "  INCL DOUBLE: " FUNCTION TRIM(OUT-DTP)
           END-IF.
           DISPLAY "GROSS PAY:     " FUNCTION TRIM(OUT-TP).
           DISPLAY "TAX:           " FUNCTION TRIM(OUT-TAX).
           IF HIST-LOCAL-TAX IS NUMERIC AND HIST-LOCAL-TAX NOT = 0
               MOVE HIST-LOCAL-TAX TO OUT-SAL
               DISPLAY "LOCAL TAX:     " FUNCTION TRIM(OUT-SAL)
                   " (" HIST-LOCATION ")"
           END-IF.
           DISPLAY "NET PAY:       " FUNCTION TRIM(OUT-NET).
           PERFORM PRINT-HOURS-SPLIT.
           IF HIST-HOLIDAY-PAY IS NUMERIC
               AND HIST-HOLIDAY-PAY > 0
               MOVE HIST-HOLIDAY-PAY TO OUT-HOL
           PERFORM PRINT-DEPOSIT-SPLITS.
           DISPLAY "==============================================".

      *    STRAIGHT, OVERTIME AND DOUBLE-TIME HOURS AS SPLIT BY THE
      *    DAILY, SEVENTH-DAY AND WEEKLY RULES WHEN THE PAY WAS POSTED.
      *    ROWS WRITTEN BEFORE THE SPLIT WAS KEPT HAVE NO HOURS.
       PRINT-HOURS-SPLIT.
           IF HIST-STRAIGHT-HRS IS NUMERIC
               AND HIST-OT-HRS IS NUMERIC
               AND HIST-DT-HRS IS NUMERIC
               IF HIST-STRAIGHT-HRS + HIST-OT-HRS + HIST-DT-HRS > 0
                   MOVE HIST-STRAIGHT-HRS TO OUT-HRS
                   DISPLAY "STRAIGHT HRS:  " FUNCTION TRIM(OUT-HRS)
                   MOVE HIST-OT-HRS TO OUT-HRS
                   DISPLAY "OVERTIME HRS:  " FUNCTION TRIM(OUT-HRS)
                   MOVE HIST-DT-HRS TO OUT-HRS
                   DISPLAY "DOUBLE TM HRS: " FUNCTION TRIM(OUT-HRS)
               END-IF
           END-IF.

      *    THE EMPLOYEE'S STANDING DEPOSIT-SPLIT ELECTIONS, SO THE
      *    STATEMENT SHOWS HOW THE NET IS DIVIDED ACROSS ACCOUNTS.
       PRINT-DEPOSIT-SPLITS.
                       NOT AT END
                           IF BS-EMP-ID = HIST-EMP-ID
                               MOVE BS-AMOUNT TO OUT-SPLIT
                               MOVE 'L' TO MK-FUNCTION
                               MOVE BS-ACCT-NO TO MK-VALUE
                               CALL "MASKUTIL" USING MK-PARMS
                               IF BS-METHOD = 'P'
                                   DISPLAY "DEPOSIT SPLIT: "
                                       MK-MASKED(1:12) " GETS "
                                       FUNCTION TRIM(OUT-SPLIT)
                                       " PCT OF NET"
                               ELSE
                                   DISPLAY "DEPOSIT SPLIT: "
                                       MK-MASKED(1:12) " GETS "
                                       FUNCTION TRIM(OUT-SPLIT)
                               END-IF
                           END-IF
