      *      4. PAY-RECORD AUDIT ENTRIES DATED ON A DAY WITH NO
      *         OPERATOR LOGIN ON THE SESSION AUDIT - ACTIVITY
      *         OUTSIDE ANY RECORDED SESSION.
      *    SHARED ACCOUNTS AND DUPLICATE TAX IDS ARE PRINTED MASKED
      *    UNLESS THE OPERATOR'S ROLE MAY SEE PERSONAL DATA IN FULL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT AUDIT-FILE
           ASSIGN TO "PRACTICALS/AUDIT.DAT"
       01  WS-RPT-COLHDR PIC X(80) VALUE SPACES.
       01  WS-RPT-LPP PIC 9(3) VALUE 50.

       01  MK-PARMS.
           COPY MKPARM.

       PROCEDURE DIVISION.
       RUN-SCREENING.
           DISPLAY "PAY PERIOD TO SCREEN (YYYYPP): " WITH
                   UNTIL WS-JDX >= WS-IDX
                   IF WS-BA-KEY (WS-IDX) = WS-BA-KEY (WS-JDX)
                       AND WS-BA-KEY (WS-IDX) NOT = SPACES
                       MOVE 'L' TO MK-FUNCTION
                       MOVE WS-BA-KEY (WS-IDX) TO MK-VALUE
                       CALL "MASKUTIL" USING MK-PARMS
                       DISPLAY "  " WS-BA-EMP (WS-IDX) " AND "
                           WS-BA-EMP (WS-JDX)
                           " SHARE BANK ACCOUNT "
                           MK-MASKED(1:16)
                       MOVE WS-BA-EMP (WS-IDX) TO EXC-LOG-CONTEXT
                       MOVE SPACES TO EXC-LOG-REASON
                       STRING "SHARES BANK ACCOUNT WITH "
               PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX >= WS-IDX
                   IF WS-TX-ID (WS-IDX) = WS-TX-ID (WS-JDX)
                       MOVE 'L' TO MK-FUNCTION
                       MOVE WS-TX-ID (WS-IDX) TO MK-VALUE
                       CALL "MASKUTIL" USING MK-PARMS
                       DISPLAY "  TAX ID " MK-MASKED(1:12)
                           " ON BOTH " WS-TX-EMP (WS-IDX) " AND "
                           WS-TX-EMP (WS-JDX)
                       MOVE WS-TX-EMP (WS-IDX) TO EXC-LOG-CONTEXT
