      *    STATEMENT: THE YEAR'S CONTRIBUTIONS AND EMPLOYER MATCH
      *    FROM THE CONTRIBUTION REGISTER RETREG.DAT, THE VESTING
      *    PERCENTAGE DERIVED FROM THE HIRE DATE, AND THE VESTED
      *    BALANCE. THE ANNUAL NONDISCRIMINATION TEST IS RUN FROM
      *    HERE THROUGH NDTEST, AND EACH PAY DATE'S REMITTANCE FILE
      *    TO THE PLAN RECORDKEEPER THROUGH RETREMIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.

       DATA DIVISION.
           DISPLAY "2 - STOP AN ELECTION".
           DISPLAY "3 - LIST ELECTIONS".
           DISPLAY "4 - ANNUAL PARTICIPANT STATEMENT".
           DISPLAY "5 - NONDISCRIMINATION (ADP / ACP) TEST".
           DISPLAY "6 - RECORDKEEPER REMITTANCE FILE".
           DISPLAY "7 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

            WHEN 4
               PERFORM PARTICIPANT-STATEMENT
            WHEN 5
               CALL "NDTEST"
               ACCEPT OMITTED
            WHEN 6
               CALL "RETREMIT"
            WHEN 7
               GOBACK
            WHEN OTHER
               CONTINUE
