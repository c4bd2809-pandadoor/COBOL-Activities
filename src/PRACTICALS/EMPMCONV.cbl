       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMCONV.
      *    ONE-TIME RELOAD OF THE EMPLOYEE MASTER AFTER THE RECORD
      *    GREW BY THE TERMINATION, FILING-STATUS, RISK-CLASS,
      *    SUPERVISOR, PAY-TYPE, COMPANY AND WORK-LOCATION FIELDS.
      *    AN EMPMAST.DAT WRITTEN UNDER THE OLD LENGTH NO LONGER
      *    OPENS IN THE EXTENDED PROGRAMS, SO THIS RUN READS THE
      *    OLD-LENGTH FILE AND
      *    LOADS EMPMAST.NEW IN THE EXTENDED LAYOUT, THE NEW FIELDS
      *    ZERO/SPACE-FILLED EXACTLY AS A FRESH ADD WOULD LEAVE
      *    THEM (PAY TYPE DEFAULTS TO HOURLY). AFTER CHECKING
      *    THE COUNTS THE OPERATOR RENAMES EMPMAST.NEW OVER
      *    EMPMAST.DAT, KEEPING THE OLD FILE AS THE FALLBACK COPY.
       ENVIRONMENT DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS NEW-STATUS.

       DATA DIVISION.
           MOVE SPACES TO EM-FILING-STATUS.
           MOVE SPACES TO EM-RISK-CLASS.
           MOVE SPACES TO EM-SUPERVISOR.
           MOVE 'H' TO EM-PAY-TYPE.
           MOVE SPACES TO EM-COMPANY.
           MOVE SPACES TO EM-WORK-LOCATION.
           WRITE EM-MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
