      *    ACCOUNTING-PERIOD CALENDAR AND CLOSE CONTROL. EACH MONTH
      *    ON ACCTPER.DAT IS OPEN OR CLOSED; THE PROGRAMS THAT WRITE
      *    DATED FINANCIAL RECORDS (WEEKLYSALARY, RETROPAY, OTAPPR,
      *    GLEXPORT, COMMSETL, SALESGL) VALIDATE THEIR POSTING MONTH
      *    AGAINST IT AND DIVERT CLOSED-PERIOD ATTEMPTS TO THE
      *    SUSPENSE LISTING ON SUSPENSE.DAT INSTEAD OF POSTING.
      *    CLOSING AND REOPENING IS RESTRICTED TO OPERATORS WHOSE
      *    ROLE GRANTS THE PERIODS MENU ON ROLES.DAT (OR ADMIN), AND
      *    EVERY CLOSE/REOPEN LANDS ON THE AUDIT TRAIL WITH THE
      *    OPERATOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
