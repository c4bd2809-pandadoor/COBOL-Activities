       PROGRAM-ID. XMITCTL.
      *    OUTBOUND INTERFACE TRANSMISSION CONTROL. EVERY PRODUCED
      *    OUTBOUND FILE (ACH EXPORT, GL JOURNAL, COMMISSION
      *    PAYMENTS, POSITIVE PAY, ANNUAL WAGE FILING AND
      *    CORRECTIONS, RETIREMENT PLAN REMITTANCE, SALES JOURNAL)
      *    IS REGISTERED HERE WITH ITS RUN DATE, A PER-INTERFACE
      *    SEQUENCE NUMBER, AND THE RECORD COUNT AND AMOUNT TOTAL
      *    RECOMPUTED FROM THE FILE ITSELF. A SEND IS MARKED
      *    AGAINST THE REGISTRATION; SENDING THE SAME REGISTRATION
      *    TWICE NEEDS AN EXPLICIT OPERATOR OVERRIDE WITH A REASON.
      *    THE BANK/FINANCE ACKNOWLEDGMENT IS RECORDED AGAINST THE
      *    ENTRY, AND THE DAILY REPORT OF UNSENT, UNACKNOWLEDGED AND
      *    OUT-OF-SEQUENCE INTERFACES FEEDS THE EXCEPTION LOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           DISPLAY "2 - GL JOURNAL (GLJRNL.DAT)".
           DISPLAY "3 - COMMISSION PAYMENTS (COMMPAY.DAT)".
           DISPLAY "4 - POSITIVE PAY (POSPAY.DAT)".
           DISPLAY "5 - ANNUAL WAGE FILING (WAGEFILE.DAT)".
           DISPLAY "6 - WAGE CORRECTIONS (WAGECORR.DAT)".
           DISPLAY "7 - RETIREMENT REMITTANCE (RETREMIT.DAT)".
           DISPLAY "8 - SALES JOURNAL (SALESJRNL.DAT)".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-PICK-FILE.
           EVALUATE WS-PICK-FILE
            WHEN 4
               MOVE "POSPAY" TO WS-FILE-KEY
               MOVE "PRACTICALS/POSPAY.DAT" TO WS-SCAN-NAME
            WHEN 5
               MOVE "WAGEFILE" TO WS-FILE-KEY
               MOVE "PRACTICALS/WAGEFILE.DAT" TO WS-SCAN-NAME
            WHEN 6
               MOVE "WAGECORR" TO WS-FILE-KEY
               MOVE "PRACTICALS/WAGECORR.DAT" TO WS-SCAN-NAME
            WHEN 7
               MOVE "RETREMIT" TO WS-FILE-KEY
               MOVE "PRACTICALS/RETREMIT.DAT" TO WS-SCAN-NAME
            WHEN 8
               MOVE "SALESJRNL" TO WS-FILE-KEY
               MOVE "SELDATA/SALESJRNL.DAT" TO WS-SCAN-NAME
            WHEN OTHER
               DISPLAY "NO SUCH INTERFACE."
               ACCEPT OMITTED
           ACCEPT OMITTED.

      *    THE AMOUNT COLUMN SITS AT A KNOWN OFFSET IN EACH OF THE
      *    EIGHT LAYOUTS: THE ACH AND COMMPAY DETAILS CARRY A
      *    9(7)V99 NET AT COLUMN 12, THE GL AND SALES JOURNALS A
      *    9(9)V99 AT COLUMN 19 (DEBITS ONLY), POSITIVE PAY A 9(7)V99 AT
      *    COLUMN 33, THE WAGE FILING'S EMPLOYEE RECORDS A 9(9)V99
      *    WAGES AT COLUMN 19, THE WAGE CORRECTION RECORDS THE
      *    CORRECTED 9(9)V99 WAGES AT COLUMN 38, AND THE REMITTANCE
      *    DETAILS THREE 9(9)V99 AMOUNTS (DEFERRAL, MATCH, LOAN) AT
      *    COLUMNS 27, 38 AND 49.
       SCAN-OUTBOUND-FILE.
           MOVE 0 TO WS-REC-COUNT.
           MOVE 0 TO WS-AMOUNT.
                   ADD WS-AMT-FIELD TO WS-AMOUNT
               END-IF
            WHEN 2
            WHEN 8
               IF SCAN-REC (17:1) = 'D'
                   AND SCAN-REC (19:11) IS NUMERIC
                   MOVE SCAN-REC (19:11) TO WS-AMT-11
                   MOVE SCAN-REC (33:9) TO WS-AMT-FIELD
                   ADD WS-AMT-FIELD TO WS-AMOUNT
               END-IF
            WHEN 5
               IF SCAN-REC (1:1) = 'W'
                   AND SCAN-REC (19:11) IS NUMERIC
                   MOVE SCAN-REC (19:11) TO WS-AMT-11
                   ADD WS-AMT-11 TO WS-AMOUNT
               END-IF
            WHEN 6
               IF SCAN-REC (1:1) = 'C'
                   AND SCAN-REC (38:11) IS NUMERIC
                   MOVE SCAN-REC (38:11) TO WS-AMT-11
                   ADD WS-AMT-11 TO WS-AMOUNT
               END-IF
            WHEN 7
               IF SCAN-REC (1:1) = 'D'
                   AND SCAN-REC (27:33) IS NUMERIC
                   MOVE SCAN-REC (27:11) TO WS-AMT-11
                   ADD WS-AMT-11 TO WS-AMOUNT
                   MOVE SCAN-REC (38:11) TO WS-AMT-11
                   ADD WS-AMT-11 TO WS-AMOUNT
                   MOVE SCAN-REC (49:11) TO WS-AMT-11
                   ADD WS-AMT-11 TO WS-AMOUNT
               END-IF
           END-EVALUATE.

       MARK-SENT.
