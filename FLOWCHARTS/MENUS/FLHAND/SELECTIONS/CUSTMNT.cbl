      *    CUSTOMER MASTER MAINTENANCE. EVERY ORDER KEYED IN MIDTERM
      *    NOW REFERENCES A CUSTOMER (NUMBER, NAME, ADDRESS, TERMS)
      *    SO THE SALE CAN BE INVOICED AND COLLECTED INSTEAD OF
      *    EVAPORATING AFTER THE COMMISSION POSTS. A CUSTOMER MAY
      *    BE FLAGGED EXEMPT FROM THE MONTH-END FINANCE CHARGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 CU-TAXABLE PIC X(1).
           05 CU-FILLER-7 PIC X(1).
           05 CU-CERT PIC X(10).
           05 CU-FILLER-8 PIC X(1).
           05 CU-FC-EXEMPT PIC X(1).

       WORKING-STORAGE SECTION.
       01  CUST-STATUS PIC XX.
               10 WS-CU-REGION PIC X(4).
               10 WS-CU-TAXABLE PIC X(1).
               10 WS-CU-CERT PIC X(10).
               10 WS-CU-FC-EXEMPT PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PARA.
                               END-IF
                               MOVE CU-CERT TO
                                   WS-CU-CERT (WS-CU-COUNT)
                               IF CU-FC-EXEMPT = 'Y'
                                   MOVE 'Y' TO
                                       WS-CU-FC-EXEMPT (WS-CU-COUNT)
                               ELSE
                                   MOVE 'N' TO
                                       WS-CU-FC-EXEMPT (WS-CU-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-CU-REGION (WS-IDX) TO CU-REGION
               MOVE WS-CU-TAXABLE (WS-IDX) TO CU-TAXABLE
               MOVE WS-CU-CERT (WS-IDX) TO CU-CERT
               MOVE WS-CU-FC-EXEMPT (WS-IDX) TO CU-FC-EXEMPT
               WRITE CUST-REC
           END-PERFORM.
           CLOSE CUST-FILE.
               MOVE 'Y' TO WS-CU-TAXABLE (WS-IDX)
               MOVE SPACES TO WS-CU-CERT (WS-IDX)
           END-IF.
           DISPLAY "EXEMPT FROM FINANCE CHARGES? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CU-FC-EXEMPT (WS-IDX).
           MOVE FUNCTION UPPER-CASE(WS-CU-FC-EXEMPT (WS-IDX))
               TO WS-CU-FC-EXEMPT (WS-IDX).
           IF WS-CU-FC-EXEMPT (WS-IDX) NOT = 'Y'
               MOVE 'N' TO WS-CU-FC-EXEMPT (WS-IDX)
           END-IF.

       CHANGE-CUSTOMER.
           DISPLAY "CUSTOMER NUMBER TO CHANGE: " WITH NO ADVANCING.
