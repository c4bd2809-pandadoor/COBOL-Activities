      *    AND THE RETRO REPRICING SELECT THE NEWEST SET DATED ON OR
      *    BEFORE THE PAY DATE FOR THE EMPLOYEE'S FILING STATUS, AND
      *    FALL BACK TO THE FLAT RATE WHEN NO SET EXISTS.
      *    THE FLAT SUPPLEMENTAL RATE WITHHELD ON OFF-CYCLE BONUS
      *    RUNS IS KEPT HERE TOO, ON SUPPTAX.DAT (DEFAULT 22.00%).
      *    LOCAL INCOME TAX TABLES ARE KEPT THE SAME WAY ON
      *    LOCTAX.DAT, ONE EFFECTIVE-DATED SET PER WORK LOCATION;
      *    A FLAT LOCAL RATE IS A SET OF ONE BRACKET WITH A NINES
      *    UPPER BOUND. AN EMPLOYEE WHOSE LOCATION HAS NO SET IN
      *    FORCE HAS NO LOCAL TAX WITHHELD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ASSIGN TO "PRACTICALS/TAXBRKT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAXBRKT-STATUS.
       SELECT SUPPTAX-FILE
           ASSIGN TO "PRACTICALS/SUPPTAX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUPPTAX-STATUS.
       SELECT LOCTAX-FILE
           ASSIGN TO "PRACTICALS/LOCTAX.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCTAX-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 TB-FILLER-4 PIC X(1).
           05 TB-RATE PIC V99.

       FD  SUPPTAX-FILE.
       01  SUPPTAX-REC.
           05 ST-SUPP-RATE PIC 9(2)V99.

       FD  LOCTAX-FILE.
       01  LOCTAX-REC.
           05 LT-LOCATION PIC X(4).
           05 LT-FILLER-1 PIC X(1).
           05 LT-EFF-DATE PIC 9(8).
           05 LT-FILLER-2 PIC X(1).
           05 LT-SEQ PIC 9(1).
           05 LT-FILLER-3 PIC X(1).
           05 LT-UPPER PIC 9(7)V99.
           05 LT-FILLER-4 PIC X(1).
           05 LT-RATE PIC V9999.

       WORKING-STORAGE SECTION.
       01  TAXBRKT-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-MORE PIC X(1).
       01  OUT-UPPER PIC Z,ZZZ,ZZ9.99.
       01  OUT-RATE PIC 9.99.
       01  SUPPTAX-STATUS PIC XX.
       01  WS-SUPP-RATE PIC 9(2)V99 VALUE 22.00.
       01  WS-SUPP-RATE-IN PIC 9(2)V99.
       01  OUT-SUPP-RATE PIC Z9.99.
       01  LOCTAX-STATUS PIC XX.
       01  WS-LOCATION-IN PIC X(4).
       01  WS-LOC-RATE-IN PIC V9999.
       01  OUT-LOC-RATE PIC .9999.

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
           DISPLAY "TAX BRACKET TABLES".
           DISPLAY "1 - LOAD A BRACKET SET".
           DISPLAY "2 - LIST BRACKET ROWS".
           DISPLAY "3 - SUPPLEMENTAL (BONUS) WITHHOLDING RATE".
           DISPLAY "4 - LOAD A LOCAL TAX SET".
           DISPLAY "5 - LIST LOCAL TAX ROWS".
           DISPLAY "6 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
            WHEN 2
               PERFORM LIST-BRACKET-ROWS
            WHEN 3
               PERFORM SET-SUPPLEMENTAL-RATE
            WHEN 4
               PERFORM LOAD-LOCAL-TAX-SET
            WHEN 5
               PERFORM LIST-LOCAL-TAX-ROWS
            WHEN 6
               GOBACK
            WHEN OTHER
               CONTINUE
               CLOSE TAXBRKT-FILE
           END-IF.
           ACCEPT OMITTED.

       SET-SUPPLEMENTAL-RATE.
           OPEN INPUT SUPPTAX-FILE.
           IF SUPPTAX-STATUS = "00"
               READ SUPPTAX-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ST-SUPP-RATE IS NUMERIC
                           MOVE ST-SUPP-RATE TO WS-SUPP-RATE
                       END-IF
               END-READ
               CLOSE SUPPTAX-FILE
           END-IF.
           MOVE WS-SUPP-RATE TO OUT-SUPP-RATE.
           DISPLAY "CURRENT SUPPLEMENTAL RATE: " OUT-SUPP-RATE "%".
           DISPLAY "NEW RATE IN PERCENT (E.G. 22.00, 0 TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT WS-SUPP-RATE-IN.
           IF WS-SUPP-RATE-IN = 0
               DISPLAY "RATE UNCHANGED."
           ELSE
               IF WS-SUPP-RATE-IN > 50
                   DISPLAY "RATE ABOVE 50% REFUSED."
               ELSE
                   OPEN OUTPUT SUPPTAX-FILE
                   MOVE WS-SUPP-RATE-IN TO ST-SUPP-RATE
                   WRITE SUPPTAX-REC
                   CLOSE SUPPTAX-FILE
                   MOVE WS-SUPP-RATE-IN TO OUT-SUPP-RATE
                   DISPLAY "SUPPLEMENTAL RATE SET TO " OUT-SUPP-RATE
                       "%."
               END-IF
           END-IF.
           ACCEPT OMITTED.

      *    A LOCAL SET IS KEYED LIKE A BRACKET SET, BY WORK LOCATION
      *    INSTEAD OF FILING STATUS. RATES CARRY FOUR DECIMALS SINCE
      *    LOCAL RATES ARE OFTEN FRACTIONS OF A PERCENT.
       LOAD-LOCAL-TAX-SET.
           DISPLAY "WORK LOCATION: " WITH NO ADVANCING.
           ACCEPT WS-LOCATION-IN.
           MOVE FUNCTION UPPER-CASE(WS-LOCATION-IN) TO WS-LOCATION-IN.
           IF WS-LOCATION-IN = SPACES
               DISPLAY "LOCATION MAY NOT BE BLANK."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-EFF-IN.
           PERFORM UNTIL WS-EFF-IN > 0
               DISPLAY "EFFECTIVE DATE (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-EFF-IN
               MOVE 'V' TO WS-DU-FUNCTION
               MOVE WS-EFF-IN TO WS-DU-DATE
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                   WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
               IF WS-DU-FLAG = 'N'
                   DISPLAY "NOT A VALID DATE, RE-ENTER."
                   MOVE 0 TO WS-EFF-IN
               END-IF
           END-PERFORM.

           OPEN EXTEND LOCTAX-FILE.
           IF LOCTAX-STATUS = "05" OR LOCTAX-STATUS = "35"
               OPEN OUTPUT LOCTAX-FILE
           END-IF.
           MOVE 0 TO WS-SEQ.
           MOVE 'Y' TO WS-MORE.
           PERFORM UNTIL WS-MORE NOT = 'Y' OR WS-SEQ >= 9
               ADD 1 TO WS-SEQ
               DISPLAY "BRACKET " WS-SEQ " UPPER BOUND: "
                   WITH NO ADVANCING
               ACCEPT WS-UPPER-IN
               DISPLAY "BRACKET " WS-SEQ " RATE (E.G. 0.0125): "
                   WITH NO ADVANCING
               ACCEPT WS-LOC-RATE-IN
               MOVE SPACES TO LOCTAX-REC
               MOVE WS-LOCATION-IN TO LT-LOCATION
               MOVE WS-EFF-IN TO LT-EFF-DATE
               MOVE WS-SEQ TO LT-SEQ
               MOVE WS-UPPER-IN TO LT-UPPER
               MOVE WS-LOC-RATE-IN TO LT-RATE
               WRITE LOCTAX-REC
               DISPLAY "ANOTHER BRACKET? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-MORE
               MOVE FUNCTION UPPER-CASE(WS-MORE) TO WS-MORE
           END-PERFORM.
           CLOSE LOCTAX-FILE.
           DISPLAY "LOCAL TAX SET WRITTEN FOR LOCATION " WS-LOCATION-IN
               " EFFECTIVE " WS-EFF-IN ".".
           ACCEPT OMITTED.

       LIST-LOCAL-TAX-ROWS.
           OPEN INPUT LOCTAX-FILE.
           IF LOCTAX-STATUS NOT = "00"
               DISPLAY "NO LOCAL TAX TABLE ON FILE - NO LOCAL TAX IS"
                   " BEING WITHHELD."
           ELSE
               DISPLAY "LOC   EFFECTIVE  SEQ  UPPER BOUND    RATE"
               PERFORM UNTIL LOCTAX-STATUS NOT = "00"
                   READ LOCTAX-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE LT-UPPER TO OUT-UPPER
                           MOVE LT-RATE TO OUT-LOC-RATE
                           DISPLAY LT-LOCATION "  " LT-EFF-DATE "   "
                               LT-SEQ "   " OUT-UPPER "   "
                               OUT-LOC-RATE
                   END-READ
               END-PERFORM
               CLOSE LOCTAX-FILE
           END-IF.
           ACCEPT OMITTED.
       END PROGRAM TAXMNT.
