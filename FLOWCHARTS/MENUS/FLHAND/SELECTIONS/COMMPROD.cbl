       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMPROD.
      *    PRODUCT COMMISSION RATES AND SPIFF CAMPAIGNS. A RATE ON
      *    SELDATA/PRODCOMM.DAT FOR A PRODUCT CODE, OR FOR A PRODUCT
      *    GROUP FROM PRODGRP.DAT, REPLACES THE COMMRATES TIER RATE
      *    ON MATCHING ORDER LINES (A PRODUCT'S OWN RATE BEATS ITS
      *    GROUP'S). A SPIFF CAMPAIGN ON SELDATA/SPIFF.DAT PAYS A
      *    FLAT BONUS PER UNIT OF A PRODUCT OR GROUP SOLD BETWEEN
      *    ITS FROM AND TO DATES. BOTH ARE APPLIED AS ORDERS POST
      *    BY THE SHARED COMMRULE MODULE, AS THEIR OWN COMMTXN
      *    TYPES ('P' AND 'B'), SO THE STATEMENT SHOWS THEM APART
      *    AND SETTLEMENT PAYS THEM. THE CAMPAIGN RESULTS REPORT
      *    TOTALS UNITS AND SPIFF PAID PER SALESMAN FROM THE SPIFF
      *    LOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODCOMM-FILE
           ASSIGN TO "SELDATA/PRODCOMM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRODCOMM-STATUS.
           SELECT SPIFF-FILE
           ASSIGN TO "SELDATA/SPIFF.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPIFF-STATUS.
           SELECT SPIFFLOG-FILE
           ASSIGN TO "SELDATA/SPIFFLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPIFFLOG-STATUS.
           SELECT SALESMAN-FILE
           ASSIGN TO "SELDATA/SALESMAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SM-SNUM
           FILE STATUS IS SALESMAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODCOMM-FILE.
       01  PRODCOMM-REC.
           05 PR-KEY PIC X(6).
           05 PR-FILLER-1 PIC X(1).
           05 PR-KIND PIC X(1).
           05 PR-FILLER-2 PIC X(1).
           05 PR-RATE PIC 9(2)V99.

       FD  SPIFF-FILE.
       01  SPIFF-REC.
           05 SF-CAMPAIGN PIC X(10).
           05 SF-FILLER-1 PIC X(1).
           05 SF-KEY PIC X(6).
           05 SF-FILLER-2 PIC X(1).
           05 SF-KIND PIC X(1).
           05 SF-FILLER-3 PIC X(1).
           05 SF-FROM PIC 9(8).
           05 SF-FILLER-4 PIC X(1).
           05 SF-TO PIC 9(8).
           05 SF-FILLER-5 PIC X(1).
           05 SF-BONUS PIC 9(5)V99.

       FD  SPIFFLOG-FILE.
       01  SPIFFLOG-REC.
           05 SL-CAMPAIGN PIC X(10).
           05 SL-FILLER-1 PIC X(1).
           05 SL-SNUM PIC 9(14).
           05 SL-FILLER-2 PIC X(1).
           05 SL-DATE PIC 9(8).
           05 SL-FILLER-3 PIC X(1).
           05 SL-ORD-NO PIC 9(6).
           05 SL-FILLER-4 PIC X(1).
           05 SL-PROD PIC X(6).
           05 SL-FILLER-5 PIC X(1).
           05 SL-UNITS PIC 9(5)V99.
           05 SL-FILLER-6 PIC X(1).
           05 SL-BONUS PIC 9(9)V99.

       FD  SALESMAN-FILE.
       01  SALESMAN-REC.
           05 SM-SNUM PIC 9(14).
           05 SM-SNAME PIC X(20).
           05 SM-FILLER-1 PIC X(1).
           05 SM-REGION PIC X(10).
           05 SM-FILLER-2 PIC X(1).
           05 SM-QUOTA PIC 9(9)V99.
           05 SM-FILLER-3 PIC X(1).
           05 SM-MANAGER PIC 9(14).

       WORKING-STORAGE SECTION.
       01  PRODCOMM-STATUS PIC XX.
       01  SPIFF-STATUS PIC XX.
       01  SPIFFLOG-STATUS PIC XX.
       01  SALESMAN-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-IDX PIC 9(3).
       01  WS-HIT PIC 9(3).
       01  WS-SHOWN PIC 9(4).
       01  WS-FOUND PIC X(1).

       01  WS-KEY-IN PIC X(6).
       01  WS-KIND-IN PIC X(1).
       01  WS-RATE-IN PIC 9(2)V99.
       01  WS-CAMPAIGN-IN PIC X(10).
       01  WS-FROM-IN PIC 9(8).
       01  WS-TO-IN PIC 9(8).
       01  WS-BONUS-IN PIC 9(5)V99.

       01  WS-PR-COUNT PIC 9(3) VALUE 0.
       01  WS-PR-TABLE.
           05 WS-PR-ENTRY OCCURS 200 TIMES.
               10 WS-PR-KEY PIC X(6).
               10 WS-PR-KIND PIC X(1).
               10 WS-PR-RATE PIC 9(2)V99.

      *    CAMPAIGN RESULTS, ONE ROW PER CAMPAIGN AND SALESMAN.
       01  WS-CR-COUNT PIC 9(3) VALUE 0.
       01  WS-CR-TABLE.
           05 WS-CR-ENTRY OCCURS 300 TIMES.
               10 WS-CR-CAMPAIGN PIC X(10).
               10 WS-CR-SNUM PIC 9(14).
               10 WS-CR-UNITS PIC 9(7)V99.
               10 WS-CR-BONUS PIC 9(11)V99.
       01  WS-CAMP-UNITS PIC 9(7)V99.
       01  WS-CAMP-BONUS PIC 9(11)V99.
       01  WS-LAST-CAMPAIGN PIC X(10).

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-DAYS PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  OUT-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  OUT-UNITS PIC Z,ZZZ,ZZ9.99.
       01  OUT-RATE PIC Z9.99.
       01  OUT-BONUS PIC ZZ,ZZ9.99.

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40) VALUE
           "SPIFF CAMPAIGN RESULTS".
       01  WS-RPT-COLHDR PIC X(80) VALUE
           "CAMPAIGN   SALESMAN        NAME                     UNITS
      -    "        SPIFF PAID".
       01  WS-RPT-LPP PIC 9(3) VALUE 20.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           DISPLAY "PRODUCT COMMISSION RATES AND SPIFFS".
           DISPLAY "1 - LIST PRODUCT AND GROUP RATES".
           DISPLAY "2 - SET A PRODUCT OR GROUP RATE".
           DISPLAY "3 - LIST SPIFF CAMPAIGNS".
           DISPLAY "4 - ADD A SPIFF CAMPAIGN".
           DISPLAY "5 - CAMPAIGN RESULTS REPORT".
           DISPLAY "6 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM LIST-RATES
            WHEN 2
               PERFORM SET-RATE
            WHEN 3
               PERFORM LIST-CAMPAIGNS
            WHEN 4
               PERFORM ADD-CAMPAIGN
            WHEN 5
               PERFORM CAMPAIGN-RESULTS
            WHEN 6
               GOBACK
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM MAIN-PARA.

       LIST-RATES.
           PERFORM LOAD-RATES.
           IF WS-PR-COUNT = 0
               DISPLAY "NO PRODUCT OR GROUP RATES - EVERY LINE EARNS"
                   " THE TIER RATE."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CODE    KIND     RATE PCT".
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PR-COUNT
               MOVE WS-PR-RATE (WS-IDX) TO OUT-RATE
               IF WS-PR-KIND (WS-IDX) = 'G'
                   DISPLAY WS-PR-KEY (WS-IDX) "  GROUP       "
                       OUT-RATE
               ELSE
                   DISPLAY WS-PR-KEY (WS-IDX) "  PRODUCT     "
                       OUT-RATE
               END-IF
           END-PERFORM.
           ACCEPT OMITTED.

      *    ONE RATE PER CODE AND KIND; KEYING A CODE AGAIN REPLACES
      *    ITS RATE, AND A RATE OF ZERO TAKES THE CODE OFF THE FILE
      *    SO ITS LINES GO BACK TO THE TIER RATE.
       SET-RATE.
           DISPLAY "(P)RODUCT OR (G)ROUP: " WITH NO ADVANCING.
           ACCEPT WS-KIND-IN.
           MOVE FUNCTION UPPER-CASE(WS-KIND-IN) TO WS-KIND-IN.
           IF WS-KIND-IN NOT = 'P' AND WS-KIND-IN NOT = 'G'
               DISPLAY "ENTER P OR G."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PRODUCT OR GROUP CODE: " WITH NO ADVANCING.
           ACCEPT WS-KEY-IN.
           MOVE FUNCTION UPPER-CASE(WS-KEY-IN) TO WS-KEY-IN.
           IF WS-KEY-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "COMMISSION RATE PCT (0 TO REMOVE): "
               WITH NO ADVANCING.
           ACCEPT WS-RATE-IN.
           PERFORM LOAD-RATES.
           MOVE 0 TO WS-HIT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PR-COUNT OR WS-HIT > 0
               IF WS-PR-KEY (WS-IDX) = WS-KEY-IN
                   AND WS-PR-KIND (WS-IDX) = WS-KIND-IN
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM.
           IF WS-HIT = 0
               IF WS-RATE-IN = 0
                   DISPLAY WS-KEY-IN " HAS NO RATE ON FILE."
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
               END-IF
               IF WS-PR-COUNT >= 200
                   DISPLAY "RATE FILE IS FULL."
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PR-COUNT
               MOVE WS-PR-COUNT TO WS-HIT
               MOVE WS-KEY-IN TO WS-PR-KEY (WS-HIT)
               MOVE WS-KIND-IN TO WS-PR-KIND (WS-HIT)
           END-IF.
           MOVE WS-RATE-IN TO WS-PR-RATE (WS-HIT).
           PERFORM SAVE-RATES.
           IF WS-RATE-IN = 0
               DISPLAY WS-KEY-IN " REMOVED - BACK TO THE TIER RATE."
           ELSE
               MOVE WS-RATE-IN TO OUT-RATE
               DISPLAY WS-KEY-IN " NOW EARNS " OUT-RATE " PCT."
           END-IF.
           ACCEPT OMITTED.

       LOAD-RATES.
           MOVE 0 TO WS-PR-COUNT.
           OPEN INPUT PRODCOMM-FILE.
           IF PRODCOMM-STATUS = "00"
               PERFORM UNTIL PRODCOMM-STATUS NOT = "00"
                   OR WS-PR-COUNT >= 200
                   READ PRODCOMM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PR-RATE IS NUMERIC
                               ADD 1 TO WS-PR-COUNT
                               MOVE PR-KEY TO WS-PR-KEY (WS-PR-COUNT)
                               MOVE PR-KIND TO WS-PR-KIND (WS-PR-COUNT)
                               MOVE PR-RATE TO WS-PR-RATE (WS-PR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODCOMM-FILE
           END-IF.

       SAVE-RATES.
           OPEN OUTPUT PRODCOMM-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PR-COUNT
               IF WS-PR-RATE (WS-IDX) > 0
                   MOVE SPACES TO PRODCOMM-REC
                   MOVE WS-PR-KEY (WS-IDX) TO PR-KEY
                   MOVE WS-PR-KIND (WS-IDX) TO PR-KIND
                   MOVE WS-PR-RATE (WS-IDX) TO PR-RATE
                   WRITE PRODCOMM-REC
               END-IF
           END-PERFORM.
           CLOSE PRODCOMM-FILE.

       LIST-CAMPAIGNS.
           MOVE 0 TO WS-SHOWN.
           OPEN INPUT SPIFF-FILE.
           IF SPIFF-STATUS = "00"
               DISPLAY "CAMPAIGN   CODE   KIND  FROM      TO        "
                   "BONUS/UNIT"
               PERFORM UNTIL SPIFF-STATUS NOT = "00"
                   READ SPIFF-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-SHOWN
                           MOVE SF-BONUS TO OUT-BONUS
                           DISPLAY SF-CAMPAIGN " " SF-KEY " " SF-KIND
                               "     " SF-FROM "  " SF-TO "  "
                               OUT-BONUS
                   END-READ
               END-PERFORM
               CLOSE SPIFF-FILE
           END-IF.
           IF WS-SHOWN = 0
               DISPLAY "NO SPIFF CAMPAIGNS ON FILE."
           END-IF.
           ACCEPT OMITTED.

      *    A CAMPAIGN MAY COVER SEVERAL PRODUCTS OR GROUPS - ADD ONE
      *    ROW PER CODE UNDER THE SAME CAMPAIGN NAME.
       ADD-CAMPAIGN.
           DISPLAY "CAMPAIGN NAME: " WITH NO ADVANCING.
           ACCEPT WS-CAMPAIGN-IN.
           MOVE FUNCTION UPPER-CASE(WS-CAMPAIGN-IN) TO WS-CAMPAIGN-IN.
           IF WS-CAMPAIGN-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "(P)RODUCT OR (G)ROUP: " WITH NO ADVANCING.
           ACCEPT WS-KIND-IN.
           MOVE FUNCTION UPPER-CASE(WS-KIND-IN) TO WS-KIND-IN.
           IF WS-KIND-IN NOT = 'P' AND WS-KIND-IN NOT = 'G'
               DISPLAY "ENTER P OR G."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PRODUCT OR GROUP CODE: " WITH NO ADVANCING.
           ACCEPT WS-KEY-IN.
           MOVE FUNCTION UPPER-CASE(WS-KEY-IN) TO WS-KEY-IN.
           DISPLAY "FROM DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-FROM-IN.
           DISPLAY "TO DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-TO-IN.
           MOVE 'V' TO WS-DU-FUNCTION.
           MOVE WS-FROM-IN TO WS-DU-DATE.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           IF WS-DU-FLAG = 'Y'
               MOVE WS-TO-IN TO WS-DU-DATE
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                   WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
           END-IF.
           IF WS-DU-FLAG NOT = 'Y' OR WS-TO-IN < WS-FROM-IN
               DISPLAY "NOT A VALID CAMPAIGN WINDOW."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "BONUS PER UNIT: " WITH NO ADVANCING.
           ACCEPT WS-BONUS-IN.
           IF WS-BONUS-IN = 0
               DISPLAY "BONUS MUST BE POSITIVE."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SPIFF-REC.
           MOVE WS-CAMPAIGN-IN TO SF-CAMPAIGN.
           MOVE WS-KEY-IN TO SF-KEY.
           MOVE WS-KIND-IN TO SF-KIND.
           MOVE WS-FROM-IN TO SF-FROM.
           MOVE WS-TO-IN TO SF-TO.
           MOVE WS-BONUS-IN TO SF-BONUS.
           OPEN EXTEND SPIFF-FILE.
           IF SPIFF-STATUS = "05" OR SPIFF-STATUS = "35"
               OPEN OUTPUT SPIFF-FILE
           END-IF.
           WRITE SPIFF-REC.
           CLOSE SPIFF-FILE.
           DISPLAY "CAMPAIGN " FUNCTION TRIM(WS-CAMPAIGN-IN)
               " ADDED FOR " WS-KEY-IN ".".
           ACCEPT OMITTED.

       CAMPAIGN-RESULTS.
           DISPLAY "CAMPAIGN (BLANK FOR ALL): " WITH NO ADVANCING.
           ACCEPT WS-CAMPAIGN-IN.
           MOVE FUNCTION UPPER-CASE(WS-CAMPAIGN-IN) TO WS-CAMPAIGN-IN.
           MOVE 0 TO WS-CR-COUNT.
           OPEN INPUT SPIFFLOG-FILE.
           IF SPIFFLOG-STATUS = "00"
               PERFORM UNTIL SPIFFLOG-STATUS NOT = "00"
                   READ SPIFFLOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF (WS-CAMPAIGN-IN = SPACES
                               OR SL-CAMPAIGN = WS-CAMPAIGN-IN)
                               AND SL-UNITS IS NUMERIC
                               AND SL-BONUS IS NUMERIC
                               PERFORM TALLY-SPIFF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPIFFLOG-FILE
           END-IF.
           IF WS-CR-COUNT = 0
               DISPLAY "NO SPIFF PAID YET."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE WS-CR-CAMPAIGN (1) TO WS-LAST-CAMPAIGN.
           MOVE 0 TO WS-CAMP-UNITS WS-CAMP-BONUS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CR-COUNT
               IF WS-CR-CAMPAIGN (WS-IDX) NOT = WS-LAST-CAMPAIGN
                   PERFORM PRINT-CAMPAIGN-TOTAL
                   MOVE WS-CR-CAMPAIGN (WS-IDX) TO WS-LAST-CAMPAIGN
               END-IF
               PERFORM PRINT-RESULT-LINE
           END-PERFORM.
           PERFORM PRINT-CAMPAIGN-TOTAL.
           ACCEPT OMITTED.

      *    ROWS ARE KEPT IN CAMPAIGN ORDER AS THEY ARE FOUND, SO A
      *    NEW SALESMAN FOR A CAMPAIGN ALREADY LISTED IS SLOTTED IN
      *    AFTER THAT CAMPAIGN'S LAST ROW.
       TALLY-SPIFF.
           MOVE 0 TO WS-HIT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CR-COUNT OR WS-HIT > 0
               IF WS-CR-CAMPAIGN (WS-IDX) = SL-CAMPAIGN
                   AND WS-CR-SNUM (WS-IDX) = SL-SNUM
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM.
           IF WS-HIT = 0
               IF WS-CR-COUNT >= 300
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CR-COUNT TO WS-HIT
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-CR-COUNT
                   IF WS-CR-CAMPAIGN (WS-IDX) = SL-CAMPAIGN
                       MOVE WS-IDX TO WS-HIT
                   END-IF
               END-PERFORM
               ADD 1 TO WS-HIT
               PERFORM VARYING WS-IDX FROM WS-CR-COUNT BY -1
                   UNTIL WS-IDX < WS-HIT
                   MOVE WS-CR-ENTRY (WS-IDX) TO WS-CR-ENTRY (WS-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-CR-COUNT
               MOVE SL-CAMPAIGN TO WS-CR-CAMPAIGN (WS-HIT)
               MOVE SL-SNUM TO WS-CR-SNUM (WS-HIT)
               MOVE 0 TO WS-CR-UNITS (WS-HIT)
               MOVE 0 TO WS-CR-BONUS (WS-HIT)
           END-IF.
           ADD SL-UNITS TO WS-CR-UNITS (WS-HIT).
           ADD SL-BONUS TO WS-CR-BONUS (WS-HIT).

       PRINT-RESULT-LINE.
           MOVE SPACES TO SM-SNAME.
           OPEN INPUT SALESMAN-FILE.
           IF SALESMAN-STATUS = "00"
               MOVE WS-CR-SNUM (WS-IDX) TO SM-SNUM
               READ SALESMAN-FILE
                   INVALID KEY
                       MOVE SPACES TO SM-SNAME
               END-READ
               CLOSE SALESMAN-FILE
           END-IF.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE WS-CR-UNITS (WS-IDX) TO OUT-UNITS.
           MOVE WS-CR-BONUS (WS-IDX) TO OUT-AMT.
           DISPLAY WS-CR-CAMPAIGN (WS-IDX) " " WS-CR-SNUM (WS-IDX)
               "  " SM-SNAME " " OUT-UNITS "  " OUT-AMT.
           ADD WS-CR-UNITS (WS-IDX) TO WS-CAMP-UNITS.
           ADD WS-CR-BONUS (WS-IDX) TO WS-CAMP-BONUS.

       PRINT-CAMPAIGN-TOTAL.
           MOVE WS-CAMP-UNITS TO OUT-UNITS.
           MOVE WS-CAMP-BONUS TO OUT-AMT.
           DISPLAY "  CAMPAIGN " WS-LAST-CAMPAIGN " TOTAL"
               "                      " OUT-UNITS "  " OUT-AMT.
           MOVE 0 TO WS-CAMP-UNITS WS-CAMP-BONUS.
       END PROGRAM COMMPROD.
