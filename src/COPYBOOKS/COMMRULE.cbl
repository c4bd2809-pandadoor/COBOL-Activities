       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMRULE.
      *    SHARED PRODUCT COMMISSION AND SPIFF POSTING, CALLED LIKE
      *    WAGECHK BY THE PROGRAMS THAT POST AN ORDER'S COMMISSION
      *    (ORDER ENTRY IN MIDTERM, HOLD RELEASE IN ORDREL). THE
      *    CALLER PASSES THE ORDER'S LINES AND SALESMAN SPLITS IN
      *    CRPARM. A LINE WHOSE PRODUCT - OR, FAILING THAT, WHOSE
      *    PRODUCT GROUP ON PRODGRP.DAT - HAS A RATE ON
      *    PRODCOMM.DAT EARNS THAT RATE INSTEAD OF THE TIER RATE,
      *    POSTED AS A TYPE 'P' COMMTXN PER SPLIT. A LINE SOLD
      *    INSIDE THE WINDOW OF A SPIFF CAMPAIGN ON SPIFF.DAT FOR
      *    ITS PRODUCT OR GROUP EARNS THE CAMPAIGN'S FLAT BONUS PER
      *    UNIT, POSTED AS A TYPE 'B' COMMTXN PER SPLIT AND LOGGED
      *    ON SPIFFLOG.DAT FOR THE CAMPAIGN RESULTS REPORT. THE
      *    SALES LEFT FOR THE CALLER TO POST AT THE TIER RATE COME
      *    BACK IN CR-TIER-SALES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODCOMM-FILE
               ASSIGN TO "SELDATA/PRODCOMM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODCOMM-STATUS.
           SELECT PRODGRP-FILE
               ASSIGN TO "SELDATA/PRODGRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRODGRP-STATUS.
           SELECT SPIFF-FILE
               ASSIGN TO "SELDATA/SPIFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPIFF-STATUS.
           SELECT SPIFFLOG-FILE
               ASSIGN TO "SELDATA/SPIFFLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPIFFLOG-STATUS.
           SELECT COMMTXN-FILE
               ASSIGN TO "SELDATA/COMMTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMMTXN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODCOMM-FILE.
       01  PRODCOMM-REC.
           05 PR-KEY PIC X(6).
           05 PR-FILLER-1 PIC X(1).
           05 PR-KIND PIC X(1).
           05 PR-FILLER-2 PIC X(1).
           05 PR-RATE PIC 9(2)V99.

       FD  PRODGRP-FILE.
       01  PRODGRP-REC.
           05 PG-PROD PIC X(6).
           05 PG-FILLER-1 PIC X(1).
           05 PG-GROUP PIC X(4).

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

       FD  COMMTXN-FILE.
       01  COMMTXN-REC.
           05 COMMTXN-SNUM PIC 9(14).
           05 COMMTXN-FILLER-1 PIC X(1).
           05 COMMTXN-SNAME PIC X(20).
           05 COMMTXN-FILLER-2 PIC X(1).
           05 COMMTXN-TS PIC S9(19)V99.
           05 COMMTXN-FILLER-3 PIC X(1).
           05 COMMTXN-COMMISSION PIC S9(19)V99.
           05 COMMTXN-FILLER-4 PIC X(1).
           05 COMMTXN-DATE PIC 9(8).
           05 COMMTXN-FILLER-5 PIC X(1).
           05 COMMTXN-SETTLED PIC X(1).
           05 COMMTXN-FILLER-6 PIC X(1).
           05 COMMTXN-SETTLE-REF PIC X(6).
           05 COMMTXN-FILLER-7 PIC X(1).
           05 COMMTXN-TYPE PIC X(1).
           05 COMMTXN-FILLER-8 PIC X(1).
           05 COMMTXN-REASON PIC X(10).
           05 COMMTXN-FILLER-9 PIC X(1).
           05 COMMTXN-ORIG-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  PRODCOMM-STATUS PIC XX.
       01  PRODGRP-STATUS PIC XX.
       01  SPIFF-STATUS PIC XX.
       01  SPIFFLOG-STATUS PIC XX.
       01  COMMTXN-STATUS PIC XX.
       01  CR-RATE-COUNT PIC 9(3) VALUE 0.
       01  CR-RATE-TABLE.
           05 CR-RATE-ENTRY OCCURS 200 TIMES.
               10 CR-RT-KEY PIC X(6).
               10 CR-RT-KIND PIC X(1).
               10 CR-RT-RATE PIC 9(2)V99.
       01  CR-PG-COUNT PIC 9(3) VALUE 0.
       01  CR-PG-TABLE.
           05 CR-PG-ENTRY OCCURS 200 TIMES.
               10 CR-PG-PROD PIC X(6).
               10 CR-PG-GROUP PIC X(4).
       01  CR-SF-COUNT PIC 9(3) VALUE 0.
       01  CR-SF-TABLE.
           05 CR-SF-ENTRY OCCURS 100 TIMES.
               10 CR-SF-CAMPAIGN PIC X(10).
               10 CR-SF-KEY PIC X(6).
               10 CR-SF-KIND PIC X(1).
               10 CR-SF-BONUS PIC 9(5)V99.
       01  CR-IDX PIC 9(3).
       01  CR-LDX PIC 9(2).
       01  CR-SDX PIC 9(1).
       01  CR-GROUP PIC X(4).
       01  CR-LINE-RATE PIC 9(2)V99.
       01  CR-LINE-RULE PIC X(1).
       01  CR-LINE-COMM PIC 9(11)V99.
       01  CR-BONUS PIC 9(9)V99.
       01  CR-SHARE-TS PIC S9(14)V99.
       01  CR-SHARE-COMM PIC S9(14)V99.
       01  CR-SHARE-UNITS PIC 9(5)V99.

       LINKAGE SECTION.
       01  CR-PARMS.
           COPY CRPARM.

       PROCEDURE DIVISION USING CR-PARMS.
       COMMRULE-MAIN.
           MOVE 0 TO CR-TIER-SALES CR-RULE-SALES CR-RULE-COMM
               CR-SPIFF-PAID.
           PERFORM LOAD-RATES.
           PERFORM LOAD-GROUPS.
           PERFORM LOAD-CAMPAIGNS.
           PERFORM VARYING CR-LDX FROM 1 BY 1
               UNTIL CR-LDX > CR-LINE-COUNT
               PERFORM RATE-ONE-LINE
           END-PERFORM.
           IF CR-RULE-SALES > 0
               PERFORM VARYING CR-SDX FROM 1 BY 1
                   UNTIL CR-SDX > 4
                   IF CR-SP-PCT (CR-SDX) > 0
                       PERFORM POST-RULE-SPLIT
                   END-IF
               END-PERFORM
           END-IF.
           GOBACK.

      *    A PRODUCT'S OWN RATE BEATS ITS GROUP'S RATE. THE SPIFF
      *    IS PAID ON TOP OF WHICHEVER COMMISSION THE LINE EARNS.
       RATE-ONE-LINE.
           MOVE SPACES TO CR-GROUP.
           PERFORM VARYING CR-IDX FROM 1 BY 1
               UNTIL CR-IDX > CR-PG-COUNT
               IF CR-PG-PROD (CR-IDX) = CR-LN-PROD (CR-LDX)
                   MOVE CR-PG-GROUP (CR-IDX) TO CR-GROUP
               END-IF
           END-PERFORM.
           MOVE SPACE TO CR-LINE-RULE.
           MOVE 0 TO CR-LINE-RATE.
           PERFORM VARYING CR-IDX FROM 1 BY 1
               UNTIL CR-IDX > CR-RATE-COUNT
               IF CR-RT-KIND (CR-IDX) = 'P'
                   AND CR-RT-KEY (CR-IDX) = CR-LN-PROD (CR-LDX)
                   MOVE 'P' TO CR-LINE-RULE
                   MOVE CR-RT-RATE (CR-IDX) TO CR-LINE-RATE
               END-IF
               IF CR-RT-KIND (CR-IDX) = 'G'
                   AND CR-GROUP NOT = SPACES
                   AND CR-RT-KEY (CR-IDX) = CR-GROUP
                   AND CR-LINE-RULE NOT = 'P'
                   MOVE 'G' TO CR-LINE-RULE
                   MOVE CR-RT-RATE (CR-IDX) TO CR-LINE-RATE
               END-IF
           END-PERFORM.
           IF CR-LINE-RULE = SPACE
               ADD CR-LN-AMT (CR-LDX) TO CR-TIER-SALES
           ELSE
               COMPUTE CR-LINE-COMM ROUNDED =
                   CR-LN-AMT (CR-LDX) * CR-LINE-RATE / 100
               ADD CR-LN-AMT (CR-LDX) TO CR-RULE-SALES
               ADD CR-LINE-COMM TO CR-RULE-COMM
           END-IF.
           PERFORM VARYING CR-IDX FROM 1 BY 1
               UNTIL CR-IDX > CR-SF-COUNT
               IF (CR-SF-KIND (CR-IDX) = 'P'
                   AND CR-SF-KEY (CR-IDX) = CR-LN-PROD (CR-LDX))
                   OR (CR-SF-KIND (CR-IDX) = 'G'
                   AND CR-GROUP NOT = SPACES
                   AND CR-SF-KEY (CR-IDX) = CR-GROUP)
                   PERFORM PAY-LINE-SPIFF
               END-IF
           END-PERFORM.

       PAY-LINE-SPIFF.
           COMPUTE CR-BONUS ROUNDED =
               CR-LN-QTY (CR-LDX) * CR-SF-BONUS (CR-IDX).
           IF CR-BONUS = 0
               EXIT PARAGRAPH
           END-IF.
           ADD CR-BONUS TO CR-SPIFF-PAID.
           PERFORM VARYING CR-SDX FROM 1 BY 1
               UNTIL CR-SDX > 4
               IF CR-SP-PCT (CR-SDX) > 0
                   PERFORM POST-SPIFF-SPLIT
               END-IF
           END-PERFORM.

       POST-RULE-SPLIT.
           COMPUTE CR-SHARE-TS ROUNDED =
               CR-RULE-SALES * CR-SP-PCT (CR-SDX) / 100.
           COMPUTE CR-SHARE-COMM ROUNDED =
               CR-RULE-COMM * CR-SP-PCT (CR-SDX) / 100.
           MOVE SPACES TO COMMTXN-REC.
           MOVE 'P' TO COMMTXN-TYPE.
           MOVE "PRODRATE" TO COMMTXN-REASON.
           PERFORM WRITE-COMMTXN.

       POST-SPIFF-SPLIT.
           MOVE 0 TO CR-SHARE-TS.
           COMPUTE CR-SHARE-COMM ROUNDED =
               CR-BONUS * CR-SP-PCT (CR-SDX) / 100.
           COMPUTE CR-SHARE-UNITS ROUNDED =
               CR-LN-QTY (CR-LDX) * CR-SP-PCT (CR-SDX) / 100.
           MOVE SPACES TO COMMTXN-REC.
           MOVE 'B' TO COMMTXN-TYPE.
           MOVE CR-SF-CAMPAIGN (CR-IDX) TO COMMTXN-REASON.
           PERFORM WRITE-COMMTXN.
           MOVE SPACES TO SPIFFLOG-REC.
           MOVE CR-SF-CAMPAIGN (CR-IDX) TO SL-CAMPAIGN.
           MOVE CR-SP-SNUM (CR-SDX) TO SL-SNUM.
           MOVE CR-DATE TO SL-DATE.
           MOVE CR-ORDER-NO TO SL-ORD-NO.
           MOVE CR-LN-PROD (CR-LDX) TO SL-PROD.
           MOVE CR-SHARE-UNITS TO SL-UNITS.
           MOVE CR-SHARE-COMM TO SL-BONUS.
           OPEN EXTEND SPIFFLOG-FILE.
           IF SPIFFLOG-STATUS = "05" OR SPIFFLOG-STATUS = "35"
               OPEN OUTPUT SPIFFLOG-FILE
           END-IF.
           WRITE SPIFFLOG-REC.
           CLOSE SPIFFLOG-FILE.

       WRITE-COMMTXN.
           MOVE CR-SP-SNUM (CR-SDX) TO COMMTXN-SNUM.
           MOVE CR-SP-NAME (CR-SDX) TO COMMTXN-SNAME.
           MOVE CR-SHARE-TS TO COMMTXN-TS.
           MOVE CR-SHARE-COMM TO COMMTXN-COMMISSION.
           MOVE CR-DATE TO COMMTXN-DATE.
           MOVE 'N' TO COMMTXN-SETTLED.
           MOVE ZERO TO COMMTXN-ORIG-DATE.
           OPEN EXTEND COMMTXN-FILE.
           IF COMMTXN-STATUS = "05" OR COMMTXN-STATUS = "35"
               OPEN OUTPUT COMMTXN-FILE
           END-IF.
           WRITE COMMTXN-REC.
           CLOSE COMMTXN-FILE.

       LOAD-RATES.
           MOVE 0 TO CR-RATE-COUNT.
           OPEN INPUT PRODCOMM-FILE.
           IF PRODCOMM-STATUS = "00"
               PERFORM UNTIL PRODCOMM-STATUS NOT = "00"
                   OR CR-RATE-COUNT >= 200
                   READ PRODCOMM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PR-RATE IS NUMERIC
                               ADD 1 TO CR-RATE-COUNT
                               MOVE PR-KEY TO CR-RT-KEY (CR-RATE-COUNT)
                               MOVE PR-KIND TO
                                   CR-RT-KIND (CR-RATE-COUNT)
                               MOVE PR-RATE TO
                                   CR-RT-RATE (CR-RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODCOMM-FILE
           END-IF.

       LOAD-GROUPS.
           MOVE 0 TO CR-PG-COUNT.
           OPEN INPUT PRODGRP-FILE.
           IF PRODGRP-STATUS = "00"
               PERFORM UNTIL PRODGRP-STATUS NOT = "00"
                   OR CR-PG-COUNT >= 200
                   READ PRODGRP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO CR-PG-COUNT
                           MOVE PG-PROD TO CR-PG-PROD (CR-PG-COUNT)
                           MOVE PG-GROUP TO CR-PG-GROUP (CR-PG-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PRODGRP-FILE
           END-IF.

      *    ONLY THE CAMPAIGNS WHOSE WINDOW TAKES IN THE ORDER DATE.
       LOAD-CAMPAIGNS.
           MOVE 0 TO CR-SF-COUNT.
           OPEN INPUT SPIFF-FILE.
           IF SPIFF-STATUS = "00"
               PERFORM UNTIL SPIFF-STATUS NOT = "00"
                   OR CR-SF-COUNT >= 100
                   READ SPIFF-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SF-FROM IS NUMERIC
                               AND SF-TO IS NUMERIC
                               AND SF-BONUS IS NUMERIC
                               AND SF-FROM <= CR-DATE
                               AND SF-TO >= CR-DATE
                               ADD 1 TO CR-SF-COUNT
                               MOVE SF-CAMPAIGN TO
                                   CR-SF-CAMPAIGN (CR-SF-COUNT)
                               MOVE SF-KEY TO CR-SF-KEY (CR-SF-COUNT)
                               MOVE SF-KIND TO
                                   CR-SF-KIND (CR-SF-COUNT)
                               MOVE SF-BONUS TO
                                   CR-SF-BONUS (CR-SF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPIFF-FILE
           END-IF.
       END PROGRAM COMMRULE.
