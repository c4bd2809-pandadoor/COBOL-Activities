       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCOUNT.
      *    PHYSICAL INVENTORY COUNT. A COUNT IS EITHER THE FULL
      *    ANNUAL COUNT OF EVERY PRODUCT OR A CYCLE COUNT OF ONE
      *    PRODUCT GROUP. STARTING A COUNT FREEZES A SNAPSHOT OF THE
      *    BOOK ON-HAND AND UNIT COST OF EACH PRODUCT IN SCOPE ON
      *    CNTSNAP.DAT; THE COUNT SHEETS ARE PRINTED FROM IT WITHOUT
      *    THE BOOK FIGURE AND THE COUNTED QUANTITIES ARE KEYED BACK
      *    AGAINST IT. THE VARIANCE REPORT SHOWS BOOK AGAINST COUNT
      *    IN UNITS AND AT COST. ON APPROVAL EACH VARIANCE IS POSTED
      *    TO PROD-ONHAND WITH A REASON CODE, AN AUDIT ROW ON
      *    INVADJ.DAT AND A SHRINK JOURNAL ENTRY ON INVJRNL.DAT.
      *    PRODUCT GROUPS AND THE NUMBER OF DAYS BETWEEN CYCLE COUNTS
      *    OF EACH GROUP ARE KEPT HERE TOO; THE SCHEDULE SHOWS WHICH
      *    GROUPS ARE DUE. ONLY ONE COUNT MAY BE OPEN AT A TIME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROD-FILE
           ASSIGN TO "SELDATA/PRODMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROD-STATUS.
           SELECT PRODGRP-FILE
           ASSIGN TO "SELDATA/PRODGRP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRODGRP-STATUS.
           SELECT CYCSCHED-FILE
           ASSIGN TO "SELDATA/CYCSCHED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CYCSCHED-STATUS.
           SELECT CNTCTL-FILE
           ASSIGN TO "SELDATA/CNTCTL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CNTCTL-STATUS.
           SELECT CNTSNAP-FILE
           ASSIGN TO "SELDATA/CNTSNAP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CNTSNAP-STATUS.
           SELECT INVADJ-FILE
           ASSIGN TO "SELDATA/INVADJ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVADJ-STATUS.
           SELECT GLACCTS-FILE
           ASSIGN TO "PRACTICALS/GLACCTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLACCTS-STATUS.
           SELECT INVJRNL-FILE
           ASSIGN TO "SELDATA/INVJRNL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INVJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROD-FILE.
       01  PROD-REC.
           05 PROD-CODE PIC X(6).
           05 PROD-FILLER-1 PIC X(1).
           05 PROD-DESC PIC X(20).
           05 PROD-FILLER-2 PIC X(1).
           05 PROD-PRICE PIC 9(7)V99.
           05 PROD-FILLER-3 PIC X(1).
           05 PROD-ONHAND PIC S9(7).
           05 PROD-FILLER-4 PIC X(1).
           05 PROD-REORDER PIC 9(5).
           05 PROD-FILLER-5 PIC X(1).
           05 PROD-COST PIC 9(7)V99.
           05 PROD-FILLER-6 PIC X(1).
           05 PROD-LOCATION PIC X(6).
           05 PROD-FILLER-7 PIC X(1).
           05 PROD-HOLD PIC X(1).

       FD  PRODGRP-FILE.
       01  PRODGRP-REC.
           05 PG-PROD PIC X(6).
           05 PG-FILLER-1 PIC X(1).
           05 PG-GROUP PIC X(4).

       FD  CYCSCHED-FILE.
       01  CYCSCHED-REC.
           05 CY-GROUP PIC X(4).
           05 CY-FILLER-1 PIC X(1).
           05 CY-DAYS PIC 9(3).
           05 CY-FILLER-2 PIC X(1).
           05 CY-LAST PIC 9(8).

       FD  CNTCTL-FILE.
       01  CNTCTL-REC.
           05 CC-NO PIC 9(6).
           05 CC-FILLER-1 PIC X(1).
           05 CC-DATE PIC 9(8).
           05 CC-FILLER-2 PIC X(1).
           05 CC-TYPE PIC X(1).
           05 CC-FILLER-3 PIC X(1).
           05 CC-GROUP PIC X(4).
           05 CC-FILLER-4 PIC X(1).
           05 CC-STATUS PIC X(1).

       FD  CNTSNAP-FILE.
       01  CNTSNAP-REC.
           05 SN-PROD PIC X(6).
           05 SN-FILLER-1 PIC X(1).
           05 SN-DESC PIC X(20).
           05 SN-FILLER-2 PIC X(1).
           05 SN-GROUP PIC X(4).
           05 SN-FILLER-3 PIC X(1).
           05 SN-BOOK PIC S9(7).
           05 SN-FILLER-4 PIC X(1).
           05 SN-COST PIC 9(7)V99.
           05 SN-FILLER-5 PIC X(1).
           05 SN-COUNTED PIC 9(7).
           05 SN-FILLER-6 PIC X(1).
           05 SN-FLAG PIC X(1).

       FD  INVADJ-FILE.
       01  INVADJ-REC.
           05 IA-DATE PIC 9(8).
           05 IA-FILLER-1 PIC X(1).
           05 IA-CNT-NO PIC 9(6).
           05 IA-FILLER-2 PIC X(1).
           05 IA-PROD PIC X(6).
           05 IA-FILLER-3 PIC X(1).
           05 IA-BOOK PIC S9(7).
           05 IA-FILLER-4 PIC X(1).
           05 IA-COUNTED PIC 9(7).
           05 IA-FILLER-5 PIC X(1).
           05 IA-VARIANCE PIC S9(7).
           05 IA-FILLER-6 PIC X(1).
           05 IA-VALUE PIC S9(9)V99.
           05 IA-FILLER-7 PIC X(1).
           05 IA-REASON PIC X(3).
           05 IA-FILLER-8 PIC X(1).
           05 IA-APPROVER PIC X(10).

       FD  GLACCTS-FILE.
       01  GLACCTS-REC.
           05 GLA-KEY PIC X(8).
           05 GLA-FILLER-1 PIC X(1).
           05 GLA-ACCOUNT PIC X(8).
           05 GLA-FILLER-2 PIC X(1).
           05 GLA-DESC PIC X(20).

       FD  INVJRNL-FILE.
       01  INVJRNL-REC.
           05 JRN-PERIOD PIC X(6).
           05 JRN-FILLER-1 PIC X(1).
           05 JRN-ACCOUNT PIC X(8).
           05 JRN-FILLER-2 PIC X(1).
           05 JRN-DC PIC X(1).
           05 JRN-FILLER-3 PIC X(1).
           05 JRN-AMOUNT PIC 9(9)V99.
           05 JRN-FILLER-4 PIC X(1).
           05 JRN-DESC PIC X(20).

       WORKING-STORAGE SECTION.
       01  PROD-STATUS PIC XX.
       01  PRODGRP-STATUS PIC XX.
       01  CYCSCHED-STATUS PIC XX.
       01  CNTCTL-STATUS PIC XX.
       01  CNTSNAP-STATUS PIC XX.
       01  INVADJ-STATUS PIC XX.
       01  GLACCTS-STATUS PIC XX.
       01  INVJRNL-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-KEY-IN PIC X(6).
       01  WS-GROUP-IN PIC X(4).
       01  WS-PROD-GRP PIC X(4).
       01  WS-TYPE-IN PIC X(1).
       01  WS-FOUND PIC X.
       01  WS-CONFIRM PIC X.
       01  WS-IDX PIC 9(4).
       01  WS-JDX PIC 9(4).
       01  WS-HIT PIC 9(4).
       01  WS-TODAY PIC 9(8).
       01  WS-TODAY-X REDEFINES WS-TODAY.
           05 WS-TODAY-YYYYMM PIC X(6).
           05 WS-TODAY-DD PIC X(2).
       01  WS-QTY-IN PIC 9(7).
       01  WS-REASON PIC X(3).
       01  WS-APPROVER PIC X(10).
       01  WS-VARIANCE PIC S9(7).
       01  WS-VAR-VALUE PIC S9(9)V99.
       01  WS-NET-VALUE PIC S9(11)V99.
       01  WS-NET-UNITS PIC S9(9).
       01  WS-UNCOUNTED PIC 9(5).
       01  WS-POSTED PIC 9(5).
       01  WS-DAY-NO PIC 9(7).
       01  WS-DUE-DATE PIC 9(8).

      *    THE COUNT IN PROGRESS, OR THE LAST ONE IF NONE IS OPEN.
       01  WS-CNT-NO PIC 9(6) VALUE 0.
       01  WS-CNT-DATE PIC 9(8) VALUE 0.
       01  WS-CNT-TYPE PIC X(1) VALUE SPACE.
       01  WS-CNT-GROUP PIC X(4) VALUE SPACES.
       01  WS-CNT-STAT PIC X(1) VALUE SPACE.

      *    SHRINK IS BOOKED AGAINST THESE ACCOUNTS UNLESS GLACCTS.DAT
      *    CARRIES SHRINK AND INVENTRY ROWS OF ITS OWN.
       01  WS-GL-SHRINK PIC X(8) VALUE "62000000".
       01  WS-GL-INVENTORY PIC X(8) VALUE "13000000".

       01  WS-PROD-COUNT PIC 9(3) VALUE 0.
       01  WS-PROD-TABLE.
           05 WS-PROD-ENTRY OCCURS 100 TIMES.
               10 WS-PROD-CODE PIC X(6).
               10 WS-PROD-DESC PIC X(20).
               10 WS-PROD-PRICE PIC 9(7)V99.
               10 WS-PROD-ONHAND PIC S9(7).
               10 WS-PROD-REORDER PIC 9(5).
               10 WS-PROD-COST PIC 9(7)V99.
               10 WS-PROD-LOCATION PIC X(6).
               10 WS-PROD-HOLD PIC X(1).

       01  WS-PG-COUNT PIC 9(3) VALUE 0.
       01  WS-PG-TABLE.
           05 WS-PG-ENTRY OCCURS 100 TIMES.
               10 WS-PG-PROD PIC X(6).
               10 WS-PG-GROUP PIC X(4).

       01  WS-CY-COUNT PIC 9(3) VALUE 0.
       01  WS-CY-TABLE.
           05 WS-CY-ENTRY OCCURS 100 TIMES.
               10 WS-CY-GROUP PIC X(4).
               10 WS-CY-DAYS PIC 9(3).
               10 WS-CY-LAST PIC 9(8).

       01  WS-SN-COUNT PIC 9(3) VALUE 0.
       01  WS-SN-TABLE.
           05 WS-SN-ENTRY OCCURS 100 TIMES.
               10 WS-SN-PROD PIC X(6).
               10 WS-SN-DESC PIC X(20).
               10 WS-SN-GROUP PIC X(4).
               10 WS-SN-BOOK PIC S9(7).
               10 WS-SN-COST PIC 9(7)V99.
               10 WS-SN-COUNTED PIC 9(7).
               10 WS-SN-FLAG PIC X(1).
       01  WS-SN-HOLD PIC X(54).

       01  OUT-QTY PIC Z,ZZZ,ZZ9-.
       01  OUT-QTY-2 PIC Z,ZZZ,ZZ9-.
       01  OUT-QTY-3 PIC Z,ZZZ,ZZ9-.
       01  OUT-VALUE PIC ZZZ,ZZZ,ZZ9.99-.
       01  OUT-COUNT PIC ZZZZ9.
       01  OUT-DAYS PIC ZZ9.
       01  WS-RPT-LINE PIC X(80).

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40).
       01  WS-RPT-COLHDR PIC X(80).
       01  WS-RPT-LPP PIC 9(3) VALUE 30.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           PERFORM LOAD-COUNT-CONTROL.
           DISPLAY "PHYSICAL INVENTORY COUNT".
           IF WS-CNT-STAT = 'O'
               DISPLAY "COUNT " WS-CNT-NO " OPEN SINCE " WS-CNT-DATE
           END-IF.
           DISPLAY "1 - START A COUNT".
           DISPLAY "2 - PRINT COUNT SHEETS".
           DISPLAY "3 - ENTER COUNTED QUANTITIES".
           DISPLAY "4 - VARIANCE REPORT".
           DISPLAY "5 - APPROVE AND POST THE COUNT".
           DISPLAY "6 - CANCEL THE OPEN COUNT".
           DISPLAY "7 - MAINTAIN PRODUCT GROUPS".
           DISPLAY "8 - CYCLE COUNT SCHEDULE".
           DISPLAY "9 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM START-COUNT
            WHEN 2
               PERFORM PRINT-COUNT-SHEETS
            WHEN 3
               PERFORM ENTER-COUNTS
            WHEN 4
               PERFORM VARIANCE-REPORT
            WHEN 5
               PERFORM POST-COUNT
            WHEN 6
               PERFORM CANCEL-COUNT
            WHEN 7
               PERFORM MAINTAIN-GROUPS
            WHEN 8
               PERFORM CYCLE-SCHEDULE
            WHEN 9
               GOBACK
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM MAIN-PARA.

       LOAD-COUNT-CONTROL.
           MOVE 0 TO WS-CNT-NO.
           MOVE SPACE TO WS-CNT-STAT.
           OPEN INPUT CNTCTL-FILE.
           IF CNTCTL-STATUS = "00"
               READ CNTCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CC-NO TO WS-CNT-NO
                       MOVE CC-DATE TO WS-CNT-DATE
                       MOVE CC-TYPE TO WS-CNT-TYPE
                       MOVE CC-GROUP TO WS-CNT-GROUP
                       MOVE CC-STATUS TO WS-CNT-STAT
               END-READ
               CLOSE CNTCTL-FILE
           END-IF.

       SAVE-COUNT-CONTROL.
           MOVE SPACES TO CNTCTL-REC.
           MOVE WS-CNT-NO TO CC-NO.
           MOVE WS-CNT-DATE TO CC-DATE.
           MOVE WS-CNT-TYPE TO CC-TYPE.
           MOVE WS-CNT-GROUP TO CC-GROUP.
           MOVE WS-CNT-STAT TO CC-STATUS.
           OPEN OUTPUT CNTCTL-FILE.
           WRITE CNTCTL-REC.
           CLOSE CNTCTL-FILE.

       CHECK-OPEN-COUNT.
           IF WS-CNT-STAT = 'O'
               MOVE 'Y' TO WS-FOUND
           ELSE
               MOVE 'N' TO WS-FOUND
               DISPLAY "NO COUNT IS OPEN - START ONE UNDER OPTION 1."
           END-IF.

      *    THE SNAPSHOT HOLDS THE PRODUCTS IN SCOPE IN PRODUCT-CODE
      *    ORDER, SO THE SHEETS AND THE VARIANCE REPORT RUN BY
      *    PRODUCT WHATEVER ORDER THE MASTER IS KEPT IN.
       START-COUNT.
           IF WS-CNT-STAT = 'O'
               DISPLAY "COUNT " WS-CNT-NO " IS STILL OPEN - POST OR"
                   " CANCEL IT FIRST."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "F - FULL COUNT OF EVERY PRODUCT".
           DISPLAY "C - CYCLE COUNT OF ONE PRODUCT GROUP".
           DISPLAY "COUNT TYPE: " WITH NO ADVANCING.
           ACCEPT WS-TYPE-IN.
           MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN.
           IF WS-TYPE-IN NOT = 'F' AND WS-TYPE-IN NOT = 'C'
               DISPLAY "COUNT TYPE MUST BE F OR C."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-GROUP-IN.
           IF WS-TYPE-IN = 'C'
               PERFORM SHOW-SCHEDULE
               DISPLAY "PRODUCT GROUP TO COUNT: " WITH NO ADVANCING
               ACCEPT WS-GROUP-IN
               MOVE FUNCTION UPPER-CASE(WS-GROUP-IN) TO WS-GROUP-IN
           END-IF.
           PERFORM LOAD-PRODUCTS.
           PERFORM LOAD-GROUPS.
           MOVE 0 TO WS-SN-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PROD-COUNT
               MOVE WS-PROD-CODE (WS-IDX) TO WS-KEY-IN
               PERFORM FIND-PRODUCT-GROUP
               IF WS-TYPE-IN = 'F' OR WS-PROD-GRP = WS-GROUP-IN
                   PERFORM ADD-SNAPSHOT-ROW
               END-IF
           END-PERFORM.
           IF WS-SN-COUNT = 0
               DISPLAY "NO PRODUCTS IN GROUP " WS-GROUP-IN "."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM SORT-SNAPSHOT.
           PERFORM SAVE-SNAPSHOT.
           ADD 1 TO WS-CNT-NO.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           MOVE WS-TODAY TO WS-CNT-DATE.
           MOVE WS-TYPE-IN TO WS-CNT-TYPE.
           MOVE WS-GROUP-IN TO WS-CNT-GROUP.
           MOVE 'O' TO WS-CNT-STAT.
           PERFORM SAVE-COUNT-CONTROL.
           MOVE WS-SN-COUNT TO OUT-COUNT.
           DISPLAY "COUNT " WS-CNT-NO " STARTED - "
               FUNCTION TRIM(OUT-COUNT) " PRODUCTS FROZEN.".
           ACCEPT OMITTED.

       ADD-SNAPSHOT-ROW.
           ADD 1 TO WS-SN-COUNT.
           MOVE WS-PROD-CODE (WS-IDX) TO WS-SN-PROD (WS-SN-COUNT).
           MOVE WS-PROD-DESC (WS-IDX) TO WS-SN-DESC (WS-SN-COUNT).
           MOVE WS-PROD-GRP TO WS-SN-GROUP (WS-SN-COUNT).
           MOVE WS-PROD-ONHAND (WS-IDX) TO WS-SN-BOOK (WS-SN-COUNT).
           MOVE WS-PROD-COST (WS-IDX) TO WS-SN-COST (WS-SN-COUNT).
           MOVE 0 TO WS-SN-COUNTED (WS-SN-COUNT).
           MOVE 'N' TO WS-SN-FLAG (WS-SN-COUNT).

       SORT-SNAPSHOT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX >= WS-SN-COUNT
               PERFORM VARYING WS-JDX FROM WS-IDX BY 1
                   UNTIL WS-JDX > WS-SN-COUNT
                   IF WS-SN-PROD (WS-JDX) < WS-SN-PROD (WS-IDX)
                       MOVE WS-SN-ENTRY (WS-IDX) TO WS-SN-HOLD
                       MOVE WS-SN-ENTRY (WS-JDX) TO
                           WS-SN-ENTRY (WS-IDX)
                       MOVE WS-SN-HOLD TO WS-SN-ENTRY (WS-JDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-SNAPSHOT.
           MOVE 0 TO WS-SN-COUNT.
           OPEN INPUT CNTSNAP-FILE.
           IF CNTSNAP-STATUS = "00"
               PERFORM UNTIL CNTSNAP-STATUS NOT = "00"
                   OR WS-SN-COUNT >= 100
                   READ CNTSNAP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-SN-COUNT
                           MOVE SN-PROD TO WS-SN-PROD (WS-SN-COUNT)
                           MOVE SN-DESC TO WS-SN-DESC (WS-SN-COUNT)
                           MOVE SN-GROUP TO WS-SN-GROUP (WS-SN-COUNT)
                           MOVE SN-BOOK TO WS-SN-BOOK (WS-SN-COUNT)
                           MOVE SN-COST TO WS-SN-COST (WS-SN-COUNT)
                           MOVE SN-COUNTED TO
                               WS-SN-COUNTED (WS-SN-COUNT)
                           MOVE SN-FLAG TO WS-SN-FLAG (WS-SN-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CNTSNAP-FILE
           END-IF.

       SAVE-SNAPSHOT.
           OPEN OUTPUT CNTSNAP-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SN-COUNT
               MOVE SPACES TO CNTSNAP-REC
               MOVE WS-SN-PROD (WS-IDX) TO SN-PROD
               MOVE WS-SN-DESC (WS-IDX) TO SN-DESC
               MOVE WS-SN-GROUP (WS-IDX) TO SN-GROUP
               MOVE WS-SN-BOOK (WS-IDX) TO SN-BOOK
               MOVE WS-SN-COST (WS-IDX) TO SN-COST
               MOVE WS-SN-COUNTED (WS-IDX) TO SN-COUNTED
               MOVE WS-SN-FLAG (WS-IDX) TO SN-FLAG
               WRITE CNTSNAP-REC
           END-PERFORM.
           CLOSE CNTSNAP-FILE.

       FIND-SNAPSHOT-ROW.
           MOVE 0 TO WS-HIT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SN-COUNT
               OR WS-HIT > 0
               IF WS-SN-PROD (WS-IDX) = WS-KEY-IN
                   MOVE WS-IDX TO WS-HIT
               END-IF
           END-PERFORM.

      *    THE SHEETS CARRY NO BOOK QUANTITY SO THE COUNTERS COUNT
      *    WHAT IS ON THE SHELF RATHER THAN CONFIRM A FIGURE.
       PRINT-COUNT-SHEETS.
           PERFORM CHECK-OPEN-COUNT.
           IF WS-FOUND = 'N'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-SNAPSHOT.
           MOVE SPACES TO WS-RPT-TITLE.
           STRING "COUNT SHEET - COUNT " WS-CNT-NO
               DELIMITED BY SIZE INTO WS-RPT-TITLE.
           MOVE SPACES TO WS-RPT-COLHDR.
           STRING "PRODUCT DESCRIPTION           GROUP"
               "   COUNTED       BY"
               DELIMITED BY SIZE INTO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SN-COUNT
               MOVE 'L' TO WS-RPT-FUNCTION
               CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
                   WS-RPT-COLHDR WS-RPT-LPP
               DISPLAY WS-SN-PROD (WS-IDX) "  " WS-SN-DESC (WS-IDX)
                   "  " WS-SN-GROUP (WS-IDX)
                   "  __________  ________"
           END-PERFORM.
           ACCEPT OMITTED.

       ENTER-COUNTS.
           PERFORM CHECK-OPEN-COUNT.
           IF WS-FOUND = 'N'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-SNAPSHOT.
           MOVE "X" TO WS-KEY-IN.
           PERFORM UNTIL WS-KEY-IN = SPACES
               DISPLAY "PRODUCT CODE (BLANK TO FINISH): "
                   WITH NO ADVANCING
               ACCEPT WS-KEY-IN
               IF WS-KEY-IN NOT = SPACES
                   PERFORM ENTER-ONE-COUNT
               END-IF
           END-PERFORM.
           PERFORM SAVE-SNAPSHOT.
           MOVE 0 TO WS-UNCOUNTED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SN-COUNT
               IF WS-SN-FLAG (WS-IDX) NOT = 'Y'
                   ADD 1 TO WS-UNCOUNTED
               END-IF
           END-PERFORM.
           MOVE WS-UNCOUNTED TO OUT-COUNT.
           DISPLAY "PRODUCTS STILL TO COUNT: " FUNCTION TRIM(OUT-COUNT).
           ACCEPT OMITTED.

      *    KEYING A PRODUCT AGAIN REPLACES ITS COUNT - A RECOUNT, NOT
      *    A SECOND LOCATION TO ADD ON.
       ENTER-ONE-COUNT.
           PERFORM FIND-SNAPSHOT-ROW.
           IF WS-HIT = 0
               DISPLAY "  PRODUCT " WS-KEY-IN " IS NOT IN THIS COUNT."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  " WS-SN-DESC (WS-HIT).
           IF WS-SN-FLAG (WS-HIT) = 'Y'
               MOVE WS-SN-COUNTED (WS-HIT) TO OUT-QTY
               DISPLAY "  ALREADY COUNTED AT " FUNCTION TRIM(OUT-QTY)
                   " - THIS ENTRY REPLACES IT."
           END-IF.
           DISPLAY "  QUANTITY COUNTED: " WITH NO ADVANCING.
           ACCEPT WS-QTY-IN.
           MOVE WS-QTY-IN TO WS-SN-COUNTED (WS-HIT).
           MOVE 'Y' TO WS-SN-FLAG (WS-HIT).

       VARIANCE-REPORT.
           PERFORM CHECK-OPEN-COUNT.
           IF WS-FOUND = 'N'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-SNAPSHOT.
           MOVE SPACES TO WS-RPT-TITLE.
           STRING "COUNT VARIANCES - COUNT " WS-CNT-NO
               DELIMITED BY SIZE INTO WS-RPT-TITLE.
           MOVE SPACES TO WS-RPT-COLHDR.
           STRING "PRODUCT DESCRIPTION                BOOK    COUNTED"
               "   VARIANCE      VALUE AT COST"
               DELIMITED BY SIZE INTO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE 0 TO WS-NET-UNITS WS-NET-VALUE WS-UNCOUNTED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SN-COUNT
               MOVE 'L' TO WS-RPT-FUNCTION
               CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
                   WS-RPT-COLHDR WS-RPT-LPP
               MOVE WS-SN-BOOK (WS-IDX) TO OUT-QTY
               IF WS-SN-FLAG (WS-IDX) = 'Y'
                   PERFORM ROW-VARIANCE
                   MOVE WS-SN-COUNTED (WS-IDX) TO OUT-QTY-2
                   MOVE WS-VARIANCE TO OUT-QTY-3
                   MOVE WS-VAR-VALUE TO OUT-VALUE
                   ADD WS-VARIANCE TO WS-NET-UNITS
                   ADD WS-VAR-VALUE TO WS-NET-VALUE
                   DISPLAY WS-SN-PROD (WS-IDX) "  "
                       WS-SN-DESC (WS-IDX) " " OUT-QTY " "
                       OUT-QTY-2 " " OUT-QTY-3 " " OUT-VALUE
               ELSE
                   ADD 1 TO WS-UNCOUNTED
                   DISPLAY WS-SN-PROD (WS-IDX) "  "
                       WS-SN-DESC (WS-IDX) " " OUT-QTY
                       "  NOT COUNTED"
               END-IF
           END-PERFORM.
           MOVE WS-NET-UNITS TO OUT-QTY.
           DISPLAY "NET VARIANCE UNITS: " FUNCTION TRIM(OUT-QTY).
           MOVE WS-NET-VALUE TO OUT-VALUE.
           DISPLAY "NET VARIANCE VALUE: " FUNCTION TRIM(OUT-VALUE).
           IF WS-UNCOUNTED > 0
               MOVE WS-UNCOUNTED TO OUT-COUNT
               DISPLAY "PRODUCTS NOT YET COUNTED: "
                   FUNCTION TRIM(OUT-COUNT)
           END-IF.
           ACCEPT OMITTED.

       ROW-VARIANCE.
           COMPUTE WS-VARIANCE = WS-SN-COUNTED (WS-IDX)
               - WS-SN-BOOK (WS-IDX).
           COMPUTE WS-VAR-VALUE = WS-VARIANCE * WS-SN-COST (WS-IDX).

      *    THE VARIANCE IS ADDED TO WHATEVER PROD-ONHAND STANDS AT
      *    NOW RATHER THAN OVERWRITING IT WITH THE COUNT, SO STOCK
      *    RECEIVED OR SHIPPED WHILE THE COUNT WAS OPEN IS NOT LOST.
      *    A PRODUCT LEFT UNCOUNTED IS NOT ADJUSTED.
       POST-COUNT.
           PERFORM CHECK-OPEN-COUNT.
           IF WS-FOUND = 'N'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-SNAPSHOT.
           MOVE 0 TO WS-UNCOUNTED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SN-COUNT
               IF WS-SN-FLAG (WS-IDX) NOT = 'Y'
                   ADD 1 TO WS-UNCOUNTED
               END-IF
           END-PERFORM.
           IF WS-UNCOUNTED > 0
               MOVE WS-UNCOUNTED TO OUT-COUNT
               DISPLAY "WARNING: " FUNCTION TRIM(OUT-COUNT)
                   " PRODUCTS NOT COUNTED - THEY WILL NOT BE ADJUSTED."
           END-IF.
           DISPLAY "APPROVED BY (ID): " WITH NO ADVANCING.
           ACCEPT WS-APPROVER.
           IF WS-APPROVER = SPACES
               DISPLAY "AN APPROVER ID IS REQUIRED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "REASON - CNT COUNT VARIANCE, DMG DAMAGE, THF THEFT,"
               " ERR RECORDING ERROR: " WITH NO ADVANCING.
           ACCEPT WS-REASON.
           MOVE FUNCTION UPPER-CASE(WS-REASON) TO WS-REASON.
           IF WS-REASON = SPACES
               MOVE "CNT" TO WS-REASON
           END-IF.
           IF WS-REASON NOT = "CNT" AND WS-REASON NOT = "DMG"
               AND WS-REASON NOT = "THF" AND WS-REASON NOT = "ERR"
               DISPLAY "UNKNOWN REASON CODE " WS-REASON "."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "POST COUNT " WS-CNT-NO " (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "COUNT NOT POSTED."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-PRODUCTS.
           PERFORM LOAD-GL-ACCOUNTS.
           MOVE 0 TO WS-NET-VALUE WS-POSTED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SN-COUNT
               IF WS-SN-FLAG (WS-IDX) = 'Y'
                   PERFORM ROW-VARIANCE
                   IF WS-VARIANCE NOT = 0
                       PERFORM POST-ONE-ADJUSTMENT
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM SAVE-PRODUCTS.
           IF WS-NET-VALUE NOT = 0
               PERFORM WRITE-SHRINK-JOURNAL
           END-IF.
           PERFORM STAMP-SCHEDULE.
           MOVE 'P' TO WS-CNT-STAT.
           PERFORM SAVE-COUNT-CONTROL.
           MOVE WS-POSTED TO OUT-COUNT.
           DISPLAY "COUNT " WS-CNT-NO " POSTED - "
               FUNCTION TRIM(OUT-COUNT) " ADJUSTMENTS.".
           MOVE WS-NET-VALUE TO OUT-VALUE.
           DISPLAY "NET VARIANCE VALUE: " FUNCTION TRIM(OUT-VALUE).
           ACCEPT OMITTED.

       POST-ONE-ADJUSTMENT.
           MOVE 0 TO WS-HIT.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-PROD-COUNT
               OR WS-HIT > 0
               IF WS-PROD-CODE (WS-JDX) = WS-SN-PROD (WS-IDX)
                   MOVE WS-JDX TO WS-HIT
               END-IF
           END-PERFORM.
           IF WS-HIT = 0
               DISPLAY "PRODUCT " WS-SN-PROD (WS-IDX)
                   " IS NO LONGER ON THE MASTER - NOT ADJUSTED."
               EXIT PARAGRAPH
           END-IF.
           ADD WS-VARIANCE TO WS-PROD-ONHAND (WS-HIT).
           ADD WS-VAR-VALUE TO WS-NET-VALUE.
           ADD 1 TO WS-POSTED.
           MOVE SPACES TO INVADJ-REC.
           MOVE WS-TODAY TO IA-DATE.
           MOVE WS-CNT-NO TO IA-CNT-NO.
           MOVE WS-SN-PROD (WS-IDX) TO IA-PROD.
           MOVE WS-SN-BOOK (WS-IDX) TO IA-BOOK.
           MOVE WS-SN-COUNTED (WS-IDX) TO IA-COUNTED.
           MOVE WS-VARIANCE TO IA-VARIANCE.
           MOVE WS-VAR-VALUE TO IA-VALUE.
           MOVE WS-REASON TO IA-REASON.
           MOVE WS-APPROVER TO IA-APPROVER.
           OPEN EXTEND INVADJ-FILE.
           IF INVADJ-STATUS = "05" OR INVADJ-STATUS = "35"
               OPEN OUTPUT INVADJ-FILE
           END-IF.
           WRITE INVADJ-REC.
           CLOSE INVADJ-FILE.

      *    A NET LOSS DEBITS SHRINK AND CREDITS INVENTORY; A NET GAIN
      *    REVERSES THE PAIR.
       WRITE-SHRINK-JOURNAL.
           OPEN EXTEND INVJRNL-FILE.
           IF INVJRNL-STATUS = "05" OR INVJRNL-STATUS = "35"
               OPEN OUTPUT INVJRNL-FILE
           END-IF.
           MOVE SPACES TO INVJRNL-REC.
           MOVE WS-TODAY-YYYYMM TO JRN-PERIOD.
           MOVE WS-GL-SHRINK TO JRN-ACCOUNT.
           IF WS-NET-VALUE < 0
               MOVE 'D' TO JRN-DC
           ELSE
               MOVE 'C' TO JRN-DC
           END-IF.
           MOVE WS-NET-VALUE TO JRN-AMOUNT.
           STRING "COUNT " WS-CNT-NO " SHRINK"
               DELIMITED BY SIZE INTO JRN-DESC.
           WRITE INVJRNL-REC.
           MOVE WS-GL-INVENTORY TO JRN-ACCOUNT.
           IF WS-NET-VALUE < 0
               MOVE 'C' TO JRN-DC
           ELSE
               MOVE 'D' TO JRN-DC
           END-IF.
           WRITE INVJRNL-REC.
           CLOSE INVJRNL-FILE.

       LOAD-GL-ACCOUNTS.
           OPEN INPUT GLACCTS-FILE.
           IF GLACCTS-STATUS = "00"
               PERFORM UNTIL GLACCTS-STATUS NOT = "00"
                   READ GLACCTS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF GLA-KEY = "SHRINK"
                               MOVE GLA-ACCOUNT TO WS-GL-SHRINK
                           END-IF
                           IF GLA-KEY = "INVENTRY"
                               MOVE GLA-ACCOUNT TO WS-GL-INVENTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GLACCTS-FILE
           END-IF.

      *    A CYCLE COUNT RESTARTS ITS GROUP'S CLOCK; THE FULL COUNT
      *    RESTARTS EVERY GROUP'S.
       STAMP-SCHEDULE.
           PERFORM LOAD-SCHEDULE.
           IF WS-CNT-TYPE = 'F'
               PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-CY-COUNT
                   MOVE WS-CNT-DATE TO WS-CY-LAST (WS-JDX)
               END-PERFORM
           ELSE
               MOVE WS-CNT-GROUP TO WS-GROUP-IN
               PERFORM FIND-SCHEDULE-ROW
               IF WS-HIT > 0
                   MOVE WS-CNT-DATE TO WS-CY-LAST (WS-HIT)
               END-IF
           END-IF.
           PERFORM SAVE-SCHEDULE.

       CANCEL-COUNT.
           PERFORM CHECK-OPEN-COUNT.
           IF WS-FOUND = 'N'
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CANCEL COUNT " WS-CNT-NO " WITHOUT POSTING (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               MOVE 'X' TO WS-CNT-STAT
               PERFORM SAVE-COUNT-CONTROL
               DISPLAY "COUNT " WS-CNT-NO " CANCELLED."
           END-IF.
           ACCEPT OMITTED.

       LOAD-PRODUCTS.
           MOVE 0 TO WS-PROD-COUNT.
           OPEN INPUT PROD-FILE.
           IF PROD-STATUS = "00"
               PERFORM UNTIL PROD-STATUS NOT = "00"
                   OR WS-PROD-COUNT >= 100
                   READ PROD-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-PROD-COUNT
                           MOVE PROD-CODE TO
                               WS-PROD-CODE (WS-PROD-COUNT)
                           MOVE PROD-DESC TO
                               WS-PROD-DESC (WS-PROD-COUNT)
                           MOVE PROD-PRICE TO
                               WS-PROD-PRICE (WS-PROD-COUNT)
                           IF PROD-ONHAND IS NUMERIC
                               MOVE PROD-ONHAND TO
                                   WS-PROD-ONHAND (WS-PROD-COUNT)
                           ELSE
                               MOVE 0 TO
                                   WS-PROD-ONHAND (WS-PROD-COUNT)
                           END-IF
                           IF PROD-REORDER IS NUMERIC
                               MOVE PROD-REORDER TO
                                   WS-PROD-REORDER (WS-PROD-COUNT)
                           ELSE
                               MOVE 0 TO
                                   WS-PROD-REORDER (WS-PROD-COUNT)
                           END-IF
                           IF PROD-COST IS NUMERIC
                               MOVE PROD-COST TO
                                   WS-PROD-COST (WS-PROD-COUNT)
                           ELSE
                               MOVE 0 TO
                                   WS-PROD-COST (WS-PROD-COUNT)
                           END-IF
                           MOVE PROD-LOCATION TO
                               WS-PROD-LOCATION (WS-PROD-COUNT)
                           MOVE PROD-HOLD TO
                               WS-PROD-HOLD (WS-PROD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PROD-FILE
           END-IF.

       SAVE-PRODUCTS.
           OPEN OUTPUT PROD-FILE.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-PROD-COUNT
               MOVE SPACES TO PROD-REC
               MOVE WS-PROD-CODE (WS-JDX) TO PROD-CODE
               MOVE WS-PROD-DESC (WS-JDX) TO PROD-DESC
               MOVE WS-PROD-PRICE (WS-JDX) TO PROD-PRICE
               MOVE WS-PROD-ONHAND (WS-JDX) TO PROD-ONHAND
               MOVE WS-PROD-REORDER (WS-JDX) TO PROD-REORDER
               MOVE WS-PROD-COST (WS-JDX) TO PROD-COST
               MOVE WS-PROD-LOCATION (WS-JDX) TO PROD-LOCATION
               MOVE WS-PROD-HOLD (WS-JDX) TO PROD-HOLD
               WRITE PROD-REC
           END-PERFORM.
           CLOSE PROD-FILE.

       LOAD-GROUPS.
           MOVE 0 TO WS-PG-COUNT.
           OPEN INPUT PRODGRP-FILE.
           IF PRODGRP-STATUS = "00"
               PERFORM UNTIL PRODGRP-STATUS NOT = "00"
                   OR WS-PG-COUNT >= 100
                   READ PRODGRP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-PG-COUNT
                           MOVE PG-PROD TO WS-PG-PROD (WS-PG-COUNT)
                           MOVE PG-GROUP TO WS-PG-GROUP (WS-PG-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PRODGRP-FILE
           END-IF.

       SAVE-GROUPS.
           OPEN OUTPUT PRODGRP-FILE.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-PG-COUNT
               IF WS-PG-GROUP (WS-JDX) NOT = SPACES
                   MOVE SPACES TO PRODGRP-REC
                   MOVE WS-PG-PROD (WS-JDX) TO PG-PROD
                   MOVE WS-PG-GROUP (WS-JDX) TO PG-GROUP
                   WRITE PRODGRP-REC
               END-IF
           END-PERFORM.
           CLOSE PRODGRP-FILE.

       FIND-PRODUCT-GROUP.
           MOVE SPACES TO WS-PROD-GRP.
           MOVE 0 TO WS-HIT.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-PG-COUNT
               OR WS-HIT > 0
               IF WS-PG-PROD (WS-JDX) = WS-KEY-IN
                   MOVE WS-JDX TO WS-HIT
                   MOVE WS-PG-GROUP (WS-JDX) TO WS-PROD-GRP
               END-IF
           END-PERFORM.

      *    A PRODUCT BELONGS TO AT MOST ONE GROUP; A BLANK GROUP
      *    TAKES IT OUT OF CYCLE COUNTING, LEAVING IT TO THE FULL
      *    COUNT.
       MAINTAIN-GROUPS.
           PERFORM LOAD-PRODUCTS.
           PERFORM LOAD-GROUPS.
           MOVE "X" TO WS-KEY-IN.
           PERFORM UNTIL WS-KEY-IN = SPACES
               DISPLAY "PRODUCT CODE (BLANK TO FINISH): "
                   WITH NO ADVANCING
               ACCEPT WS-KEY-IN
               IF WS-KEY-IN NOT = SPACES
                   PERFORM ASSIGN-ONE-GROUP
               END-IF
           END-PERFORM.
           PERFORM SAVE-GROUPS.

       ASSIGN-ONE-GROUP.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-PROD-COUNT
               OR WS-FOUND = 'Y'
               IF WS-PROD-CODE (WS-JDX) = WS-KEY-IN
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N'
               DISPLAY "  PRODUCT NOT ON MASTER: " WS-KEY-IN
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PRODUCT-GROUP.
           DISPLAY "  CURRENT GROUP: " WS-PROD-GRP.
           DISPLAY "  NEW GROUP (BLANK FOR NONE): " WITH NO ADVANCING.
           ACCEPT WS-GROUP-IN.
           MOVE FUNCTION UPPER-CASE(WS-GROUP-IN) TO WS-GROUP-IN.
           IF WS-HIT = 0
               IF WS-PG-COUNT >= 100
                   DISPLAY "  PRODUCT GROUP TABLE IS FULL."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PG-COUNT
               MOVE WS-PG-COUNT TO WS-HIT
               MOVE WS-KEY-IN TO WS-PG-PROD (WS-HIT)
           END-IF.
           MOVE WS-GROUP-IN TO WS-PG-GROUP (WS-HIT).

       LOAD-SCHEDULE.
           MOVE 0 TO WS-CY-COUNT.
           OPEN INPUT CYCSCHED-FILE.
           IF CYCSCHED-STATUS = "00"
               PERFORM UNTIL CYCSCHED-STATUS NOT = "00"
                   OR WS-CY-COUNT >= 100
                   READ CYCSCHED-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-CY-COUNT
                           MOVE CY-GROUP TO WS-CY-GROUP (WS-CY-COUNT)
                           MOVE CY-DAYS TO WS-CY-DAYS (WS-CY-COUNT)
                           IF CY-LAST IS NUMERIC
                               MOVE CY-LAST TO
                                   WS-CY-LAST (WS-CY-COUNT)
                           ELSE
                               MOVE 0 TO WS-CY-LAST (WS-CY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CYCSCHED-FILE
           END-IF.
      *    EVERY GROUP IN USE GETS A ROW, UNSCHEDULED UNTIL GIVEN
      *    AN INTERVAL.
           PERFORM LOAD-GROUPS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PG-COUNT
               MOVE WS-PG-GROUP (WS-IDX) TO WS-GROUP-IN
               PERFORM FIND-SCHEDULE-ROW
               IF WS-HIT = 0 AND WS-CY-COUNT < 100
                   ADD 1 TO WS-CY-COUNT
                   MOVE WS-GROUP-IN TO WS-CY-GROUP (WS-CY-COUNT)
                   MOVE 0 TO WS-CY-DAYS (WS-CY-COUNT)
                   MOVE 0 TO WS-CY-LAST (WS-CY-COUNT)
               END-IF
           END-PERFORM.

       SAVE-SCHEDULE.
           OPEN OUTPUT CYCSCHED-FILE.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-CY-COUNT
               MOVE SPACES TO CYCSCHED-REC
               MOVE WS-CY-GROUP (WS-JDX) TO CY-GROUP
               MOVE WS-CY-DAYS (WS-JDX) TO CY-DAYS
               MOVE WS-CY-LAST (WS-JDX) TO CY-LAST
               WRITE CYCSCHED-REC
           END-PERFORM.
           CLOSE CYCSCHED-FILE.

       FIND-SCHEDULE-ROW.
           MOVE 0 TO WS-HIT.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-CY-COUNT
               OR WS-HIT > 0
               IF WS-CY-GROUP (WS-JDX) = WS-GROUP-IN
                   MOVE WS-JDX TO WS-HIT
               END-IF
           END-PERFORM.

      *    A GROUP NEVER COUNTED IS DUE AT ONCE; ONE WITH NO INTERVAL
      *    IS LEFT TO THE FULL COUNT.
       SHOW-SCHEDULE.
           PERFORM LOAD-SCHEDULE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "GROUP  EVERY  LAST COUNT  NEXT DUE".
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CY-COUNT
               MOVE WS-CY-DAYS (WS-IDX) TO OUT-DAYS
               IF WS-CY-DAYS (WS-IDX) = 0
                   DISPLAY WS-CY-GROUP (WS-IDX) "     ---  "
                       WS-CY-LAST (WS-IDX) "    NOT SCHEDULED"
               ELSE
                   IF WS-CY-LAST (WS-IDX) = 0
                       MOVE WS-TODAY TO WS-DUE-DATE
                   ELSE
                       COMPUTE WS-DAY-NO = FUNCTION INTEGER-OF-DATE
                           (WS-CY-LAST (WS-IDX)) + WS-CY-DAYS (WS-IDX)
                       MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NO)
                           TO WS-DUE-DATE
                   END-IF
                   IF WS-DUE-DATE <= WS-TODAY
                       DISPLAY WS-CY-GROUP (WS-IDX) "     " OUT-DAYS
                           "  " WS-CY-LAST (WS-IDX) "    "
                           WS-DUE-DATE "  DUE"
                   ELSE
                       DISPLAY WS-CY-GROUP (WS-IDX) "     " OUT-DAYS
                           "  " WS-CY-LAST (WS-IDX) "    "
                           WS-DUE-DATE
                   END-IF
               END-IF
           END-PERFORM.

       CYCLE-SCHEDULE.
           PERFORM SHOW-SCHEDULE.
           DISPLAY "GROUP TO RESCHEDULE (BLANK TO RETURN): "
               WITH NO ADVANCING.
           ACCEPT WS-GROUP-IN.
           MOVE FUNCTION UPPER-CASE(WS-GROUP-IN) TO WS-GROUP-IN.
           IF WS-GROUP-IN = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-SCHEDULE-ROW.
           IF WS-HIT = 0
               IF WS-CY-COUNT >= 100
                   DISPLAY "SCHEDULE TABLE IS FULL."
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CY-COUNT
               MOVE WS-CY-COUNT TO WS-HIT
               MOVE WS-GROUP-IN TO WS-CY-GROUP (WS-HIT)
               MOVE 0 TO WS-CY-LAST (WS-HIT)
           END-IF.
           DISPLAY "DAYS BETWEEN COUNTS (0 = NOT SCHEDULED): "
               WITH NO ADVANCING.
           ACCEPT WS-CY-DAYS (WS-HIT).
           PERFORM SAVE-SCHEDULE.
           DISPLAY "GROUP " WS-GROUP-IN " RESCHEDULED.".
           ACCEPT OMITTED.
       END PROGRAM INVCOUNT.
