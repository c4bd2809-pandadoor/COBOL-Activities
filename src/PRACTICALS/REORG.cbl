       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORG.
      *    MASS REORGANIZATION OF DEPARTMENTS AND SUPERVISORS. A
      *    BATCH IS BUILT EITHER FROM THE MAPPING FILE REORGMAP.DAT
      *    (TYPE D MOVES EVERYONE IN AN OLD DEPARTMENT TO A NEW ONE,
      *    TYPE S MOVES EVERYONE REPORTING TO AN OLD SUPERVISOR TO A
      *    NEW ONE) OR FROM A LIST OF EMPLOYEE IDS ON REORGLST.DAT
      *    WITH THE NEW DEPARTMENT AND/OR SUPERVISOR KEYED ONCE. ONE
      *    EFFECTIVE DATE COVERS THE WHOLE BATCH. THE PREVIEW SHOWS
      *    EVERY MOVE, THE POSITION-CONTROL HEADCOUNT BEFORE AND
      *    AFTER FOR EACH DEPARTMENT AND POSITION TOUCHED, AND EVERY
      *    SUPERVISOR REFERENCE THE BATCH WOULD LEAVE POINTING AT
      *    SOMEONE NOT ACTIVE ON THE MASTER. ON CONFIRMATION EACH
      *    MOVE GETS ITS DEPTHIST.DAT ROWS THE WAY DEPTXFER WRITES
      *    THEM, THE MASTER IS UPDATED, AND THE MOVE IS LOGGED ON
      *    REORGLOG.DAT UNDER THE BATCH NUMBER. REVERSING A BATCH
      *    PUTS BACK THE OLD DEPARTMENT AND SUPERVISOR AND REMOVES
      *    THE DATED HISTORY ROWS THE BATCH ADDED, FOR EVERY MOVE
      *    NOT CHANGED AGAIN SINCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT EM-MASTER-FILE
           ASSIGN TO "PRACTICALS/EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.
       SELECT DEPT-FILE
           ASSIGN TO "PRACTICALS/DEPTMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPT-STATUS.
       SELECT POSCTRL-FILE
           ASSIGN TO "PRACTICALS/POSCTRL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSCTRL-STATUS.
       SELECT DEPTHIST-FILE
           ASSIGN TO "PRACTICALS/DEPTHIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPTHIST-STATUS.
       SELECT MAP-FILE
           ASSIGN TO "PRACTICALS/REORGMAP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAP-STATUS.
       SELECT LIST-FILE
           ASSIGN TO "PRACTICALS/REORGLST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIST-STATUS.
       SELECT LOG-FILE
           ASSIGN TO "PRACTICALS/REORGLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOG-STATUS.
       SELECT KEEP-FILE
           ASSIGN TO "PRACTICALS/REORG.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS KEEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.

       FD  DEPT-FILE.
       01  DEPT-REC.
           05 DEPT-CODE PIC X(4).
           05 DEPT-FILLER-1 PIC X(1).
           05 DEPT-COST-CENTER PIC X(6).
           05 DEPT-FILLER-2 PIC X(1).
           05 DEPT-NAME PIC X(20).

       FD  POSCTRL-FILE.
       01  POSCTRL-REC.
           05 PO-DEPT PIC X(4).
           05 PO-FILLER-1 PIC X(1).
           05 PO-POSITION PIC X(15).
           05 PO-FILLER-2 PIC X(1).
           05 PO-AUTH-COUNT PIC 9(3).
           05 PO-FILLER-3 PIC X(1).
           05 PO-RATE-LO PIC 9(5)V99.
           05 PO-FILLER-4 PIC X(1).
           05 PO-RATE-HI PIC 9(5)V99.

       FD  DEPTHIST-FILE.
       01  DEPTHIST-REC.
           05 DH-EMP-ID PIC X(8).
           05 DH-FILLER-1 PIC X(1).
           05 DH-DEPT PIC X(4).
           05 DH-FILLER-2 PIC X(1).
           05 DH-EFF-DATE PIC 9(8).

       FD  MAP-FILE.
       01  MAP-REC.
           05 MAP-TYPE PIC X(1).
           05 MAP-FILLER-1 PIC X(1).
           05 MAP-OLD PIC X(8).
           05 MAP-FILLER-2 PIC X(1).
           05 MAP-NEW PIC X(8).

       FD  LIST-FILE.
       01  LIST-REC.
           05 LST-EMP-ID PIC X(8).

       FD  LOG-FILE.
       01  LOG-REC.
           05 RG-BATCH PIC 9(5).
           05 RG-FILLER-1 PIC X(1).
           05 RG-EMP-ID PIC X(8).
           05 RG-FILLER-2 PIC X(1).
           05 RG-OLD-DEPT PIC X(4).
           05 RG-FILLER-3 PIC X(1).
           05 RG-NEW-DEPT PIC X(4).
           05 RG-FILLER-4 PIC X(1).
           05 RG-OLD-SUPER PIC X(8).
           05 RG-FILLER-5 PIC X(1).
           05 RG-NEW-SUPER PIC X(8).
           05 RG-FILLER-6 PIC X(1).
           05 RG-EFF-DATE PIC 9(8).
           05 RG-FILLER-7 PIC X(1).
           05 RG-OPERATOR PIC X(10).
           05 RG-FILLER-8 PIC X(1).
           05 RG-RUN-DATE PIC 9(8).
           05 RG-FILLER-9 PIC X(1).
           05 RG-STATUS PIC X(1).

       FD  KEEP-FILE.
       01  KEEP-REC PIC X(21).

       WORKING-STORAGE SECTION.
       01  EM-FILE-STATUS PIC XX.
       01  DEPT-STATUS PIC XX.
       01  POSCTRL-STATUS PIC XX.
       01  DEPTHIST-STATUS PIC XX.
       01  MAP-STATUS PIC XX.
       01  LIST-STATUS PIC XX.
       01  LOG-STATUS PIC XX.
       01  KEEP-STATUS PIC XX.

       01  WS-CHOICE PIC 9(1).
       01  WS-CONFIRM PIC X(1).
       01  WS-OPERATOR PIC X(10).
       01  WS-TODAY PIC 9(8).
       01  WS-EFF-IN PIC 9(8).
       01  WS-DEPT-IN PIC X(4).
       01  WS-SUPER-IN PIC X(8).
       01  WS-BATCH-NO PIC 9(5).
       01  WS-BATCH-IN PIC 9(5).
       01  WS-FOUND PIC X.
       01  WS-EOF PIC X.
       01  WS-HAS-HIST PIC X.
       01  WS-IDX PIC 9(4).
       01  WS-JDX PIC 9(4).
       01  WS-HIT PIC 9(4).
       01  WS-FIND-ID PIC X(8).
       01  WS-CHAIN PIC X(8).
       01  WS-DEPTH PIC 9(2).
       01  WS-LOOPS PIC X.

       01  WS-EM-COUNT PIC 9(4) VALUE 0.
       01  WS-EM-OVERFLOW PIC X VALUE 'N'.
       01  WS-EM-TABLE.
           05 WS-EM-ENTRY OCCURS 500 TIMES.
               10 WS-EM-ID PIC X(8).
               10 WS-EM-NAME PIC X(15).
               10 WS-EM-STAT PIC X(1).
               10 WS-EM-DEPT PIC X(4).
               10 WS-EM-POS PIC X(15).
               10 WS-EM-SUP PIC X(8).
               10 WS-EM-NEW-DEPT PIC X(4).
               10 WS-EM-NEW-SUP PIC X(8).
               10 WS-EM-MOVE PIC X(1).
               10 WS-EM-NOTE PIC X(35).

       01  WS-DP-COUNT PIC 9(3) VALUE 0.
       01  WS-DP-TABLE.
           05 WS-DP-CODE PIC X(4) OCCURS 100 TIMES.

       01  WS-MP-COUNT PIC 9(3) VALUE 0.
       01  WS-MP-OVERFLOW PIC X VALUE 'N'.
       01  WS-MP-TABLE.
           05 WS-MP-ENTRY OCCURS 100 TIMES.
               10 WS-MP-TYPE PIC X(1).
               10 WS-MP-OLD PIC X(8).
               10 WS-MP-NEW PIC X(8).

       01  WS-PO-COUNT PIC 9(3) VALUE 0.
       01  WS-PO-TABLE.
           05 WS-PO-ENTRY OCCURS 100 TIMES.
               10 WS-PO-DEPT PIC X(4).
               10 WS-PO-POS PIC X(15).
               10 WS-PO-AUTH PIC 9(3).

       01  WS-HC-COUNT PIC 9(3) VALUE 0.
       01  WS-HC-TABLE.
           05 WS-HC-ENTRY OCCURS 200 TIMES.
               10 WS-HC-DEPT PIC X(4).
               10 WS-HC-POS PIC X(15).
       01  WS-HC-DEPT-IN PIC X(4).
       01  WS-HC-POS-IN PIC X(15).
       01  WS-HC-BEFORE PIC 9(4).
       01  WS-HC-AFTER PIC 9(4).
       01  WS-HC-AUTH PIC 9(3).
       01  WS-HC-HAVE PIC X.

       01  WS-LG-COUNT PIC 9(4) VALUE 0.
       01  WS-LG-OVERFLOW PIC X VALUE 'N'.
       01  WS-LG-TABLE.
           05 WS-LG-ENTRY OCCURS 2000 TIMES.
               10 WS-LG-BATCH PIC 9(5).
               10 WS-LG-EMP PIC X(8).
               10 WS-LG-OLD-DEPT PIC X(4).
               10 WS-LG-NEW-DEPT PIC X(4).
               10 WS-LG-OLD-SUP PIC X(8).
               10 WS-LG-NEW-SUP PIC X(8).
               10 WS-LG-EFF PIC 9(8).
               10 WS-LG-OPER PIC X(10).
               10 WS-LG-RUN PIC 9(8).
               10 WS-LG-STA PIC X(1).
               10 WS-LG-UNDO PIC X(1).

       01  WS-MOVERS PIC 9(4).
       01  WS-SKIPPED PIC 9(4).
       01  WS-ORPHANS PIC 9(4).
       01  WS-APPLIED PIC 9(4).
       01  WS-REVERSED PIC 9(4).
       01  WS-NOT-REVERSED PIC 9(4).
       01  WS-LIST-APPLIED PIC 9(4).
       01  WS-LIST-REVERSED PIC 9(4).
       01  WS-LIST-BATCH PIC 9(5).
       01  WS-LIST-EFF PIC 9(8).
       01  WS-LIST-RUN PIC 9(8).
       01  WS-LIST-OPER PIC X(10).
       01  OUT-COUNT PIC ZZZ9.
       01  OUT-AUTH PIC ZZ9.
       01  OUT-BEFORE PIC ZZZ9.
       01  OUT-AFTER PIC ZZZ9.
       01  OUT-BATCH PIC ZZZZ9.

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-DAYS PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  EXC-LOG-PROGRAM-ID PIC X(10).
       01  EXC-LOG-CONTEXT PIC X(20).
       01  EXC-LOG-REASON PIC X(40).

       01  LTR-TYPE PIC X(4).
       01  LTR-EMP-ID PIC X(8).
       01  LTR-EFF-DATE PIC 9(8).
       01  LTR-OLD PIC X(13).
       01  LTR-NEW PIC X(13).
       01  LTR-AMT PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           DISPLAY "MASS REORGANIZATION".
           DISPLAY "1 - REORGANIZE FROM THE MAPPING FILE (REORGMAP)".
           DISPLAY "2 - MOVE A LIST OF EMPLOYEES (REORGLST)".
           DISPLAY "3 - REVERSE A REORGANIZATION BATCH".
           DISPLAY "4 - LIST REORGANIZATION BATCHES".
           DISPLAY "0 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           IF WS-CHOICE = 0
               GOBACK
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM BUILD-FROM-MAPPING
            WHEN 2
               PERFORM BUILD-FROM-LIST
            WHEN 3
               PERFORM REVERSE-BATCH
            WHEN 4
               PERFORM LIST-BATCHES
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           ACCEPT OMITTED.
           PERFORM MAIN-PARA.

       ACCEPT-EFFECTIVE-DATE.
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

      *    EVERY EMPLOYEE ON THE MASTER IS HELD WITH A PROJECTED
      *    DEPARTMENT AND SUPERVISOR, STARTING AS THE CURRENT ONES,
      *    SO THE HEADCOUNT AND THE SUPERVISOR CHECKS CAN BE RUN
      *    AGAINST THE ORGANIZATION AS IT WILL BE AFTER THE BATCH.
       LOAD-EMPLOYEES.
           MOVE 0 TO WS-EM-COUNT.
           MOVE 'N' TO WS-EM-OVERFLOW.
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ EM-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-EM-COUNT >= 500
                           MOVE 'Y' TO WS-EM-OVERFLOW
                       ELSE
                           PERFORM STORE-EMPLOYEE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EM-MASTER-FILE.
           IF WS-EM-OVERFLOW = 'Y'
               DISPLAY "WARNING: EMPLOYEE MASTER EXCEEDS THE 500-ROW"
                   " TABLE. REORGANIZATION IS SUSPENDED."
           END-IF.

       STORE-EMPLOYEE-ROW.
           ADD 1 TO WS-EM-COUNT.
           MOVE EM-EMP-ID TO WS-EM-ID (WS-EM-COUNT).
           MOVE EM-NAME TO WS-EM-NAME (WS-EM-COUNT).
           MOVE EM-STATUS TO WS-EM-STAT (WS-EM-COUNT).
           MOVE EM-DEPT-CODE TO WS-EM-DEPT (WS-EM-COUNT).
           MOVE EM-POSITION TO WS-EM-POS (WS-EM-COUNT).
           MOVE EM-SUPERVISOR TO WS-EM-SUP (WS-EM-COUNT).
           MOVE EM-DEPT-CODE TO WS-EM-NEW-DEPT (WS-EM-COUNT).
           MOVE EM-SUPERVISOR TO WS-EM-NEW-SUP (WS-EM-COUNT).
           MOVE 'N' TO WS-EM-MOVE (WS-EM-COUNT).
           MOVE SPACES TO WS-EM-NOTE (WS-EM-COUNT).

       FIND-EMPLOYEE.
           MOVE 0 TO WS-HIT.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-EM-COUNT OR WS-HIT > 0
               IF WS-EM-ID (WS-JDX) = WS-FIND-ID
                   MOVE WS-JDX TO WS-HIT
               END-IF
           END-PERFORM.

       LOAD-DEPARTMENTS.
           MOVE 0 TO WS-DP-COUNT.
           OPEN INPUT DEPT-FILE.
           IF DEPT-STATUS = "00"
               PERFORM UNTIL DEPT-STATUS NOT = "00"
                   OR WS-DP-COUNT >= 100
                   READ DEPT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-DP-COUNT
                           MOVE DEPT-CODE TO WS-DP-CODE (WS-DP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE
           END-IF.

       LOAD-POSITION-CONTROL.
           MOVE 0 TO WS-PO-COUNT.
           OPEN INPUT POSCTRL-FILE.
           IF POSCTRL-STATUS = "00"
               PERFORM UNTIL POSCTRL-STATUS NOT = "00"
                   OR WS-PO-COUNT >= 100
                   READ POSCTRL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PO-AUTH-COUNT IS NUMERIC
                               ADD 1 TO WS-PO-COUNT
                               MOVE PO-DEPT TO WS-PO-DEPT (WS-PO-COUNT)
                               MOVE PO-POSITION TO
                                   WS-PO-POS (WS-PO-COUNT)
                               MOVE PO-AUTH-COUNT TO
                                   WS-PO-AUTH (WS-PO-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSCTRL-FILE
           END-IF.

      *    TYPE D ROWS MAP DEPARTMENTS (CODE IN THE FIRST FOUR
      *    POSITIONS), TYPE S ROWS MAP SUPERVISOR IDS. AN ACTIVE
      *    EMPLOYEE MAY BE CAUGHT BY ONE OF EACH.
       BUILD-FROM-MAPPING.
           PERFORM LOAD-EMPLOYEES.
           IF WS-EM-OVERFLOW = 'Y' OR WS-EM-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-MP-COUNT.
           MOVE 'N' TO WS-MP-OVERFLOW.
           OPEN INPUT MAP-FILE.
           IF MAP-STATUS NOT = "00"
               DISPLAY "NO MAPPING FILE AT PRACTICALS/REORGMAP.DAT."
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL MAP-STATUS NOT = "00"
               READ MAP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(MAP-TYPE) TO MAP-TYPE
                       IF MAP-TYPE = 'D' OR MAP-TYPE = 'S'
                           IF WS-MP-COUNT >= 100
                               MOVE 'Y' TO WS-MP-OVERFLOW
                           ELSE
                               ADD 1 TO WS-MP-COUNT
                               MOVE MAP-TYPE TO WS-MP-TYPE (WS-MP-COUNT)
                               MOVE MAP-OLD TO WS-MP-OLD (WS-MP-COUNT)
                               MOVE MAP-NEW TO WS-MP-NEW (WS-MP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MAP-FILE.
           IF WS-MP-OVERFLOW = 'Y'
               DISPLAY "MAPPING FILE EXCEEDS 100 ROWS - NOTHING DONE."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-EFFECTIVE-DATE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EM-COUNT
               IF WS-EM-STAT (WS-IDX) NOT = 'I'
                   PERFORM MAP-ONE-EMPLOYEE
               END-IF
           END-PERFORM.
           PERFORM PREVIEW-AND-APPLY.

       MAP-ONE-EMPLOYEE.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-MP-COUNT
               IF WS-MP-TYPE (WS-JDX) = 'D'
                   AND WS-MP-OLD (WS-JDX) (1:4) = WS-EM-DEPT (WS-IDX)
                   MOVE WS-MP-NEW (WS-JDX) (1:4) TO
                       WS-EM-NEW-DEPT (WS-IDX)
               END-IF
               IF WS-MP-TYPE (WS-JDX) = 'S'
                   AND WS-EM-SUP (WS-IDX) NOT = SPACES
                   AND WS-MP-OLD (WS-JDX) = WS-EM-SUP (WS-IDX)
                   MOVE WS-MP-NEW (WS-JDX) TO WS-EM-NEW-SUP (WS-IDX)
               END-IF
           END-PERFORM.
           IF WS-EM-NEW-DEPT (WS-IDX) NOT = WS-EM-DEPT (WS-IDX)
               OR WS-EM-NEW-SUP (WS-IDX) NOT = WS-EM-SUP (WS-IDX)
               MOVE 'Y' TO WS-EM-MOVE (WS-IDX)
           END-IF.

      *    THE LIST NAMES THE PEOPLE; THE DESTINATION IS KEYED ONCE.
      *    A BLANK DEPARTMENT OR SUPERVISOR LEAVES THAT ONE AS IT IS.
       BUILD-FROM-LIST.
           PERFORM LOAD-EMPLOYEES.
           IF WS-EM-OVERFLOW = 'Y' OR WS-EM-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT LIST-FILE.
           IF LIST-STATUS NOT = "00"
               DISPLAY "NO EMPLOYEE LIST AT PRACTICALS/REORGLST.DAT."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NEW DEPARTMENT (BLANK TO LEAVE AS IS): "
               WITH NO ADVANCING.
           ACCEPT WS-DEPT-IN.
           MOVE FUNCTION UPPER-CASE(WS-DEPT-IN) TO WS-DEPT-IN.
           DISPLAY "NEW SUPERVISOR ID (BLANK TO LEAVE AS IS): "
               WITH NO ADVANCING.
           ACCEPT WS-SUPER-IN.
           IF WS-DEPT-IN = SPACES AND WS-SUPER-IN = SPACES
               DISPLAY "NOTHING TO CHANGE."
               CLOSE LIST-FILE
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-EFFECTIVE-DATE.
           PERFORM UNTIL LIST-STATUS NOT = "00"
               READ LIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LST-EMP-ID NOT = SPACES
                           PERFORM LIST-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIST-FILE.
           PERFORM PREVIEW-AND-APPLY.

       LIST-ONE-EMPLOYEE.
           MOVE LST-EMP-ID TO WS-FIND-ID.
           PERFORM FIND-EMPLOYEE.
           IF WS-HIT = 0
               DISPLAY LST-EMP-ID "  NOT ON MASTER - NOT MOVED"
               EXIT PARAGRAPH
           END-IF.
           IF WS-EM-STAT (WS-HIT) = 'I'
               DISPLAY LST-EMP-ID "  INACTIVE - NOT MOVED"
               EXIT PARAGRAPH
           END-IF.
           IF WS-DEPT-IN NOT = SPACES
               MOVE WS-DEPT-IN TO WS-EM-NEW-DEPT (WS-HIT)
           END-IF.
           IF WS-SUPER-IN NOT = SPACES
               MOVE WS-SUPER-IN TO WS-EM-NEW-SUP (WS-HIT)
           END-IF.
           IF WS-EM-NEW-DEPT (WS-HIT) NOT = WS-EM-DEPT (WS-HIT)
               OR WS-EM-NEW-SUP (WS-HIT) NOT = WS-EM-SUP (WS-HIT)
               MOVE 'Y' TO WS-EM-MOVE (WS-HIT)
           END-IF.

       PREVIEW-AND-APPLY.
           PERFORM LOAD-DEPARTMENTS.
           PERFORM LOAD-POSITION-CONTROL.
           PERFORM VALIDATE-MOVES.
           PERFORM SHOW-MOVES.
           IF WS-MOVERS = 0
               DISPLAY "NO EMPLOYEE WOULD MOVE - NOTHING TO APPLY."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-HEADCOUNT.
           PERFORM SHOW-ORPHANS.
           DISPLAY "APPLY THIS REORGANIZATION? (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "REORGANIZATION NOT APPLIED."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           PERFORM APPLY-BATCH.

      *    A MOVE IS DROPPED FROM THE BATCH, WITH THE REASON SHOWN,
      *    WHEN THE NEW DEPARTMENT IS NOT ON THE DEPARTMENT MASTER,
      *    THE NEW SUPERVISOR IS NOT AN ACTIVE EMPLOYEE, OR THE NEW
      *    CHAIN WOULD COME BACK AROUND TO THE EMPLOYEE.
       VALIDATE-MOVES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EM-COUNT
               IF WS-EM-MOVE (WS-IDX) = 'Y'
                   PERFORM VALIDATE-ONE-MOVE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EM-COUNT
               IF WS-EM-MOVE (WS-IDX) = 'Y'
                   AND WS-EM-NEW-SUP (WS-IDX) NOT = WS-EM-SUP (WS-IDX)
                   PERFORM CHECK-CHAIN-LOOP
                   IF WS-LOOPS = 'Y'
                       MOVE "NEW SUPERVISOR CHAIN WOULD LOOP" TO
                           WS-EM-NOTE (WS-IDX)
                       PERFORM DROP-MOVE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-MOVERS WS-SKIPPED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EM-COUNT
               IF WS-EM-MOVE (WS-IDX) = 'Y'
                   ADD 1 TO WS-MOVERS
               END-IF
               IF WS-EM-MOVE (WS-IDX) = 'S'
                   ADD 1 TO WS-SKIPPED
               END-IF
           END-PERFORM.

       VALIDATE-ONE-MOVE.
           IF WS-EM-NEW-DEPT (WS-IDX) NOT = WS-EM-DEPT (WS-IDX)
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX > WS-DP-COUNT OR WS-FOUND = 'Y'
                   IF WS-DP-CODE (WS-JDX) = WS-EM-NEW-DEPT (WS-IDX)
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N'
                   MOVE "NEW DEPARTMENT NOT ON DEPT MASTER" TO
                       WS-EM-NOTE (WS-IDX)
                   PERFORM DROP-MOVE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-EM-NEW-SUP (WS-IDX) = WS-EM-SUP (WS-IDX)
               OR WS-EM-NEW-SUP (WS-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-EM-NEW-SUP (WS-IDX) = WS-EM-ID (WS-IDX)
               MOVE "CANNOT SUPERVISE THEMSELVES" TO
                   WS-EM-NOTE (WS-IDX)
               PERFORM DROP-MOVE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EM-NEW-SUP (WS-IDX) TO WS-FIND-ID.
           PERFORM FIND-EMPLOYEE.
           IF WS-HIT = 0
               MOVE "NEW SUPERVISOR NOT ON MASTER" TO
                   WS-EM-NOTE (WS-IDX)
               PERFORM DROP-MOVE
               EXIT PARAGRAPH
           END-IF.
           IF WS-EM-STAT (WS-HIT) = 'I'
               MOVE "NEW SUPERVISOR IS INACTIVE" TO
                   WS-EM-NOTE (WS-IDX)
               PERFORM DROP-MOVE
           END-IF.

       DROP-MOVE.
           MOVE 'S' TO WS-EM-MOVE (WS-IDX).
           MOVE WS-EM-DEPT (WS-IDX) TO WS-EM-NEW-DEPT (WS-IDX).
           MOVE WS-EM-SUP (WS-IDX) TO WS-EM-NEW-SUP (WS-IDX).

      *    FOLLOWS THE PROJECTED CHAIN UPWARD FROM THE NEW
      *    SUPERVISOR; MORE THAN 20 LEVELS MEANS A LOOP AMONG
      *    OTHERS, AS THE MASTER SCREEN TREATS IT.
       CHECK-CHAIN-LOOP.
           MOVE 'N' TO WS-LOOPS.
           MOVE WS-EM-NEW-SUP (WS-IDX) TO WS-CHAIN.
           MOVE 0 TO WS-DEPTH.
           PERFORM UNTIL WS-CHAIN = SPACES OR WS-LOOPS = 'Y'
               ADD 1 TO WS-DEPTH
               IF WS-DEPTH > 20 OR WS-CHAIN = WS-EM-ID (WS-IDX)
                   MOVE 'Y' TO WS-LOOPS
               ELSE
                   MOVE WS-CHAIN TO WS-FIND-ID
                   PERFORM FIND-EMPLOYEE
                   IF WS-HIT = 0
                       MOVE SPACES TO WS-CHAIN
                   ELSE
                       MOVE WS-EM-NEW-SUP (WS-HIT) TO WS-CHAIN
                   END-IF
               END-IF
           END-PERFORM.

       SHOW-MOVES.
           DISPLAY SPACE.
           DISPLAY "EMP-ID    NAME             DEPT  NEW   SUPER"
               "     NEW SUPER".
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EM-COUNT
               IF WS-EM-MOVE (WS-IDX) = 'Y'
                   DISPLAY WS-EM-ID (WS-IDX) "  " WS-EM-NAME (WS-IDX)
                       "  " WS-EM-DEPT (WS-IDX) "  "
                       WS-EM-NEW-DEPT (WS-IDX) "  " WS-EM-SUP (WS-IDX)
                       "  " WS-EM-NEW-SUP (WS-IDX)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EM-COUNT
               IF WS-EM-MOVE (WS-IDX) = 'S'
                   DISPLAY WS-EM-ID (WS-IDX) "  " WS-EM-NAME (WS-IDX)
                       "  NOT MOVED: " WS-EM-NOTE (WS-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-MOVERS TO OUT-COUNT.
           DISPLAY "EMPLOYEES MOVING:  " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-SKIPPED TO OUT-COUNT.
           DISPLAY "MOVES DROPPED:     " FUNCTION TRIM(OUT-COUNT).

      *    EVERY DEPARTMENT AND POSITION A MOVER LEAVES OR JOINS,
      *    WITH THE ACTIVE HEADCOUNT NOW AND AFTER THE BATCH
      *    AGAINST THE AUTHORIZED SEATS ON POSCTRL.DAT.
       SHOW-HEADCOUNT.
           MOVE 0 TO WS-HC-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EM-COUNT
               IF WS-EM-MOVE (WS-IDX) = 'Y'
                   AND WS-EM-NEW-DEPT (WS-IDX) NOT = WS-EM-DEPT (WS-IDX)
                   MOVE WS-EM-DEPT (WS-IDX) TO WS-HC-DEPT-IN
                   MOVE WS-EM-POS (WS-IDX) TO WS-HC-POS-IN
                   PERFORM ADD-HEADCOUNT-ROW
                   MOVE WS-EM-NEW-DEPT (WS-IDX) TO WS-HC-DEPT-IN
                   PERFORM ADD-HEADCOUNT-ROW
               END-IF
           END-PERFORM.
           IF WS-HC-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY SPACE.
           DISPLAY "POSITION CONTROL AFTER THE BATCH".
           DISPLAY "DEPT  POSITION         AUTH  NOW AFTER".
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-HC-COUNT
               PERFORM SHOW-ONE-HEADCOUNT
           END-PERFORM.

       ADD-HEADCOUNT-ROW.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-HC-COUNT OR WS-FOUND = 'Y'
               IF WS-HC-DEPT (WS-JDX) = WS-HC-DEPT-IN
                   AND WS-HC-POS (WS-JDX) = WS-HC-POS-IN
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N' AND WS-HC-COUNT < 200
               ADD 1 TO WS-HC-COUNT
               MOVE WS-HC-DEPT-IN TO WS-HC-DEPT (WS-HC-COUNT)
               MOVE WS-HC-POS-IN TO WS-HC-POS (WS-HC-COUNT)
           END-IF.

       SHOW-ONE-HEADCOUNT.
           MOVE 0 TO WS-HC-BEFORE WS-HC-AFTER.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EM-COUNT
               IF WS-EM-STAT (WS-IDX) NOT = 'I'
                   AND WS-EM-POS (WS-IDX) = WS-HC-POS (WS-JDX)
                   IF WS-EM-DEPT (WS-IDX) = WS-HC-DEPT (WS-JDX)
                       ADD 1 TO WS-HC-BEFORE
                   END-IF
                   IF WS-EM-NEW-DEPT (WS-IDX) = WS-HC-DEPT (WS-JDX)
                       ADD 1 TO WS-HC-AFTER
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-HC-HAVE.
           MOVE 0 TO WS-HC-AUTH.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PO-COUNT OR WS-HC-HAVE = 'Y'
               IF WS-PO-DEPT (WS-IDX) = WS-HC-DEPT (WS-JDX)
                   AND WS-PO-POS (WS-IDX) = WS-HC-POS (WS-JDX)
                   MOVE 'Y' TO WS-HC-HAVE
                   MOVE WS-PO-AUTH (WS-IDX) TO WS-HC-AUTH
               END-IF
           END-PERFORM.
           MOVE WS-HC-AUTH TO OUT-AUTH.
           MOVE WS-HC-BEFORE TO OUT-BEFORE.
           MOVE WS-HC-AFTER TO OUT-AFTER.
           IF WS-HC-HAVE = 'N'
               DISPLAY WS-HC-DEPT (WS-JDX) "  " WS-HC-POS (WS-JDX)
                   "  ---  " OUT-BEFORE " " OUT-AFTER
                   "  NO POSITION CONTROL ROW"
           ELSE
               IF WS-HC-AFTER > WS-HC-AUTH
                   DISPLAY WS-HC-DEPT (WS-JDX) "  " WS-HC-POS (WS-JDX)
                       "  " OUT-AUTH "  " OUT-BEFORE " " OUT-AFTER
                       "  OVER AUTHORIZED HEADCOUNT"
               ELSE
                   DISPLAY WS-HC-DEPT (WS-JDX) "  " WS-HC-POS (WS-JDX)
                       "  " OUT-AUTH "  " OUT-BEFORE " " OUT-AFTER
               END-IF
           END-IF.

      *    AN ORPHANED REFERENCE IS AN ACTIVE EMPLOYEE WHOSE
      *    SUPERVISOR, AS IT WILL STAND AFTER THE BATCH, IS NOT ON
      *    THE MASTER OR IS NO LONGER ACTIVE - TYPICALLY THE PEOPLE
      *    LEFT BEHIND UNDER A DEPARTED MANAGER THE MAPPING MISSED.
       SHOW-ORPHANS.
           MOVE 0 TO WS-ORPHANS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EM-COUNT
               IF WS-EM-STAT (WS-IDX) NOT = 'I'
                   AND WS-EM-NEW-SUP (WS-IDX) NOT = SPACES
                   MOVE WS-EM-NEW-SUP (WS-IDX) TO WS-FIND-ID
                   PERFORM FIND-EMPLOYEE
                   IF WS-HIT = 0
                       PERFORM SHOW-ONE-ORPHAN
                       DISPLAY "    SUPERVISOR NOT ON MASTER"
                   ELSE
                       IF WS-EM-STAT (WS-HIT) = 'I'
                           PERFORM SHOW-ONE-ORPHAN
                           DISPLAY "    SUPERVISOR IS INACTIVE"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ORPHANS = 0
               DISPLAY "NO ORPHANED SUPERVISOR REFERENCES."
           END-IF.

       SHOW-ONE-ORPHAN.
           ADD 1 TO WS-ORPHANS.
           IF WS-ORPHANS = 1
               DISPLAY SPACE
               DISPLAY "ORPHANED SUPERVISOR REFERENCES AFTER THE BATCH"
           END-IF.
           DISPLAY WS-EM-ID (WS-IDX) "  " WS-EM-NAME (WS-IDX)
               "  REPORTS TO " WS-EM-NEW-SUP (WS-IDX)
               WITH NO ADVANCING.

      *    ONE PASS OVER THE MOVERS. A RECORD CHANGED BY SOMEONE
      *    ELSE SINCE THE PREVIEW IS LEFT ALONE AND REPORTED.
       APPLY-BATCH.
           PERFORM NEXT-BATCH-NUMBER.
           OPEN I-O EM-MASTER-FILE.
           IF EM-FILE-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - NOTHING DONE."
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND LOG-FILE.
           IF LOG-STATUS = "05" OR LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
           MOVE 0 TO WS-APPLIED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EM-COUNT
               IF WS-EM-MOVE (WS-IDX) = 'Y'
                   PERFORM APPLY-ONE-MOVE
               END-IF
           END-PERFORM.
           CLOSE LOG-FILE.
           CLOSE EM-MASTER-FILE.
           PERFORM LOG-ORPHANS.
           MOVE WS-BATCH-NO TO OUT-BATCH.
           MOVE WS-APPLIED TO OUT-COUNT.
           DISPLAY "BATCH " FUNCTION TRIM(OUT-BATCH) " APPLIED: "
               FUNCTION TRIM(OUT-COUNT) " EMPLOYEES MOVED EFFECTIVE "
               WS-EFF-IN ".".

       APPLY-ONE-MOVE.
           MOVE WS-EM-ID (WS-IDX) TO EM-EMP-ID.
           READ EM-MASTER-FILE
               INVALID KEY
                   DISPLAY WS-EM-ID (WS-IDX) "  NO LONGER ON MASTER"
                       " - NOT MOVED"
                   EXIT PARAGRAPH
           END-READ.
           IF EM-DEPT-CODE NOT = WS-EM-DEPT (WS-IDX)
               OR EM-SUPERVISOR NOT = WS-EM-SUP (WS-IDX)
               DISPLAY WS-EM-ID (WS-IDX) "  CHANGED SINCE THE PREVIEW"
                   " - NOT MOVED"
               EXIT PARAGRAPH
           END-IF.
           IF WS-EM-NEW-DEPT (WS-IDX) NOT = WS-EM-DEPT (WS-IDX)
               PERFORM WRITE-DEPT-HISTORY
               MOVE "XFER" TO LTR-TYPE
               MOVE WS-EM-ID (WS-IDX) TO LTR-EMP-ID
               MOVE WS-EFF-IN TO LTR-EFF-DATE
               MOVE WS-EM-DEPT (WS-IDX) TO LTR-OLD
               MOVE WS-EM-NEW-DEPT (WS-IDX) TO LTR-NEW
               CALL "LTRQUE" USING LTR-TYPE LTR-EMP-ID LTR-EFF-DATE
                   LTR-OLD LTR-NEW
           END-IF.
           MOVE WS-EM-NEW-DEPT (WS-IDX) TO EM-DEPT-CODE.
           MOVE WS-EM-NEW-SUP (WS-IDX) TO EM-SUPERVISOR.
           REWRITE EM-MASTER-REC.
           MOVE SPACES TO LOG-REC.
           MOVE WS-BATCH-NO TO RG-BATCH.
           MOVE WS-EM-ID (WS-IDX) TO RG-EMP-ID.
           MOVE WS-EM-DEPT (WS-IDX) TO RG-OLD-DEPT.
           MOVE WS-EM-NEW-DEPT (WS-IDX) TO RG-NEW-DEPT.
           MOVE WS-EM-SUP (WS-IDX) TO RG-OLD-SUPER.
           MOVE WS-EM-NEW-SUP (WS-IDX) TO RG-NEW-SUPER.
           MOVE WS-EFF-IN TO RG-EFF-DATE.
           MOVE WS-OPERATOR TO RG-OPERATOR.
           MOVE WS-TODAY TO RG-RUN-DATE.
           MOVE 'A' TO RG-STATUS.
           WRITE LOG-REC.
           ADD 1 TO WS-APPLIED.

      *    AS DEPTXFER DOES IT: AN EMPLOYEE WITH NO HISTORY YET GETS
      *    AN OPENING ROW FOR THE CURRENT DEPARTMENT FROM THE HIRE
      *    DATE, THEN THE DATED ROW FOR THE NEW ONE.
       WRITE-DEPT-HISTORY.
           PERFORM CHECK-HAS-HISTORY.
           OPEN EXTEND DEPTHIST-FILE.
           IF DEPTHIST-STATUS = "05" OR DEPTHIST-STATUS = "35"
               OPEN OUTPUT DEPTHIST-FILE
           END-IF.
           IF WS-HAS-HIST = 'N'
               MOVE SPACES TO DEPTHIST-REC
               MOVE EM-EMP-ID TO DH-EMP-ID
               MOVE EM-DEPT-CODE TO DH-DEPT
               IF EM-HIRE-DATE IS NUMERIC AND EM-HIRE-DATE > 0
                   MOVE EM-HIRE-DATE TO DH-EFF-DATE
               ELSE
                   MOVE 0 TO DH-EFF-DATE
               END-IF
               WRITE DEPTHIST-REC
           END-IF.
           MOVE SPACES TO DEPTHIST-REC.
           MOVE EM-EMP-ID TO DH-EMP-ID.
           MOVE WS-EM-NEW-DEPT (WS-IDX) TO DH-DEPT.
           MOVE WS-EFF-IN TO DH-EFF-DATE.
           WRITE DEPTHIST-REC.
           CLOSE DEPTHIST-FILE.

       CHECK-HAS-HISTORY.
           MOVE 'N' TO WS-HAS-HIST.
           OPEN INPUT DEPTHIST-FILE.
           IF DEPTHIST-STATUS = "00"
               PERFORM UNTIL DEPTHIST-STATUS NOT = "00"
                   OR WS-HAS-HIST = 'Y'
                   READ DEPTHIST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DH-EMP-ID = EM-EMP-ID
                               MOVE 'Y' TO WS-HAS-HIST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPTHIST-FILE
           END-IF.

       LOG-ORPHANS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EM-COUNT
               IF WS-EM-STAT (WS-IDX) NOT = 'I'
                   AND WS-EM-NEW-SUP (WS-IDX) NOT = SPACES
                   MOVE WS-EM-NEW-SUP (WS-IDX) TO WS-FIND-ID
                   PERFORM FIND-EMPLOYEE
                   IF WS-HIT = 0
                       PERFORM LOG-ONE-ORPHAN
                   ELSE
                       IF WS-EM-STAT (WS-HIT) = 'I'
                           PERFORM LOG-ONE-ORPHAN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       LOG-ONE-ORPHAN.
           MOVE "REORG" TO EXC-LOG-PROGRAM-ID.
           MOVE WS-EM-ID (WS-IDX) TO EXC-LOG-CONTEXT.
           MOVE SPACES TO EXC-LOG-REASON.
           STRING "SUPERVISOR " WS-EM-NEW-SUP (WS-IDX)
               " NOT ACTIVE ON MASTER" DELIMITED BY SIZE
               INTO EXC-LOG-REASON.
           CALL "EXCLOG" USING EXC-LOG-PROGRAM-ID EXC-LOG-CONTEXT
               EXC-LOG-REASON.

       NEXT-BATCH-NUMBER.
           MOVE 0 TO WS-BATCH-NO.
           OPEN INPUT LOG-FILE.
           IF LOG-STATUS = "00"
               PERFORM UNTIL LOG-STATUS NOT = "00"
                   READ LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RG-BATCH IS NUMERIC
                               AND RG-BATCH > WS-BATCH-NO
                               MOVE RG-BATCH TO WS-BATCH-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF.
           ADD 1 TO WS-BATCH-NO.

       LOAD-LOG.
           MOVE 0 TO WS-LG-COUNT.
           MOVE 'N' TO WS-LG-OVERFLOW.
           OPEN INPUT LOG-FILE.
           IF LOG-STATUS = "00"
               PERFORM UNTIL LOG-STATUS NOT = "00"
                   READ LOG-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-LG-COUNT >= 2000
                               MOVE 'Y' TO WS-LG-OVERFLOW
                           ELSE
                               PERFORM STORE-LOG-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF.
           IF WS-LG-OVERFLOW = 'Y'
               DISPLAY "WARNING: REORGLOG.DAT EXCEEDS THE 2000-ROW"
                   " TABLE. REVERSALS ARE SUSPENDED."
           END-IF.

       STORE-LOG-ROW.
           ADD 1 TO WS-LG-COUNT.
           MOVE RG-BATCH TO WS-LG-BATCH (WS-LG-COUNT).
           MOVE RG-EMP-ID TO WS-LG-EMP (WS-LG-COUNT).
           MOVE RG-OLD-DEPT TO WS-LG-OLD-DEPT (WS-LG-COUNT).
           MOVE RG-NEW-DEPT TO WS-LG-NEW-DEPT (WS-LG-COUNT).
           MOVE RG-OLD-SUPER TO WS-LG-OLD-SUP (WS-LG-COUNT).
           MOVE RG-NEW-SUPER TO WS-LG-NEW-SUP (WS-LG-COUNT).
           MOVE RG-EFF-DATE TO WS-LG-EFF (WS-LG-COUNT).
           MOVE RG-OPERATOR TO WS-LG-OPER (WS-LG-COUNT).
           MOVE RG-RUN-DATE TO WS-LG-RUN (WS-LG-COUNT).
           MOVE RG-STATUS TO WS-LG-STA (WS-LG-COUNT).
           MOVE 'N' TO WS-LG-UNDO (WS-LG-COUNT).

       SAVE-LOG.
           IF WS-LG-OVERFLOW = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT LOG-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-LG-COUNT
               MOVE SPACES TO LOG-REC
               MOVE WS-LG-BATCH (WS-IDX) TO RG-BATCH
               MOVE WS-LG-EMP (WS-IDX) TO RG-EMP-ID
               MOVE WS-LG-OLD-DEPT (WS-IDX) TO RG-OLD-DEPT
               MOVE WS-LG-NEW-DEPT (WS-IDX) TO RG-NEW-DEPT
               MOVE WS-LG-OLD-SUP (WS-IDX) TO RG-OLD-SUPER
               MOVE WS-LG-NEW-SUP (WS-IDX) TO RG-NEW-SUPER
               MOVE WS-LG-EFF (WS-IDX) TO RG-EFF-DATE
               MOVE WS-LG-OPER (WS-IDX) TO RG-OPERATOR
               MOVE WS-LG-RUN (WS-IDX) TO RG-RUN-DATE
               MOVE WS-LG-STA (WS-IDX) TO RG-STATUS
               WRITE LOG-REC
           END-PERFORM.
           CLOSE LOG-FILE.

      *    ONLY A MOVE WHOSE EMPLOYEE STILL HAS THE BATCH'S
      *    DEPARTMENT AND SUPERVISOR IS PUT BACK; ANYTHING CHANGED
      *    SINCE IS REPORTED AND LEFT APPLIED. THE OPENING HISTORY
      *    ROW A FIRST TRANSFER WROTE STAYS - IT IS STILL TRUE.
       REVERSE-BATCH.
           PERFORM LOAD-LOG.
           IF WS-LG-OVERFLOW = 'Y'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "BATCH NUMBER TO REVERSE: " WITH NO ADVANCING.
           ACCEPT WS-BATCH-IN.
           MOVE 0 TO WS-MOVERS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-LG-COUNT
               IF WS-LG-BATCH (WS-IDX) = WS-BATCH-IN
                   AND WS-LG-STA (WS-IDX) = 'A'
                   ADD 1 TO WS-MOVERS
               END-IF
           END-PERFORM.
           IF WS-MOVERS = 0
               DISPLAY "NO APPLIED MOVES ON FILE FOR THAT BATCH."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MOVERS TO OUT-COUNT.
           DISPLAY FUNCTION TRIM(OUT-COUNT) " MOVES TO REVERSE."
               " PROCEED? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "BATCH NOT REVERSED."
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O EM-MASTER-FILE.
           IF EM-FILE-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - NOTHING DONE."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-REVERSED WS-NOT-REVERSED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-LG-COUNT
               IF WS-LG-BATCH (WS-IDX) = WS-BATCH-IN
                   AND WS-LG-STA (WS-IDX) = 'A'
                   PERFORM REVERSE-ONE-MOVE
               END-IF
           END-PERFORM.
           CLOSE EM-MASTER-FILE.
           PERFORM REMOVE-BATCH-HISTORY.
           PERFORM SAVE-LOG.
           MOVE WS-REVERSED TO OUT-COUNT.
           DISPLAY "MOVES REVERSED:      " FUNCTION TRIM(OUT-COUNT).
           MOVE WS-NOT-REVERSED TO OUT-COUNT.
           DISPLAY "MOVES LEFT APPLIED:  " FUNCTION TRIM(OUT-COUNT).

       REVERSE-ONE-MOVE.
           MOVE WS-LG-EMP (WS-IDX) TO EM-EMP-ID.
           READ EM-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-REVERSED
                   DISPLAY WS-LG-EMP (WS-IDX) "  NO LONGER ON MASTER"
                   EXIT PARAGRAPH
           END-READ.
           IF EM-DEPT-CODE NOT = WS-LG-NEW-DEPT (WS-IDX)
               OR EM-SUPERVISOR NOT = WS-LG-NEW-SUP (WS-IDX)
               ADD 1 TO WS-NOT-REVERSED
               DISPLAY WS-LG-EMP (WS-IDX) "  CHANGED SINCE THE BATCH"
                   " - LEFT AS IT IS"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LG-OLD-DEPT (WS-IDX) TO EM-DEPT-CODE.
           MOVE WS-LG-OLD-SUP (WS-IDX) TO EM-SUPERVISOR.
           REWRITE EM-MASTER-REC.
           MOVE 'R' TO WS-LG-STA (WS-IDX).
           IF WS-LG-NEW-DEPT (WS-IDX) NOT = WS-LG-OLD-DEPT (WS-IDX)
               MOVE 'Y' TO WS-LG-UNDO (WS-IDX)
           END-IF.
           ADD 1 TO WS-REVERSED.

      *    THE HISTORY FILE IS COPIED WITHOUT THE BATCH'S DATED ROWS
      *    TO A WORK FILE AND THE WORK FILE COPIED BACK, AS THE
      *    ARCHIVE PURGE DOES IT.
       REMOVE-BATCH-HISTORY.
           OPEN INPUT DEPTHIST-FILE.
           IF DEPTHIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT KEEP-FILE.
           PERFORM UNTIL DEPTHIST-STATUS NOT = "00"
               READ DEPTHIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM KEEP-OR-DROP-HISTORY
               END-READ
           END-PERFORM.
           CLOSE DEPTHIST-FILE.
           CLOSE KEEP-FILE.
           OPEN INPUT KEEP-FILE.
           OPEN OUTPUT DEPTHIST-FILE.
           PERFORM UNTIL KEEP-STATUS NOT = "00"
               READ KEEP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE KEEP-REC TO DEPTHIST-REC
                       WRITE DEPTHIST-REC
               END-READ
           END-PERFORM.
           CLOSE KEEP-FILE.
           CLOSE DEPTHIST-FILE.

       KEEP-OR-DROP-HISTORY.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-LG-COUNT OR WS-FOUND = 'Y'
               IF WS-LG-UNDO (WS-JDX) = 'Y'
                   AND WS-LG-EMP (WS-JDX) = DH-EMP-ID
                   AND WS-LG-NEW-DEPT (WS-JDX) = DH-DEPT
                   AND WS-LG-EFF (WS-JDX) = DH-EFF-DATE
                   MOVE 'Y' TO WS-FOUND
                   MOVE 'N' TO WS-LG-UNDO (WS-JDX)
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N'
               MOVE DEPTHIST-REC TO KEEP-REC
               WRITE KEEP-REC
           END-IF.

      *    ONE LINE PER BATCH. A BATCH'S ROWS ARE WRITTEN TOGETHER,
      *    SO THEY SIT TOGETHER ON THE LOG.
       LIST-BATCHES.
           PERFORM LOAD-LOG.
           IF WS-LG-COUNT = 0
               DISPLAY "NO REORGANIZATION BATCHES ON FILE."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "BATCH  EFFECTIVE  RUN DATE  OPERATOR    MOVED"
               " REVERSED".
           MOVE WS-LG-BATCH (1) TO WS-LIST-BATCH.
           MOVE 0 TO WS-LIST-APPLIED WS-LIST-REVERSED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-LG-COUNT
               IF WS-LG-BATCH (WS-IDX) NOT = WS-LIST-BATCH
                   PERFORM SHOW-BATCH-LINE
                   MOVE WS-LG-BATCH (WS-IDX) TO WS-LIST-BATCH
                   MOVE 0 TO WS-LIST-APPLIED WS-LIST-REVERSED
               END-IF
               MOVE WS-LG-EFF (WS-IDX) TO WS-LIST-EFF
               MOVE WS-LG-RUN (WS-IDX) TO WS-LIST-RUN
               MOVE WS-LG-OPER (WS-IDX) TO WS-LIST-OPER
               IF WS-LG-STA (WS-IDX) = 'R'
                   ADD 1 TO WS-LIST-REVERSED
               ELSE
                   ADD 1 TO WS-LIST-APPLIED
               END-IF
           END-PERFORM.
           PERFORM SHOW-BATCH-LINE.

       SHOW-BATCH-LINE.
           MOVE WS-LIST-BATCH TO OUT-BATCH.
           MOVE WS-LIST-APPLIED TO OUT-BEFORE.
           MOVE WS-LIST-REVERSED TO OUT-AFTER.
           DISPLAY OUT-BATCH "  " WS-LIST-EFF "   " WS-LIST-RUN "  "
               WS-LIST-OPER "  " OUT-BEFORE "  " OUT-AFTER.
       END PROGRAM REORG.
