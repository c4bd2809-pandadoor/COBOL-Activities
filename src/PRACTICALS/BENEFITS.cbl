       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFITS.
      *    BENEFITS PLANS AND OPEN ENROLLMENT. KEEPS THE BENEFITS
      *    PLAN MASTER BENPLAN.DAT - ONE ROW PER PLAN AND COVERAGE
      *    TIER WITH THE COVERAGE TYPE, CARRIER, THE DEDUCTION CODE
      *    THE EMPLOYEE SHARE IS WITHHELD UNDER, AND THE EMPLOYEE AND
      *    EMPLOYER COST PER PAY PERIOD - AND EACH EMPLOYEE'S
      *    DEPENDENTS ON BENDEP.DAT. ELECTIONS ARE TAKEN ONLY WHILE
      *    THE PLAN YEAR'S ENROLLMENT WINDOW ON BENWIN.DAT IS OPEN,
      *    AND ARE CHECKED AGAINST THE TIER (WHO MAY BE COVERED) AND
      *    THE DEPENDENTS FILE. CLOSING THE WINDOW TURNS THE
      *    ELECTIONS ON BENELECT.DAT INTO DEDUCTION ENROLLMENTS ON
      *    DEDENROL.DAT FROM A CHOSEN EFFECTIVE DATE, ENDING THE
      *    DAY BEFORE ANY ENROLLMENT OF THE SAME COVERAGE TYPE THEY
      *    REPLACE. AN EMPLOYEE WHO MAKES NO ELECTION FOR A COVERAGE
      *    TYPE KEEPS THE COVERAGE ALREADY HELD. THE CARRIER
      *    ELIGIBILITY LISTING GIVES EACH PLAN'S COVERED EMPLOYEES
      *    AND DEPENDENTS FOR A PLAN YEAR.
      *    DEPENDENT BIRTH DATES ON THE LISTINGS ARE MASKED THROUGH
      *    MASKUTIL UNLESS THE OPERATOR'S ROLE MAY SEE THEM IN FULL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BENPLAN-FILE
           ASSIGN TO "PRACTICALS/BENPLAN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BENPLAN-STATUS.
       SELECT BENDEP-FILE
           ASSIGN TO "PRACTICALS/BENDEP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BENDEP-STATUS.
       SELECT BENWIN-FILE
           ASSIGN TO "PRACTICALS/BENWIN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BENWIN-STATUS.
       SELECT BENELECT-FILE
           ASSIGN TO "PRACTICALS/BENELECT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BENELECT-STATUS.
       SELECT DEDMAST-FILE
           ASSIGN TO "PRACTICALS/DEDMAST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEDMAST-STATUS.
       SELECT DEDENROL-FILE
           ASSIGN TO "PRACTICALS/DEDENROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEDENROL-STATUS.
       SELECT EM-MASTER-FILE
           ASSIGN TO "PRACTICALS/EMPMAST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-EMP-ID
           ALTERNATE RECORD KEY IS EM-DEPT-CODE WITH DUPLICATES
           ALTERNATE RECORD KEY IS EM-SUPERVISOR WITH DUPLICATES
           FILE STATUS IS EM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BENPLAN-FILE.
       01  BENPLAN-REC.
           05 BP-PLAN PIC X(4).
           05 BP-FILLER-1 PIC X(1).
           05 BP-TIER PIC X(2).
           05 BP-FILLER-2 PIC X(1).
           05 BP-TYPE PIC X(1).
           05 BP-FILLER-3 PIC X(1).
           05 BP-DED-CODE PIC X(4).
           05 BP-FILLER-4 PIC X(1).
           05 BP-EE-COST PIC 9(5)V99.
           05 BP-FILLER-5 PIC X(1).
           05 BP-ER-COST PIC 9(5)V99.
           05 BP-FILLER-6 PIC X(1).
           05 BP-CARRIER PIC X(15).
           05 BP-FILLER-7 PIC X(1).
           05 BP-DESC PIC X(20).

       FD  BENDEP-FILE.
       01  BENDEP-REC.
           05 BD-EMP-ID PIC X(8).
           05 BD-FILLER-1 PIC X(1).
           05 BD-SEQ PIC 9(2).
           05 BD-FILLER-2 PIC X(1).
           05 BD-NAME PIC X(20).
           05 BD-FILLER-3 PIC X(1).
           05 BD-RELATION PIC X(1).
           05 BD-FILLER-4 PIC X(1).
           05 BD-BIRTH-DATE PIC 9(8).
           05 BD-FILLER-5 PIC X(1).
           05 BD-ACTIVE PIC X(1).

       FD  BENWIN-FILE.
       01  BENWIN-REC.
           05 BW-YEAR PIC 9(4).
           05 BW-FILLER-1 PIC X(1).
           05 BW-OPEN-DATE PIC 9(8).
           05 BW-FILLER-2 PIC X(1).
           05 BW-CLOSE-DATE PIC 9(8).
           05 BW-FILLER-3 PIC X(1).
           05 BW-STATUS PIC X(1).
           05 BW-FILLER-4 PIC X(1).
           05 BW-EFF-DATE PIC 9(8).

       FD  BENELECT-FILE.
       01  BENELECT-REC.
           05 BE-YEAR PIC 9(4).
           05 BE-FILLER-1 PIC X(1).
           05 BE-EMP-ID PIC X(8).
           05 BE-FILLER-2 PIC X(1).
           05 BE-TYPE PIC X(1).
           05 BE-FILLER-3 PIC X(1).
           05 BE-PLAN PIC X(4).
           05 BE-FILLER-4 PIC X(1).
           05 BE-TIER PIC X(2).
           05 BE-FILLER-5 PIC X(1).
           05 BE-DEPS.
               10 BE-DEP-SEQ PIC 9(2) OCCURS 6 TIMES.
           05 BE-FILLER-6 PIC X(1).
           05 BE-ENTRY-DATE PIC 9(8).

       FD  DEDMAST-FILE.
       01  DEDMAST-REC.
           05 DED-CODE-IN PIC X(4).
           05 DED-FILLER-1 PIC X(1).
           05 DED-TYPE-IN PIC X(1).
           05 DED-FILLER-2 PIC X(1).
           05 DED-AMOUNT-IN PIC 9(5)V99.
           05 DED-FILLER-3 PIC X(1).
           05 DED-PRIORITY-IN PIC 9(2).
           05 DED-FILLER-4 PIC X(1).
           05 DED-DESC-IN PIC X(20).

       FD  DEDENROL-FILE.
       01  DEDENROL-REC.
           05 ENROL-EMP-ID PIC X(8).
           05 ENROL-FILLER PIC X(1).
           05 ENROL-DED-CODE PIC X(4).
           05 ENROL-FILLER-2 PIC X(1).
           05 ENROL-EFF-DATE PIC 9(8).
           05 ENROL-FILLER-3 PIC X(1).
           05 ENROL-END-DATE PIC 9(8).

       FD  EM-MASTER-FILE.
       01  EM-MASTER-REC.
           COPY EMPMREC.

       WORKING-STORAGE SECTION.
       01  BENPLAN-STATUS PIC XX.
       01  BENDEP-STATUS PIC XX.
       01  BENWIN-STATUS PIC XX.
       01  BENELECT-STATUS PIC XX.
       01  DEDMAST-STATUS PIC XX.
       01  DEDENROL-STATUS PIC XX.
       01  EM-FILE-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-ANSWER PIC X(1).
       01  WS-FOUND PIC X.
       01  WS-IDX PIC 9(3).
       01  WS-JDX PIC 9(3).
       01  WS-TODAY PIC 9(8).
       01  WS-EMP-IN PIC X(8).
       01  WS-EMP-NAME PIC X(15).
       01  WS-EMP-OK PIC X.
       01  WS-PLAN-IN PIC X(4).
       01  WS-TIER-IN PIC X(2).
       01  WS-TYPE-IN PIC X(1).
       01  WS-DED-IN PIC X(4).
       01  WS-YEAR-IN PIC 9(4).
       01  WS-DATE-IN PIC 9(8).
       01  WS-SEQ-IN PIC 9(2).
       01  WS-ERROR PIC X(40).

      *    PLAN MASTER - ONE ENTRY PER PLAN AND TIER. THE TIERS ARE
      *    EE (EMPLOYEE ONLY), ES (EMPLOYEE AND SPOUSE OR PARTNER),
      *    EC (EMPLOYEE AND CHILDREN) AND FA (FAMILY). THE COVERAGE
      *    TYPE IS M (MEDICAL), D (DENTAL) OR V (VISION).
       01  WS-BP-COUNT PIC 9(2) VALUE 0.
       01  WS-BP-OVERFLOW PIC X VALUE 'N'.
       01  WS-BP-TABLE.
           05 WS-BP-ENTRY OCCURS 40 TIMES.
               10 WS-BP-PLAN PIC X(4).
               10 WS-BP-TIER PIC X(2).
               10 WS-BP-TYPE PIC X(1).
               10 WS-BP-DED PIC X(4).
               10 WS-BP-EE-COST PIC 9(5)V99.
               10 WS-BP-ER-COST PIC 9(5)V99.
               10 WS-BP-CARRIER PIC X(15).
               10 WS-BP-DESC PIC X(20).
       01  WS-BP-IDX PIC 9(2).
       01  WS-BP-HIT PIC 9(2).

       01  WS-BD-COUNT PIC 9(3) VALUE 0.
       01  WS-BD-OVERFLOW PIC X VALUE 'N'.
       01  WS-BD-TABLE.
           05 WS-BD-ENTRY OCCURS 300 TIMES.
               10 WS-BD-EMP PIC X(8).
               10 WS-BD-SEQ PIC 9(2).
               10 WS-BD-NAME PIC X(20).
               10 WS-BD-REL PIC X(1).
               10 WS-BD-BIRTH PIC 9(8).
               10 WS-BD-ACTIVE PIC X(1).
       01  WS-BD-IDX PIC 9(3).
       01  WS-BD-HIT PIC 9(3).
       01  WS-BD-MAX-SEQ PIC 9(2).

       01  WS-BW-COUNT PIC 9(2) VALUE 0.
       01  WS-BW-TABLE.
           05 WS-BW-ENTRY OCCURS 20 TIMES.
               10 WS-BW-YEAR PIC 9(4).
               10 WS-BW-OPEN PIC 9(8).
               10 WS-BW-CLOSE PIC 9(8).
               10 WS-BW-STATUS PIC X(1).
               10 WS-BW-EFF PIC 9(8).
       01  WS-BW-IDX PIC 9(2).
       01  WS-BW-HIT PIC 9(2).

       01  WS-BE-COUNT PIC 9(3) VALUE 0.
       01  WS-BE-OVERFLOW PIC X VALUE 'N'.
       01  WS-BE-TABLE.
           05 WS-BE-ENTRY OCCURS 500 TIMES.
               10 WS-BE-YEAR PIC 9(4).
               10 WS-BE-EMP PIC X(8).
               10 WS-BE-TYPE PIC X(1).
               10 WS-BE-PLAN PIC X(4).
               10 WS-BE-TIER PIC X(2).
               10 WS-BE-DEP PIC 9(2) OCCURS 6 TIMES.
               10 WS-BE-ENTERED PIC 9(8).
       01  WS-BE-IDX PIC 9(3).
       01  WS-BE-HIT PIC 9(3).

      *    THE ELECTION BEING KEYED, HELD APART UNTIL IT PASSES.
       01  WS-EL-DEPS.
           05 WS-EL-DEP PIC 9(2) OCCURS 6 TIMES.
       01  WS-EL-DEP-COUNT PIC 9(1).
       01  WS-EL-DEP-IDX PIC 9(1).
       01  WS-EL-SPOUSES PIC 9(1).
       01  WS-EL-CHILDREN PIC 9(1).
       01  WS-CHILD-CUTOFF PIC 9(8).

       01  WS-DM-COUNT PIC 9(2) VALUE 0.
       01  WS-DM-TABLE.
           05 WS-DM-ENTRY OCCURS 20 TIMES.
               10 WS-DM-CODE PIC X(4).
               10 WS-DM-TYPE PIC X(1).
               10 WS-DM-AMOUNT PIC 9(5)V99.
       01  WS-DM-IDX PIC 9(2).
       01  WS-DM-HIT PIC 9(2).

       01  WS-DE-COUNT PIC 9(3) VALUE 0.
       01  WS-DE-OVERFLOW PIC X VALUE 'N'.
       01  WS-DE-TABLE.
           05 WS-DE-ENTRY OCCURS 200 TIMES.
               10 WS-DE-EMP PIC X(8).
               10 WS-DE-CODE PIC X(4).
               10 WS-DE-EFF PIC 9(8).
               10 WS-DE-END PIC 9(8).
       01  WS-DE-IDX PIC 9(3).

       01  WS-EFF-DATE PIC 9(8).
       01  WS-END-DATE PIC 9(8).
       01  WS-PURGE-DATE PIC 9(8).
       01  WS-ENDED PIC 9(3).
       01  WS-ADDED PIC 9(3).
       01  WS-PURGED PIC 9(3).
       01  WS-MISSING PIC 9(3).
       01  WS-LISTED PIC 9(3).
       01  WS-PLAN-TYPE PIC X(1).

       01  WS-DU-FUNCTION PIC X(1).
       01  WS-DU-DATE PIC 9(8).
       01  WS-DU-DAYS PIC S9(8).
       01  WS-DU-RESULT PIC S9(9).
       01  WS-DU-FLAG PIC X(1).

       01  OUT-COST PIC ZZ,ZZ9.99.
       01  OUT-ER-COST PIC ZZ,ZZ9.99.
       01  OUT-COUNT PIC ZZ9.

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40) VALUE
           "CARRIER ELIGIBILITY LISTING".
       01  WS-RPT-COLHDR PIC X(80) VALUE
           "PLAN  CARRIER          EMP-ID    NAME             TIER  EFF
      -    "ECTIVE".
       01  WS-RPT-LPP PIC 9(3) VALUE 20.

       01  MK-PARMS.
           COPY MKPARM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "SYSTEM" USING "clear".
           PERFORM LOAD-PLANS.
           DISPLAY "BENEFITS PLANS AND OPEN ENROLLMENT".
           DISPLAY "1 - ADD OR CHANGE A PLAN TIER".
           DISPLAY "2 - LIST PLANS".
           DISPLAY "3 - ADD OR REMOVE A DEPENDENT".
           DISPLAY "4 - LIST DEPENDENTS".
           DISPLAY "5 - OPEN AN ENROLLMENT WINDOW".
           DISPLAY "6 - RECORD AN ELECTION".
           DISPLAY "7 - LIST ELECTIONS".
           DISPLAY "8 - CLOSE ENROLLMENT AND ENROLL DEDUCTIONS".
           DISPLAY "9 - CARRIER ELIGIBILITY LISTING".
           DISPLAY "0 - EXIT".
           DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.

           EVALUATE WS-CHOICE
            WHEN 1
               PERFORM MAINTAIN-PLAN
            WHEN 2
               PERFORM LIST-PLANS
            WHEN 3
               PERFORM MAINTAIN-DEPENDENTS
            WHEN 4
               PERFORM LIST-DEPENDENTS
            WHEN 5
               PERFORM OPEN-WINDOW
            WHEN 6
               PERFORM RECORD-ELECTION
            WHEN 7
               PERFORM LIST-ELECTIONS
            WHEN 8
               PERFORM CLOSE-ENROLLMENT
            WHEN 9
               PERFORM CARRIER-LISTING
            WHEN 0
               GOBACK
            WHEN OTHER
               CONTINUE
           END-EVALUATE.
           ACCEPT OMITTED.
           PERFORM MAIN-PARA.

       LOAD-PLANS.
           MOVE 0 TO WS-BP-COUNT.
           MOVE 'N' TO WS-BP-OVERFLOW.
           OPEN INPUT BENPLAN-FILE.
           IF BENPLAN-STATUS = "00"
               PERFORM UNTIL BENPLAN-STATUS NOT = "00"
                   READ BENPLAN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-BP-COUNT >= 40
                               MOVE 'Y' TO WS-BP-OVERFLOW
                           ELSE
                               PERFORM STORE-PLAN-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BENPLAN-FILE
           END-IF.
           IF WS-BP-OVERFLOW = 'Y'
               DISPLAY "WARNING: PLAN MASTER EXCEEDS THE 40-ROW"
                   " TABLE. PLAN UPDATES ARE SUSPENDED."
           END-IF.

       STORE-PLAN-ROW.
           ADD 1 TO WS-BP-COUNT.
           MOVE BP-PLAN TO WS-BP-PLAN (WS-BP-COUNT).
           MOVE BP-TIER TO WS-BP-TIER (WS-BP-COUNT).
           MOVE BP-TYPE TO WS-BP-TYPE (WS-BP-COUNT).
           MOVE BP-DED-CODE TO WS-BP-DED (WS-BP-COUNT).
           IF BP-EE-COST IS NUMERIC
               MOVE BP-EE-COST TO WS-BP-EE-COST (WS-BP-COUNT)
           ELSE
               MOVE 0 TO WS-BP-EE-COST (WS-BP-COUNT)
           END-IF.
           IF BP-ER-COST IS NUMERIC
               MOVE BP-ER-COST TO WS-BP-ER-COST (WS-BP-COUNT)
           ELSE
               MOVE 0 TO WS-BP-ER-COST (WS-BP-COUNT)
           END-IF.
           MOVE BP-CARRIER TO WS-BP-CARRIER (WS-BP-COUNT).
           MOVE BP-DESC TO WS-BP-DESC (WS-BP-COUNT).

       SAVE-PLANS.
           IF WS-BP-OVERFLOW = 'Y'
               DISPLAY "CHANGE NOT SAVED - PLAN MASTER OVERFLOW."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT BENPLAN-FILE.
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
               UNTIL WS-BP-IDX > WS-BP-COUNT
               MOVE SPACES TO BENPLAN-REC
               MOVE WS-BP-PLAN (WS-BP-IDX) TO BP-PLAN
               MOVE WS-BP-TIER (WS-BP-IDX) TO BP-TIER
               MOVE WS-BP-TYPE (WS-BP-IDX) TO BP-TYPE
               MOVE WS-BP-DED (WS-BP-IDX) TO BP-DED-CODE
               MOVE WS-BP-EE-COST (WS-BP-IDX) TO BP-EE-COST
               MOVE WS-BP-ER-COST (WS-BP-IDX) TO BP-ER-COST
               MOVE WS-BP-CARRIER (WS-BP-IDX) TO BP-CARRIER
               MOVE WS-BP-DESC (WS-BP-IDX) TO BP-DESC
               WRITE BENPLAN-REC
           END-PERFORM.
           CLOSE BENPLAN-FILE.

       FIND-PLAN-TIER.
           MOVE 0 TO WS-BP-HIT.
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
               UNTIL WS-BP-IDX > WS-BP-COUNT
               OR WS-BP-HIT > 0
               IF WS-BP-PLAN (WS-BP-IDX) = WS-PLAN-IN
                   AND WS-BP-TIER (WS-BP-IDX) = WS-TIER-IN
                   MOVE WS-BP-IDX TO WS-BP-HIT
               END-IF
           END-PERFORM.

      *    ALL TIERS OF A PLAN SHARE ITS COVERAGE TYPE; EACH TIER HAS
      *    ITS OWN DEDUCTION CODE, WHICH MUST ALREADY BE ON THE
      *    DEDUCTION MASTER AND IS NOT SHARED WITH ANY OTHER TIER.
       MAINTAIN-PLAN.
           IF WS-BP-OVERFLOW = 'Y'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PLAN CODE: " WITH NO ADVANCING.
           ACCEPT WS-PLAN-IN.
           MOVE FUNCTION UPPER-CASE(WS-PLAN-IN) TO WS-PLAN-IN.
           DISPLAY "TIER (EE, ES, EC, FA): " WITH NO ADVANCING.
           ACCEPT WS-TIER-IN.
           MOVE FUNCTION UPPER-CASE(WS-TIER-IN) TO WS-TIER-IN.
           IF WS-PLAN-IN = SPACES
               DISPLAY "ERROR: PLAN CODE MAY NOT BE BLANK."
               EXIT PARAGRAPH
           END-IF.
           IF WS-TIER-IN NOT = "EE" AND WS-TIER-IN NOT = "ES"
               AND WS-TIER-IN NOT = "EC" AND WS-TIER-IN NOT = "FA"
               DISPLAY "ERROR: TIER MUST BE EE, ES, EC OR FA."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PLAN-TYPE.
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
               UNTIL WS-BP-IDX > WS-BP-COUNT
               IF WS-BP-PLAN (WS-BP-IDX) = WS-PLAN-IN
                   MOVE WS-BP-TYPE (WS-BP-IDX) TO WS-PLAN-TYPE
               END-IF
           END-PERFORM.
           PERFORM FIND-PLAN-TIER.
           IF WS-BP-HIT = 0
               IF WS-BP-COUNT >= 40
                   DISPLAY "PLAN TABLE IS FULL."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "NEW PLAN TIER " WS-PLAN-IN " " WS-TIER-IN
           ELSE
               MOVE WS-BP-EE-COST (WS-BP-HIT) TO OUT-COST
               MOVE WS-BP-ER-COST (WS-BP-HIT) TO OUT-ER-COST
               DISPLAY "CURRENT: " WS-BP-DESC (WS-BP-HIT) " "
                   WS-BP-CARRIER (WS-BP-HIT) " DED "
                   WS-BP-DED (WS-BP-HIT) " EE " OUT-COST
                   " ER " OUT-ER-COST
           END-IF.
           IF WS-PLAN-TYPE = SPACES
               DISPLAY "COVERAGE TYPE, (M)EDICAL (D)ENTAL (V)ISION: "
                   WITH NO ADVANCING
               ACCEPT WS-TYPE-IN
               MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN
               IF WS-TYPE-IN NOT = 'M' AND WS-TYPE-IN NOT = 'D'
                   AND WS-TYPE-IN NOT = 'V'
                   DISPLAY "ERROR: COVERAGE TYPE MUST BE M, D OR V."
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TYPE-IN TO WS-PLAN-TYPE
           END-IF.
           DISPLAY "DEDUCTION CODE FOR THE EMPLOYEE SHARE: "
               WITH NO ADVANCING.
           ACCEPT WS-DED-IN.
           MOVE FUNCTION UPPER-CASE(WS-DED-IN) TO WS-DED-IN.
           PERFORM LOAD-DEDUCTION-CODES.
           PERFORM FIND-DEDUCTION-CODE.
           IF WS-DM-HIT = 0
               DISPLAY "ERROR: DEDUCTION CODE " WS-DED-IN
                   " NOT ON THE DEDUCTION MASTER - SET IT UP FIRST."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
               UNTIL WS-BP-IDX > WS-BP-COUNT
               IF WS-BP-DED (WS-BP-IDX) = WS-DED-IN
                   AND WS-BP-IDX NOT = WS-BP-HIT
                   DISPLAY "ERROR: DEDUCTION CODE " WS-DED-IN
                       " ALREADY USED BY " WS-BP-PLAN (WS-BP-IDX)
                       " " WS-BP-TIER (WS-BP-IDX) "."
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-BP-HIT = 0
               ADD 1 TO WS-BP-COUNT
               MOVE WS-BP-COUNT TO WS-BP-HIT
               MOVE WS-PLAN-IN TO WS-BP-PLAN (WS-BP-HIT)
               MOVE WS-TIER-IN TO WS-BP-TIER (WS-BP-HIT)
           END-IF.
           MOVE WS-PLAN-TYPE TO WS-BP-TYPE (WS-BP-HIT).
           MOVE WS-DED-IN TO WS-BP-DED (WS-BP-HIT).
           DISPLAY "PLAN DESCRIPTION: " WITH NO ADVANCING.
           ACCEPT WS-BP-DESC (WS-BP-HIT).
           MOVE FUNCTION UPPER-CASE(WS-BP-DESC (WS-BP-HIT))
               TO WS-BP-DESC (WS-BP-HIT).
           DISPLAY "CARRIER: " WITH NO ADVANCING.
           ACCEPT WS-BP-CARRIER (WS-BP-HIT).
           MOVE FUNCTION UPPER-CASE(WS-BP-CARRIER (WS-BP-HIT))
               TO WS-BP-CARRIER (WS-BP-HIT).
           DISPLAY "EMPLOYEE COST PER PAY PERIOD: " WITH NO ADVANCING.
           ACCEPT WS-BP-EE-COST (WS-BP-HIT).
           DISPLAY "EMPLOYER COST PER PAY PERIOD: " WITH NO ADVANCING.
           ACCEPT WS-BP-ER-COST (WS-BP-HIT).
           PERFORM SAVE-PLANS.
           DISPLAY "PLAN TIER " WS-PLAN-IN " " WS-TIER-IN " SAVED.".
           IF WS-DM-TYPE (WS-DM-HIT) NOT = 'F'
               OR WS-DM-AMOUNT (WS-DM-HIT)
                   NOT = WS-BP-EE-COST (WS-BP-HIT)
               DISPLAY "NOTE: DEDUCTION " WS-DED-IN " IS NOT A FLAT"
                   " AMOUNT EQUAL TO THE EMPLOYEE COST - CORRECT IT"
                   " IN DEDMAINT."
           END-IF.

       LIST-PLANS.
           IF WS-BP-COUNT = 0
               DISPLAY "NO PLANS ON MASTER."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PLAN TIER T DED   DESCRIPTION          CARRIER"
               "            EE COST   ER COST".
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
               UNTIL WS-BP-IDX > WS-BP-COUNT
               MOVE WS-BP-EE-COST (WS-BP-IDX) TO OUT-COST
               MOVE WS-BP-ER-COST (WS-BP-IDX) TO OUT-ER-COST
               DISPLAY WS-BP-PLAN (WS-BP-IDX) " "
                   WS-BP-TIER (WS-BP-IDX) "   "
                   WS-BP-TYPE (WS-BP-IDX) " "
                   WS-BP-DED (WS-BP-IDX) "  "
                   WS-BP-DESC (WS-BP-IDX) " "
                   WS-BP-CARRIER (WS-BP-IDX) " "
                   OUT-COST " " OUT-ER-COST
           END-PERFORM.

       LOAD-DEDUCTION-CODES.
           MOVE 0 TO WS-DM-COUNT.
           OPEN INPUT DEDMAST-FILE.
           IF DEDMAST-STATUS = "00"
               PERFORM UNTIL DEDMAST-STATUS NOT = "00"
                   OR WS-DM-COUNT >= 20
                   READ DEDMAST-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-DM-COUNT
                           MOVE DED-CODE-IN TO WS-DM-CODE (WS-DM-COUNT)
                           MOVE DED-TYPE-IN TO WS-DM-TYPE (WS-DM-COUNT)
                           MOVE DED-AMOUNT-IN TO
                               WS-DM-AMOUNT (WS-DM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DEDMAST-FILE
           END-IF.

       FIND-DEDUCTION-CODE.
           MOVE 0 TO WS-DM-HIT.
           PERFORM VARYING WS-DM-IDX FROM 1 BY 1
               UNTIL WS-DM-IDX > WS-DM-COUNT
               OR WS-DM-HIT > 0
               IF WS-DM-CODE (WS-DM-IDX) = WS-DED-IN
                   MOVE WS-DM-IDX TO WS-DM-HIT
               END-IF
           END-PERFORM.

       LOOKUP-EMPLOYEE.
           MOVE 'N' TO WS-EMP-OK.
           MOVE SPACES TO WS-EMP-NAME.
           OPEN INPUT EM-MASTER-FILE.
           IF EM-FILE-STATUS = "00"
               MOVE WS-EMP-IN TO EM-EMP-ID
               READ EM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-NAME TO WS-EMP-NAME
                       IF EM-STATUS NOT = 'I'
                           MOVE 'Y' TO WS-EMP-OK
                       END-IF
               END-READ
               CLOSE EM-MASTER-FILE
           END-IF.

       LOAD-DEPENDENTS.
           MOVE 0 TO WS-BD-COUNT.
           MOVE 'N' TO WS-BD-OVERFLOW.
           OPEN INPUT BENDEP-FILE.
           IF BENDEP-STATUS = "00"
               PERFORM UNTIL BENDEP-STATUS NOT = "00"
                   READ BENDEP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-BD-COUNT >= 300
                               MOVE 'Y' TO WS-BD-OVERFLOW
                           ELSE
                               PERFORM STORE-DEPENDENT-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BENDEP-FILE
           END-IF.
           IF WS-BD-OVERFLOW = 'Y'
               DISPLAY "WARNING: DEPENDENTS FILE EXCEEDS THE 300-ROW"
                   " TABLE. DEPENDENT UPDATES ARE SUSPENDED."
           END-IF.

       STORE-DEPENDENT-ROW.
           ADD 1 TO WS-BD-COUNT.
           MOVE BD-EMP-ID TO WS-BD-EMP (WS-BD-COUNT).
           MOVE BD-SEQ TO WS-BD-SEQ (WS-BD-COUNT).
           MOVE BD-NAME TO WS-BD-NAME (WS-BD-COUNT).
           MOVE BD-RELATION TO WS-BD-REL (WS-BD-COUNT).
           IF BD-BIRTH-DATE IS NUMERIC
               MOVE BD-BIRTH-DATE TO WS-BD-BIRTH (WS-BD-COUNT)
           ELSE
               MOVE 0 TO WS-BD-BIRTH (WS-BD-COUNT)
           END-IF.
           MOVE BD-ACTIVE TO WS-BD-ACTIVE (WS-BD-COUNT).

       SAVE-DEPENDENTS.
           IF WS-BD-OVERFLOW = 'Y'
               DISPLAY "CHANGE NOT SAVED - DEPENDENTS FILE OVERFLOW."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT BENDEP-FILE.
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT
               MOVE SPACES TO BENDEP-REC
               MOVE WS-BD-EMP (WS-BD-IDX) TO BD-EMP-ID
               MOVE WS-BD-SEQ (WS-BD-IDX) TO BD-SEQ
               MOVE WS-BD-NAME (WS-BD-IDX) TO BD-NAME
               MOVE WS-BD-REL (WS-BD-IDX) TO BD-RELATION
               MOVE WS-BD-BIRTH (WS-BD-IDX) TO BD-BIRTH-DATE
               MOVE WS-BD-ACTIVE (WS-BD-IDX) TO BD-ACTIVE
               WRITE BENDEP-REC
           END-PERFORM.
           CLOSE BENDEP-FILE.

       FIND-DEPENDENT.
           MOVE 0 TO WS-BD-HIT.
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT
               OR WS-BD-HIT > 0
               IF WS-BD-EMP (WS-BD-IDX) = WS-EMP-IN
                   AND WS-BD-SEQ (WS-BD-IDX) = WS-SEQ-IN
                   MOVE WS-BD-IDX TO WS-BD-HIT
               END-IF
           END-PERFORM.

       SHOW-EMPLOYEE-DEPENDENTS.
           MOVE 0 TO WS-BD-MAX-SEQ.
           DISPLAY "SEQ NAME                 REL BIRTH     ACTIVE".
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT
               IF WS-BD-EMP (WS-BD-IDX) = WS-EMP-IN
                   MOVE 'A' TO MK-FUNCTION
                   MOVE WS-BD-BIRTH (WS-BD-IDX) TO MK-VALUE
                   CALL "MASKUTIL" USING MK-PARMS
                   DISPLAY WS-BD-SEQ (WS-BD-IDX) "  "
                       WS-BD-NAME (WS-BD-IDX) " "
                       WS-BD-REL (WS-BD-IDX) "   "
                       MK-MASKED(1:8) "  "
                       WS-BD-ACTIVE (WS-BD-IDX)
                   IF WS-BD-SEQ (WS-BD-IDX) > WS-BD-MAX-SEQ
                       MOVE WS-BD-SEQ (WS-BD-IDX) TO WS-BD-MAX-SEQ
                   END-IF
               END-IF
           END-PERFORM.

      *    A DEPENDENT IS NEVER DELETED, ONLY MADE INACTIVE, SO A
      *    PAST YEAR'S ELECTIONS STILL NAME WHOM THEY COVERED. THE
      *    RELATION IS S (SPOUSE), P (DOMESTIC PARTNER) OR C (CHILD);
      *    ONLY ONE SPOUSE OR PARTNER MAY BE ACTIVE AT A TIME.
       MAINTAIN-DEPENDENTS.
           PERFORM LOAD-DEPENDENTS.
           IF WS-BD-OVERFLOW = 'Y'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "EMPLOYEE ID: " WITH NO ADVANCING.
           ACCEPT WS-EMP-IN.
           PERFORM LOOKUP-EMPLOYEE.
           IF WS-EMP-NAME = SPACES
               DISPLAY "EMPLOYEE NOT ON MASTER."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DEPENDENTS OF " WS-EMP-IN " " WS-EMP-NAME.
           PERFORM SHOW-EMPLOYEE-DEPENDENTS.
           DISPLAY "(A)DD OR (R)EMOVE A DEPENDENT: "
               WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
           EVALUATE WS-ANSWER
            WHEN 'A'
               PERFORM ADD-DEPENDENT
            WHEN 'R'
               PERFORM REMOVE-DEPENDENT
            WHEN OTHER
               CONTINUE
           END-EVALUATE.

       ADD-DEPENDENT.
           IF WS-BD-COUNT >= 300
               DISPLAY "DEPENDENTS TABLE IS FULL."
               EXIT PARAGRAPH
           END-IF.
           IF WS-BD-MAX-SEQ >= 99
               DISPLAY "EMPLOYEE HAS NO DEPENDENT NUMBERS LEFT."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BD-COUNT.
           MOVE WS-BD-COUNT TO WS-BD-HIT.
           MOVE WS-EMP-IN TO WS-BD-EMP (WS-BD-HIT).
           COMPUTE WS-BD-SEQ (WS-BD-HIT) = WS-BD-MAX-SEQ + 1.
           DISPLAY "DEPENDENT NAME: " WITH NO ADVANCING.
           ACCEPT WS-BD-NAME (WS-BD-HIT).
           MOVE FUNCTION UPPER-CASE(WS-BD-NAME (WS-BD-HIT))
               TO WS-BD-NAME (WS-BD-HIT).
           DISPLAY "RELATION, (S)POUSE (P)ARTNER (C)HILD: "
               WITH NO ADVANCING.
           ACCEPT WS-BD-REL (WS-BD-HIT).
           MOVE FUNCTION UPPER-CASE(WS-BD-REL (WS-BD-HIT))
               TO WS-BD-REL (WS-BD-HIT).
           MOVE 0 TO WS-DATE-IN.
           PERFORM UNTIL WS-DATE-IN > 0
               DISPLAY "BIRTH DATE (YYYYMMDD): " WITH NO ADVANCING
               ACCEPT WS-DATE-IN
               MOVE 'V' TO WS-DU-FUNCTION
               MOVE WS-DATE-IN TO WS-DU-DATE
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                   WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
               IF WS-DU-FLAG = 'N'
                   DISPLAY "NOT A VALID DATE, RE-ENTER."
                   MOVE 0 TO WS-DATE-IN
               END-IF
           END-PERFORM.
           MOVE WS-DATE-IN TO WS-BD-BIRTH (WS-BD-HIT).
           MOVE 'Y' TO WS-BD-ACTIVE (WS-BD-HIT).
           MOVE SPACES TO WS-ERROR.
           IF WS-BD-NAME (WS-BD-HIT) = SPACES
               MOVE "DEPENDENT NAME MAY NOT BE BLANK" TO WS-ERROR
           END-IF.
           IF WS-BD-REL (WS-BD-HIT) NOT = 'S'
               AND WS-BD-REL (WS-BD-HIT) NOT = 'P'
               AND WS-BD-REL (WS-BD-HIT) NOT = 'C'
               MOVE "RELATION MUST BE S, P OR C" TO WS-ERROR
           END-IF.
           IF WS-BD-REL (WS-BD-HIT) NOT = 'C'
               PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX >= WS-BD-HIT
                   IF WS-BD-EMP (WS-BD-IDX) = WS-EMP-IN
                       AND WS-BD-ACTIVE (WS-BD-IDX) = 'Y'
                       AND WS-BD-REL (WS-BD-IDX) NOT = 'C'
                       MOVE "A SPOUSE OR PARTNER IS ALREADY ACTIVE"
                           TO WS-ERROR
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-ERROR NOT = SPACES
               DISPLAY "ERROR: " WS-ERROR " - NOT ADDED."
               SUBTRACT 1 FROM WS-BD-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM SAVE-DEPENDENTS.
           DISPLAY "DEPENDENT " WS-BD-SEQ (WS-BD-HIT) " ADDED.".

       REMOVE-DEPENDENT.
           DISPLAY "DEPENDENT NUMBER TO REMOVE: " WITH NO ADVANCING.
           ACCEPT WS-SEQ-IN.
           PERFORM FIND-DEPENDENT.
           IF WS-BD-HIT = 0
               DISPLAY "NO SUCH DEPENDENT."
           ELSE
               MOVE 'N' TO WS-BD-ACTIVE (WS-BD-HIT)
               PERFORM SAVE-DEPENDENTS
               DISPLAY "DEPENDENT " WS-SEQ-IN " MADE INACTIVE - ANY"
                   " COVERAGE ENDS AT THE NEXT ENROLLMENT."
           END-IF.

       LIST-DEPENDENTS.
           PERFORM LOAD-DEPENDENTS.
           DISPLAY "EMPLOYEE ID (BLANK FOR ALL): " WITH NO ADVANCING.
           ACCEPT WS-EMP-IN.
           IF WS-EMP-IN NOT = SPACES
               PERFORM SHOW-EMPLOYEE-DEPENDENTS
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "EMP-ID    SEQ NAME                 REL BIRTH     "
               "ACTIVE".
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
               UNTIL WS-BD-IDX > WS-BD-COUNT
               MOVE 'A' TO MK-FUNCTION
               MOVE WS-BD-BIRTH (WS-BD-IDX) TO MK-VALUE
               CALL "MASKUTIL" USING MK-PARMS
               DISPLAY WS-BD-EMP (WS-BD-IDX) "  "
                   WS-BD-SEQ (WS-BD-IDX) "  "
                   WS-BD-NAME (WS-BD-IDX) " "
                   WS-BD-REL (WS-BD-IDX) "   "
                   MK-MASKED(1:8) "  "
                   WS-BD-ACTIVE (WS-BD-IDX)
           END-PERFORM.

       LOAD-WINDOWS.
           MOVE 0 TO WS-BW-COUNT.
           OPEN INPUT BENWIN-FILE.
           IF BENWIN-STATUS = "00"
               PERFORM UNTIL BENWIN-STATUS NOT = "00"
                   OR WS-BW-COUNT >= 20
                   READ BENWIN-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-BW-COUNT
                           MOVE BW-YEAR TO WS-BW-YEAR (WS-BW-COUNT)
                           MOVE BW-OPEN-DATE TO WS-BW-OPEN (WS-BW-COUNT)
                           MOVE BW-CLOSE-DATE TO
                               WS-BW-CLOSE (WS-BW-COUNT)
                           MOVE BW-STATUS TO WS-BW-STATUS (WS-BW-COUNT)
                           IF BW-EFF-DATE IS NUMERIC
                               MOVE BW-EFF-DATE TO
                                   WS-BW-EFF (WS-BW-COUNT)
                           ELSE
                               MOVE 0 TO WS-BW-EFF (WS-BW-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BENWIN-FILE
           END-IF.

       SAVE-WINDOWS.
           OPEN OUTPUT BENWIN-FILE.
           PERFORM VARYING WS-BW-IDX FROM 1 BY 1
               UNTIL WS-BW-IDX > WS-BW-COUNT
               MOVE SPACES TO BENWIN-REC
               MOVE WS-BW-YEAR (WS-BW-IDX) TO BW-YEAR
               MOVE WS-BW-OPEN (WS-BW-IDX) TO BW-OPEN-DATE
               MOVE WS-BW-CLOSE (WS-BW-IDX) TO BW-CLOSE-DATE
               MOVE WS-BW-STATUS (WS-BW-IDX) TO BW-STATUS
               MOVE WS-BW-EFF (WS-BW-IDX) TO BW-EFF-DATE
               WRITE BENWIN-REC
           END-PERFORM.
           CLOSE BENWIN-FILE.

       FIND-WINDOW.
           MOVE 0 TO WS-BW-HIT.
           PERFORM VARYING WS-BW-IDX FROM 1 BY 1
               UNTIL WS-BW-IDX > WS-BW-COUNT
               OR WS-BW-HIT > 0
               IF WS-BW-YEAR (WS-BW-IDX) = WS-YEAR-IN
                   MOVE WS-BW-IDX TO WS-BW-HIT
               END-IF
           END-PERFORM.

       ACCEPT-VALID-DATE.
           MOVE 0 TO WS-DATE-IN.
           PERFORM UNTIL WS-DATE-IN > 0
               ACCEPT WS-DATE-IN
               MOVE 'V' TO WS-DU-FUNCTION
               MOVE WS-DATE-IN TO WS-DU-DATE
               CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
                   WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG
               IF WS-DU-FLAG = 'N'
                   DISPLAY "NOT A VALID DATE, RE-ENTER: "
                       WITH NO ADVANCING
                   MOVE 0 TO WS-DATE-IN
               END-IF
           END-PERFORM.

      *    ONE WINDOW PER PLAN YEAR. AN OPEN WINDOW'S DATES MAY BE
      *    MOVED; A CLOSED ONE IS FINAL.
       OPEN-WINDOW.
           PERFORM LOAD-WINDOWS.
           DISPLAY "PLAN YEAR (YYYY): " WITH NO ADVANCING.
           ACCEPT WS-YEAR-IN.
           PERFORM FIND-WINDOW.
           IF WS-BW-HIT > 0
               IF WS-BW-STATUS (WS-BW-HIT) = 'C'
                   DISPLAY "ENROLLMENT FOR " WS-YEAR-IN " IS ALREADY"
                       " CLOSED."
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "WINDOW IS OPEN FROM " WS-BW-OPEN (WS-BW-HIT)
                   " TO " WS-BW-CLOSE (WS-BW-HIT)
                   " - ENTER THE NEW DATES."
           ELSE
               IF WS-BW-COUNT >= 20
                   DISPLAY "WINDOW TABLE IS FULL."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "FIRST DAY OF ENROLLMENT (YYYYMMDD): "
               WITH NO ADVANCING.
           PERFORM ACCEPT-VALID-DATE.
           MOVE WS-DATE-IN TO WS-EFF-DATE.
           DISPLAY "LAST DAY OF ENROLLMENT (YYYYMMDD): "
               WITH NO ADVANCING.
           PERFORM ACCEPT-VALID-DATE.
           IF WS-DATE-IN < WS-EFF-DATE
               DISPLAY "ERROR: LAST DAY IS BEFORE THE FIRST DAY."
               EXIT PARAGRAPH
           END-IF.
           IF WS-BW-HIT = 0
               ADD 1 TO WS-BW-COUNT
               MOVE WS-BW-COUNT TO WS-BW-HIT
               MOVE WS-YEAR-IN TO WS-BW-YEAR (WS-BW-HIT)
               MOVE 'O' TO WS-BW-STATUS (WS-BW-HIT)
               MOVE 0 TO WS-BW-EFF (WS-BW-HIT)
           END-IF.
           MOVE WS-EFF-DATE TO WS-BW-OPEN (WS-BW-HIT).
           MOVE WS-DATE-IN TO WS-BW-CLOSE (WS-BW-HIT).
           PERFORM SAVE-WINDOWS.
           DISPLAY "ENROLLMENT FOR " WS-YEAR-IN " OPEN FROM "
               WS-EFF-DATE " TO " WS-DATE-IN ".".

       LOAD-ELECTIONS.
           MOVE 0 TO WS-BE-COUNT.
           MOVE 'N' TO WS-BE-OVERFLOW.
           OPEN INPUT BENELECT-FILE.
           IF BENELECT-STATUS = "00"
               PERFORM UNTIL BENELECT-STATUS NOT = "00"
                   READ BENELECT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-BE-COUNT >= 500
                               MOVE 'Y' TO WS-BE-OVERFLOW
                           ELSE
                               PERFORM STORE-ELECTION-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BENELECT-FILE
           END-IF.
           IF WS-BE-OVERFLOW = 'Y'
               DISPLAY "WARNING: ELECTIONS FILE EXCEEDS THE 500-ROW"
                   " TABLE. ELECTION UPDATES ARE SUSPENDED."
           END-IF.

       STORE-ELECTION-ROW.
           ADD 1 TO WS-BE-COUNT.
           MOVE BE-YEAR TO WS-BE-YEAR (WS-BE-COUNT).
           MOVE BE-EMP-ID TO WS-BE-EMP (WS-BE-COUNT).
           MOVE BE-TYPE TO WS-BE-TYPE (WS-BE-COUNT).
           MOVE BE-PLAN TO WS-BE-PLAN (WS-BE-COUNT).
           MOVE BE-TIER TO WS-BE-TIER (WS-BE-COUNT).
           PERFORM VARYING WS-EL-DEP-IDX FROM 1 BY 1
               UNTIL WS-EL-DEP-IDX > 6
               IF BE-DEP-SEQ (WS-EL-DEP-IDX) IS NUMERIC
                   MOVE BE-DEP-SEQ (WS-EL-DEP-IDX) TO
                       WS-BE-DEP (WS-BE-COUNT, WS-EL-DEP-IDX)
               ELSE
                   MOVE 0 TO WS-BE-DEP (WS-BE-COUNT, WS-EL-DEP-IDX)
               END-IF
           END-PERFORM.
           MOVE BE-ENTRY-DATE TO WS-BE-ENTERED (WS-BE-COUNT).

       SAVE-ELECTIONS.
           IF WS-BE-OVERFLOW = 'Y'
               DISPLAY "CHANGE NOT SAVED - ELECTIONS FILE OVERFLOW."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT BENELECT-FILE.
           PERFORM VARYING WS-BE-IDX FROM 1 BY 1
               UNTIL WS-BE-IDX > WS-BE-COUNT
               MOVE SPACES TO BENELECT-REC
               MOVE WS-BE-YEAR (WS-BE-IDX) TO BE-YEAR
               MOVE WS-BE-EMP (WS-BE-IDX) TO BE-EMP-ID
               MOVE WS-BE-TYPE (WS-BE-IDX) TO BE-TYPE
               MOVE WS-BE-PLAN (WS-BE-IDX) TO BE-PLAN
               MOVE WS-BE-TIER (WS-BE-IDX) TO BE-TIER
               PERFORM VARYING WS-EL-DEP-IDX FROM 1 BY 1
                   UNTIL WS-EL-DEP-IDX > 6
                   MOVE WS-BE-DEP (WS-BE-IDX, WS-EL-DEP-IDX) TO
                       BE-DEP-SEQ (WS-EL-DEP-IDX)
               END-PERFORM
               MOVE WS-BE-ENTERED (WS-BE-IDX) TO BE-ENTRY-DATE
               WRITE BENELECT-REC
           END-PERFORM.
           CLOSE BENELECT-FILE.

      *    AN ELECTION IS TAKEN ONLY INSIDE THE OPEN WINDOW AND FOR
      *    AN EMPLOYEE STILL ACTIVE ON THE MASTER. A BLANK PLAN CODE
      *    WAIVES THE COVERAGE TYPE. THE DEPENDENTS NAMED MUST BE
      *    ACTIVE ON THE DEPENDENTS FILE AND FIT THE TIER: ES ONE
      *    SPOUSE OR PARTNER, EC ONE OR MORE CHILDREN, FA BOTH, EE
      *    NONE. A CHILD WHO IS 26 BEFORE THE PLAN YEAR STARTS IS
      *    NOT ELIGIBLE. A LATER ELECTION FOR THE SAME YEAR AND
      *    COVERAGE TYPE REPLACES THE EARLIER ONE.
       RECORD-ELECTION.
           PERFORM LOAD-WINDOWS.
           DISPLAY "PLAN YEAR (YYYY): " WITH NO ADVANCING.
           ACCEPT WS-YEAR-IN.
           PERFORM FIND-WINDOW.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-BW-HIT = 0
               DISPLAY "NO ENROLLMENT WINDOW FOR " WS-YEAR-IN "."
               EXIT PARAGRAPH
           END-IF.
           IF WS-BW-STATUS (WS-BW-HIT) NOT = 'O'
               OR WS-TODAY < WS-BW-OPEN (WS-BW-HIT)
               OR WS-TODAY > WS-BW-CLOSE (WS-BW-HIT)
               DISPLAY "ENROLLMENT FOR " WS-YEAR-IN " IS NOT OPEN"
                   " TODAY - ELECTION NOT TAKEN."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-ELECTIONS.
           IF WS-BE-OVERFLOW = 'Y'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "EMPLOYEE ID: " WITH NO ADVANCING.
           ACCEPT WS-EMP-IN.
           PERFORM LOOKUP-EMPLOYEE.
           IF WS-EMP-OK = 'N'
               DISPLAY "EMPLOYEE NOT ACTIVE ON MASTER."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "COVERAGE TYPE, (M)EDICAL (D)ENTAL (V)ISION: "
               WITH NO ADVANCING.
           ACCEPT WS-TYPE-IN.
           MOVE FUNCTION UPPER-CASE(WS-TYPE-IN) TO WS-TYPE-IN.
           IF WS-TYPE-IN NOT = 'M' AND WS-TYPE-IN NOT = 'D'
               AND WS-TYPE-IN NOT = 'V'
               DISPLAY "ERROR: COVERAGE TYPE MUST BE M, D OR V."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PLAN CODE (BLANK TO WAIVE): " WITH NO ADVANCING.
           ACCEPT WS-PLAN-IN.
           MOVE FUNCTION UPPER-CASE(WS-PLAN-IN) TO WS-PLAN-IN.
           MOVE SPACES TO WS-TIER-IN.
           MOVE 0 TO WS-EL-DEP-COUNT.
           PERFORM VARYING WS-EL-DEP-IDX FROM 1 BY 1
               UNTIL WS-EL-DEP-IDX > 6
               MOVE 0 TO WS-EL-DEP (WS-EL-DEP-IDX)
           END-PERFORM.
           IF WS-PLAN-IN NOT = SPACES
               PERFORM TAKE-PLAN-ELECTION
               IF WS-ERROR NOT = SPACES
                   DISPLAY "ERROR: " WS-ERROR " - ELECTION NOT TAKEN."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM STORE-ELECTION.

       TAKE-PLAN-ELECTION.
           MOVE SPACES TO WS-ERROR.
           DISPLAY "TIER (EE, ES, EC, FA): " WITH NO ADVANCING.
           ACCEPT WS-TIER-IN.
           MOVE FUNCTION UPPER-CASE(WS-TIER-IN) TO WS-TIER-IN.
           PERFORM FIND-PLAN-TIER.
           IF WS-BP-HIT = 0
               MOVE "PLAN AND TIER NOT ON THE PLAN MASTER" TO WS-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF WS-BP-TYPE (WS-BP-HIT) NOT = WS-TYPE-IN
               MOVE "PLAN IS NOT OF THAT COVERAGE TYPE" TO WS-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF WS-TIER-IN = "EE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-DEPENDENTS.
           PERFORM SHOW-EMPLOYEE-DEPENDENTS.
           MOVE 1 TO WS-SEQ-IN.
           PERFORM UNTIL WS-SEQ-IN = 0 OR WS-EL-DEP-COUNT >= 6
               OR WS-ERROR NOT = SPACES
               DISPLAY "DEPENDENT NUMBER TO COVER (0 WHEN DONE): "
                   WITH NO ADVANCING
               ACCEPT WS-SEQ-IN
               IF WS-SEQ-IN > 0
                   PERFORM ADD-ELECTION-DEPENDENT
               END-IF
           END-PERFORM.
           IF WS-ERROR = SPACES
               PERFORM CHECK-TIER-FIT
           END-IF.

       ADD-ELECTION-DEPENDENT.
           PERFORM FIND-DEPENDENT.
           IF WS-BD-HIT = 0
               MOVE "NO SUCH DEPENDENT" TO WS-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF WS-BD-ACTIVE (WS-BD-HIT) NOT = 'Y'
               MOVE "DEPENDENT IS NOT ACTIVE" TO WS-ERROR
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-EL-DEP-IDX FROM 1 BY 1
               UNTIL WS-EL-DEP-IDX > WS-EL-DEP-COUNT
               IF WS-EL-DEP (WS-EL-DEP-IDX) = WS-SEQ-IN
                   MOVE "DEPENDENT NAMED TWICE" TO WS-ERROR
               END-IF
           END-PERFORM.
           IF WS-ERROR NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CHILD-CUTOFF = (WS-YEAR-IN - 26) * 10000 + 101.
           IF WS-BD-REL (WS-BD-HIT) = 'C'
               AND WS-BD-BIRTH (WS-BD-HIT) < WS-CHILD-CUTOFF
               MOVE "CHILD IS PAST THE AGE LIMIT" TO WS-ERROR
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EL-DEP-COUNT.
           MOVE WS-SEQ-IN TO WS-EL-DEP (WS-EL-DEP-COUNT).

       CHECK-TIER-FIT.
           MOVE 0 TO WS-EL-SPOUSES WS-EL-CHILDREN.
           PERFORM VARYING WS-EL-DEP-IDX FROM 1 BY 1
               UNTIL WS-EL-DEP-IDX > WS-EL-DEP-COUNT
               MOVE WS-EL-DEP (WS-EL-DEP-IDX) TO WS-SEQ-IN
               PERFORM FIND-DEPENDENT
               IF WS-BD-REL (WS-BD-HIT) = 'C'
                   ADD 1 TO WS-EL-CHILDREN
               ELSE
                   ADD 1 TO WS-EL-SPOUSES
               END-IF
           END-PERFORM.
           EVALUATE WS-TIER-IN
            WHEN "ES"
               IF WS-EL-SPOUSES NOT = 1 OR WS-EL-CHILDREN > 0
                   MOVE "ES COVERS ONE SPOUSE OR PARTNER ONLY"
                       TO WS-ERROR
               END-IF
            WHEN "EC"
               IF WS-EL-SPOUSES > 0 OR WS-EL-CHILDREN = 0
                   MOVE "EC COVERS CHILDREN ONLY" TO WS-ERROR
               END-IF
            WHEN "FA"
               IF WS-EL-SPOUSES NOT = 1 OR WS-EL-CHILDREN = 0
                   MOVE "FA COVERS A SPOUSE AND CHILDREN"
                       TO WS-ERROR
               END-IF
           END-EVALUATE.

       STORE-ELECTION.
           MOVE 0 TO WS-BE-HIT.
           PERFORM VARYING WS-BE-IDX FROM 1 BY 1
               UNTIL WS-BE-IDX > WS-BE-COUNT
               OR WS-BE-HIT > 0
               IF WS-BE-YEAR (WS-BE-IDX) = WS-YEAR-IN
                   AND WS-BE-EMP (WS-BE-IDX) = WS-EMP-IN
                   AND WS-BE-TYPE (WS-BE-IDX) = WS-TYPE-IN
                   MOVE WS-BE-IDX TO WS-BE-HIT
               END-IF
           END-PERFORM.
           IF WS-BE-HIT = 0
               IF WS-BE-COUNT >= 500
                   DISPLAY "ELECTIONS TABLE IS FULL."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BE-COUNT
               MOVE WS-BE-COUNT TO WS-BE-HIT
           END-IF.
           MOVE WS-YEAR-IN TO WS-BE-YEAR (WS-BE-HIT).
           MOVE WS-EMP-IN TO WS-BE-EMP (WS-BE-HIT).
           MOVE WS-TYPE-IN TO WS-BE-TYPE (WS-BE-HIT).
           MOVE WS-PLAN-IN TO WS-BE-PLAN (WS-BE-HIT).
           MOVE WS-TIER-IN TO WS-BE-TIER (WS-BE-HIT).
           PERFORM VARYING WS-EL-DEP-IDX FROM 1 BY 1
               UNTIL WS-EL-DEP-IDX > 6
               MOVE WS-EL-DEP (WS-EL-DEP-IDX) TO
                   WS-BE-DEP (WS-BE-HIT, WS-EL-DEP-IDX)
           END-PERFORM.
           MOVE WS-TODAY TO WS-BE-ENTERED (WS-BE-HIT).
           PERFORM SAVE-ELECTIONS.
           IF WS-PLAN-IN = SPACES
               DISPLAY "COVERAGE TYPE " WS-TYPE-IN " WAIVED FOR "
                   WS-YEAR-IN "."
           ELSE
               MOVE WS-BP-EE-COST (WS-BP-HIT) TO OUT-COST
               MOVE WS-BP-ER-COST (WS-BP-HIT) TO OUT-ER-COST
               DISPLAY "ELECTED " WS-PLAN-IN " " WS-TIER-IN
                   " FOR " WS-YEAR-IN " - EMPLOYEE COST " OUT-COST
                   ", EMPLOYER COST " OUT-ER-COST " PER PAY."
           END-IF.

       LIST-ELECTIONS.
           PERFORM LOAD-ELECTIONS.
           DISPLAY "PLAN YEAR (YYYY): " WITH NO ADVANCING.
           ACCEPT WS-YEAR-IN.
           MOVE 0 TO WS-LISTED.
           DISPLAY "EMP-ID    T PLAN TIER DEPENDENTS          ENTERED".
           PERFORM VARYING WS-BE-IDX FROM 1 BY 1
               UNTIL WS-BE-IDX > WS-BE-COUNT
               IF WS-BE-YEAR (WS-BE-IDX) = WS-YEAR-IN
                   ADD 1 TO WS-LISTED
                   DISPLAY WS-BE-EMP (WS-BE-IDX) "  "
                       WS-BE-TYPE (WS-BE-IDX) " "
                       WS-BE-PLAN (WS-BE-IDX) " "
                       WS-BE-TIER (WS-BE-IDX) "   "
                       WS-BE-DEP (WS-BE-IDX, 1) " "
                       WS-BE-DEP (WS-BE-IDX, 2) " "
                       WS-BE-DEP (WS-BE-IDX, 3) " "
                       WS-BE-DEP (WS-BE-IDX, 4) " "
                       WS-BE-DEP (WS-BE-IDX, 5) " "
                       WS-BE-DEP (WS-BE-IDX, 6) "  "
                       WS-BE-ENTERED (WS-BE-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-LISTED TO OUT-COUNT.
           DISPLAY FUNCTION TRIM(OUT-COUNT) " ELECTIONS FOR "
               WS-YEAR-IN ".".

      *    CLOSING TURNS THE YEAR'S ELECTIONS INTO DEDUCTION
      *    ENROLLMENTS. FOR EACH ELECTION, THE EMPLOYEE'S OPEN
      *    ENROLLMENTS UNDER ANY DEDUCTION CODE OF THE SAME COVERAGE
      *    TYPE END THE DAY BEFORE THE EFFECTIVE DATE, AND UNLESS THE
      *    TYPE WAS WAIVED THE ELECTED TIER'S CODE IS ENROLLED FROM
      *    THE EFFECTIVE DATE. ENROLLMENTS THAT ENDED MORE THAN A
      *    YEAR BEFORE THE EFFECTIVE DATE ARE DROPPED FROM THE FILE.
       CLOSE-ENROLLMENT.
           PERFORM LOAD-WINDOWS.
           DISPLAY "PLAN YEAR (YYYY): " WITH NO ADVANCING.
           ACCEPT WS-YEAR-IN.
           PERFORM FIND-WINDOW.
           IF WS-BW-HIT = 0
               DISPLAY "NO ENROLLMENT WINDOW FOR " WS-YEAR-IN "."
               EXIT PARAGRAPH
           END-IF.
           IF WS-BW-STATUS (WS-BW-HIT) NOT = 'O'
               DISPLAY "ENROLLMENT FOR " WS-YEAR-IN " IS ALREADY"
                   " CLOSED, EFFECTIVE " WS-BW-EFF (WS-BW-HIT) "."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF WS-TODAY NOT > WS-BW-CLOSE (WS-BW-HIT)
               DISPLAY "THE WINDOW RUNS TO " WS-BW-CLOSE (WS-BW-HIT)
                   ". CLOSE IT EARLY (Y/N)? " WITH NO ADVANCING
               ACCEPT WS-ANSWER
               MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
               IF WS-ANSWER NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "DEDUCTIONS EFFECTIVE FROM (YYYYMMDD): "
               WITH NO ADVANCING.
           PERFORM ACCEPT-VALID-DATE.
           MOVE WS-DATE-IN TO WS-EFF-DATE.

           PERFORM LOAD-ELECTIONS.
           PERFORM LOAD-DEDUCTION-CODES.
           PERFORM LOAD-DEDUCTION-ENROLLMENTS.
           IF WS-BE-OVERFLOW = 'Y' OR WS-DE-OVERFLOW = 'Y'
               DISPLAY "RUN CANCELLED - TABLE OVERFLOW."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ELECTED-CODES.
           IF WS-MISSING > 0
               DISPLAY "RUN CANCELLED - SET UP THE MISSING"
                   " DEDUCTION CODES AND CLOSE AGAIN."
               EXIT PARAGRAPH
           END-IF.

           MOVE 'A' TO WS-DU-FUNCTION.
           MOVE WS-EFF-DATE TO WS-DU-DATE.
           MOVE -1 TO WS-DU-DAYS.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           MOVE WS-DU-RESULT TO WS-END-DATE.
           MOVE -366 TO WS-DU-DAYS.
           CALL "DATEUTIL" USING WS-DU-FUNCTION WS-DU-DATE
               WS-DU-DAYS WS-DU-RESULT WS-DU-FLAG.
           MOVE WS-DU-RESULT TO WS-PURGE-DATE.

           MOVE 0 TO WS-ENDED WS-ADDED WS-PURGED.
           PERFORM VARYING WS-BE-IDX FROM 1 BY 1
               UNTIL WS-BE-IDX > WS-BE-COUNT
               OR WS-DE-OVERFLOW = 'Y'
               IF WS-BE-YEAR (WS-BE-IDX) = WS-YEAR-IN
                   PERFORM APPLY-ONE-ELECTION
               END-IF
           END-PERFORM.
           IF WS-DE-OVERFLOW = 'Y'
               DISPLAY "RUN CANCELLED - THE DEDUCTION ENROLLMENT FILE"
                   " WOULD PASS 200 ROWS. NOTHING WAS CHANGED."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SAVE-DEDUCTION-ENROLLMENTS.
           MOVE 'C' TO WS-BW-STATUS (WS-BW-HIT).
           MOVE WS-EFF-DATE TO WS-BW-EFF (WS-BW-HIT).
           PERFORM SAVE-WINDOWS.
           DISPLAY "ENROLLMENT FOR " WS-YEAR-IN " CLOSED, EFFECTIVE "
               WS-EFF-DATE ".".
           MOVE WS-ADDED TO OUT-COUNT.
           DISPLAY "DEDUCTION ENROLLMENTS ADDED: "
               FUNCTION TRIM(OUT-COUNT).
           MOVE WS-ENDED TO OUT-COUNT.
           DISPLAY "DEDUCTION ENROLLMENTS ENDED: "
               FUNCTION TRIM(OUT-COUNT).
           IF WS-PURGED > 0
               MOVE WS-PURGED TO OUT-COUNT
               DISPLAY "OLD ENDED ENROLLMENTS DROPPED: "
                   FUNCTION TRIM(OUT-COUNT)
           END-IF.

       CHECK-ELECTED-CODES.
           MOVE 0 TO WS-MISSING.
           PERFORM VARYING WS-BE-IDX FROM 1 BY 1
               UNTIL WS-BE-IDX > WS-BE-COUNT
               IF WS-BE-YEAR (WS-BE-IDX) = WS-YEAR-IN
                   AND WS-BE-PLAN (WS-BE-IDX) NOT = SPACES
                   MOVE WS-BE-PLAN (WS-BE-IDX) TO WS-PLAN-IN
                   MOVE WS-BE-TIER (WS-BE-IDX) TO WS-TIER-IN
                   PERFORM FIND-PLAN-TIER
                   IF WS-BP-HIT = 0
                       ADD 1 TO WS-MISSING
                       DISPLAY "PLAN " WS-PLAN-IN " " WS-TIER-IN
                           " ELECTED BY " WS-BE-EMP (WS-BE-IDX)
                           " IS NO LONGER ON THE PLAN MASTER."
                   ELSE
                       MOVE WS-BP-DED (WS-BP-HIT) TO WS-DED-IN
                       PERFORM FIND-DEDUCTION-CODE
                       IF WS-DM-HIT = 0
                           ADD 1 TO WS-MISSING
                           DISPLAY "DEDUCTION CODE " WS-DED-IN
                               " FOR " WS-PLAN-IN " " WS-TIER-IN
                               " IS NOT ON THE DEDUCTION MASTER."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-ONE-ELECTION.
           PERFORM VARYING WS-DE-IDX FROM 1 BY 1
               UNTIL WS-DE-IDX > WS-DE-COUNT
               IF WS-DE-EMP (WS-DE-IDX) = WS-BE-EMP (WS-BE-IDX)
                   AND (WS-DE-END (WS-DE-IDX) = 0
                       OR WS-DE-END (WS-DE-IDX) > WS-END-DATE)
                   PERFORM END-IF-SAME-TYPE
               END-IF
           END-PERFORM.
           IF WS-BE-PLAN (WS-BE-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-DE-COUNT >= 200
               MOVE 'Y' TO WS-DE-OVERFLOW
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BE-PLAN (WS-BE-IDX) TO WS-PLAN-IN.
           MOVE WS-BE-TIER (WS-BE-IDX) TO WS-TIER-IN.
           PERFORM FIND-PLAN-TIER.
           ADD 1 TO WS-DE-COUNT.
           MOVE WS-BE-EMP (WS-BE-IDX) TO WS-DE-EMP (WS-DE-COUNT).
           MOVE WS-BP-DED (WS-BP-HIT) TO WS-DE-CODE (WS-DE-COUNT).
           MOVE WS-EFF-DATE TO WS-DE-EFF (WS-DE-COUNT).
           MOVE 0 TO WS-DE-END (WS-DE-COUNT).
           ADD 1 TO WS-ADDED.

       END-IF-SAME-TYPE.
           MOVE SPACES TO WS-PLAN-TYPE.
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
               UNTIL WS-BP-IDX > WS-BP-COUNT
               IF WS-BP-DED (WS-BP-IDX) = WS-DE-CODE (WS-DE-IDX)
                   MOVE WS-BP-TYPE (WS-BP-IDX) TO WS-PLAN-TYPE
               END-IF
           END-PERFORM.
           IF WS-PLAN-TYPE = WS-BE-TYPE (WS-BE-IDX)
               MOVE WS-END-DATE TO WS-DE-END (WS-DE-IDX)
               ADD 1 TO WS-ENDED
           END-IF.

       LOAD-DEDUCTION-ENROLLMENTS.
           MOVE 0 TO WS-DE-COUNT.
           MOVE 'N' TO WS-DE-OVERFLOW.
           OPEN INPUT DEDENROL-FILE.
           IF DEDENROL-STATUS = "00"
               PERFORM UNTIL DEDENROL-STATUS NOT = "00"
                   READ DEDENROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-DE-COUNT >= 200
                               MOVE 'Y' TO WS-DE-OVERFLOW
                           ELSE
                               PERFORM STORE-DEDUCTION-ENROLLMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDENROL-FILE
           END-IF.

       STORE-DEDUCTION-ENROLLMENT.
           ADD 1 TO WS-DE-COUNT.
           MOVE ENROL-EMP-ID TO WS-DE-EMP (WS-DE-COUNT).
           MOVE ENROL-DED-CODE TO WS-DE-CODE (WS-DE-COUNT).
           IF ENROL-EFF-DATE IS NUMERIC
               MOVE ENROL-EFF-DATE TO WS-DE-EFF (WS-DE-COUNT)
           ELSE
               MOVE 0 TO WS-DE-EFF (WS-DE-COUNT)
           END-IF.
           IF ENROL-END-DATE IS NUMERIC
               MOVE ENROL-END-DATE TO WS-DE-END (WS-DE-COUNT)
           ELSE
               MOVE 0 TO WS-DE-END (WS-DE-COUNT)
           END-IF.

       SAVE-DEDUCTION-ENROLLMENTS.
           OPEN OUTPUT DEDENROL-FILE.
           PERFORM VARYING WS-DE-IDX FROM 1 BY 1
               UNTIL WS-DE-IDX > WS-DE-COUNT
               IF WS-DE-END (WS-DE-IDX) > 0
                   AND WS-DE-END (WS-DE-IDX) < WS-PURGE-DATE
                   ADD 1 TO WS-PURGED
               ELSE
                   MOVE SPACES TO DEDENROL-REC
                   MOVE WS-DE-EMP (WS-DE-IDX) TO ENROL-EMP-ID
                   MOVE WS-DE-CODE (WS-DE-IDX) TO ENROL-DED-CODE
                   MOVE WS-DE-EFF (WS-DE-IDX) TO ENROL-EFF-DATE
                   MOVE WS-DE-END (WS-DE-IDX) TO ENROL-END-DATE
                   WRITE DEDENROL-REC
               END-IF
           END-PERFORM.
           CLOSE DEDENROL-FILE.

      *    ONE BLOCK PER PLAN: EACH COVERED EMPLOYEE WITH THE TIER
      *    AND EFFECTIVE DATE, FOLLOWED BY THE DEPENDENTS COVERED.
      *    BEFORE THE WINDOW CLOSES THE LISTING IS PROVISIONAL AND
      *    CARRIES NO EFFECTIVE DATE.
       CARRIER-LISTING.
           PERFORM LOAD-WINDOWS.
           PERFORM LOAD-ELECTIONS.
           PERFORM LOAD-DEPENDENTS.
           DISPLAY "PLAN YEAR (YYYY): " WITH NO ADVANCING.
           ACCEPT WS-YEAR-IN.
           DISPLAY "PLAN CODE (BLANK FOR ALL): " WITH NO ADVANCING.
           ACCEPT WS-PLAN-IN.
           MOVE FUNCTION UPPER-CASE(WS-PLAN-IN) TO WS-PLAN-IN.
           PERFORM FIND-WINDOW.
           MOVE 0 TO WS-EFF-DATE.
           IF WS-BW-HIT > 0
               MOVE WS-BW-EFF (WS-BW-HIT) TO WS-EFF-DATE
           END-IF.
           IF WS-EFF-DATE = 0
               DISPLAY "ENROLLMENT FOR " WS-YEAR-IN " IS NOT CLOSED -"
                   " THIS LISTING IS PROVISIONAL."
           END-IF.
           MOVE 0 TO WS-LISTED.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
               UNTIL WS-BP-IDX > WS-BP-COUNT
               IF (WS-PLAN-IN = SPACES
                   OR WS-BP-PLAN (WS-BP-IDX) = WS-PLAN-IN)
                   AND WS-BP-TIER (WS-BP-IDX) = "EE"
                   PERFORM LIST-ONE-PLAN
               END-IF
           END-PERFORM.
           MOVE WS-LISTED TO OUT-COUNT.
           DISPLAY FUNCTION TRIM(OUT-COUNT) " COVERED EMPLOYEES"
               " LISTED.".

      *    EVERY PLAN IS EXPECTED TO OFFER THE EE TIER; THE LISTING
      *    IS DRIVEN FROM THAT ROW AND PICKS UP ALL TIERS' ELECTIONS.
       LIST-ONE-PLAN.
           PERFORM VARYING WS-BE-IDX FROM 1 BY 1
               UNTIL WS-BE-IDX > WS-BE-COUNT
               IF WS-BE-YEAR (WS-BE-IDX) = WS-YEAR-IN
                   AND WS-BE-PLAN (WS-BE-IDX) = WS-BP-PLAN (WS-BP-IDX)
                   PERFORM LIST-ONE-MEMBER
               END-IF
           END-PERFORM.

       LIST-ONE-MEMBER.
           ADD 1 TO WS-LISTED.
           MOVE WS-BE-EMP (WS-BE-IDX) TO WS-EMP-IN.
           PERFORM LOOKUP-EMPLOYEE.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           DISPLAY WS-BP-PLAN (WS-BP-IDX) "  "
               WS-BP-CARRIER (WS-BP-IDX) "  "
               WS-BE-EMP (WS-BE-IDX) "  " WS-EMP-NAME "  "
               WS-BE-TIER (WS-BE-IDX) "    " WS-EFF-DATE.
           PERFORM VARYING WS-EL-DEP-IDX FROM 1 BY 1
               UNTIL WS-EL-DEP-IDX > 6
               IF WS-BE-DEP (WS-BE-IDX, WS-EL-DEP-IDX) > 0
                   MOVE WS-BE-DEP (WS-BE-IDX, WS-EL-DEP-IDX)
                       TO WS-SEQ-IN
                   PERFORM FIND-DEPENDENT
                   IF WS-BD-HIT > 0
                       MOVE 'L' TO WS-RPT-FUNCTION
                       CALL "RPTHDR" USING WS-RPT-FUNCTION
                           WS-RPT-TITLE WS-RPT-COLHDR WS-RPT-LPP
                       DISPLAY "        DEPENDENT "
                           WS-BD-SEQ (WS-BD-HIT) "  "
                           WS-BD-NAME (WS-BD-HIT) " "
                           WS-BD-REL (WS-BD-HIT) "  BORN "
                           WS-BD-BIRTH (WS-BD-HIT)
                   END-IF
               END-IF
           END-PERFORM.
       END PROGRAM BENEFITS.
