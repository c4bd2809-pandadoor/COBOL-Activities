       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCARD.
      *    TERM REPORT CARDS AND THE ACADEMIC STANDING RUN. EVERY
      *    COURSE A STUDENT IS ENROLLED IN FOR THE TERM
      *    (SELDATA/ENROLL.DAT) IS LISTED WITH ITS WEIGHTED AVERAGE
      *    UNDER THE GRADECFG.DAT WEIGHTS, PASS/FAIL AGAINST THE
      *    GRADECFG.DAT THRESHOLD AND ITS GRADE POINT ON THE SAME
      *    1.00 - 5.00 SCALE AS THE EQUIVALENT-GRADE SELECTION (A
      *    FAILED COURSE IS 5.00). THE TERM GPA IS WEIGHTED BY THE
      *    COURSE UNITS FROM SELDATA/COURSE.DAT; A COURSE WITH NO
      *    SCORES POSTED YET IS SHOWN BUT KEPT OUT OF THE GPA. THE
      *    STANDING RUN PLACES A STUDENT ON THE HONOR ROLL WHEN THE
      *    GPA IS AT OR BETTER THAN THE HONOR LIMIT WITH EVERY
      *    COURSE POSTED AND PASSED, AND ON PROBATION WHEN THE GPA
      *    IS WORSE THAN THE PROBATION LIMIT. THE LIMITS LIVE ON
      *    SELDATA/STANDCFG.DAT (HONOR GPA, PROBATION GPA, BOTH 9V99)
      *    AND DEFAULT TO 1.75 AND 3.00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADECFG-FILE
           ASSIGN TO "SELDATA/GRADECFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GRADECFG-STATUS.
           SELECT STANDCFG-FILE
           ASSIGN TO "SELDATA/STANDCFG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STANDCFG-STATUS.
           SELECT COURSE-FILE
           ASSIGN TO "SELDATA/COURSE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COURSE-STATUS.
           SELECT STUDENT-FILE
           ASSIGN TO "SELDATA/STUDENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-STATUS.
           SELECT ENROLL-FILE
           ASSIGN TO "SELDATA/ENROLL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENROLL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADECFG-FILE.
       01  GRADECFG-REC.
           05 CFG-WEIGHT-PRELIM-IN PIC 9(2).
           05 CFG-FILLER-1 PIC X(1).
           05 CFG-WEIGHT-MIDTERM-IN PIC 9(2).
           05 CFG-FILLER-2 PIC X(1).
           05 CFG-WEIGHT-FINAL-IN PIC 9(2).
           05 CFG-FILLER-3 PIC X(1).
           05 CFG-PASS-THRESHOLD-IN PIC 9(3)V99.

       FD  STANDCFG-FILE.
       01  STANDCFG-REC.
           05 SC-HONOR-GPA-IN PIC 9V99.
           05 SC-FILLER-1 PIC X(1).
           05 SC-PROBATION-GPA-IN PIC 9V99.

       FD  COURSE-FILE.
       01  COURSE-REC.
           05 CRS-CODE PIC X(8).
           05 CRS-FILLER-1 PIC X(1).
           05 CRS-TITLE PIC X(30).
           05 CRS-FILLER-2 PIC X(1).
           05 CRS-UNITS PIC 9(1)V9.

       FD  STUDENT-FILE.
       01  STUDENT-REC.
           05 STU-ID PIC X(8).
           05 STU-FILLER-1 PIC X(1).
           05 STU-NAME PIC X(20).

       FD  ENROLL-FILE.
       01  ENROLL-REC.
           05 EN-TERM PIC X(6).
           05 EN-FILLER-1 PIC X(1).
           05 EN-STU-ID PIC X(8).
           05 EN-FILLER-2 PIC X(1).
           05 EN-COURSE PIC X(8).
           05 EN-FILLER-3 PIC X(1).
           05 EN-SECTION PIC X(4).
           05 EN-FILLER-4 PIC X(1).
           05 EN-PRELIM PIC 9(5).
           05 EN-FILLER-5 PIC X(1).
           05 EN-MIDTERM PIC 9(5).
           05 EN-FILLER-6 PIC X(1).
           05 EN-FINAL PIC 9(5).
           05 EN-FILLER-7 PIC X(1).
           05 EN-POSTED PIC X(1).

       WORKING-STORAGE SECTION.
       01  GRADECFG-STATUS PIC XX.
       01  STANDCFG-STATUS PIC XX.
       01  COURSE-STATUS PIC XX.
       01  STUDENT-STATUS PIC XX.
       01  ENROLL-STATUS PIC XX.
       01  WEIGHT-PRELIM PIC 9(2) VALUE 33.
       01  WEIGHT-MIDTERM PIC 9(2) VALUE 33.
       01  WEIGHT-FINAL PIC 9(2) VALUE 34.
       01  WEIGHT-TOTAL PIC 9(3) VALUE 100.
       01  PASS-THRESHOLD PIC 9(3)V99 VALUE 75.
       01  WS-HONOR-GPA PIC 9V99 VALUE 1.75.
       01  WS-PROBATION-GPA PIC 9V99 VALUE 3.00.

       01  WS-CHOICE PIC 9(1).
       01  WS-TERM PIC X(6).
       01  WS-ONE-ID PIC X(8).
       01  WS-FOUND PIC X.
       01  WS-IDX PIC 9(4).
       01  WS-TS-IDX PIC 9(4).
       01  WS-HIT-IDX PIC 9(4).
       01  WS-NAME PIC X(20).
       01  WS-TITLE PIC X(30).
       01  WS-UNITS PIC 9(1)V9.
       01  WS-AVERAGE PIC 9(3)V99.
       01  WS-WHOLE-AVG PIC 9(3).
       01  WS-GRADE-POINT PIC 9V99.
       01  WS-PASS PIC X(1).
       01  WS-GPA PIC 9V99.
       01  WS-STANDING PIC X(12).
       01  WS-CARDS PIC 9(4).
       01  WS-HONOR-COUNT PIC 9(4).
       01  WS-PROBATION-COUNT PIC 9(4).
       01  WS-GOOD-COUNT PIC 9(4).

       01  WS-CRS-COUNT PIC 9(4) VALUE 0.
       01  WS-CRS-TABLE.
           05 WS-CRS-ENTRY OCCURS 200 TIMES.
               10 WS-CR-CODE PIC X(8).
               10 WS-CR-TITLE PIC X(30).
               10 WS-CR-UNITS PIC 9(1)V9.

       01  WS-STU-COUNT PIC 9(4) VALUE 0.
       01  WS-STU-TABLE.
           05 WS-STU-ENTRY OCCURS 500 TIMES.
               10 WS-ST-ID PIC X(8).
               10 WS-ST-NAME PIC X(20).

      *    THE TERM'S ENROLLMENTS, EACH GRADED ONCE AS IT IS LOADED.
       01  WS-ENR-COUNT PIC 9(4) VALUE 0.
       01  WS-ENR-TABLE.
           05 WS-ENR-ENTRY OCCURS 1000 TIMES.
               10 WS-EN-STU-ID PIC X(8).
               10 WS-EN-COURSE PIC X(8).
               10 WS-EN-SECTION PIC X(4).
               10 WS-EN-POSTED PIC X(1).
               10 WS-EN-AVERAGE PIC 9(3)V99.
               10 WS-EN-POINT PIC 9V99.
               10 WS-EN-PASS PIC X(1).
               10 WS-EN-UNITS PIC 9(1)V9.

      *    ONE ROW PER STUDENT ENROLLED IN THE TERM, IN THE ORDER
      *    THE STUDENT FIRST APPEARS ON THE ENROLLMENT FILE.
       01  WS-TS-COUNT PIC 9(4) VALUE 0.
       01  WS-TS-TABLE.
           05 WS-TS-ENTRY OCCURS 500 TIMES.
               10 WS-TS-ID PIC X(8).
               10 WS-TS-UNITS PIC 9(3)V9.
               10 WS-TS-GPA-UNITS PIC 9(3)V9.
               10 WS-TS-EARNED PIC 9(3)V9.
               10 WS-TS-QPOINTS PIC 9(5)V99.
               10 WS-TS-UNPOSTED PIC 9(3).
               10 WS-TS-FAILED PIC 9(3).

       01  OUT-AVERAGE PIC ZZ9.99.
       01  OUT-POINT PIC 9.99.
       01  OUT-UNITS PIC 9.9.
       01  OUT-TOTAL-UNITS PIC ZZ9.9.
       01  OUT-COUNT PIC ZZZ9.

       01  WS-RPT-FUNCTION PIC X(1).
       01  WS-RPT-TITLE PIC X(40).
       01  WS-RPT-COLHDR PIC X(80).
       01  WS-RPT-LPP PIC 9(3) VALUE 20.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "CLEAR-SCREEN".
           DISPLAY "__________________________________________________".
           DISPLAY "        REPORT CARDS AND ACADEMIC STANDING".
           DISPLAY SPACE.
           DISPLAY "1 - Term report cards".
           DISPLAY "2 - Academic standing run".
           DISPLAY SPACE.
           DISPLAY "0 - Exit".
           DISPLAY "__________________________________________________".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
             WHEN 0
               GOBACK
             WHEN 1
               PERFORM TERM-REPORT-CARDS
             WHEN 2
               PERFORM ACADEMIC-STANDING-RUN
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM MAIN-PARA.

       TERM-REPORT-CARDS.
           DISPLAY "TERM (E.G. 2026-1): " WITH NO ADVANCING.
           ACCEPT WS-TERM.
           DISPLAY "STUDENT ID (BLANK FOR ALL): " WITH NO ADVANCING.
           ACCEPT WS-ONE-ID.
           MOVE FUNCTION UPPER-CASE(WS-ONE-ID) TO WS-ONE-ID.
           PERFORM LOAD-TERM.
           IF WS-TS-COUNT = 0
               DISPLAY "NO ENROLLMENTS ON FILE FOR " WS-TERM "."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CARDS.
           MOVE SPACES TO WS-RPT-TITLE.
           STRING "TERM REPORT CARD - " DELIMITED BY SIZE
               WS-TERM DELIMITED BY SIZE
               INTO WS-RPT-TITLE.
           MOVE SPACES TO WS-RPT-COLHDR.
           STRING "COURSE   SECT TITLE                          UNITS"
               DELIMITED BY SIZE
               "  AVERAGE  GRADE  P/F" DELIMITED BY SIZE
               INTO WS-RPT-COLHDR.
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > WS-TS-COUNT
               IF WS-ONE-ID = SPACES
                   OR WS-TS-ID (WS-TS-IDX) = WS-ONE-ID
                   ADD 1 TO WS-CARDS
                   PERFORM PRINT-ONE-CARD
               END-IF
           END-PERFORM.
           IF WS-CARDS = 0
               DISPLAY WS-ONE-ID " IS NOT ENROLLED FOR " WS-TERM "."
           END-IF.
           ACCEPT OMITTED.

       PRINT-ONE-CARD.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           PERFORM FIND-STUDENT-NAME.
           DISPLAY "STUDENT: " WS-TS-ID (WS-TS-IDX) "  " WS-NAME.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENR-COUNT
               IF WS-EN-STU-ID (WS-IDX) = WS-TS-ID (WS-TS-IDX)
                   PERFORM PRINT-ONE-CARD-LINE
               END-IF
           END-PERFORM.
           PERFORM COMPUTE-STUDENT-GPA.
           DISPLAY " ".
           MOVE WS-TS-UNITS (WS-TS-IDX) TO OUT-TOTAL-UNITS.
           DISPLAY "UNITS ENROLLED: " OUT-TOTAL-UNITS
               WITH NO ADVANCING.
           MOVE WS-TS-EARNED (WS-TS-IDX) TO OUT-TOTAL-UNITS.
           DISPLAY "   UNITS EARNED: " OUT-TOTAL-UNITS.
           IF WS-TS-GPA-UNITS (WS-TS-IDX) = 0
               DISPLAY "TERM GPA: NOT YET GRADED"
           ELSE
               MOVE WS-GPA TO OUT-POINT
               IF WS-TS-UNPOSTED (WS-TS-IDX) > 0
                   DISPLAY "TERM GPA: " OUT-POINT
                       "  (INCOMPLETE - SCORES NOT ALL POSTED)"
               ELSE
                   DISPLAY "TERM GPA: " OUT-POINT
               END-IF
           END-IF.
           IF WS-ONE-ID = SPACES
               ACCEPT OMITTED
           END-IF.

       PRINT-ONE-CARD-LINE.
           MOVE WS-EN-COURSE (WS-IDX) TO WS-TITLE.
           PERFORM FIND-COURSE-TITLE.
           MOVE WS-EN-UNITS (WS-IDX) TO OUT-UNITS.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           IF WS-EN-POSTED (WS-IDX) NOT = 'Y'
               DISPLAY WS-EN-COURSE (WS-IDX) " "
                   WS-EN-SECTION (WS-IDX) " " WS-TITLE " "
                   OUT-UNITS "   NOT POSTED"
           ELSE
               MOVE WS-EN-AVERAGE (WS-IDX) TO OUT-AVERAGE
               MOVE WS-EN-POINT (WS-IDX) TO OUT-POINT
               DISPLAY WS-EN-COURSE (WS-IDX) " "
                   WS-EN-SECTION (WS-IDX) " " WS-TITLE " "
                   OUT-UNITS "  " OUT-AVERAGE "  " OUT-POINT "   "
                   WS-EN-PASS (WS-IDX)
           END-IF.

      *    HONOR ROLL FIRST, THEN PROBATION, EACH IN ENROLLMENT ORDER,
      *    WITH THE COUNT OF STUDENTS IN GOOD STANDING AT THE FOOT.
       ACADEMIC-STANDING-RUN.
           DISPLAY "TERM (E.G. 2026-1): " WITH NO ADVANCING.
           ACCEPT WS-TERM.
           PERFORM LOAD-STANDING-LIMITS.
           PERFORM LOAD-TERM.
           IF WS-TS-COUNT = 0
               DISPLAY "NO ENROLLMENTS ON FILE FOR " WS-TERM "."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-HONOR-COUNT WS-PROBATION-COUNT WS-GOOD-COUNT.
           MOVE SPACES TO WS-RPT-TITLE.
           STRING "ACADEMIC STANDING - " DELIMITED BY SIZE
               WS-TERM DELIMITED BY SIZE
               INTO WS-RPT-TITLE.
           MOVE "STUDENT  NAME                  UNITS  GPA   STANDING"
               TO WS-RPT-COLHDR.
           MOVE 'I' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           MOVE WS-HONOR-GPA TO OUT-POINT.
           DISPLAY "HONOR ROLL (GPA " OUT-POINT " OR BETTER, ALL "
               "COURSES PASSED):".
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > WS-TS-COUNT
               PERFORM CLASSIFY-STUDENT
               IF WS-STANDING = "HONOR ROLL"
                   ADD 1 TO WS-HONOR-COUNT
                   PERFORM PRINT-STANDING-LINE
               END-IF
           END-PERFORM.
           DISPLAY " ".
           MOVE WS-PROBATION-GPA TO OUT-POINT.
           DISPLAY "PROBATION (GPA WORSE THAN " OUT-POINT "):".
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
               UNTIL WS-TS-IDX > WS-TS-COUNT
               PERFORM CLASSIFY-STUDENT
               EVALUATE WS-STANDING
                 WHEN "PROBATION"
                   ADD 1 TO WS-PROBATION-COUNT
                   PERFORM PRINT-STANDING-LINE
                 WHEN "GOOD"
                   ADD 1 TO WS-GOOD-COUNT
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-PERFORM.
           DISPLAY " ".
           MOVE WS-HONOR-COUNT TO OUT-COUNT.
           DISPLAY "HONOR ROLL:     " OUT-COUNT.
           MOVE WS-PROBATION-COUNT TO OUT-COUNT.
           DISPLAY "PROBATION:      " OUT-COUNT.
           MOVE WS-GOOD-COUNT TO OUT-COUNT.
           DISPLAY "GOOD STANDING:  " OUT-COUNT.
           MOVE WS-TS-COUNT TO OUT-COUNT.
           DISPLAY "STUDENTS:       " OUT-COUNT.
           ACCEPT OMITTED.

      *    A STUDENT WITH NOTHING POSTED YET HAS NO STANDING AND IS
      *    COUNTED ONLY IN THE STUDENT TOTAL.
       CLASSIFY-STUDENT.
           PERFORM COMPUTE-STUDENT-GPA.
           EVALUATE TRUE
             WHEN WS-TS-GPA-UNITS (WS-TS-IDX) = 0
               MOVE "NOT GRADED" TO WS-STANDING
             WHEN WS-GPA > WS-PROBATION-GPA
               MOVE "PROBATION" TO WS-STANDING
             WHEN WS-GPA <= WS-HONOR-GPA
                  AND WS-TS-UNPOSTED (WS-TS-IDX) = 0
                  AND WS-TS-FAILED (WS-TS-IDX) = 0
               MOVE "HONOR ROLL" TO WS-STANDING
             WHEN OTHER
               MOVE "GOOD" TO WS-STANDING
           END-EVALUATE.

       PRINT-STANDING-LINE.
           PERFORM FIND-STUDENT-NAME.
           MOVE WS-TS-UNITS (WS-TS-IDX) TO OUT-TOTAL-UNITS.
           MOVE WS-GPA TO OUT-POINT.
           MOVE 'L' TO WS-RPT-FUNCTION.
           CALL "RPTHDR" USING WS-RPT-FUNCTION WS-RPT-TITLE
               WS-RPT-COLHDR WS-RPT-LPP.
           IF WS-TS-FAILED (WS-TS-IDX) > 0
               DISPLAY WS-TS-ID (WS-TS-IDX) " " WS-NAME "  "
                   OUT-TOTAL-UNITS "  " OUT-POINT "  " WS-STANDING
                   " (" WS-TS-FAILED (WS-TS-IDX) " FAILED)"
           ELSE
               DISPLAY WS-TS-ID (WS-TS-IDX) " " WS-NAME "  "
                   OUT-TOTAL-UNITS "  " OUT-POINT "  " WS-STANDING
           END-IF.

       COMPUTE-STUDENT-GPA.
           MOVE 0 TO WS-GPA.
           IF WS-TS-GPA-UNITS (WS-TS-IDX) > 0
               COMPUTE WS-GPA ROUNDED = WS-TS-QPOINTS (WS-TS-IDX)
                   / WS-TS-GPA-UNITS (WS-TS-IDX)
           END-IF.

      *    LOADS THE GRADE WEIGHTS, THE COURSE AND STUDENT MASTERS
      *    AND THE TERM'S ENROLLMENTS, GRADING EACH POSTED COURSE AND
      *    ROLLING ITS UNITS AND QUALITY POINTS UP TO THE STUDENT.
       LOAD-TERM.
           PERFORM LOAD-GRADE-CONFIG.
           PERFORM LOAD-COURSES.
           PERFORM LOAD-STUDENTS.
           MOVE 0 TO WS-ENR-COUNT.
           MOVE 0 TO WS-TS-COUNT.
           OPEN INPUT ENROLL-FILE.
           IF ENROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ENROLL-STATUS NOT = "00"
               READ ENROLL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EN-TERM = WS-TERM AND WS-ENR-COUNT < 1000
                           PERFORM GRADE-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENROLL-FILE.

       GRADE-ONE-ENROLLMENT.
           ADD 1 TO WS-ENR-COUNT.
           MOVE EN-STU-ID TO WS-EN-STU-ID (WS-ENR-COUNT).
           MOVE EN-COURSE TO WS-EN-COURSE (WS-ENR-COUNT).
           MOVE EN-SECTION TO WS-EN-SECTION (WS-ENR-COUNT).
           MOVE EN-POSTED TO WS-EN-POSTED (WS-ENR-COUNT).
           MOVE 0 TO WS-UNITS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CRS-COUNT
               IF WS-CR-CODE (WS-IDX) = EN-COURSE
                   MOVE WS-CR-UNITS (WS-IDX) TO WS-UNITS
               END-IF
           END-PERFORM.
           MOVE WS-UNITS TO WS-EN-UNITS (WS-ENR-COUNT).
           MOVE 0 TO WS-AVERAGE WS-GRADE-POINT.
           MOVE SPACES TO WS-PASS.
           IF EN-POSTED = 'Y'
               COMPUTE WS-AVERAGE =
                   (EN-PRELIM * WEIGHT-PRELIM
                   + EN-MIDTERM * WEIGHT-MIDTERM
                   + EN-FINAL * WEIGHT-FINAL) / WEIGHT-TOTAL
               PERFORM GRADE-POINT-FOR-AVERAGE
           END-IF.
           MOVE WS-AVERAGE TO WS-EN-AVERAGE (WS-ENR-COUNT).
           MOVE WS-GRADE-POINT TO WS-EN-POINT (WS-ENR-COUNT).
           MOVE WS-PASS TO WS-EN-PASS (WS-ENR-COUNT).

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-TS-COUNT
               IF WS-TS-ID (WS-IDX) = EN-STU-ID
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N'
               IF WS-TS-COUNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TS-COUNT
               MOVE WS-TS-COUNT TO WS-HIT-IDX
               MOVE EN-STU-ID TO WS-TS-ID (WS-HIT-IDX)
               MOVE 0 TO WS-TS-UNITS (WS-HIT-IDX)
                   WS-TS-GPA-UNITS (WS-HIT-IDX)
                   WS-TS-EARNED (WS-HIT-IDX)
                   WS-TS-QPOINTS (WS-HIT-IDX)
                   WS-TS-UNPOSTED (WS-HIT-IDX)
                   WS-TS-FAILED (WS-HIT-IDX)
           END-IF.
           ADD WS-UNITS TO WS-TS-UNITS (WS-HIT-IDX).
           IF EN-POSTED NOT = 'Y'
               ADD 1 TO WS-TS-UNPOSTED (WS-HIT-IDX)
               EXIT PARAGRAPH
           END-IF.
           ADD WS-UNITS TO WS-TS-GPA-UNITS (WS-HIT-IDX).
           COMPUTE WS-TS-QPOINTS (WS-HIT-IDX) =
               WS-TS-QPOINTS (WS-HIT-IDX) + WS-UNITS * WS-GRADE-POINT.
           IF WS-PASS = 'P'
               ADD WS-UNITS TO WS-TS-EARNED (WS-HIT-IDX)
           ELSE
               ADD 1 TO WS-TS-FAILED (WS-HIT-IDX)
           END-IF.

      *    SAME BANDS AS THE EQUIVALENT-GRADE SELECTION, ON THE
      *    AVERAGE ROUNDED TO A WHOLE NUMBER; ANYTHING UNDER THE PASS
      *    THRESHOLD IS A FAIL AT 5.00.
       GRADE-POINT-FOR-AVERAGE.
           COMPUTE WS-WHOLE-AVG ROUNDED = WS-AVERAGE.
           IF WS-AVERAGE < PASS-THRESHOLD
               MOVE 'F' TO WS-PASS
               MOVE 5.00 TO WS-GRADE-POINT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'P' TO WS-PASS.
           EVALUATE TRUE
             WHEN WS-WHOLE-AVG >= 97
               MOVE 1.00 TO WS-GRADE-POINT
             WHEN WS-WHOLE-AVG >= 94
               MOVE 1.25 TO WS-GRADE-POINT
             WHEN WS-WHOLE-AVG >= 91
               MOVE 1.50 TO WS-GRADE-POINT
             WHEN WS-WHOLE-AVG >= 88
               MOVE 1.75 TO WS-GRADE-POINT
             WHEN WS-WHOLE-AVG >= 86
               MOVE 2.00 TO WS-GRADE-POINT
             WHEN WS-WHOLE-AVG >= 82
               MOVE 2.25 TO WS-GRADE-POINT
             WHEN WS-WHOLE-AVG >= 79
               MOVE 2.50 TO WS-GRADE-POINT
             WHEN WS-WHOLE-AVG >= 76
               MOVE 2.75 TO WS-GRADE-POINT
             WHEN OTHER
               MOVE 3.00 TO WS-GRADE-POINT
           END-EVALUATE.

       FIND-STUDENT-NAME.
           MOVE "(NOT ON STUDENT MASTER)" TO WS-NAME.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-STU-COUNT
               IF WS-ST-ID (WS-IDX) = WS-TS-ID (WS-TS-IDX)
                   MOVE WS-ST-NAME (WS-IDX) TO WS-NAME
               END-IF
           END-PERFORM.

      *    CALLED WITH THE COURSE CODE IN WS-TITLE; RETURNS THE TITLE.
       FIND-COURSE-TITLE.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
               UNTIL WS-HIT-IDX > WS-CRS-COUNT OR WS-FOUND = 'Y'
               IF WS-CR-CODE (WS-HIT-IDX) = WS-TITLE
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-CR-TITLE (WS-HIT-IDX) TO WS-TITLE
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N'
               MOVE "(NOT ON COURSE MASTER)" TO WS-TITLE
           END-IF.

       LOAD-GRADE-CONFIG.
           OPEN INPUT GRADECFG-FILE.
           IF GRADECFG-STATUS = "00"
               READ GRADECFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CFG-WEIGHT-PRELIM-IN TO WEIGHT-PRELIM
                       MOVE CFG-WEIGHT-MIDTERM-IN TO WEIGHT-MIDTERM
                       MOVE CFG-WEIGHT-FINAL-IN TO WEIGHT-FINAL
                       MOVE CFG-PASS-THRESHOLD-IN TO PASS-THRESHOLD
               END-READ
               CLOSE GRADECFG-FILE
           END-IF.
           COMPUTE WEIGHT-TOTAL =
               WEIGHT-PRELIM + WEIGHT-MIDTERM + WEIGHT-FINAL.

       LOAD-STANDING-LIMITS.
           OPEN INPUT STANDCFG-FILE.
           IF STANDCFG-STATUS = "00"
               READ STANDCFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-HONOR-GPA-IN IS NUMERIC
                           AND SC-HONOR-GPA-IN > 0
                           MOVE SC-HONOR-GPA-IN TO WS-HONOR-GPA
                       END-IF
                       IF SC-PROBATION-GPA-IN IS NUMERIC
                           AND SC-PROBATION-GPA-IN > 0
                           MOVE SC-PROBATION-GPA-IN
                               TO WS-PROBATION-GPA
                       END-IF
               END-READ
               CLOSE STANDCFG-FILE
           END-IF.

       LOAD-COURSES.
           MOVE 0 TO WS-CRS-COUNT.
           OPEN INPUT COURSE-FILE.
           IF COURSE-STATUS = "00"
               PERFORM UNTIL COURSE-STATUS NOT = "00"
                   OR WS-CRS-COUNT >= 200
                   READ COURSE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-CRS-COUNT
                           MOVE CRS-CODE TO WS-CR-CODE (WS-CRS-COUNT)
                           MOVE CRS-TITLE TO
                               WS-CR-TITLE (WS-CRS-COUNT)
                           MOVE CRS-UNITS TO
                               WS-CR-UNITS (WS-CRS-COUNT)
                   END-READ
               END-PERFORM
               CLOSE COURSE-FILE
           END-IF.

       LOAD-STUDENTS.
           MOVE 0 TO WS-STU-COUNT.
           OPEN INPUT STUDENT-FILE.
           IF STUDENT-STATUS = "00"
               PERFORM UNTIL STUDENT-STATUS NOT = "00"
                   OR WS-STU-COUNT >= 500
                   READ STUDENT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-STU-COUNT
                           MOVE STU-ID TO WS-ST-ID (WS-STU-COUNT)
                           MOVE STU-NAME TO WS-ST-NAME (WS-STU-COUNT)
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.
       END PROGRAM RPTCARD.
