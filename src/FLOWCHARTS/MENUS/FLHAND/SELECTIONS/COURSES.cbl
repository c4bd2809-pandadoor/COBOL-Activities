       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSES.
      *    COURSE, SECTION AND ENROLLMENT MAINTENANCE FOR THE
      *    MULTI-COURSE GRADE RUNS. THE COURSE MASTER
      *    (SELDATA/COURSE.DAT) CARRIES THE COURSE CODE, TITLE AND
      *    UNITS; THE STUDENT MASTER (SELDATA/STUDENT.DAT) GIVES EACH
      *    STUDENT AN ID; SECTIONS ARE OPENED PER TERM AGAINST A
      *    COURSE (SELDATA/SECTION.DAT) AND STUDENTS ARE ENROLLED IN
      *    A SECTION BY STUDENT ID (SELDATA/ENROLL.DAT). THE PRELIM,
      *    MIDTERM AND FINAL SCORES ARE POSTED SECTION BY SECTION
      *    ONTO THE ENROLLMENT ROW, WHERE THE REPORT CARD AND
      *    ACADEMIC STANDING RUNS (RPTCARD) PICK THEM UP. A STUDENT
      *    MAY TAKE A COURSE ONLY ONCE IN A TERM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-FILE
           ASSIGN TO "SELDATA/COURSE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COURSE-STATUS.
           SELECT STUDENT-FILE
           ASSIGN TO "SELDATA/STUDENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STUDENT-STATUS.
           SELECT SECTION-FILE
           ASSIGN TO "SELDATA/SECTION.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SECTION-STATUS.
           SELECT ENROLL-FILE
           ASSIGN TO "SELDATA/ENROLL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENROLL-STATUS.
       DATA DIVISION.
       FILE SECTION.
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

       FD  SECTION-FILE.
       01  SECTION-REC.
           05 SEC-TERM PIC X(6).
           05 SEC-FILLER-1 PIC X(1).
           05 SEC-COURSE PIC X(8).
           05 SEC-FILLER-2 PIC X(1).
           05 SEC-SECTION PIC X(4).
           05 SEC-FILLER-3 PIC X(1).
           05 SEC-INSTRUCTOR PIC X(20).

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
       01  COURSE-STATUS PIC XX.
       01  STUDENT-STATUS PIC XX.
       01  SECTION-STATUS PIC XX.
       01  ENROLL-STATUS PIC XX.
       01  WS-CHOICE PIC 9(1).
       01  WS-FOUND PIC X.
       01  WS-IDX PIC 9(4).
       01  WS-HIT-IDX PIC 9(4).
       01  WS-ENR-IDX PIC 9(4).
       01  WS-SHOWN PIC 9(4).

       01  WS-TERM PIC X(6).
       01  WS-COURSE PIC X(8).
       01  WS-SECTION PIC X(4).
       01  WS-STU-ID PIC X(8).
       01  WS-TITLE-IN PIC X(30).
       01  WS-UNITS-IN PIC 9(1)V9.
       01  WS-NAME-IN PIC X(20).
       01  WS-INSTR-IN PIC X(20).
       01  WS-PRELIM-IN PIC 9(5).
       01  WS-MIDTERM-IN PIC 9(5).
       01  WS-FINAL-IN PIC 9(5).

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

       01  WS-ENR-COUNT PIC 9(4) VALUE 0.
       01  WS-ENR-TABLE.
           05 WS-ENR-ENTRY OCCURS 1000 TIMES.
               10 WS-EN-TERM PIC X(6).
               10 WS-EN-STU-ID PIC X(8).
               10 WS-EN-COURSE PIC X(8).
               10 WS-EN-SECTION PIC X(4).
               10 WS-EN-PRELIM PIC 9(5).
               10 WS-EN-MIDTERM PIC 9(5).
               10 WS-EN-FINAL PIC 9(5).
               10 WS-EN-POSTED PIC X(1).

       01  OUT-UNITS PIC 9.9.
       01  OUT-COUNT PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           CALL "CLEAR-SCREEN".
           DISPLAY "__________________________________________________".
           DISPLAY "        COURSES, SECTIONS AND ENROLLMENT".
           DISPLAY SPACE.
           DISPLAY "1 - Add or change a course".
           DISPLAY "2 - Add or change a student".
           DISPLAY "3 - Open a section for a term".
           DISPLAY "4 - Enroll a student in a section".
           DISPLAY "5 - Post scores for a section".
           DISPLAY "6 - Sections and enrollment for a term".
           DISPLAY SPACE.
           DISPLAY "0 - Exit".
           DISPLAY "__________________________________________________".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
           EVALUATE WS-CHOICE
             WHEN 0
               GOBACK
             WHEN 1
               PERFORM MAINTAIN-COURSE
             WHEN 2
               PERFORM MAINTAIN-STUDENT
             WHEN 3
               PERFORM OPEN-SECTION
             WHEN 4
               PERFORM ENROLL-STUDENT
             WHEN 5
               PERFORM POST-SECTION-SCORES
             WHEN 6
               PERFORM LIST-TERM-SECTIONS
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM MAIN-PARA.

      *    A NEW CODE IS ADDED; AN EXISTING CODE HAS ITS TITLE AND
      *    UNITS REPLACED AND THE MASTER IS WRITTEN BACK.
       MAINTAIN-COURSE.
           DISPLAY "COURSE CODE: " WITH NO ADVANCING.
           ACCEPT WS-COURSE.
           MOVE FUNCTION UPPER-CASE(WS-COURSE) TO WS-COURSE.
           IF WS-COURSE = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-COURSES.
           PERFORM FIND-COURSE.
           IF WS-FOUND = 'Y'
               MOVE WS-CR-UNITS (WS-HIT-IDX) TO OUT-UNITS
               DISPLAY "CURRENT: " WS-CR-TITLE (WS-HIT-IDX)
                   "  UNITS " OUT-UNITS
           ELSE
               IF WS-CRS-COUNT >= 200
                   DISPLAY "COURSE MASTER IS FULL."
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "COURSE TITLE: " WITH NO ADVANCING.
           ACCEPT WS-TITLE-IN.
           DISPLAY "UNITS (E.G. 3.0): " WITH NO ADVANCING.
           ACCEPT WS-UNITS-IN.
           IF WS-TITLE-IN = SPACES OR WS-UNITS-IN = 0
               DISPLAY "A COURSE NEEDS A TITLE AND UNITS ABOVE ZERO."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-FOUND = 'N'
               ADD 1 TO WS-CRS-COUNT
               MOVE WS-CRS-COUNT TO WS-HIT-IDX
               MOVE WS-COURSE TO WS-CR-CODE (WS-HIT-IDX)
           END-IF.
           MOVE WS-TITLE-IN TO WS-CR-TITLE (WS-HIT-IDX).
           MOVE WS-UNITS-IN TO WS-CR-UNITS (WS-HIT-IDX).
           OPEN OUTPUT COURSE-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CRS-COUNT
               MOVE SPACES TO COURSE-REC
               MOVE WS-CR-CODE (WS-IDX) TO CRS-CODE
               MOVE WS-CR-TITLE (WS-IDX) TO CRS-TITLE
               MOVE WS-CR-UNITS (WS-IDX) TO CRS-UNITS
               WRITE COURSE-REC
           END-PERFORM.
           CLOSE COURSE-FILE.
           DISPLAY "COURSE " WS-COURSE " SAVED.".
           ACCEPT OMITTED.

       MAINTAIN-STUDENT.
           DISPLAY "STUDENT ID: " WITH NO ADVANCING.
           ACCEPT WS-STU-ID.
           MOVE FUNCTION UPPER-CASE(WS-STU-ID) TO WS-STU-ID.
           IF WS-STU-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-STUDENTS.
           PERFORM FIND-STUDENT.
           IF WS-FOUND = 'Y'
               DISPLAY "CURRENT NAME: " WS-ST-NAME (WS-HIT-IDX)
           ELSE
               IF WS-STU-COUNT >= 500
                   DISPLAY "STUDENT MASTER IS FULL."
                   ACCEPT OMITTED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "STUDENT NAME: " WITH NO ADVANCING.
           ACCEPT WS-NAME-IN.
           IF WS-NAME-IN = SPACES
               DISPLAY "A STUDENT NEEDS A NAME."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           IF WS-FOUND = 'N'
               ADD 1 TO WS-STU-COUNT
               MOVE WS-STU-COUNT TO WS-HIT-IDX
               MOVE WS-STU-ID TO WS-ST-ID (WS-HIT-IDX)
           END-IF.
           MOVE WS-NAME-IN TO WS-ST-NAME (WS-HIT-IDX).
           OPEN OUTPUT STUDENT-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-STU-COUNT
               MOVE SPACES TO STUDENT-REC
               MOVE WS-ST-ID (WS-IDX) TO STU-ID
               MOVE WS-ST-NAME (WS-IDX) TO STU-NAME
               WRITE STUDENT-REC
           END-PERFORM.
           CLOSE STUDENT-FILE.
           DISPLAY "STUDENT " WS-STU-ID " SAVED.".
           ACCEPT OMITTED.

       OPEN-SECTION.
           PERFORM ACCEPT-TERM-COURSE-SECTION.
           IF WS-TERM = SPACES OR WS-SECTION = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-COURSES.
           PERFORM FIND-COURSE.
           IF WS-FOUND = 'N'
               DISPLAY WS-COURSE " IS NOT ON THE COURSE MASTER."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-SECTION.
           IF WS-FOUND = 'Y'
               DISPLAY "SECTION " WS-SECTION " OF " WS-COURSE
                   " IS ALREADY OPEN FOR " WS-TERM "."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "INSTRUCTOR: " WITH NO ADVANCING.
           ACCEPT WS-INSTR-IN.
           OPEN EXTEND SECTION-FILE.
           IF SECTION-STATUS = "05" OR SECTION-STATUS = "35"
               OPEN OUTPUT SECTION-FILE
           END-IF.
           MOVE SPACES TO SECTION-REC.
           MOVE WS-TERM TO SEC-TERM.
           MOVE WS-COURSE TO SEC-COURSE.
           MOVE WS-SECTION TO SEC-SECTION.
           MOVE WS-INSTR-IN TO SEC-INSTRUCTOR.
           WRITE SECTION-REC.
           CLOSE SECTION-FILE.
           DISPLAY "SECTION " WS-SECTION " OF " WS-COURSE
               " OPENED FOR " WS-TERM ".".
           ACCEPT OMITTED.

      *    THE STUDENT MUST BE ON THE MASTER, THE SECTION MUST BE
      *    OPEN FOR THE TERM AND THE STUDENT MAY NOT ALREADY BE IN
      *    ANOTHER SECTION OF THE SAME COURSE THAT TERM.
       ENROLL-STUDENT.
           PERFORM ACCEPT-TERM-COURSE-SECTION.
           IF WS-TERM = SPACES OR WS-SECTION = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-SECTION.
           IF WS-FOUND = 'N'
               DISPLAY "SECTION " WS-SECTION " OF " WS-COURSE
                   " IS NOT OPEN FOR " WS-TERM "."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "STUDENT ID: " WITH NO ADVANCING.
           ACCEPT WS-STU-ID.
           MOVE FUNCTION UPPER-CASE(WS-STU-ID) TO WS-STU-ID.
           PERFORM LOAD-STUDENTS.
           PERFORM FIND-STUDENT.
           IF WS-FOUND = 'N'
               DISPLAY WS-STU-ID " IS NOT ON THE STUDENT MASTER."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-ENROLLMENTS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENR-COUNT
               IF WS-EN-TERM (WS-IDX) = WS-TERM
                   AND WS-EN-STU-ID (WS-IDX) = WS-STU-ID
                   AND WS-EN-COURSE (WS-IDX) = WS-COURSE
                   MOVE 'E' TO WS-FOUND
                   MOVE WS-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'E'
               DISPLAY WS-STU-ID " IS ALREADY ENROLLED IN " WS-COURSE
                   " SECTION " WS-EN-SECTION (WS-HIT-IDX)
                   " FOR " WS-TERM "."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ENROLL-FILE.
           IF ENROLL-STATUS = "05" OR ENROLL-STATUS = "35"
               OPEN OUTPUT ENROLL-FILE
           END-IF.
           MOVE SPACES TO ENROLL-REC.
           MOVE WS-TERM TO EN-TERM.
           MOVE WS-STU-ID TO EN-STU-ID.
           MOVE WS-COURSE TO EN-COURSE.
           MOVE WS-SECTION TO EN-SECTION.
           MOVE 0 TO EN-PRELIM EN-MIDTERM EN-FINAL.
           MOVE 'N' TO EN-POSTED.
           WRITE ENROLL-REC.
           CLOSE ENROLL-FILE.
           DISPLAY WS-ST-NAME (WS-HIT-IDX) " ENROLLED IN " WS-COURSE
               " SECTION " WS-SECTION ".".
           ACCEPT OMITTED.

      *    EVERY STUDENT IN THE SECTION IS SHOWN IN TURN; A BLANK
      *    PRELIM LEAVES THAT STUDENT'S SCORES AS THEY WERE.
       POST-SECTION-SCORES.
           PERFORM ACCEPT-TERM-COURSE-SECTION.
           IF WS-TERM = SPACES OR WS-SECTION = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-ENROLLMENTS.
           PERFORM LOAD-STUDENTS.
           MOVE 0 TO WS-SHOWN.
           PERFORM VARYING WS-ENR-IDX FROM 1 BY 1
               UNTIL WS-ENR-IDX > WS-ENR-COUNT
               IF WS-EN-TERM (WS-ENR-IDX) = WS-TERM
                   AND WS-EN-COURSE (WS-ENR-IDX) = WS-COURSE
                   AND WS-EN-SECTION (WS-ENR-IDX) = WS-SECTION
                   ADD 1 TO WS-SHOWN
                   PERFORM POST-ONE-ENROLLEE
               END-IF
           END-PERFORM.
           IF WS-SHOWN = 0
               DISPLAY "NO STUDENTS ENROLLED IN SECTION " WS-SECTION
                   " OF " WS-COURSE " FOR " WS-TERM "."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ENROLL-FILE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENR-COUNT
               MOVE SPACES TO ENROLL-REC
               MOVE WS-EN-TERM (WS-IDX) TO EN-TERM
               MOVE WS-EN-STU-ID (WS-IDX) TO EN-STU-ID
               MOVE WS-EN-COURSE (WS-IDX) TO EN-COURSE
               MOVE WS-EN-SECTION (WS-IDX) TO EN-SECTION
               MOVE WS-EN-PRELIM (WS-IDX) TO EN-PRELIM
               MOVE WS-EN-MIDTERM (WS-IDX) TO EN-MIDTERM
               MOVE WS-EN-FINAL (WS-IDX) TO EN-FINAL
               MOVE WS-EN-POSTED (WS-IDX) TO EN-POSTED
               WRITE ENROLL-REC
           END-PERFORM.
           CLOSE ENROLL-FILE.
           MOVE WS-SHOWN TO OUT-COUNT.
           DISPLAY "SCORES POSTED FOR " FUNCTION TRIM(OUT-COUNT)
               " STUDENT(S).".
           ACCEPT OMITTED.

       POST-ONE-ENROLLEE.
           MOVE WS-EN-STU-ID (WS-ENR-IDX) TO WS-STU-ID.
           PERFORM FIND-STUDENT.
           IF WS-FOUND = 'Y'
               MOVE WS-ST-NAME (WS-HIT-IDX) TO WS-NAME-IN
           ELSE
               MOVE "(NOT ON MASTER)" TO WS-NAME-IN
           END-IF.
           DISPLAY " ".
           DISPLAY WS-STU-ID " " WS-NAME-IN "  POSTED: "
               WS-EN-POSTED (WS-ENR-IDX) "  "
               WS-EN-PRELIM (WS-ENR-IDX) " "
               WS-EN-MIDTERM (WS-ENR-IDX) " "
               WS-EN-FINAL (WS-ENR-IDX).
           DISPLAY "  PRELIM (BLANK TO SKIP): " WITH NO ADVANCING.
           ACCEPT WS-PRELIM-IN.
           IF WS-PRELIM-IN = 0
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  MIDTERM: " WITH NO ADVANCING.
           ACCEPT WS-MIDTERM-IN.
           DISPLAY "  FINAL: " WITH NO ADVANCING.
           ACCEPT WS-FINAL-IN.
           MOVE WS-PRELIM-IN TO WS-EN-PRELIM (WS-ENR-IDX).
           MOVE WS-MIDTERM-IN TO WS-EN-MIDTERM (WS-ENR-IDX).
           MOVE WS-FINAL-IN TO WS-EN-FINAL (WS-ENR-IDX).
           MOVE 'Y' TO WS-EN-POSTED (WS-ENR-IDX).

       LIST-TERM-SECTIONS.
           DISPLAY "TERM (E.G. 2026-1): " WITH NO ADVANCING.
           ACCEPT WS-TERM.
           PERFORM LOAD-COURSES.
           PERFORM LOAD-ENROLLMENTS.
           MOVE 0 TO WS-SHOWN.
           OPEN INPUT SECTION-FILE.
           IF SECTION-STATUS NOT = "00"
               DISPLAY "NO SECTIONS ON FILE YET."
               ACCEPT OMITTED
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "COURSE   SECT TITLE                          UNITS"
               " INSTRUCTOR           ENROLLED".
           PERFORM UNTIL SECTION-STATUS NOT = "00"
               READ SECTION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEC-TERM = WS-TERM
                           ADD 1 TO WS-SHOWN
                           PERFORM LIST-ONE-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SECTION-FILE.
           IF WS-SHOWN = 0
               DISPLAY "NO SECTIONS OPEN FOR " WS-TERM "."
           END-IF.
           ACCEPT OMITTED.

       LIST-ONE-SECTION.
           MOVE SEC-COURSE TO WS-COURSE.
           PERFORM FIND-COURSE.
           IF WS-FOUND = 'Y'
               MOVE WS-CR-TITLE (WS-HIT-IDX) TO WS-TITLE-IN
               MOVE WS-CR-UNITS (WS-HIT-IDX) TO OUT-UNITS
           ELSE
               MOVE "(NOT ON COURSE MASTER)" TO WS-TITLE-IN
               MOVE 0 TO OUT-UNITS
           END-IF.
           MOVE 0 TO WS-HIT-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ENR-COUNT
               IF WS-EN-TERM (WS-IDX) = SEC-TERM
                   AND WS-EN-COURSE (WS-IDX) = SEC-COURSE
                   AND WS-EN-SECTION (WS-IDX) = SEC-SECTION
                   ADD 1 TO WS-HIT-IDX
               END-IF
           END-PERFORM.
           MOVE WS-HIT-IDX TO OUT-COUNT.
           DISPLAY SEC-COURSE " " SEC-SECTION " " WS-TITLE-IN " "
               OUT-UNITS "  " SEC-INSTRUCTOR " " OUT-COUNT.

       ACCEPT-TERM-COURSE-SECTION.
           DISPLAY "TERM (E.G. 2026-1): " WITH NO ADVANCING.
           ACCEPT WS-TERM.
           DISPLAY "COURSE CODE: " WITH NO ADVANCING.
           ACCEPT WS-COURSE.
           MOVE FUNCTION UPPER-CASE(WS-COURSE) TO WS-COURSE.
           DISPLAY "SECTION: " WITH NO ADVANCING.
           ACCEPT WS-SECTION.
           MOVE FUNCTION UPPER-CASE(WS-SECTION) TO WS-SECTION.

       FIND-SECTION.
           MOVE 'N' TO WS-FOUND.
           OPEN INPUT SECTION-FILE.
           IF SECTION-STATUS = "00"
               PERFORM UNTIL SECTION-STATUS NOT = "00"
                   READ SECTION-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SEC-TERM = WS-TERM
                               AND SEC-COURSE = WS-COURSE
                               AND SEC-SECTION = WS-SECTION
                               MOVE 'Y' TO WS-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECTION-FILE
           END-IF.

       FIND-COURSE.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CRS-COUNT
               IF WS-CR-CODE (WS-IDX) = WS-COURSE
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM.

       FIND-STUDENT.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-STU-COUNT
               IF WS-ST-ID (WS-IDX) = WS-STU-ID
                   MOVE 'Y' TO WS-FOUND
                   MOVE WS-IDX TO WS-HIT-IDX
               END-IF
           END-PERFORM.

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

       LOAD-ENROLLMENTS.
           MOVE 0 TO WS-ENR-COUNT.
           OPEN INPUT ENROLL-FILE.
           IF ENROLL-STATUS = "00"
               PERFORM UNTIL ENROLL-STATUS NOT = "00"
                   OR WS-ENR-COUNT >= 1000
                   READ ENROLL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-ENR-COUNT
                           MOVE EN-TERM TO WS-EN-TERM (WS-ENR-COUNT)
                           MOVE EN-STU-ID TO
                               WS-EN-STU-ID (WS-ENR-COUNT)
                           MOVE EN-COURSE TO
                               WS-EN-COURSE (WS-ENR-COUNT)
                           MOVE EN-SECTION TO
                               WS-EN-SECTION (WS-ENR-COUNT)
                           MOVE EN-PRELIM TO
                               WS-EN-PRELIM (WS-ENR-COUNT)
                           MOVE EN-MIDTERM TO
                               WS-EN-MIDTERM (WS-ENR-COUNT)
                           MOVE EN-FINAL TO WS-EN-FINAL (WS-ENR-COUNT)
                           MOVE EN-POSTED TO
                               WS-EN-POSTED (WS-ENR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE ENROLL-FILE
           END-IF.
       END PROGRAM COURSES.
