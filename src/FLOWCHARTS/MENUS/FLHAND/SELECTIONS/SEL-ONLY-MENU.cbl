           DISPLAY "10 - Check whether an alphabet is a vowel or a"
           " consonant".
           DISPLAY "11 - Attendance register".
           DISPLAY "12 - Courses, sections and enrollment".
           DISPLAY "13 - Report cards and academic standing".
           DISPLAY SPACE.
           DISPLAY "0 - Exit".
           DISPLAY "__________________________________________________".
             WHEN 11 
               CALL "ATTEND"
               PERFORM SEL-MENU
             WHEN 12
               CALL "COURSES"
               PERFORM SEL-MENU
             WHEN 13
               CALL "RPTCARD"
               PERFORM SEL-MENU
             WHEN OTHER
               CALL "CLEAR-SCREEN"
                PERFORM SEL-MENU
