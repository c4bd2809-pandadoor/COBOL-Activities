       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKUTIL.
      *    SHARED PERSONAL-DATA MASKING, CALLED BY THE REGISTERS,
      *    CHECK STUBS AND INQUIRY SCREENS BEFORE THEY SHOW A TAX ID,
      *    PHONE NUMBER, ADDRESS, BANK ACCOUNT OR BIRTH DATE. THE
      *    CALLER PUTS THE VALUE IN MK-VALUE AND GETS BACK MK-MASKED
      *    TO SHOW IN ITS PLACE, WITH A FUNCTION:
      *      'L' - SHOW THE LAST FOUR CHARACTERS ONLY (TAX IDS,
      *            PHONES, ACCOUNT NUMBERS)
      *      'A' - SHOW NONE OF IT (ADDRESSES, BIRTH DATES)
      *      'P' - PRINTED OUTPUT THAT LEAVES THE OFFICE (CHECK
      *            STUBS): LAST FOUR ONLY, WHATEVER THE ROLE
      *    FOR 'L' AND 'A' THE VALUE COMES BACK UNMASKED WHEN THE
      *    OPERATOR SIGNED ON AT THE MAIN MENU (SELDATA/SESSION.DAT)
      *    HAS THE ADMIN ROLE OR A ROLE THAT ROLES.DAT GRANTS THE
      *    PIIVIEW MENU; MK-FULL-VIEW TELLS THE CALLER WHICH IT GOT.
      *    JOBS RUN OUTSIDE THE MENU RUN AS CONSOLE AND ARE MASKED.
      *    MASKED CHARACTERS ARE SHOWN AS '*'; SPACES AND THE DASHES
      *    OF A FORMATTED NUMBER ARE KEPT SO THE SHAPE STAYS
      *    RECOGNISABLE. THE ROLE DECISION IS KEPT BETWEEN CALLS AND
      *    ONLY LOOKED UP AGAIN WHEN THE SIGNED-ON OPERATOR CHANGES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-FILE
               ASSIGN TO "SELDATA/SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SESSION-STATUS.
           SELECT OPERATOR-FILE
               ASSIGN TO "SELDATA/OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT ROLES-FILE
               ASSIGN TO "SELDATA/ROLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROLES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SESSION-FILE.
       01  SESSION-REC.
           05 SESSION-OPERATOR PIC X(10).

       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05 OP-ID-IN PIC X(10).
           05 OP-FILLER PIC X(1).
           05 OP-PASSWORD-IN PIC X(10).
           05 OP-FILLER-2 PIC X(1).
           05 OP-ROLE-IN PIC X(10).

       FD  ROLES-FILE.
       01  ROLES-REC.
           05 ROLE-NAME-IN PIC X(10).
           05 ROLE-FILLER-1 PIC X(1).
           05 ROLE-MENU-IN PIC X(10).
           05 ROLE-FILLER-2 PIC X(1).
           05 ROLE-OPTION-IN PIC X(2).

       WORKING-STORAGE SECTION.
       01  SESSION-STATUS PIC XX.
       01  OPERATOR-STATUS PIC XX.
       01  ROLES-STATUS PIC XX.
       01  WS-OPERATOR PIC X(10).
       01  WS-OP-ROLE PIC X(10).
       01  WS-CACHED-OPERATOR PIC X(10) VALUE LOW-VALUES.
       01  WS-CACHED-ALLOWED PIC X(1) VALUE 'N'.
       01  WS-ALLOWED PIC X(1).
       01  WS-IDX PIC 9(2).
       01  WS-KEEP PIC 9(2).
       01  WS-CHAR PIC X(1).

       LINKAGE SECTION.
       01  MK-PARMS.
           COPY MKPARM.

       PROCEDURE DIVISION USING MK-PARMS.
       MASKUTIL-MAIN.
           MOVE 'N' TO MK-FULL-VIEW.
           IF MK-FUNCTION NOT = 'P'
               PERFORM GET-SESSION-OPERATOR
               IF WS-OPERATOR NOT = WS-CACHED-OPERATOR
                   PERFORM RESOLVE-FULL-VIEW
                   MOVE WS-OPERATOR TO WS-CACHED-OPERATOR
                   MOVE WS-ALLOWED TO WS-CACHED-ALLOWED
               END-IF
               MOVE WS-CACHED-ALLOWED TO MK-FULL-VIEW
           END-IF.
           IF MK-FULL-VIEW = 'Y'
               MOVE MK-VALUE TO MK-MASKED
           ELSE
               PERFORM MASK-VALUE
           END-IF.
           GOBACK.

      *    THE LAST FOUR NON-BLANK CHARACTERS SURVIVE AN 'L' OR 'P'
      *    MASK; EVERYTHING ELSE THAT IS NOT A SPACE OR A DASH IS
      *    STARRED OUT. AN 'A' MASK STARS OUT THE LOT.
       MASK-VALUE.
           MOVE MK-VALUE TO MK-MASKED.
           MOVE ZERO TO WS-KEEP.
           IF MK-FUNCTION NOT = 'A'
               MOVE 4 TO WS-KEEP
           END-IF.
           PERFORM VARYING WS-IDX FROM 30 BY -1
               UNTIL WS-IDX < 1
               MOVE MK-VALUE(WS-IDX:1) TO WS-CHAR
               IF WS-CHAR NOT = SPACE
                   IF WS-KEEP > 0
                       SUBTRACT 1 FROM WS-KEEP
                   ELSE
                       IF WS-CHAR NOT = '-'
                           MOVE '*' TO MK-MASKED(WS-IDX:1)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    SAME ROLE TEST THE MENU SYSTEM APPLIES TO ITS OPTIONS:
      *    ADMIN ALWAYS SEES IN FULL, ANY OTHER ROLE ONLY WHEN
      *    ROLES.DAT GRANTS IT THE PIIVIEW MENU. AN OPERATOR NOT ON
      *    FILE, OR NO ROLES FILE AT ALL, GETS THE MASKED VIEW.
       RESOLVE-FULL-VIEW.
           MOVE 'N' TO WS-ALLOWED.
           MOVE SPACES TO WS-OP-ROLE.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS = "00"
               PERFORM UNTIL OPERATOR-STATUS NOT = "00"
                   READ OPERATOR-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OP-ID-IN = WS-OPERATOR
                               MOVE OP-ROLE-IN TO WS-OP-ROLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.
           IF WS-OP-ROLE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-OP-ROLE = "ADMIN"
               MOVE 'Y' TO WS-ALLOWED
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ROLES-FILE.
           IF ROLES-STATUS = "00"
               PERFORM UNTIL ROLES-STATUS NOT = "00"
                   OR WS-ALLOWED = 'Y'
                   READ ROLES-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ROLE-NAME-IN = WS-OP-ROLE
                               AND ROLE-MENU-IN = "PIIVIEW"
                               MOVE 'Y' TO WS-ALLOWED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROLES-FILE
           END-IF.

       GET-SESSION-OPERATOR.
           MOVE "CONSOLE" TO WS-OPERATOR.
           OPEN INPUT SESSION-FILE.
           IF SESSION-STATUS = "00"
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SESSION-OPERATOR NOT = SPACES
                           MOVE SESSION-OPERATOR TO WS-OPERATOR
                       END-IF
               END-READ
               CLOSE SESSION-FILE
           END-IF.
       END PROGRAM MASKUTIL.
