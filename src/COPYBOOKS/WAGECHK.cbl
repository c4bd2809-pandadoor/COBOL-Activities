       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAGECHK.
      *    SHARED CLOSED-WAGE-YEAR CHECK, CALLED LIKE EXCLOG BY ANY
      *    POSTING THAT CHANGES A YEAR'S WAGE FIGURES AFTER THE FACT
      *    (A VOID, ITS REVERSAL, A RETRO ADJUSTMENT). WHEN THE
      *    YEAR HAS BEEN FINALIZED - ITS WAGE STATEMENTS ISSUED AND
      *    SNAPSHOTTED ON WAGESNAP.DAT - THE OPERATOR IS TOLD, THE
      *    EVENT GOES TO THE EXCEPTION LOG, AND WC-FLAG COMES BACK
      *    'Y'; OTHERWISE 'N'. THE CORRECTED-STATEMENT RUN IN
      *    WAGEFILE DOES THE ACTUAL COMPARISON AGAINST THE SNAPSHOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAGESNAP-FILE
               ASSIGN TO "PRACTICALS/WAGESNAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAGESNAP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WAGESNAP-FILE.
       01  WAGESNAP-REC.
           COPY WAGESNAP.

       WORKING-STORAGE SECTION.
       01  WAGESNAP-STATUS PIC XX.
       01  WC-CONTEXT PIC X(20).
       01  WC-REASON PIC X(40).

       LINKAGE SECTION.
       01  WC-YEAR PIC 9(4).
       01  WC-EMP-ID PIC X(8).
       01  WC-PROGRAM-ID PIC X(10).
       01  WC-FLAG PIC X(1).

       PROCEDURE DIVISION USING WC-YEAR WC-EMP-ID WC-PROGRAM-ID
           WC-FLAG.
       WAGECHK-MAIN.
           MOVE 'N' TO WC-FLAG.
           OPEN INPUT WAGESNAP-FILE.
           IF WAGESNAP-STATUS = "00"
               PERFORM UNTIL WAGESNAP-STATUS NOT = "00"
                   OR WC-FLAG = 'Y'
                   READ WAGESNAP-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WN-YEAR = WC-YEAR
                               MOVE 'Y' TO WC-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAGESNAP-FILE
           END-IF.
           IF WC-FLAG = 'Y'
               DISPLAY "NOTE: " WC-YEAR " WAGE STATEMENTS WERE ALREADY"
                   " ISSUED - RUN THE CORRECTED STATEMENTS."
               MOVE SPACES TO WC-CONTEXT
               STRING WC-EMP-ID " " WC-YEAR
                   DELIMITED BY SIZE INTO WC-CONTEXT
               MOVE "CLOSED WAGE YEAR CHANGED" TO WC-REASON
               CALL "EXCLOG" USING WC-PROGRAM-ID WC-CONTEXT
                   WC-REASON
           END-IF.
           GOBACK.
       END PROGRAM WAGECHK.
