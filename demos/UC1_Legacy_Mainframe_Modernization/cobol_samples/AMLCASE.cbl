      *   4. WRITES THE SAR FILING EXTRACT OF CASES MARKED SAR FILED   *
      *      AND NOT YET EXTRACTED, SO THE DISPOSITION OF EVERY ALERT  *
      *      CAN BE PROVED TO EXAMINERS.                               *
      * CASES CARRY A TYPE: BLANK FOR AN AML ALERT, 'E' FOR AN ELDER   *
      * EXPLOITATION CASE OPENED BY ELDRMON. THE TYPE GOES ON THE      *
      * AGING REPORT AND THE SAR EXTRACT SO THE FILING USES THE ELDER  *
      * FINANCIAL EXPLOITATION SAR CATEGORY.                           *
      *================================================================*

       ENVIRONMENT DIVISION.
           05  CASE-REASON             PIC X(24).
           05  CASE-SAR-DATE           PIC 9(8).
           05  CASE-SAR-EXTRACTED      PIC X(1).
           05  CASE-TYPE               PIC X(1).
               88  CASE-AML-ALERT      VALUE SPACE.
               88  CASE-ELDER-EXPLOIT  VALUE 'E'.
           05  FILLER                  PIC X(9).

       FD  CASE-MAINT-FILE.
       01  CASE-MAINT-RECORD.
           05  SX-REASON               PIC X(24).
           05  SX-ANALYST              PIC X(8).
           05  SX-SAR-DATE             PIC 9(8).
           05  SX-CASE-TYPE            PIC X(1).
           05  FILLER                  PIC X(11).

       WORKING-STORAGE SECTION.
       01  WS-ALERT-STATUS             PIC X(2).
           05  WS-AG-AGE               PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AG-NOTE              PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'TYPE: '.
           05  WS-AG-TYPE              PIC X(1).
           05  FILLER                  PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.

               MOVE WS-AL-REASON TO CASE-REASON
               MOVE 0 TO CASE-SAR-DATE
               MOVE 'N' TO CASE-SAR-EXTRACTED
               SET CASE-AML-ALERT TO TRUE
               WRITE CASE-RECORD
               ADD 1 TO WS-CASES-OPENED
           END-IF.
           MOVE CASE-ALERT-DATE TO WS-AG-DATE
           MOVE CASE-STATUS TO WS-AG-STATUS
           MOVE CASE-ANALYST TO WS-AG-ANALYST
           MOVE CASE-TYPE TO WS-AG-TYPE
           MOVE WS-CASE-AGE-DAYS TO WS-AG-AGE
           IF CASE-OPEN AND CASE-ANALYST = SPACES
               MOVE '** UNASSIGNED **' TO WS-AG-NOTE
           MOVE CASE-REASON TO SX-REASON
           MOVE CASE-ANALYST TO SX-ANALYST
           MOVE CASE-SAR-DATE TO SX-SAR-DATE
           MOVE CASE-TYPE TO SX-CASE-TYPE
           WRITE SAR-EXTRACT-RECORD
           MOVE 'Y' TO CASE-SAR-EXTRACTED
           REWRITE CASE-RECORD
