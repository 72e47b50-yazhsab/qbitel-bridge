      * FOR THE TAX YEAR AND A 1099-R EXTRACT RECORD FOR EVERY        *
      * CUSTOMER WITH DISTRIBUTIONS, INCLUDING THE FEDERAL            *
      * WITHHOLDING TAKEN.                                            *
      * THE 5498 ALSO CARRIES THE FOLLOWING YEAR'S REQUIRED MINIMUM   *
      * DISTRIBUTION (BOXES 11, 12A AND 12B) FROM THE RMD STATUS      *
      * MASTER BUILT BY THE ANNUAL RMD RUN (IRARMD), SO AN OWNER IN   *
      * RMD STATUS GETS A 5498 EVEN WITH NO CONTRIBUTIONS.            *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT FORM1099R-FILE ASSIGN TO FORM1099R
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RMD-STATUS-FILE ASSIGN TO RMDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RMD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  F54-NAME                PIC X(50).
           05  F54-CONTRIBUTIONS       PIC 9(7).99.
           05  F54-FMV-BALANCE         PIC 9(11).99.
           05  F54-RMD-INDICATOR       PIC X(1).
           05  F54-RMD-DATE            PIC 9(8).
           05  F54-RMD-AMOUNT          PIC 9(9).99.
           05  FILLER                  PIC X(10).

       FD  FORM1099R-FILE.
           05  F99-FED-WITHHELD        PIC 9(7).99.
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * RMD STATUS MASTER (IRARMD), ONE RECORD PER CUSTOMER AND RMD
      * YEAR.
      *----------------------------------------------------------------
       FD  RMD-STATUS-FILE.
       01  RMD-STATUS-RECORD.
           05  RM-KEY.
               10  RM-CUST-ID          PIC 9(10).
               10  RM-RMD-YEAR         PIC 9(4).
           05  RM-OWNER-AGE            PIC 9(3).
           05  RM-DIST-PERIOD          PIC 9(2)V9.
           05  RM-YE-BALANCE           PIC S9(11)V99 COMP-3.
           05  RM-REQUIRED-AMT         PIC S9(9)V99 COMP-3.
           05  RM-TAKEN-AMT            PIC S9(9)V99 COMP-3.
           05  RM-DEADLINE-DATE        PIC 9(8).
           05  FILLER                  PIC X(64).

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
           88  WS-CUST-EOF             VALUE '10'.
       01  WS-RMD-STATUS               PIC X(2).
           88  WS-RMD-OK               VALUE '00'.

       01  WS-CURRENT-DATE             PIC 9(8).
       01  WS-TAX-YEAR                 PIC 9(4).
       01  WS-RPT-CONTRIB              PIC S9(7)V99 COMP-3.
       01  WS-RPT-DIST                 PIC S9(9)V99 COMP-3.
       01  WS-RPT-WHLD                 PIC S9(7)V99 COMP-3.
       01  WS-RMD-DUE-FLAG             PIC X(1) VALUE 'N'.
           88  WS-RMD-DUE              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-IRAS-SCANNED         PIC 9(7) VALUE 0.
           05  WS-5498S-ISSUED         PIC 9(7) VALUE 0.
           05  WS-1099RS-ISSUED        PIC 9(7) VALUE 0.
           05  WS-RMDS-REPORTED        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY 'TAX YEAR: ' WS-TAX-YEAR
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT FORM5498-FILE
           OPEN OUTPUT FORM1099R-FILE
           OPEN INPUT RMD-STATUS-FILE.

      *----------------------------------------------------------------
      * TWO TAX-YEAR SLOTS STAY OPEN ON THE CUSTOMER RECORD; THE
               NOT AT END
                   IF IRA-TYPE
                       PERFORM 2050-PICK-REPORTING-SLOT
                       PERFORM 2060-GET-NEXT-YEAR-RMD
                       IF WS-SLOT-FOUND OR WS-RMD-DUE
                           ADD 1 TO WS-IRAS-SCANNED
                           PERFORM 2100-EXTRACT-ONE-IRA
                       END-IF

       2050-PICK-REPORTING-SLOT.
           MOVE 'N' TO WS-SLOT-FOUND-FLAG
           MOVE 0 TO WS-RPT-CONTRIB
           MOVE 0 TO WS-RPT-DIST
           MOVE 0 TO WS-RPT-WHLD
           IF CUST-IRA-TAX-YEAR = WS-TAX-YEAR
               SET WS-SLOT-FOUND TO TRUE
               MOVE CUST-IRA-CONTRIB-YTD TO WS-RPT-CONTRIB
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * THE 5498 FOR A TAX YEAR REPORTS THE RMD FOR THE YEAR AFTER.
      *----------------------------------------------------------------
       2060-GET-NEXT-YEAR-RMD.
           MOVE 'N' TO WS-RMD-DUE-FLAG
           MOVE CUST-ID TO RM-CUST-ID
           COMPUTE RM-RMD-YEAR = WS-TAX-YEAR + 1
           READ RMD-STATUS-FILE
           IF WS-RMD-OK AND RM-REQUIRED-AMT > 0
               SET WS-RMD-DUE TO TRUE
           END-IF.

       2100-EXTRACT-ONE-IRA.
           MOVE SPACES TO WS-CUST-NAME-OUT
           STRING CUST-FIRST-NAME DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               CUST-LAST-NAME DELIMITED BY '  '
               INTO WS-CUST-NAME-OUT
           IF WS-RPT-CONTRIB > 0 OR WS-RMD-DUE
               MOVE SPACES TO FORM5498-RECORD
               MOVE WS-TAX-YEAR TO F54-TAX-YEAR
               MOVE CUST-ID TO F54-CUST-ID
               MOVE CUST-SSN TO F54-SSN
               MOVE WS-CUST-NAME-OUT TO F54-NAME
               MOVE WS-RPT-CONTRIB TO F54-CONTRIBUTIONS
               MOVE CUST-BALANCE TO F54-FMV-BALANCE
               IF WS-RMD-DUE
                   MOVE 'Y' TO F54-RMD-INDICATOR
                   MOVE RM-DEADLINE-DATE TO F54-RMD-DATE
                   MOVE RM-REQUIRED-AMT TO F54-RMD-AMOUNT
                   ADD 1 TO WS-RMDS-REPORTED
               ELSE
                   MOVE 'N' TO F54-RMD-INDICATOR
                   MOVE 0 TO F54-RMD-DATE
                   MOVE 0 TO F54-RMD-AMOUNT
               END-IF
               WRITE FORM5498-RECORD
               ADD 1 TO WS-5498S-ISSUED
           END-IF
           DISPLAY 'IRA CUSTOMERS:  ' WS-IRAS-SCANNED
           DISPLAY '5498 RECORDS:   ' WS-5498S-ISSUED
           DISPLAY '1099-R RECORDS: ' WS-1099RS-ISSUED
           DISPLAY 'RMDS ON 5498:   ' WS-RMDS-REPORTED
           CLOSE CUSTOMER-FILE
           CLOSE FORM5498-FILE
           CLOSE FORM1099R-FILE
           CLOSE RMD-STATUS-FILE.
