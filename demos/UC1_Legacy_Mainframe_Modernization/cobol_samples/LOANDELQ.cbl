      * 30/60/90+ DAY BUCKET AND REPORTED BY BRANCH AND OFFICER (THE  *
      * OFFICER COMES THROUGH ACCT-OWNER-ID FROM THE CUSTOMER FILE)   *
      * FOR COLLECTIONS FOLLOW-UP. LATE-CHARGE ASSESSMENT ITSELF      *
      * RUNS IN THE NIGHTLY POSTING PASS. A LOAN IN AN APPROVED       *
      * FORBEARANCE (LNWKLIST FROM LOANWRK) IS NOT AGED ONCE THE      *
      * WINDOW HAS STARTED.                                            *
      *================================================================*

       ENVIRONMENT DIVISION.
           SELECT SORT-DELQ-FILE ASSIGN TO SRTDELQ.
           SELECT DELQ-REPORT-FILE ASSIGN TO DELQRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL WORKOUT-LIST-FILE ASSIGN TO LNWKLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WKL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELQ-REPORT-FILE.
       01  DELQ-REPORT-LINE            PIC X(132).

       FD  WORKOUT-LIST-FILE.
       01  WORKOUT-LIST-RECORD.
           05  WL-ACCT-NUMBER          PIC 9(12).
           05  WL-FB-START             PIC 9(8).
           05  WL-FB-END               PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
           88  WS-CUST-OK              VALUE '00'.
       01  WS-SORT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.
       01  WS-WKL-STATUS               PIC X(2).
           88  WS-WKL-OK               VALUE '00'.
       01  WS-WKL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-WKL-NO-MORE          VALUE 'Y'.

      *----------------------------------------------------------------
      * LOANS WHOSE FORBEARANCE WINDOW HAS STARTED
      *----------------------------------------------------------------
       01  WS-FORB-TABLE.
           05  WS-FB-ACCT OCCURS 2000 TIMES PIC 9(12).
       01  WS-FORB-COUNT               PIC 9(4) VALUE 0.
       01  WS-FORB-IDX                 PIC 9(4).
       01  WS-MAX-FORB                 PIC 9(4) VALUE 2000.
       01  WS-FORB-OVERFLOW            PIC 9(7) VALUE 0.
       01  WS-FORB-HIT-FLAG            PIC X(1).
           88  WS-FORB-HIT             VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-CURRENT-INT              PIC 9(9).
           05  WS-BUCKET-30            PIC 9(7) VALUE 0.
           05  WS-BUCKET-60            PIC 9(7) VALUE 0.
           05  WS-BUCKET-90            PIC 9(7) VALUE 0.
           05  WS-LOANS-FORBORNE       PIC 9(7) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(42) VALUE SPACES.
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-FILE
           PERFORM 1100-LOAD-WORKOUT-LIST
           OPEN OUTPUT WORK-DELQ-FILE
           OPEN OUTPUT DELQ-REPORT-FILE
           WRITE DELQ-REPORT-LINE FROM WS-REPORT-HEADER.

       1100-LOAD-WORKOUT-LIST.
           OPEN INPUT WORKOUT-LIST-FILE
           IF NOT WS-WKL-OK
               SET WS-WKL-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-WKL-NO-MORE
               READ WORKOUT-LIST-FILE
                   AT END
                       SET WS-WKL-NO-MORE TO TRUE
                   NOT AT END
                       IF WL-FB-START <= WS-PROCESSING-DATE
                           IF WS-FORB-COUNT < WS-MAX-FORB
                               ADD 1 TO WS-FORB-COUNT
                               MOVE WL-ACCT-NUMBER TO
                                   WS-FB-ACCT(WS-FORB-COUNT)
                           ELSE
                               ADD 1 TO WS-FORB-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKOUT-LIST-FILE
           IF WS-FORB-OVERFLOW > 0
               DISPLAY '*** FORBEARANCE TABLE OVERFLOW - '
                   WS-FORB-OVERFLOW ' LOAN(S) WOULD NOT LOAD ***'
               DISPLAY 'RUN HALTED - A FORBORNE LOAN COULD BE AGED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-BUILD-WORK-FILE.
           READ ACCOUNT-MASTER NEXT
               AT END
                   IF LOAN-ACCT AND ACCT-ACTIVE
                       AND ACCT-PMT-DUE-DATE > 0
                       ADD 1 TO WS-LOANS-SCANNED
                       PERFORM 2050-CHECK-FORBEARANCE
                       IF WS-FORB-HIT
                           ADD 1 TO WS-LOANS-FORBORNE
                       ELSE
                           PERFORM 2100-CHECK-PAST-DUE
                       END-IF
                   END-IF
           END-READ.

       2050-CHECK-FORBEARANCE.
           MOVE 'N' TO WS-FORB-HIT-FLAG
           PERFORM VARYING WS-FORB-IDX FROM 1 BY 1
               UNTIL WS-FORB-IDX > WS-FORB-COUNT
               IF WS-FB-ACCT(WS-FORB-IDX) = ACCT-NUMBER
                   SET WS-FORB-HIT TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2100-CHECK-PAST-DUE.
           IF ACCT-PMT-DUE-DATE < WS-PROCESSING-DATE
               COMPUTE WS-DUE-INT =
           DISPLAY '*** LOAN DELINQUENCY AGING COMPLETE ***'
           DISPLAY 'LOANS SCANNED:  ' WS-LOANS-SCANNED
           DISPLAY 'LOANS PAST DUE: ' WS-LOANS-PAST-DUE
           DISPLAY 'IN FORBEARANCE: ' WS-LOANS-FORBORNE
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-FILE
           CLOSE DELQ-REPORT-FILE.
