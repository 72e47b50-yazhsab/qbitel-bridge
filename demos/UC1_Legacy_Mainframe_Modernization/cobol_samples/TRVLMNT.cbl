       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRVLMNT.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-02.
      *================================================================*
      * CARD TRAVEL NOTICE MAINTENANCE                                 *
      * MAINTAINS THE TRAVEL NOTICE MASTER (TRVLNOTC) FROM THE BRANCH  *
      * MAINTENANCE FEED: ONE NOTICE PER CARD WITH THE DATE WINDOW     *
      * THE CUSTOMER WILL BE AWAY AND UP TO FIVE DESTINATIONS, EACH A  *
      * COUNTRY (ISO ALPHA-3) WITH AN OPTIONAL STATE. CARDAUTH LETS A  *
      * REQUEST FROM A COVERED LOCATION INSIDE THE WINDOW THROUGH ITS  *
      * CROSS-BORDER AND IMPOSSIBLE-TRAVEL RULES. TRANSACTIONS:        *
      *   'A' ADD    - RECORD A NOTICE, REPLACING ANY ON FILE          *
      *   'C' CANCEL - REMOVE THE CARD'S NOTICE                        *
      * EVERY CHANGE IS WRITTEN TO THE TRAVEL NOTICE AUDIT FILE WITH   *
      * THE BRANCH, OPERATOR AND TIMESTAMP, AND LISTED ON THE REPORT.  *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAVEL-TRAN-FILE ASSIGN TO TRVLTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT TRAVEL-NOTICE-FILE ASSIGN TO TRVLNOTC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TN-CARD-NUMBER
               FILE STATUS IS WS-TRVL-STATUS.
           SELECT CARD-MASTER ASSIGN TO CARDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CARD-NUMBER
               FILE STATUS IS WS-CARD-STATUS.
           SELECT OPTIONAL TRAVEL-AUDIT-FILE ASSIGN TO TRVLAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO TRVLRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TRAVEL-TRAN-FILE.
       01  TRAVEL-TRAN-RECORD.
           05  TT-ACTION               PIC X(1).
               88  TT-ADD              VALUE 'A'.
               88  TT-CANCEL           VALUE 'C'.
           05  TT-CARD-NUMBER          PIC X(16).
           05  TT-START-DATE           PIC 9(8).
           05  TT-END-DATE             PIC 9(8).
           05  TT-DESTINATIONS.
               10  TT-DESTINATION OCCURS 5 TIMES.
                   15  TT-DEST-COUNTRY PIC X(3).
                   15  TT-DEST-STATE   PIC X(2).
           05  TT-BRANCH               PIC 9(4).
           05  TT-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * TRAVEL NOTICE MASTER, ONE RECORD PER CARD WITH A NOTICE ON
      * FILE. A BLANK DESTINATION STATE COVERS THE WHOLE COUNTRY.
      *----------------------------------------------------------------
       FD  TRAVEL-NOTICE-FILE.
       01  TRAVEL-NOTICE-RECORD.
           05  TN-CARD-NUMBER          PIC X(16).
           05  TN-ACCT-NUMBER          PIC 9(12).
           05  TN-START-DATE           PIC 9(8).
           05  TN-END-DATE             PIC 9(8).
           05  TN-DESTINATIONS.
               10  TN-DESTINATION OCCURS 5 TIMES.
                   15  TN-DEST-COUNTRY PIC X(3).
                   15  TN-DEST-STATE   PIC X(2).
           05  TN-BRANCH               PIC 9(4).
           05  TN-OPERATOR-ID          PIC X(8).
           05  TN-LAST-MAINT-DATE      PIC 9(8).
           05  FILLER                  PIC X(11).

       FD  CARD-MASTER.
       01  CARD-MASTER-RECORD.
           05  CM-CARD-NUMBER          PIC X(16).
           05  CM-ACCT-NUMBER          PIC 9(12).
           05  CM-STATUS               PIC X(1).
               88  CM-ACTIVE           VALUE 'A'.
           05  FILLER                  PIC X(44).

       FD  TRAVEL-AUDIT-FILE.
       01  TRAVEL-AUDIT-RECORD.
           05  TA-CARD-NUMBER          PIC X(16).
           05  TA-ACTION               PIC X(1).
           05  TA-START-DATE           PIC 9(8).
           05  TA-END-DATE             PIC 9(8).
           05  TA-DESTINATIONS         PIC X(25).
           05  TA-BRANCH               PIC 9(4).
           05  TA-OPERATOR-ID          PIC X(8).
           05  TA-DATE                 PIC 9(8).
           05  TA-TIME                 PIC 9(6).
           05  FILLER                  PIC X(10).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE           PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS              PIC X(2).
           88  WS-TRAN-OK              VALUE '00'.
       01  WS-TRVL-STATUS              PIC X(2).
           88  WS-TRVL-OK              VALUE '00'.
       01  WS-CARD-STATUS              PIC X(2).
           88  WS-CARD-OK              VALUE '00'.
       01  WS-AUDIT-STATUS             PIC X(2).
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-TRAN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-TRAN-EOF             VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-CURRENT-TIME             PIC 9(6).
       01  WS-START-DATE               PIC 9(8).
       01  WS-WINDOW-DAYS              PIC S9(7).
       01  WS-MAX-NOTICE-DAYS          PIC 9(3) VALUE 365.
       01  WS-DEST-IDX                 PIC 9(1).
       01  WS-DEST-COUNT               PIC 9(1).
       01  WS-DEST-ERROR-FLAG          PIC X(1).
           88  WS-DEST-ERROR           VALUE 'Y'.
       01  WS-RECORD-FOUND-FLAG        PIC X(1).
           88  WS-RECORD-FOUND         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(5) VALUE 0.
           05  WS-NOTICES-ADDED        PIC 9(5) VALUE 0.
           05  WS-NOTICES-REPLACED     PIC 9(5) VALUE 0.
           05  WS-NOTICES-CANCELLED    PIC 9(5) VALUE 0.
           05  WS-TRANS-REJECTED       PIC 9(5) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'CARD TRAVEL NOTICE MAINTENANCE'.
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(6) VALUE 'CARD: '.
           05  WS-RD-CARD              PIC X(16).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RD-START             PIC 9(8).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  WS-RD-END               PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RD-DESTINATIONS      PIC X(25).
           05  FILLER                  PIC X(7) VALUE ' OPER: '.
           05  WS-RD-OPERATOR          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-ACTION            PIC X(40).
           05  FILLER                  PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL WS-TRAN-EOF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** TRAVEL NOTICE MAINTENANCE STARTED ***'
           ACCEPT WS-PROCESSING-DATE FROM DATE YYYYMMDD
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-OK
               READ PROC-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PD-BUSINESS-DATE TO WS-PROCESSING-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF
           ACCEPT WS-CURRENT-TIME FROM TIME
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           OPEN INPUT TRAVEL-TRAN-FILE
           IF NOT WS-TRAN-OK
               DISPLAY 'NO TRAVEL NOTICE TRANSACTIONS: '
                   WS-TRAN-STATUS
               SET WS-TRAN-EOF TO TRUE
           END-IF
           OPEN I-O TRAVEL-NOTICE-FILE
           IF WS-TRVL-STATUS = '35'
               OPEN OUTPUT TRAVEL-NOTICE-FILE
               CLOSE TRAVEL-NOTICE-FILE
               OPEN I-O TRAVEL-NOTICE-FILE
           END-IF
           OPEN INPUT CARD-MASTER
           OPEN EXTEND TRAVEL-AUDIT-FILE
           OPEN OUTPUT MAINT-REPORT-FILE
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-HEADER.

       2000-PROCESS-TRANSACTIONS.
           READ TRAVEL-TRAN-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 3000-APPLY-NOTICE
           END-READ.

      *----------------------------------------------------------------
      * A NOTICE IS ACCEPTED ONLY FOR AN ACTIVE CARD, WITH AT LEAST
      * ONE DESTINATION, NO STATE WITHOUT ITS COUNTRY, AN END DATE
      * NOT BEFORE TODAY OR THE START, AND A WINDOW OF NO MORE THAN
      * WS-MAX-NOTICE-DAYS. A MISSING START DATE DEFAULTS TO THE
      * PROCESSING DATE.
      *----------------------------------------------------------------
       3000-APPLY-NOTICE.
           MOVE TT-CARD-NUMBER TO CM-CARD-NUMBER
           READ CARD-MASTER
           IF TT-START-DATE > 0
               MOVE TT-START-DATE TO WS-START-DATE
           ELSE
               MOVE WS-PROCESSING-DATE TO WS-START-DATE
           END-IF
           PERFORM 3050-CHECK-DESTINATIONS
           EVALUATE TRUE
               WHEN NOT TT-ADD AND NOT TT-CANCEL
                   MOVE 'REJECTED - INVALID ACTION' TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN NOT WS-CARD-OK
                   MOVE 'REJECTED - CARD NOT ON MASTER'
                       TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN TT-CANCEL
                   PERFORM 3200-CANCEL-NOTICE
               WHEN NOT CM-ACTIVE
                   MOVE 'REJECTED - CARD NOT ACTIVE' TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN WS-DEST-COUNT = 0 OR WS-DEST-ERROR
                   MOVE 'REJECTED - INVALID DESTINATIONS'
                       TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN TT-END-DATE < WS-START-DATE
                   OR TT-END-DATE < WS-PROCESSING-DATE
                   MOVE 'REJECTED - INVALID DATE WINDOW'
                       TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN OTHER
                   COMPUTE WS-WINDOW-DAYS =
                       FUNCTION INTEGER-OF-DATE(TT-END-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-START-DATE)
                   IF WS-WINDOW-DAYS > WS-MAX-NOTICE-DAYS
                       MOVE 'REJECTED - WINDOW OVER ONE YEAR'
                           TO WS-RD-ACTION
                       PERFORM 3900-REJECT
                   ELSE
                       PERFORM 3100-RECORD-NOTICE
                   END-IF
           END-EVALUATE.

       3050-CHECK-DESTINATIONS.
           MOVE 0 TO WS-DEST-COUNT
           MOVE 'N' TO WS-DEST-ERROR-FLAG
           PERFORM VARYING WS-DEST-IDX FROM 1 BY 1
               UNTIL WS-DEST-IDX > 5
               IF TT-DEST-COUNTRY(WS-DEST-IDX) NOT = SPACES
                   ADD 1 TO WS-DEST-COUNT
               ELSE
                   IF TT-DEST-STATE(WS-DEST-IDX) NOT = SPACES
                       SET WS-DEST-ERROR TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       3100-RECORD-NOTICE.
           MOVE TT-CARD-NUMBER TO TN-CARD-NUMBER
           READ TRAVEL-NOTICE-FILE
           IF WS-TRVL-OK
               SET WS-RECORD-FOUND TO TRUE
           ELSE
               MOVE 'N' TO WS-RECORD-FOUND-FLAG
           END-IF
           MOVE SPACES TO TRAVEL-NOTICE-RECORD
           MOVE TT-CARD-NUMBER TO TN-CARD-NUMBER
           MOVE CM-ACCT-NUMBER TO TN-ACCT-NUMBER
           MOVE WS-START-DATE TO TN-START-DATE
           MOVE TT-END-DATE TO TN-END-DATE
           MOVE TT-DESTINATIONS TO TN-DESTINATIONS
           MOVE TT-BRANCH TO TN-BRANCH
           MOVE TT-OPERATOR-ID TO TN-OPERATOR-ID
           MOVE WS-PROCESSING-DATE TO TN-LAST-MAINT-DATE
           IF WS-RECORD-FOUND
               REWRITE TRAVEL-NOTICE-RECORD
               ADD 1 TO WS-NOTICES-REPLACED
               MOVE 'NOTICE REPLACED' TO WS-RD-ACTION
           ELSE
               WRITE TRAVEL-NOTICE-RECORD
               ADD 1 TO WS-NOTICES-ADDED
               MOVE 'NOTICE ADDED' TO WS-RD-ACTION
           END-IF
           PERFORM 8200-WRITE-AUDIT
           PERFORM 8100-WRITE-REPORT-DETAIL.

       3200-CANCEL-NOTICE.
           MOVE TT-CARD-NUMBER TO TN-CARD-NUMBER
           READ TRAVEL-NOTICE-FILE
           IF NOT WS-TRVL-OK
               MOVE 'REJECTED - NO NOTICE ON FILE' TO WS-RD-ACTION
               PERFORM 3900-REJECT
           ELSE
               MOVE TN-START-DATE TO WS-START-DATE
               MOVE TN-END-DATE TO TT-END-DATE
               MOVE TN-DESTINATIONS TO TT-DESTINATIONS
               DELETE TRAVEL-NOTICE-FILE
               ADD 1 TO WS-NOTICES-CANCELLED
               MOVE 'NOTICE CANCELLED' TO WS-RD-ACTION
               PERFORM 8200-WRITE-AUDIT
               PERFORM 8100-WRITE-REPORT-DETAIL
           END-IF.

       8200-WRITE-AUDIT.
           MOVE TT-CARD-NUMBER TO TA-CARD-NUMBER
           MOVE TT-ACTION TO TA-ACTION
           MOVE WS-START-DATE TO TA-START-DATE
           MOVE TT-END-DATE TO TA-END-DATE
           MOVE TT-DESTINATIONS TO TA-DESTINATIONS
           MOVE TT-BRANCH TO TA-BRANCH
           MOVE TT-OPERATOR-ID TO TA-OPERATOR-ID
           MOVE WS-PROCESSING-DATE TO TA-DATE
           MOVE WS-CURRENT-TIME TO TA-TIME
           WRITE TRAVEL-AUDIT-RECORD.

       8100-WRITE-REPORT-DETAIL.
           MOVE TT-CARD-NUMBER TO WS-RD-CARD
           MOVE WS-START-DATE TO WS-RD-START
           MOVE TT-END-DATE TO WS-RD-END
           MOVE TT-DESTINATIONS TO WS-RD-DESTINATIONS
           MOVE TT-OPERATOR-ID TO WS-RD-OPERATOR
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-DETAIL.

       3900-REJECT.
           ADD 1 TO WS-TRANS-REJECTED
           PERFORM 8100-WRITE-REPORT-DETAIL.

       9000-FINALIZE.
           IF WS-TRAN-OK OR WS-TRAN-STATUS = '10'
               CLOSE TRAVEL-TRAN-FILE
           END-IF
           CLOSE TRAVEL-NOTICE-FILE
           CLOSE CARD-MASTER
           CLOSE TRAVEL-AUDIT-FILE
           CLOSE MAINT-REPORT-FILE
           DISPLAY '*** TRAVEL NOTICE MAINTENANCE COMPLETE ***'
           DISPLAY 'TRANSACTIONS READ:    ' WS-TRANS-READ
           DISPLAY 'NOTICES ADDED:        ' WS-NOTICES-ADDED
           DISPLAY 'NOTICES REPLACED:     ' WS-NOTICES-REPLACED
           DISPLAY 'NOTICES CANCELLED:    ' WS-NOTICES-CANCELLED
           DISPLAY 'TRANSACTIONS REJECTED:' WS-TRANS-REJECTED.
