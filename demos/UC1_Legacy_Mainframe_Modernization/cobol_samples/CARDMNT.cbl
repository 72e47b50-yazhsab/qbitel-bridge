      *   'S' STOLEN  - BLOCK A CARD REPORTED STOLEN                   *
      *   'B' BLOCK   - ADMINISTRATIVE BLOCK                           *
      *   'R' REISSUE - BLOCK THE OLD CARD AND ISSUE ITS REPLACEMENT   *
      *   'X' RENEW   - EXPIRY REISSUE ON THE SAME CARD NUMBER WITH A  *
      *                 NEW EXPIRY DATE (WRITTEN BY CARDRISS)          *
      * EVERY ACTION IS WRITTEN TO THE CARD MAINTENANCE AUDIT FILE     *
      * WITH THE OPERATOR AND TIMESTAMP, AND LISTED ON THE RUN         *
      * REPORT.                                                        *
      *                                                                *
      * EVERY NEW, REPLACEMENT AND RENEWED CARD GOES TO THE CARD       *
      * PERSONALIZATION VENDOR ON THE EMBOSS FILE (CARDEMBS) WITH THE  *
      * CARDHOLDER NAME AND MAILING ADDRESS FROM CUSTMAST, AND ON THE  *
      * SEPARATE PIN-MAILER FILE (CARDPINM). THE VENDOR'S RETURN FILE  *
      * (CARDVRTN) IS RECONCILED BACK ONTO THE CARD MASTER: A MAILED   *
      * CARD IS MARKED MAILED, A PLASTIC RETURNED UNDELIVERABLE IS     *
      * BLOCKED, AND A VENDOR REJECT IS FLAGGED FOR RESUBMISSION.      *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-REPORT-FILE ASSIGN TO CARDMRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT EMBOSS-FILE ASSIGN TO CARDEMBS
               ORGANIZATION IS SEQUENTIAL.
           SELECT PIN-MAILER-FILE ASSIGN TO CARDPINM
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL VENDOR-RETURN-FILE ASSIGN TO CARDVRTN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VRTN-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
               88  CT-STOLEN           VALUE 'S'.
               88  CT-BLOCK            VALUE 'B'.
               88  CT-REISSUE          VALUE 'R'.
               88  CT-RENEW            VALUE 'X'.
               88  CT-BLOCK-ACTION     VALUES 'L' 'S' 'B'.
           05  CT-CARD-NUMBER          PIC X(16).
           05  CT-NEW-CARD-NUMBER      PIC X(16).
           05  CM-BLOCK-DATE           PIC 9(8).
           05  CM-ATM-DAILY-LIMIT      PIC S9(7)V99 COMP-3.
           05  CM-POS-DAILY-LIMIT      PIC S9(7)V99 COMP-3.
      *----------------------------------------------------------------
      * PLASTIC STATUS AT THE PERSONALIZATION VENDOR: 'P' SENT FOR
      * EMBOSSING, 'M' MAILED, 'U' RETURNED UNDELIVERABLE, 'X'
      * REJECTED BY THE VENDOR. CM-EMBOSS-DATE IS THE LAST CHANGE.
      *----------------------------------------------------------------
           05  CM-EMBOSS-STATUS        PIC X(1).
               88  CM-EMBOSS-PENDING   VALUE 'P'.
               88  CM-EMBOSS-MAILED    VALUE 'M'.
               88  CM-EMBOSS-UNDELIV   VALUE 'U'.
               88  CM-EMBOSS-REJECTED  VALUE 'X'.
           05  CM-EMBOSS-DATE          PIC 9(8).
           05  FILLER                  PIC X(1).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(12).
           05  ACCT-BRANCH             PIC 9(4).
           05  ACCT-TYPE               PIC X(2).
           05  ACCT-OWNER-ID           PIC 9(10).
           05  FILLER                  PIC X(195).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ID                 PIC 9(10).
           05  CUST-NAME.
               10  CUST-FIRST-NAME     PIC X(20).
               10  CUST-LAST-NAME      PIC X(30).
           05  CUST-ADDRESS.
               10  CUST-STREET         PIC X(40).
               10  CUST-CITY           PIC X(25).
               10  CUST-STATE          PIC X(2).
               10  CUST-ZIP            PIC 9(5).
           05  FILLER                  PIC X(214).

      *----------------------------------------------------------------
      * EMBOSS REQUEST TO THE PERSONALIZATION VENDOR. EM-REQUEST-TYPE:
      * 'N' NEW CARD, 'R' REPLACEMENT, 'X' EXPIRY RENEWAL.
      *----------------------------------------------------------------
       FD  EMBOSS-FILE.
       01  EMBOSS-RECORD.
           05  EM-REQUEST-TYPE         PIC X(1).
           05  EM-CARD-NUMBER          PIC X(16).
           05  EM-EXPIRY-DATE          PIC 9(8).
           05  EM-ACCT-NUMBER          PIC 9(12).
           05  EM-BRANCH               PIC 9(4).
           05  EM-CUST-ID              PIC 9(10).
           05  EM-EMBOSS-NAME          PIC X(26).
           05  EM-MAIL-NAME            PIC X(51).
           05  EM-STREET               PIC X(40).
           05  EM-CITY                 PIC X(25).
           05  EM-STATE                PIC X(2).
           05  EM-ZIP                  PIC 9(5).
           05  EM-REQUEST-DATE         PIC 9(8).
           05  FILLER                  PIC X(12).

      *----------------------------------------------------------------
      * PIN MAILER, MAILED SEPARATELY FROM THE PLASTIC. PM-PIN-ACTION
      * 'G' GENERATES A NEW PIN; 'C' CARRIES THE PIN OF PM-PRIOR-CARD
      * (REPLACEMENT AND RENEWAL) AND THE MAILER IS A REMINDER ONLY.
      *----------------------------------------------------------------
       FD  PIN-MAILER-FILE.
       01  PIN-MAILER-RECORD.
           05  PM-CARD-NUMBER          PIC X(16).
           05  PM-PIN-ACTION           PIC X(1).
           05  PM-PRIOR-CARD           PIC X(16).
           05  PM-CUST-ID              PIC 9(10).
           05  PM-MAIL-NAME            PIC X(51).
           05  PM-STREET               PIC X(40).
           05  PM-CITY                 PIC X(25).
           05  PM-STATE                PIC X(2).
           05  PM-ZIP                  PIC 9(5).
           05  PM-REQUEST-DATE         PIC 9(8).
           05  FILLER                  PIC X(16).

      *----------------------------------------------------------------
      * VENDOR RETURN FILE: 'M' MAILED, 'U' UNDELIVERABLE/RETURNED,
      * 'X' REJECTED (BAD DATA OR STOCK) WITH THE VENDOR'S REASON.
      *----------------------------------------------------------------
       FD  VENDOR-RETURN-FILE.
       01  VENDOR-RETURN-RECORD.
           05  VR-CARD-NUMBER          PIC X(16).
           05  VR-RETURN-TYPE          PIC X(1).
               88  VR-MAILED           VALUE 'M'.
               88  VR-UNDELIVERABLE    VALUE 'U'.
               88  VR-REJECTED         VALUE 'X'.
           05  VR-RETURN-DATE          PIC 9(8).
           05  VR-REASON               PIC X(30).
           05  FILLER                  PIC X(25).

       FD  CARD-AUDIT-FILE.
       01  CARD-AUDIT-RECORD.
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-VRTN-STATUS              PIC X(2).
           88  WS-VRTN-OK              VALUE '00'.

       01  WS-TRAN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-TRAN-EOF             VALUE 'Y'.
       01  WS-VRTN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-VRTN-EOF             VALUE 'Y'.

       01  WS-EMBOSS-TYPE              PIC X(1).
       01  WS-PIN-ACTION               PIC X(1).
       01  WS-PRIOR-CARD               PIC X(16).
       01  WS-BRANCH                   PIC 9(4).

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-CURRENT-TIME             PIC 9(6).
           05  WS-CARDS-ISSUED         PIC 9(5) VALUE 0.
           05  WS-CARDS-BLOCKED        PIC 9(5) VALUE 0.
           05  WS-CARDS-REISSUED       PIC 9(5) VALUE 0.
           05  WS-CARDS-RENEWED        PIC 9(5) VALUE 0.
           05  WS-TRANS-REJECTED       PIC 9(5) VALUE 0.
           05  WS-EMBOSS-WRITTEN       PIC 9(5) VALUE 0.
           05  WS-RETURNS-READ         PIC 9(5) VALUE 0.
           05  WS-RETURNS-MAILED       PIC 9(5) VALUE 0.
           05  WS-RETURNS-UNDELIV      PIC 9(5) VALUE 0.
           05  WS-RETURNS-REJECTED     PIC 9(5) VALUE 0.
           05  WS-RETURNS-UNMATCHED    PIC 9(5) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40) VALUE SPACES.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL WS-TRAN-EOF
           PERFORM 5000-RECONCILE-VENDOR-RETURNS
           PERFORM 9000-FINALIZE
           STOP RUN.

               OPEN I-O CARD-MASTER
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT EMBOSS-FILE
           OPEN OUTPUT PIN-MAILER-FILE
           OPEN EXTEND CARD-AUDIT-FILE
           OPEN OUTPUT MAINT-REPORT-FILE
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-HEADER.
                           PERFORM 3200-BLOCK-CARD
                       WHEN CT-REISSUE
                           PERFORM 3300-REISSUE-CARD
                       WHEN CT-RENEW
                           PERFORM 3400-RENEW-CARD
                       WHEN OTHER
                           MOVE 'REJECTED - INVALID ACTION'
                               TO WS-RD-ACTION
       3100-ISSUE-CARD.
           MOVE CT-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
           PERFORM 3050-READ-CARDHOLDER
           EVALUATE TRUE
               WHEN NOT WS-ACCT-OK
                   MOVE 'REJECTED - ACCT NOT ON MASTER' TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN NOT WS-CUST-OK
                   MOVE 'REJECTED - NO CARDHOLDER ON CUSTMAST'
                       TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN OTHER
                   MOVE SPACES TO CARD-MASTER-RECORD
                   MOVE CT-CARD-NUMBER TO CM-CARD-NUMBER
                   MOVE CT-ACCT-NUMBER TO CM-ACCT-NUMBER
                   SET CM-ACTIVE TO TRUE
                   MOVE CT-EXPIRY-DATE TO CM-EXPIRY-DATE
                   MOVE WS-PROCESSING-DATE TO CM-ISSUE-DATE
                   MOVE 0 TO CM-BLOCK-DATE
                   MOVE CT-ATM-LIMIT TO CM-ATM-DAILY-LIMIT
                   MOVE CT-POS-LIMIT TO CM-POS-DAILY-LIMIT
                   SET CM-EMBOSS-PENDING TO TRUE
                   MOVE WS-PROCESSING-DATE TO CM-EMBOSS-DATE
                   WRITE CARD-MASTER-RECORD
                       INVALID KEY
                           MOVE 'REJECTED - CARD ALREADY ON FILE'
                               TO WS-RD-ACTION
                           PERFORM 3900-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-CARDS-ISSUED
                           MOVE SPACE TO WS-OLD-STATUS
                           PERFORM 8200-WRITE-AUDIT
                           MOVE 'N' TO WS-EMBOSS-TYPE
                           MOVE 'G' TO WS-PIN-ACTION
                           MOVE SPACES TO WS-PRIOR-CARD
                           PERFORM 3600-WRITE-EMBOSS-REQUEST
                           MOVE 'CARD ISSUED' TO WS-RD-ACTION
                           PERFORM 8100-WRITE-REPORT-DETAIL
                   END-WRITE
           END-EVALUATE.

      *----------------------------------------------------------------
      * THE CARDHOLDER IS THE ACCOUNT OWNER ON CUSTMAST; NO EMBOSS
      * REQUEST CAN GO OUT WITHOUT A NAME AND MAILING ADDRESS.
      *----------------------------------------------------------------
       3050-READ-CARDHOLDER.
           IF WS-ACCT-OK
               MOVE ACCT-BRANCH TO WS-BRANCH
               MOVE ACCT-OWNER-ID TO CUST-ID
               READ CUSTOMER-FILE
           ELSE
               MOVE '23' TO WS-CUST-STATUS
           END-IF.

       3200-BLOCK-CARD.

      *----------------------------------------------------------------
      * REISSUE: THE OLD CARD IS BLOCKED AND THE REPLACEMENT IS
      * ISSUED ACTIVE ON THE SAME ACCOUNT IN ONE TRANSACTION. THE
      * REPLACEMENT CARRIES THE OLD CARD'S PIN.
      *----------------------------------------------------------------
       3300-REISSUE-CARD.
           MOVE CT-CARD-NUMBER TO CM-CARD-NUMBER
           READ CARD-MASTER
           IF WS-CARD-OK
               MOVE CM-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-MASTER
               PERFORM 3050-READ-CARDHOLDER
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-CARD-OK
                   MOVE 'REJECTED - CARD NOT ON FILE' TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN NOT WS-CUST-OK
                   MOVE 'REJECTED - NO CARDHOLDER ON CUSTMAST'
                       TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN OTHER
                   MOVE CM-STATUS TO WS-OLD-STATUS
                   MOVE 'B' TO CM-STATUS
                   MOVE WS-PROCESSING-DATE TO CM-BLOCK-DATE
                   REWRITE CARD-MASTER-RECORD
                   PERFORM 8200-WRITE-AUDIT
                   MOVE CM-ACCT-NUMBER TO CT-ACCT-NUMBER
                   MOVE SPACES TO CARD-MASTER-RECORD
                   MOVE CT-NEW-CARD-NUMBER TO CM-CARD-NUMBER
                   MOVE CT-ACCT-NUMBER TO CM-ACCT-NUMBER
                   SET CM-ACTIVE TO TRUE
                   MOVE CT-EXPIRY-DATE TO CM-EXPIRY-DATE
                   MOVE WS-PROCESSING-DATE TO CM-ISSUE-DATE
                   MOVE 0 TO CM-BLOCK-DATE
                   MOVE CT-ATM-LIMIT TO CM-ATM-DAILY-LIMIT
                   MOVE CT-POS-LIMIT TO CM-POS-DAILY-LIMIT
                   SET CM-EMBOSS-PENDING TO TRUE
                   MOVE WS-PROCESSING-DATE TO CM-EMBOSS-DATE
                   WRITE CARD-MASTER-RECORD
                       INVALID KEY
                           MOVE 'REJECTED - NEW CARD ON FILE'
                               TO WS-RD-ACTION
                           PERFORM 3900-REJECT
                       NOT INVALID KEY
                           ADD 1 TO WS-CARDS-REISSUED
                           MOVE SPACE TO WS-OLD-STATUS
                           PERFORM 8200-WRITE-AUDIT
                           MOVE 'R' TO WS-EMBOSS-TYPE
                           MOVE 'C' TO WS-PIN-ACTION
                           MOVE CT-CARD-NUMBER TO WS-PRIOR-CARD
                           PERFORM 3600-WRITE-EMBOSS-REQUEST
                           MOVE 'CARD REISSUED' TO WS-RD-ACTION
                           PERFORM 8100-WRITE-REPORT-DETAIL
                   END-WRITE
           END-EVALUATE.

      *----------------------------------------------------------------
      * RENEWAL: THE CARD KEEPS ITS NUMBER AND PIN AND TAKES THE NEW
      * EXPIRY DATE, SO RECURRING MERCHANT BILLING CARRIES OVER. ONLY
      * A LATER EXPIRY IS ACCEPTED, WHICH MAKES A RERUN HARMLESS.
      *----------------------------------------------------------------
       3400-RENEW-CARD.
           MOVE CT-CARD-NUMBER TO CM-CARD-NUMBER
           READ CARD-MASTER
           IF WS-CARD-OK
               MOVE CM-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-MASTER
               PERFORM 3050-READ-CARDHOLDER
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-CARD-OK
                   MOVE 'REJECTED - CARD NOT ON FILE' TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN NOT CM-ACTIVE
                   MOVE 'REJECTED - CARD NOT ACTIVE' TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN CT-EXPIRY-DATE <= CM-EXPIRY-DATE
                   MOVE 'REJECTED - EXPIRY NOT LATER' TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN NOT WS-CUST-OK
                   MOVE 'REJECTED - NO CARDHOLDER ON CUSTMAST'
                       TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN OTHER
                   MOVE CM-STATUS TO WS-OLD-STATUS
                   MOVE CT-EXPIRY-DATE TO CM-EXPIRY-DATE
                   MOVE WS-PROCESSING-DATE TO CM-ISSUE-DATE
                   SET CM-EMBOSS-PENDING TO TRUE
                   MOVE WS-PROCESSING-DATE TO CM-EMBOSS-DATE
                   REWRITE CARD-MASTER-RECORD
                   ADD 1 TO WS-CARDS-RENEWED
                   PERFORM 8200-WRITE-AUDIT
                   MOVE 'X' TO WS-EMBOSS-TYPE
                   MOVE 'C' TO WS-PIN-ACTION
                   MOVE CM-CARD-NUMBER TO WS-PRIOR-CARD
                   PERFORM 3600-WRITE-EMBOSS-REQUEST
                   MOVE 'CARD RENEWED - NEW EXPIRY' TO WS-RD-ACTION
                   PERFORM 8100-WRITE-REPORT-DETAIL
           END-EVALUATE.

      *----------------------------------------------------------------
      * EMBOSS REQUEST AND PIN MAILER FOR THE CARD NOW IN
      * CARD-MASTER-RECORD, ADDRESSED TO THE CARDHOLDER.
      *----------------------------------------------------------------
       3600-WRITE-EMBOSS-REQUEST.
           MOVE SPACES TO EMBOSS-RECORD
           MOVE WS-EMBOSS-TYPE TO EM-REQUEST-TYPE
           MOVE CM-CARD-NUMBER TO EM-CARD-NUMBER
           MOVE CM-EXPIRY-DATE TO EM-EXPIRY-DATE
           MOVE CM-ACCT-NUMBER TO EM-ACCT-NUMBER
           MOVE WS-BRANCH TO EM-BRANCH
           MOVE CUST-ID TO EM-CUST-ID
           STRING CUST-FIRST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               CUST-LAST-NAME DELIMITED BY SIZE
               INTO EM-EMBOSS-NAME
           STRING CUST-FIRST-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               CUST-LAST-NAME DELIMITED BY SIZE
               INTO EM-MAIL-NAME
           MOVE CUST-STREET TO EM-STREET
           MOVE CUST-CITY TO EM-CITY
           MOVE CUST-STATE TO EM-STATE
           MOVE CUST-ZIP TO EM-ZIP
           MOVE WS-PROCESSING-DATE TO EM-REQUEST-DATE
           WRITE EMBOSS-RECORD
           MOVE SPACES TO PIN-MAILER-RECORD
           MOVE CM-CARD-NUMBER TO PM-CARD-NUMBER
           MOVE WS-PIN-ACTION TO PM-PIN-ACTION
           MOVE WS-PRIOR-CARD TO PM-PRIOR-CARD
           MOVE CUST-ID TO PM-CUST-ID
           MOVE EM-MAIL-NAME TO PM-MAIL-NAME
           MOVE CUST-STREET TO PM-STREET
           MOVE CUST-CITY TO PM-CITY
           MOVE CUST-STATE TO PM-STATE
           MOVE CUST-ZIP TO PM-ZIP
           MOVE WS-PROCESSING-DATE TO PM-REQUEST-DATE
           WRITE PIN-MAILER-RECORD
           ADD 1 TO WS-EMBOSS-WRITTEN.

      *----------------------------------------------------------------
      * VENDOR RETURNS. A PLASTIC RETURNED UNDELIVERABLE MAY BE IN
      * THE WRONG HANDS, SO THE CARD IS BLOCKED UNTIL THE CUSTOMER
      * CONFIRMS AN ADDRESS AND A REPLACEMENT IS ORDERED. A VENDOR
      * REJECT IS LISTED FOR THE CARD DESK TO RESUBMIT.
      *----------------------------------------------------------------
       5000-RECONCILE-VENDOR-RETURNS.
           OPEN INPUT VENDOR-RETURN-FILE
           IF NOT WS-VRTN-OK
               SET WS-VRTN-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-VRTN-EOF
               READ VENDOR-RETURN-FILE
                   AT END
                       SET WS-VRTN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RETURNS-READ
                       PERFORM 5100-APPLY-VENDOR-RETURN
               END-READ
           END-PERFORM
           IF WS-VRTN-OK OR WS-VRTN-STATUS = '05'
               OR WS-VRTN-STATUS = '10'
               CLOSE VENDOR-RETURN-FILE
           END-IF.

       5100-APPLY-VENDOR-RETURN.
           MOVE VR-CARD-NUMBER TO CT-CARD-NUMBER
           MOVE 'CARDVNDR' TO CT-OPERATOR-ID
           MOVE VR-RETURN-TYPE TO CT-ACTION
           MOVE VR-CARD-NUMBER TO CM-CARD-NUMBER
           READ CARD-MASTER
           EVALUATE TRUE
               WHEN NOT WS-CARD-OK
                   ADD 1 TO WS-RETURNS-UNMATCHED
                   MOVE 'VENDOR RETURN - CARD NOT ON FILE'
                       TO WS-RD-ACTION
                   PERFORM 8100-WRITE-REPORT-DETAIL
               WHEN VR-MAILED
                   SET CM-EMBOSS-MAILED TO TRUE
                   MOVE VR-RETURN-DATE TO CM-EMBOSS-DATE
                   REWRITE CARD-MASTER-RECORD
                   ADD 1 TO WS-RETURNS-MAILED
               WHEN VR-UNDELIVERABLE
                   MOVE CM-STATUS TO WS-OLD-STATUS
                   SET CM-EMBOSS-UNDELIV TO TRUE
                   MOVE VR-RETURN-DATE TO CM-EMBOSS-DATE
                   IF CM-ACTIVE
                       MOVE 'B' TO CM-STATUS
                       MOVE WS-PROCESSING-DATE TO CM-BLOCK-DATE
                   END-IF
                   REWRITE CARD-MASTER-RECORD
                   PERFORM 8200-WRITE-AUDIT
                   ADD 1 TO WS-RETURNS-UNDELIV
                   MOVE 'BLOCKED - PLASTIC UNDELIVERABLE'
                       TO WS-RD-ACTION
                   PERFORM 8100-WRITE-REPORT-DETAIL
               WHEN VR-REJECTED
                   SET CM-EMBOSS-REJECTED TO TRUE
                   MOVE VR-RETURN-DATE TO CM-EMBOSS-DATE
                   REWRITE CARD-MASTER-RECORD
                   ADD 1 TO WS-RETURNS-REJECTED
                   MOVE SPACES TO WS-RD-ACTION
                   STRING 'VENDOR REJECT - ' DELIMITED BY SIZE
                       VR-REASON DELIMITED BY SIZE
                       INTO WS-RD-ACTION
                   PERFORM 8100-WRITE-REPORT-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-RETURNS-UNMATCHED
                   MOVE 'VENDOR RETURN - INVALID TYPE' TO WS-RD-ACTION
                   PERFORM 8100-WRITE-REPORT-DETAIL
           END-EVALUATE.

       8200-WRITE-AUDIT.
           MOVE CM-CARD-NUMBER TO CA-CARD-NUMBER
           MOVE CT-ACTION TO CA-ACTION
           END-IF
           CLOSE CARD-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-FILE
           CLOSE EMBOSS-FILE
           CLOSE PIN-MAILER-FILE
           CLOSE CARD-AUDIT-FILE
           CLOSE MAINT-REPORT-FILE
           DISPLAY '*** CARD MAINTENANCE COMPLETE ***'
           DISPLAY 'CARDS ISSUED:         ' WS-CARDS-ISSUED
           DISPLAY 'CARDS BLOCKED:        ' WS-CARDS-BLOCKED
           DISPLAY 'CARDS REISSUED:       ' WS-CARDS-REISSUED
           DISPLAY 'CARDS RENEWED:        ' WS-CARDS-RENEWED
           DISPLAY 'TRANSACTIONS REJECTED:' WS-TRANS-REJECTED
           DISPLAY 'EMBOSS REQUESTS SENT: ' WS-EMBOSS-WRITTEN
           DISPLAY 'VENDOR RETURNS READ:  ' WS-RETURNS-READ
           DISPLAY '  MAILED:             ' WS-RETURNS-MAILED
           DISPLAY '  UNDELIVERABLE:      ' WS-RETURNS-UNDELIV
           DISPLAY '  VENDOR REJECTS:     ' WS-RETURNS-REJECTED
           DISPLAY '  NOT MATCHED:        ' WS-RETURNS-UNMATCHED.
