       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXSMNT.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * CUSTOMER TAX STATUS MAINTENANCE (W-9 / W-8BEN)                 *
      * MAINTAINS THE TAX STATUS MASTER (TAXSTAT): ONE RECORD PER      *
      * CUSTOMER GIVING U.S. OR FOREIGN STATUS, THE CERTIFICATION ON   *
      * FILE (W-9 FOR A U.S. PERSON, W-8BEN FOR A NONRESIDENT ALIEN)   *
      * AND THE DATE IT WAS RECEIVED, COUNTRY OF RESIDENCE, TREATY     *
      * WITHHOLDING RATE, AND THE 1042-S INCOME AND EXEMPTION CODES.   *
      * A W-8BEN STAYS IN FORCE THROUGH THE LAST DAY OF THE THIRD      *
      * CALENDAR YEAR AFTER THE YEAR IT WAS SIGNED; A W-9 DOES NOT     *
      * EXPIRE. THE NIGHTLY POSTING RUN (ACCTPROC) WITHHOLDS ON        *
      * FOREIGN CUSTOMERS' INTEREST FROM THIS MASTER AND THE YEAR-END  *
      * TAX EXTRACT (TAX1099) REPORTS THEM ON 1042-S, NOT 1099-INT.    *
      * MAINTENANCE TRANSACTIONS:                                      *
      *   'A' ADD     - FIRST CERTIFICATION FOR A CUSTOMER             *
      *   'C' CHANGE  - NEW OR CORRECTED CERTIFICATION                 *
      *   'D' DELETE  - REMOVE THE CUSTOMER'S TAX STATUS               *
      * EVERY CHANGE WRITES BEFORE AND AFTER IMAGES TO THE TAX STATUS  *
      * AUDIT FILE (TAXSAUD) AND IS LISTED ON TAXSRPT WITH THE         *
      * REJECTS; ANY REJECT ENDS THE STEP WITH RC 4.                   *
      *                                                                *
      * AFTER THE TRANSACTIONS, THE MASTER IS SWEPT: A W-8BEN DUE TO   *
      * EXPIRE WITHIN 90 DAYS GETS A RENEWAL REQUEST (W8S1) AND ONE    *
      * THAT HAS EXPIRED GETS AN EXPIRATION NOTICE (W8X1) ON THE       *
      * CONSOLIDATED NOTICE EXTRACT (CUSTNOTC), EACH ONCE PER          *
      * CERTIFICATION.                                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAXS-TRAN-FILE ASSIGN TO TAXSTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT TAX-STATUS-FILE ASSIGN TO TAXSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TS-CUST-ID
               FILE STATUS IS WS-TAXS-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL TAXS-AUDIT-FILE ASSIGN TO TAXSAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL CUST-NOTICE-FILE ASSIGN TO CUSTNOTC
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-REPORT-FILE ASSIGN TO TAXSRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  TAXS-TRAN-FILE.
       01  TAXS-TRAN-RECORD.
           05  TT-ACTION               PIC X(1).
               88  TT-ADD              VALUE 'A'.
               88  TT-CHANGE           VALUE 'C'.
               88  TT-DELETE           VALUE 'D'.
           05  TT-CUST-ID              PIC 9(10).
           05  TT-TAX-STATUS           PIC X(1).
               88  TT-US-PERSON        VALUE 'U'.
               88  TT-FOREIGN          VALUE 'F'.
           05  TT-CERT-RECEIVED-DATE   PIC 9(8).
           05  TT-CERT-RECEIVED-R REDEFINES TT-CERT-RECEIVED-DATE.
               10  TT-CR-YEAR          PIC 9(4).
               10  TT-CR-MONTH         PIC 9(2).
               10  TT-CR-DAY           PIC 9(2).
           05  TT-COUNTRY              PIC X(2).
           05  TT-TREATY-RATE          PIC V9(4).
           05  TT-INCOME-CODE          PIC X(2).
           05  TT-EXEMPTION-CODE       PIC X(2).
           05  TT-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(42).

      *----------------------------------------------------------------
      * TAX STATUS MASTER. THE NOTICE DATES BELONG TO THE EXPIRATION
      * SWEEP AND ARE CLEARED WHEN A NEW CERTIFICATION IS RECEIVED.
      *----------------------------------------------------------------
       FD  TAX-STATUS-FILE.
       01  TAX-STATUS-RECORD.
           05  TS-CUST-ID              PIC 9(10).
           05  TS-TAX-STATUS           PIC X(1).
               88  TS-US-PERSON        VALUE 'U'.
               88  TS-FOREIGN          VALUE 'F'.
           05  TS-CERT-TYPE            PIC X(6).
           05  TS-CERT-RECEIVED-DATE   PIC 9(8).
           05  TS-CERT-EXPIRE-DATE     PIC 9(8).
           05  TS-COUNTRY              PIC X(2).
           05  TS-TREATY-RATE          PIC V9(4).
           05  TS-INCOME-CODE          PIC X(2).
           05  TS-EXEMPTION-CODE       PIC X(2).
           05  TS-SOLICIT-DATE         PIC 9(8).
           05  TS-EXPIRED-NOTICE-DATE  PIC 9(8).
           05  TS-LAST-MAINT-DATE      PIC 9(8).
           05  TS-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(25).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ID                 PIC 9(10).
           05  FILLER                  PIC X(336).

       FD  TAXS-AUDIT-FILE.
       01  TAXS-AUDIT-RECORD.
           05  TA-CUST-ID              PIC 9(10).
           05  TA-ACTION               PIC X(1).
           05  TA-BEFORE-IMAGE         PIC X(100).
           05  TA-AFTER-IMAGE          PIC X(100).
           05  TA-OPERATOR-ID          PIC X(8).
           05  TA-DATE                 PIC 9(8).
           05  TA-TIME                 PIC 9(6).
           05  FILLER                  PIC X(17).

       FD  CUST-NOTICE-FILE.
       01  CUST-NOTICE-RECORD.
           05  NO-LETTER-CODE          PIC X(4).
           05  NO-CUST-ID              PIC 9(10).
           05  NO-ACCT-NUMBER          PIC 9(12).
           05  NO-NOTICE-DATE          PIC 9(8).
           05  NO-VAR-DATA             PIC X(80).
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
       01  WS-TAXS-STATUS              PIC X(2).
           88  WS-TAXS-OK              VALUE '00'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-AUDIT-STATUS             PIC X(2).
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-TRAN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-TRAN-EOF             VALUE 'Y'.
       01  WS-TAXS-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-TAXS-EOF             VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-CURRENT-TIME             PIC 9(6).
       01  WS-SOLICIT-HORIZON          PIC 9(8).
       01  WS-REJECT-REASON            PIC X(40).
       01  WS-TAXS-BEFORE-IMAGE        PIC X(100).
       01  WS-STATUTORY-RATE           PIC V9(4) VALUE .3000.

       01  WS-NOTICE-DATE-WORK         PIC 9(8).
       01  WS-NOTICE-DATE-R REDEFINES WS-NOTICE-DATE-WORK.
           05  WS-ND-YEAR              PIC 9(4).
           05  WS-ND-MONTH             PIC 9(2).
           05  WS-ND-DAY               PIC 9(2).
       01  WS-NOTICE-DATE-TEXT.
           05  WS-NT-MONTH             PIC 9(2).
           05  FILLER                  PIC X(1) VALUE '/'.
           05  WS-NT-DAY               PIC 9(2).
           05  FILLER                  PIC X(1) VALUE '/'.
           05  WS-NT-YEAR              PIC 9(4).

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(5) VALUE 0.
           05  WS-STATUS-ADDED         PIC 9(5) VALUE 0.
           05  WS-STATUS-CHANGED       PIC 9(5) VALUE 0.
           05  WS-STATUS-DELETED       PIC 9(5) VALUE 0.
           05  WS-TRANS-REJECTED       PIC 9(5) VALUE 0.
           05  WS-RENEWALS-REQUESTED   PIC 9(5) VALUE 0.
           05  WS-EXPIRED-NOTICES      PIC 9(5) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(36) VALUE SPACES.
           05  FILLER                  PIC X(44) VALUE
               'CUSTOMER TAX STATUS MAINTENANCE - DATE'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RH-DATE              PIC 9999/99/99.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(5) VALUE 'CUST '.
           05  WS-RD-CUST              PIC 9(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-ACTION-CODE       PIC X(1).
           05  FILLER                  PIC X(4) VALUE ' ST '.
           05  WS-RD-STATUS            PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-CERT-TYPE         PIC X(6).
           05  FILLER                  PIC X(6) VALUE ' RCVD '.
           05  WS-RD-RECEIVED          PIC 9(8).
           05  FILLER                  PIC X(5) VALUE ' EXP '.
           05  WS-RD-EXPIRES           PIC 9(8).
           05  FILLER                  PIC X(6) VALUE ' CTRY '.
           05  WS-RD-COUNTRY           PIC X(2).
           05  FILLER                  PIC X(6) VALUE ' RATE '.
           05  WS-RD-RATE              PIC Z9.99.
           05  FILLER                  PIC X(1) VALUE '%'.
           05  FILLER                  PIC X(6) VALUE ' OPER '.
           05  WS-RD-OPERATOR          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-ACTION            PIC X(40).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL WS-TRAN-EOF
           PERFORM 5000-SWEEP-CERTIFICATIONS
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** TAX STATUS MAINTENANCE STARTED ***'
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
           COMPUTE WS-SOLICIT-HORIZON = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE) + 90)
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           OPEN INPUT TAXS-TRAN-FILE
           IF NOT WS-TRAN-OK
               DISPLAY 'NO TAX STATUS TRANSACTIONS: ' WS-TRAN-STATUS
               SET WS-TRAN-EOF TO TRUE
           END-IF
           OPEN I-O TAX-STATUS-FILE
           IF WS-TAXS-STATUS = '35'
               OPEN OUTPUT TAX-STATUS-FILE
               CLOSE TAX-STATUS-FILE
               OPEN I-O TAX-STATUS-FILE
           END-IF
           IF NOT WS-TAXS-OK
               DISPLAY 'ERROR OPENING TAX STATUS MASTER: '
                   WS-TAXS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN EXTEND TAXS-AUDIT-FILE
           OPEN EXTEND CUST-NOTICE-FILE
           OPEN OUTPUT MAINT-REPORT-FILE
           MOVE WS-PROCESSING-DATE TO WS-RH-DATE
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-HEADER.

       2000-PROCESS-TRANSACTIONS.
           READ TAXS-TRAN-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 3000-APPLY-TRANSACTION
           END-READ.

       3000-APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE TT-CUST-ID TO TS-CUST-ID
           READ TAX-STATUS-FILE
           IF WS-TAXS-OK
               MOVE TAX-STATUS-RECORD TO WS-TAXS-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO WS-TAXS-BEFORE-IMAGE
           END-IF
           EVALUATE TRUE
               WHEN TT-ADD
                   IF WS-TAXS-OK
                       MOVE 'REJECTED - TAX STATUS ALREADY ON FILE'
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 7000-VALIDATE-CERTIFICATION
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 3100-ADD-STATUS
                   END-IF
               WHEN TT-CHANGE
                   IF NOT WS-TAXS-OK
                       MOVE 'REJECTED - NO TAX STATUS ON FILE'
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 7000-VALIDATE-CERTIFICATION
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 3200-CHANGE-STATUS
                   END-IF
               WHEN TT-DELETE
                   IF NOT WS-TAXS-OK
                       MOVE 'REJECTED - NO TAX STATUS ON FILE'
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 3300-DELETE-STATUS
                   END-IF
               WHEN OTHER
                   MOVE 'REJECTED - INVALID ACTION'
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 3900-REJECT
           END-IF.

       3100-ADD-STATUS.
           MOVE SPACES TO TAX-STATUS-RECORD
           MOVE TT-CUST-ID TO TS-CUST-ID
           MOVE 0 TO TS-SOLICIT-DATE
           MOVE 0 TO TS-EXPIRED-NOTICE-DATE
           PERFORM 7100-MOVE-CERTIFICATION
           WRITE TAX-STATUS-RECORD
           ADD 1 TO WS-STATUS-ADDED
           MOVE 'TAX STATUS ADDED' TO WS-RD-ACTION
           PERFORM 8000-RECORD-CHANGE.

      *----------------------------------------------------------------
      * A NEWLY RECEIVED FORM STARTS A NEW CERTIFICATION, SO THE
      * RENEWAL AND EXPIRATION NOTICES ARE RE-ARMED FOR IT.
      *----------------------------------------------------------------
       3200-CHANGE-STATUS.
           IF TT-CERT-RECEIVED-DATE NOT = TS-CERT-RECEIVED-DATE
               OR TT-TAX-STATUS NOT = TS-TAX-STATUS
               MOVE 0 TO TS-SOLICIT-DATE
               MOVE 0 TO TS-EXPIRED-NOTICE-DATE
           END-IF
           PERFORM 7100-MOVE-CERTIFICATION
           REWRITE TAX-STATUS-RECORD
           ADD 1 TO WS-STATUS-CHANGED
           MOVE 'TAX STATUS CHANGED' TO WS-RD-ACTION
           PERFORM 8000-RECORD-CHANGE.

       3300-DELETE-STATUS.
           DELETE TAX-STATUS-FILE
           MOVE SPACES TO TAX-STATUS-RECORD
           ADD 1 TO WS-STATUS-DELETED
           MOVE 'TAX STATUS DELETED' TO WS-RD-ACTION
           PERFORM 8000-RECORD-CHANGE.

       3900-REJECT.
           ADD 1 TO WS-TRANS-REJECTED
           MOVE WS-REJECT-REASON TO WS-RD-ACTION
           PERFORM 8100-WRITE-REPORT-DETAIL.

      *----------------------------------------------------------------
      * A CUSTOMER ON FILE, A STATUS, A REAL RECEIVED DATE NOT IN THE
      * FUTURE, AND A COUNTRY AND RATE THAT FIT THE STATUS. A TREATY
      * RATE CANNOT EXCEED THE 30 PERCENT STATUTORY RATE.
      *----------------------------------------------------------------
       7000-VALIDATE-CERTIFICATION.
           MOVE TT-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
           EVALUATE TRUE
               WHEN NOT WS-CUST-OK
                   MOVE 'REJECTED - CUSTOMER NOT ON FILE'
                       TO WS-REJECT-REASON
               WHEN NOT TT-US-PERSON AND NOT TT-FOREIGN
                   MOVE 'REJECTED - STATUS MUST BE U OR F'
                       TO WS-REJECT-REASON
               WHEN TT-CERT-RECEIVED-DATE NOT NUMERIC
                   MOVE 'REJECTED - INVALID RECEIVED DATE'
                       TO WS-REJECT-REASON
               WHEN TT-CR-MONTH < 1 OR TT-CR-MONTH > 12
                   OR TT-CR-DAY < 1 OR TT-CR-DAY > 31
                   OR TT-CR-YEAR < 1900
                   MOVE 'REJECTED - INVALID RECEIVED DATE'
                       TO WS-REJECT-REASON
               WHEN TT-CERT-RECEIVED-DATE > WS-PROCESSING-DATE
                   MOVE 'REJECTED - RECEIVED DATE IN THE FUTURE'
                       TO WS-REJECT-REASON
               WHEN TT-TREATY-RATE NOT NUMERIC
                   MOVE 'REJECTED - INVALID TREATY RATE'
                       TO WS-REJECT-REASON
               WHEN TT-FOREIGN
                   AND (TT-COUNTRY = SPACES OR TT-COUNTRY = 'US')
                   MOVE 'REJECTED - COUNTRY REQUIRED FOR FOREIGN'
                       TO WS-REJECT-REASON
               WHEN TT-FOREIGN
                   AND TT-TREATY-RATE > WS-STATUTORY-RATE
                   MOVE 'REJECTED - TREATY RATE OVER 30 PERCENT'
                       TO WS-REJECT-REASON
               WHEN TT-US-PERSON
                   AND TT-COUNTRY NOT = SPACES AND TT-COUNTRY NOT = 'US'
                   MOVE 'REJECTED - U.S. PERSON COUNTRY NOT US'
                       TO WS-REJECT-REASON
               WHEN TT-US-PERSON AND TT-TREATY-RATE NOT = 0
                   MOVE 'REJECTED - TREATY RATE ON U.S. PERSON'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * DEPOSIT INTEREST IS 1042-S INCOME CODE 29. WITH NO CODES
      * GIVEN, A ZERO TREATY RATE IS REPORTED AS EXEMPT UNDER THE
      * CODE (02) AND A REDUCED RATE AS NOT EXEMPT (00).
      *----------------------------------------------------------------
       7100-MOVE-CERTIFICATION.
           MOVE TT-TAX-STATUS TO TS-TAX-STATUS
           MOVE TT-CERT-RECEIVED-DATE TO TS-CERT-RECEIVED-DATE
           IF TT-FOREIGN
               MOVE 'W-8BEN' TO TS-CERT-TYPE
               COMPUTE TS-CERT-EXPIRE-DATE =
                   (TT-CR-YEAR + 3) * 10000 + 1231
               MOVE TT-COUNTRY TO TS-COUNTRY
               MOVE TT-TREATY-RATE TO TS-TREATY-RATE
               MOVE TT-INCOME-CODE TO TS-INCOME-CODE
               IF TS-INCOME-CODE = SPACES
                   MOVE '29' TO TS-INCOME-CODE
               END-IF
               MOVE TT-EXEMPTION-CODE TO TS-EXEMPTION-CODE
               IF TS-EXEMPTION-CODE = SPACES
                   IF TS-TREATY-RATE = 0
                       MOVE '02' TO TS-EXEMPTION-CODE
                   ELSE
                       MOVE '00' TO TS-EXEMPTION-CODE
                   END-IF
               END-IF
           ELSE
               MOVE 'W-9' TO TS-CERT-TYPE
               MOVE 0 TO TS-CERT-EXPIRE-DATE
               MOVE 'US' TO TS-COUNTRY
               MOVE 0 TO TS-TREATY-RATE
               MOVE SPACES TO TS-INCOME-CODE
               MOVE SPACES TO TS-EXEMPTION-CODE
           END-IF
           MOVE WS-PROCESSING-DATE TO TS-LAST-MAINT-DATE
           MOVE TT-OPERATOR-ID TO TS-OPERATOR-ID.

      *----------------------------------------------------------------
      * W-8BEN EXPIRATION SWEEP. THE EXPIRATION NOTICE TAKES THE
      * PLACE OF A RENEWAL REQUEST THAT WAS NEVER SENT.
      *----------------------------------------------------------------
       5000-SWEEP-CERTIFICATIONS.
           MOVE LOW-VALUES TO TAX-STATUS-RECORD
           MOVE 0 TO TS-CUST-ID
           START TAX-STATUS-FILE KEY > TS-CUST-ID
           IF NOT WS-TAXS-OK
               SET WS-TAXS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-TAXS-EOF
               READ TAX-STATUS-FILE NEXT
                   AT END
                       SET WS-TAXS-EOF TO TRUE
                   NOT AT END
                       IF TS-FOREIGN
                           PERFORM 5100-CHECK-EXPIRATION
                       END-IF
               END-READ
           END-PERFORM.

       5100-CHECK-EXPIRATION.
           MOVE TS-CERT-EXPIRE-DATE TO WS-NOTICE-DATE-WORK
           MOVE WS-ND-MONTH TO WS-NT-MONTH
           MOVE WS-ND-DAY TO WS-NT-DAY
           MOVE WS-ND-YEAR TO WS-NT-YEAR
           EVALUATE TRUE
               WHEN TS-CERT-EXPIRE-DATE < WS-PROCESSING-DATE
                   AND TS-EXPIRED-NOTICE-DATE = 0
                   MOVE SPACES TO CUST-NOTICE-RECORD
                   MOVE 'W8X1' TO NO-LETTER-CODE
                   STRING 'W-8BEN EXPIRED ' WS-NOTICE-DATE-TEXT
                       ' - 30 PCT WITHHOLDING APPLIES'
                       DELIMITED BY SIZE INTO NO-VAR-DATA
                   PERFORM 5200-WRITE-NOTICE
                   MOVE WS-PROCESSING-DATE TO TS-EXPIRED-NOTICE-DATE
                   REWRITE TAX-STATUS-RECORD
                   ADD 1 TO WS-EXPIRED-NOTICES
                   MOVE 'W-8BEN EXPIRED - NOTICE W8X1 SENT'
                       TO WS-RD-ACTION
                   PERFORM 5300-REPORT-NOTICE
               WHEN TS-CERT-EXPIRE-DATE NOT < WS-PROCESSING-DATE
                   AND TS-CERT-EXPIRE-DATE NOT > WS-SOLICIT-HORIZON
                   AND TS-SOLICIT-DATE = 0
                   MOVE SPACES TO CUST-NOTICE-RECORD
                   MOVE 'W8S1' TO NO-LETTER-CODE
                   STRING 'W-8BEN EXPIRES ' WS-NOTICE-DATE-TEXT
                       ' - PLEASE SUBMIT A NEW FORM'
                       DELIMITED BY SIZE INTO NO-VAR-DATA
                   PERFORM 5200-WRITE-NOTICE
                   MOVE WS-PROCESSING-DATE TO TS-SOLICIT-DATE
                   REWRITE TAX-STATUS-RECORD
                   ADD 1 TO WS-RENEWALS-REQUESTED
                   MOVE 'W-8BEN EXPIRING - RENEWAL W8S1 SENT'
                       TO WS-RD-ACTION
                   PERFORM 5300-REPORT-NOTICE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       5200-WRITE-NOTICE.
           MOVE TS-CUST-ID TO NO-CUST-ID
           MOVE 0 TO NO-ACCT-NUMBER
           MOVE WS-PROCESSING-DATE TO NO-NOTICE-DATE
           WRITE CUST-NOTICE-RECORD.

       5300-REPORT-NOTICE.
           MOVE TS-CUST-ID TO WS-RD-CUST
           MOVE SPACE TO WS-RD-ACTION-CODE
           MOVE TS-TAX-STATUS TO WS-RD-STATUS
           MOVE TS-CERT-TYPE TO WS-RD-CERT-TYPE
           MOVE TS-CERT-RECEIVED-DATE TO WS-RD-RECEIVED
           MOVE TS-CERT-EXPIRE-DATE TO WS-RD-EXPIRES
           MOVE TS-COUNTRY TO WS-RD-COUNTRY
           COMPUTE WS-RD-RATE = TS-TREATY-RATE * 100
           MOVE SPACES TO WS-RD-OPERATOR
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-DETAIL.

       8000-RECORD-CHANGE.
           MOVE TT-CUST-ID TO TA-CUST-ID
           MOVE TT-ACTION TO TA-ACTION
           MOVE WS-TAXS-BEFORE-IMAGE TO TA-BEFORE-IMAGE
           MOVE TAX-STATUS-RECORD TO TA-AFTER-IMAGE
           MOVE TT-OPERATOR-ID TO TA-OPERATOR-ID
           MOVE WS-PROCESSING-DATE TO TA-DATE
           MOVE WS-CURRENT-TIME TO TA-TIME
           WRITE TAXS-AUDIT-RECORD
           PERFORM 8100-WRITE-REPORT-DETAIL.

       8100-WRITE-REPORT-DETAIL.
           MOVE TT-CUST-ID TO WS-RD-CUST
           MOVE TT-ACTION TO WS-RD-ACTION-CODE
           MOVE TT-TAX-STATUS TO WS-RD-STATUS
           MOVE SPACES TO WS-RD-CERT-TYPE
           MOVE 0 TO WS-RD-RECEIVED
           MOVE 0 TO WS-RD-EXPIRES
           MOVE 0 TO WS-RD-RATE
           IF TT-CERT-RECEIVED-DATE NUMERIC
               MOVE TT-CERT-RECEIVED-DATE TO WS-RD-RECEIVED
           END-IF
           IF WS-REJECT-REASON = SPACES AND NOT TT-DELETE
               MOVE TS-CERT-TYPE TO WS-RD-CERT-TYPE
               MOVE TS-CERT-EXPIRE-DATE TO WS-RD-EXPIRES
               COMPUTE WS-RD-RATE = TS-TREATY-RATE * 100
           END-IF
           MOVE TT-COUNTRY TO WS-RD-COUNTRY
           MOVE TT-OPERATOR-ID TO WS-RD-OPERATOR
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-DETAIL.

       9000-FINALIZE.
           IF WS-TRAN-OK OR WS-TRAN-STATUS = '10'
               CLOSE TAXS-TRAN-FILE
           END-IF
           CLOSE TAX-STATUS-FILE
           CLOSE CUSTOMER-FILE
           CLOSE TAXS-AUDIT-FILE
           CLOSE CUST-NOTICE-FILE
           CLOSE MAINT-REPORT-FILE
           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '*** TAX STATUS MAINTENANCE COMPLETE ***'
           DISPLAY 'TRANSACTIONS READ:    ' WS-TRANS-READ
           DISPLAY 'STATUS ADDED:         ' WS-STATUS-ADDED
           DISPLAY 'STATUS CHANGED:       ' WS-STATUS-CHANGED
           DISPLAY 'STATUS DELETED:       ' WS-STATUS-DELETED
           DISPLAY 'TRANSACTIONS REJECTED:' WS-TRANS-REJECTED
           DISPLAY 'W-8BEN RENEWALS SENT: ' WS-RENEWALS-REQUESTED
           DISPLAY 'W-8BEN EXPIRED NOTICES:' WS-EXPIRED-NOTICES.
