       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLMNT.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-09-09.
      *================================================================*
      * LOAN COLLATERAL MASTER MAINTENANCE                             *
      * MAINTAINS THE COLLATERAL MASTER (COLLMAST), ONE RECORD PER     *
      * SECURED LOAN KEYED BY LOAN ACCOUNT NUMBER: COLLATERAL TYPE,    *
      * DESCRIPTION, APPRAISED VALUE AND DATE, LIEN POSITION, AND THE  *
      * HAZARD INSURANCE CARRIER, POLICY AND EXPIRATION. TRANSACTIONS: *
      *   'A' ADD     - RECORD THE LIEN ON A LOAN'S COLLATERAL         *
      *   'C' CHANGE  - NEW APPRAISAL, INSURANCE RENEWAL, DESCRIPTION  *
      *                 OR LIEN POSITION (BLANK/ZERO FIELDS UNCHANGED) *
      *   'R' RELEASE - LIEN RELEASED (PAYOFF OR SUBSTITUTION)         *
      * A CD-SECURED LOAN (TYPE CD) PLEDGES A CERTIFICATE ON THE       *
      * ACCOUNT MASTER: THE PLEDGED AMOUNT (THE WHOLE CD WHEN NONE IS  *
      * GIVEN) IS HELD THROUGH ACCT-HOLD-AMT SO IT CANNOT BE WITHDRAWN *
      * OR CLOSED OUT, AND A PLEDGE ONLY PARTLY COVERED BY AVAILABLE   *
      * FUNDS TOPS UP ON LATER RUNS. THE HOLD COMES OFF ONLY WITH THE  *
      * LIEN RELEASE. EACH RUN REWRITES THE PLEDGED-CD LIST (CDPLEDGE) *
      * THAT STOPS THE NIGHTLY POSTING RUN FROM ROLLING OVER OR        *
      * CLOSING A PLEDGED CERTIFICATE.                                 *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLL-TRAN-FILE ASSIGN TO COLLMTRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT COLL-MASTER ASSIGN TO COLLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-LOAN-ACCT
               FILE STATUS IS WS-COLL-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT PLEDGE-LIST-FILE ASSIGN TO CDPLEDGE
               ORGANIZATION IS SEQUENTIAL.
           SELECT MAINT-REPORT-FILE ASSIGN TO COLLMRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ACCT-JOURNAL-FILE ASSIGN TO ACCTJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COLL-TRAN-FILE.
       01  COLL-TRAN-RECORD.
           05  CT-ACTION               PIC X(1).
               88  CT-ADD              VALUE 'A'.
               88  CT-CHANGE           VALUE 'C'.
               88  CT-RELEASE          VALUE 'R'.
           05  CT-LOAN-ACCT            PIC 9(12).
           05  CT-COLL-TYPE            PIC X(2).
           05  CT-DESCRIPTION          PIC X(40).
           05  CT-APPRAISED-VALUE      PIC S9(13)V99 COMP-3.
           05  CT-APPRAISAL-DATE       PIC 9(8).
           05  CT-LIEN-POSITION        PIC 9(1).
           05  CT-INS-CARRIER          PIC X(30).
           05  CT-INS-POLICY           PIC X(20).
           05  CT-INS-EXPIRE-DATE      PIC 9(8).
           05  CT-PLEDGED-ACCT         PIC 9(12).
           05  CT-PLEDGE-AMOUNT        PIC S9(11)V99 COMP-3.
           05  CT-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(10).

       FD  COLL-MASTER.
       01  COLL-MASTER-RECORD.
           05  CO-LOAN-ACCT            PIC 9(12).
           05  CO-COLL-TYPE            PIC X(2).
               88  CO-REAL-ESTATE      VALUE 'RE'.
               88  CO-VEHICLE          VALUE 'VH'.
               88  CO-EQUIPMENT        VALUE 'EQ'.
               88  CO-DEPOSIT          VALUE 'CD'.
               88  CO-SECURITIES       VALUE 'SE'.
               88  CO-OTHER            VALUE 'OT'.
           05  CO-DESCRIPTION          PIC X(40).
           05  CO-APPRAISED-VALUE      PIC S9(13)V99 COMP-3.
           05  CO-APPRAISAL-DATE       PIC 9(8).
           05  CO-LIEN-POSITION        PIC 9(1).
           05  CO-INS-CARRIER          PIC X(30).
           05  CO-INS-POLICY           PIC X(20).
           05  CO-INS-EXPIRE-DATE      PIC 9(8).
           05  CO-PLEDGED-ACCT         PIC 9(12).
           05  CO-PLEDGE-AMOUNT        PIC S9(11)V99 COMP-3.
           05  CO-PLEDGE-HELD          PIC S9(11)V99 COMP-3.
           05  CO-LIEN-STATUS          PIC X(1).
               88  CO-LIEN-ACTIVE      VALUE 'A'.
               88  CO-LIEN-RELEASED    VALUE 'R'.
           05  CO-RECORDED-DATE        PIC 9(8).
           05  CO-RELEASE-DATE         PIC 9(8).
           05  CO-LAST-MAINT-DATE      PIC 9(8).
           05  FILLER                  PIC X(20).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(12).
           05  ACCT-BRANCH             PIC 9(4).
           05  ACCT-TYPE               PIC X(2).
               88  LOAN-ACCT           VALUE 'LN'.
               88  CD-ACCT             VALUE 'CD'.
           05  ACCT-OWNER-ID           PIC 9(10).
           05  ACCT-BALANCE            PIC S9(13)V99 COMP-3.
           05  ACCT-AVAIL-BAL          PIC S9(13)V99 COMP-3.
           05  ACCT-HOLD-AMT           PIC S9(11)V99 COMP-3.
           05  ACCT-INT-RATE           PIC 9V9(5).
           05  ACCT-INT-ACCRUED        PIC S9(9)V99 COMP-3.
           05  ACCT-LAST-INT-DATE      PIC 9(8).
           05  ACCT-OPEN-DATE          PIC 9(8).
           05  ACCT-MATURITY-DATE      PIC 9(8).
           05  ACCT-MONTHLY-FEE        PIC S9(5)V99 COMP-3.
           05  ACCT-MIN-BALANCE        PIC S9(9)V99 COMP-3.
           05  ACCT-OVERDRAFT-LIMIT    PIC S9(9)V99 COMP-3.
           05  ACCT-YTD-INTEREST       PIC S9(9)V99 COMP-3.
           05  ACCT-YTD-FEES           PIC S9(7)V99 COMP-3.
           05  ACCT-STATUS             PIC X(1).
               88  ACCT-ACTIVE         VALUE 'A'.
           05  ACCT-FLAGS.
               10  ACCT-STMT-FLAG      PIC X(1).
               10  ACCT-OD-FLAG        PIC X(1).
               10  ACCT-HOLD-FLAG      PIC X(1).
               10  ACCT-VIP-FLAG       PIC X(1).
           05  ACCT-LAST-ACTIVITY-DATE PIC 9(8).
           05  ACCT-HOLD-DATE          PIC 9(8).
           05  FILLER                  PIC X(60).
           05  ACCT-LAST-MAINT-TS      PIC 9(14).
           05  FILLER                  PIC X(14).

      *----------------------------------------------------------------
      * PLEDGED-CD LIST FOR THE NIGHTLY POSTING RUN: ONE RECORD PER
      * CERTIFICATE PLEDGED UNDER AN ACTIVE LIEN.
      *----------------------------------------------------------------
       FD  PLEDGE-LIST-FILE.
       01  PLEDGE-LIST-RECORD.
           05  PL-CD-ACCT              PIC 9(12).
           05  PL-LOAN-ACCT            PIC 9(12).
           05  PL-PLEDGE-AMOUNT        PIC S9(11)V99 COMP-3.
           05  PL-PLEDGE-HELD          PIC S9(11)V99 COMP-3.
           05  PL-STATUS               PIC X(1).
           05  FILLER                  PIC X(11).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE           PIC X(132).

      *----------------------------------------------------------------
      * BEFORE/AFTER IMAGE JOURNAL SHARED WITH THE NIGHTLY POSTING
      * RUN - EVERY REWRITE OF ACCOUNT-RECORD HERE IS JOURNALED SO
      * FORWARD RECOVERY (ACCTRPLY) REBUILDS THESE UPDATES TOO.
      *----------------------------------------------------------------
       FD  ACCT-JOURNAL-FILE.
       01  ACCT-JOURNAL-RECORD.
           05  JR-ACCT-NUMBER          PIC 9(12).
           05  JR-PROGRAM              PIC X(8).
           05  JR-DATE                 PIC 9(8).
           05  JR-TIME                 PIC 9(6).
           05  JR-TRAN-REF             PIC X(16).
           05  JR-BEFORE-IMAGE         PIC X(230).
           05  JR-AFTER-IMAGE          PIC X(230).
           05  FILLER                  PIC X(12).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS              PIC X(2).
           88  WS-TRAN-OK              VALUE '00'.
       01  WS-COLL-STATUS              PIC X(2).
           88  WS-COLL-OK              VALUE '00'.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-TRAN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-TRAN-EOF             VALUE 'Y'.
       01  WS-COLL-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-COLL-EOF             VALUE 'Y'.
       01  WS-ON-FILE-FLAG             PIC X(1).
           88  WS-ON-FILE              VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-ACCT-BEFORE-IMAGE        PIC X(230).
       01  WS-JRNL-TIME                PIC 9(6).
       01  WS-JRNL-REF                 PIC X(16).
       01  WS-MAINT-STAMP              PIC 9(14) VALUE 0.
       01  WS-MAINT-STAMP-TIME         PIC 9(6).

       01  WS-HOLD-AVAILABLE           PIC S9(11)V99 COMP-3.
       01  WS-HOLD-TO-PLACE            PIC S9(11)V99 COMP-3.
       01  WS-PLEDGE-WANTED            PIC S9(11)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(5) VALUE 0.
           05  WS-LIENS-ADDED          PIC 9(5) VALUE 0.
           05  WS-LIENS-CHANGED        PIC 9(5) VALUE 0.
           05  WS-LIENS-RELEASED       PIC 9(5) VALUE 0.
           05  WS-TRANS-REJECTED       PIC 9(5) VALUE 0.
           05  WS-PLEDGES-TOPPED-UP    PIC 9(5) VALUE 0.
           05  WS-PLEDGES-LISTED       PIC 9(5) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'COLLATERAL MAINTENANCE REPORT'.
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(6) VALUE 'LOAN: '.
           05  WS-RD-LOAN              PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-TYPE              PIC X(2).
           05  FILLER                  PIC X(11) VALUE ' OPERATOR: '.
           05  WS-RD-OPERATOR          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-ACTION            PIC X(40).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-AMOUNT            PIC Z(10)9.99-.
           05  FILLER                  PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL WS-TRAN-EOF
           PERFORM 5000-WRITE-PLEDGE-LIST
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** COLLATERAL MAINTENANCE STARTED ***'
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
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           ACCEPT WS-MAINT-STAMP-TIME FROM TIME
           COMPUTE WS-MAINT-STAMP =
               WS-PROCESSING-DATE * 1000000 + WS-MAINT-STAMP-TIME
           OPEN INPUT COLL-TRAN-FILE
           IF NOT WS-TRAN-OK
               DISPLAY 'NO COLLATERAL TRANSACTION FILE: '
                   WS-TRAN-STATUS
               SET WS-TRAN-EOF TO TRUE
           END-IF
           OPEN I-O COLL-MASTER
           IF WS-COLL-STATUS = '35'
               OPEN OUTPUT COLL-MASTER
               CLOSE COLL-MASTER
               OPEN I-O COLL-MASTER
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY 'ERROR OPENING ACCOUNT MASTER: ' WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ACCT-JOURNAL-FILE
           OPEN OUTPUT MAINT-REPORT-FILE
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-HEADER.

       2000-PROCESS-TRANSACTIONS.
           READ COLL-TRAN-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   MOVE 0 TO WS-RD-AMOUNT
                   MOVE CT-COLL-TYPE TO WS-RD-TYPE
                   EVALUATE TRUE
                       WHEN CT-ADD
                           PERFORM 3100-ADD-LIEN
                       WHEN CT-CHANGE
                           PERFORM 3200-CHANGE-LIEN
                       WHEN CT-RELEASE
                           PERFORM 3300-RELEASE-LIEN
                       WHEN OTHER
                           MOVE 'REJECTED - INVALID ACTION'
                               TO WS-RD-ACTION
                           PERFORM 3900-REJECT
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------
      * A NEW LIEN NEEDS THE LOAN ON THE ACCOUNT MASTER AND NO ACTIVE
      * LIEN ALREADY ON FILE FOR IT; A RELEASED RECORD IS REPLACED.
      * A CD PLEDGE MUST NAME AN OPEN CERTIFICATE.
      *----------------------------------------------------------------
       3100-ADD-LIEN.
           MOVE CT-LOAN-ACCT TO CO-LOAN-ACCT
           READ COLL-MASTER
           IF WS-COLL-OK
               SET WS-ON-FILE TO TRUE
           ELSE
               MOVE 'N' TO WS-ON-FILE-FLAG
           END-IF
           MOVE CT-LOAN-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
           EVALUATE TRUE
               WHEN WS-ON-FILE AND CO-LIEN-ACTIVE
                   MOVE 'REJECTED - ACTIVE LIEN ON FILE'
                       TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN NOT WS-ACCT-OK
                   MOVE 'REJECTED - LOAN NOT ON MASTER'
                       TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN NOT LOAN-ACCT
                   MOVE 'REJECTED - ACCOUNT IS NOT A LOAN'
                       TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN CT-COLL-TYPE NOT = 'RE' AND NOT = 'VH'
                   AND NOT = 'EQ' AND NOT = 'CD'
                   AND NOT = 'SE' AND NOT = 'OT'
                   MOVE 'REJECTED - INVALID COLLATERAL TYPE'
                       TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN OTHER
                   PERFORM 3110-BUILD-LIEN
           END-EVALUATE.

       3110-BUILD-LIEN.
           MOVE SPACES TO COLL-MASTER-RECORD
           MOVE CT-LOAN-ACCT TO CO-LOAN-ACCT
           MOVE CT-COLL-TYPE TO CO-COLL-TYPE
           MOVE CT-DESCRIPTION TO CO-DESCRIPTION
           MOVE CT-APPRAISED-VALUE TO CO-APPRAISED-VALUE
           MOVE CT-APPRAISAL-DATE TO CO-APPRAISAL-DATE
           MOVE CT-LIEN-POSITION TO CO-LIEN-POSITION
           IF CO-LIEN-POSITION = 0
               MOVE 1 TO CO-LIEN-POSITION
           END-IF
           MOVE CT-INS-CARRIER TO CO-INS-CARRIER
           MOVE CT-INS-POLICY TO CO-INS-POLICY
           MOVE CT-INS-EXPIRE-DATE TO CO-INS-EXPIRE-DATE
           MOVE 0 TO CO-PLEDGED-ACCT
           MOVE 0 TO CO-PLEDGE-AMOUNT
           MOVE 0 TO CO-PLEDGE-HELD
           SET CO-LIEN-ACTIVE TO TRUE
           MOVE WS-PROCESSING-DATE TO CO-RECORDED-DATE
           MOVE 0 TO CO-RELEASE-DATE
           MOVE WS-PROCESSING-DATE TO CO-LAST-MAINT-DATE
           IF CO-DEPOSIT
               MOVE CT-PLEDGED-ACCT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
               IF NOT WS-ACCT-OK OR NOT CD-ACCT OR NOT ACCT-ACTIVE
                   MOVE 'REJECTED - PLEDGED CD NOT OPEN'
                       TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               ELSE
                   MOVE CT-PLEDGED-ACCT TO CO-PLEDGED-ACCT
                   MOVE CT-PLEDGE-AMOUNT TO CO-PLEDGE-AMOUNT
                   IF CO-PLEDGE-AMOUNT = 0
                       MOVE ACCT-BALANCE TO CO-PLEDGE-AMOUNT
                   END-IF
                   PERFORM 4000-PLACE-PLEDGE-HOLD
                   PERFORM 3120-STORE-LIEN
               END-IF
           ELSE
               PERFORM 3120-STORE-LIEN
           END-IF.

       3120-STORE-LIEN.
           IF WS-ON-FILE
               REWRITE COLL-MASTER-RECORD
           ELSE
               WRITE COLL-MASTER-RECORD
           END-IF
           ADD 1 TO WS-LIENS-ADDED
           IF CO-DEPOSIT
               MOVE CO-PLEDGE-HELD TO WS-RD-AMOUNT
               IF CO-PLEDGE-HELD < CO-PLEDGE-AMOUNT
                   MOVE 'LIEN RECORDED - CD PLEDGE PARTLY HELD'
                       TO WS-RD-ACTION
               ELSE
                   MOVE 'LIEN RECORDED - CD PLEDGE HELD'
                       TO WS-RD-ACTION
               END-IF
           ELSE
               MOVE CO-APPRAISED-VALUE TO WS-RD-AMOUNT
               MOVE 'LIEN RECORDED' TO WS-RD-ACTION
           END-IF
           PERFORM 8100-WRITE-REPORT-DETAIL.

       3200-CHANGE-LIEN.
           MOVE CT-LOAN-ACCT TO CO-LOAN-ACCT
           READ COLL-MASTER
           IF NOT WS-COLL-OK OR NOT CO-LIEN-ACTIVE
               MOVE 'REJECTED - NO ACTIVE LIEN ON FILE'
                   TO WS-RD-ACTION
               PERFORM 3900-REJECT
           ELSE
               IF CT-DESCRIPTION NOT = SPACES
                   MOVE CT-DESCRIPTION TO CO-DESCRIPTION
               END-IF
               IF CT-APPRAISED-VALUE > 0
                   MOVE CT-APPRAISED-VALUE TO CO-APPRAISED-VALUE
                   MOVE CT-APPRAISAL-DATE TO CO-APPRAISAL-DATE
                   IF CO-APPRAISAL-DATE = 0
                       MOVE WS-PROCESSING-DATE TO CO-APPRAISAL-DATE
                   END-IF
               END-IF
               IF CT-LIEN-POSITION > 0
                   MOVE CT-LIEN-POSITION TO CO-LIEN-POSITION
               END-IF
               IF CT-INS-CARRIER NOT = SPACES
                   MOVE CT-INS-CARRIER TO CO-INS-CARRIER
               END-IF
               IF CT-INS-POLICY NOT = SPACES
                   MOVE CT-INS-POLICY TO CO-INS-POLICY
               END-IF
               IF CT-INS-EXPIRE-DATE > 0
                   MOVE CT-INS-EXPIRE-DATE TO CO-INS-EXPIRE-DATE
               END-IF
               MOVE WS-PROCESSING-DATE TO CO-LAST-MAINT-DATE
               REWRITE COLL-MASTER-RECORD
               ADD 1 TO WS-LIENS-CHANGED
               MOVE CO-COLL-TYPE TO WS-RD-TYPE
               MOVE CO-APPRAISED-VALUE TO WS-RD-AMOUNT
               MOVE 'LIEN UPDATED' TO WS-RD-ACTION
               PERFORM 8100-WRITE-REPORT-DETAIL
           END-IF.

      *----------------------------------------------------------------
      * THE LIEN RELEASE IS THE ONLY THING THAT TAKES A PLEDGE HOLD
      * OFF A CD - ONLY THE AMOUNT THIS LIEN HELD COMES OFF, SO ANY
      * OTHER HOLD ON THE CERTIFICATE STAYS IN PLACE.
      *----------------------------------------------------------------
       3300-RELEASE-LIEN.
           MOVE CT-LOAN-ACCT TO CO-LOAN-ACCT
           READ COLL-MASTER
           IF NOT WS-COLL-OK OR NOT CO-LIEN-ACTIVE
               MOVE 'REJECTED - NO ACTIVE LIEN ON FILE'
                   TO WS-RD-ACTION
               PERFORM 3900-REJECT
           ELSE
               MOVE CO-COLL-TYPE TO WS-RD-TYPE
               MOVE CO-PLEDGE-HELD TO WS-RD-AMOUNT
               IF CO-DEPOSIT AND CO-PLEDGE-HELD > 0
                   PERFORM 4100-RELEASE-PLEDGE-HOLD
               END-IF
               SET CO-LIEN-RELEASED TO TRUE
               MOVE WS-PROCESSING-DATE TO CO-RELEASE-DATE
               MOVE WS-PROCESSING-DATE TO CO-LAST-MAINT-DATE
               REWRITE COLL-MASTER-RECORD
               ADD 1 TO WS-LIENS-RELEASED
               IF CO-DEPOSIT
                   MOVE 'LIEN RELEASED - CD PLEDGE HOLD REMOVED'
                       TO WS-RD-ACTION
               ELSE
                   MOVE 'LIEN RELEASED' TO WS-RD-ACTION
               END-IF
               PERFORM 8100-WRITE-REPORT-DETAIL
           END-IF.

       3900-REJECT.
           ADD 1 TO WS-TRANS-REJECTED
           PERFORM 8100-WRITE-REPORT-DETAIL.

      *----------------------------------------------------------------
      * HOLDS THE UNHELD PART OF THE PLEDGE, LIMITED TO WHAT IS
      * AVAILABLE AND NOT ALREADY HELD FOR SOMETHING ELSE. EXPECTS
      * THE CD ON ACCOUNT-RECORD.
      *----------------------------------------------------------------
       4000-PLACE-PLEDGE-HOLD.
           MOVE ACCOUNT-RECORD TO WS-ACCT-BEFORE-IMAGE
           COMPUTE WS-HOLD-AVAILABLE = ACCT-AVAIL-BAL - ACCT-HOLD-AMT
           IF WS-HOLD-AVAILABLE < 0
               MOVE 0 TO WS-HOLD-AVAILABLE
           END-IF
           COMPUTE WS-HOLD-TO-PLACE =
               CO-PLEDGE-AMOUNT - CO-PLEDGE-HELD
           IF WS-HOLD-TO-PLACE > WS-HOLD-AVAILABLE
               MOVE WS-HOLD-AVAILABLE TO WS-HOLD-TO-PLACE
           END-IF
           IF WS-HOLD-TO-PLACE > 0
               ADD WS-HOLD-TO-PLACE TO ACCT-HOLD-AMT
               MOVE 'Y' TO ACCT-HOLD-FLAG
               MOVE WS-PROCESSING-DATE TO ACCT-HOLD-DATE
               MOVE WS-MAINT-STAMP TO ACCT-LAST-MAINT-TS
               REWRITE ACCOUNT-RECORD
               MOVE 'COLLATERAL PLDG' TO WS-JRNL-REF
               PERFORM 8900-WRITE-ACCT-JOURNAL
               ADD WS-HOLD-TO-PLACE TO CO-PLEDGE-HELD
           END-IF.

       4100-RELEASE-PLEDGE-HOLD.
           MOVE CO-PLEDGED-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY 'PLEDGED CD NOT FOUND: ' CO-PLEDGED-ACCT
           ELSE
               MOVE ACCOUNT-RECORD TO WS-ACCT-BEFORE-IMAGE
               SUBTRACT CO-PLEDGE-HELD FROM ACCT-HOLD-AMT
               IF ACCT-HOLD-AMT <= 0
                   MOVE 0 TO ACCT-HOLD-AMT
                   MOVE 'N' TO ACCT-HOLD-FLAG
                   MOVE 0 TO ACCT-HOLD-DATE
               END-IF
               MOVE WS-MAINT-STAMP TO ACCT-LAST-MAINT-TS
               REWRITE ACCOUNT-RECORD
               MOVE 'COLLATERAL RLSE' TO WS-JRNL-REF
               PERFORM 8900-WRITE-ACCT-JOURNAL
           END-IF
           MOVE 0 TO CO-PLEDGE-HELD.

      *----------------------------------------------------------------
      * END OF RUN: EVERY ACTIVE CD PLEDGE IS LISTED FOR THE POSTING
      * RUN, AND ONE STILL SHORT OF ITS PLEDGED AMOUNT TRIES TO TOP
      * UP ITS HOLD FROM FUNDS THAT HAVE SINCE BECOME AVAILABLE.
      *----------------------------------------------------------------
       5000-WRITE-PLEDGE-LIST.
           OPEN OUTPUT PLEDGE-LIST-FILE
           MOVE 0 TO CO-LOAN-ACCT
           START COLL-MASTER KEY IS NOT LESS THAN CO-LOAN-ACCT
           IF NOT WS-COLL-OK
               SET WS-COLL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-COLL-EOF
               READ COLL-MASTER NEXT
                   AT END
                       SET WS-COLL-EOF TO TRUE
                   NOT AT END
                       IF CO-LIEN-ACTIVE AND CO-DEPOSIT
                           PERFORM 5100-LIST-ONE-PLEDGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLEDGE-LIST-FILE.

       5100-LIST-ONE-PLEDGE.
           IF CO-PLEDGE-HELD < CO-PLEDGE-AMOUNT
               MOVE CO-PLEDGED-ACCT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
               IF WS-ACCT-OK AND ACCT-ACTIVE
                   MOVE CO-PLEDGE-HELD TO WS-PLEDGE-WANTED
                   PERFORM 4000-PLACE-PLEDGE-HOLD
                   IF CO-PLEDGE-HELD > WS-PLEDGE-WANTED
                       MOVE WS-PROCESSING-DATE TO CO-LAST-MAINT-DATE
                       REWRITE COLL-MASTER-RECORD
                       ADD 1 TO WS-PLEDGES-TOPPED-UP
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO PLEDGE-LIST-RECORD
           MOVE CO-PLEDGED-ACCT TO PL-CD-ACCT
           MOVE CO-LOAN-ACCT TO PL-LOAN-ACCT
           MOVE CO-PLEDGE-AMOUNT TO PL-PLEDGE-AMOUNT
           MOVE CO-PLEDGE-HELD TO PL-PLEDGE-HELD
           MOVE CO-LIEN-STATUS TO PL-STATUS
           WRITE PLEDGE-LIST-RECORD
           ADD 1 TO WS-PLEDGES-LISTED.

       8100-WRITE-REPORT-DETAIL.
           MOVE CT-LOAN-ACCT TO WS-RD-LOAN
           MOVE CT-OPERATOR-ID TO WS-RD-OPERATOR
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-DETAIL.

       8900-WRITE-ACCT-JOURNAL.
           MOVE ACCT-NUMBER TO JR-ACCT-NUMBER
           MOVE 'COLLMNT' TO JR-PROGRAM
           MOVE WS-PROCESSING-DATE TO JR-DATE
           ACCEPT WS-JRNL-TIME FROM TIME
           MOVE WS-JRNL-TIME TO JR-TIME
           MOVE WS-JRNL-REF TO JR-TRAN-REF
           MOVE WS-ACCT-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD TO JR-AFTER-IMAGE
           WRITE ACCT-JOURNAL-RECORD
           MOVE ACCOUNT-RECORD TO WS-ACCT-BEFORE-IMAGE.

       9000-FINALIZE.
           IF WS-TRAN-OK OR WS-TRAN-STATUS = '10'
               CLOSE COLL-TRAN-FILE
           END-IF
           CLOSE COLL-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE ACCT-JOURNAL-FILE
           CLOSE MAINT-REPORT-FILE
           DISPLAY '*** COLLATERAL MAINTENANCE COMPLETE ***'
           DISPLAY 'TRANSACTIONS READ:    ' WS-TRANS-READ
           DISPLAY 'LIENS RECORDED:       ' WS-LIENS-ADDED
           DISPLAY 'LIENS UPDATED:        ' WS-LIENS-CHANGED
           DISPLAY 'LIENS RELEASED:       ' WS-LIENS-RELEASED
           DISPLAY 'TRANSACTIONS REJECTED:' WS-TRANS-REJECTED
           DISPLAY 'PLEDGE HOLDS TOPPED UP:' WS-PLEDGES-TOPPED-UP
           DISPLAY 'CD PLEDGES LISTED:    ' WS-PLEDGES-LISTED.
