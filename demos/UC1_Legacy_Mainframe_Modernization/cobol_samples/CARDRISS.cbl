       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDRISS.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-01.
      *================================================================*
      * MONTHLY CARD AUTO-REISSUE PASS                                 *
      * SWEEPS THE CARD MASTER FOR ACTIVE CARDS EXPIRING WITHIN THE    *
      * NEXT 60 DAYS AND WRITES AN 'X' RENEWAL TRANSACTION FOR EACH    *
      * TO THE CARD MAINTENANCE INPUT (CARDTRAN), SO CARDMNT RENEWS    *
      * THE CARD, AUDITS IT AND SENDS THE PLASTIC TO THE EMBOSS        *
      * VENDOR LIKE ANY OTHER ISSUANCE. THE RENEWED CARD KEEPS ITS     *
      * NUMBER AND LIMITS AND TAKES AN EXPIRY THREE YEARS ON.          *
      *                                                                *
      * ONLY CARDS ON ACTIVE ACCOUNTS ARE RENEWED. A CLOSED, DORMANT,  *
      * CHARGED-OFF OR RESTRAINED (FROZEN) ACCOUNT, OR ONE NO LONGER   *
      * ON THE ACCOUNT MASTER, IS SKIPPED AND LISTED ON THE RUN        *
      * REPORT WITH THE REASON; THOSE CARDS LAPSE AT EXPIRY.           *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER ASSIGN TO CARDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CARD-NUMBER
               FILE STATUS IS WS-CARD-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL CARD-TRAN-FILE ASSIGN TO CARDTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT REISSUE-REPORT-FILE ASSIGN TO CARDRRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CARD-MASTER.
       01  CARD-MASTER-RECORD.
           05  CM-CARD-NUMBER          PIC X(16).
           05  CM-ACCT-NUMBER          PIC 9(12).
           05  CM-STATUS               PIC X(1).
               88  CM-ACTIVE           VALUE 'A'.
           05  CM-EXPIRY-DATE          PIC 9(8).
           05  CM-ISSUE-DATE           PIC 9(8).
           05  CM-BLOCK-DATE           PIC 9(8).
           05  CM-ATM-DAILY-LIMIT      PIC S9(7)V99 COMP-3.
           05  CM-POS-DAILY-LIMIT      PIC S9(7)V99 COMP-3.
           05  CM-EMBOSS-STATUS        PIC X(1).
           05  CM-EMBOSS-DATE          PIC 9(8).
           05  FILLER                  PIC X(1).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(12).
           05  ACCT-BRANCH             PIC 9(4).
           05  ACCT-TYPE               PIC X(2).
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
               88  ACCT-DORMANT        VALUE 'D'.
               88  ACCT-FROZEN         VALUE 'F'.
               88  ACCT-CLOSED         VALUE 'C'.
               88  ACCT-CHARGED-OFF    VALUE 'O'.
           05  FILLER                  PIC X(108).

       FD  CARD-TRAN-FILE.
       01  CARD-TRAN-RECORD.
           05  CT-ACTION               PIC X(1).
           05  CT-CARD-NUMBER          PIC X(16).
           05  CT-NEW-CARD-NUMBER      PIC X(16).
           05  CT-ACCT-NUMBER          PIC 9(12).
           05  CT-EXPIRY-DATE          PIC 9(8).
           05  CT-ATM-LIMIT            PIC S9(7)V99 COMP-3.
           05  CT-POS-LIMIT            PIC S9(7)V99 COMP-3.
           05  CT-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(10).

       FD  REISSUE-REPORT-FILE.
       01  REISSUE-REPORT-LINE         PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS              PIC X(2).
           88  WS-CARD-OK              VALUE '00'.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-TRAN-STATUS              PIC X(2).
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-CARD-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-CARD-EOF             VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-WINDOW-END-DATE          PIC 9(8).
       01  WS-DATE-INT                 PIC 9(9).

      *----------------------------------------------------------------
      * RENEWAL WINDOW AND CARD LIFE.
      *----------------------------------------------------------------
       01  WS-REISSUE-WINDOW-DAYS      PIC 9(3) VALUE 60.
       01  WS-CARD-LIFE-YEARS          PIC 9(1) VALUE 3.

       01  WS-NEW-EXPIRY.
           05  WS-NE-YEAR              PIC 9(4).
           05  WS-NE-MMDD              PIC 9(4).
       01  WS-NEW-EXPIRY-NUM REDEFINES WS-NEW-EXPIRY PIC 9(8).

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(7) VALUE 0.
           05  WS-CARDS-DUE            PIC 9(7) VALUE 0.
           05  WS-RENEWALS-WRITTEN     PIC 9(7) VALUE 0.
           05  WS-SKIPPED              PIC 9(7) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'CARD AUTO-REISSUE REPORT'.
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(6) VALUE 'CARD: '.
           05  WS-RD-CARD              PIC X(16).
           05  FILLER                  PIC X(7) VALUE ' ACCT: '.
           05  WS-RD-ACCT              PIC 9(12).
           05  FILLER                  PIC X(9) VALUE ' EXPIRES '.
           05  WS-RD-EXPIRY            PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-ACTION            PIC X(40).
           05  FILLER                  PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-CARD-MASTER
               UNTIL WS-CARD-EOF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** CARD AUTO-REISSUE STARTED ***'
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
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
               + WS-REISSUE-WINDOW-DAYS
           COMPUTE WS-WINDOW-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
               ' RENEWING EXPIRIES THROUGH ' WS-WINDOW-END-DATE
           OPEN INPUT CARD-MASTER
           IF NOT WS-CARD-OK
               DISPLAY 'NO CARD MASTER: ' WS-CARD-STATUS
               SET WS-CARD-EOF TO TRUE
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           OPEN EXTEND CARD-TRAN-FILE
           OPEN OUTPUT REISSUE-REPORT-FILE
           WRITE REISSUE-REPORT-LINE FROM WS-REPORT-HEADER.

       2000-SCAN-CARD-MASTER.
           READ CARD-MASTER NEXT
               AT END
                   SET WS-CARD-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   IF CM-ACTIVE
                       AND CM-EXPIRY-DATE >= WS-PROCESSING-DATE
                       AND CM-EXPIRY-DATE <= WS-WINDOW-END-DATE
                       ADD 1 TO WS-CARDS-DUE
                       PERFORM 2100-CHECK-ACCOUNT
                   END-IF
           END-READ.

       2100-CHECK-ACCOUNT.
           MOVE CM-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
           MOVE CM-CARD-NUMBER TO WS-RD-CARD
           MOVE CM-ACCT-NUMBER TO WS-RD-ACCT
           MOVE CM-EXPIRY-DATE TO WS-RD-EXPIRY
           EVALUATE TRUE
               WHEN NOT WS-ACCT-OK
                   MOVE 'SKIPPED - ACCOUNT NOT ON MASTER'
                       TO WS-RD-ACTION
               WHEN ACCT-CLOSED
                   MOVE 'SKIPPED - ACCOUNT CLOSED' TO WS-RD-ACTION
               WHEN ACCT-DORMANT
                   MOVE 'SKIPPED - ACCOUNT DORMANT' TO WS-RD-ACTION
               WHEN ACCT-CHARGED-OFF
                   MOVE 'SKIPPED - ACCOUNT CHARGED OFF'
                       TO WS-RD-ACTION
               WHEN ACCT-FROZEN
                   MOVE 'SKIPPED - ACCOUNT RESTRAINED' TO WS-RD-ACTION
               WHEN NOT ACCT-ACTIVE
                   MOVE 'SKIPPED - ACCOUNT NOT ACTIVE' TO WS-RD-ACTION
               WHEN OTHER
                   PERFORM 2200-WRITE-RENEWAL
           END-EVALUATE
           IF WS-ACCT-OK AND ACCT-ACTIVE
               CONTINUE
           ELSE
               ADD 1 TO WS-SKIPPED
           END-IF
           WRITE REISSUE-REPORT-LINE FROM WS-REPORT-DETAIL.

      *----------------------------------------------------------------
      * THE NEW EXPIRY IS THE SAME MONTH AND DAY THREE YEARS ON; A
      * LEAP-DAY EXPIRY MOVES TO THE 28TH.
      *----------------------------------------------------------------
       2200-WRITE-RENEWAL.
           MOVE CM-EXPIRY-DATE TO WS-NEW-EXPIRY-NUM
           ADD WS-CARD-LIFE-YEARS TO WS-NE-YEAR
           IF WS-NE-MMDD = 0229
               MOVE 0228 TO WS-NE-MMDD
           END-IF
           MOVE SPACES TO CARD-TRAN-RECORD
           MOVE 'X' TO CT-ACTION
           MOVE CM-CARD-NUMBER TO CT-CARD-NUMBER
           MOVE SPACES TO CT-NEW-CARD-NUMBER
           MOVE CM-ACCT-NUMBER TO CT-ACCT-NUMBER
           MOVE WS-NEW-EXPIRY-NUM TO CT-EXPIRY-DATE
           MOVE CM-ATM-DAILY-LIMIT TO CT-ATM-LIMIT
           MOVE CM-POS-DAILY-LIMIT TO CT-POS-LIMIT
           MOVE 'CARDRISS' TO CT-OPERATOR-ID
           WRITE CARD-TRAN-RECORD
           ADD 1 TO WS-RENEWALS-WRITTEN
           MOVE SPACES TO WS-RD-ACTION
           STRING 'RENEWAL QUEUED - NEW EXPIRY ' DELIMITED BY SIZE
               WS-NEW-EXPIRY DELIMITED BY SIZE
               INTO WS-RD-ACTION.

       9000-FINALIZE.
           IF WS-CARD-OK OR WS-CARD-STATUS = '10'
               CLOSE CARD-MASTER
           END-IF
           CLOSE ACCOUNT-MASTER
           CLOSE CARD-TRAN-FILE
           CLOSE REISSUE-REPORT-FILE
           DISPLAY '*** CARD AUTO-REISSUE COMPLETE ***'
           DISPLAY 'CARDS READ:           ' WS-CARDS-READ
           DISPLAY 'CARDS EXPIRING:       ' WS-CARDS-DUE
           DISPLAY 'RENEWALS QUEUED:      ' WS-RENEWALS-WRITTEN
           DISPLAY 'SKIPPED:              ' WS-SKIPPED.
