       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTMNT.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * CUSTOMER ALERT PREFERENCE MAINTENANCE                          *
      * MAINTAINS THE ALERT PREFERENCE MASTER (ALRTPREF): ONE RECORD   *
      * PER ACCOUNT AND CUSTOMER, SO EACH OWNER OF A JOINT ACCOUNT     *
      * CHOOSES THEIR OWN ALERTS. ALERT TYPES:                         *
      *   LOW BALANCE    - CLOSING BALANCE BELOW THE CUSTOMER'S AMOUNT *
      *   DEPOSIT        - A CREDIT POSTS (OPTIONALLY OVER AN AMOUNT)  *
      *   DEBIT          - A DEBIT OVER THE CUSTOMER'S AMOUNT POSTS    *
      *   OVERDRAFT      - THE ACCOUNT CLOSES OVERDRAWN                *
      *   WIRE SENT      - AN OUTGOING WIRE POSTS                      *
      *   CARD DECLINED  - CARDAUTH DECLINES A CARD REQUEST            *
      * CHANNEL S SENDS TEXT MESSAGES TO CUST-PHONE, E SENDS EMAIL TO  *
      * CUST-EMAIL, B SENDS BOTH. AN OPTIONAL QUIET-HOURS WINDOW       *
      * (HHMM TO HHMM, MAY SPAN MIDNIGHT) HOLDS DELIVERY UNTIL IT      *
      * ENDS. THE NIGHTLY ALERT RUN (ALRTEVAL) READS THIS MASTER.      *
      * MAINTENANCE TRANSACTIONS:                                      *
      *   'A' ADD     - NEW PREFERENCES FOR AN ACCOUNT OWNER           *
      *   'C' CHANGE  - REPLACE THE PREFERENCES                        *
      *   'D' DELETE  - STOP ALL ALERTS FOR THE ACCOUNT AND CUSTOMER   *
      * THE CUSTOMER MUST OWN THE ACCOUNT - ITS PRIMARY OWNER OR AN    *
      * ACTIVE PRIMARY OR JOINT LINK ON THE OWNERSHIP CROSS-REFERENCE  *
      * (OWNERXRF) - AND HAVE THE PHONE OR EMAIL THE CHANNEL NEEDS.    *
      * EVERY CHANGE WRITES BEFORE AND AFTER IMAGES TO THE ALERT       *
      * AUDIT FILE (ALRTAUD) AND IS LISTED ON ALRTMRPT WITH THE        *
      * REJECTS; ANY REJECT ENDS THE STEP WITH RC 4.                   *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-TRAN-FILE ASSIGN TO ALRTTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT ALERT-PREF-FILE ASSIGN TO ALRTPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-PREF-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL OWNER-XREF-FILE ASSIGN TO OWNERXRF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT OPTIONAL ALERT-AUDIT-FILE ASSIGN TO ALRTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO ALRTMRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ALERT-TRAN-FILE.
       01  ALERT-TRAN-RECORD.
           05  AT-ACTION               PIC X(1).
               88  AT-ADD              VALUE 'A'.
               88  AT-CHANGE           VALUE 'C'.
               88  AT-DELETE           VALUE 'D'.
           05  AT-ACCT-NUMBER          PIC 9(12).
           05  AT-CUST-ID              PIC 9(10).
           05  AT-CHANNEL              PIC X(1).
               88  AT-VALID-CHANNEL    VALUES 'S' 'E' 'B'.
               88  AT-WANTS-SMS        VALUES 'S' 'B'.
               88  AT-WANTS-EMAIL      VALUES 'E' 'B'.
           05  AT-LOW-BAL-ALERT        PIC X(1).
           05  AT-LOW-BAL-AMOUNT       PIC S9(11)V99 COMP-3.
           05  AT-DEPOSIT-ALERT        PIC X(1).
           05  AT-DEPOSIT-MINIMUM      PIC S9(11)V99 COMP-3.
           05  AT-DEBIT-ALERT          PIC X(1).
           05  AT-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  AT-OVERDRAFT-ALERT      PIC X(1).
           05  AT-WIRE-ALERT           PIC X(1).
           05  AT-DECLINE-ALERT        PIC X(1).
           05  AT-QUIET-START          PIC 9(4).
           05  AT-QUIET-START-R REDEFINES AT-QUIET-START.
               10  AT-QS-HOUR          PIC 9(2).
               10  AT-QS-MINUTE        PIC 9(2).
           05  AT-QUIET-END            PIC 9(4).
           05  AT-QUIET-END-R REDEFINES AT-QUIET-END.
               10  AT-QE-HOUR          PIC 9(2).
               10  AT-QE-MINUTE        PIC 9(2).
           05  AT-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(13).

      *----------------------------------------------------------------
      * ALERT PREFERENCE MASTER. THE SENT FLAGS AND LAST-RUN DATE
      * BELONG TO ALRTEVAL: A BALANCE ALERT GOES OUT ONCE WHEN THE
      * BALANCE CROSSES THE LINE AND RE-ARMS WHEN IT RECOVERS, AND A
      * RERUN OF THE SAME NIGHT SENDS NOTHING TWICE.
      *----------------------------------------------------------------
       FD  ALERT-PREF-FILE.
       01  ALERT-PREF-RECORD.
           05  AP-KEY.
               10  AP-ACCT-NUMBER      PIC 9(12).
               10  AP-CUST-ID          PIC 9(10).
           05  AP-CHANNEL              PIC X(1).
           05  AP-LOW-BAL-ALERT        PIC X(1).
           05  AP-LOW-BAL-AMOUNT       PIC S9(11)V99 COMP-3.
           05  AP-DEPOSIT-ALERT        PIC X(1).
           05  AP-DEPOSIT-MINIMUM      PIC S9(11)V99 COMP-3.
           05  AP-DEBIT-ALERT          PIC X(1).
           05  AP-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  AP-OVERDRAFT-ALERT      PIC X(1).
           05  AP-WIRE-ALERT           PIC X(1).
           05  AP-DECLINE-ALERT        PIC X(1).
           05  AP-QUIET-START          PIC 9(4).
           05  AP-QUIET-END            PIC 9(4).
           05  AP-LOW-BAL-SENT         PIC X(1).
           05  AP-OVERDRAFT-SENT       PIC X(1).
           05  AP-LAST-ALERT-RUN       PIC 9(8).
           05  AP-LAST-MAINT-DATE      PIC 9(8).
           05  AP-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(16).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(12).
           05  FILLER                  PIC X(4).
           05  ACCT-TYPE               PIC X(2).
               88  ACCT-DEPOSIT-TYPE   VALUES 'CK' 'SV' 'MM'.
           05  ACCT-OWNER-ID           PIC 9(10).
           05  FILLER                  PIC X(86).
           05  ACCT-STATUS             PIC X(1).
               88  ACCT-CLOSED         VALUE 'C'.
           05  FILLER                  PIC X(108).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ID                 PIC 9(10).
           05  FILLER                  PIC X(122).
           05  CUST-PHONE              PIC 9(10).
           05  FILLER                  PIC X(92).
           05  CUST-EMAIL              PIC X(50).
           05  FILLER                  PIC X(62).

       FD  OWNER-XREF-FILE.
       01  OWNER-XREF-RECORD.
           05  OX-ACCT-NUMBER          PIC 9(12).
           05  OX-CUST-ID              PIC 9(10).
           05  OX-OWNERSHIP-CODE       PIC X(2).
               88  OX-OWNER-ROLE       VALUES 'PR' 'JT'.
           05  OX-STATUS               PIC X(1).
               88  OX-ACTIVE           VALUE 'A'.
           05  OX-EFFECTIVE-DATE       PIC 9(8).
           05  OX-REVOKE-DATE          PIC 9(8).
           05  OX-AUTH-LIMIT           PIC S9(9)V99 COMP-3.
           05  FILLER                  PIC X(10).

       FD  ALERT-AUDIT-FILE.
       01  ALERT-AUDIT-RECORD.
           05  AA-KEY                  PIC X(22).
           05  AA-ACTION               PIC X(1).
           05  AA-BEFORE-IMAGE         PIC X(100).
           05  AA-AFTER-IMAGE          PIC X(100).
           05  AA-OPERATOR-ID          PIC X(8).
           05  AA-DATE                 PIC 9(8).
           05  AA-TIME                 PIC 9(6).
           05  FILLER                  PIC X(5).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE           PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS              PIC X(2).
           88  WS-TRAN-OK              VALUE '00'.
       01  WS-PREF-STATUS              PIC X(2).
           88  WS-PREF-OK              VALUE '00'.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-XREF-STATUS              PIC X(2).
           88  WS-XREF-OK              VALUE '00'.
       01  WS-AUDIT-STATUS             PIC X(2).
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-TRAN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-TRAN-EOF             VALUE 'Y'.
       01  WS-XREF-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-XREF-EOF             VALUE 'Y'.
       01  WS-OWNER-FLAG               PIC X(1).
           88  WS-IS-OWNER             VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-CURRENT-TIME             PIC 9(6).
       01  WS-REJECT-REASON            PIC X(38).
       01  WS-PREF-BEFORE-IMAGE        PIC X(100).

      *----------------------------------------------------------------
      * ACTIVE PRIMARY AND JOINT OWNER LINKS FROM THE CROSS-REFERENCE.
      *----------------------------------------------------------------
       01  WS-XREF-TABLE.
           05  WS-XR-ENTRY OCCURS 5000 TIMES.
               10  WS-XR-ACCT          PIC 9(12).
               10  WS-XR-CUST          PIC 9(10).
       01  WS-XREF-COUNT               PIC 9(4) VALUE 0.
       01  WS-XREF-IDX                 PIC 9(4).
       01  WS-MAX-XREF                 PIC 9(4) VALUE 5000.
       01  WS-XREF-OVERFLOW            PIC 9(5) VALUE 0.

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(5) VALUE 0.
           05  WS-PREFS-ADDED          PIC 9(5) VALUE 0.
           05  WS-PREFS-CHANGED        PIC 9(5) VALUE 0.
           05  WS-PREFS-DELETED        PIC 9(5) VALUE 0.
           05  WS-TRANS-REJECTED       PIC 9(5) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(36) VALUE SPACES.
           05  FILLER                  PIC X(44) VALUE
               'CUSTOMER ALERT PREFERENCE MAINTENANCE - DATE'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RH-DATE              PIC 9999/99/99.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(6) VALUE 'ACCT: '.
           05  WS-RD-ACCT              PIC 9(12).
           05  FILLER                  PIC X(7) VALUE '  CUST '.
           05  WS-RD-CUST              PIC 9(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-ACTION-CODE       PIC X(1).
           05  FILLER                  PIC X(6) VALUE '  CH: '.
           05  WS-RD-CHANNEL           PIC X(1).
           05  FILLER                  PIC X(9) VALUE '  ALERTS '.
           05  WS-RD-ALERTS            PIC X(6).
           05  FILLER                  PIC X(8) VALUE '  QUIET '.
           05  WS-RD-QUIET-START       PIC 9(4).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  WS-RD-QUIET-END         PIC 9(4).
           05  FILLER                  PIC X(7) VALUE '  OPER '.
           05  WS-RD-OPERATOR          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-ACTION            PIC X(38).

      *----------------------------------------------------------------
      * ONE LETTER PER ALERT TYPE SWITCHED ON, IN THE ORDER LOW
      * BALANCE, DEPOSIT, DEBIT, OVERDRAFT, WIRE, CARD DECLINE.
      *----------------------------------------------------------------
       01  WS-ALERT-LETTERS.
           05  WS-AL-LOW-BAL           PIC X(1).
           05  WS-AL-DEPOSIT           PIC X(1).
           05  WS-AL-DEBIT             PIC X(1).
           05  WS-AL-OVERDRAFT         PIC X(1).
           05  WS-AL-WIRE              PIC X(1).
           05  WS-AL-DECLINE           PIC X(1).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-XREF
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL WS-TRAN-EOF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** ALERT PREFERENCE MAINTENANCE STARTED ***'
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
           OPEN INPUT ALERT-TRAN-FILE
           IF NOT WS-TRAN-OK
               DISPLAY 'NO ALERT PREFERENCE TRANSACTIONS: '
                   WS-TRAN-STATUS
               SET WS-TRAN-EOF TO TRUE
           END-IF
           OPEN I-O ALERT-PREF-FILE
           IF WS-PREF-STATUS = '35'
               OPEN OUTPUT ALERT-PREF-FILE
               CLOSE ALERT-PREF-FILE
               OPEN I-O ALERT-PREF-FILE
           END-IF
           IF NOT WS-PREF-OK
               DISPLAY 'ERROR OPENING ALERT PREFERENCE MASTER: '
                   WS-PREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-FILE
           OPEN EXTEND ALERT-AUDIT-FILE
           OPEN OUTPUT MAINT-REPORT-FILE
           MOVE WS-PROCESSING-DATE TO WS-RH-DATE
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-HEADER.

       1100-LOAD-XREF.
           OPEN INPUT OWNER-XREF-FILE
           IF NOT WS-XREF-OK
               DISPLAY 'NO OWNERSHIP XREF - PRIMARY OWNERS ONLY: '
                   WS-XREF-STATUS
               SET WS-XREF-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-XREF-EOF
               READ OWNER-XREF-FILE
                   AT END
                       SET WS-XREF-EOF TO TRUE
                   NOT AT END
                       IF OX-ACTIVE AND OX-OWNER-ROLE
                           IF WS-XREF-COUNT < WS-MAX-XREF
                               ADD 1 TO WS-XREF-COUNT
                               MOVE OX-ACCT-NUMBER
                                   TO WS-XR-ACCT(WS-XREF-COUNT)
                               MOVE OX-CUST-ID
                                   TO WS-XR-CUST(WS-XREF-COUNT)
                           ELSE
                               ADD 1 TO WS-XREF-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-XREF-OK OR WS-XREF-STATUS = '10'
               CLOSE OWNER-XREF-FILE
           END-IF
           IF WS-XREF-OVERFLOW > 0
               DISPLAY 'XREF TABLE FULL - ' WS-XREF-OVERFLOW
                   ' OWNER LINK(S) NOT LOADED'
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           READ ALERT-TRAN-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 3000-APPLY-TRANSACTION
           END-READ.

       3000-APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE AT-ACCT-NUMBER TO AP-ACCT-NUMBER
           MOVE AT-CUST-ID TO AP-CUST-ID
           READ ALERT-PREF-FILE
           IF WS-PREF-OK
               MOVE ALERT-PREF-RECORD TO WS-PREF-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO WS-PREF-BEFORE-IMAGE
           END-IF
           EVALUATE TRUE
               WHEN AT-ADD
                   IF WS-PREF-OK
                       MOVE 'REJECTED - PREFERENCES ALREADY ON FILE'
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 7000-VALIDATE-PREFERENCES
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 3100-ADD-PREFERENCES
                   END-IF
               WHEN AT-CHANGE
                   IF NOT WS-PREF-OK
                       MOVE 'REJECTED - NO PREFERENCES ON FILE'
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 7000-VALIDATE-PREFERENCES
                   END-IF
                   IF WS-REJECT-REASON = SPACES
                       PERFORM 3200-CHANGE-PREFERENCES
                   END-IF
               WHEN AT-DELETE
                   IF NOT WS-PREF-OK
                       MOVE 'REJECTED - NO PREFERENCES ON FILE'
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM 3300-DELETE-PREFERENCES
                   END-IF
               WHEN OTHER
                   MOVE 'REJECTED - INVALID ACTION'
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 3900-REJECT
           END-IF.

       3100-ADD-PREFERENCES.
           MOVE SPACES TO ALERT-PREF-RECORD
           MOVE AT-ACCT-NUMBER TO AP-ACCT-NUMBER
           MOVE AT-CUST-ID TO AP-CUST-ID
           MOVE 'N' TO AP-LOW-BAL-SENT
           MOVE 'N' TO AP-OVERDRAFT-SENT
           MOVE 0 TO AP-LAST-ALERT-RUN
           PERFORM 7100-MOVE-PREFERENCES
           WRITE ALERT-PREF-RECORD
           ADD 1 TO WS-PREFS-ADDED
           MOVE 'PREFERENCES ADDED' TO WS-RD-ACTION
           PERFORM 8000-RECORD-CHANGE.

      *----------------------------------------------------------------
      * A NEW LOW-BALANCE AMOUNT RE-ARMS THE ALERT SO THE NEXT RUN
      * TESTS THE BALANCE AGAINST IT.
      *----------------------------------------------------------------
       3200-CHANGE-PREFERENCES.
           IF AT-LOW-BAL-AMOUNT NOT = AP-LOW-BAL-AMOUNT
               OR AT-LOW-BAL-ALERT NOT = AP-LOW-BAL-ALERT
               MOVE 'N' TO AP-LOW-BAL-SENT
           END-IF
           IF AT-OVERDRAFT-ALERT NOT = AP-OVERDRAFT-ALERT
               MOVE 'N' TO AP-OVERDRAFT-SENT
           END-IF
           PERFORM 7100-MOVE-PREFERENCES
           REWRITE ALERT-PREF-RECORD
           ADD 1 TO WS-PREFS-CHANGED
           MOVE 'PREFERENCES CHANGED' TO WS-RD-ACTION
           PERFORM 8000-RECORD-CHANGE.

       3300-DELETE-PREFERENCES.
           DELETE ALERT-PREF-FILE
           MOVE SPACES TO ALERT-PREF-RECORD
           ADD 1 TO WS-PREFS-DELETED
           MOVE 'PREFERENCES DELETED - NO ALERTS' TO WS-RD-ACTION
           PERFORM 8000-RECORD-CHANGE.

       3900-REJECT.
           ADD 1 TO WS-TRANS-REJECTED
           MOVE WS-REJECT-REASON TO WS-RD-ACTION
           PERFORM 8100-WRITE-REPORT-DETAIL.

      *----------------------------------------------------------------
      * AN OPEN DEPOSIT ACCOUNT OWNED BY THE CUSTOMER, A CHANNEL THE
      * CUSTOMER CAN BE REACHED ON, AT LEAST ONE ALERT, AN AMOUNT FOR
      * EACH AMOUNT-DRIVEN ALERT, AND A REAL QUIET-HOURS WINDOW.
      *----------------------------------------------------------------
       7000-VALIDATE-PREFERENCES.
           MOVE AT-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
           MOVE AT-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
           EVALUATE TRUE
               WHEN NOT WS-ACCT-OK
                   MOVE 'REJECTED - ACCT NOT ON MASTER'
                       TO WS-REJECT-REASON
               WHEN NOT ACCT-DEPOSIT-TYPE
                   MOVE 'REJECTED - NOT A DEPOSIT ACCOUNT'
                       TO WS-REJECT-REASON
               WHEN ACCT-CLOSED
                   MOVE 'REJECTED - ACCOUNT CLOSED'
                       TO WS-REJECT-REASON
               WHEN NOT WS-CUST-OK
                   MOVE 'REJECTED - CUSTOMER NOT ON FILE'
                       TO WS-REJECT-REASON
               WHEN NOT AT-VALID-CHANNEL
                   MOVE 'REJECTED - INVALID CHANNEL'
                       TO WS-REJECT-REASON
               WHEN AT-WANTS-SMS AND CUST-PHONE = 0
                   MOVE 'REJECTED - NO PHONE ON FILE FOR TEXT'
                       TO WS-REJECT-REASON
               WHEN AT-WANTS-EMAIL AND CUST-EMAIL = SPACES
                   MOVE 'REJECTED - NO EMAIL ON FILE'
                       TO WS-REJECT-REASON
               WHEN AT-LOW-BAL-ALERT NOT = 'Y'
                   AND AT-DEPOSIT-ALERT NOT = 'Y'
                   AND AT-DEBIT-ALERT NOT = 'Y'
                   AND AT-OVERDRAFT-ALERT NOT = 'Y'
                   AND AT-WIRE-ALERT NOT = 'Y'
                   AND AT-DECLINE-ALERT NOT = 'Y'
                   MOVE 'REJECTED - NO ALERTS SELECTED'
                       TO WS-REJECT-REASON
               WHEN AT-LOW-BAL-ALERT = 'Y'
                   AND AT-LOW-BAL-AMOUNT NOT > 0
                   MOVE 'REJECTED - LOW BALANCE AMOUNT MISSING'
                       TO WS-REJECT-REASON
               WHEN AT-DEBIT-ALERT = 'Y'
                   AND AT-DEBIT-AMOUNT NOT > 0
                   MOVE 'REJECTED - DEBIT ALERT AMOUNT MISSING'
                       TO WS-REJECT-REASON
               WHEN AT-DEPOSIT-MINIMUM < 0
                   MOVE 'REJECTED - INVALID DEPOSIT MINIMUM'
                       TO WS-REJECT-REASON
               WHEN AT-QUIET-START NOT NUMERIC
                   OR AT-QUIET-END NOT NUMERIC
                   MOVE 'REJECTED - INVALID QUIET HOURS'
                       TO WS-REJECT-REASON
               WHEN AT-QS-HOUR > 23 OR AT-QS-MINUTE > 59
                   OR AT-QE-HOUR > 23 OR AT-QE-MINUTE > 59
                   MOVE 'REJECTED - INVALID QUIET HOURS'
                       TO WS-REJECT-REASON
               WHEN AT-QUIET-START = AT-QUIET-END
                   AND AT-QUIET-START NOT = 0
                   MOVE 'REJECTED - INVALID QUIET HOURS'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 7200-CHECK-OWNERSHIP
                   IF NOT WS-IS-OWNER
                       MOVE 'REJECTED - CUSTOMER DOES NOT OWN ACCT'
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * ALERT SWITCHES ARE STORED AS Y OR N; ANYTHING BUT Y IS OFF.
      *----------------------------------------------------------------
       7100-MOVE-PREFERENCES.
           MOVE AT-CHANNEL TO AP-CHANNEL
           MOVE 'N' TO AP-LOW-BAL-ALERT
           MOVE 0 TO AP-LOW-BAL-AMOUNT
           IF AT-LOW-BAL-ALERT = 'Y'
               MOVE 'Y' TO AP-LOW-BAL-ALERT
               MOVE AT-LOW-BAL-AMOUNT TO AP-LOW-BAL-AMOUNT
           END-IF
           MOVE 'N' TO AP-DEPOSIT-ALERT
           MOVE 0 TO AP-DEPOSIT-MINIMUM
           IF AT-DEPOSIT-ALERT = 'Y'
               MOVE 'Y' TO AP-DEPOSIT-ALERT
               MOVE AT-DEPOSIT-MINIMUM TO AP-DEPOSIT-MINIMUM
           END-IF
           MOVE 'N' TO AP-DEBIT-ALERT
           MOVE 0 TO AP-DEBIT-AMOUNT
           IF AT-DEBIT-ALERT = 'Y'
               MOVE 'Y' TO AP-DEBIT-ALERT
               MOVE AT-DEBIT-AMOUNT TO AP-DEBIT-AMOUNT
           END-IF
           MOVE 'N' TO AP-OVERDRAFT-ALERT
           IF AT-OVERDRAFT-ALERT = 'Y'
               MOVE 'Y' TO AP-OVERDRAFT-ALERT
           END-IF
           MOVE 'N' TO AP-WIRE-ALERT
           IF AT-WIRE-ALERT = 'Y'
               MOVE 'Y' TO AP-WIRE-ALERT
           END-IF
           MOVE 'N' TO AP-DECLINE-ALERT
           IF AT-DECLINE-ALERT = 'Y'
               MOVE 'Y' TO AP-DECLINE-ALERT
           END-IF
           MOVE AT-QUIET-START TO AP-QUIET-START
           MOVE AT-QUIET-END TO AP-QUIET-END
           MOVE WS-PROCESSING-DATE TO AP-LAST-MAINT-DATE
           MOVE AT-OPERATOR-ID TO AP-OPERATOR-ID.

       7200-CHECK-OWNERSHIP.
           MOVE 'N' TO WS-OWNER-FLAG
           IF ACCT-OWNER-ID = AT-CUST-ID
               SET WS-IS-OWNER TO TRUE
           END-IF
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT OR WS-IS-OWNER
               IF WS-XR-ACCT(WS-XREF-IDX) = AT-ACCT-NUMBER
                   AND WS-XR-CUST(WS-XREF-IDX) = AT-CUST-ID
                   SET WS-IS-OWNER TO TRUE
               END-IF
           END-PERFORM.

       8000-RECORD-CHANGE.
           MOVE AT-ACCT-NUMBER TO AA-KEY(1:12)
           MOVE AT-CUST-ID TO AA-KEY(13:10)
           MOVE AT-ACTION TO AA-ACTION
           MOVE WS-PREF-BEFORE-IMAGE TO AA-BEFORE-IMAGE
           MOVE ALERT-PREF-RECORD TO AA-AFTER-IMAGE
           MOVE AT-OPERATOR-ID TO AA-OPERATOR-ID
           MOVE WS-PROCESSING-DATE TO AA-DATE
           MOVE WS-CURRENT-TIME TO AA-TIME
           WRITE ALERT-AUDIT-RECORD
           PERFORM 8100-WRITE-REPORT-DETAIL.

       8100-WRITE-REPORT-DETAIL.
           MOVE AT-ACCT-NUMBER TO WS-RD-ACCT
           MOVE AT-CUST-ID TO WS-RD-CUST
           MOVE AT-ACTION TO WS-RD-ACTION-CODE
           MOVE AT-CHANNEL TO WS-RD-CHANNEL
           MOVE '------' TO WS-ALERT-LETTERS
           IF AT-LOW-BAL-ALERT = 'Y'
               MOVE 'L' TO WS-AL-LOW-BAL
           END-IF
           IF AT-DEPOSIT-ALERT = 'Y'
               MOVE 'C' TO WS-AL-DEPOSIT
           END-IF
           IF AT-DEBIT-ALERT = 'Y'
               MOVE 'D' TO WS-AL-DEBIT
           END-IF
           IF AT-OVERDRAFT-ALERT = 'Y'
               MOVE 'O' TO WS-AL-OVERDRAFT
           END-IF
           IF AT-WIRE-ALERT = 'Y'
               MOVE 'W' TO WS-AL-WIRE
           END-IF
           IF AT-DECLINE-ALERT = 'Y'
               MOVE 'X' TO WS-AL-DECLINE
           END-IF
           MOVE WS-ALERT-LETTERS TO WS-RD-ALERTS
           MOVE 0 TO WS-RD-QUIET-START
           MOVE 0 TO WS-RD-QUIET-END
           IF AT-QUIET-START NUMERIC AND AT-QUIET-END NUMERIC
               MOVE AT-QUIET-START TO WS-RD-QUIET-START
               MOVE AT-QUIET-END TO WS-RD-QUIET-END
           END-IF
           MOVE AT-OPERATOR-ID TO WS-RD-OPERATOR
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-DETAIL.

       9000-FINALIZE.
           IF WS-TRAN-OK OR WS-TRAN-STATUS = '10'
               CLOSE ALERT-TRAN-FILE
           END-IF
           CLOSE ALERT-PREF-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-FILE
           CLOSE ALERT-AUDIT-FILE
           CLOSE MAINT-REPORT-FILE
           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '*** ALERT PREFERENCE MAINTENANCE COMPLETE ***'
           DISPLAY 'TRANSACTIONS READ:    ' WS-TRANS-READ
           DISPLAY 'PREFERENCES ADDED:    ' WS-PREFS-ADDED
           DISPLAY 'PREFERENCES CHANGED:  ' WS-PREFS-CHANGED
           DISPLAY 'PREFERENCES DELETED:  ' WS-PREFS-DELETED
           DISPLAY 'TRANSACTIONS REJECTED:' WS-TRANS-REJECTED.
