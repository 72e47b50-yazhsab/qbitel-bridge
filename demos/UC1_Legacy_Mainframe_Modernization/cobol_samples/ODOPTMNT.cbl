       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODOPTMNT.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-09-08.
      *================================================================*
      * REGULATION E OVERDRAFT OPT-IN MAINTENANCE AND REPORTING        *
      * MAINTAINS THE OVERDRAFT OPT-IN MASTER (ODOPTIN): ONE ELECTION  *
      * PER DEPOSIT ACCOUNT WITH ITS DATE AND THE CHANNEL IT WAS       *
      * TAKEN THROUGH. CARDAUTH DECLINES ATM AND ONE-TIME DEBIT CARD   *
      * REQUESTS THAT WOULD OVERDRAW AN ACCOUNT NOT OPTED IN, AND      *
      * ACCTPROC WAIVES THE OVERDRAFT FEE WHEN SUCH AN ACCOUNT IS      *
      * OVERDRAWN BY A CARD ITEM. AN ACCOUNT WITH NO ELECTION ON FILE  *
      * IS TREATED AS NOT OPTED IN. MAINTENANCE TRANSACTIONS:          *
      *   'I' OPT IN   - CUSTOMER CONSENTS TO OVERDRAFT SERVICE        *
      *   'O' OPT OUT  - CUSTOMER DECLINES OR REVOKES CONSENT          *
      * EVERY CHANGE IS WRITTEN TO THE OPT-IN AUDIT FILE WITH THE      *
      * OPERATOR AND TIMESTAMP, AND LISTED ON THE RUN REPORT.          *
      *                                                                *
      * REPORT MODE (COMMAND LINE 'REPORT'): THE MONTHLY COMPLIANCE    *
      * REPORT FOR THE PROCESSING MONTH - EVERY OPT-IN STATUS CHANGE   *
      * FROM THE AUDIT FILE AND EVERY OVERDRAFT FEE ACCTPROC WAIVED    *
      * UNDER THE RULE, WITH TOTALS.                                   *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIN-TRAN-FILE ASSIGN TO ODOPTTRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT OD-OPTIN-FILE ASSIGN TO ODOPTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OI-ACCT-NUMBER
               FILE STATUS IS WS-OPTIN-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL OPTIN-AUDIT-FILE ASSIGN TO ODOPTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPTIONAL REGE-WAIVE-FILE ASSIGN TO ODWAIVE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WAIVE-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO ODOPTRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT COMPLIANCE-RPT-FILE ASSIGN TO ODCMPRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OPTIN-TRAN-FILE.
       01  OPTIN-TRAN-RECORD.
           05  OT-ACTION               PIC X(1).
               88  OT-OPT-IN           VALUE 'I'.
               88  OT-OPT-OUT          VALUE 'O'.
           05  OT-ACCT-NUMBER          PIC 9(12).
           05  OT-ELECTION-DATE        PIC 9(8).
           05  OT-CHANNEL              PIC X(1).
               88  OT-VALID-CHANNEL    VALUES 'B' 'P' 'O' 'M' 'A'.
           05  OT-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * OVERDRAFT OPT-IN MASTER, ONE RECORD PER ACCOUNT THAT HAS MADE
      * AN ELECTION. CHANNEL: B BRANCH, P PHONE, O ONLINE, M MAIL,
      * A ATM.
      *----------------------------------------------------------------
       FD  OD-OPTIN-FILE.
       01  OD-OPTIN-RECORD.
           05  OI-ACCT-NUMBER          PIC 9(12).
           05  OI-ELECTION             PIC X(1).
               88  OI-OPTED-IN         VALUE 'Y'.
               88  OI-OPTED-OUT        VALUE 'N'.
           05  OI-ELECTION-DATE        PIC 9(8).
           05  OI-CHANNEL              PIC X(1).
           05  OI-OPERATOR-ID          PIC X(8).
           05  OI-LAST-MAINT-DATE      PIC 9(8).
           05  FILLER                  PIC X(12).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(12).
           05  FILLER                  PIC X(4).
           05  ACCT-TYPE               PIC X(2).
               88  ACCT-DEPOSIT-TYPE   VALUES 'CK' 'SV' 'MM'.
           05  FILLER                  PIC X(96).
           05  ACCT-STATUS             PIC X(1).
               88  ACCT-CLOSED         VALUE 'C'.
           05  FILLER                  PIC X(108).

       FD  OPTIN-AUDIT-FILE.
       01  OPTIN-AUDIT-RECORD.
           05  OA-ACCT-NUMBER          PIC 9(12).
           05  OA-ACTION               PIC X(1).
           05  OA-OLD-ELECTION         PIC X(1).
           05  OA-NEW-ELECTION         PIC X(1).
           05  OA-ELECTION-DATE        PIC 9(8).
           05  OA-CHANNEL              PIC X(1).
           05  OA-OPERATOR-ID          PIC X(8).
           05  OA-DATE                 PIC 9(8).
           05  OA-TIME                 PIC 9(6).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * OVERDRAFT FEES WAIVED BY ACCTPROC UNDER REGULATION E, ONE
      * RECORD PER WAIVER.
      *----------------------------------------------------------------
       FD  REGE-WAIVE-FILE.
       01  REGE-WAIVE-RECORD.
           05  WV-ACCT-NUMBER          PIC 9(12).
           05  WV-WAIVE-DATE           PIC 9(8).
           05  WV-TRAN-DATE            PIC 9(8).
           05  WV-REF-NUMBER           PIC X(16).
           05  WV-INSTRUMENT           PIC X(1).
           05  WV-TRAN-AMOUNT          PIC S9(11)V99 COMP-3.
           05  WV-FEE-AMOUNT           PIC S9(5)V99 COMP-3.
           05  WV-BALANCE-AFTER        PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(10).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE           PIC X(132).

       FD  COMPLIANCE-RPT-FILE.
       01  COMPLIANCE-RPT-LINE         PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS              PIC X(2).
           88  WS-TRAN-OK              VALUE '00'.
       01  WS-OPTIN-STATUS             PIC X(2).
           88  WS-OPTIN-OK             VALUE '00'.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-AUDIT-STATUS             PIC X(2).
           88  WS-AUDIT-OK             VALUE '00'.
       01  WS-WAIVE-STATUS             PIC X(2).
           88  WS-WAIVE-OK             VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-TRAN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-TRAN-EOF             VALUE 'Y'.
       01  WS-AUDIT-EOF-FLAG           PIC X(1) VALUE 'N'.
           88  WS-AUDIT-EOF            VALUE 'Y'.
       01  WS-WAIVE-EOF-FLAG           PIC X(1) VALUE 'N'.
           88  WS-WAIVE-EOF            VALUE 'Y'.

       01  WS-COMMAND-LINE             PIC X(40).
       01  WS-RUN-MODE                 PIC X(6) VALUE SPACES.
           88  WS-MODE-REPORT          VALUE 'REPORT'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-CURRENT-TIME             PIC 9(6).
       01  WS-REPORT-PERIOD            PIC 9(6).
       01  WS-OLD-ELECTION             PIC X(1).
       01  WS-RECORD-FOUND-FLAG        PIC X(1).
           88  WS-RECORD-FOUND         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(5) VALUE 0.
           05  WS-OPT-INS              PIC 9(5) VALUE 0.
           05  WS-OPT-OUTS             PIC 9(5) VALUE 0.
           05  WS-TRANS-REJECTED       PIC 9(5) VALUE 0.
           05  WS-CHANGES-REPORTED     PIC 9(7) VALUE 0.
           05  WS-WAIVERS-REPORTED     PIC 9(7) VALUE 0.
       01  WS-WAIVED-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'OVERDRAFT OPT-IN MAINTENANCE'.
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(6) VALUE 'ACCT: '.
           05  WS-RD-ACCT              PIC 9(12).
           05  FILLER                  PIC X(11) VALUE ' OPERATOR: '.
           05  WS-RD-OPERATOR          PIC X(8).
           05  FILLER                  PIC X(10) VALUE ' CHANNEL: '.
           05  WS-RD-CHANNEL           PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-ACTION            PIC X(40).
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-CMP-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(45) VALUE
               'REG E OVERDRAFT OPT-IN COMPLIANCE - PERIOD '.
           05  WS-CH-PERIOD            PIC 9(6).
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-CMP-SECTION-LINE.
           05  WS-CS-TITLE             PIC X(60).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-CMP-CHANGE-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CC-ACCT              PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CC-OLD               PIC X(3).
           05  FILLER                  PIC X(4) VALUE ' -> '.
           05  WS-CC-NEW               PIC X(3).
           05  FILLER                  PIC X(10) VALUE '  ELECTED '.
           05  WS-CC-ELECTION-DATE     PIC 9(8).
           05  FILLER                  PIC X(10) VALUE '  CHANNEL '.
           05  WS-CC-CHANNEL           PIC X(1).
           05  FILLER                  PIC X(7) VALUE '  OPER '.
           05  WS-CC-OPERATOR          PIC X(8).
           05  FILLER                  PIC X(9) VALUE '  KEYED '.
           05  WS-CC-DATE              PIC 9(8).
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-CMP-WAIVE-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CW-ACCT              PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CW-DATE              PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CW-REF               PIC X(16).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CW-CHANNEL           PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CW-TRAN-AMOUNT       PIC Z(10)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CW-FEE-AMOUNT        PIC Z(4)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CW-BALANCE           PIC Z(12)9.99-.
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-CMP-TOTAL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CT-LABEL             PIC X(30).
           05  WS-CT-COUNT             PIC Z(6)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CT-AMOUNT            PIC Z(10)9.99.
           05  FILLER                  PIC X(77) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF WS-MODE-REPORT
               PERFORM 5000-COMPLIANCE-REPORT
           ELSE
               PERFORM 1100-OPEN-MAINTENANCE-FILES
               PERFORM 2000-PROCESS-TRANSACTIONS
                   UNTIL WS-TRAN-EOF
               PERFORM 9000-FINALIZE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE WS-COMMAND-LINE(1:6) TO WS-RUN-MODE
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
           MOVE WS-PROCESSING-DATE(1:6) TO WS-REPORT-PERIOD.

       1100-OPEN-MAINTENANCE-FILES.
           DISPLAY '*** OVERDRAFT OPT-IN MAINTENANCE STARTED ***'
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           OPEN INPUT OPTIN-TRAN-FILE
           IF NOT WS-TRAN-OK
               DISPLAY 'NO OPT-IN TRANSACTION FILE: ' WS-TRAN-STATUS
               SET WS-TRAN-EOF TO TRUE
           END-IF
           OPEN I-O OD-OPTIN-FILE
           IF WS-OPTIN-STATUS = '35'
               OPEN OUTPUT OD-OPTIN-FILE
               CLOSE OD-OPTIN-FILE
               OPEN I-O OD-OPTIN-FILE
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           OPEN EXTEND OPTIN-AUDIT-FILE
           OPEN OUTPUT MAINT-REPORT-FILE
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-HEADER.

       2000-PROCESS-TRANSACTIONS.
           READ OPTIN-TRAN-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 3000-APPLY-ELECTION
           END-READ.

      *----------------------------------------------------------------
      * AN ELECTION IS ACCEPTED ONLY FOR AN OPEN CHECKING, SAVINGS OR
      * MONEY-MARKET ACCOUNT, THROUGH A KNOWN CHANNEL. A TRANSACTION
      * THAT WOULD LEAVE THE ELECTION UNCHANGED IS REPORTED BUT NOT
      * AUDITED. A MISSING ELECTION DATE DEFAULTS TO THE PROCESSING
      * DATE.
      *----------------------------------------------------------------
       3000-APPLY-ELECTION.
           MOVE OT-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
           EVALUATE TRUE
               WHEN NOT OT-OPT-IN AND NOT OT-OPT-OUT
                   MOVE 'REJECTED - INVALID ACTION' TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN NOT OT-VALID-CHANNEL
                   MOVE 'REJECTED - INVALID CHANNEL' TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN NOT WS-ACCT-OK
                   MOVE 'REJECTED - ACCT NOT ON MASTER'
                       TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN NOT ACCT-DEPOSIT-TYPE
                   MOVE 'REJECTED - NOT A DEPOSIT ACCOUNT'
                       TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN ACCT-CLOSED
                   MOVE 'REJECTED - ACCOUNT CLOSED' TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN OTHER
                   PERFORM 3100-UPDATE-ELECTION
           END-EVALUATE.

       3100-UPDATE-ELECTION.
           MOVE OT-ACCT-NUMBER TO OI-ACCT-NUMBER
           READ OD-OPTIN-FILE
           IF WS-OPTIN-OK
               SET WS-RECORD-FOUND TO TRUE
               MOVE OI-ELECTION TO WS-OLD-ELECTION
           ELSE
               MOVE 'N' TO WS-RECORD-FOUND-FLAG
               MOVE SPACE TO WS-OLD-ELECTION
               MOVE SPACES TO OD-OPTIN-RECORD
               MOVE OT-ACCT-NUMBER TO OI-ACCT-NUMBER
           END-IF
           IF (OT-OPT-IN AND WS-OLD-ELECTION = 'Y')
               OR (OT-OPT-OUT AND WS-OLD-ELECTION = 'N')
               MOVE 'REJECTED - ELECTION ALREADY ON FILE'
                   TO WS-RD-ACTION
               PERFORM 3900-REJECT
           ELSE
               IF OT-OPT-IN
                   SET OI-OPTED-IN TO TRUE
                   ADD 1 TO WS-OPT-INS
                   MOVE 'OPTED IN TO OVERDRAFT SERVICE'
                       TO WS-RD-ACTION
               ELSE
                   SET OI-OPTED-OUT TO TRUE
                   ADD 1 TO WS-OPT-OUTS
                   MOVE 'OPTED OUT OF OVERDRAFT SERVICE'
                       TO WS-RD-ACTION
               END-IF
               IF OT-ELECTION-DATE > 0
                   MOVE OT-ELECTION-DATE TO OI-ELECTION-DATE
               ELSE
                   MOVE WS-PROCESSING-DATE TO OI-ELECTION-DATE
               END-IF
               MOVE OT-CHANNEL TO OI-CHANNEL
               MOVE OT-OPERATOR-ID TO OI-OPERATOR-ID
               MOVE WS-PROCESSING-DATE TO OI-LAST-MAINT-DATE
               IF WS-RECORD-FOUND
                   REWRITE OD-OPTIN-RECORD
               ELSE
                   WRITE OD-OPTIN-RECORD
               END-IF
               PERFORM 8200-WRITE-AUDIT
               PERFORM 8100-WRITE-REPORT-DETAIL
           END-IF.

       8200-WRITE-AUDIT.
           MOVE OI-ACCT-NUMBER TO OA-ACCT-NUMBER
           MOVE OT-ACTION TO OA-ACTION
           MOVE WS-OLD-ELECTION TO OA-OLD-ELECTION
           MOVE OI-ELECTION TO OA-NEW-ELECTION
           MOVE OI-ELECTION-DATE TO OA-ELECTION-DATE
           MOVE OI-CHANNEL TO OA-CHANNEL
           MOVE OT-OPERATOR-ID TO OA-OPERATOR-ID
           MOVE WS-PROCESSING-DATE TO OA-DATE
           MOVE WS-CURRENT-TIME TO OA-TIME
           WRITE OPTIN-AUDIT-RECORD.

       8100-WRITE-REPORT-DETAIL.
           MOVE OT-ACCT-NUMBER TO WS-RD-ACCT
           MOVE OT-OPERATOR-ID TO WS-RD-OPERATOR
           MOVE OT-CHANNEL TO WS-RD-CHANNEL
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-DETAIL.

       3900-REJECT.
           ADD 1 TO WS-TRANS-REJECTED
           PERFORM 8100-WRITE-REPORT-DETAIL.

      *================================================================*
      * REPORT MODE                                                    *
      *================================================================*
       5000-COMPLIANCE-REPORT.
           DISPLAY '*** REG E OPT-IN COMPLIANCE REPORT STARTED ***'
           DISPLAY 'REPORT PERIOD: ' WS-REPORT-PERIOD
           OPEN OUTPUT COMPLIANCE-RPT-FILE
           MOVE WS-REPORT-PERIOD TO WS-CH-PERIOD
           WRITE COMPLIANCE-RPT-LINE FROM WS-CMP-HEADER
           PERFORM 5100-REPORT-STATUS-CHANGES
           PERFORM 5200-REPORT-FEES-WAIVED
           CLOSE COMPLIANCE-RPT-FILE
           DISPLAY '*** REG E OPT-IN COMPLIANCE REPORT COMPLETE ***'
           DISPLAY 'STATUS CHANGES: ' WS-CHANGES-REPORTED
           DISPLAY 'FEES WAIVED:    ' WS-WAIVERS-REPORTED.

       5100-REPORT-STATUS-CHANGES.
           MOVE 'OPT-IN STATUS CHANGES' TO WS-CS-TITLE
           WRITE COMPLIANCE-RPT-LINE FROM WS-CMP-SECTION-LINE
           OPEN INPUT OPTIN-AUDIT-FILE
           IF NOT WS-AUDIT-OK
               SET WS-AUDIT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF
               READ OPTIN-AUDIT-FILE
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       IF OA-DATE(1:6) = WS-REPORT-PERIOD
                           PERFORM 5150-WRITE-CHANGE-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDIT-OK OR WS-AUDIT-STATUS = '10'
               CLOSE OPTIN-AUDIT-FILE
           END-IF
           MOVE 'STATUS CHANGES:' TO WS-CT-LABEL
           MOVE WS-CHANGES-REPORTED TO WS-CT-COUNT
           MOVE 0 TO WS-CT-AMOUNT
           WRITE COMPLIANCE-RPT-LINE FROM WS-CMP-TOTAL-LINE.

       5150-WRITE-CHANGE-LINE.
           ADD 1 TO WS-CHANGES-REPORTED
           MOVE OA-ACCT-NUMBER TO WS-CC-ACCT
           EVALUATE OA-OLD-ELECTION
               WHEN 'Y'
                   MOVE 'IN' TO WS-CC-OLD
               WHEN 'N'
                   MOVE 'OUT' TO WS-CC-OLD
               WHEN OTHER
                   MOVE 'NEW' TO WS-CC-OLD
           END-EVALUATE
           IF OA-NEW-ELECTION = 'Y'
               MOVE 'IN' TO WS-CC-NEW
           ELSE
               MOVE 'OUT' TO WS-CC-NEW
           END-IF
           MOVE OA-ELECTION-DATE TO WS-CC-ELECTION-DATE
           MOVE OA-CHANNEL TO WS-CC-CHANNEL
           MOVE OA-OPERATOR-ID TO WS-CC-OPERATOR
           MOVE OA-DATE TO WS-CC-DATE
           WRITE COMPLIANCE-RPT-LINE FROM WS-CMP-CHANGE-LINE.

       5200-REPORT-FEES-WAIVED.
           MOVE 'OVERDRAFT FEES WAIVED - CARD ITEMS, NOT OPTED IN'
               TO WS-CS-TITLE
           WRITE COMPLIANCE-RPT-LINE FROM WS-CMP-SECTION-LINE
           OPEN INPUT REGE-WAIVE-FILE
           IF NOT WS-WAIVE-OK
               SET WS-WAIVE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-WAIVE-EOF
               READ REGE-WAIVE-FILE
                   AT END
                       SET WS-WAIVE-EOF TO TRUE
                   NOT AT END
                       IF WV-WAIVE-DATE(1:6) = WS-REPORT-PERIOD
                           PERFORM 5250-WRITE-WAIVE-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WAIVE-OK OR WS-WAIVE-STATUS = '10'
               CLOSE REGE-WAIVE-FILE
           END-IF
           MOVE 'FEES WAIVED:' TO WS-CT-LABEL
           MOVE WS-WAIVERS-REPORTED TO WS-CT-COUNT
           MOVE WS-WAIVED-TOTAL TO WS-CT-AMOUNT
           WRITE COMPLIANCE-RPT-LINE FROM WS-CMP-TOTAL-LINE.

       5250-WRITE-WAIVE-LINE.
           ADD 1 TO WS-WAIVERS-REPORTED
           ADD WV-FEE-AMOUNT TO WS-WAIVED-TOTAL
           MOVE WV-ACCT-NUMBER TO WS-CW-ACCT
           MOVE WV-TRAN-DATE TO WS-CW-DATE
           MOVE WV-REF-NUMBER TO WS-CW-REF
           IF WV-INSTRUMENT = 'A'
               MOVE 'ATM' TO WS-CW-CHANNEL
           ELSE
               MOVE 'POS' TO WS-CW-CHANNEL
           END-IF
           MOVE WV-TRAN-AMOUNT TO WS-CW-TRAN-AMOUNT
           MOVE WV-FEE-AMOUNT TO WS-CW-FEE-AMOUNT
           MOVE WV-BALANCE-AFTER TO WS-CW-BALANCE
           WRITE COMPLIANCE-RPT-LINE FROM WS-CMP-WAIVE-LINE.

       9000-FINALIZE.
           IF WS-TRAN-OK OR WS-TRAN-STATUS = '10'
               CLOSE OPTIN-TRAN-FILE
           END-IF
           CLOSE OD-OPTIN-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE OPTIN-AUDIT-FILE
           CLOSE MAINT-REPORT-FILE
           DISPLAY '*** OVERDRAFT OPT-IN MAINTENANCE COMPLETE ***'
           DISPLAY 'TRANSACTIONS READ:    ' WS-TRANS-READ
           DISPLAY 'OPT-INS RECORDED:     ' WS-OPT-INS
           DISPLAY 'OPT-OUTS RECORDED:    ' WS-OPT-OUTS
           DISPLAY 'TRANSACTIONS REJECTED:' WS-TRANS-REJECTED.
