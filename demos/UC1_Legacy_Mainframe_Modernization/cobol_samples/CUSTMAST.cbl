               FILE STATUS IS WS-AUTH-STATUS.
           SELECT OPTIONAL CUST-NOTICE-FILE ASSIGN TO CUSTNOTC
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MAIL-STATUS-FILE ASSIGN TO MAILSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MU-CUST-ID
               FILE STATUS IS WS-MAIL-STATUS.
           SELECT OPTIONAL MAIL-AUDIT-FILE ASSIGN TO MAILAUD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RMD-STATUS-FILE ASSIGN TO RMDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RMD-STATUS.

       DATA DIVISION.
       FILE SECTION.
               88  CUST-STANDARD       VALUE 'ST'.
               88  CUST-BASIC          VALUE 'BA'.
               88  CUST-CORPORATE      VALUE 'CO'.
               88  CUST-GOVERNMENT     VALUE 'GV'.
           05  CUST-KYC-VERIFIED       PIC X(1).
               88  KYC-YES             VALUE 'Y'.
               88  KYC-NO              VALUE 'N'.
           05  CUST-FRAUD-FLAG         PIC X(1).
           05  CUST-DECEASED-FLAG      PIC X(1).
      *----------------------------------------------------------------
      * SET ON A BANKRUPTCY PETITION AND CLEARED ON DISCHARGE OR
      * DISMISSAL BY THE BANKRUPTCY NOTICE INTAKE (BKRPROC), WITH AN
      * AUDIT LEG. THE CASE DETAIL LIVES ON THE CASE FILE (BKRCASE).
      *----------------------------------------------------------------
           05  CUST-BANKRUPT-FLAG      PIC X(1).
               88  CUST-BANKRUPT       VALUE 'Y'.
      *----------------------------------------------------------------
      * IRA TAX TRACKING: CONTRIBUTIONS AND DISTRIBUTIONS ARE
      * ACCUMULATED PER TAX YEAR, WITH FEDERAL WITHHOLDING TAKEN ON
           05  NO-VAR-DATA             PIC X(80).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * MAIL STATUS MASTER MAINTAINED BY THE RETURNED-MAIL INTAKE
      * (MAILRTN). A POSTED ADDRESS CHANGE VERIFIES THE ADDRESS AND
      * CLEARS AN 'ADDRESS UNKNOWN' MARK, WITH A LEG ON THE MAIL
      * STATUS AUDIT FILE.
      *----------------------------------------------------------------
       FD  MAIL-STATUS-FILE.
       01  MAIL-STATUS-RECORD.
           05  MU-CUST-ID              PIC 9(10).
           05  MU-STATUS               PIC X(1).
               88  MU-ADDR-UNKNOWN     VALUE 'U'.
               88  MU-ADDR-VERIFIED    VALUE 'V'.
           05  MU-MARK-DATE            PIC 9(8).
           05  MU-RETURN-COUNT         PIC 9(3).
           05  MU-LAST-RETURN-DATE     PIC 9(8).
           05  MU-RETURN-REASON        PIC X(2).
           05  MU-CLEAR-DATE           PIC 9(8).
           05  MU-CLEAR-SOURCE         PIC X(8).
           05  MU-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(4).

       FD  MAIL-AUDIT-FILE.
       01  MAIL-AUDIT-RECORD.
           05  MA-CUST-ID              PIC 9(10).
           05  MA-OLD-STATUS           PIC X(1).
           05  MA-NEW-STATUS           PIC X(1).
           05  MA-REASON               PIC X(2).
           05  MA-SOURCE               PIC X(8).
           05  MA-OPERATOR-ID          PIC X(8).
           05  MA-DATE                 PIC 9(8).
           05  MA-TIME                 PIC 9(6).
           05  FILLER                  PIC X(16).

      *----------------------------------------------------------------
      * RMD STATUS MASTER BUILT BY THE ANNUAL RMD RUN (IRARMD), ONE
      * RECORD PER CUSTOMER AND RMD YEAR. EVERY IRA DISTRIBUTION
      * POSTED HERE IS CREDITED AGAINST THE REQUIREMENT.
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
           05  RM-FIRST-YEAR-FLAG      PIC X(1).
               88  RM-FIRST-YEAR       VALUE 'Y'.
           05  RM-CALC-DATE            PIC 9(8).
           05  RM-NOTICE-DATE          PIC 9(8).
           05  RM-LAST-DIST-DATE       PIC 9(8).
           05  RM-SATISFIED-DATE       PIC 9(8).
           05  RM-SHORTFALL-NOTICE-DATE PIC 9(8).
           05  FILLER                  PIC X(23).

       FD  AUTH-EXTRACT-FILE.
       01  AUTH-EXTRACT-RECORD.
           05  AX-GRANTOR-ID           PIC 9(10).
       01  WS-SAVED-LAST-ACTIVITY      PIC 9(8).
       01  WS-CUSTS-DORMANT            PIC 9(7) VALUE 0.
       01  WS-POSTING-ID               PIC X(8) VALUE 'CUSTMAST'.
       01  WS-NCOA-CREATOR             PIC X(8) VALUE 'NCOAPROC'.
       01  WS-MAIL-STATUS              PIC X(2).
           88  WS-MAIL-OK              VALUE '00'.
       01  WS-MAIL-MARKS-CLEARED       PIC 9(5) VALUE 0.
       01  WS-ADDR-CONFIRMS            PIC 9(5) VALUE 0.

       01  WS-AUTH-STATUS              PIC X(2).
           88  WS-AUTH-OK              VALUE '00'.
       01  WS-IRA-W-DIST               PIC S9(9)V99 COMP-3.
       01  WS-IRA-W-WHLD               PIC S9(7)V99 COMP-3.
       01  WS-IRA-OVER-LIMIT-COUNT     PIC 9(5) VALUE 0.
       01  WS-RMD-STATUS               PIC X(2).
           88  WS-RMD-OK               VALUE '00'.
       01  WS-RMD-CREDIT-LEFT          PIC S9(9)V99 COMP-3.
       01  WS-RMD-APPLY                PIC S9(9)V99 COMP-3.
       01  WS-RMD-CREDITS              PIC 9(5) VALUE 0.
       01  WS-RMDS-MET                 PIC 9(5) VALUE 0.
       01  WS-MAINT-STAMP              PIC 9(14) VALUE 0.
       01  WS-RISK-DIGIT               PIC 9(1).
       01  WS-DECEASED-ATTEMPTS        PIC 9(5) VALUE 0.
           OPEN OUTPUT CUST-AUDIT-FILE
           OPEN OUTPUT DECEASED-RPT-FILE
           OPEN EXTEND CUST-NOTICE-FILE
           OPEN I-O MAIL-STATUS-FILE
           OPEN EXTEND MAIL-AUDIT-FILE
           OPEN I-O RMD-STATUS-FILE
           PERFORM 1010-GET-BUSINESS-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           COMPUTE WS-MAINT-STAMP =
               MOVE TRAN-NEW-ZIP TO CUST-ZIP
               MOVE CUST-ADDRESS TO WS-MAINT-NEW-VALUE
               PERFORM 4590-REWRITE-AND-AUDIT
               PERFORM 4525-VERIFY-MAIL-STATUS
               IF TRAN-CREATED-BY = WS-NCOA-CREATOR
                   PERFORM 4527-WRITE-ADDR-CONFIRMATION
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A POSTED ADDRESS CHANGE IS A VERIFIED ADDRESS: ANY RETURNED-
      * MAIL MARK CLEARS SO PAPER RESUMES, AND THE CLEAR DATE LETS
      * THE RETURNED-MAIL INTAKE IGNORE PIECES MAILED TO THE OLD
      * ADDRESS THAT COME BACK AFTERWARDS.
      *----------------------------------------------------------------
       4525-VERIFY-MAIL-STATUS.
           MOVE CUST-ID TO MU-CUST-ID
           READ MAIL-STATUS-FILE
           IF WS-MAIL-OK
               MOVE MU-STATUS TO MA-OLD-STATUS
               SET MU-ADDR-VERIFIED TO TRUE
               MOVE WS-CURRENT-DATE TO MU-CLEAR-DATE
               IF TRAN-CREATED-BY = SPACES
                   MOVE WS-POSTING-ID TO MU-CLEAR-SOURCE
               ELSE
                   MOVE TRAN-CREATED-BY TO MU-CLEAR-SOURCE
               END-IF
               REWRITE MAIL-STATUS-RECORD
               IF MA-OLD-STATUS = 'U'
                   ADD 1 TO WS-MAIL-MARKS-CLEARED
                   MOVE CUST-ID TO MA-CUST-ID
                   MOVE MU-STATUS TO MA-NEW-STATUS
                   MOVE TRAN-TYPE TO MA-REASON
                   MOVE MU-CLEAR-SOURCE TO MA-SOURCE
                   MOVE WS-POSTING-ID TO MA-OPERATOR-ID
                   MOVE WS-CURRENT-DATE TO MA-DATE
                   MOVE WS-CURRENT-TIME TO MA-TIME
                   WRITE MAIL-AUDIT-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A CHANGE TAKEN FROM THE POSTAL CHANGE-OF-ADDRESS FILE IS
      * CONFIRMED TO THE CUSTOMER AT THE NEW ADDRESS.
      *----------------------------------------------------------------
       4527-WRITE-ADDR-CONFIRMATION.
           ADD 1 TO WS-ADDR-CONFIRMS
           MOVE 'ADDR' TO NO-LETTER-CODE
           MOVE CUST-ID TO NO-CUST-ID
           MOVE 0 TO NO-ACCT-NUMBER
           MOVE WS-CURRENT-DATE TO NO-NOTICE-DATE
           MOVE SPACES TO NO-VAR-DATA
           STRING 'MAILING ADDRESS UPDATED FROM POSTAL SERVICE '
               'CHANGE-OF-ADDRESS DATA' DELIMITED BY SIZE
               INTO NO-VAR-DATA
           WRITE CUST-NOTICE-RECORD.

       4530-APPLY-PHONE-CHANGE.
           IF TRAN-NEW-PHONE NOT NUMERIC OR TRAN-NEW-PHONE = 0
               ADD 1 TO WS-ERROR-COUNT
           ADD TRAN-AMOUNT TO WS-IRA-W-DIST
           ADD WS-IRA-WHLD-AMOUNT TO WS-IRA-W-WHLD
           PERFORM 4170-PUT-SLOT-VALUES
           PERFORM 5150-CREDIT-RMD
           MOVE CUST-ID TO AUD-CUST-ID
           MOVE CUST-BALANCE TO AUD-OLD-BALANCE
           COMPUTE AUD-NEW-BALANCE =
           DISPLAY 'IRA DISTRIBUTION CUST ' CUST-ID
               ' NET PAYOUT AFTER WITHHOLDING: ' WS-DISPLAY-AMOUNT.

      *----------------------------------------------------------------
      * THE GROSS DISTRIBUTION COUNTS TOWARD THE OWNER'S REQUIRED
      * MINIMUM. A FIRST-YEAR RMD DEFERRED INTO THIS YEAR IS MET FIRST
      * (UP TO ITS APRIL 1 DEADLINE), THE REST GOES TO THE RMD FOR
      * THE DISTRIBUTION'S OWN TAX YEAR.
      *----------------------------------------------------------------
       5150-CREDIT-RMD.
           MOVE TRAN-AMOUNT TO WS-RMD-CREDIT-LEFT
           MOVE CUST-ID TO RM-CUST-ID
           COMPUTE RM-RMD-YEAR = WS-IRA-EFF-TAX-YEAR - 1
           READ RMD-STATUS-FILE
           IF WS-RMD-OK AND RM-FIRST-YEAR
               AND RM-TAKEN-AMT < RM-REQUIRED-AMT
               AND WS-CURRENT-DATE NOT > RM-DEADLINE-DATE
               COMPUTE WS-RMD-APPLY = RM-REQUIRED-AMT - RM-TAKEN-AMT
               IF WS-RMD-APPLY > WS-RMD-CREDIT-LEFT
                   MOVE WS-RMD-CREDIT-LEFT TO WS-RMD-APPLY
               END-IF
               PERFORM 5160-APPLY-RMD-CREDIT
           END-IF
           IF WS-RMD-CREDIT-LEFT > 0
               MOVE CUST-ID TO RM-CUST-ID
               MOVE WS-IRA-EFF-TAX-YEAR TO RM-RMD-YEAR
               READ RMD-STATUS-FILE
               IF WS-RMD-OK
                   MOVE WS-RMD-CREDIT-LEFT TO WS-RMD-APPLY
                   PERFORM 5160-APPLY-RMD-CREDIT
               END-IF
           END-IF.

       5160-APPLY-RMD-CREDIT.
           ADD WS-RMD-APPLY TO RM-TAKEN-AMT
           SUBTRACT WS-RMD-APPLY FROM WS-RMD-CREDIT-LEFT
           MOVE WS-CURRENT-DATE TO RM-LAST-DIST-DATE
           IF RM-TAKEN-AMT >= RM-REQUIRED-AMT
               AND RM-SATISFIED-DATE = 0
               MOVE WS-CURRENT-DATE TO RM-SATISFIED-DATE
               ADD 1 TO WS-RMDS-MET
               DISPLAY 'RMD MET FOR CUST ' CUST-ID
                   ' YEAR ' RM-RMD-YEAR
           END-IF
           REWRITE RMD-STATUS-RECORD
           ADD 1 TO WS-RMD-CREDITS.

       6000-PROCESS-TRANSFER.
           IF CD-TYPE AND WS-CURRENT-DATE < CUST-MATURITY-DATE
               DISPLAY 'CD NOT YET MATURED FOR CUST: ' CUST-ID
           DISPLAY 'DECEASED-CUST ATTEMPTS:  ' WS-DECEASED-ATTEMPTS
           DISPLAY 'DECEASED-CUST BLOCKED:   ' WS-DECEASED-BLOCKED
           DISPLAY 'ACTING-PARTY BLOCKED:    ' WS-AUTH-BLOCKS
           DISPLAY 'MAIL HOLDS CLEARED:      ' WS-MAIL-MARKS-CLEARED
           DISPLAY 'NCOA CONFIRMATIONS:      ' WS-ADDR-CONFIRMS
           DISPLAY 'RMD CREDITS POSTED:      ' WS-RMD-CREDITS
           DISPLAY 'RMDS MET:                ' WS-RMDS-MET
           CLOSE CUSTOMER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE REPORT-FILE
           CLOSE NSF-FILE
           CLOSE CUST-AUDIT-FILE
           CLOSE DECEASED-RPT-FILE
           CLOSE CUST-NOTICE-FILE
           CLOSE MAIL-STATUS-FILE
           CLOSE MAIL-AUDIT-FILE
           CLOSE RMD-STATUS-FILE.

       9050-PROCESS-DORMANCY-SWEEP.
           DISPLAY 'SCANNING FULL CUSTOMER FILE FOR DORMANCY...'
