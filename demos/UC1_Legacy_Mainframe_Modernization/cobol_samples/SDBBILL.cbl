       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBBILL.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * SAFE DEPOSIT BOX RENT BILLING AND BOX INVENTORY                *
      * PASSES THE SAFE DEPOSIT MASTER (SDBMAST, MAINTAINED BY SDBMNT) *
      * IN BRANCH AND BOX ORDER. EACH LEASED BOX IS BILLED A YEAR'S    *
      * RENT, AT THE CURRENT RATE FOR ITS SIZE (SDBRATE), ON THE       *
      * ANNIVERSARY OF ITS LEASE. WHAT IS DUE - RENT AND ANY DRILL     *
      * FEE SDBMNT HAS BILLED - IS CHARGED TO THE RENTER'S DESIGNATED  *
      * ACCOUNT AS A FEE THROUGH DAYTRANS (WITH ITS BATCHCTL CONTROL   *
      * RECORD) WHEN THE ACCOUNT IS ACTIVE, AND OTHERWISE INVOICED ON  *
      * PAPER TO THE PRIMARY RENTER THROUGH THE NOTICE EXTRACT         *
      * (CUSTNOTC, LETTER SDB1).                                       *
      *                                                                *
      * AN INVOICE STILL UNPAID IS AGED FROM ITS BILLING DATE:         *
      *   30 DAYS  PAST-DUE NOTICE (SDB2), BOX DELINQUENT              *
      *   60 DAYS  FINAL NOTICE BEFORE DRILLING (SDB3)                 *
      *   90 DAYS  AND 30 DAYS AFTER THE FINAL NOTICE - BOX FLAGGED    *
      *            FOR DRILLING AND WRITTEN TO THE DRILL EXTRACT       *
      *            (SDBDRILL) FOR THE DRILLING AND UNCLAIMED PROPERTY  *
      *            PROCESS                                             *
      * NOTICES GO TO THE PRIMARY AND JOINT RENTERS, NOT DEPUTIES.     *
      * EVERY CHANGE TO A BOX WRITES BEFORE AND AFTER IMAGES TO THE    *
      * SAFE DEPOSIT AUDIT FILE (SDBAUD).                              *
      *                                                                *
      * THE REPORT (SDBBRPT) LISTS EVERY BILLING ACTION AND EVERY BOX  *
      * STILL DELINQUENT OR AWAITING THE DRILL, THEN FOR EACH BRANCH   *
      * THE BOX INVENTORY BY SIZE - TOTAL, VACANT, RENTED, DELINQUENT, *
      * FLAGGED, ANNUAL RENT ROLL AND RENT OUTSTANDING - AND THE BANK  *
      * TOTALS. A LINKED RENT ACCOUNT THAT CAN NO LONGER BE CHARGED    *
      * ENDS THE STEP WITH RC 4.                                       *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDB-MASTER-FILE ASSIGN TO SDBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SB-BOX-KEY
               FILE STATUS IS WS-SDB-STATUS.
           SELECT SDB-RATE-FILE ASSIGN TO SDBRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL DAILY-TRANS ASSIGN TO DAYTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT OPTIONAL BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BCTL-STATUS.
           SELECT OPTIONAL CUST-NOTICE-FILE ASSIGN TO CUSTNOTC
               ORGANIZATION IS SEQUENTIAL.
           SELECT DRILL-EXTRACT-FILE ASSIGN TO SDBDRILL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SDB-AUDIT-FILE ASSIGN TO SDBAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT BILLING-REPORT-FILE ASSIGN TO SDBBRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * SAFE DEPOSIT MASTER (SDBMNT).
      *----------------------------------------------------------------
       FD  SDB-MASTER-FILE.
       01  SDB-MASTER-RECORD.
           05  SB-BOX-KEY.
               10  SB-BRANCH           PIC 9(4).
               10  SB-BOX-NUMBER       PIC 9(6).
           05  SB-SIZE                 PIC X(2).
           05  SB-STATUS               PIC X(1).
               88  SB-VACANT           VALUE 'V'.
               88  SB-RENTED           VALUE 'R'.
               88  SB-DELINQUENT       VALUE 'D'.
               88  SB-DRILL-FLAGGED    VALUE 'X'.
               88  SB-LEASED           VALUES 'R' 'D' 'X'.
           05  SB-LEASE-DATE           PIC 9(8).
           05  SB-ANNUAL-RENT          PIC S9(5)V99 COMP-3.
           05  SB-BILLED-THRU          PIC 9(8).
           05  SB-BILL-ACCT            PIC 9(12).
           05  SB-AMOUNT-DUE           PIC S9(7)V99 COMP-3.
           05  SB-DUE-DATE             PIC 9(8).
           05  SB-CHARGE-PENDING       PIC X(1).
               88  SB-CHARGE-IS-PENDING VALUE 'Y'.
           05  SB-NOTICE-LEVEL         PIC 9(1).
           05  SB-LAST-NOTICE-DATE     PIC 9(8).
           05  SB-FLAG-DATE            PIC 9(8).
           05  SB-DRILL-DATE           PIC 9(8).
           05  SB-DRILL-REASON         PIC X(1).
           05  SB-RENTERS.
               10  SB-RENTER OCCURS 4 TIMES.
                   15  SB-RENTER-ID    PIC 9(10).
                   15  SB-RENTER-ROLE  PIC X(1).
           05  SB-LAST-MAINT-DATE      PIC 9(8).
           05  SB-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(5).

       FD  SDB-RATE-FILE.
       01  SDB-RATE-RECORD.
           05  SR-SIZE                 PIC X(2).
           05  SR-ANNUAL-RENT          PIC S9(5)V99 COMP-3.
           05  SR-DRILL-FEE            PIC S9(5)V99 COMP-3.
           05  SR-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(10).

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

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(12).
           05  ACCT-BRANCH             PIC 9(4).
           05  ACCT-TYPE               PIC X(2).
               88  CD-ACCT             VALUE 'CD'.
               88  LOAN-ACCT           VALUE 'LN'.
           05  ACCT-OWNER-ID           PIC 9(10).
           05  FILLER                  PIC X(86).
           05  ACCT-STATUS             PIC X(1).
               88  ACCT-ACTIVE         VALUE 'A'.
           05  FILLER                  PIC X(108).

       FD  DAILY-TRANS.
       01  TRANS-RECORD.
           05  TR-ACCT-NUMBER          PIC 9(12).
           05  TR-TRAN-CODE            PIC X(3).
           05  TR-AMOUNT               PIC S9(11)V99 COMP-3.
           05  TR-DATE                 PIC 9(8).
           05  TR-TIME                 PIC 9(6).
           05  TR-REF-NUMBER           PIC X(16).
           05  TR-DESCRIPTION          PIC X(30).
           05  TR-BRANCH               PIC 9(4).
           05  TR-TELLER-ID            PIC X(8).
           05  TR-CURRENCY-CODE        PIC X(3).
           05  TR-EXCHANGE-RATE        PIC 9(3)V9(6) COMP-3.
           05  TR-INSTRUMENT-TYPE      PIC X(1).
           05  FILLER                  PIC X(11).
           05  TR-BENE-NAME            PIC X(35).
           05  TR-BENE-BANK-ROUTING    PIC 9(9).
           05  TR-BENE-ACCT            PIC X(20).
           05  TR-WIRE-REF             PIC X(16).

       FD  BATCH-CONTROL-FILE.
       01  BATCH-CONTROL-RECORD.
           05  BC-RUN-DATE             PIC 9(8).
           05  BC-STEP-NAME            PIC X(8).
           05  BC-FILE-NAME            PIC X(8).
           05  BC-RECORD-COUNT         PIC 9(9).
           05  BC-AMOUNT-HASH          PIC S9(15)V99 COMP-3.
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * CONSOLIDATED CUSTOMER NOTICE EXTRACT (NOTCFMT RENDERS IT).
      *----------------------------------------------------------------
       FD  CUST-NOTICE-FILE.
       01  CUST-NOTICE-RECORD.
           05  NO-LETTER-CODE          PIC X(4).
           05  NO-CUST-ID              PIC 9(10).
           05  NO-ACCT-NUMBER          PIC 9(12).
           05  NO-NOTICE-DATE          PIC 9(8).
           05  NO-VAR-DATA             PIC X(80).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * BOXES FLAGGED FOR DRILLING THIS RUN, WITH THE PRIMARY
      * RENTER'S LAST KNOWN ADDRESS FOR THE UNCLAIMED PROPERTY FILE.
      *----------------------------------------------------------------
       FD  DRILL-EXTRACT-FILE.
       01  DRILL-EXTRACT-RECORD.
           05  DX-BRANCH               PIC 9(4).
           05  DX-BOX-NUMBER           PIC 9(6).
           05  DX-SIZE                 PIC X(2).
           05  DX-RENTER-ID            PIC 9(10).
           05  DX-RENTER-NAME          PIC X(50).
           05  DX-STREET               PIC X(40).
           05  DX-CITY                 PIC X(25).
           05  DX-STATE                PIC X(2).
           05  DX-ZIP                  PIC 9(5).
           05  DX-LEASE-DATE           PIC 9(8).
           05  DX-AMOUNT-DUE           PIC S9(7)V99 COMP-3.
           05  DX-DUE-DATE             PIC 9(8).
           05  DX-DAYS-PAST-DUE        PIC 9(5).
           05  DX-FLAG-DATE            PIC 9(8).
           05  FILLER                  PIC X(22).

       FD  SDB-AUDIT-FILE.
       01  SDB-AUDIT-RECORD.
           05  SA-BOX-KEY              PIC X(10).
           05  SA-ACTION               PIC X(1).
           05  SA-PROGRAM              PIC X(8).
           05  SA-BEFORE-IMAGE         PIC X(150).
           05  SA-AFTER-IMAGE          PIC X(150).
           05  SA-OPERATOR-ID          PIC X(8).
           05  SA-DATE                 PIC 9(8).
           05  SA-TIME                 PIC 9(6).
           05  FILLER                  PIC X(9).

       FD  BILLING-REPORT-FILE.
       01  BILLING-REPORT-LINE         PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-SDB-STATUS               PIC X(2).
           88  WS-SDB-OK               VALUE '00'.
       01  WS-RATE-STATUS              PIC X(2).
           88  WS-RATE-OK              VALUE '00'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-TRAN-STATUS              PIC X(2).
           88  WS-TRAN-OK              VALUE '00'.
       01  WS-BCTL-STATUS              PIC X(2).
       01  WS-AUDIT-STATUS             PIC X(2).
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-SDB-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-SDB-EOF              VALUE 'Y'.
       01  WS-RATE-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-RATE-NO-MORE         VALUE 'Y'.
       01  WS-BOX-CHANGED-FLAG         PIC X(1).
           88  WS-BOX-CHANGED          VALUE 'Y'.
       01  WS-ACCT-USABLE-FLAG         PIC X(1).
           88  WS-ACCT-USABLE          VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-CURRENT-TIME             PIC 9(6).
       01  WS-SDB-BEFORE-IMAGE         PIC X(150).

      *----------------------------------------------------------------
      * DELINQUENCY SCHEDULE IN DAYS FROM THE BILLING DATE, AND THE
      * MINIMUM WAIT BETWEEN THE FINAL NOTICE AND THE DRILL FLAG.
      *----------------------------------------------------------------
       01  WS-PAST-DUE-DAYS            PIC 9(3) VALUE 30.
       01  WS-FINAL-NOTICE-DAYS        PIC 9(3) VALUE 60.
       01  WS-DRILL-FLAG-DAYS          PIC 9(3) VALUE 90.
       01  WS-FINAL-NOTICE-WAIT        PIC 9(3) VALUE 30.

       01  WS-DATE-CALC.
           05  WS-CURRENT-INT          PIC 9(9).
           05  WS-DAYS-PAST-DUE        PIC S9(7).
           05  WS-DAYS-SINCE-NOTICE    PIC S9(7).
       01  WS-NEXT-DATE                PIC 9(8).
       01  WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
           05  WS-ND-YEAR              PIC 9(4).
           05  WS-ND-MONTH             PIC 9(2).
           05  WS-ND-DAY               PIC 9(2).

       01  WS-RATE-TABLE.
           05  WS-RT-ENTRY OCCURS 20 TIMES.
               10  WS-RT-SIZE          PIC X(2).
               10  WS-RT-RENT          PIC S9(5)V99 COMP-3.
       01  WS-RATE-COUNT               PIC 9(2) VALUE 0.
       01  WS-RT-IDX                   PIC 9(2).
       01  WS-MAX-RATES                PIC 9(2) VALUE 20.
       01  WS-RATE-MATCH               PIC 9(2).

      *----------------------------------------------------------------
      * BOX INVENTORY BY SIZE FOR THE CURRENT BRANCH AND THE BANK.
      * ENTRY 21 COLLECTS ANY SIZE NO LONGER ON THE RATE TABLE.
      *----------------------------------------------------------------
       01  WS-BRANCH-INVENTORY.
           05  WS-BI-ENTRY OCCURS 21 TIMES.
               10  WS-BI-TOTAL         PIC 9(7) COMP-3.
               10  WS-BI-VACANT        PIC 9(7) COMP-3.
               10  WS-BI-RENTED        PIC 9(7) COMP-3.
               10  WS-BI-DELINQUENT    PIC 9(7) COMP-3.
               10  WS-BI-FLAGGED       PIC 9(7) COMP-3.
               10  WS-BI-RENT-ROLL     PIC S9(11)V99 COMP-3.
               10  WS-BI-AMOUNT-DUE    PIC S9(11)V99 COMP-3.
       01  WS-BANK-INVENTORY.
           05  WS-BK-ENTRY OCCURS 21 TIMES.
               10  WS-BK-TOTAL         PIC 9(7) COMP-3.
               10  WS-BK-VACANT        PIC 9(7) COMP-3.
               10  WS-BK-RENTED        PIC 9(7) COMP-3.
               10  WS-BK-DELINQUENT    PIC 9(7) COMP-3.
               10  WS-BK-FLAGGED       PIC 9(7) COMP-3.
               10  WS-BK-RENT-ROLL     PIC S9(11)V99 COMP-3.
               10  WS-BK-AMOUNT-DUE    PIC S9(11)V99 COMP-3.
       01  WS-INV-IDX                  PIC 9(2).
       01  WS-SIZE-IDX                 PIC 9(2).
       01  WS-CURRENT-BRANCH           PIC 9(4).
       01  WS-FIRST-BOX-FLAG           PIC X(1) VALUE 'Y'.
           88  WS-FIRST-BOX            VALUE 'Y'.

       01  WS-RN-IDX                   PIC 9(1).
       01  WS-LETTER-CODE              PIC X(4).
       01  WS-NOTICE-CUST              PIC 9(10).
       01  WS-OWNER-NAME               PIC X(50).
       01  WS-PRIMARY-RENTER           PIC 9(10).

       01  WS-GEN-COUNT                PIC 9(9) VALUE 0.
       01  WS-GEN-HASH                 PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-SDB-REF.
           05  FILLER                  PIC X(2) VALUE 'SD'.
           05  WS-SR-BRANCH            PIC 9(4).
           05  WS-SR-BOX               PIC 9(6).
           05  WS-SR-MMDD              PIC 9(4).

       01  WS-BOX-REF                  PIC 9(12).

       01  WS-NOTICE-TEXT.
           05  FILLER                  PIC X(4) VALUE 'BOX '.
           05  WS-NT-BRANCH            PIC 9(4).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  WS-NT-BOX               PIC 9(6).
           05  FILLER                  PIC X(6) VALUE ' SIZE '.
           05  WS-NT-SIZE              PIC X(2).
           05  FILLER                  PIC X(12) VALUE
               ' AMOUNT DUE '.
           05  WS-NT-AMOUNT            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(8) VALUE ' BILLED '.
           05  WS-NT-DUE-DATE          PIC 9999/99/99.
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-BOXES-READ           PIC 9(7) VALUE 0.
           05  WS-RENT-BILLED          PIC 9(7) VALUE 0.
           05  WS-RENT-BILLED-AMT      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ACCT-CHARGES         PIC 9(7) VALUE 0.
           05  WS-ACCT-CHARGE-AMT      PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-INVOICES             PIC 9(7) VALUE 0.
           05  WS-INVOICE-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-PAST-DUE-NOTICES     PIC 9(7) VALUE 0.
           05  WS-FINAL-NOTICES        PIC 9(7) VALUE 0.
           05  WS-BOXES-FLAGGED        PIC 9(7) VALUE 0.
           05  WS-FLAGGED-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-ACCTS-UNUSABLE       PIC 9(7) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(48) VALUE
               'SAFE DEPOSIT BOX BILLING AND INVENTORY - DATE '.
           05  WS-RH-DATE              PIC 9999/99/99.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-BRANCH-HEADER.
           05  FILLER                  PIC X(8) VALUE 'BRANCH '.
           05  WS-BH-BRANCH            PIC 9(4).
           05  FILLER                  PIC X(120) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-BOX               PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-SIZE              PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-STATUS            PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-RENTER            PIC 9(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-ACCT              PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-DUE-DATE          PIC 9999/99/99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-DAYS              PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-ACTION            PIC X(40).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-INVENTORY-HEADER.
           05  FILLER                  PIC X(10) VALUE '    SIZE'.
           05  FILLER                  PIC X(10) VALUE '     TOTAL'.
           05  FILLER                  PIC X(10) VALUE '    VACANT'.
           05  FILLER                  PIC X(10) VALUE '    RENTED'.
           05  FILLER                  PIC X(10) VALUE '    DELINQ'.
           05  FILLER                  PIC X(10) VALUE '   FLAGGED'.
           05  FILLER                  PIC X(19) VALUE
               '   ANNUAL RENT ROLL'.
           05  FILLER                  PIC X(19) VALUE
               '  RENT OUTSTANDING'.
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-INVENTORY-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-IL-SIZE              PIC X(6).
           05  WS-IL-TOTAL             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-IL-VACANT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-IL-RENTED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-IL-DELINQUENT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-IL-FLAGGED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-IL-RENT-ROLL         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-IL-AMOUNT-DUE        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-LABEL             PIC X(34).
           05  WS-TL-COUNT             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-AMOUNT            PIC Z(10)9.99-.
           05  FILLER                  PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-RATE-TABLE
           PERFORM 2000-PROCESS-BOXES
               UNTIL WS-SDB-EOF
           IF NOT WS-FIRST-BOX
               PERFORM 6000-BRANCH-BREAK
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** SAFE DEPOSIT BOX BILLING STARTED ***'
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
           COMPUTE WS-CURRENT-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           OPEN I-O SDB-MASTER-FILE
           IF NOT WS-SDB-OK
               DISPLAY 'ERROR OPENING SAFE DEPOSIT MASTER: '
                   WS-SDB-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT ACCOUNT-MASTER
           OPEN EXTEND DAILY-TRANS
           OPEN EXTEND CUST-NOTICE-FILE
           OPEN OUTPUT DRILL-EXTRACT-FILE
           OPEN EXTEND SDB-AUDIT-FILE
           OPEN OUTPUT BILLING-REPORT-FILE
           INITIALIZE WS-BRANCH-INVENTORY
           INITIALIZE WS-BANK-INVENTORY
           MOVE WS-PROCESSING-DATE TO WS-RH-DATE
           WRITE BILLING-REPORT-LINE FROM WS-REPORT-HEADER.

       1500-LOAD-RATE-TABLE.
           OPEN INPUT SDB-RATE-FILE
           IF NOT WS-RATE-OK
               DISPLAY 'ERROR OPENING SAFE DEPOSIT RATE TABLE: '
                   WS-RATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RATE-NO-MORE
               READ SDB-RATE-FILE
                   AT END
                       SET WS-RATE-NO-MORE TO TRUE
                   NOT AT END
                       IF WS-RATE-COUNT < WS-MAX-RATES
                           ADD 1 TO WS-RATE-COUNT
                           MOVE SR-SIZE TO WS-RT-SIZE(WS-RATE-COUNT)
                           MOVE SR-ANNUAL-RENT
                               TO WS-RT-RENT(WS-RATE-COUNT)
                       ELSE
                           DISPLAY 'RATE TABLE FULL - SIZE '
                               SR-SIZE ' IGNORED'
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SDB-RATE-FILE
           DISPLAY 'LOADED ' WS-RATE-COUNT ' BOX SIZE RATES'.

       2000-PROCESS-BOXES.
           READ SDB-MASTER-FILE NEXT
               AT END
                   SET WS-SDB-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-BOXES-READ
                   IF WS-FIRST-BOX
                       MOVE 'N' TO WS-FIRST-BOX-FLAG
                       PERFORM 6100-START-BRANCH
                   ELSE
                       IF SB-BRANCH NOT = WS-CURRENT-BRANCH
                           PERFORM 6000-BRANCH-BREAK
                           PERFORM 6100-START-BRANCH
                       END-IF
                   END-IF
                   IF SB-LEASED
                       PERFORM 3000-BILL-BOX
                   END-IF
                   PERFORM 5000-TALLY-INVENTORY
           END-READ.

      *----------------------------------------------------------------
      * BILL THE ANNIVERSARY RENT, THEN COLLECT WHAT IS DUE FROM THE
      * LINKED ACCOUNT, OR INVOICE IT, OR AGE AN UNPAID INVOICE.
      *----------------------------------------------------------------
       3000-BILL-BOX.
           MOVE SDB-MASTER-RECORD TO WS-SDB-BEFORE-IMAGE
           MOVE 'N' TO WS-BOX-CHANGED-FLAG
           MOVE SPACES TO WS-DL-ACTION
           PERFORM 3900-FIND-PRIMARY-RENTER
           IF SB-BILLED-THRU <= WS-PROCESSING-DATE
               PERFORM 3100-BILL-ANNUAL-RENT
           END-IF
           MOVE 'N' TO WS-ACCT-USABLE-FLAG
           IF SB-AMOUNT-DUE > 0 AND SB-BILL-ACCT > 0
               PERFORM 3200-CHECK-RENT-ACCOUNT
           END-IF
           IF SB-AMOUNT-DUE > 0
               EVALUATE TRUE
                   WHEN WS-ACCT-USABLE
                       PERFORM 3300-CHARGE-ACCOUNT
                   WHEN SB-CHARGE-IS-PENDING
                       PERFORM 3400-MAIL-INVOICE
                   WHEN OTHER
                       PERFORM 3500-AGE-DELINQUENCY
               END-EVALUATE
           END-IF
           IF WS-BOX-CHANGED
               REWRITE SDB-MASTER-RECORD
               PERFORM 8000-WRITE-AUDIT
           END-IF.

      *----------------------------------------------------------------
      * A YEAR'S RENT AT THE CURRENT RATE FOR THE SIZE (THE RENT ON
      * THE BOX STANDS IF THE SIZE HAS LEFT THE TABLE). THE NEXT
      * ANNIVERSARY OF A 29 FEBRUARY LEASE FALLS ON 28 FEBRUARY.
      *----------------------------------------------------------------
       3100-BILL-ANNUAL-RENT.
           PERFORM 7100-FIND-RATE
           IF WS-RATE-MATCH > 0
               MOVE WS-RT-RENT(WS-RATE-MATCH) TO SB-ANNUAL-RENT
           END-IF
           IF SB-AMOUNT-DUE = 0
               MOVE WS-PROCESSING-DATE TO SB-DUE-DATE
           END-IF
           ADD SB-ANNUAL-RENT TO SB-AMOUNT-DUE
           MOVE 'Y' TO SB-CHARGE-PENDING
           MOVE SB-BILLED-THRU TO WS-NEXT-DATE
           ADD 1 TO WS-ND-YEAR
           IF WS-ND-MONTH = 2 AND WS-ND-DAY = 29
               MOVE 28 TO WS-ND-DAY
           END-IF
           MOVE WS-NEXT-DATE TO SB-BILLED-THRU
           ADD 1 TO WS-RENT-BILLED
           ADD SB-ANNUAL-RENT TO WS-RENT-BILLED-AMT
           SET WS-BOX-CHANGED TO TRUE.

       3200-CHECK-RENT-ACCOUNT.
           MOVE SB-BILL-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
           IF WS-ACCT-OK AND ACCT-ACTIVE
               AND NOT LOAN-ACCT AND NOT CD-ACCT
               SET WS-ACCT-USABLE TO TRUE
           ELSE
               ADD 1 TO WS-ACCTS-UNUSABLE
               MOVE 'RENT ACCOUNT NOT ACTIVE - NOT CHARGED'
                   TO WS-DL-ACTION
               PERFORM 7000-WRITE-DETAIL
           END-IF.

      *----------------------------------------------------------------
      * THE FULL AMOUNT DUE POSTS AS ONE FEE; ACCTPROC POSTS IT WITH
      * THE NIGHT'S WORK, SO THE BOX IS PAID UP FROM TODAY.
      *----------------------------------------------------------------
       3300-CHARGE-ACCOUNT.
           MOVE SB-BILL-ACCT TO TR-ACCT-NUMBER
           MOVE 'FEE' TO TR-TRAN-CODE
           MOVE SB-AMOUNT-DUE TO TR-AMOUNT
           MOVE WS-PROCESSING-DATE TO TR-DATE
           MOVE WS-CURRENT-TIME TO TR-TIME
           MOVE SB-BRANCH TO WS-SR-BRANCH
           MOVE SB-BOX-NUMBER TO WS-SR-BOX
           MOVE WS-PROCESSING-DATE(5:4) TO WS-SR-MMDD
           MOVE WS-SDB-REF TO TR-REF-NUMBER
           MOVE 'SAFE DEPOSIT BOX RENT' TO TR-DESCRIPTION
           MOVE SB-BRANCH TO TR-BRANCH
           MOVE 'SDBBILL' TO TR-TELLER-ID
           MOVE 'USD' TO TR-CURRENCY-CODE
           MOVE 1.000000 TO TR-EXCHANGE-RATE
           MOVE SPACES TO TR-INSTRUMENT-TYPE
           MOVE SPACES TO TR-BENE-NAME
           MOVE 0 TO TR-BENE-BANK-ROUTING
           MOVE SPACES TO TR-BENE-ACCT
           MOVE SPACES TO TR-WIRE-REF
           WRITE TRANS-RECORD
           ADD 1 TO WS-GEN-COUNT
           ADD SB-AMOUNT-DUE TO WS-GEN-HASH
           ADD 1 TO WS-ACCT-CHARGES
           ADD SB-AMOUNT-DUE TO WS-ACCT-CHARGE-AMT
           MOVE 'CHARGED TO RENT ACCOUNT' TO WS-DL-ACTION
           PERFORM 7000-WRITE-DETAIL
           SET SB-RENTED TO TRUE
           MOVE 0 TO SB-AMOUNT-DUE
           MOVE 0 TO SB-DUE-DATE
           MOVE 'N' TO SB-CHARGE-PENDING
           MOVE 0 TO SB-NOTICE-LEVEL
           MOVE 0 TO SB-LAST-NOTICE-DATE
           MOVE 0 TO SB-FLAG-DATE
           SET WS-BOX-CHANGED TO TRUE.

       3400-MAIL-INVOICE.
           MOVE 'SDB1' TO WS-LETTER-CODE
           PERFORM 4100-BUILD-NOTICE-TEXT
           MOVE WS-PRIMARY-RENTER TO WS-NOTICE-CUST
           PERFORM 4200-WRITE-NOTICE
           ADD 1 TO WS-INVOICES
           ADD SB-AMOUNT-DUE TO WS-INVOICE-AMT
           MOVE 'N' TO SB-CHARGE-PENDING
           MOVE 'INVOICE MAILED TO PRIMARY RENTER' TO WS-DL-ACTION
           PERFORM 7000-WRITE-DETAIL
           SET WS-BOX-CHANGED TO TRUE.

      *----------------------------------------------------------------
      * ONE STEP PER RUN: THE DRILL FLAG NEEDS THE FINAL NOTICE OUT
      * FOR WS-FINAL-NOTICE-WAIT DAYS, SO A BOX THAT AGES PAST SEVERAL
      * STEPS BETWEEN RUNS STILL GETS EVERY WARNING IN TURN.
      *----------------------------------------------------------------
       3500-AGE-DELINQUENCY.
           COMPUTE WS-DAYS-PAST-DUE = WS-CURRENT-INT
               - FUNCTION INTEGER-OF-DATE(SB-DUE-DATE)
           MOVE 0 TO WS-DAYS-SINCE-NOTICE
           IF SB-LAST-NOTICE-DATE > 0
               COMPUTE WS-DAYS-SINCE-NOTICE = WS-CURRENT-INT
                   - FUNCTION INTEGER-OF-DATE(SB-LAST-NOTICE-DATE)
           END-IF
           EVALUATE TRUE
               WHEN SB-DRILL-FLAGGED
                   MOVE 'FLAGGED - AWAITING DRILL' TO WS-DL-ACTION
                   PERFORM 7000-WRITE-DETAIL
               WHEN WS-DAYS-PAST-DUE >= WS-DRILL-FLAG-DAYS
                   AND SB-NOTICE-LEVEL >= 2
                   AND WS-DAYS-SINCE-NOTICE >= WS-FINAL-NOTICE-WAIT
                   PERFORM 3600-FLAG-FOR-DRILLING
               WHEN WS-DAYS-PAST-DUE >= WS-FINAL-NOTICE-DAYS
                   AND SB-NOTICE-LEVEL < 2
                   MOVE 'SDB3' TO WS-LETTER-CODE
                   PERFORM 4000-NOTIFY-RENTERS
                   MOVE 2 TO SB-NOTICE-LEVEL
                   ADD 1 TO WS-FINAL-NOTICES
                   MOVE 'FINAL NOTICE BEFORE DRILLING'
                       TO WS-DL-ACTION
                   PERFORM 7000-WRITE-DETAIL
               WHEN WS-DAYS-PAST-DUE >= WS-PAST-DUE-DAYS
                   AND SB-NOTICE-LEVEL < 1
                   MOVE 'SDB2' TO WS-LETTER-CODE
                   PERFORM 4000-NOTIFY-RENTERS
                   MOVE 1 TO SB-NOTICE-LEVEL
                   ADD 1 TO WS-PAST-DUE-NOTICES
                   MOVE 'PAST-DUE NOTICE - BOX DELINQUENT'
                       TO WS-DL-ACTION
                   PERFORM 7000-WRITE-DETAIL
               WHEN SB-DELINQUENT
                   MOVE 'DELINQUENT' TO WS-DL-ACTION
                   PERFORM 7000-WRITE-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3600-FLAG-FOR-DRILLING.
           SET SB-DRILL-FLAGGED TO TRUE
           MOVE WS-PROCESSING-DATE TO SB-FLAG-DATE
           SET WS-BOX-CHANGED TO TRUE
           MOVE WS-PRIMARY-RENTER TO CUST-ID
           PERFORM 4300-GET-RENTER
           MOVE SPACES TO DRILL-EXTRACT-RECORD
           MOVE SB-BRANCH TO DX-BRANCH
           MOVE SB-BOX-NUMBER TO DX-BOX-NUMBER
           MOVE SB-SIZE TO DX-SIZE
           MOVE WS-PRIMARY-RENTER TO DX-RENTER-ID
           MOVE WS-OWNER-NAME TO DX-RENTER-NAME
           MOVE CUST-STREET TO DX-STREET
           MOVE CUST-CITY TO DX-CITY
           MOVE CUST-STATE TO DX-STATE
           MOVE CUST-ZIP TO DX-ZIP
           MOVE SB-LEASE-DATE TO DX-LEASE-DATE
           MOVE SB-AMOUNT-DUE TO DX-AMOUNT-DUE
           MOVE SB-DUE-DATE TO DX-DUE-DATE
           MOVE WS-DAYS-PAST-DUE TO DX-DAYS-PAST-DUE
           MOVE SB-FLAG-DATE TO DX-FLAG-DATE
           WRITE DRILL-EXTRACT-RECORD
           ADD 1 TO WS-BOXES-FLAGGED
           ADD SB-AMOUNT-DUE TO WS-FLAGGED-AMT
           MOVE 'FLAGGED FOR DRILLING - TO UNCLAIMED PROP'
               TO WS-DL-ACTION
           PERFORM 7000-WRITE-DETAIL.

       3900-FIND-PRIMARY-RENTER.
           MOVE 0 TO WS-PRIMARY-RENTER
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
               UNTIL WS-RN-IDX > 4
               IF SB-RENTER-ROLE(WS-RN-IDX) = 'P'
                   MOVE SB-RENTER-ID(WS-RN-IDX) TO WS-PRIMARY-RENTER
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * DELINQUENCY NOTICES GO TO THE PRIMARY AND JOINT RENTERS; THE
      * BOX ITSELF IS NOW DELINQUENT.
      *----------------------------------------------------------------
       4000-NOTIFY-RENTERS.
           PERFORM 4100-BUILD-NOTICE-TEXT
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
               UNTIL WS-RN-IDX > 4
               IF SB-RENTER-ID(WS-RN-IDX) > 0
                   AND (SB-RENTER-ROLE(WS-RN-IDX) = 'P'
                   OR SB-RENTER-ROLE(WS-RN-IDX) = 'J')
                   MOVE SB-RENTER-ID(WS-RN-IDX) TO WS-NOTICE-CUST
                   PERFORM 4200-WRITE-NOTICE
               END-IF
           END-PERFORM
           SET SB-DELINQUENT TO TRUE
           MOVE WS-PROCESSING-DATE TO SB-LAST-NOTICE-DATE
           SET WS-BOX-CHANGED TO TRUE.

       4100-BUILD-NOTICE-TEXT.
           MOVE SB-BRANCH TO WS-NT-BRANCH
           MOVE SB-BOX-NUMBER TO WS-NT-BOX
           MOVE SB-SIZE TO WS-NT-SIZE
           MOVE SB-AMOUNT-DUE TO WS-NT-AMOUNT
           MOVE SB-DUE-DATE TO WS-NT-DUE-DATE
           COMPUTE WS-BOX-REF =
               SB-BRANCH * 1000000 + SB-BOX-NUMBER.

       4200-WRITE-NOTICE.
           MOVE SPACES TO CUST-NOTICE-RECORD
           MOVE WS-LETTER-CODE TO NO-LETTER-CODE
           MOVE WS-NOTICE-CUST TO NO-CUST-ID
           MOVE WS-BOX-REF TO NO-ACCT-NUMBER
           MOVE WS-PROCESSING-DATE TO NO-NOTICE-DATE
           MOVE WS-NOTICE-TEXT TO NO-VAR-DATA
           WRITE CUST-NOTICE-RECORD.

       4300-GET-RENTER.
           MOVE SPACES TO WS-OWNER-NAME
           READ CUSTOMER-FILE
           IF WS-CUST-OK
               STRING CUST-FIRST-NAME DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   CUST-LAST-NAME DELIMITED BY '  '
                   INTO WS-OWNER-NAME
           ELSE
               MOVE 'RENTER NOT ON FILE' TO WS-OWNER-NAME
               MOVE SPACES TO CUST-STREET
               MOVE SPACES TO CUST-CITY
               MOVE SPACES TO CUST-STATE
               MOVE 0 TO CUST-ZIP
           END-IF.

      *----------------------------------------------------------------
      * INVENTORY COUNTS REFLECT EACH BOX AFTER TODAY'S BILLING.
      *----------------------------------------------------------------
       5000-TALLY-INVENTORY.
           PERFORM 7100-FIND-RATE
           IF WS-RATE-MATCH > 0
               MOVE WS-RATE-MATCH TO WS-INV-IDX
           ELSE
               MOVE 21 TO WS-INV-IDX
           END-IF
           ADD 1 TO WS-BI-TOTAL(WS-INV-IDX)
           EVALUATE TRUE
               WHEN SB-VACANT
                   ADD 1 TO WS-BI-VACANT(WS-INV-IDX)
               WHEN SB-RENTED
                   ADD 1 TO WS-BI-RENTED(WS-INV-IDX)
               WHEN SB-DELINQUENT
                   ADD 1 TO WS-BI-DELINQUENT(WS-INV-IDX)
               WHEN SB-DRILL-FLAGGED
                   ADD 1 TO WS-BI-FLAGGED(WS-INV-IDX)
           END-EVALUATE
           IF SB-LEASED
               ADD SB-ANNUAL-RENT TO WS-BI-RENT-ROLL(WS-INV-IDX)
               ADD SB-AMOUNT-DUE TO WS-BI-AMOUNT-DUE(WS-INV-IDX)
           END-IF.

      *----------------------------------------------------------------
      * BRANCH BREAK: THE BRANCH'S INVENTORY BY SIZE, ROLLED INTO
      * THE BANK TOTALS.
      *----------------------------------------------------------------
       6000-BRANCH-BREAK.
           MOVE SPACES TO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE FROM WS-INVENTORY-HEADER
           PERFORM VARYING WS-SIZE-IDX FROM 1 BY 1
               UNTIL WS-SIZE-IDX > 21
               IF WS-BI-TOTAL(WS-SIZE-IDX) > 0
                   PERFORM 6200-WRITE-BRANCH-SIZE
               END-IF
           END-PERFORM
           INITIALIZE WS-BRANCH-INVENTORY.

       6100-START-BRANCH.
           MOVE SB-BRANCH TO WS-CURRENT-BRANCH
           MOVE SPACES TO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE
           MOVE SB-BRANCH TO WS-BH-BRANCH
           WRITE BILLING-REPORT-LINE FROM WS-BRANCH-HEADER.

       6200-WRITE-BRANCH-SIZE.
           PERFORM 6300-SET-SIZE-LABEL
           MOVE WS-BI-TOTAL(WS-SIZE-IDX) TO WS-IL-TOTAL
           MOVE WS-BI-VACANT(WS-SIZE-IDX) TO WS-IL-VACANT
           MOVE WS-BI-RENTED(WS-SIZE-IDX) TO WS-IL-RENTED
           MOVE WS-BI-DELINQUENT(WS-SIZE-IDX) TO WS-IL-DELINQUENT
           MOVE WS-BI-FLAGGED(WS-SIZE-IDX) TO WS-IL-FLAGGED
           MOVE WS-BI-RENT-ROLL(WS-SIZE-IDX) TO WS-IL-RENT-ROLL
           MOVE WS-BI-AMOUNT-DUE(WS-SIZE-IDX) TO WS-IL-AMOUNT-DUE
           WRITE BILLING-REPORT-LINE FROM WS-INVENTORY-LINE
           ADD WS-BI-TOTAL(WS-SIZE-IDX) TO WS-BK-TOTAL(WS-SIZE-IDX)
           ADD WS-BI-VACANT(WS-SIZE-IDX) TO WS-BK-VACANT(WS-SIZE-IDX)
           ADD WS-BI-RENTED(WS-SIZE-IDX) TO WS-BK-RENTED(WS-SIZE-IDX)
           ADD WS-BI-DELINQUENT(WS-SIZE-IDX)
               TO WS-BK-DELINQUENT(WS-SIZE-IDX)
           ADD WS-BI-FLAGGED(WS-SIZE-IDX)
               TO WS-BK-FLAGGED(WS-SIZE-IDX)
           ADD WS-BI-RENT-ROLL(WS-SIZE-IDX)
               TO WS-BK-RENT-ROLL(WS-SIZE-IDX)
           ADD WS-BI-AMOUNT-DUE(WS-SIZE-IDX)
               TO WS-BK-AMOUNT-DUE(WS-SIZE-IDX).

       6300-SET-SIZE-LABEL.
           IF WS-SIZE-IDX > WS-RATE-COUNT
               MOVE 'OTHER' TO WS-IL-SIZE
           ELSE
               MOVE WS-RT-SIZE(WS-SIZE-IDX) TO WS-IL-SIZE
           END-IF.

       7000-WRITE-DETAIL.
           MOVE SB-BOX-NUMBER TO WS-DL-BOX
           MOVE SB-SIZE TO WS-DL-SIZE
           MOVE SB-STATUS TO WS-DL-STATUS
           MOVE WS-PRIMARY-RENTER TO WS-DL-RENTER
           MOVE SB-BILL-ACCT TO WS-DL-ACCT
           MOVE SB-AMOUNT-DUE TO WS-DL-AMOUNT
           MOVE SB-DUE-DATE TO WS-DL-DUE-DATE
           IF SB-DUE-DATE > 0
               COMPUTE WS-DAYS-PAST-DUE = WS-CURRENT-INT
                   - FUNCTION INTEGER-OF-DATE(SB-DUE-DATE)
               MOVE WS-DAYS-PAST-DUE TO WS-DL-DAYS
           ELSE
               MOVE 0 TO WS-DL-DAYS
           END-IF
           WRITE BILLING-REPORT-LINE FROM WS-DETAIL-LINE.

       7100-FIND-RATE.
           MOVE 0 TO WS-RATE-MATCH
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RATE-COUNT
               IF WS-RT-SIZE(WS-RT-IDX) = SB-SIZE
                   MOVE WS-RT-IDX TO WS-RATE-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       8000-WRITE-AUDIT.
           MOVE SB-BOX-KEY TO SA-BOX-KEY
           MOVE 'B' TO SA-ACTION
           MOVE 'SDBBILL' TO SA-PROGRAM
           MOVE WS-SDB-BEFORE-IMAGE TO SA-BEFORE-IMAGE
           MOVE SDB-MASTER-RECORD TO SA-AFTER-IMAGE
           MOVE 'SDBBILL' TO SA-OPERATOR-ID
           MOVE WS-PROCESSING-DATE TO SA-DATE
           MOVE WS-CURRENT-TIME TO SA-TIME
           WRITE SDB-AUDIT-RECORD.

       9000-FINALIZE.
           MOVE SPACES TO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE
           MOVE 'ALL BRANCHES' TO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE FROM WS-INVENTORY-HEADER
           PERFORM VARYING WS-SIZE-IDX FROM 1 BY 1
               UNTIL WS-SIZE-IDX > 21
               IF WS-BK-TOTAL(WS-SIZE-IDX) > 0
                   PERFORM 9100-WRITE-BANK-SIZE
               END-IF
           END-PERFORM
           MOVE SPACES TO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE
           MOVE 'BOXES ON FILE' TO WS-TL-LABEL
           MOVE WS-BOXES-READ TO WS-TL-COUNT
           MOVE 0 TO WS-TL-AMOUNT
           WRITE BILLING-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ANNUAL RENT BILLED' TO WS-TL-LABEL
           MOVE WS-RENT-BILLED TO WS-TL-COUNT
           MOVE WS-RENT-BILLED-AMT TO WS-TL-AMOUNT
           WRITE BILLING-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CHARGED TO RENT ACCOUNTS' TO WS-TL-LABEL
           MOVE WS-ACCT-CHARGES TO WS-TL-COUNT
           MOVE WS-ACCT-CHARGE-AMT TO WS-TL-AMOUNT
           WRITE BILLING-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'PAPER INVOICES MAILED' TO WS-TL-LABEL
           MOVE WS-INVOICES TO WS-TL-COUNT
           MOVE WS-INVOICE-AMT TO WS-TL-AMOUNT
           WRITE BILLING-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'PAST-DUE NOTICES' TO WS-TL-LABEL
           MOVE WS-PAST-DUE-NOTICES TO WS-TL-COUNT
           MOVE 0 TO WS-TL-AMOUNT
           WRITE BILLING-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'FINAL NOTICES' TO WS-TL-LABEL
           MOVE WS-FINAL-NOTICES TO WS-TL-COUNT
           WRITE BILLING-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'BOXES FLAGGED FOR DRILLING' TO WS-TL-LABEL
           MOVE WS-BOXES-FLAGGED TO WS-TL-COUNT
           MOVE WS-FLAGGED-AMT TO WS-TL-AMOUNT
           WRITE BILLING-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'RENT ACCOUNTS NOT USABLE' TO WS-TL-LABEL
           MOVE WS-ACCTS-UNUSABLE TO WS-TL-COUNT
           MOVE 0 TO WS-TL-AMOUNT
           WRITE BILLING-REPORT-LINE FROM WS-TOTAL-LINE
           CLOSE SDB-MASTER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE DAILY-TRANS
           CLOSE CUST-NOTICE-FILE
           CLOSE DRILL-EXTRACT-FILE
           CLOSE SDB-AUDIT-FILE
           CLOSE BILLING-REPORT-FILE
           IF WS-GEN-COUNT > 0
               OPEN EXTEND BATCH-CONTROL-FILE
               MOVE WS-PROCESSING-DATE TO BC-RUN-DATE
               MOVE 'SDBBILL' TO BC-STEP-NAME
               MOVE 'DAYTRANS' TO BC-FILE-NAME
               MOVE WS-GEN-COUNT TO BC-RECORD-COUNT
               MOVE WS-GEN-HASH TO BC-AMOUNT-HASH
               WRITE BATCH-CONTROL-RECORD
               CLOSE BATCH-CONTROL-FILE
           END-IF
           IF WS-ACCTS-UNUSABLE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '*** SAFE DEPOSIT BOX BILLING COMPLETE ***'
           DISPLAY 'BOXES READ:           ' WS-BOXES-READ
           DISPLAY 'RENT BILLED:          ' WS-RENT-BILLED
           DISPLAY 'ACCOUNT CHARGES:      ' WS-ACCT-CHARGES
           DISPLAY 'INVOICES MAILED:      ' WS-INVOICES
           DISPLAY 'PAST-DUE NOTICES:     ' WS-PAST-DUE-NOTICES
           DISPLAY 'FINAL NOTICES:        ' WS-FINAL-NOTICES
           DISPLAY 'BOXES FLAGGED:        ' WS-BOXES-FLAGGED.

       9100-WRITE-BANK-SIZE.
           PERFORM 6300-SET-SIZE-LABEL
           MOVE WS-BK-TOTAL(WS-SIZE-IDX) TO WS-IL-TOTAL
           MOVE WS-BK-VACANT(WS-SIZE-IDX) TO WS-IL-VACANT
           MOVE WS-BK-RENTED(WS-SIZE-IDX) TO WS-IL-RENTED
           MOVE WS-BK-DELINQUENT(WS-SIZE-IDX) TO WS-IL-DELINQUENT
           MOVE WS-BK-FLAGGED(WS-SIZE-IDX) TO WS-IL-FLAGGED
           MOVE WS-BK-RENT-ROLL(WS-SIZE-IDX) TO WS-IL-RENT-ROLL
           MOVE WS-BK-AMOUNT-DUE(WS-SIZE-IDX) TO WS-IL-AMOUNT-DUE
           WRITE BILLING-REPORT-LINE FROM WS-INVENTORY-LINE.
