       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODCONV.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * DEPOSIT PRODUCT CONVERSION                                     *
      * CHANGES AN ACCOUNT'S PRODUCT IN PLACE INSTEAD OF CLOSING IT    *
      * AND OPENING A NEW ONE. EACH REQUEST ON PRODCNV NAMES AN        *
      * ACCOUNT AND ITS NEW TYPE (CK, SV, MM); THE ACCOUNT NUMBER      *
      * DOES NOT CHANGE, SO EVERYTHING KEYED TO IT - OWNERS AND        *
      * SIGNERS, BENEFICIARIES, HOLDS, CARDS, STANDING INSTRUCTIONS,   *
      * HISTORY - CARRIES FORWARD UNTOUCHED.                           *
      *                                                                *
      * THE CONVERSION DATE IS THE BUSINESS DATE. INTEREST EARNED      *
      * UNDER THE OLD PRODUCT IS ACCRUED AT THE OLD TIER RATE FOR ANY  *
      * DAYS NOT YET ACCRUED AND THEN SETTLED (CAPITALIZED) SO THE     *
      * NEW PRODUCT STARTS CLEAN. THE STEP RUNS AFTER THE NIGHTLY      *
      * ACCTPROC POSTING, SO THE CONVERSION DATE ITSELF HAS ALREADY    *
      * ACCRUED AT THE OLD RATE. THE PRODUCT-DRIVEN FIELDS ARE THEN    *
      * RESET FOR THE NEW TYPE:                                        *
      *   RATE         TIER RATE FROM INTRATES FOR THE BALANCE         *
      *   MONTHLY FEE  TIER FEE FROM FEESCHED, ELSE THE PRODUCT        *
      *                DEFAULT FEE ON PRODPARM                         *
      *   MIN BALANCE, OVERDRAFT LIMIT, STATEMENT CYCLE FROM PRODPARM  *
      * LOANS AND CDS DO NOT CONVERT, AND AN OVERDRAWN ACCOUNT ONLY    *
      * CONVERTS TO A PRODUCT WITH AN OVERDRAFT LIMIT THAT COVERS IT.  *
      *                                                                *
      * EVERY CHANGE IS JOURNALED (BEFORE/AFTER IMAGE ON ACCTJRNL),    *
      * THE INTEREST MOVES ARE FED TO THE GL, AND THE CUSTOMER GETS A  *
      * CHANGE-IN-TERMS NOTICE ON CUSTNOTC:                            *
      *   PCN1  OLD AND NEW PRODUCT, CONVERSION DATE, INT SETTLED      *
      *   PCN2  NEW INTEREST RATE AND MONTHLY FEE                      *
      *   PCN3  NEW MINIMUM BALANCE, OVERDRAFT LIMIT, STMT CYCLE       *
      * CONVERSIONS AND REJECTS ARE LISTED ON PCNVRPT; ANY REJECT      *
      * ENDS THE STEP WITH RC 4.                                       *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CONVERSION-REQUEST-FILE ASSIGN TO PRODCNV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CNVQ-STATUS.
           SELECT PRODUCT-PARM-FILE ASSIGN TO PRODPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT INTEREST-RATES ASSIGN TO INTRATES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO FEESCHED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT OPTIONAL ACCT-JOURNAL-FILE ASSIGN TO ACCTJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CUST-NOTICE-FILE ASSIGN TO CUSTNOTC
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-FEED-FILE ASSIGN TO GLFEED
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GL-MAP-FILE ASSIGN TO GLMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLM-STATUS.
           SELECT CONVERSION-REPORT-FILE ASSIGN TO PCNVRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(12).
           05  ACCT-BRANCH             PIC 9(4).
           05  ACCT-TYPE               PIC X(2).
               88  CHECKING-ACCT       VALUE 'CK'.
               88  SAVINGS-ACCT        VALUE 'SV'.
               88  CD-ACCT             VALUE 'CD'.
               88  MONEY-MKT           VALUE 'MM'.
               88  LOAN-ACCT           VALUE 'LN'.
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
           05  ACCT-STMT-CYCLE         PIC 9(2).
           05  FILLER                  PIC X(58).
           05  ACCT-LAST-MAINT-TS      PIC 9(14).
           05  FILLER                  PIC X(14).

      *----------------------------------------------------------------
      * CONVERSION REQUESTS FROM THE BRANCH / CALL CENTER: ONE PER
      * ACCOUNT, NAMING THE NEW PRODUCT TYPE.
      *----------------------------------------------------------------
       FD  CONVERSION-REQUEST-FILE.
       01  CONVERSION-REQUEST-RECORD.
           05  CV-ACCT-NUMBER          PIC 9(12).
           05  CV-NEW-TYPE             PIC X(2).
           05  CV-REQUESTED-BY         PIC X(8).
           05  CV-REFERENCE            PIC X(16).
           05  FILLER                  PIC X(12).

      *----------------------------------------------------------------
      * PRODUCT PARAMETERS: THE TERMS A DEPOSIT TYPE CARRIES THAT THE
      * RATE AND FEE SCHEDULES DO NOT - MINIMUM BALANCE, OVERDRAFT
      * LIMIT, STATEMENT CYCLE, AND THE FLAT MONTHLY FEE USED WHEN
      * FEESCHED HAS NO TIER FOR THE BALANCE.
      *----------------------------------------------------------------
       FD  PRODUCT-PARM-FILE.
       01  PRODUCT-PARM-RECORD.
           05  PP-ACCT-TYPE            PIC X(2).
           05  PP-MIN-BALANCE          PIC S9(9)V99 COMP-3.
           05  PP-OD-LIMIT             PIC S9(9)V99 COMP-3.
           05  PP-STMT-CYCLE           PIC 9(2).
           05  PP-MONTHLY-FEE          PIC S9(5)V99 COMP-3.
           05  FILLER                  PIC X(10).

       FD  INTEREST-RATES.
       01  RATE-RECORD.
           05  RATE-ACCT-TYPE          PIC X(2).
           05  RATE-TIER               PIC 9(2).
           05  RATE-MIN-BALANCE        PIC S9(13)V99 COMP-3.
           05  RATE-MAX-BALANCE        PIC S9(13)V99 COMP-3.
           05  RATE-PERCENT            PIC 9V9(5).

       FD  FEE-SCHEDULE-FILE.
       01  FEE-SCHEDULE-RECORD.
           05  FS-ACCT-TYPE            PIC X(2).
           05  FS-TIER                 PIC 9(2).
           05  FS-MIN-BALANCE          PIC S9(13)V99 COMP-3.
           05  FS-MAX-BALANCE          PIC S9(13)V99 COMP-3.
           05  FS-FEE-AMOUNT           PIC S9(5)V99 COMP-3.
           05  FILLER                  PIC X(28).

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

       FD  CUST-NOTICE-FILE.
       01  CUST-NOTICE-RECORD.
           05  NO-LETTER-CODE          PIC X(4).
           05  NO-CUST-ID              PIC 9(10).
           05  NO-ACCT-NUMBER          PIC 9(12).
           05  NO-NOTICE-DATE          PIC 9(8).
           05  NO-VAR-DATA             PIC X(80).
           05  FILLER                  PIC X(10).

       FD  GL-FEED-FILE.
       01  GL-FEED-RECORD.
           05  GL-ACCOUNT-CODE         PIC X(10).
           05  GL-DR-CR                PIC X(1).
           05  GL-AMOUNT               PIC S9(13)V99 COMP-3.
           05  GL-DESCRIPTION          PIC X(40).
           05  GL-POSTING-DATE         PIC 9(8).
           05  GL-SOURCE-PROGRAM       PIC X(8).
           05  FILLER                  PIC X(12).

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  GM-EVENT-CODE           PIC X(8).
           05  GM-GL-ACCOUNT           PIC X(10).
           05  GM-EFF-DATE             PIC 9(8).
           05  FILLER                  PIC X(10).

       FD  CONVERSION-REPORT-FILE.
       01  CONVERSION-REPORT-LINE      PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-CNVQ-STATUS              PIC X(2).
           88  WS-CNVQ-OK              VALUE '00'.
       01  WS-PARM-STATUS              PIC X(2).
           88  WS-PARM-OK              VALUE '00'.
       01  WS-RATE-STATUS              PIC X(2).
           88  WS-RATE-OK              VALUE '00'.
       01  WS-FEE-STATUS               PIC X(2).
           88  WS-FEE-OK               VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-CNVQ-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-CNVQ-EOF             VALUE 'Y'.
       01  WS-PARM-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PARM-NO-MORE         VALUE 'Y'.
       01  WS-RATE-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-RATE-NO-MORE         VALUE 'Y'.
       01  WS-FEE-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-FEE-NO-MORE          VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(6).
       01  WS-MAINT-STAMP              PIC 9(14) VALUE 0.
       01  WS-ACCT-BEFORE-IMAGE        PIC X(230).
       01  WS-JRNL-TIME                PIC 9(6).
       01  WS-TODAY-INT                PIC 9(9).
       01  WS-LAST-INT-INT             PIC 9(9).
       01  WS-ACCRUE-DAYS              PIC S9(5).

      *----------------------------------------------------------------
      * SCHEDULES LOADED AT START: RATE TIERS, FEE TIERS, AND THE
      * PRODUCT PARAMETERS. A TABLE THAT OVERFLOWS HALTS THE RUN -
      * A MISSING TIER WOULD MIS-PRICE THE NEW PRODUCT.
      *----------------------------------------------------------------
       01  WS-RATE-TABLE.
           05  WS-RT-ENTRY OCCURS 200 TIMES.
               10  WS-RT-TYPE          PIC X(2).
               10  WS-RT-MIN           PIC S9(13)V99 COMP-3.
               10  WS-RT-MAX           PIC S9(13)V99 COMP-3.
               10  WS-RT-RATE          PIC 9V9(5).
       01  WS-RATE-COUNT               PIC 9(3) VALUE 0.
       01  WS-RATE-IDX                 PIC 9(3).
       01  WS-MAX-RATES                PIC 9(3) VALUE 200.

       01  WS-FEE-TABLE.
           05  WS-FT-ENTRY OCCURS 200 TIMES.
               10  WS-FT-TYPE          PIC X(2).
               10  WS-FT-MIN           PIC S9(13)V99 COMP-3.
               10  WS-FT-MAX           PIC S9(13)V99 COMP-3.
               10  WS-FT-FEE           PIC S9(5)V99 COMP-3.
       01  WS-FEE-COUNT                PIC 9(3) VALUE 0.
       01  WS-FEE-IDX                  PIC 9(3).
       01  WS-MAX-FEES                 PIC 9(3) VALUE 200.

       01  WS-PARM-TABLE.
           05  WS-PP-ENTRY OCCURS 20 TIMES.
               10  WS-PP-TYPE          PIC X(2).
               10  WS-PP-MIN-BAL       PIC S9(9)V99 COMP-3.
               10  WS-PP-OD-LIMIT      PIC S9(9)V99 COMP-3.
               10  WS-PP-CYCLE         PIC 9(2).
               10  WS-PP-FEE           PIC S9(5)V99 COMP-3.
       01  WS-PARM-COUNT               PIC 9(2) VALUE 0.
       01  WS-PARM-IDX                 PIC 9(2).
       01  WS-MAX-PARMS                PIC 9(2) VALUE 20.

       01  WS-OVERFLOW-FLAG            PIC X(1) VALUE 'N'.
           88  WS-TABLE-OVERFLOW       VALUE 'Y'.

       01  WS-LOOKUP-TYPE              PIC X(2).
       01  WS-FOUND-RATE               PIC 9V9(5).
       01  WS-FOUND-FEE                PIC S9(5)V99 COMP-3.
       01  WS-FEE-FOUND-FLAG           PIC X(1).
           88  WS-FEE-FOUND            VALUE 'Y'.

       01  WS-REJECT-REASON            PIC X(40).
       01  WS-OLD-TYPE                 PIC X(2).
       01  WS-OLD-RATE                 PIC 9V9(5).
       01  WS-OLD-FEE                  PIC S9(5)V99 COMP-3.
       01  WS-CATCHUP-INT              PIC S9(9)V99 COMP-3.
       01  WS-SETTLED-INT              PIC S9(9)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ        PIC 9(7) VALUE 0.
           05  WS-CONVERTED            PIC 9(7) VALUE 0.
           05  WS-REJECTED             PIC 9(7) VALUE 0.
           05  WS-NOTICES-WRITTEN      PIC 9(7) VALUE 0.
           05  WS-TOTAL-CATCHUP        PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-SETTLED        PIC S9(13)V99 COMP-3 VALUE 0.

      *----------------------------------------------------------------
      * CHANGE-IN-TERMS NOTICE TEXT, ONE 80-BYTE LINE PER LETTER CODE.
      *----------------------------------------------------------------
       01  WS-NOTICE-PRODUCT-TEXT.
           05  FILLER                  PIC X(13) VALUE
               'PRODUCT FROM '.
           05  WS-NP-OLD-TYPE          PIC X(2).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  WS-NP-NEW-TYPE          PIC X(2).
           05  FILLER                  PIC X(11) VALUE ' EFFECTIVE '.
           05  WS-NP-DATE              PIC 9999/99/99.
           05  FILLER                  PIC X(18) VALUE
               ' INTEREST PAID: '.
           05  WS-NP-SETTLED           PIC Z(8)9.99.
           05  FILLER                  PIC X(8) VALUE SPACES.
       01  WS-NOTICE-PRICING-TEXT.
           05  FILLER                  PIC X(24) VALUE
               'NEW INTEREST RATE (%): '.
           05  WS-NQ-RATE              PIC Z9.999.
           05  FILLER                  PIC X(20) VALUE
               '  NEW MONTHLY FEE: '.
           05  WS-NQ-FEE               PIC Z(4)9.99.
           05  FILLER                  PIC X(22) VALUE SPACES.
       01  WS-NOTICE-BALANCE-TEXT.
           05  FILLER                  PIC X(9) VALUE 'MIN BAL: '.
           05  WS-NB-MIN-BAL           PIC Z(8)9.99.
           05  FILLER                  PIC X(19) VALUE
               '  OVERDRAFT LIMIT: '.
           05  WS-NB-OD-LIMIT          PIC Z(8)9.99.
           05  FILLER                  PIC X(14) VALUE
               '  STMT CYCLE: '.
           05  WS-NB-CYCLE             PIC Z9.
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  WS-PCT-WORK                 PIC 9(2)V999.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(44) VALUE
               'DEPOSIT PRODUCT CONVERSION REPORT - DATE '.
           05  WS-RH-DATE              PIC 9999/99/99.
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(14) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(12) VALUE 'OWNER'.
           05  FILLER                  PIC X(9) VALUE 'TYPE'.
           05  FILLER                  PIC X(9) VALUE 'OLD RATE'.
           05  FILLER                  PIC X(9) VALUE 'NEW RATE'.
           05  FILLER                  PIC X(14) VALUE ' INT SETTLED'.
           05  FILLER                  PIC X(10) VALUE ' OLD FEE'.
           05  FILLER                  PIC X(10) VALUE ' NEW FEE'.
           05  FILLER                  PIC X(14) VALUE ' MIN BALANCE'.
           05  FILLER                  PIC X(13) VALUE '    OD LIMIT'.
           05  FILLER                  PIC X(18) VALUE 'CY'.

       01  WS-DETAIL-LINE.
           05  WS-DL-ACCT              PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-OWNER             PIC 9(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-OLD-TYPE          PIC X(2).
           05  FILLER                  PIC X(3) VALUE ' > '.
           05  WS-DL-NEW-TYPE          PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-OLD-RATE          PIC Z.99999.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-NEW-RATE          PIC Z.99999.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-SETTLED           PIC Z(8)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-OLD-FEE           PIC Z(4)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-NEW-FEE           PIC Z(4)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-MIN-BAL           PIC Z(8)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-OD-LIMIT          PIC Z(8)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-CYCLE             PIC Z9.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(10) VALUE 'REJECTED: '.
           05  WS-RJ-ACCT              PIC 9(12).
           05  FILLER                  PIC X(7) VALUE '  TO: '.
           05  WS-RJ-NEW-TYPE          PIC X(2).
           05  FILLER                  PIC X(6) VALUE '  BY: '.
           05  WS-RJ-BY                PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RJ-REASON            PIC X(40).
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-LABEL             PIC X(34).
           05  WS-TL-COUNT             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-AMOUNT            PIC Z(13)9.99-.
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-GLM-STATUS               PIC X(2).
           88  WS-GLM-OK               VALUE '00'.
       01  WS-GLM-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-GLM-NO-MORE          VALUE 'Y'.
       01  WS-GLM-LOADED-FLAG          PIC X(1) VALUE 'N'.
           88  WS-GLM-LOADED           VALUE 'Y'.
       01  WS-GLM-TABLE.
           05  WS-GM-ENTRY OCCURS 50 TIMES.
               10  WS-GM-EVENT         PIC X(8).
               10  WS-GM-ACCOUNT       PIC X(10).
               10  WS-GM-EFF           PIC 9(8).
       01  WS-GLM-COUNT                PIC 9(2) VALUE 0.
       01  WS-GLM-IDX                  PIC 9(2).
       01  WS-MAX-GLM                  PIC 9(2) VALUE 50.
       01  WS-GLM-BEST-DATE            PIC 9(8).
       01  WS-GL-EVENT                 PIC X(8).
       01  WS-GLM-MISSES               PIC 9(5) VALUE 0.
       01  WS-GL-SUSPENSE-CODE         PIC X(10) VALUE '289999'.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-SCHEDULES
           PERFORM 3000-PROCESS-REQUESTS
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** PRODUCT CONVERSION STARTED ***'
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
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE WS-MAINT-STAMP =
               WS-PROCESSING-DATE * 1000000 + WS-RUN-TIME
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           OPEN OUTPUT CONVERSION-REPORT-FILE
           MOVE WS-PROCESSING-DATE TO WS-RH-DATE
           WRITE CONVERSION-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE FROM WS-COLUMN-HEADER.

      *----------------------------------------------------------------
      * ALL THREE SCHEDULES ARE REQUIRED. ONLY INTEREST-BEARING
      * DEPOSIT TIERS MATTER HERE, BUT THE TABLES ARE LOADED WHOLE.
      *----------------------------------------------------------------
       2000-LOAD-SCHEDULES.
           OPEN INPUT INTEREST-RATES
           IF NOT WS-RATE-OK
               DISPLAY 'ERROR OPENING INTEREST RATES: ' WS-RATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RATE-NO-MORE
               READ INTEREST-RATES
                   AT END
                       SET WS-RATE-NO-MORE TO TRUE
                   NOT AT END
                       IF WS-RATE-COUNT < WS-MAX-RATES
                           ADD 1 TO WS-RATE-COUNT
                           MOVE RATE-ACCT-TYPE TO
                               WS-RT-TYPE(WS-RATE-COUNT)
                           MOVE RATE-MIN-BALANCE TO
                               WS-RT-MIN(WS-RATE-COUNT)
                           MOVE RATE-MAX-BALANCE TO
                               WS-RT-MAX(WS-RATE-COUNT)
                           MOVE RATE-PERCENT TO
                               WS-RT-RATE(WS-RATE-COUNT)
                       ELSE
                           SET WS-TABLE-OVERFLOW TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INTEREST-RATES
           OPEN INPUT FEE-SCHEDULE-FILE
           IF NOT WS-FEE-OK
               DISPLAY 'ERROR OPENING FEE SCHEDULE: ' WS-FEE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FEE-NO-MORE
               READ FEE-SCHEDULE-FILE
                   AT END
                       SET WS-FEE-NO-MORE TO TRUE
                   NOT AT END
                       IF WS-FEE-COUNT < WS-MAX-FEES
                           ADD 1 TO WS-FEE-COUNT
                           MOVE FS-ACCT-TYPE TO
                               WS-FT-TYPE(WS-FEE-COUNT)
                           MOVE FS-MIN-BALANCE TO
                               WS-FT-MIN(WS-FEE-COUNT)
                           MOVE FS-MAX-BALANCE TO
                               WS-FT-MAX(WS-FEE-COUNT)
                           MOVE FS-FEE-AMOUNT TO
                               WS-FT-FEE(WS-FEE-COUNT)
                       ELSE
                           SET WS-TABLE-OVERFLOW TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-SCHEDULE-FILE
           OPEN INPUT PRODUCT-PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY 'ERROR OPENING PRODUCT PARMS: ' WS-PARM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PARM-NO-MORE
               READ PRODUCT-PARM-FILE
                   AT END
                       SET WS-PARM-NO-MORE TO TRUE
                   NOT AT END
                       IF WS-PARM-COUNT < WS-MAX-PARMS
                           ADD 1 TO WS-PARM-COUNT
                           MOVE PP-ACCT-TYPE TO
                               WS-PP-TYPE(WS-PARM-COUNT)
                           MOVE PP-MIN-BALANCE TO
                               WS-PP-MIN-BAL(WS-PARM-COUNT)
                           MOVE PP-OD-LIMIT TO
                               WS-PP-OD-LIMIT(WS-PARM-COUNT)
                           MOVE PP-STMT-CYCLE TO
                               WS-PP-CYCLE(WS-PARM-COUNT)
                           MOVE PP-MONTHLY-FEE TO
                               WS-PP-FEE(WS-PARM-COUNT)
                       ELSE
                           SET WS-TABLE-OVERFLOW TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-PARM-FILE
           IF WS-TABLE-OVERFLOW
               DISPLAY '*** RATE/FEE/PRODUCT TABLE OVERFLOW ***'
               DISPLAY 'RUN HALTED - A CONVERSION COULD BE MIS-PRICED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'LOADED ' WS-RATE-COUNT ' RATE TIERS, '
               WS-FEE-COUNT ' FEE TIERS, '
               WS-PARM-COUNT ' PRODUCTS'.

       3000-PROCESS-REQUESTS.
           OPEN INPUT CONVERSION-REQUEST-FILE
           IF NOT WS-CNVQ-OK
               DISPLAY 'ERROR OPENING CONVERSION REQUESTS: '
                   WS-CNVQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY 'ERROR OPENING ACCOUNT MASTER: ' WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ACCT-JOURNAL-FILE
           OPEN EXTEND CUST-NOTICE-FILE
           PERFORM UNTIL WS-CNVQ-EOF
               READ CONVERSION-REQUEST-FILE
                   AT END
                       SET WS-CNVQ-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REQUESTS-READ
                       PERFORM 3100-VALIDATE-REQUEST
                       IF WS-REJECT-REASON = SPACES
                           PERFORM 3300-CONVERT-ACCOUNT
                       ELSE
                           PERFORM 3900-REJECT-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONVERSION-REQUEST-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE ACCT-JOURNAL-FILE
           CLOSE CUST-NOTICE-FILE
           IF WS-TOTAL-CATCHUP > 0 OR WS-TOTAL-SETTLED > 0
               PERFORM 3500-WRITE-GL-ENTRIES
           END-IF.

      *----------------------------------------------------------------
      * A CONVERSION IS DEPOSIT-TO-DEPOSIT ON AN OPEN ACCOUNT, TO A
      * DIFFERENT TYPE THAT HAS PRODUCT PARAMETERS ON FILE. AN
      * OVERDRAWN ACCOUNT NEEDS AN OVERDRAFT LIMIT ON THE NEW
      * PRODUCT THAT STILL COVERS THE NEGATIVE BALANCE.
      *----------------------------------------------------------------
       3100-VALIDATE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE CV-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 3150-FIND-PRODUCT-PARM
           END-IF
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN NOT ACCT-ACTIVE
                       MOVE 'ACCOUNT NOT ACTIVE' TO WS-REJECT-REASON
                   WHEN LOAN-ACCT OR CD-ACCT
                       MOVE 'LOANS AND CDS DO NOT CONVERT'
                           TO WS-REJECT-REASON
                   WHEN CV-NEW-TYPE NOT = 'CK' AND NOT = 'SV'
                       AND NOT = 'MM'
                       MOVE 'NEW TYPE MUST BE CK, SV OR MM'
                           TO WS-REJECT-REASON
                   WHEN CV-NEW-TYPE = ACCT-TYPE
                       MOVE 'ALREADY THE REQUESTED TYPE'
                           TO WS-REJECT-REASON
                   WHEN WS-PARM-IDX > WS-PARM-COUNT
                       MOVE 'NO PRODUCT PARAMETERS FOR NEW TYPE'
                           TO WS-REJECT-REASON
                   WHEN ACCT-BALANCE < 0
                       AND 0 - ACCT-BALANCE >
                           WS-PP-OD-LIMIT(WS-PARM-IDX)
                       MOVE 'OVERDRAWN BEYOND NEW OVERDRAFT LIMIT'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3150-FIND-PRODUCT-PARM.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > WS-PARM-COUNT
               IF WS-PP-TYPE(WS-PARM-IDX) = CV-NEW-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * THE CONVERSION ITSELF. THE OLD PRODUCT'S INTEREST IS BROUGHT
      * CURRENT AND SETTLED BEFORE ANY TERM CHANGES, THEN THE
      * PRODUCT-DRIVEN FIELDS ARE RESET AND THE RECORD REWRITTEN
      * UNDER THE SAME ACCOUNT NUMBER.
      *----------------------------------------------------------------
       3300-CONVERT-ACCOUNT.
           MOVE ACCOUNT-RECORD TO WS-ACCT-BEFORE-IMAGE
           MOVE ACCT-TYPE TO WS-OLD-TYPE
           MOVE ACCT-INT-RATE TO WS-OLD-RATE
           MOVE ACCT-MONTHLY-FEE TO WS-OLD-FEE
           PERFORM 3350-SETTLE-OLD-INTEREST
           MOVE CV-NEW-TYPE TO ACCT-TYPE
           MOVE CV-NEW-TYPE TO WS-LOOKUP-TYPE
           PERFORM 3600-GET-TIER-RATE
           MOVE WS-FOUND-RATE TO ACCT-INT-RATE
           PERFORM 3650-GET-TIER-FEE
           IF WS-FEE-FOUND
               MOVE WS-FOUND-FEE TO ACCT-MONTHLY-FEE
           ELSE
               MOVE WS-PP-FEE(WS-PARM-IDX) TO ACCT-MONTHLY-FEE
           END-IF
           MOVE WS-PP-MIN-BAL(WS-PARM-IDX) TO ACCT-MIN-BALANCE
           MOVE WS-PP-OD-LIMIT(WS-PARM-IDX) TO ACCT-OVERDRAFT-LIMIT
           MOVE WS-PP-CYCLE(WS-PARM-IDX) TO ACCT-STMT-CYCLE
           MOVE WS-MAINT-STAMP TO ACCT-LAST-MAINT-TS
           REWRITE ACCOUNT-RECORD
           IF NOT WS-ACCT-OK
               DISPLAY 'REWRITE FAILED FOR ' ACCT-NUMBER
                   ' STATUS ' WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8900-WRITE-ACCT-JOURNAL
           PERFORM 3400-WRITE-NOTICES
           ADD 1 TO WS-CONVERTED
           MOVE ACCT-NUMBER TO WS-DL-ACCT
           MOVE ACCT-OWNER-ID TO WS-DL-OWNER
           MOVE WS-OLD-TYPE TO WS-DL-OLD-TYPE
           MOVE ACCT-TYPE TO WS-DL-NEW-TYPE
           MOVE WS-OLD-RATE TO WS-DL-OLD-RATE
           MOVE ACCT-INT-RATE TO WS-DL-NEW-RATE
           MOVE WS-SETTLED-INT TO WS-DL-SETTLED
           MOVE WS-OLD-FEE TO WS-DL-OLD-FEE
           MOVE ACCT-MONTHLY-FEE TO WS-DL-NEW-FEE
           MOVE ACCT-MIN-BALANCE TO WS-DL-MIN-BAL
           MOVE ACCT-OVERDRAFT-LIMIT TO WS-DL-OD-LIMIT
           MOVE ACCT-STMT-CYCLE TO WS-DL-CYCLE
           WRITE CONVERSION-REPORT-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      * OLD-RATE INTEREST: ONLY THE TYPES THE NIGHTLY RUN ACCRUES
      * (SAVINGS, MONEY MARKET) EARN. DAYS SINCE THE LAST ACCRUAL ARE
      * ACCRUED AT THE OLD TYPE'S TIER RATE FOR THE CURRENT BALANCE,
      * THE SAME DAILY FORMULA AS THE NIGHTLY RUN, THEN EVERYTHING
      * ACCRUED IS CAPITALIZED THE WAY THE MONTH-END RUN PAYS IT.
      *----------------------------------------------------------------
       3350-SETTLE-OLD-INTEREST.
           MOVE 0 TO WS-CATCHUP-INT
           MOVE 0 TO WS-SETTLED-INT
           IF SAVINGS-ACCT OR MONEY-MKT
               MOVE 0 TO WS-ACCRUE-DAYS
               IF ACCT-LAST-INT-DATE > 0
                   AND ACCT-LAST-INT-DATE < WS-PROCESSING-DATE
                   COMPUTE WS-LAST-INT-INT =
                       FUNCTION INTEGER-OF-DATE(ACCT-LAST-INT-DATE)
                   COMPUTE WS-ACCRUE-DAYS =
                       WS-TODAY-INT - WS-LAST-INT-INT
               END-IF
               IF WS-ACCRUE-DAYS > 0 AND ACCT-BALANCE > 0
                   MOVE ACCT-TYPE TO WS-LOOKUP-TYPE
                   PERFORM 3600-GET-TIER-RATE
                   COMPUTE WS-CATCHUP-INT ROUNDED =
                       ACCT-BALANCE * WS-FOUND-RATE / 365
                       * WS-ACCRUE-DAYS
                   ADD WS-CATCHUP-INT TO ACCT-INT-ACCRUED
                   ADD WS-CATCHUP-INT TO WS-TOTAL-CATCHUP
               END-IF
               IF ACCT-LAST-INT-DATE < WS-PROCESSING-DATE
                   MOVE WS-PROCESSING-DATE TO ACCT-LAST-INT-DATE
               END-IF
               IF ACCT-INT-ACCRUED > 0
                   MOVE ACCT-INT-ACCRUED TO WS-SETTLED-INT
                   ADD WS-SETTLED-INT TO ACCT-BALANCE
                   ADD WS-SETTLED-INT TO ACCT-AVAIL-BAL
                   ADD WS-SETTLED-INT TO ACCT-YTD-INTEREST
                   MOVE 0 TO ACCT-INT-ACCRUED
                   ADD WS-SETTLED-INT TO WS-TOTAL-SETTLED
               END-IF
           END-IF.

       3400-WRITE-NOTICES.
           MOVE SPACES TO CUST-NOTICE-RECORD
           MOVE ACCT-OWNER-ID TO NO-CUST-ID
           MOVE ACCT-NUMBER TO NO-ACCT-NUMBER
           MOVE WS-PROCESSING-DATE TO NO-NOTICE-DATE
           MOVE 'PCN1' TO NO-LETTER-CODE
           MOVE WS-OLD-TYPE TO WS-NP-OLD-TYPE
           MOVE ACCT-TYPE TO WS-NP-NEW-TYPE
           MOVE WS-PROCESSING-DATE TO WS-NP-DATE
           MOVE WS-SETTLED-INT TO WS-NP-SETTLED
           MOVE WS-NOTICE-PRODUCT-TEXT TO NO-VAR-DATA
           WRITE CUST-NOTICE-RECORD
           MOVE 'PCN2' TO NO-LETTER-CODE
           COMPUTE WS-PCT-WORK = ACCT-INT-RATE * 100
           MOVE WS-PCT-WORK TO WS-NQ-RATE
           MOVE ACCT-MONTHLY-FEE TO WS-NQ-FEE
           MOVE WS-NOTICE-PRICING-TEXT TO NO-VAR-DATA
           WRITE CUST-NOTICE-RECORD
           MOVE 'PCN3' TO NO-LETTER-CODE
           MOVE ACCT-MIN-BALANCE TO WS-NB-MIN-BAL
           MOVE ACCT-OVERDRAFT-LIMIT TO WS-NB-OD-LIMIT
           MOVE ACCT-STMT-CYCLE TO WS-NB-CYCLE
           MOVE WS-NOTICE-BALANCE-TEXT TO NO-VAR-DATA
           WRITE CUST-NOTICE-RECORD
           ADD 3 TO WS-NOTICES-WRITTEN.

      *----------------------------------------------------------------
      * CATCH-UP ACCRUAL IS INTEREST EXPENSE INTO ACCRUED INTEREST
      * PAYABLE; THE SETTLEMENT MOVES ACCRUED INTEREST PAYABLE INTO
      * THE DEPOSIT BALANCES, AS THE MONTH-END CAPITALIZATION DOES.
      *----------------------------------------------------------------
       3500-WRITE-GL-ENTRIES.
           OPEN EXTEND GL-FEED-FILE
           IF WS-TOTAL-CATCHUP > 0
               MOVE 'INTEXP' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'D' TO GL-DR-CR
               MOVE WS-TOTAL-CATCHUP TO GL-AMOUNT
               MOVE 'CONVERSION INTEREST ACCRUED' TO GL-DESCRIPTION
               MOVE WS-PROCESSING-DATE TO GL-POSTING-DATE
               MOVE 'PRODCONV' TO GL-SOURCE-PROGRAM
               WRITE GL-FEED-RECORD
               MOVE 'ACCRINT' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'C' TO GL-DR-CR
               MOVE WS-TOTAL-CATCHUP TO GL-AMOUNT
               MOVE 'CONVERSION INTEREST ACCRUED' TO GL-DESCRIPTION
               MOVE WS-PROCESSING-DATE TO GL-POSTING-DATE
               MOVE 'PRODCONV' TO GL-SOURCE-PROGRAM
               WRITE GL-FEED-RECORD
           END-IF
           IF WS-TOTAL-SETTLED > 0
               MOVE 'ACCRINT' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'D' TO GL-DR-CR
               MOVE WS-TOTAL-SETTLED TO GL-AMOUNT
               MOVE 'CONVERSION INTEREST SETTLED' TO GL-DESCRIPTION
               MOVE WS-PROCESSING-DATE TO GL-POSTING-DATE
               MOVE 'PRODCONV' TO GL-SOURCE-PROGRAM
               WRITE GL-FEED-RECORD
               MOVE 'DDACASH' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'C' TO GL-DR-CR
               MOVE WS-TOTAL-SETTLED TO GL-AMOUNT
               MOVE 'INTEREST PAID TO DEPOSITS' TO GL-DESCRIPTION
               MOVE WS-PROCESSING-DATE TO GL-POSTING-DATE
               MOVE 'PRODCONV' TO GL-SOURCE-PROGRAM
               WRITE GL-FEED-RECORD
           END-IF
           CLOSE GL-FEED-FILE.

      *----------------------------------------------------------------
      * TIER LOOKUPS ON THE POINT-IN-TIME BALANCE. NO RATE TIER FOR
      * THE TYPE MEANS IT DOES NOT EARN (RATE ZERO); NO FEE TIER
      * FALLS BACK TO THE PRODUCT DEFAULT FEE.
      *----------------------------------------------------------------
       3600-GET-TIER-RATE.
           MOVE 0 TO WS-FOUND-RATE
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RT-TYPE(WS-RATE-IDX) = WS-LOOKUP-TYPE
                   AND ACCT-BALANCE >= WS-RT-MIN(WS-RATE-IDX)
                   AND ACCT-BALANCE <= WS-RT-MAX(WS-RATE-IDX)
                   MOVE WS-RT-RATE(WS-RATE-IDX) TO WS-FOUND-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3650-GET-TIER-FEE.
           MOVE 'N' TO WS-FEE-FOUND-FLAG
           MOVE 0 TO WS-FOUND-FEE
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
               UNTIL WS-FEE-IDX > WS-FEE-COUNT
               IF WS-FT-TYPE(WS-FEE-IDX) = WS-LOOKUP-TYPE
                   AND ACCT-BALANCE >= WS-FT-MIN(WS-FEE-IDX)
                   AND ACCT-BALANCE <= WS-FT-MAX(WS-FEE-IDX)
                   MOVE WS-FT-FEE(WS-FEE-IDX) TO WS-FOUND-FEE
                   SET WS-FEE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3900-REJECT-REQUEST.
           ADD 1 TO WS-REJECTED
           MOVE CV-ACCT-NUMBER TO WS-RJ-ACCT
           MOVE CV-NEW-TYPE TO WS-RJ-NEW-TYPE
           MOVE CV-REQUESTED-BY TO WS-RJ-BY
           MOVE WS-REJECT-REASON TO WS-RJ-REASON
           WRITE CONVERSION-REPORT-LINE FROM WS-REJECT-LINE.

       8900-WRITE-ACCT-JOURNAL.
           MOVE ACCT-NUMBER TO JR-ACCT-NUMBER
           MOVE 'PRODCONV' TO JR-PROGRAM
           MOVE WS-PROCESSING-DATE TO JR-DATE
           ACCEPT WS-JRNL-TIME FROM TIME
           MOVE WS-JRNL-TIME TO JR-TIME
           MOVE CV-REFERENCE TO JR-TRAN-REF
           MOVE WS-ACCT-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD TO JR-AFTER-IMAGE
           WRITE ACCT-JOURNAL-RECORD.

       9000-FINALIZE.
           MOVE SPACES TO CONVERSION-REPORT-LINE
           WRITE CONVERSION-REPORT-LINE
           MOVE 'REQUESTS READ' TO WS-TL-LABEL
           MOVE WS-REQUESTS-READ TO WS-TL-COUNT
           MOVE 0 TO WS-TL-AMOUNT
           WRITE CONVERSION-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ACCOUNTS CONVERTED / INT SETTLED' TO WS-TL-LABEL
           MOVE WS-CONVERTED TO WS-TL-COUNT
           MOVE WS-TOTAL-SETTLED TO WS-TL-AMOUNT
           WRITE CONVERSION-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CATCH-UP ACCRUAL AT OLD RATES' TO WS-TL-LABEL
           MOVE 0 TO WS-TL-COUNT
           MOVE WS-TOTAL-CATCHUP TO WS-TL-AMOUNT
           WRITE CONVERSION-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'REQUESTS REJECTED' TO WS-TL-LABEL
           MOVE WS-REJECTED TO WS-TL-COUNT
           MOVE 0 TO WS-TL-AMOUNT
           WRITE CONVERSION-REPORT-LINE FROM WS-TOTAL-LINE
           CLOSE CONVERSION-REPORT-FILE
           IF WS-REJECTED > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '*** PRODUCT CONVERSION COMPLETE ***'
           DISPLAY 'REQUESTS READ:        ' WS-REQUESTS-READ
           DISPLAY 'ACCOUNTS CONVERTED:   ' WS-CONVERTED
           DISPLAY 'REQUESTS REJECTED:    ' WS-REJECTED
           DISPLAY 'NOTICES WRITTEN:      ' WS-NOTICES-WRITTEN
           DISPLAY 'INTEREST SETTLED:     ' WS-TOTAL-SETTLED.

       9530-LOAD-GL-MAP.
           SET WS-GLM-LOADED TO TRUE
           OPEN INPUT GL-MAP-FILE
           IF NOT WS-GLM-OK
               SET WS-GLM-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-GLM-NO-MORE
               READ GL-MAP-FILE
                   AT END
                       SET WS-GLM-NO-MORE TO TRUE
                   NOT AT END
                       IF GM-EFF-DATE <= WS-PROCESSING-DATE
                           AND WS-GLM-COUNT < WS-MAX-GLM
                           ADD 1 TO WS-GLM-COUNT
                           MOVE GM-EVENT-CODE TO
                               WS-GM-EVENT(WS-GLM-COUNT)
                           MOVE GM-GL-ACCOUNT TO
                               WS-GM-ACCOUNT(WS-GLM-COUNT)
                           MOVE GM-EFF-DATE TO
                               WS-GM-EFF(WS-GLM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GLM-OK OR WS-GLM-STATUS = '10'
               CLOSE GL-MAP-FILE
           END-IF.

      *----------------------------------------------------------------
      * THE LATEST EFFECTIVE MAPPING FOR THE EVENT WINS; WITH NO
      * MAPPING ON FILE THE LEGACY BUILT-IN CODES APPLY, AND AN
      * EVENT NEITHER COVERS POSTS TO SUSPENSE AND IS REPORTED.
      *----------------------------------------------------------------
       9520-RESOLVE-GL-CODE.
           IF NOT WS-GLM-LOADED
               PERFORM 9530-LOAD-GL-MAP
           END-IF
           MOVE SPACES TO GL-ACCOUNT-CODE
           MOVE 0 TO WS-GLM-BEST-DATE
           PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
               UNTIL WS-GLM-IDX > WS-GLM-COUNT
               IF WS-GM-EVENT(WS-GLM-IDX) = WS-GL-EVENT
                   AND WS-GM-EFF(WS-GLM-IDX) >= WS-GLM-BEST-DATE
                   MOVE WS-GM-ACCOUNT(WS-GLM-IDX) TO GL-ACCOUNT-CODE
                   MOVE WS-GM-EFF(WS-GLM-IDX) TO WS-GLM-BEST-DATE
               END-IF
           END-PERFORM
           IF GL-ACCOUNT-CODE = SPACES
               EVALUATE WS-GL-EVENT
                   WHEN 'DDACASH' MOVE '100000' TO GL-ACCOUNT-CODE
                   WHEN 'INTEXP' MOVE '400000' TO GL-ACCOUNT-CODE
                   WHEN 'ACCRINT' MOVE '240000' TO GL-ACCOUNT-CODE
               END-EVALUATE
           END-IF
           IF GL-ACCOUNT-CODE = SPACES
               ADD 1 TO WS-GLM-MISSES
               MOVE WS-GL-SUSPENSE-CODE TO GL-ACCOUNT-CODE
               DISPLAY 'GL MAPPING MISS - EVENT ' WS-GL-EVENT
                   ' POSTED TO SUSPENSE'
           END-IF.
