       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORPACH.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-09-22.
      *================================================================*
      * CORPORATE ACH ORIGINATION INTAKE                               *
      * READS THE NACHA FILES COMMERCIAL CUSTOMERS SUBMIT (PAYROLL     *
      * AND OTHER PPD/CCD ORIGINATIONS), ONE OR MORE FILES BACK TO     *
      * BACK ON CORPIN. EVERY FILE IS PROVED BEFORE ANY OF IT IS USED: *
      * EACH COMPANY BATCH AGAINST ITS BATCH CONTROL (ENTRY/ADDENDA    *
      * COUNT, ENTRY HASH, DEBIT AND CREDIT TOTALS) AND THE FILE       *
      * AGAINST ITS FILE CONTROL. A FILE THAT DOES NOT PROVE IS        *
      * REJECTED WHOLE; A BATCH THAT DOES NOT PROVE IS REJECTED ALONE. *
      *                                                                *
      * EACH PROVED BATCH IS CHECKED AGAINST THE ORIGINATOR PROFILE    *
      * (CORPPROF) FOR ITS COMPANY ID: THE SEC CODE MUST BE ON THE     *
      * CUSTOMER'S ALLOWED LIST, AND THE BATCH CREDITS MUST FIT INSIDE *
      * THE CUSTOMER'S DAILY EXPOSURE LIMIT TOGETHER WITH WHAT IS      *
      * ALREADY OUT TODAY AND ANY EARLIER CREDITS NOT YET FUNDED. A    *
      * BATCH OVER THE LIMIT GOES TO THE TREASURY APPROVAL QUEUE       *
      * (CORPQOT) AND IS RELEASED OR DECLINED ON A LATER RUN FROM THE  *
      * TREASURY DECISIONS (CORPAPRV) AGAINST THE PRIOR QUEUE          *
      * (CORPQIN); UNDECIDED BATCHES STAY QUEUED.                      *
      *                                                                *
      * A RELEASED BATCH IS WRITTEN TO ACHCORP, WHICH ACHORIG MERGES   *
      * INTO THE OUTBOUND NACHA FILE, AND THE FUNDING ACCOUNT IS       *
      * DEBITED FOR THE BATCH CREDITS THROUGH DAYTRANS (TRO). THE      *
      * DEBIT IS DATED THE SETTLEMENT DATE AND WAREHOUSED (CORPFDIN /  *
      * CORPFDOT) UNTIL THEN, EXCEPT FOR CUSTOMERS DESIGNATED HIGH     *
      * RISK - PROFILE PRE-FUND FLAG OR A CUSTOMER RISK RATING OF 4 OR *
      * MORE - WHO ARE DEBITED AT INTAKE. DEBIT ENTRIES (COLLECTIONS)  *
      * ARE CREDITED TO THE FUNDING ACCOUNT (TRI) ON SETTLEMENT DATE.  *
      *                                                                *
      * EVERY FILE AND BATCH GETS A LINE ON THE ACKNOWLEDGMENT FILE    *
      * (CORPACK) - ACCEPTED, REJECTED WITH THE REASON, QUEUED FOR     *
      * TREASURY APPROVAL, APPROVED OR DECLINED - KEYED BY COMPANY ID  *
      * SO THE TRANSMISSION STEP CAN RETURN EACH CLIENT ITS OWN.       *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORP-NACHA-FILE ASSIGN TO CORPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORP-STATUS.
           SELECT ORIG-PROFILE-FILE ASSIGN TO CORPPROF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL QUEUE-IN-FILE ASSIGN TO CORPQIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QIN-STATUS.
           SELECT QUEUE-OUT-FILE ASSIGN TO CORPQOT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TREASURY-DECISION-FILE ASSIGN TO CORPAPRV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APRV-STATUS.
           SELECT OPTIONAL FUNDING-IN-FILE ASSIGN TO CORPFDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FDIN-STATUS.
           SELECT FUNDING-OUT-FILE ASSIGN TO CORPFDOT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DAILY-TRANS ASSIGN TO DAYTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT RELEASED-BATCH-FILE ASSIGN TO ACHCORP
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACK-FILE ASSIGN TO CORPACK
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BCTL-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CORP-NACHA-FILE.
       01  CORP-NACHA-RECORD           PIC X(94).

      *----------------------------------------------------------------
      * ORIGINATOR PROFILE. ONE RECORD PER COMPANY ID, SET UP BY CASH
      * MANAGEMENT WHEN THE CUSTOMER IS APPROVED FOR ORIGINATION. UP
      * TO FIVE SEC CODES MAY BE ALLOWED; A ZERO LIMIT MEANS EVERY
      * BATCH NEEDS TREASURY APPROVAL.
      *----------------------------------------------------------------
       FD  ORIG-PROFILE-FILE.
       01  ORIG-PROFILE-RECORD.
           05  OP-COMPANY-ID           PIC X(10).
           05  OP-CUST-ID              PIC 9(10).
           05  OP-CLIENT-NAME          PIC X(30).
           05  OP-FUNDING-ACCT         PIC 9(12).
           05  OP-DAILY-LIMIT          PIC 9(11)V99.
           05  OP-SEC-CODE OCCURS 5 TIMES
                                       PIC X(3).
           05  OP-PREFUND-FLAG         PIC X(1).
               88  OP-PREFUND          VALUE 'Y'.
           05  OP-STATUS               PIC X(1).
               88  OP-ACTIVE           VALUE 'A'.
           05  FILLER                  PIC X(8).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ID                 PIC 9(10).
           05  CUST-NAME.
               10  CUST-FIRST-NAME     PIC X(20).
               10  CUST-LAST-NAME      PIC X(30).
           05  FILLER                  PIC X(129).
           05  CUST-STATUS             PIC X(1).
           05  FILLER                  PIC X(12).
           05  CUST-OFFICER-ID         PIC 9(6).
           05  CUST-SEGMENT            PIC X(2).
           05  FILLER                  PIC X(75).
           05  CUST-LAST-MAINT-TS      PIC 9(14).
           05  CUST-KYC-VERIF-DATE     PIC 9(8).
           05  CUST-RISK-RATING        PIC 9(1).
           05  FILLER                  PIC X(38).

      *----------------------------------------------------------------
      * TREASURY APPROVAL QUEUE. EVERY NACHA RECORD OF A QUEUED BATCH,
      * BATCH HEADER THROUGH BATCH CONTROL, UNDER ONE QUEUE ID.
      *----------------------------------------------------------------
       FD  QUEUE-IN-FILE.
       01  QUEUE-IN-RECORD             PIC X(150).

       FD  QUEUE-OUT-FILE.
       01  QUEUE-OUT-RECORD            PIC X(150).

       FD  TREASURY-DECISION-FILE.
       01  TREASURY-DECISION-RECORD.
           05  TD-QUEUE-ID             PIC X(16).
           05  TD-DECISION             PIC X(1).
               88  TD-APPROVE          VALUE 'A'.
               88  TD-DECLINE          VALUE 'D'.
           05  TD-OFFICER-ID           PIC X(8).
           05  TD-DECISION-DATE        PIC 9(8).
           05  FILLER                  PIC X(47).

      *----------------------------------------------------------------
      * FUNDING ITEMS WAITING FOR THEIR SETTLEMENT DATE, IN THE
      * TRANS-RECORD LAYOUT THEY WILL BE POSTED IN.
      *----------------------------------------------------------------
       FD  FUNDING-IN-FILE.
       01  FUNDING-IN-RECORD           PIC X(194).

       FD  FUNDING-OUT-FILE.
       01  FUNDING-OUT-RECORD          PIC X(194).

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
           05  TR-AVAIL-DEFER-AMT      PIC S9(11)V99 COMP-3.
           05  TR-AVAIL-DEFER-DAYS     PIC 9(1).
           05  FILLER                  PIC X(3).
           05  TR-BENE-NAME            PIC X(35).
           05  TR-BENE-BANK-ROUTING    PIC 9(9).
           05  TR-BENE-ACCT            PIC X(20).
           05  TR-WIRE-REF             PIC X(16).

       FD  RELEASED-BATCH-FILE.
       01  RELEASED-BATCH-RECORD       PIC X(94).

       FD  ACK-FILE.
       01  ACK-LINE                    PIC X(132).

      *----------------------------------------------------------------
      * SHARED BATCH CONTROL FILE. EVERY PROGRAM THAT PRODUCES OR
      * CONSUMES A HANDOFF FILE IN THE NIGHTLY CHAIN RECORDS ITS
      * RECORD COUNT AND DOLLAR HASH HERE SO THE NEXT STEP CAN PROVE
      * THE HANDOFF BEFORE POSTING.
      *----------------------------------------------------------------
       FD  BATCH-CONTROL-FILE.
       01  BATCH-CONTROL-RECORD.
           05  BC-RUN-DATE             PIC 9(8).
           05  BC-STEP-NAME            PIC X(8).
           05  BC-FILE-NAME            PIC X(8).
           05  BC-RECORD-COUNT         PIC 9(9).
           05  BC-AMOUNT-HASH          PIC S9(15)V99 COMP-3.
           05  FILLER                  PIC X(10).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-CORP-STATUS              PIC X(2).
           88  WS-CORP-OK              VALUE '00'.
       01  WS-PROF-STATUS              PIC X(2).
           88  WS-PROF-OK              VALUE '00'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-QIN-STATUS               PIC X(2).
           88  WS-QIN-OK               VALUE '00'.
       01  WS-APRV-STATUS              PIC X(2).
           88  WS-APRV-OK              VALUE '00'.
       01  WS-FDIN-STATUS              PIC X(2).
           88  WS-FDIN-OK              VALUE '00'.
       01  WS-TRAN-STATUS              PIC X(2).
       01  WS-BCTL-STATUS              PIC X(2).
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.
       01  WS-BC-POSTED-HASH           PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-CORP-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-CORP-EOF             VALUE 'Y'.
       01  WS-PROF-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PROF-EOF             VALUE 'Y'.
       01  WS-QIN-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-QIN-EOF              VALUE 'Y'.
       01  WS-APRV-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-APRV-EOF             VALUE 'Y'.
       01  WS-FDIN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-FDIN-EOF             VALUE 'Y'.
       01  WS-CUST-OPEN-FLAG           PIC X(1) VALUE 'N'.
           88  WS-CUST-OPEN            VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-PROCESSING-TIME          PIC 9(6).

      *----------------------------------------------------------------
      * ORIGINATOR PROFILES. WS-PF-EXPOSURE IS THE CUSTOMER'S CREDIT
      * EXPOSURE FOR THE DAY: WAREHOUSED FUNDING NOT YET COLLECTED
      * PLUS EVERY BATCH RELEASED IN THIS RUN.
      *----------------------------------------------------------------
       01  WS-PROFILE-TABLE.
           05  WS-PF-ENTRY OCCURS 500 TIMES.
               10  WS-PF-COMPANY-ID    PIC X(10).
               10  WS-PF-CLIENT-NAME   PIC X(30).
               10  WS-PF-FUNDING-ACCT  PIC 9(12).
               10  WS-PF-DAILY-LIMIT   PIC S9(11)V99 COMP-3.
               10  WS-PF-SEC-CODE OCCURS 5 TIMES
                                       PIC X(3).
               10  WS-PF-PREFUND-FLAG  PIC X(1).
                   88  WS-PF-PREFUND   VALUE 'Y'.
               10  WS-PF-EXPOSURE      PIC S9(13)V99 COMP-3.
       01  WS-PROF-COUNT               PIC 9(3) VALUE 0.
       01  WS-PROF-IDX                 PIC 9(3).
       01  WS-MAX-PROFILES             PIC 9(3) VALUE 500.
       01  WS-SEC-IDX                  PIC 9(1).
       01  WS-HIGH-RISK-RATING         PIC 9(1) VALUE 4.

      *----------------------------------------------------------------
      * INBOUND NACHA RECORD VIEWS (94 CHARACTERS). ENTRY AMOUNTS AND
      * CONTROL TOTALS ARE IN CENTS; ALL-NINES LINES ARE BLOCK FILL.
      *----------------------------------------------------------------
       01  WS-NACHA-GENERIC.
           05  WS-NG-RECORD-TYPE       PIC X(1).
               88  WS-NG-FILE-HEADER   VALUE '1'.
               88  WS-NG-BATCH-HEADER  VALUE '5'.
               88  WS-NG-ENTRY-DETAIL  VALUE '6'.
               88  WS-NG-ADDENDA       VALUE '7'.
               88  WS-NG-BATCH-CONTROL VALUE '8'.
               88  WS-NG-FILE-CONTROL  VALUE '9'.
           05  FILLER                  PIC X(93).

       01  WS-NACHA-FILE-HEADER REDEFINES WS-NACHA-GENERIC.
           05  FILLER                  PIC X(3).
           05  WS-NF-IMMED-DEST        PIC X(10).
           05  WS-NF-IMMED-ORIGIN      PIC X(10).
           05  WS-NF-FILE-ID.
               10  WS-NF-FILE-DATE     PIC X(6).
               10  WS-NF-FILE-TIME     PIC X(4).
               10  WS-NF-FILE-ID-MOD   PIC X(1).
           05  FILLER                  PIC X(29).
           05  WS-NF-ORIGIN-NAME       PIC X(23).
           05  FILLER                  PIC X(8).

       01  WS-NACHA-BATCH-HEADER REDEFINES WS-NACHA-GENERIC.
           05  FILLER                  PIC X(1).
           05  WS-NB-SERVICE-CLASS     PIC X(3).
           05  WS-NB-COMPANY-NAME      PIC X(16).
           05  FILLER                  PIC X(20).
           05  WS-NB-COMPANY-ID        PIC X(10).
           05  WS-NB-SEC-CODE          PIC X(3).
           05  WS-NB-ENTRY-DESC        PIC X(10).
           05  FILLER                  PIC X(6).
           05  WS-NB-EFFECTIVE-DATE    PIC X(6).
           05  FILLER                  PIC X(4).
           05  WS-NB-ODFI              PIC X(8).
           05  WS-NB-BATCH-NUMBER      PIC 9(7).

       01  WS-NACHA-ENTRY REDEFINES WS-NACHA-GENERIC.
           05  FILLER                  PIC X(1).
           05  WS-NE-TRAN-CODE.
               10  WS-NE-TRAN-ACCT     PIC X(1).
               10  WS-NE-TRAN-TYPE     PIC X(1).
                   88  WS-NE-CREDIT    VALUES '2' '3' '4'.
                   88  WS-NE-DEBIT     VALUES '7' '8' '9'.
           05  WS-NE-RDFI              PIC 9(8).
           05  WS-NE-CHECK-DIGIT       PIC 9(1).
           05  WS-NE-DDA-ACCOUNT       PIC X(17).
           05  WS-NE-AMOUNT            PIC 9(10).
           05  WS-NE-INDIVIDUAL-ID     PIC X(15).
           05  WS-NE-INDIVIDUAL-NAME   PIC X(22).
           05  FILLER                  PIC X(3).
           05  WS-NE-TRACE             PIC X(15).

       01  WS-NACHA-BATCH-CONTROL REDEFINES WS-NACHA-GENERIC.
           05  FILLER                  PIC X(4).
           05  WS-NC-ENTRY-COUNT       PIC 9(6).
           05  WS-NC-ENTRY-HASH        PIC 9(10).
           05  WS-NC-DEBIT-TOTAL       PIC 9(12).
           05  WS-NC-CREDIT-TOTAL      PIC 9(12).
           05  WS-NC-COMPANY-ID        PIC X(10).
           05  FILLER                  PIC X(25).
           05  WS-NC-ODFI              PIC X(8).
           05  WS-NC-BATCH-NUMBER      PIC 9(7).

       01  WS-NACHA-FILE-CONTROL REDEFINES WS-NACHA-GENERIC.
           05  FILLER                  PIC X(1).
           05  WS-NT-BATCH-COUNT       PIC 9(6).
           05  WS-NT-BLOCK-COUNT       PIC 9(6).
           05  WS-NT-ENTRY-COUNT       PIC 9(8).
           05  WS-NT-ENTRY-HASH        PIC 9(10).
           05  WS-NT-DEBIT-TOTAL       PIC 9(12).
           05  WS-NT-CREDIT-TOTAL      PIC 9(12).
           05  FILLER                  PIC X(39).

      *----------------------------------------------------------------
      * THE FILE BEING RECEIVED. ITS RECORDS ARE HELD UNTIL THE FILE
      * CONTROL PROVES; EACH BATCH'S POSITION AND PROOF RESULT IS
      * KEPT IN THE BATCH TABLE.
      *----------------------------------------------------------------
       01  WS-FILE-OPEN-FLAG           PIC X(1) VALUE 'N'.
           88  WS-FILE-OPEN            VALUE 'Y'.
       01  WS-FILE-ID                  PIC X(11).
       01  WS-FILE-ORIGIN              PIC X(10).
       01  WS-FILE-BAD-REASON          PIC X(40).
       01  WS-FILE-ENTRY-COUNT         PIC 9(8) VALUE 0.
       01  WS-FILE-HASH                PIC 9(12) VALUE 0.
       01  WS-FILE-DEBIT-CENTS         PIC 9(14) VALUE 0.
       01  WS-FILE-CREDIT-CENTS        PIC 9(14) VALUE 0.

       01  WS-FILE-RECORDS.
           05  WS-FR-RECORD OCCURS 20000 TIMES PIC X(94).
       01  WS-FR-COUNT                 PIC 9(5) VALUE 0.
       01  WS-FR-IDX                   PIC 9(5).
       01  WS-MAX-FR                   PIC 9(5) VALUE 20000.

       01  WS-FILE-BATCHES.
           05  WS-FB-ENTRY OCCURS 500 TIMES.
               10  WS-FB-START         PIC 9(5).
               10  WS-FB-END           PIC 9(5).
               10  WS-FB-COMPANY-ID    PIC X(10).
               10  WS-FB-SEC-CODE      PIC X(3).
               10  WS-FB-EFFECTIVE     PIC X(6).
               10  WS-FB-BATCH-NUMBER  PIC 9(7).
               10  WS-FB-ENTRY-COUNT   PIC 9(6).
               10  WS-FB-HASH          PIC 9(12).
               10  WS-FB-DEBIT-CENTS   PIC 9(12).
               10  WS-FB-CREDIT-CENTS  PIC 9(12).
               10  WS-FB-BAD-REASON    PIC X(40).
       01  WS-FB-COUNT                 PIC 9(3) VALUE 0.
       01  WS-FB-IDX                   PIC 9(3).
       01  WS-MAX-FB                   PIC 9(3) VALUE 500.
       01  WS-BATCH-OPEN-FLAG          PIC X(1) VALUE 'N'.
           88  WS-BATCH-OPEN           VALUE 'Y'.

      *----------------------------------------------------------------
      * THE BATCH BEING DISPOSED OF, FROM TODAY'S FILE OR THE QUEUE.
      *----------------------------------------------------------------
       01  WS-CUR-COMPANY-ID           PIC X(10).
       01  WS-CUR-SEC-CODE             PIC X(3).
       01  WS-CUR-EFFECTIVE            PIC X(6).
       01  WS-CUR-EFFECTIVE-N REDEFINES WS-CUR-EFFECTIVE
                                       PIC 9(6).
       01  WS-CUR-BATCH-NUMBER         PIC 9(7).
       01  WS-CUR-ENTRY-COUNT          PIC 9(6).
       01  WS-CUR-CREDITS              PIC S9(11)V99 COMP-3.
       01  WS-CUR-DEBITS               PIC S9(11)V99 COMP-3.
       01  WS-CUR-FILE-ID              PIC X(11).
       01  WS-CUR-PROF-IDX             PIC 9(3).
       01  WS-SETTLE-DATE              PIC 9(8).
       01  WS-NEW-EXPOSURE             PIC S9(13)V99 COMP-3.
       01  WS-BATCH-REASON             PIC X(40).
       01  WS-BATCH-ACTION             PIC X(1).
           88  WS-ACTION-RELEASE       VALUE 'R'.
           88  WS-ACTION-QUEUE         VALUE 'Q'.
           88  WS-ACTION-REJECT        VALUE 'X'.

      *----------------------------------------------------------------
      * APPROVAL QUEUE RECORD AND TREASURY DECISIONS. THE QUEUE ID IS
      * 'Q' + THE DATE QUEUED + A SEQUENCE WITHIN THE RUN.
      *----------------------------------------------------------------
       01  WS-QUEUE-ITEM.
           05  WS-QI-QUEUE-ID.
               10  FILLER              PIC X(1) VALUE 'Q'.
               10  WS-QI-ID-DATE       PIC 9(8).
               10  WS-QI-ID-SEQ        PIC 9(7).
           05  WS-QI-COMPANY-ID        PIC X(10).
           05  WS-QI-FILE-ID           PIC X(11).
           05  WS-QI-QUEUED-DATE       PIC 9(8).
           05  WS-QI-NACHA-RECORD      PIC X(94).
           05  FILLER                  PIC X(11).
       01  WS-QUEUE-SEQ                PIC 9(7) VALUE 0.
       01  WS-QUEUE-GROUP-ID           PIC X(16) VALUE SPACES.
       01  WS-QUEUE-DISPOSITION        PIC X(1).
           88  WS-QD-APPROVED          VALUE 'A'.
           88  WS-QD-DECLINED          VALUE 'D'.
           88  WS-QD-PENDING           VALUE 'P'.

       01  WS-DECISIONS.
           05  WS-TD-ENTRY OCCURS 1000 TIMES.
               10  WS-TD-QUEUE-ID      PIC X(16).
               10  WS-TD-DECISION      PIC X(1).
               10  WS-TD-OFFICER-ID    PIC X(8).
       01  WS-TD-COUNT                 PIC 9(4) VALUE 0.
       01  WS-TD-IDX                   PIC 9(4).
       01  WS-TD-MATCH-IDX             PIC 9(4).
       01  WS-MAX-TD                   PIC 9(4) VALUE 1000.

      *----------------------------------------------------------------
      * ACKNOWLEDGMENT LINE. BATCH 0000000 IS THE FILE-LEVEL LINE.
      *----------------------------------------------------------------
       01  WS-ACK-DETAIL.
           05  WS-AK-COMPANY-ID        PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-AK-FILE-ID           PIC X(11).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-AK-BATCH-NUMBER      PIC 9(7).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-AK-SEC-CODE          PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-AK-STATUS            PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-AK-ENTRY-COUNT       PIC ZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-AK-CREDITS           PIC Z(9)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-AK-DEBITS            PIC Z(9)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-AK-REASON            PIC X(40).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-RECORDS-READ         PIC 9(8) VALUE 0.
           05  WS-FILES-ACCEPTED       PIC 9(5) VALUE 0.
           05  WS-FILES-REJECTED       PIC 9(5) VALUE 0.
           05  WS-BATCHES-RELEASED     PIC 9(5) VALUE 0.
           05  WS-BATCHES-REJECTED     PIC 9(5) VALUE 0.
           05  WS-BATCHES-QUEUED       PIC 9(5) VALUE 0.
           05  WS-QUEUE-APPROVED       PIC 9(5) VALUE 0.
           05  WS-QUEUE-DECLINED       PIC 9(5) VALUE 0.
           05  WS-QUEUE-CARRIED        PIC 9(5) VALUE 0.
           05  WS-RECORDS-RELEASED     PIC 9(7) VALUE 0.
           05  WS-FUNDING-POSTED       PIC 9(7) VALUE 0.
           05  WS-FUNDING-WAREHOUSED   PIC 9(7) VALUE 0.
           05  WS-RELEASED-CREDITS     PIC S9(15)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 0100-GET-BUSINESS-DATE
           ACCEPT WS-PROCESSING-TIME FROM TIME
           DISPLAY '*** CORPORATE ACH ORIGINATION STARTED ***'
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           PERFORM 1000-INITIALIZE
           PERFORM 1200-RELEASE-DUE-FUNDING
           PERFORM 1300-LOAD-TREASURY-DECISIONS
           PERFORM 1400-WORK-APPROVAL-QUEUE
           PERFORM 2000-PROCESS-CORP-RECORDS
               UNTIL WS-CORP-EOF
           IF WS-FILE-OPEN
               MOVE 'FILE CONTROL RECORD MISSING' TO WS-FILE-BAD-REASON
               PERFORM 2900-REJECT-FILE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       0100-GET-BUSINESS-DATE.
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
           END-IF.

      *----------------------------------------------------------------
      * WITHOUT THE PROFILE FILE NO BATCH CAN BE TIED TO A FUNDING
      * ACCOUNT, SO THE RUN STOPS BEFORE ANYTHING IS WRITTEN.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-OK
               SET WS-CUST-OPEN TO TRUE
           ELSE
               DISPLAY 'CUSTOMER FILE NOT AVAILABLE - RISK RATINGS '
                   'NOT CHECKED: ' WS-CUST-STATUS
           END-IF
           PERFORM 1100-LOAD-PROFILES
           IF WS-CUST-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           OPEN INPUT CORP-NACHA-FILE
           IF NOT WS-CORP-OK
               DISPLAY 'ERROR OPENING CORPORATE ACH FILE: '
                   WS-CORP-STATUS
               SET WS-CORP-EOF TO TRUE
           END-IF
           OPEN EXTEND DAILY-TRANS
           IF WS-TRAN-STATUS NOT = '00' AND '05'
               DISPLAY 'ERROR OPENING DAYTRANS: ' WS-TRAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELEASED-BATCH-FILE
           OPEN OUTPUT ACK-FILE
           OPEN OUTPUT QUEUE-OUT-FILE
           OPEN OUTPUT FUNDING-OUT-FILE.

       1100-LOAD-PROFILES.
           OPEN INPUT ORIG-PROFILE-FILE
           IF NOT WS-PROF-OK
               DISPLAY 'ERROR OPENING ORIGINATOR PROFILE FILE: '
                   WS-PROF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PROF-EOF
               READ ORIG-PROFILE-FILE
                   AT END
                       SET WS-PROF-EOF TO TRUE
                   NOT AT END
                       PERFORM 1110-POST-PROFILE
               END-READ
           END-PERFORM
           CLOSE ORIG-PROFILE-FILE
           DISPLAY 'ORIGINATOR PROFILES LOADED: ' WS-PROF-COUNT.

       1110-POST-PROFILE.
           EVALUATE TRUE
               WHEN NOT OP-ACTIVE
                   CONTINUE
               WHEN WS-PROF-COUNT >= WS-MAX-PROFILES
                   DISPLAY 'ORIGINATOR PROFILE TABLE FULL - SKIPPED: '
                       OP-COMPANY-ID
               WHEN OTHER
                   ADD 1 TO WS-PROF-COUNT
                   MOVE OP-COMPANY-ID TO
                       WS-PF-COMPANY-ID(WS-PROF-COUNT)
                   MOVE OP-CLIENT-NAME TO
                       WS-PF-CLIENT-NAME(WS-PROF-COUNT)
                   MOVE OP-FUNDING-ACCT TO
                       WS-PF-FUNDING-ACCT(WS-PROF-COUNT)
                   MOVE OP-DAILY-LIMIT TO
                       WS-PF-DAILY-LIMIT(WS-PROF-COUNT)
                   PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                       UNTIL WS-SEC-IDX > 5
                       MOVE OP-SEC-CODE(WS-SEC-IDX) TO
                           WS-PF-SEC-CODE(WS-PROF-COUNT, WS-SEC-IDX)
                   END-PERFORM
                   MOVE OP-PREFUND-FLAG TO
                       WS-PF-PREFUND-FLAG(WS-PROF-COUNT)
                   MOVE 0 TO WS-PF-EXPOSURE(WS-PROF-COUNT)
                   PERFORM 1120-CHECK-CUSTOMER-RISK
           END-EVALUATE.

      *----------------------------------------------------------------
      * A CUSTOMER THE RISK RATING PROCESS HAS RATED HIGH IS PRE-FUNDED
      * EVEN IF CASH MANAGEMENT HAS NOT SET THE PROFILE FLAG.
      *----------------------------------------------------------------
       1120-CHECK-CUSTOMER-RISK.
           IF WS-CUST-OPEN AND NOT WS-PF-PREFUND(WS-PROF-COUNT)
               MOVE OP-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
               IF WS-CUST-OK
                   AND CUST-RISK-RATING IS NUMERIC
                   AND CUST-RISK-RATING >= WS-HIGH-RISK-RATING
                   SET WS-PF-PREFUND(WS-PROF-COUNT) TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * FUNDING ITEMS WHOSE SETTLEMENT DATE HAS COME ARE POSTED; THE
      * REST ARE CARRIED AND STILL COUNT AGAINST THE CUSTOMER'S
      * EXPOSURE.
      *----------------------------------------------------------------
       1200-RELEASE-DUE-FUNDING.
           OPEN INPUT FUNDING-IN-FILE
           IF NOT WS-FDIN-OK
               SET WS-FDIN-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-FDIN-EOF
               READ FUNDING-IN-FILE INTO TRANS-RECORD
                   AT END
                       SET WS-FDIN-EOF TO TRUE
                   NOT AT END
                       PERFORM 1210-RELEASE-OR-CARRY
               END-READ
           END-PERFORM
           IF WS-FDIN-OK OR WS-FDIN-STATUS = '10'
               CLOSE FUNDING-IN-FILE
           END-IF.

       1210-RELEASE-OR-CARRY.
           IF TR-DATE <= WS-PROCESSING-DATE
               PERFORM 3620-POST-FUNDING-ITEM
           ELSE
               WRITE FUNDING-OUT-RECORD FROM TRANS-RECORD
               ADD 1 TO WS-FUNDING-WAREHOUSED
               IF TR-TRAN-CODE = 'TRO'
                   PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                       UNTIL WS-PROF-IDX > WS-PROF-COUNT
                       IF WS-PF-FUNDING-ACCT(WS-PROF-IDX) =
                           TR-ACCT-NUMBER
                           ADD TR-AMOUNT TO
                               WS-PF-EXPOSURE(WS-PROF-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       1300-LOAD-TREASURY-DECISIONS.
           OPEN INPUT TREASURY-DECISION-FILE
           IF NOT WS-APRV-OK
               SET WS-APRV-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-APRV-EOF
               READ TREASURY-DECISION-FILE
                   AT END
                       SET WS-APRV-EOF TO TRUE
                   NOT AT END
                       IF WS-TD-COUNT < WS-MAX-TD
                           ADD 1 TO WS-TD-COUNT
                           MOVE TD-QUEUE-ID TO
                               WS-TD-QUEUE-ID(WS-TD-COUNT)
                           MOVE TD-DECISION TO
                               WS-TD-DECISION(WS-TD-COUNT)
                           MOVE TD-OFFICER-ID TO
                               WS-TD-OFFICER-ID(WS-TD-COUNT)
                       ELSE
                           DISPLAY 'TREASURY DECISION TABLE FULL - '
                               'SKIPPED: ' TD-QUEUE-ID
                       END-IF
               END-READ
           END-PERFORM
           IF WS-APRV-OK OR WS-APRV-STATUS = '10'
               CLOSE TREASURY-DECISION-FILE
           END-IF.

      *----------------------------------------------------------------
      * WORK THE PRIOR QUEUE ONE RECORD AT A TIME. THE DECISION IS
      * LOOKED UP AT EACH BATCH HEADER (THE LAST DECISION FOR A QUEUE
      * ID STANDS); AN APPROVED BATCH IS RELEASED RECORD BY RECORD
      * AND FUNDED AT ITS BATCH CONTROL, A DECLINED ONE IS DROPPED,
      * AND AN UNDECIDED ONE IS COPIED TO TODAY'S QUEUE.
      *----------------------------------------------------------------
       1400-WORK-APPROVAL-QUEUE.
           OPEN INPUT QUEUE-IN-FILE
           IF NOT WS-QIN-OK
               SET WS-QIN-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-QIN-EOF
               READ QUEUE-IN-FILE INTO WS-QUEUE-ITEM
                   AT END
                       SET WS-QIN-EOF TO TRUE
                   NOT AT END
                       PERFORM 1410-WORK-QUEUE-RECORD
               END-READ
           END-PERFORM
           IF WS-QIN-OK OR WS-QIN-STATUS = '10'
               CLOSE QUEUE-IN-FILE
           END-IF.

       1410-WORK-QUEUE-RECORD.
           MOVE WS-QI-NACHA-RECORD TO WS-NACHA-GENERIC
           IF WS-QI-QUEUE-ID NOT = WS-QUEUE-GROUP-ID
               PERFORM 1420-START-QUEUED-BATCH
           END-IF
           EVALUATE TRUE
               WHEN WS-QD-APPROVED
                   WRITE RELEASED-BATCH-RECORD FROM WS-NACHA-GENERIC
                   ADD 1 TO WS-RECORDS-RELEASED
               WHEN WS-QD-PENDING
                   WRITE QUEUE-OUT-RECORD FROM WS-QUEUE-ITEM
           END-EVALUATE
           IF WS-NG-BATCH-CONTROL
               PERFORM 1430-END-QUEUED-BATCH
           END-IF.

       1420-START-QUEUED-BATCH.
           MOVE WS-QI-QUEUE-ID TO WS-QUEUE-GROUP-ID
           MOVE WS-QI-COMPANY-ID TO WS-CUR-COMPANY-ID
           MOVE WS-QI-FILE-ID TO WS-CUR-FILE-ID
           MOVE 0 TO WS-TD-MATCH-IDX
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
               UNTIL WS-TD-IDX > WS-TD-COUNT
               IF WS-TD-QUEUE-ID(WS-TD-IDX) = WS-QI-QUEUE-ID
                   MOVE WS-TD-IDX TO WS-TD-MATCH-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-TD-MATCH-IDX = 0
                   SET WS-QD-PENDING TO TRUE
               WHEN WS-TD-DECISION(WS-TD-MATCH-IDX) = 'A'
                   SET WS-QD-APPROVED TO TRUE
               WHEN WS-TD-DECISION(WS-TD-MATCH-IDX) = 'D'
                   SET WS-QD-DECLINED TO TRUE
               WHEN OTHER
                   SET WS-QD-PENDING TO TRUE
           END-EVALUATE
           IF WS-NG-BATCH-HEADER
               MOVE WS-NB-SEC-CODE TO WS-CUR-SEC-CODE
               MOVE WS-NB-EFFECTIVE-DATE TO WS-CUR-EFFECTIVE
           END-IF.

       1430-END-QUEUED-BATCH.
           MOVE WS-NC-BATCH-NUMBER TO WS-CUR-BATCH-NUMBER
           MOVE WS-NC-ENTRY-COUNT TO WS-CUR-ENTRY-COUNT
           COMPUTE WS-CUR-CREDITS = WS-NC-CREDIT-TOTAL / 100
           COMPUTE WS-CUR-DEBITS = WS-NC-DEBIT-TOTAL / 100
           PERFORM 3500-FIND-PROFILE
           EVALUATE TRUE
               WHEN WS-QD-APPROVED
                   IF WS-CUR-PROF-IDX > 0
                       PERFORM 3600-FUND-BATCH
                   END-IF
                   ADD 1 TO WS-QUEUE-APPROVED
                   ADD 1 TO WS-BATCHES-RELEASED
                   MOVE 'APPROVED' TO WS-AK-STATUS
                   MOVE SPACES TO WS-BATCH-REASON
                   STRING 'TREASURY APPROVAL BY ' DELIMITED BY SIZE
                       WS-TD-OFFICER-ID(WS-TD-MATCH-IDX)
                           DELIMITED BY SIZE
                       INTO WS-BATCH-REASON
                   PERFORM 3700-WRITE-BATCH-ACK
               WHEN WS-QD-DECLINED
                   ADD 1 TO WS-QUEUE-DECLINED
                   ADD 1 TO WS-BATCHES-REJECTED
                   MOVE 'DECLINED' TO WS-AK-STATUS
                   MOVE SPACES TO WS-BATCH-REASON
                   STRING 'DECLINED BY TREASURY - ' DELIMITED BY SIZE
                       WS-TD-OFFICER-ID(WS-TD-MATCH-IDX)
                           DELIMITED BY SIZE
                       INTO WS-BATCH-REASON
                   PERFORM 3700-WRITE-BATCH-ACK
               WHEN OTHER
                   ADD 1 TO WS-QUEUE-CARRIED
           END-EVALUATE
           MOVE SPACES TO WS-QUEUE-GROUP-ID.

       2000-PROCESS-CORP-RECORDS.
           READ CORP-NACHA-FILE INTO WS-NACHA-GENERIC
               AT END
                   SET WS-CORP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   EVALUATE TRUE
                       WHEN WS-NACHA-GENERIC = ALL '9'
                           CONTINUE
                       WHEN WS-NG-FILE-HEADER
                           PERFORM 2100-START-FILE
                       WHEN NOT WS-FILE-OPEN
                           DISPLAY 'RECORD OUTSIDE ANY FILE SKIPPED: '
                               WS-NACHA-GENERIC(1:40)
                       WHEN WS-NG-BATCH-HEADER
                           PERFORM 2200-START-BATCH
                       WHEN WS-NG-ENTRY-DETAIL OR WS-NG-ADDENDA
                           PERFORM 2300-HOLD-ENTRY
                       WHEN WS-NG-BATCH-CONTROL
                           PERFORM 2400-PROVE-BATCH
                       WHEN WS-NG-FILE-CONTROL
                           PERFORM 2500-PROVE-FILE
                       WHEN OTHER
                           MOVE 'UNKNOWN RECORD TYPE IN FILE'
                               TO WS-FILE-BAD-REASON
                   END-EVALUATE
           END-READ.

       2100-START-FILE.
           IF WS-FILE-OPEN
               MOVE 'FILE CONTROL RECORD MISSING' TO WS-FILE-BAD-REASON
               PERFORM 2900-REJECT-FILE
           END-IF
           SET WS-FILE-OPEN TO TRUE
           MOVE WS-NF-FILE-ID TO WS-FILE-ID
           MOVE WS-NF-IMMED-ORIGIN TO WS-FILE-ORIGIN
           MOVE SPACES TO WS-FILE-BAD-REASON
           MOVE 0 TO WS-FILE-ENTRY-COUNT
           MOVE 0 TO WS-FILE-HASH
           MOVE 0 TO WS-FILE-DEBIT-CENTS
           MOVE 0 TO WS-FILE-CREDIT-CENTS
           MOVE 0 TO WS-FR-COUNT
           MOVE 0 TO WS-FB-COUNT
           MOVE 'N' TO WS-BATCH-OPEN-FLAG.

       2150-HOLD-RECORD.
           IF WS-FR-COUNT >= WS-MAX-FR
               MOVE 'FILE EXCEEDS RECORD TABLE LIMIT'
                   TO WS-FILE-BAD-REASON
           ELSE
               ADD 1 TO WS-FR-COUNT
               MOVE WS-NACHA-GENERIC TO WS-FR-RECORD(WS-FR-COUNT)
           END-IF.

       2200-START-BATCH.
           IF WS-BATCH-OPEN
               MOVE 'BATCH CONTROL RECORD MISSING'
                   TO WS-FB-BAD-REASON(WS-FB-COUNT)
           END-IF
           IF WS-FB-COUNT >= WS-MAX-FB
               MOVE 'FILE EXCEEDS BATCH TABLE LIMIT'
                   TO WS-FILE-BAD-REASON
           ELSE
               PERFORM 2150-HOLD-RECORD
               SET WS-BATCH-OPEN TO TRUE
               ADD 1 TO WS-FB-COUNT
               MOVE WS-FR-COUNT TO WS-FB-START(WS-FB-COUNT)
               MOVE WS-FR-COUNT TO WS-FB-END(WS-FB-COUNT)
               MOVE WS-NB-COMPANY-ID TO WS-FB-COMPANY-ID(WS-FB-COUNT)
               MOVE WS-NB-SEC-CODE TO WS-FB-SEC-CODE(WS-FB-COUNT)
               MOVE WS-NB-EFFECTIVE-DATE TO
                   WS-FB-EFFECTIVE(WS-FB-COUNT)
               MOVE WS-NB-BATCH-NUMBER TO
                   WS-FB-BATCH-NUMBER(WS-FB-COUNT)
               MOVE 0 TO WS-FB-ENTRY-COUNT(WS-FB-COUNT)
               MOVE 0 TO WS-FB-HASH(WS-FB-COUNT)
               MOVE 0 TO WS-FB-DEBIT-CENTS(WS-FB-COUNT)
               MOVE 0 TO WS-FB-CREDIT-CENTS(WS-FB-COUNT)
               MOVE SPACES TO WS-FB-BAD-REASON(WS-FB-COUNT)
               IF WS-NB-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE 'INVALID EFFECTIVE ENTRY DATE'
                       TO WS-FB-BAD-REASON(WS-FB-COUNT)
               END-IF
           END-IF.

       2300-HOLD-ENTRY.
           IF NOT WS-BATCH-OPEN
               MOVE 'ENTRY OUTSIDE ANY BATCH' TO WS-FILE-BAD-REASON
           ELSE
               PERFORM 2150-HOLD-RECORD
               MOVE WS-FR-COUNT TO WS-FB-END(WS-FB-COUNT)
               ADD 1 TO WS-FB-ENTRY-COUNT(WS-FB-COUNT)
               IF WS-NG-ENTRY-DETAIL
                   PERFORM 2310-ADD-ENTRY-TOTALS
               END-IF
           END-IF.

       2310-ADD-ENTRY-TOTALS.
           EVALUATE TRUE
               WHEN WS-NE-TRAN-ACCT NOT = '2' AND NOT = '3'
                   MOVE 'INVALID TRANSACTION CODE'
                       TO WS-FB-BAD-REASON(WS-FB-COUNT)
               WHEN WS-NE-RDFI IS NOT NUMERIC
                   OR WS-NE-AMOUNT IS NOT NUMERIC
                   MOVE 'ENTRY ROUTING OR AMOUNT NOT NUMERIC'
                       TO WS-FB-BAD-REASON(WS-FB-COUNT)
               WHEN WS-NE-CREDIT
                   ADD WS-NE-RDFI TO WS-FB-HASH(WS-FB-COUNT)
                   ADD WS-NE-AMOUNT TO WS-FB-CREDIT-CENTS(WS-FB-COUNT)
               WHEN WS-NE-DEBIT
                   ADD WS-NE-RDFI TO WS-FB-HASH(WS-FB-COUNT)
                   ADD WS-NE-AMOUNT TO WS-FB-DEBIT-CENTS(WS-FB-COUNT)
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION CODE'
                       TO WS-FB-BAD-REASON(WS-FB-COUNT)
           END-EVALUATE.

      *----------------------------------------------------------------
      * THE ENTRY HASH IS THE SUM OF THE RDFI ROUTING PREFIXES, KEPT
      * TO ITS LOW-ORDER TEN DIGITS.
      *----------------------------------------------------------------
       2400-PROVE-BATCH.
           IF NOT WS-BATCH-OPEN
               MOVE 'BATCH CONTROL WITHOUT BATCH HEADER'
                   TO WS-FILE-BAD-REASON
           ELSE
               PERFORM 2150-HOLD-RECORD
               MOVE WS-FR-COUNT TO WS-FB-END(WS-FB-COUNT)
               EVALUATE TRUE
                   WHEN WS-FB-BAD-REASON(WS-FB-COUNT) NOT = SPACES
                       CONTINUE
                   WHEN WS-NC-ENTRY-COUNT NOT =
                       WS-FB-ENTRY-COUNT(WS-FB-COUNT)
                       MOVE 'BATCH ENTRY/ADDENDA COUNT MISMATCH'
                           TO WS-FB-BAD-REASON(WS-FB-COUNT)
                   WHEN WS-NC-ENTRY-HASH NOT =
                       WS-FB-HASH(WS-FB-COUNT)(3:10)
                       MOVE 'BATCH ENTRY HASH MISMATCH'
                           TO WS-FB-BAD-REASON(WS-FB-COUNT)
                   WHEN WS-NC-DEBIT-TOTAL NOT =
                       WS-FB-DEBIT-CENTS(WS-FB-COUNT)
                       MOVE 'BATCH DEBIT TOTAL MISMATCH'
                           TO WS-FB-BAD-REASON(WS-FB-COUNT)
                   WHEN WS-NC-CREDIT-TOTAL NOT =
                       WS-FB-CREDIT-CENTS(WS-FB-COUNT)
                       MOVE 'BATCH CREDIT TOTAL MISMATCH'
                           TO WS-FB-BAD-REASON(WS-FB-COUNT)
                   WHEN WS-NC-COMPANY-ID NOT =
                       WS-FB-COMPANY-ID(WS-FB-COUNT)
                       MOVE 'COMPANY ID DIFFERS HEADER/CONTROL'
                           TO WS-FB-BAD-REASON(WS-FB-COUNT)
               END-EVALUATE
               ADD WS-FB-ENTRY-COUNT(WS-FB-COUNT)
                   TO WS-FILE-ENTRY-COUNT
               ADD WS-FB-HASH(WS-FB-COUNT) TO WS-FILE-HASH
               ADD WS-FB-DEBIT-CENTS(WS-FB-COUNT)
                   TO WS-FILE-DEBIT-CENTS
               ADD WS-FB-CREDIT-CENTS(WS-FB-COUNT)
                   TO WS-FILE-CREDIT-CENTS
               MOVE 'N' TO WS-BATCH-OPEN-FLAG
           END-IF.

       2500-PROVE-FILE.
           IF WS-BATCH-OPEN
               MOVE 'BATCH CONTROL RECORD MISSING'
                   TO WS-FB-BAD-REASON(WS-FB-COUNT)
               MOVE 'N' TO WS-BATCH-OPEN-FLAG
           END-IF
           EVALUATE TRUE
               WHEN WS-FILE-BAD-REASON NOT = SPACES
                   CONTINUE
               WHEN WS-NT-BATCH-COUNT NOT = WS-FB-COUNT
                   MOVE 'FILE BATCH COUNT MISMATCH'
                       TO WS-FILE-BAD-REASON
               WHEN WS-NT-ENTRY-COUNT NOT = WS-FILE-ENTRY-COUNT
                   MOVE 'FILE ENTRY/ADDENDA COUNT MISMATCH'
                       TO WS-FILE-BAD-REASON
               WHEN WS-NT-ENTRY-HASH NOT = WS-FILE-HASH(3:10)
                   MOVE 'FILE ENTRY HASH MISMATCH'
                       TO WS-FILE-BAD-REASON
               WHEN WS-NT-DEBIT-TOTAL NOT = WS-FILE-DEBIT-CENTS
                   MOVE 'FILE DEBIT TOTAL MISMATCH'
                       TO WS-FILE-BAD-REASON
               WHEN WS-NT-CREDIT-TOTAL NOT = WS-FILE-CREDIT-CENTS
                   MOVE 'FILE CREDIT TOTAL MISMATCH'
                       TO WS-FILE-BAD-REASON
           END-EVALUATE
           IF WS-FILE-BAD-REASON NOT = SPACES
               PERFORM 2900-REJECT-FILE
           ELSE
               PERFORM 3000-DISPOSE-FILE
           END-IF.

      *----------------------------------------------------------------
      * A FILE THAT DOES NOT PROVE IS NOT USED AT ALL. THE FILE-LEVEL
      * ACKNOWLEDGMENT GOES TO THE COMPANY ID OF ITS FIRST BATCH, OR
      * TO THE IMMEDIATE ORIGIN IF IT HAD NONE.
      *----------------------------------------------------------------
       2900-REJECT-FILE.
           ADD 1 TO WS-FILES-REJECTED
           ADD WS-FB-COUNT TO WS-BATCHES-REJECTED
           MOVE SPACES TO WS-ACK-DETAIL
           IF WS-FB-COUNT > 0
               MOVE WS-FB-COMPANY-ID(1) TO WS-AK-COMPANY-ID
           ELSE
               MOVE WS-FILE-ORIGIN TO WS-AK-COMPANY-ID
           END-IF
           MOVE WS-FILE-ID TO WS-AK-FILE-ID
           MOVE 0 TO WS-AK-BATCH-NUMBER
           MOVE 'FILE REJ' TO WS-AK-STATUS
           MOVE WS-FILE-ENTRY-COUNT TO WS-AK-ENTRY-COUNT
           COMPUTE WS-AK-CREDITS = WS-FILE-CREDIT-CENTS / 100
           COMPUTE WS-AK-DEBITS = WS-FILE-DEBIT-CENTS / 100
           MOVE WS-FILE-BAD-REASON TO WS-AK-REASON
           WRITE ACK-LINE FROM WS-ACK-DETAIL
           MOVE 'N' TO WS-FILE-OPEN-FLAG
           MOVE 0 TO WS-FR-COUNT
           MOVE 0 TO WS-FB-COUNT.

       3000-DISPOSE-FILE.
           ADD 1 TO WS-FILES-ACCEPTED
           MOVE SPACES TO WS-ACK-DETAIL
           IF WS-FB-COUNT > 0
               MOVE WS-FB-COMPANY-ID(1) TO WS-AK-COMPANY-ID
           ELSE
               MOVE WS-FILE-ORIGIN TO WS-AK-COMPANY-ID
           END-IF
           MOVE WS-FILE-ID TO WS-AK-FILE-ID
           MOVE 0 TO WS-AK-BATCH-NUMBER
           MOVE 'FILE ACPT' TO WS-AK-STATUS
           MOVE WS-FILE-ENTRY-COUNT TO WS-AK-ENTRY-COUNT
           COMPUTE WS-AK-CREDITS = WS-FILE-CREDIT-CENTS / 100
           COMPUTE WS-AK-DEBITS = WS-FILE-DEBIT-CENTS / 100
           MOVE 'FILE STRUCTURE AND TOTALS PROVED' TO WS-AK-REASON
           WRITE ACK-LINE FROM WS-ACK-DETAIL
           PERFORM 3100-DISPOSE-BATCH
               VARYING WS-FB-IDX FROM 1 BY 1
               UNTIL WS-FB-IDX > WS-FB-COUNT
           MOVE 'N' TO WS-FILE-OPEN-FLAG
           MOVE 0 TO WS-FR-COUNT
           MOVE 0 TO WS-FB-COUNT.

      *----------------------------------------------------------------
      * A PROVED BATCH IS RELEASED, QUEUED FOR TREASURY OR REJECTED.
      * THE EXPOSURE TEST COUNTS ONLY CREDITS - THEY ARE WHAT THE BANK
      * SENDS OUT BEFORE IT HAS COLLECTED FROM THE CUSTOMER.
      *----------------------------------------------------------------
       3100-DISPOSE-BATCH.
           MOVE WS-FB-COMPANY-ID(WS-FB-IDX) TO WS-CUR-COMPANY-ID
           MOVE WS-FB-SEC-CODE(WS-FB-IDX) TO WS-CUR-SEC-CODE
           MOVE WS-FB-EFFECTIVE(WS-FB-IDX) TO WS-CUR-EFFECTIVE
           MOVE WS-FB-BATCH-NUMBER(WS-FB-IDX) TO WS-CUR-BATCH-NUMBER
           MOVE WS-FB-ENTRY-COUNT(WS-FB-IDX) TO WS-CUR-ENTRY-COUNT
           COMPUTE WS-CUR-CREDITS = WS-FB-CREDIT-CENTS(WS-FB-IDX) / 100
           COMPUTE WS-CUR-DEBITS = WS-FB-DEBIT-CENTS(WS-FB-IDX) / 100
           MOVE WS-FILE-ID TO WS-CUR-FILE-ID
           MOVE SPACES TO WS-BATCH-REASON
           PERFORM 3500-FIND-PROFILE
           IF WS-CUR-PROF-IDX > 0
               PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > 5
                   IF WS-PF-SEC-CODE(WS-CUR-PROF-IDX, WS-SEC-IDX) =
                       WS-CUR-SEC-CODE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               COMPUTE WS-NEW-EXPOSURE =
                   WS-PF-EXPOSURE(WS-CUR-PROF-IDX) + WS-CUR-CREDITS
           END-IF
           EVALUATE TRUE
               WHEN WS-FB-BAD-REASON(WS-FB-IDX) NOT = SPACES
                   SET WS-ACTION-REJECT TO TRUE
                   MOVE WS-FB-BAD-REASON(WS-FB-IDX) TO WS-BATCH-REASON
               WHEN WS-CUR-PROF-IDX = 0
                   SET WS-ACTION-REJECT TO TRUE
                   MOVE 'COMPANY NOT SET UP FOR ORIGINATION'
                       TO WS-BATCH-REASON
               WHEN WS-SEC-IDX > 5
                   SET WS-ACTION-REJECT TO TRUE
                   STRING 'SEC CODE ' DELIMITED BY SIZE
                       WS-CUR-SEC-CODE DELIMITED BY SIZE
                       ' NOT ALLOWED FOR COMPANY' DELIMITED BY SIZE
                       INTO WS-BATCH-REASON
               WHEN WS-CUR-CREDITS > 0
                   AND WS-NEW-EXPOSURE >
                       WS-PF-DAILY-LIMIT(WS-CUR-PROF-IDX)
                   SET WS-ACTION-QUEUE TO TRUE
                   MOVE 'OVER DAILY EXPOSURE LIMIT'
                       TO WS-BATCH-REASON
               WHEN OTHER
                   SET WS-ACTION-RELEASE TO TRUE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-ACTION-RELEASE
                   PERFORM 3200-RELEASE-BATCH
               WHEN WS-ACTION-QUEUE
                   PERFORM 3300-QUEUE-BATCH
               WHEN OTHER
                   ADD 1 TO WS-BATCHES-REJECTED
                   MOVE 'REJECTED' TO WS-AK-STATUS
                   PERFORM 3700-WRITE-BATCH-ACK
           END-EVALUATE.

       3200-RELEASE-BATCH.
           PERFORM VARYING WS-FR-IDX FROM WS-FB-START(WS-FB-IDX) BY 1
               UNTIL WS-FR-IDX > WS-FB-END(WS-FB-IDX)
               WRITE RELEASED-BATCH-RECORD
                   FROM WS-FR-RECORD(WS-FR-IDX)
               ADD 1 TO WS-RECORDS-RELEASED
           END-PERFORM
           PERFORM 3600-FUND-BATCH
           ADD 1 TO WS-BATCHES-RELEASED
           MOVE 'ACCEPTED' TO WS-AK-STATUS
           IF WS-PF-PREFUND(WS-CUR-PROF-IDX)
               MOVE 'RELEASED - PRE-FUNDED' TO WS-BATCH-REASON
           ELSE
               MOVE 'RELEASED - FUNDED ON SETTLEMENT DATE'
                   TO WS-BATCH-REASON
           END-IF
           PERFORM 3700-WRITE-BATCH-ACK.

       3300-QUEUE-BATCH.
           ADD 1 TO WS-QUEUE-SEQ
           MOVE WS-PROCESSING-DATE TO WS-QI-ID-DATE
           MOVE WS-QUEUE-SEQ TO WS-QI-ID-SEQ
           MOVE WS-CUR-COMPANY-ID TO WS-QI-COMPANY-ID
           MOVE WS-FILE-ID TO WS-QI-FILE-ID
           MOVE WS-PROCESSING-DATE TO WS-QI-QUEUED-DATE
           PERFORM VARYING WS-FR-IDX FROM WS-FB-START(WS-FB-IDX) BY 1
               UNTIL WS-FR-IDX > WS-FB-END(WS-FB-IDX)
               MOVE WS-FR-RECORD(WS-FR-IDX) TO WS-QI-NACHA-RECORD
               WRITE QUEUE-OUT-RECORD FROM WS-QUEUE-ITEM
           END-PERFORM
           ADD 1 TO WS-BATCHES-QUEUED
           MOVE 'QUEUED' TO WS-AK-STATUS
           STRING 'TREASURY APPROVAL ' DELIMITED BY SIZE
               WS-QI-QUEUE-ID DELIMITED BY SIZE
               INTO WS-BATCH-REASON
           PERFORM 3700-WRITE-BATCH-ACK
           DISPLAY 'BATCH QUEUED FOR TREASURY APPROVAL: '
               WS-QI-QUEUE-ID ' ' WS-CUR-COMPANY-ID.

       3500-FIND-PROFILE.
           MOVE 0 TO WS-CUR-PROF-IDX
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
               UNTIL WS-PROF-IDX > WS-PROF-COUNT
               IF WS-PF-COMPANY-ID(WS-PROF-IDX) = WS-CUR-COMPANY-ID
                   MOVE WS-PROF-IDX TO WS-CUR-PROF-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * FUNDING. THE BATCH CREDITS ARE DEBITED TO THE FUNDING ACCOUNT
      * (TRO) - AT ONCE FOR A PRE-FUNDED CUSTOMER, OTHERWISE ON THE
      * SETTLEMENT DATE. DEBIT ENTRIES ARE CREDITED BACK (TRI) ON THE
      * SETTLEMENT DATE. A PAST OR MISSING EFFECTIVE DATE SETTLES ON
      * THE PROCESSING DATE.
      *----------------------------------------------------------------
       3600-FUND-BATCH.
           MOVE WS-PROCESSING-DATE TO WS-SETTLE-DATE
           IF WS-CUR-EFFECTIVE IS NUMERIC
               COMPUTE WS-SETTLE-DATE = 20000000 + WS-CUR-EFFECTIVE-N
               IF WS-SETTLE-DATE < WS-PROCESSING-DATE
                   MOVE WS-PROCESSING-DATE TO WS-SETTLE-DATE
               END-IF
           END-IF
           ADD WS-CUR-CREDITS TO WS-PF-EXPOSURE(WS-CUR-PROF-IDX)
           ADD WS-CUR-CREDITS TO WS-RELEASED-CREDITS
           IF WS-CUR-CREDITS > 0
               PERFORM 3610-BUILD-FUNDING-ITEM
               MOVE 'TRO' TO TR-TRAN-CODE
               MOVE WS-CUR-CREDITS TO TR-AMOUNT
               IF WS-PF-PREFUND(WS-CUR-PROF-IDX)
                   MOVE WS-PROCESSING-DATE TO TR-DATE
               END-IF
               STRING 'ACH ORIGINATION FUNDING '
                   DELIMITED BY SIZE
                   WS-CUR-SEC-CODE DELIMITED BY SIZE
                   INTO TR-DESCRIPTION
               PERFORM 3630-POST-OR-WAREHOUSE
           END-IF
           IF WS-CUR-DEBITS > 0
               PERFORM 3610-BUILD-FUNDING-ITEM
               MOVE 'TRI' TO TR-TRAN-CODE
               MOVE WS-CUR-DEBITS TO TR-AMOUNT
               STRING 'ACH ORIGINATED COLLECTIONS '
                   DELIMITED BY SIZE
                   WS-CUR-SEC-CODE DELIMITED BY SIZE
                   INTO TR-DESCRIPTION
               PERFORM 3630-POST-OR-WAREHOUSE
           END-IF.

       3610-BUILD-FUNDING-ITEM.
           MOVE SPACES TO TRANS-RECORD
           MOVE WS-PF-FUNDING-ACCT(WS-CUR-PROF-IDX) TO TR-ACCT-NUMBER
           MOVE WS-SETTLE-DATE TO TR-DATE
           MOVE WS-PROCESSING-TIME TO TR-TIME
           STRING WS-CUR-COMPANY-ID DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-CUR-BATCH-NUMBER(3:5) DELIMITED BY SIZE
               INTO TR-REF-NUMBER
           MOVE 0 TO TR-BRANCH
           MOVE SPACES TO TR-TELLER-ID
           MOVE 'USD' TO TR-CURRENCY-CODE
           MOVE 1 TO TR-EXCHANGE-RATE
           MOVE SPACES TO TR-INSTRUMENT-TYPE
           MOVE 0 TO TR-AVAIL-DEFER-AMT
           MOVE 0 TO TR-AVAIL-DEFER-DAYS
           MOVE SPACES TO TR-BENE-NAME
           MOVE 0 TO TR-BENE-BANK-ROUTING
           MOVE SPACES TO TR-BENE-ACCT
           MOVE SPACES TO TR-WIRE-REF.

       3620-POST-FUNDING-ITEM.
           WRITE TRANS-RECORD
           ADD 1 TO WS-FUNDING-POSTED
           ADD TR-AMOUNT TO WS-BC-POSTED-HASH.

       3630-POST-OR-WAREHOUSE.
           IF TR-DATE <= WS-PROCESSING-DATE
               PERFORM 3620-POST-FUNDING-ITEM
           ELSE
               WRITE FUNDING-OUT-RECORD FROM TRANS-RECORD
               ADD 1 TO WS-FUNDING-WAREHOUSED
           END-IF.

       3700-WRITE-BATCH-ACK.
           MOVE WS-CUR-COMPANY-ID TO WS-AK-COMPANY-ID
           MOVE WS-CUR-FILE-ID TO WS-AK-FILE-ID
           MOVE WS-CUR-BATCH-NUMBER TO WS-AK-BATCH-NUMBER
           MOVE WS-CUR-SEC-CODE TO WS-AK-SEC-CODE
           MOVE WS-CUR-ENTRY-COUNT TO WS-AK-ENTRY-COUNT
           MOVE WS-CUR-CREDITS TO WS-AK-CREDITS
           MOVE WS-CUR-DEBITS TO WS-AK-DEBITS
           MOVE WS-BATCH-REASON TO WS-AK-REASON
           WRITE ACK-LINE FROM WS-ACK-DETAIL.

       9000-TERMINATE.
           IF WS-CORP-OK OR WS-CORP-STATUS = '10'
               CLOSE CORP-NACHA-FILE
           END-IF
           CLOSE DAILY-TRANS
           CLOSE RELEASED-BATCH-FILE
           CLOSE ACK-FILE
           CLOSE QUEUE-OUT-FILE
           CLOSE FUNDING-OUT-FILE
           OPEN EXTEND BATCH-CONTROL-FILE
           MOVE WS-PROCESSING-DATE TO BC-RUN-DATE
           MOVE 'CORPACH ' TO BC-STEP-NAME
           MOVE 'DAYTRANS' TO BC-FILE-NAME
           MOVE WS-FUNDING-POSTED TO BC-RECORD-COUNT
           MOVE WS-BC-POSTED-HASH TO BC-AMOUNT-HASH
           WRITE BATCH-CONTROL-RECORD
           CLOSE BATCH-CONTROL-FILE
           IF WS-FILES-REJECTED > 0 OR WS-BATCHES-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '*** CORPORATE ACH ORIGINATION COMPLETE ***'
           DISPLAY 'RECORDS READ:          ' WS-RECORDS-READ
           DISPLAY 'FILES ACCEPTED:        ' WS-FILES-ACCEPTED
           DISPLAY 'FILES REJECTED:        ' WS-FILES-REJECTED
           DISPLAY 'BATCHES RELEASED:      ' WS-BATCHES-RELEASED
           DISPLAY 'BATCHES REJECTED:      ' WS-BATCHES-REJECTED
           DISPLAY 'BATCHES QUEUED:        ' WS-BATCHES-QUEUED
           DISPLAY 'QUEUE APPROVED:        ' WS-QUEUE-APPROVED
           DISPLAY 'QUEUE DECLINED:        ' WS-QUEUE-DECLINED
           DISPLAY 'QUEUE CARRIED:         ' WS-QUEUE-CARRIED
           DISPLAY 'NACHA RECORDS RELEASED:' WS-RECORDS-RELEASED
           DISPLAY 'CREDITS RELEASED:      ' WS-RELEASED-CREDITS
           DISPLAY 'FUNDING ITEMS POSTED:  ' WS-FUNDING-POSTED
           DISPLAY 'FUNDING WAREHOUSED:    ' WS-FUNDING-WAREHOUSED.
