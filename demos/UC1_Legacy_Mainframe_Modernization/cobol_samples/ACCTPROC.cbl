           SELECT OPTIONAL WIRE-CAP-FILE ASSIGN TO WIRECAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WCAP-STATUS.
           SELECT OPTIONAL NACC-CTL-FILE ASSIGN TO NACCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NACC-STATUS.
           SELECT OPTIONAL WIRE-PEND-FILE ASSIGN TO WIREPEND
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL WATCH-LIST-FILE ASSIGN TO WATCHLST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.
           SELECT OPTIONAL WIRE-HOLD-FILE ASSIGN TO WIREHOLD
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL WIRE-SCREEN-LOG ASSIGN TO WIRESLOG
               ORGANIZATION IS SEQUENTIAL.
           SELECT WIRE-REPAIR-FILE ASSIGN TO WIRERPQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TRAN-HISTORY-FILE ASSIGN TO TRANHIST
           SELECT SORT-HIST-FILE ASSIGN TO SRTHIST.
           SELECT HIST-WORK-FILE ASSIGN TO HISTWORK
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL POST-ORDER-FILE ASSIGN TO POSTORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PORD-STATUS.
           SELECT SEQ-TRANS-FILE ASSIGN TO DAYSEQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT SORT-TRAN-FILE ASSIGN TO SRTTRAN.
           SELECT REGD-WARN-FILE ASSIGN TO REGDWARN
               ORGANIZATION IS SEQUENTIAL.
           SELECT REGD-REPORT-FILE ASSIGN TO REGDRPT
           SELECT DEP-HOLD-FILE ASSIGN TO DEPHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPH-STATUS.
           SELECT OPTIONAL KITE-HOLD-FILE ASSIGN TO KITEHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KITE-STATUS.
           SELECT OPTIONAL BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BCTL-STATUS.
               FILE STATUS IS WS-CLOSE-STATUS.
           SELECT CLOSE-DISB-FILE ASSIGN TO CLOSDISB
               ORGANIZATION IS SEQUENTIAL.
           SELECT CD-PENALTY-RPT-FILE ASSIGN TO CDPENRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               FILE STATUS IS WS-BWHL-STATUS.
           SELECT OPTIONAL BWH-LEDGER-FILE ASSIGN TO BWHLEDG
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BKR-STAY-FILE ASSIGN TO BKRSTAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKRS-STATUS.
           SELECT OPTIONAL CD-PLEDGE-FILE ASSIGN TO CDPLEDGE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLDG-STATUS.
           SELECT OPTIONAL OD-OPTIN-FILE ASSIGN TO ODOPTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OI-ACCT-NUMBER
               FILE STATUS IS WS-OPTIN-STATUS.
           SELECT OPTIONAL TAX-STATUS-FILE ASSIGN TO TAXSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TS-CUST-ID
               FILE STATUS IS WS-TAXS-STATUS.
           SELECT OPTIONAL NRA-LEDGER-FILE ASSIGN TO NRALEDG
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REGE-WAIVE-FILE ASSIGN TO ODWAIVE
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL WORKOUT-LIST-FILE ASSIGN TO LNWKLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WKL-STATUS.

           SELECT OPTIONAL GL-MAP-FILE ASSIGN TO GLMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLM-STATUS.
           SELECT OPTIONAL FEE-PROPOSED-FILE ASSIGN TO FEESIMS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FPROP-STATUS.
           SELECT OPTIONAL REL-PROPOSED-FILE ASSIGN TO RELPRSIM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPROP-STATUS.
           SELECT OPTIONAL FEE-SIM-CTL-FILE ASSIGN TO FEESIMCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FSCTL-STATUS.
           SELECT FEE-SIM-RPT-FILE ASSIGN TO FEESIMRP
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  ACCT-REGD-WDL-CNT       PIC 9(2).
           05  ACCT-REGD-VIOL-CYCLES   PIC 9(2).
           05  ACCT-ESCHEAT-NOTICE     PIC 9(8).
      *----------------------------------------------------------------
      * LOAN ACCRUAL STATUS: A NON-ACCRUAL LOAN (SET BY LOANNACR)
      * ACCRUES NOTHING AND ITS PAYMENTS APPLY UNDER THE NON-ACCRUAL
      * PAYMENT METHOD. THE RUN OF CONSECUTIVE ON-TIME PAYMENTS
      * SINCE PLACEMENT EARNS THE RETURN TO ACCRUAL.
      *----------------------------------------------------------------
           05  ACCT-ACCRUAL-STATUS     PIC X(1).
               88  ACCT-NON-ACCRUAL    VALUE 'N'.
           05  ACCT-CURE-PMTS          PIC 9(1).

       FD  DAILY-TRANS.
       01  TRANS-RECORD.
           05  TR-EXCHANGE-RATE        PIC 9(3)V9(6) COMP-3.
           05  TR-INSTRUMENT-TYPE      PIC X(1).
               88  TR-CHECK-DEPOSIT    VALUE 'K'.
               88  TR-ATM-CARD         VALUE 'A'.
               88  TR-POS-ONE-TIME     VALUE 'P'.
               88  TR-POS-RECURRING    VALUE 'R'.
               88  TR-REGE-CARD-ITEM   VALUES 'A' 'P'.
               88  TR-LOCKBOX-DEPOSIT  VALUE 'L'.
      *----------------------------------------------------------------
      * LOCKBOX AVAILABILITY ASSIGNMENT, SET ONLY ON A CONSOLIDATED
      * LOCKBOX DEPOSIT: THE PORTION OF THE DEPOSIT NOT AVAILABLE
      * TODAY AND THE DAYS UNTIL IT IS.
      *----------------------------------------------------------------
           05  TR-AVAIL-DEFER-AMT      PIC S9(11)V99 COMP-3.
           05  TR-AVAIL-DEFER-DAYS     PIC 9(1).
           05  FILLER                  PIC X(3).
      *----------------------------------------------------------------
      * OUTBOUND WIRE BENEFICIARY FIELDS, CAPTURED AT THE WIRE DESK
      * AND CARRIED ON THE TRANSACTION SO THE INTERFACE FILE TO THE
           05  WSD-AMOUNT              PIC S9(11)V99 COMP-3.
           05  WSD-RUNNING-BALANCE     PIC S9(13)V99 COMP-3.
           05  WSD-INT-FLAG            PIC X(1).
           05  WSD-TRAN-SOURCE.
               10  WSD-TRAN-CODE       PIC X(3).
               10  WSD-INSTRUMENT-TYPE PIC X(1).

       SD  SORT-STMT-FILE.
       01  SORT-STMT-RECORD.
           05  SSD-AMOUNT              PIC S9(11)V99 COMP-3.
           05  SSD-RUNNING-BALANCE     PIC S9(13)V99 COMP-3.
           05  SSD-INT-FLAG            PIC X(1).
           05  SSD-TRAN-CODE           PIC X(3).
           05  SSD-INSTRUMENT-TYPE     PIC X(1).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CKPT-TOTAL-REVERSALS    PIC S9(13)V99 COMP-3.
           05  CKPT-TOTAL-WIRES        PIC S9(15)V99 COMP-3.
           05  CKPT-PARTITION-ID       PIC 9(2).
           05  CKPT-POST-METHOD        PIC X(1).

       FD  STOP-PAY-FILE.
       01  STOP-PAY-RECORD.
               88  DH-RELEASED         VALUE 'R'.
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * EXTENDED-HOLD RECOMMENDATIONS FROM THE KITING DETECTION RUN
      * (KITEDET). WHILE A RECOMMENDATION IS IN EFFECT, A CHECK
      * DEPOSIT TO THE ACCOUNT IS HELD FOR AT LEAST KH-HOLD-DAYS
      * UNDER THE REG CC REASONABLE-CAUSE EXCEPTION.
      *----------------------------------------------------------------
       FD  KITE-HOLD-FILE.
       01  KITE-HOLD-RECORD.
           05  KH-ACCT-NUMBER          PIC 9(12).
           05  KH-HOLD-DAYS            PIC 9(2).
           05  KH-EFFECTIVE-DATE       PIC 9(8).
           05  KH-EXPIRY-DATE          PIC 9(8).
           05  KH-SCORE                PIC 9(3).
           05  KH-REASON-CODES         PIC X(12).
           05  FILLER                  PIC X(15).

      *----------------------------------------------------------------
      * SUSPENSE PROCESSING. REJECTED MONETARY ITEMS ARE POSTED TO
      * THE SUSPENSE FILE (THE ORIGINAL TRANSACTION IMAGE PLUS THE
           05  SH-RUNNING-BALANCE      PIC S9(13)V99 COMP-3.
           05  SH-POSTED-DATE          PIC 9(8).
           05  SH-INT-FLAG             PIC X(1).
           05  SH-TRAN-CODE            PIC X(3).
           05  SH-INSTRUMENT-TYPE      PIC X(1).
           05  FILLER                  PIC X(5).

       FD  HIST-WORK-FILE.
       01  HIST-WORK-RECORD.
           05  HW-RUNNING-BALANCE      PIC S9(13)V99 COMP-3.
           05  HW-POSTED-DATE          PIC 9(8).
           05  HW-INT-FLAG             PIC X(1).
           05  HW-TRAN-CODE            PIC X(3).
           05  HW-INSTRUMENT-TYPE      PIC X(1).
           05  FILLER                  PIC X(5).

      *----------------------------------------------------------------
      * POSTING-ORDER CONTROL. ONE 'M' RECORD NAMES THE METHOD USED TO
      * SEQUENCE DAYTRANS BEFORE POSTING, WITH THE POLICY REFERENCE
      * THAT APPROVED IT:
      *   F - FILE ORDER, AS THE FEEDS WROTE DAYTRANS
      *   C - CREDITS FIRST, THEN DEBITS IN CHRONOLOGICAL ORDER
      *   L - CREDITS FIRST, THEN DEBITS LOWEST AMOUNT TO HIGHEST
      *   P - FIXED PRIORITY BY TRAN CODE, CHRONOLOGICAL WITHIN IT
      * 'T' RECORDS (METHOD P ONLY) REPLACE THE DEFAULT TRAN-CODE
      * PRIORITIES, 01 POSTING FIRST. WHATEVER THE METHOD, STOP-
      * PAYMENT MAINTENANCE POSTS AHEAD OF EVERYTHING AND REVERSALS
      * AFTER EVERYTHING, SO A STOP PLACED TODAY CATCHES TODAY'S
      * CHECK AND A REVERSAL FINDS THE DEBIT IT REVERSES.
      *----------------------------------------------------------------
       FD  POST-ORDER-FILE.
       01  POST-ORDER-RECORD.
           05  PO-REC-TYPE             PIC X(1).
               88  PO-METHOD-REC       VALUE 'M'.
               88  PO-PRIORITY-REC     VALUE 'T'.
           05  PO-METHOD               PIC X(1).
           05  PO-TRAN-CODE            PIC X(3).
           05  PO-PRIORITY             PIC 9(2).
           05  PO-POLICY-REF           PIC X(40).
           05  FILLER                  PIC X(13).

      *----------------------------------------------------------------
      * DAYTRANS IN POSTING SEQUENCE. THE ORIGINAL FILE POSITION IS
      * THE LAST KEY, SO THE SEQUENCE IS THE SAME EVERY TIME THE SAME
      * FILE IS SORTED - A RESTART OR A PARTITION SEES THE SAME ORDER
      * AND THE CHECKPOINT RECORD COUNT STILL APPLIES.
      *----------------------------------------------------------------
       FD  SEQ-TRANS-FILE.
       01  SEQ-TRANS-RECORD.
           05  SQ-CLASS                PIC 9(2).
           05  SQ-AMOUNT-KEY           PIC 9(11)V99.
           05  SQ-TRAN-DATE            PIC 9(8).
           05  SQ-TRAN-TIME            PIC 9(6).
           05  SQ-FILE-SEQ             PIC 9(9).
           05  SQ-TRANS-DATA           PIC X(194).

       SD  SORT-TRAN-FILE.
       01  SORT-TRAN-RECORD.
           05  ST-CLASS                PIC 9(2).
           05  ST-AMOUNT-KEY           PIC 9(11)V99.
           05  ST-TRAN-DATE            PIC 9(8).
           05  ST-TRAN-TIME            PIC 9(6).
           05  ST-FILE-SEQ             PIC 9(9).
           05  ST-TRANS-DATA           PIC X(194).

      *----------------------------------------------------------------
      * REGULATION D WARNING-LETTER EXTRACT AND REPEAT-OFFENDER
      * SORTED STATEMENT DETAIL AND KEYED BY ACCOUNT, DATE, AND
      * SEQUENCE. THE STMTRPRT UTILITY REGENERATES A STATEMENT FOR
      * ANY ACCOUNT AND DATE RANGE FROM THIS FILE AND MANAGES ITS
      * RETENTION BY AGE. EACH ITEM CARRIES THE TRANSACTION CODE AND
      * INSTRUMENT TYPE OF THE ITEM THAT POSTED IT; LINES THE RUN
      * GENERATES ITSELF (FEES, HOLDS, SWEEPS, INTEREST) CARRY BLANKS.
      *----------------------------------------------------------------
       FD  TRAN-HISTORY-FILE.
       01  TRAN-HISTORY-RECORD.
           05  TH-RUNNING-BALANCE      PIC S9(13)V99 COMP-3.
           05  TH-POSTED-DATE          PIC 9(8).
           05  TH-INT-FLAG             PIC X(1).
           05  TH-TRAN-CODE            PIC X(3).
           05  TH-INSTRUMENT-TYPE      PIC X(1).
           05  FILLER                  PIC X(5).

      *----------------------------------------------------------------
      * INCOMING WIRE REPAIR QUEUE. A TR-WIRE CREDIT WHOSE ACCOUNT
           05  WC-DAILY-CAP            PIC S9(15)V99 COMP-3.
           05  FILLER                  PIC X(11).

      *----------------------------------------------------------------
      * NON-ACCRUAL CONTROL (SHARED WITH LOANNACR): ONLY THE PAYMENT
      * METHOD IS USED HERE - P PRINCIPAL FIRST, C CASH BASIS.
      *----------------------------------------------------------------
       FD  NACC-CTL-FILE.
       01  NACC-CTL-RECORD.
           05  NC-THRESHOLD-DAYS       PIC 9(3).
           05  NC-CURE-PMTS            PIC 9(1).
           05  NC-PMT-METHOD           PIC X(1).
           05  FILLER                  PIC X(15).

       FD  WIRE-PEND-FILE.
       01  WIRE-PEND-RECORD.
           05  WP-WIRE-REF             PIC X(16).
           05  WP-QUEUED-DATE          PIC 9(8).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * SANCTIONS WATCH LIST (SHARED WITH OFACSCRN). EVERY OUTBOUND
      * WIRE IS SCREENED AGAINST IT BEFORE IT REACHES THE
      * TRANSMISSION INTERFACE.
      *----------------------------------------------------------------
       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD.
           05  WL-NAME                 PIC X(50).
           05  WL-COUNTRY              PIC X(3).
           05  WL-PROGRAM              PIC X(10).
           05  FILLER                  PIC X(17).

      *----------------------------------------------------------------
      * SCREENING HOLD QUEUE. A WIRE WITH A POTENTIAL WATCH-LIST HIT
      * IS HELD HERE INSTEAD OF GOING TO WIREOUT; THE CUSTOMER DEBIT
      * HAS POSTED. COMPLIANCE RELEASES OR REJECTS IT THROUGH
      * OFACRLSE. HQ-HIT-SUBJECT NAMES THE PARTY THAT MATCHED - BENE
      * (BENEFICIARY), BANK (BENEFICIARY BANK), ORIG (ORIGINATOR),
      * DESC (WIRE TEXT) OR LIST (NO WATCH LIST TO SCREEN AGAINST).
      *----------------------------------------------------------------
       FD  WIRE-HOLD-FILE.
       01  WIRE-HOLD-RECORD.
           05  HQ-WIRE-REF             PIC X(16).
           05  HQ-ACCT-NUMBER          PIC 9(12).
           05  HQ-USD-AMOUNT           PIC S9(13)V99 COMP-3.
           05  HQ-CURRENCY-CODE        PIC X(3).
           05  HQ-ORIG-AMOUNT          PIC S9(11)V99 COMP-3.
           05  HQ-BENE-NAME            PIC X(35).
           05  HQ-BENE-BANK-ROUTING    PIC 9(9).
           05  HQ-BENE-ACCT            PIC X(20).
           05  HQ-ORIG-NAME            PIC X(35).
           05  HQ-HELD-DATE            PIC 9(8).
           05  HQ-HELD-TIME            PIC 9(6).
           05  HQ-HIT-SUBJECT          PIC X(4).
           05  HQ-HIT-TEXT             PIC X(35).
           05  HQ-WL-NAME              PIC X(50).
           05  HQ-WL-PROGRAM           PIC X(10).
           05  FILLER                  PIC X(12).

      *----------------------------------------------------------------
      * SCREENING LOG, RETAINED FOR EXAMINATION. ONE RECORD PER WIRE
      * SCREENED (CLEARED OR HELD) AND PER COMPLIANCE DECISION
      * (OFACRLSE), WITH THE PARTY SCREENED AND THE LIST ENTRY HIT.
      *----------------------------------------------------------------
       FD  WIRE-SCREEN-LOG.
       01  WIRE-SCREEN-LOG-RECORD.
           05  SL-LOG-DATE             PIC 9(8).
           05  SL-LOG-TIME             PIC 9(6).
           05  SL-PROGRAM              PIC X(8).
           05  SL-EVENT                PIC X(8).
           05  SL-WIRE-REF             PIC X(16).
           05  SL-ACCT-NUMBER          PIC 9(12).
           05  SL-USD-AMOUNT           PIC S9(13)V99 COMP-3.
           05  SL-BENE-NAME            PIC X(35).
           05  SL-HIT-SUBJECT          PIC X(4).
           05  SL-WL-NAME              PIC X(50).
           05  SL-WL-PROGRAM           PIC X(10).
           05  SL-OFFICER-ID           PIC X(8).
           05  SL-REASON               PIC X(30).
           05  FILLER                  PIC X(17).

       FD  CLOSING-RATE-FILE.
       01  CLOSING-RATE-RECORD.
           05  CL-CURRENCY             PIC X(3).
           05  CD-REASON               PIC X(20).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * DAILY CD EARLY-WITHDRAWAL PENALTY REGISTER FOR THE BRANCHES:
      * ONE LINE PER PENALTY CHARGED, SHOWING THE TERM, THE DAYS OF
      * INTEREST FORFEITED, AND THE SPLIT BETWEEN ACCRUED INTEREST
      * AND PRINCIPAL.
      *----------------------------------------------------------------
       FD  CD-PENALTY-RPT-FILE.
       01  CD-PENALTY-RPT-LINE         PIC X(132).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ID                 PIC 9(10).
               10  CUST-CITY           PIC X(25).
               10  CUST-STATE          PIC X(2).
               10  CUST-ZIP            PIC 9(5).
           05  FILLER                  PIC X(76).
           05  CUST-SEGMENT            PIC X(2).
           05  FILLER                  PIC X(136).

       FD  OWNER-XREF-FILE.
       01  OWNER-XREF-RECORD.
           05  BW-NOTICE-DATE          PIC 9(8).
           05  FILLER                  PIC X(13).

      *----------------------------------------------------------------
      * AUTOMATIC-STAY LIST FROM THE BANKRUPTCY NOTICE INTAKE
      * (BKRPROC): ONE RECORD PER LOAN OF A CUSTOMER WITH A CASE ON
      * FILE. NO LATE CHARGE IS ASSESSED WHILE THE STAY IS ACTIVE.
      *----------------------------------------------------------------
       FD  BKR-STAY-FILE.
       01  BKR-STAY-RECORD.
           05  BS-ACCT-NUMBER          PIC 9(12).
           05  BS-CUST-ID              PIC 9(10).
           05  BS-CASE-NUMBER          PIC X(15).
           05  BS-CHAPTER              PIC 9(2).
           05  BS-STATUS               PIC X(1).
               88  BS-STAY-ACTIVE      VALUE 'A'.
           05  BS-FILING-DATE          PIC 9(8).
           05  BS-STATUS-DATE          PIC 9(8).
           05  FILLER                  PIC X(14).

      *----------------------------------------------------------------
      * PLEDGED-CD LIST FROM COLLATERAL MAINTENANCE (COLLMNT): ONE
      * RECORD PER CERTIFICATE PLEDGED UNDER AN ACTIVE LIEN. A
      * PLEDGED CD IS NOT ROLLED OVER AT MATURITY OR CLOSED UNTIL THE
      * LIEN IS RELEASED.
      *----------------------------------------------------------------
       FD  CD-PLEDGE-FILE.
       01  CD-PLEDGE-RECORD.
           05  PL-CD-ACCT              PIC 9(12).
           05  PL-LOAN-ACCT            PIC 9(12).
           05  PL-PLEDGE-AMOUNT        PIC S9(11)V99 COMP-3.
           05  PL-PLEDGE-HELD          PIC S9(11)V99 COMP-3.
           05  PL-STATUS               PIC X(1).
               88  PL-LIEN-ACTIVE      VALUE 'A'.
           05  FILLER                  PIC X(11).

      *----------------------------------------------------------------
      * OVERDRAFT OPT-IN MASTER FROM ODOPTMNT. AN ACCOUNT WITH NO
      * RECORD HAS NOT OPTED IN. AN ATM OR ONE-TIME DEBIT CARD ITEM
      * THAT OVERDRAWS AN ACCOUNT NOT OPTED IN IS NOT CHARGED THE
      * OVERDRAFT FEE; EACH SUCH WAIVER IS LOGGED TO ODWAIVE FOR THE
      * COMPLIANCE REPORT.
      *----------------------------------------------------------------
       FD  OD-OPTIN-FILE.
       01  OD-OPTIN-RECORD.
           05  OI-ACCT-NUMBER          PIC 9(12).
           05  OI-ELECTION             PIC X(1).
               88  OI-OPTED-IN         VALUE 'Y'.
           05  OI-ELECTION-DATE        PIC 9(8).
           05  FILLER                  PIC X(29).

      *----------------------------------------------------------------
      * CUSTOMER TAX STATUS MASTER FROM TAXSMNT. A FOREIGN CUSTOMER'S
      * INTEREST CREDITS ARE WITHHELD AT THE TREATY RATE WHILE THE
      * W-8BEN IS IN FORCE AND AT THE 30 PERCENT STATUTORY RATE ONCE
      * IT HAS EXPIRED. EVERY SUCH CREDIT IS LEDGERED TO NRALEDG FOR
      * THE 1042-S EXTRACT AND THE IRS REMITTANCE.
      *----------------------------------------------------------------
       FD  TAX-STATUS-FILE.
       01  TAX-STATUS-RECORD.
           05  TS-CUST-ID              PIC 9(10).
           05  TS-TAX-STATUS           PIC X(1).
               88  TS-FOREIGN          VALUE 'F'.
           05  TS-CERT-TYPE            PIC X(6).
           05  TS-CERT-RECEIVED-DATE   PIC 9(8).
           05  TS-CERT-EXPIRE-DATE     PIC 9(8).
           05  TS-COUNTRY              PIC X(2).
           05  TS-TREATY-RATE          PIC V9(4).
           05  TS-INCOME-CODE          PIC X(2).
           05  TS-EXEMPTION-CODE       PIC X(2).
           05  FILLER                  PIC X(57).

       FD  NRA-LEDGER-FILE.
       01  NRA-LEDGER-RECORD.
           05  NL-ACCT-NUMBER          PIC 9(12).
           05  NL-OWNER-ID             PIC 9(10).
           05  NL-DATE                 PIC 9(8).
           05  NL-GROSS-INTEREST       PIC S9(9)V99 COMP-3.
           05  NL-WITHHELD             PIC S9(7)V99 COMP-3.
           05  NL-RATE                 PIC V9(4).
           05  NL-INCOME-CODE          PIC X(2).
           05  NL-EXEMPTION-CODE       PIC X(2).
           05  NL-COUNTRY              PIC X(2).
           05  NL-CERT-STATUS          PIC X(1).
           05  FILLER                  PIC X(10).

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

      *----------------------------------------------------------------
      * FORBEARANCE LIST FROM THE LOAN WORKOUT RUN (LOANWRK): LOANS
      * WITH AN APPROVED FORBEARANCE NOT YET CLOSED. FROM THE START
      * DATE NO LATE CHARGE IS ASSESSED, AND A PAYMENT NEVER
      * ADVANCES THE DUE DATE INTO THE WINDOW.
      *----------------------------------------------------------------
       FD  WORKOUT-LIST-FILE.
       01  WORKOUT-LIST-RECORD.
           05  WL-ACCT-NUMBER          PIC 9(12).
           05  WL-FB-START             PIC 9(8).
           05  WL-FB-END               PIC 9(8).
           05  FILLER                  PIC X(12).

       FD  BWH-LEDGER-FILE.
       01  BWH-LEDGER-RECORD.
           05  BL-ACCT-NUMBER          PIC 9(12).
           05  PT-TOTAL-CLOSE-DISB     PIC S9(15)V99 COMP-3.
           05  PT-SUSP-CREDITS         PIC S9(15)V99 COMP-3.
           05  PT-SUSP-DEBITS          PIC S9(15)V99 COMP-3.
           05  PT-PENALTY-ACCR         PIC S9(11)V99 COMP-3.
           05  PT-PENALTY-PRIN         PIC S9(11)V99 COMP-3.
           05  PT-LOAN-ACCRUAL         PIC S9(11)V99 COMP-3.
           05  PT-LOAN-ACCR-RELIEF     PIC S9(11)V99 COMP-3.
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * FEE SIMULATION INPUTS: THE PROPOSED FEE SCHEDULE (SAME LAYOUT
      * AS FEESCHED), THE PROPOSED RELATIONSHIP PRICING TIERS (SAME
      * LAYOUT AS RELPRICE - WHEN ABSENT TODAY'S TIERS ARE KEPT) AND
      * A CONTROL RECORD CARRYING THE PROPOSED VIP WAIVER PERCENTAGE
      * (100 = FULL WAIVER AS TODAY, 0 = VIPS PAY THE FEE, ANYTHING
      * BETWEEN IS A DISCOUNT).
      *----------------------------------------------------------------
       FD  FEE-PROPOSED-FILE.
       01  FEE-PROPOSED-RECORD.
           05  FP-ACCT-TYPE            PIC X(2).
           05  FP-TIER                 PIC 9(2).
           05  FP-MIN-BALANCE          PIC S9(13)V99 COMP-3.
           05  FP-MAX-BALANCE          PIC S9(13)V99 COMP-3.
           05  FP-FEE-AMOUNT           PIC S9(5)V99 COMP-3.
           05  FP-EFF-DATE             PIC 9(8).
           05  FILLER                  PIC X(20).

       FD  REL-PROPOSED-FILE.
       01  REL-PROPOSED-RECORD.
           05  RQ-MIN-COMBINED         PIC S9(13)V99 COMP-3.
           05  RQ-DISCOUNT-PCT         PIC 9(3).
           05  FILLER                  PIC X(10).

       FD  FEE-SIM-CTL-FILE.
       01  FEE-SIM-CTL-RECORD.
           05  SC-VIP-WAIVE-PCT        PIC 9(3).
           05  FILLER                  PIC X(77).

       FD  FEE-SIM-RPT-FILE.
       01  FEE-SIM-RPT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
           88  WS-TRAN-OK              VALUE '00'.
           88  WS-TRAN-EOF             VALUE '10'.
       01  WS-CKPT-STATUS              PIC X(2).
       01  WS-PORD-STATUS              PIC X(2).
           88  WS-PORD-OK              VALUE '00'.
       01  WS-SEQ-STATUS               PIC X(2).
           88  WS-SEQ-OK               VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.
       01  WS-STOP-STATUS              PIC X(2).
       01  WS-REGCC-ACCT-AGE           PIC S9(5).
       01  WS-DEP-HOLDS-PLACED         PIC 9(7) VALUE 0.

      *----------------------------------------------------------------
      * ACCOUNTS UNDER A KITING EXTENDED-HOLD RECOMMENDATION. THE
      * LONGER OF THE SCHEDULE ABOVE AND THE RECOMMENDED DAYS APPLIES
      * WHILE THE RECOMMENDATION IS IN EFFECT.
      *----------------------------------------------------------------
       01  WS-KITE-STATUS              PIC X(2).
           88  WS-KITE-OK              VALUE '00'.
       01  WS-KITE-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-KITE-NO-MORE         VALUE 'Y'.
       01  WS-KITE-TABLE.
           05  WS-KT-ENTRY OCCURS 500 TIMES.
               10  WS-KT-ACCT          PIC 9(12).
               10  WS-KT-HOLD-DAYS     PIC 9(2).
               10  WS-KT-EFFECTIVE     PIC 9(8).
               10  WS-KT-EXPIRY        PIC 9(8).
       01  WS-KITE-COUNT               PIC 9(3) VALUE 0.
       01  WS-KITE-IDX                 PIC 9(3).
       01  WS-MAX-KITE-HOLDS           PIC 9(3) VALUE 500.
       01  WS-KITE-HOLDS-EXTENDED      PIC 9(7) VALUE 0.
       01  WS-KITE-OVERFLOW            PIC 9(7) VALUE 0.

       01  WS-CHECKPOINT-INTERVAL      PIC 9(5) VALUE 5000.
       01  WS-RESTART-COUNT            PIC 9(7) VALUE 0.
       01  WS-RESTART-MODE-FLAG        PIC X(1) VALUE 'N'.
      * ON THE COMMAND LINE RUNS THIS IMAGE AGAINST ITS OWN ACCOUNT
      * KEY RANGE AND TRANSACTION SPLIT, WITH ITS OWN CHECKPOINT;
      * THE GL FEED IS REPLACED BY A PARTITION TOTALS RECORD THAT
      * ACCTCONS CONSOLIDATES. 'FEESIM' RUNS THE FEE SCHEDULE WHAT-IF
      * SIMULATION INSTEAD OF THE NIGHTLY CYCLE (NOTHING IS POSTED).
      *----------------------------------------------------------------
       01  WS-COMMAND-LINE             PIC X(60).
       01  WS-CMD-KEYWORD              PIC X(9) VALUE SPACES.
           88  WS-CMD-PARTITION        VALUE 'PARTITION'.
           88  WS-CMD-FEE-SIM          VALUE 'FEESIM'.
       01  WS-CMD-PART-ID-TEXT         PIC X(2) VALUE SPACES.
       01  WS-CMD-LOW-TEXT             PIC X(12) VALUE SPACES.
       01  WS-CMD-HIGH-TEXT            PIC X(12) VALUE SPACES.
       01  WS-WCAP-STATUS              PIC X(2).
           88  WS-WCAP-OK              VALUE '00'.
       01  WS-WIRE-CAP                 PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-NACC-STATUS              PIC X(2).
           88  WS-NACC-OK              VALUE '00'.
       01  WS-NACC-PMT-METHOD          PIC X(1) VALUE 'P'.
           88  WS-NACC-CASH-BASIS      VALUE 'C'.
       01  WS-WIRES-RELEASED-AMT       PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-WIRES-QUEUED             PIC 9(5) VALUE 0.
       01  WS-WIRES-QUEUED-AMT         PIC S9(15)V99 COMP-3 VALUE 0.

      *----------------------------------------------------------------
      * PRE-RELEASE WIRE SCREENING. THE WATCH LIST IS HELD NORMALIZED
      * THE SAME WAY OFACSCRN NORMALIZES IT; WS-WL-NORM-LEN IS THE
      * SIGNIFICANT LENGTH FOR THE CONTAINED-NAME SCAN.
      *----------------------------------------------------------------
       01  WS-WATCH-STATUS             PIC X(2).
           88  WS-WATCH-OK             VALUE '00'.
       01  WS-WATCH-EOF-FLAG           PIC X(1) VALUE 'N'.
           88  WS-WATCH-EOF            VALUE 'Y'.
       01  WS-WATCH-TABLE.
           05  WS-WL-ENTRY OCCURS 1000 TIMES.
               10  WS-WL-NAME          PIC X(50).
               10  WS-WL-NORM          PIC X(50).
               10  WS-WL-NORM-LEN      PIC 9(2).
               10  WS-WL-PROGRAM       PIC X(10).
       01  WS-WATCH-COUNT              PIC 9(4) VALUE 0.
       01  WS-WATCH-IDX                PIC 9(4).
       01  WS-MAX-WATCH                PIC 9(4) VALUE 1000.
       01  WS-SUBJECT-NAME             PIC X(60).
       01  WS-NORM-INPUT               PIC X(60).
       01  WS-NORM-OUTPUT              PIC X(60).
       01  WS-NORM-LEN                 PIC 9(2) VALUE 0.
       01  WS-NORM-IN-IDX              PIC 9(2).
       01  WS-NORM-CHAR                PIC X(1).
       01  WS-SCAN-IDX                 PIC 9(2).
       01  WS-SCAN-LIMIT               PIC S9(3).
       01  WS-MATCH-FLAG               PIC X(1) VALUE 'N'.
           88  WS-NAME-MATCHED         VALUE 'Y'.
       01  WS-WIRE-ORIG-NAME           PIC X(35).
       01  WS-WIRE-REF-OUT             PIC X(16).
       01  WS-SCREEN-TIME              PIC 9(6).
       01  WS-WIRES-SCREENED           PIC 9(5) VALUE 0.
       01  WS-WIRES-SCREEN-HELD        PIC 9(5) VALUE 0.
       01  WS-WIRES-SCREEN-HELD-AMT    PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-DBAL-STATUS              PIC X(2).
           88  WS-DBAL-OK              VALUE '00'.
       01  WS-DBAL-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-XREF-LOADED          VALUE 'Y'.
       01  WS-JT-SAVE-AREA             PIC X(230).

      *----------------------------------------------------------------
      * FEE SCHEDULE SIMULATION ('FEESIM'). TODAY'S PRICING AND THE
      * PROPOSED PRICING ARE HELD SIDE BY SIDE AND MOVED INTO THE
      * LIVE FEE AND RELATIONSHIP TABLES IN TURN, SO EVERY ACCOUNT IS
      * PRICED BOTH WAYS BY THE PARAGRAPHS THE NIGHTLY FEE STEP USES.
      * RESULTS ARE TOTALED BY ACCOUNT TYPE, CUSTOMER SEGMENT AND
      * BRANCH, AND THE LARGEST INCREASES ARE RANKED.
      *----------------------------------------------------------------
       01  WS-FPROP-STATUS             PIC X(2).
           88  WS-FPROP-OK             VALUE '00'.
       01  WS-RPROP-STATUS             PIC X(2).
           88  WS-RPROP-OK             VALUE '00'.
       01  WS-FSCTL-STATUS             PIC X(2).
           88  WS-FSCTL-OK             VALUE '00'.
       01  WS-SIM-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-SIM-NO-MORE          VALUE 'Y'.
       01  WS-SIM-CUST-FLAG            PIC X(1) VALUE 'N'.
           88  WS-SIM-CUST-OPEN        VALUE 'Y'.
       01  WS-SIM-PROP-FEE-TABLE.
           05  WS-PF-ENTRY OCCURS 50 TIMES.
               10  WS-PF-TYPE          PIC X(2).
               10  WS-PF-TIER          PIC 9(2).
               10  WS-PF-MIN           PIC S9(13)V99 COMP-3.
               10  WS-PF-MAX           PIC S9(13)V99 COMP-3.
               10  WS-PF-FEE           PIC S9(5)V99 COMP-3.
       01  WS-SIM-PROP-FEE-COUNT       PIC 9(2) VALUE 0.
       01  WS-SIM-PROP-RELP-TABLE.
           05  WS-PR-ENTRY OCCURS 10 TIMES.
               10  WS-PR-MIN           PIC S9(13)V99 COMP-3.
               10  WS-PR-PCT           PIC 9(3).
       01  WS-SIM-PROP-RELP-COUNT      PIC 9(2) VALUE 0.
       01  WS-SIM-PROP-VIP-PCT         PIC 9(3) VALUE 100.
       01  WS-SIM-PROP-DISCARDED       PIC 9(5) VALUE 0.
       01  WS-SIM-CUR-FEE-TABLE        PIC X(1200).
       01  WS-SIM-CUR-FEE-COUNT        PIC 9(2) VALUE 0.
       01  WS-SIM-CUR-RELP-TABLE       PIC X(110).
       01  WS-SIM-CUR-RELP-COUNT       PIC 9(2) VALUE 0.
       01  WS-SIM-VIP-PCT              PIC 9(3).
       01  WS-SIM-VIP-DISCOUNT         PIC S9(5)V99 COMP-3.
       01  WS-SIM-CURRENT-FEE          PIC S9(5)V99 COMP-3.
       01  WS-SIM-PROPOSED-FEE         PIC S9(5)V99 COMP-3.
       01  WS-SIM-CHANGE               PIC S9(5)V99 COMP-3.
       01  WS-SIM-SEGMENT              PIC X(2).
       01  WS-SIM-BRANCH               PIC X(4).
       01  WS-SIM-PCT                  PIC S9(5)V9.

       01  WS-SIM-GROUP-TABLE.
           05  WS-FG-ENTRY OCCURS 700 TIMES.
               10  WS-FG-KEY.
                   15  WS-FG-DIM       PIC X(1).
                   15  WS-FG-CODE      PIC X(4).
               10  WS-FG-ACCOUNTS      PIC 9(7).
               10  WS-FG-CHARGED-CUR   PIC 9(7).
               10  WS-FG-CHARGED-PROP  PIC 9(7).
               10  WS-FG-HIGHER        PIC 9(7).
               10  WS-FG-LOWER         PIC 9(7).
               10  WS-FG-CUR-FEES      PIC S9(11)V99 COMP-3.
               10  WS-FG-PROP-FEES     PIC S9(11)V99 COMP-3.
       01  WS-FG-COUNT                 PIC 9(3) VALUE 0.
       01  WS-FG-MAX                   PIC 9(3) VALUE 700.
       01  WS-FG-IDX                   PIC 9(3).
       01  WS-FG-SHIFT                 PIC 9(3).
       01  WS-FG-OVERFLOW              PIC 9(7) VALUE 0.
       01  WS-FG-LOOKUP-KEY.
           05  WS-FG-LOOKUP-DIM        PIC X(1).
           05  WS-FG-LOOKUP-CODE       PIC X(4).
       01  WS-FG-LAST-DIM              PIC X(1).
       01  WS-FG-FOUND-FLAG            PIC X(1).
           88  WS-FG-FOUND             VALUE 'Y'.

       01  WS-SIM-TOP-TABLE.
           05  WS-FT-ENTRY OCCURS 25 TIMES.
               10  WS-FT-ACCT          PIC 9(12).
               10  WS-FT-OWNER         PIC 9(10).
               10  WS-FT-TYPE          PIC X(2).
               10  WS-FT-SEGMENT       PIC X(2).
               10  WS-FT-BRANCH        PIC 9(4).
               10  WS-FT-ADB           PIC S9(13)V99 COMP-3.
               10  WS-FT-CURRENT       PIC S9(5)V99 COMP-3.
               10  WS-FT-PROPOSED      PIC S9(5)V99 COMP-3.
               10  WS-FT-CHANGE        PIC S9(5)V99 COMP-3.
       01  WS-FT-COUNT                 PIC 9(2) VALUE 0.
       01  WS-FT-MAX                   PIC 9(2) VALUE 25.
       01  WS-FT-IDX                   PIC 9(2).
       01  WS-FT-SHIFT                 PIC 9(2).

       01  WS-SIM-TOTALS.
           05  WS-SIM-ACCTS-PRICED     PIC 9(7) VALUE 0.
           05  WS-SIM-VIP-ACCTS        PIC 9(7) VALUE 0.
           05  WS-SIM-CHARGED-CUR      PIC 9(7) VALUE 0.
           05  WS-SIM-CHARGED-PROP     PIC 9(7) VALUE 0.
           05  WS-SIM-HIGHER           PIC 9(7) VALUE 0.
           05  WS-SIM-LOWER            PIC 9(7) VALUE 0.
           05  WS-SIM-CUR-FEES         PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SIM-PROP-FEES        PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-SIM-ANNUAL-CHANGE    PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-SIM-HEADER.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               'FEE SCHEDULE SIMULATION - CURRENT VS PROPOSED'.
           05  FILLER                  PIC X(20) VALUE
               '(NOTHING POSTED)'.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE '.
           05  WS-FSH-DATE             PIC 9999/99/99.
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-SIM-SECTION-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FSS-TITLE            PIC X(40).
           05  FILLER                  PIC X(90) VALUE SPACES.

       01  WS-SIM-GROUP-COLUMNS.
           05  FILLER                  PIC X(16) VALUE '  GROUP'.
           05  FILLER                  PIC X(9) VALUE '  ACCTS'.
           05  FILLER                  PIC X(9) VALUE 'CHG NOW'.
           05  FILLER                  PIC X(9) VALUE 'CHG PROP'.
           05  FILLER                  PIC X(16) VALUE
               '  CURRENT FEES'.
           05  FILLER                  PIC X(16) VALUE
               ' PROPOSED FEES'.
           05  FILLER                  PIC X(17) VALUE
               '         CHANGE'.
           05  FILLER                  PIC X(9) VALUE 'PCT CHG'.
           05  FILLER                  PIC X(9) VALUE ' HIGHER'.
           05  FILLER                  PIC X(9) VALUE '  LOWER'.
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-SIM-GROUP-DETAIL.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FGD-LABEL            PIC X(8).
           05  WS-FGD-CODE             PIC X(6).
           05  WS-FGD-ACCOUNTS         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FGD-CHARGED-CUR      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FGD-CHARGED-PROP     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FGD-CUR-FEES         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FGD-PROP-FEES        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FGD-CHANGE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FGD-PCT              PIC ----9.9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FGD-HIGHER           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FGD-LOWER            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-SIM-TOP-COLUMNS.
           05  FILLER                  PIC X(16) VALUE '  ACCOUNT'.
           05  FILLER                  PIC X(12) VALUE 'OWNER'.
           05  FILLER                  PIC X(4) VALUE 'TY'.
           05  FILLER                  PIC X(4) VALUE 'SG'.
           05  FILLER                  PIC X(6) VALUE 'BRCH'.
           05  FILLER                  PIC X(17) VALUE
               '    AVG DAILY BAL'.
           05  FILLER                  PIC X(11) VALUE '  CURRENT'.
           05  FILLER                  PIC X(11) VALUE ' PROPOSED'.
           05  FILLER                  PIC X(10) VALUE '  INCREASE'.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-SIM-TOP-DETAIL.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FTD-ACCT             PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FTD-OWNER            PIC 9(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FTD-TYPE             PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FTD-SEGMENT          PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FTD-BRANCH           PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FTD-ADB              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FTD-CURRENT          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FTD-PROPOSED         PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FTD-CHANGE           PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-SIM-COUNT-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FSC-LABEL            PIC X(40).
           05  WS-FSC-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  WS-SIM-AMOUNT-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FSA-LABEL            PIC X(40).
           05  WS-FSA-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-RECOVERIES-POSTED        PIC 9(7) VALUE 0.
       01  WS-TOTAL-RECOVERIES         PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-BWH-TAKEN                PIC 9(7) VALUE 0.
       01  WS-BWH-TOTAL                PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-TAXS-STATUS              PIC X(2).
           88  WS-TAXS-OK              VALUE '00'.
       01  WS-NRA-HIT-FLAG             PIC X(1).
           88  WS-NRA-HIT              VALUE 'Y'.
       01  WS-NRA-RATE                 PIC V9(4).
       01  WS-NRA-STATUTORY-RATE       PIC V9(4) VALUE .3000.
       01  WS-NRA-EXEMPTION-CODE       PIC X(2).
       01  WS-NRA-CERT-STATUS          PIC X(1).
       01  WS-NRA-AMOUNT               PIC S9(7)V99 COMP-3.
       01  WS-NRA-CREDITS              PIC 9(7) VALUE 0.
       01  WS-NRA-TOTAL                PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-BKRS-STATUS              PIC X(2).
           88  WS-BKRS-OK              VALUE '00'.
       01  WS-BKRS-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-BKRS-NO-MORE         VALUE 'Y'.
       01  WS-STAY-TABLE.
           05  WS-ST-ACCT OCCURS 2000 TIMES PIC 9(12).
       01  WS-STAY-COUNT               PIC 9(4) VALUE 0.
       01  WS-STAY-IDX                 PIC 9(4).
       01  WS-MAX-STAY                 PIC 9(4) VALUE 2000.
       01  WS-STAY-OVERFLOW            PIC 9(7) VALUE 0.
       01  WS-STAY-HIT-FLAG            PIC X(1).
           88  WS-STAY-HIT             VALUE 'Y'.
       01  WS-LATE-FEES-STAYED         PIC 9(7) VALUE 0.

       01  WS-OPTIN-STATUS             PIC X(2).
           88  WS-OPTIN-OK             VALUE '00'.
       01  WS-REGE-BAR-FLAG            PIC X(1) VALUE 'N'.
           88  WS-REGE-FEE-BARRED      VALUE 'Y'.
       01  WS-REGE-FEES-WAIVED         PIC 9(7) VALUE 0.

       01  WS-PLDG-STATUS              PIC X(2).
           88  WS-PLDG-OK              VALUE '00'.
       01  WS-PLDG-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PLDG-NO-MORE         VALUE 'Y'.
       01  WS-PLEDGE-TABLE.
           05  WS-PG-ACCT OCCURS 2000 TIMES PIC 9(12).
       01  WS-PLEDGE-COUNT             PIC 9(4) VALUE 0.
       01  WS-PLEDGE-IDX               PIC 9(4).
       01  WS-MAX-PLEDGE               PIC 9(4) VALUE 2000.
       01  WS-PLEDGE-OVERFLOW          PIC 9(7) VALUE 0.
       01  WS-PLEDGE-HIT-FLAG          PIC X(1).
           88  WS-PLEDGE-HIT           VALUE 'Y'.
       01  WS-CD-ROLLOVERS-HELD        PIC 9(7) VALUE 0.

       01  WS-WKL-STATUS               PIC X(2).
           88  WS-WKL-OK               VALUE '00'.
       01  WS-WKL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-WKL-NO-MORE          VALUE 'Y'.
       01  WS-FORB-TABLE.
           05  WS-FB-ENTRY OCCURS 2000 TIMES.
               10  WS-FB-ACCT          PIC 9(12).
               10  WS-FB-START         PIC 9(8).
               10  WS-FB-END           PIC 9(8).
       01  WS-FORB-COUNT               PIC 9(4) VALUE 0.
       01  WS-FORB-IDX                 PIC 9(4).
       01  WS-MAX-FORB                 PIC 9(4) VALUE 2000.
       01  WS-FORB-OVERFLOW            PIC 9(7) VALUE 0.
       01  WS-FORB-HIT-FLAG            PIC X(1).
           88  WS-FORB-HIT             VALUE 'Y'.
       01  WS-LATE-FEES-FORBORNE       PIC 9(7) VALUE 0.

       01  WS-LOANS-ACCRUED            PIC 9(7) VALUE 0.
       01  WS-NACCR-PAYMENTS           PIC 9(7) VALUE 0.
       01  WS-TOTAL-LOAN-ACCRUAL       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-LOAN-ACCR-RELIEF   PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-LOAN-ACCR-RELIEF         PIC S9(9)V99 COMP-3.

       01  WS-GL-ACCT                  PIC X(10).
       01  WS-GL-DRCR                  PIC X(1).
       01  WS-GL-AMT                   PIC S9(13)V99 COMP-3.
       01  WS-EFFECTIVE-AVAIL          PIC S9(13)V99 COMP-3.
       01  WS-CD-MAT-INT               PIC 9(9).

      *----------------------------------------------------------------
      * DAYTRANS POSTING ORDER. THE TRAN-CODE PRIORITY TABLE HOLDS THE
      * DEFAULTS FOR METHOD P (WIRES AND CASH BEFORE CHECKS AND ACH)
      * UNTIL POSTORD SUPPLIES ITS OWN; A CODE NOT IN THE TABLE POSTS
      * AT PRIORITY 89.
      *----------------------------------------------------------------
       01  WS-POST-METHOD              PIC X(1) VALUE 'F'.
           88  WS-POST-FILE-ORDER      VALUE 'F'.
           88  WS-POST-CR-CHRONO       VALUE 'C'.
           88  WS-POST-CR-LOW-HIGH     VALUE 'L'.
           88  WS-POST-PRIORITY        VALUE 'P'.
           88  WS-POST-METHOD-VALID    VALUES 'F' 'C' 'L' 'P'.
       01  WS-POST-POLICY-REF          PIC X(40) VALUE SPACES.
       01  WS-POST-METHOD-DESC         PIC X(48).
       01  WS-CKPT-POST-METHOD         PIC X(1) VALUE SPACE.
       01  WS-PORD-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PORD-EOF             VALUE 'Y'.
       01  WS-PORD-OWN-TABLE-FLAG      PIC X(1) VALUE 'N'.
           88  WS-PORD-OWN-TABLE       VALUE 'Y'.
       01  WS-TRAN-PRIORITY-TABLE.
           05  FILLER                  PIC X(5) VALUE 'WIR10'.
           05  FILLER                  PIC X(5) VALUE 'DEP20'.
           05  FILLER                  PIC X(5) VALUE 'TRI30'.
           05  FILLER                  PIC X(5) VALUE 'INT30'.
           05  FILLER                  PIC X(5) VALUE 'ADJ40'.
           05  FILLER                  PIC X(5) VALUE 'LNP40'.
           05  FILLER                  PIC X(5) VALUE 'WRO50'.
           05  FILLER                  PIC X(5) VALUE 'WDL60'.
           05  FILLER                  PIC X(5) VALUE 'TRO70'.
           05  FILLER                  PIC X(5) VALUE 'ESD70'.
           05  FILLER                  PIC X(5) VALUE 'FEE80'.
           05  FILLER                  PIC X(5) VALUE 'CHK85'.
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  WS-TRAN-PRIORITY-TABLE-R REDEFINES WS-TRAN-PRIORITY-TABLE.
           05  WS-TP-ENTRY OCCURS 20 TIMES.
               10  WS-TP-TRAN-CODE     PIC X(3).
               10  WS-TP-PRIORITY      PIC 9(2).
       01  WS-TP-COUNT                 PIC 9(2) VALUE 12.
       01  WS-TP-IDX                   PIC 9(2).
       01  WS-MAX-TRAN-PRIORITY        PIC 9(2) VALUE 20.
       01  WS-SEQ-FILE-POS             PIC 9(9) VALUE 0.
       01  WS-SEQ-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-SEQ-EOF              VALUE 'Y'.

       01  WS-POST-ORDER-LINE.
           05  FILLER                  PIC X(15) VALUE
               'POSTING ORDER: '.
           05  WS-PL-METHOD            PIC X(1).
           05  FILLER                  PIC X(3) VALUE ' - '.
           05  WS-PL-DESC              PIC X(48).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PL-POLICY-REF        PIC X(40).
           05  FILLER                  PIC X(23) VALUE SPACES.

      *----------------------------------------------------------------
      * CD EARLY-WITHDRAWAL PENALTY. A DEBIT POSTED AGAINST A CD
      * BEFORE ITS MATURITY DATE FORFEITS A NUMBER OF DAYS OF
      * INTEREST AT THE CONTRACT RATE ON THE AMOUNT WITHDRAWN. THE
      * DAYS COME FROM THE ORIGINAL TERM (OPEN DATE TO MATURITY):
      * TERM-DAYS-UP-TO / PENALTY-DAYS. THE PENALTY IS TAKEN FROM
      * ACCRUED INTEREST FIRST AND THEN FROM PRINCIPAL.
      *----------------------------------------------------------------
       01  WS-CD-PENALTY-TERMS.
           05  FILLER                  PIC X(8) VALUE '00092030'.
           05  FILLER                  PIC X(8) VALUE '00366090'.
           05  FILLER                  PIC X(8) VALUE '01096180'.
           05  FILLER                  PIC X(8) VALUE '99999365'.
       01  WS-CD-PENALTY-TERMS-R REDEFINES WS-CD-PENALTY-TERMS.
           05  WS-CP-ENTRY OCCURS 4 TIMES.
               10  WS-CP-TERM-DAYS     PIC 9(5).
               10  WS-CP-PENALTY-DAYS  PIC 9(3).
       01  WS-CP-IDX                   PIC 9(1).
       01  WS-CD-TERM-DAYS             PIC 9(5).
       01  WS-CD-PENALTY-DAYS          PIC 9(3).
       01  WS-CD-PENALTY-BASE          PIC S9(13)V99 COMP-3.
       01  WS-CD-PENALTY               PIC S9(9)V99 COMP-3.
       01  WS-CD-PEN-FROM-ACCR         PIC S9(9)V99 COMP-3.
       01  WS-CD-PEN-FROM-PRIN         PIC S9(9)V99 COMP-3.
       01  WS-CD-FULL-WDL-FLAG         PIC X(1) VALUE 'N'.
           88  WS-CD-FULL-WDL          VALUE 'Y'.
       01  WS-CD-PEN-DATE              PIC 9(8).
       01  WS-CD-PEN-REF               PIC X(16).
       01  WS-CD-PEN-WDL-AMT           PIC S9(13)V99 COMP-3.
       01  WS-CD-PENALTIES-CHARGED     PIC 9(7) VALUE 0.
       01  WS-CD-EARLY-CLOSES          PIC 9(7) VALUE 0.
       01  WS-TOTAL-PENALTY-ACCR       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-PENALTY-PRIN       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-PENALTIES          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CLOSE-REASON             PIC X(20).

       01  WS-CDPEN-HEADER.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(36) VALUE
               'CD EARLY WITHDRAWAL PENALTY REGISTER'.
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-CDPEN-COLUMNS.
           05  FILLER                  PIC X(50) VALUE
               'BRCH  ACCOUNT       OWNER       REFERENCE'.
           05  FILLER                  PIC X(50) VALUE
               '              WITHDRAWN  TERM DAYS     FROM INT'.
           05  FILLER                  PIC X(32) VALUE
               '    FROM PRIN       PENALTY'.

       01  WS-CDPEN-DETAIL.
           05  WS-CPD-BRANCH           PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CPD-ACCT             PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CPD-OWNER            PIC 9(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CPD-REF              PIC X(16).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CPD-AMOUNT           PIC Z(10)9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CPD-TERM             PIC ZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-CPD-DAYS             PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CPD-FROM-INT         PIC Z(7)9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CPD-FROM-PRIN        PIC Z(7)9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CPD-PENALTY          PIC Z(7)9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CPD-TYPE             PIC X(7).
           05  FILLER                  PIC X(5) VALUE SPACES.

       01  WS-CDPEN-TOTAL-LINE.
           05  FILLER                  PIC X(20) VALUE
               'PENALTIES CHARGED: '.
           05  WS-CPT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE
               '  TOTAL: '.
           05  WS-CPT-AMOUNT           PIC Z(12)9.99-.
           05  FILLER                  PIC X(78) VALUE SPACES.

      *----------------------------------------------------------------
      * MONTH-END DETECTION AND INTEREST CAPITALIZATION TOTALS. ON
      * THE LAST BUSINESS DAY OF THE MONTH THE ACCRUED INTEREST ON

       0000-MAIN-PROCESS.
           PERFORM 0100-PARSE-RUN-PARAMETERS
           IF WS-CMD-FEE-SIM
               PERFORM 5800-FEE-SIMULATION
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           IF WS-CONTINUE
               PERFORM 2000-LOAD-RATES
               PERFORM 2087-LOAD-DAILY-BALANCES
               PERFORM 2080-LOAD-STOP-ORDERS
               PERFORM 2085-LOAD-BWH-LIST
               PERFORM 2086-LOAD-STAY-LIST
               PERFORM 2083-LOAD-PLEDGE-LIST
               PERFORM 2084-LOAD-WORKOUT-LIST
               PERFORM 2090-LOAD-CYCLE-CALENDAR
               PERFORM 2095-LOAD-RATE-CHANGES
               PERFORM 2098-VERIFY-INPUT-CONTROL
               PERFORM 2092-LOAD-POSTING-ORDER
               MOVE 3 TO WS-CURRENT-STEP
               IF WS-LAST-STEP-COMPLETED < WS-CURRENT-STEP
                   PERFORM 2100-SEQUENCE-DAYTRANS
                   PERFORM 3000-PROCESS-TRANSACTIONS
                       UNTIL WS-END-PROCESS
                   PERFORM 8000-PRODUCE-EXCEPTION-REPORT
           OPEN OUTPUT ERROR-FILE
           OPEN OUTPUT WORK-STMT-FILE
           OPEN EXTEND DEP-HOLD-FILE
           PERFORM 2094-LOAD-KITE-HOLDS
           OPEN OUTPUT SUSPENSE-FILE
           OPEN OUTPUT SUSP-AGING-FILE
           OPEN INPUT RECYCLE-IN-FILE
                   DISPLAY 'DAILY WIRE FUNDING CAP: ' WS-WIRE-CAP
               END-IF
           END-IF
           OPEN INPUT NACC-CTL-FILE
           IF WS-NACC-OK
               READ NACC-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NC-PMT-METHOD = 'P' OR 'C'
                           MOVE NC-PMT-METHOD TO WS-NACC-PMT-METHOD
                       END-IF
               END-READ
               CLOSE NACC-CTL-FILE
           END-IF
           OPEN EXTEND WIRE-PEND-FILE
           PERFORM 2081-LOAD-WATCH-LIST
           OPEN EXTEND WIRE-HOLD-FILE
           OPEN EXTEND WIRE-SCREEN-LOG
           OPEN EXTEND WIRE-REPAIR-FILE
           OPEN EXTEND TRAN-HISTORY-FILE
           OPEN OUTPUT REGD-WARN-FILE
           OPEN OUTPUT REGD-REPORT-FILE
           OPEN OUTPUT CD-PENALTY-RPT-FILE
           WRITE CD-PENALTY-RPT-LINE FROM WS-CDPEN-HEADER
           WRITE CD-PENALTY-RPT-LINE FROM WS-CDPEN-COLUMNS
           OPEN EXTEND CUST-NOTICE-FILE
           PERFORM 2096-LOAD-CLOSING-RATES
           OPEN I-O FX-POSITION-FILE
               OPEN I-O FX-POSITION-FILE
           END-IF
           PERFORM 2097-LOAD-OD-LINKS
           OPEN INPUT OD-OPTIN-FILE
           OPEN INPUT TAX-STATUS-FILE
           OPEN EXTEND NRA-LEDGER-FILE
           OPEN EXTEND REGE-WAIVE-FILE
           OPEN EXTEND ACCT-JOURNAL-FILE
           OPEN I-O POSTED-REF-FILE
           IF WS-PREF-STATUS = '35'
               CLOSE POSTED-REF-FILE
               OPEN I-O POSTED-REF-FILE
           END-IF
           PERFORM 1050-READ-CHECKPOINT
           IF WS-IN-RESTART OR WS-LAST-STEP-COMPLETED > 2
               OPEN EXTEND CLOSE-DISB-FILE
           ELSE
               OPEN OUTPUT CLOSE-DISB-FILE
           END-IF.

      *----------------------------------------------------------------
      * THE PROCESSING DATE COMES FROM THE DRIVER'S BUSINESS-DATE
                           DISPLAY 'RESTARTING AFTER TRANSACTION: '
                               WS-RESTART-COUNT
                       END-IF
                       MOVE CKPT-POST-METHOD TO WS-CKPT-POST-METHOD
                       MOVE CKPT-LAST-STEP TO WS-LAST-STEP-COMPLETED
                       IF WS-LAST-STEP-COMPLETED > 0
                           DISPLAY 'RESTARTING AFTER STEP: '
               MOVE WS-TOTAL-REVERSALS TO CKPT-TOTAL-REVERSALS
               MOVE WS-TOTAL-WIRES TO CKPT-TOTAL-WIRES
               MOVE WS-PARTITION-ID TO CKPT-PARTITION-ID
               MOVE WS-POST-METHOD TO CKPT-POST-METHOD
               OPEN OUTPUT CHECKPOINT-FILE
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           MOVE WS-TOTAL-REVERSALS TO CKPT-TOTAL-REVERSALS
           MOVE WS-TOTAL-WIRES TO CKPT-TOTAL-WIRES
           MOVE WS-PARTITION-ID TO CKPT-PARTITION-ID
           MOVE WS-POST-METHOD TO CKPT-POST-METHOD
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * AN OVERFLOW HALTS THE RUN - A MISSED FORBEARANCE WOULD
      * CHARGE LATE FEES THE BORROWER WAS PROMISED RELIEF FROM.
      *----------------------------------------------------------------
       2084-LOAD-WORKOUT-LIST.
           MOVE 0 TO WS-FORB-COUNT
           OPEN INPUT WORKOUT-LIST-FILE
           IF NOT WS-WKL-OK
               SET WS-WKL-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-WKL-NO-MORE
               READ WORKOUT-LIST-FILE
                   AT END
                       SET WS-WKL-NO-MORE TO TRUE
                   NOT AT END
                       IF WS-FORB-COUNT < WS-MAX-FORB
                           ADD 1 TO WS-FORB-COUNT
                           MOVE WL-ACCT-NUMBER TO
                               WS-FB-ACCT(WS-FORB-COUNT)
                           MOVE WL-FB-START TO
                               WS-FB-START(WS-FORB-COUNT)
                           MOVE WL-FB-END TO
                               WS-FB-END(WS-FORB-COUNT)
                       ELSE
                           ADD 1 TO WS-FORB-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKOUT-LIST-FILE
           IF WS-FORB-OVERFLOW > 0
               DISPLAY '*** FORBEARANCE TABLE OVERFLOW - '
                   WS-FORB-OVERFLOW ' LOAN(S) WOULD NOT LOAD ***'
               DISPLAY 'RUN HALTED - A FORBORNE LOAN COULD BE CHARGED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FORB-COUNT > 0
               DISPLAY 'LOADED ' WS-FORB-COUNT
                   ' LOANS IN FORBEARANCE'
           END-IF.

      *----------------------------------------------------------------
      * WATCH LIST FOR PRE-RELEASE WIRE SCREENING. WITH NO LIST TO
      * SCREEN AGAINST, EVERY OUTBOUND WIRE IS HELD FOR COMPLIANCE.
      *----------------------------------------------------------------
       2081-LOAD-WATCH-LIST.
           OPEN INPUT WATCH-LIST-FILE
           IF NOT WS-WATCH-OK
               SET WS-WATCH-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-WATCH-EOF
               READ WATCH-LIST-FILE
                   AT END
                       SET WS-WATCH-EOF TO TRUE
                   NOT AT END
                       IF WS-WATCH-COUNT < WS-MAX-WATCH
                           ADD 1 TO WS-WATCH-COUNT
                           MOVE WL-NAME TO
                               WS-WL-NAME(WS-WATCH-COUNT)
                           MOVE WL-NAME TO WS-NORM-INPUT
                           PERFORM 3768-NORMALIZE-NAME
                           MOVE WS-NORM-OUTPUT TO
                               WS-WL-NORM(WS-WATCH-COUNT)
                           MOVE WS-NORM-LEN TO
                               WS-WL-NORM-LEN(WS-WATCH-COUNT)
                           MOVE WL-PROGRAM TO
                               WS-WL-PROGRAM(WS-WATCH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WATCH-OK OR WS-WATCH-STATUS = '10'
               CLOSE WATCH-LIST-FILE
           END-IF
           IF WS-WATCH-COUNT = 0
               DISPLAY 'WARNING: NO WATCH LIST - ALL OUTBOUND WIRES '
                   'WILL BE HELD FOR COMPLIANCE'
           END-IF.

       2085-LOAD-BWH-LIST.
           MOVE 0 TO WS-BWH-COUNT
           OPEN INPUT BWH-LIST-FILE
                   ' BACKUP-WITHHOLDING CUSTOMERS'
           END-IF.

      *----------------------------------------------------------------
      * ONLY LOANS UNDER AN ACTIVE STAY ARE KEPT. AN OVERFLOW HALTS
      * THE RUN - A MISSED STAY WOULD CHARGE A PROTECTED DEBTOR.
      *----------------------------------------------------------------
       2086-LOAD-STAY-LIST.
           MOVE 0 TO WS-STAY-COUNT
           OPEN INPUT BKR-STAY-FILE
           IF NOT WS-BKRS-OK
               SET WS-BKRS-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-BKRS-NO-MORE
               READ BKR-STAY-FILE
                   AT END
                       SET WS-BKRS-NO-MORE TO TRUE
                   NOT AT END
                       IF BS-STAY-ACTIVE
                           IF WS-STAY-COUNT < WS-MAX-STAY
                               ADD 1 TO WS-STAY-COUNT
                               MOVE BS-ACCT-NUMBER TO
                                   WS-ST-ACCT(WS-STAY-COUNT)
                           ELSE
                               ADD 1 TO WS-STAY-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKR-STAY-FILE
           IF WS-STAY-OVERFLOW > 0
               DISPLAY '*** BANKRUPTCY STAY TABLE OVERFLOW - '
                   WS-STAY-OVERFLOW ' LOAN(S) WOULD NOT LOAD ***'
               DISPLAY 'RUN HALTED - A STAYED LOAN COULD BE CHARGED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STAY-COUNT > 0
               DISPLAY 'LOADED ' WS-STAY-COUNT
                   ' LOANS UNDER BANKRUPTCY STAY'
           END-IF.

      *----------------------------------------------------------------
      * PLEDGED CERTIFICATES UNDER AN ACTIVE LIEN. AN OVERFLOW HALTS
      * THE RUN - A MISSED PLEDGE COULD ROLL OVER OR PAY OUT A CD
      * THAT SECURES A LOAN.
      *----------------------------------------------------------------
       2083-LOAD-PLEDGE-LIST.
           MOVE 0 TO WS-PLEDGE-COUNT
           OPEN INPUT CD-PLEDGE-FILE
           IF NOT WS-PLDG-OK
               SET WS-PLDG-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-PLDG-NO-MORE
               READ CD-PLEDGE-FILE
                   AT END
                       SET WS-PLDG-NO-MORE TO TRUE
                   NOT AT END
                       IF PL-LIEN-ACTIVE
                           IF WS-PLEDGE-COUNT < WS-MAX-PLEDGE
                               ADD 1 TO WS-PLEDGE-COUNT
                               MOVE PL-CD-ACCT TO
                                   WS-PG-ACCT(WS-PLEDGE-COUNT)
                           ELSE
                               ADD 1 TO WS-PLEDGE-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CD-PLEDGE-FILE
           IF WS-PLEDGE-OVERFLOW > 0
               DISPLAY '*** CD PLEDGE TABLE OVERFLOW - '
                   WS-PLEDGE-OVERFLOW ' CD(S) WOULD NOT LOAD ***'
               DISPLAY 'RUN HALTED - A PLEDGED CD COULD BE RELEASED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PLEDGE-COUNT > 0
               DISPLAY 'LOADED ' WS-PLEDGE-COUNT
                   ' CDS PLEDGED AS COLLATERAL'
           END-IF.

       2090-LOAD-CYCLE-CALENDAR.
           MOVE 0 TO WS-CYCLE-COUNT
           OPEN INPUT CYCLE-CAL-FILE
           END-IF
           DISPLAY 'LOADED ' WS-LINK-COUNT ' OD PROTECTION LINKS'.

      *----------------------------------------------------------------
      * THE KITING RUN'S RECOMMENDATIONS ARE OPTIONAL; ONE ALREADY
      * EXPIRED OR NOT YET EFFECTIVE IS NOT LOADED. AN OVERFLOW HALTS
      * THE RUN - A MISSED HOLD WOULD RELEASE A SUSPECT DEPOSIT EARLY.
      *----------------------------------------------------------------
       2094-LOAD-KITE-HOLDS.
           MOVE 0 TO WS-KITE-COUNT
           OPEN INPUT KITE-HOLD-FILE
           IF NOT WS-KITE-OK
               SET WS-KITE-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-KITE-NO-MORE
               READ KITE-HOLD-FILE
                   AT END
                       SET WS-KITE-NO-MORE TO TRUE
                   NOT AT END
                       IF KH-EXPIRY-DATE >= WS-PROCESSING-DATE
                           AND KH-EFFECTIVE-DATE <= WS-PROCESSING-DATE
                           AND KH-HOLD-DAYS > 0
                           IF WS-KITE-COUNT < WS-MAX-KITE-HOLDS
                               ADD 1 TO WS-KITE-COUNT
                               MOVE KH-ACCT-NUMBER TO
                                   WS-KT-ACCT(WS-KITE-COUNT)
                               MOVE KH-HOLD-DAYS TO
                                   WS-KT-HOLD-DAYS(WS-KITE-COUNT)
                               MOVE KH-EFFECTIVE-DATE TO
                                   WS-KT-EFFECTIVE(WS-KITE-COUNT)
                               MOVE KH-EXPIRY-DATE TO
                                   WS-KT-EXPIRY(WS-KITE-COUNT)
                           ELSE
                               ADD 1 TO WS-KITE-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-KITE-OK OR WS-KITE-STATUS = '10'
               CLOSE KITE-HOLD-FILE
           END-IF
           IF WS-KITE-OVERFLOW > 0
               DISPLAY '*** KITING HOLD TABLE OVERFLOW - '
                   WS-KITE-OVERFLOW ' HOLD(S) WOULD NOT LOAD ***'
               DISPLAY 'RUN HALTED - A KITING HOLD WOULD BE MISSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'LOADED ' WS-KITE-COUNT ' KITING HOLD EXTENSIONS'.

       2098-VERIFY-INPUT-CONTROL.
           OPEN INPUT BATCH-CONTROL-FILE
           IF NOT WS-BCTL-OK
           OPEN INPUT DAILY-TRANS.

      *----------------------------------------------------------------
      * THE POSTING ORDER COMES FROM POSTORD. WITH NO CONTROL FILE
      * DAYTRANS POSTS IN FILE ORDER, AS IT ALWAYS HAS; AN UNKNOWN
      * METHOD HALTS THE RUN RATHER THAN POST IN AN ORDER NOBODY
      * APPROVED.
      *----------------------------------------------------------------
       2092-LOAD-POSTING-ORDER.
           OPEN INPUT POST-ORDER-FILE
           IF NOT WS-PORD-OK
               DISPLAY 'NO POSTING-ORDER CONTROL - FILE ORDER USED'
               SET WS-PORD-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PORD-EOF
               READ POST-ORDER-FILE
                   AT END
                       SET WS-PORD-EOF TO TRUE
                   NOT AT END
                       PERFORM 2093-APPLY-POSTING-CONTROL
               END-READ
           END-PERFORM
           IF WS-PORD-OK OR WS-PORD-STATUS = '10'
               CLOSE POST-ORDER-FILE
           END-IF
           IF NOT WS-POST-METHOD-VALID
               DISPLAY '*** INVALID POSTING-ORDER METHOD: '
                   WS-POST-METHOD ' ***'
               MOVE 8 TO RETURN-CODE
               CLOSE ACCOUNT-MASTER
               CLOSE DAILY-TRANS
               STOP RUN
           END-IF
           EVALUATE TRUE
               WHEN WS-POST-CR-CHRONO
                   MOVE 'CREDITS FIRST, THEN DEBITS CHRONOLOGICAL'
                       TO WS-POST-METHOD-DESC
               WHEN WS-POST-CR-LOW-HIGH
                   MOVE 'CREDITS FIRST, THEN DEBITS LOWEST TO HIGHEST'
                       TO WS-POST-METHOD-DESC
               WHEN WS-POST-PRIORITY
                   MOVE 'FIXED PRIORITY BY TRAN CODE'
                       TO WS-POST-METHOD-DESC
               WHEN OTHER
                   MOVE 'FILE ORDER' TO WS-POST-METHOD-DESC
           END-EVALUATE
           DISPLAY 'POSTING ORDER: ' WS-POST-METHOD ' - '
               WS-POST-METHOD-DESC
           IF WS-POST-POLICY-REF NOT = SPACES
               DISPLAY 'POSTING ORDER POLICY: ' WS-POST-POLICY-REF
           END-IF
           IF WS-POST-PRIORITY
               PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                   UNTIL WS-TP-IDX > WS-TP-COUNT
                   DISPLAY '  PRIORITY ' WS-TP-PRIORITY(WS-TP-IDX)
                       ' ' WS-TP-TRAN-CODE(WS-TP-IDX)
               END-PERFORM
           END-IF.

       2093-APPLY-POSTING-CONTROL.
           EVALUATE TRUE
               WHEN PO-METHOD-REC
                   MOVE PO-METHOD TO WS-POST-METHOD
                   MOVE PO-POLICY-REF TO WS-POST-POLICY-REF
               WHEN PO-PRIORITY-REC
                   IF NOT WS-PORD-OWN-TABLE
                       SET WS-PORD-OWN-TABLE TO TRUE
                       MOVE 0 TO WS-TP-COUNT
                   END-IF
                   EVALUATE TRUE
                       WHEN PO-TRAN-CODE = 'SPA' OR 'SPC' OR 'REV'
                           DISPLAY 'POSTORD PRIORITY FOR '
                               PO-TRAN-CODE ' IGNORED - FIXED'
                       WHEN PO-PRIORITY < 1 OR PO-PRIORITY > 89
                           DISPLAY 'POSTORD PRIORITY FOR '
                               PO-TRAN-CODE ' IGNORED - OUT OF RANGE'
                       WHEN WS-TP-COUNT >= WS-MAX-TRAN-PRIORITY
                           DISPLAY 'POSTORD PRIORITY FOR '
                               PO-TRAN-CODE ' IGNORED - TABLE FULL'
                       WHEN OTHER
                           ADD 1 TO WS-TP-COUNT
                           MOVE PO-TRAN-CODE
                               TO WS-TP-TRAN-CODE(WS-TP-COUNT)
                           MOVE PO-PRIORITY
                               TO WS-TP-PRIORITY(WS-TP-COUNT)
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY 'POSTORD RECORD TYPE ' PO-REC-TYPE
                       ' IGNORED'
           END-EVALUATE.

      *----------------------------------------------------------------
      * DAYTRANS IS COPIED TO THE SEQUENCE WORK FILE WITH ITS POSTING
      * KEYS AND SORTED BEFORE THE FIRST ITEM POSTS. A RESTART SORTS
      * THE SAME FILE THE SAME WAY, SO THE CHECKPOINT COUNT SKIPS THE
      * SAME ITEMS - UNLESS THE METHOD HAS CHANGED SINCE THE
      * CHECKPOINT, WHICH HALTS THE RESTART.
      *----------------------------------------------------------------
       2100-SEQUENCE-DAYTRANS.
           IF WS-IN-RESTART
               AND WS-CKPT-POST-METHOD NOT = SPACE
               AND WS-CKPT-POST-METHOD NOT = WS-POST-METHOD
               DISPLAY '*** POSTING ORDER CHANGED SINCE CHECKPOINT: '
                   WS-CKPT-POST-METHOD ' NOW ' WS-POST-METHOD ' ***'
               DISPLAY 'RUN HALTED - RESTART WOULD SKIP THE WRONG '
                   'ITEMS'
               MOVE 8 TO RETURN-CODE
               CLOSE ACCOUNT-MASTER
               CLOSE DAILY-TRANS
               STOP RUN
           END-IF
           OPEN OUTPUT SEQ-TRANS-FILE
           PERFORM UNTIL WS-SEQ-EOF
               READ DAILY-TRANS INTO TRANS-RECORD
                   AT END
                       SET WS-SEQ-EOF TO TRUE
                   NOT AT END
                       PERFORM 2110-BUILD-POSTING-KEY
                       WRITE SEQ-TRANS-RECORD
               END-READ
           END-PERFORM
           CLOSE SEQ-TRANS-FILE
           IF NOT WS-POST-FILE-ORDER
               SORT SORT-TRAN-FILE ON ASCENDING KEY ST-CLASS
                   ST-AMOUNT-KEY ST-TRAN-DATE ST-TRAN-TIME
                   ST-FILE-SEQ
                   USING SEQ-TRANS-FILE
                   GIVING SEQ-TRANS-FILE
           END-IF
           OPEN INPUT SEQ-TRANS-FILE
           DISPLAY 'DAYTRANS SEQUENCED FOR POSTING: '
               WS-SEQ-FILE-POS ' ITEMS'.

       2110-BUILD-POSTING-KEY.
           ADD 1 TO WS-SEQ-FILE-POS
           MOVE WS-SEQ-FILE-POS TO SQ-FILE-SEQ
           MOVE TRANS-RECORD TO SQ-TRANS-DATA
           MOVE 0 TO SQ-CLASS
           MOVE 0 TO SQ-AMOUNT-KEY
           MOVE 0 TO SQ-TRAN-DATE
           MOVE 0 TO SQ-TRAN-TIME
           IF NOT WS-POST-FILE-ORDER
               MOVE TR-DATE TO SQ-TRAN-DATE
               MOVE TR-TIME TO SQ-TRAN-TIME
               EVALUATE TRUE
                   WHEN TR-STOP-ADD OR TR-STOP-CANCEL
                       MOVE 0 TO SQ-CLASS
                   WHEN TR-REVERSAL
                       MOVE 99 TO SQ-CLASS
                   WHEN WS-POST-PRIORITY
                       PERFORM 2120-LOOKUP-TRAN-PRIORITY
                   WHEN TR-WITHDRAWAL OR TR-CHECK OR TR-TRANSFER-OUT
                        OR TR-FEE OR TR-WIRE-OUT OR TR-ESCROW-DISB
                        OR (TR-ADJUSTMENT AND TR-AMOUNT < 0)
                       MOVE 20 TO SQ-CLASS
                       IF WS-POST-CR-LOW-HIGH
                           COMPUTE SQ-AMOUNT-KEY =
                               FUNCTION ABS(TR-AMOUNT)
                       END-IF
                   WHEN OTHER
                       MOVE 10 TO SQ-CLASS
               END-EVALUATE
           END-IF.

       2120-LOOKUP-TRAN-PRIORITY.
           MOVE 89 TO SQ-CLASS
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
               UNTIL WS-TP-IDX > WS-TP-COUNT
               IF WS-TP-TRAN-CODE(WS-TP-IDX) = TR-TRAN-CODE
                   MOVE WS-TP-PRIORITY(WS-TP-IDX) TO SQ-CLASS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * CORRECTED SUSPENSE ITEMS (RCYCIN) ARE PROCESSED AHEAD OF THE
      * NIGHT'S DAYTRANS, SO A FIXED REJECT RE-FEEDS AUTOMATICALLY.
      *----------------------------------------------------------------
       3000-PROCESS-TRANSACTIONS.
           IF WS-IN-RECYCLE-PHASE
               PERFORM 3050-READ-RECYCLE-ITEM
           ELSE
               READ SEQ-TRANS-FILE
                   AT END
                       MOVE 'N' TO WS-PROCESS-FLAG
                       CLOSE SEQ-TRANS-FILE
                   NOT AT END
                       MOVE SQ-TRANS-DATA TO TRANS-RECORD
                       ADD 1 TO WS-TRANS-READ
                       IF NOT WS-BC-EXPECT-FOUND
                           ADD 1 TO WS-BC-ACTUAL-COUNT
                           ADD FUNCTION ABS(TR-AMOUNT)
                               TO WS-BC-ACTUAL-HASH
                       END-IF
                       IF WS-IN-RESTART AND
                          WS-TRANS-READ NOT > WS-RESTART-COUNT
                           CONTINUE
                       ELSE
                           PERFORM 3100-APPLY-TRANSACTION
                           PERFORM 1060-CHECKPOINT-IF-DUE
                       END-IF
               END-READ
           END-IF.

       3050-READ-RECYCLE-ITEM.
           READ RECYCLE-IN-FILE
               AT END
                   MOVE 'N' TO WS-RECYCLE-PHASE-FLAG
                   CLOSE RECYCLE-IN-FILE
               NOT AT END
                   MOVE RI-TRANS-DATA TO TRANS-RECORD
               IF TR-WIRE
                   PERFORM 3790-QUEUE-WIRE-FOR-REPAIR
               ELSE
                   MOVE 'ACCOUNT NOT FOUND' TO WS-ERR-DESC
                   PERFORM 3900-LOG-ERROR
               END-IF
           ELSE
           MOVE WS-STMT-AMOUNT TO WSD-AMOUNT
           MOVE ACCT-BALANCE TO WSD-RUNNING-BALANCE
           MOVE WS-STMT-INT-FLAG TO WSD-INT-FLAG
           MOVE TR-TRAN-CODE TO WSD-TRAN-CODE
           MOVE TR-INSTRUMENT-TYPE TO WSD-INSTRUMENT-TYPE
           WRITE WORK-STMT-RECORD.

       3200-PROCESS-CREDIT.
           ADD TR-AMOUNT TO WS-TOTAL-DEPOSITS
           MOVE TR-DATE TO ACCT-LAST-ACTIVITY-DATE
           PERFORM 3210-CHECK-OD-RECOVERY
           EVALUATE TRUE
               WHEN TR-DEPOSIT AND TR-LOCKBOX-DEPOSIT
                   IF TR-AVAIL-DEFER-AMT IS NUMERIC
                       AND TR-AVAIL-DEFER-AMT > 0
                       PERFORM 3225-SCHEDULE-LOCKBOX-HOLD
                   END-IF
               WHEN TR-DEPOSIT AND TR-CHECK-DEPOSIT
                   AND TR-AMOUNT > WS-REGCC-THRESHOLD
                   PERFORM 3220-SCHEDULE-DEPOSIT-HOLD
           END-EVALUATE
           MOVE WS-MAINT-STAMP TO ACCT-LAST-MAINT-TS
           REWRITE ACCOUNT-RECORD
           PERFORM 3950-WRITE-JOURNAL
           IF TR-AMOUNT > WS-REGCC-LARGE-AMT
               MOVE WS-REGCC-EXC-DAYS TO WS-REGCC-HOLD-DAYS
           END-IF
           PERFORM 3222-CHECK-KITE-HOLD
           PERFORM 3230-WRITE-DEPOSIT-HOLD.

       3222-CHECK-KITE-HOLD.
           PERFORM VARYING WS-KITE-IDX FROM 1 BY 1
               UNTIL WS-KITE-IDX > WS-KITE-COUNT
               IF WS-KT-ACCT(WS-KITE-IDX) = TR-ACCT-NUMBER
                   AND WS-KT-HOLD-DAYS(WS-KITE-IDX) >
                       WS-REGCC-HOLD-DAYS
                   MOVE WS-KT-HOLD-DAYS(WS-KITE-IDX)
                       TO WS-REGCC-HOLD-DAYS
                   ADD 1 TO WS-KITE-HOLDS-EXTENDED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * A LOCKBOX DEPOSIT ARRIVES WITH ITS AVAILABILITY ALREADY
      * ASSIGNED ITEM BY ITEM BY THE LOCKBOX PROCESSOR, SO THE HOLD IS
      * THE DEFERRED PORTION FOR THE DAYS ASSIGNED RATHER THAN THE
      * CONSUMER CHECK-DEPOSIT SCHEDULE ABOVE.
      *----------------------------------------------------------------
       3225-SCHEDULE-LOCKBOX-HOLD.
           IF TR-AVAIL-DEFER-AMT > TR-AMOUNT
               MOVE TR-AMOUNT TO WS-REGCC-HOLD-AMT
           ELSE
               MOVE TR-AVAIL-DEFER-AMT TO WS-REGCC-HOLD-AMT
           END-IF
           IF TR-AVAIL-DEFER-DAYS IS NUMERIC
               AND TR-AVAIL-DEFER-DAYS > 0
               MOVE TR-AVAIL-DEFER-DAYS TO WS-REGCC-HOLD-DAYS
           ELSE
               MOVE 1 TO WS-REGCC-HOLD-DAYS
           END-IF
           COMPUTE WS-REGCC-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
           PERFORM 3230-WRITE-DEPOSIT-HOLD.

       3230-WRITE-DEPOSIT-HOLD.
           SUBTRACT WS-REGCC-HOLD-AMT FROM ACCT-AVAIL-BAL
           MOVE TR-ACCT-NUMBER TO DH-ACCT-NUMBER
           MOVE WS-REGCC-HOLD-AMT TO DH-HOLD-AMOUNT
           MOVE 0 TO WSD-AMOUNT
           MOVE ACCT-BALANCE TO WSD-RUNNING-BALANCE
           MOVE 'N' TO WSD-INT-FLAG
           MOVE SPACES TO WSD-TRAN-SOURCE
           WRITE WORK-STMT-RECORD.

       3210-CHECK-OD-RECOVERY.
               MOVE 'STOP PAYMENT ORDER' TO WS-ERR-DESC
               PERFORM 3900-LOG-ERROR
           ELSE
               IF CD-ACCT
                   AND ACCT-MATURITY-DATE > WS-PROCESSING-DATE
                   PERFORM 3360-PROCESS-CD-EARLY-WDL
               ELSE
                   PERFORM 3340-POST-DEBIT
               END-IF
           END-IF.

      *----------------------------------------------------------------
                   COMPUTE WS-STMT-AMOUNT = 0 - TR-AMOUNT
                   PERFORM 3150-WRITE-STMT-DETAIL
                   PERFORM 3320-RECORD-DEBIT-HISTORY
                   MOVE 'N' TO WS-REGE-BAR-FLAG
                   IF ACCT-OD-FLAG NOT = 'Y'
                       PERFORM 3348-CHECK-REGE-OPT-IN
                       IF WS-REGE-FEE-BARRED
                           PERFORM 3349-WAIVE-REGE-OD-FEE
                       ELSE
                           PERFORM 3350-ASSESS-OD-FEE
                       END-IF
                   END-IF
                   IF NOT WS-REGE-FEE-BARRED
                       MOVE 'Y' TO ACCT-OD-FLAG
                   END-IF
               END-IF
           ELSE
               SUBTRACT TR-AMOUNT FROM ACCT-BALANCE
               COMPUTE WSD-AMOUNT = 0 - WS-OD-XFER-AMOUNT
               MOVE ACCT-BALANCE TO WSD-RUNNING-BALANCE
               MOVE 'N' TO WSD-INT-FLAG
               MOVE SPACES TO WSD-TRAN-SOURCE
               WRITE WORK-STMT-RECORD
               MOVE WS-SWEEP-SAVE-AREA TO ACCOUNT-RECORD
               MOVE ACCOUNT-RECORD TO WS-ACCT-BEFORE-IMAGE
               MOVE WS-OD-XFER-AMOUNT TO WSD-AMOUNT
               MOVE ACCT-BALANCE TO WSD-RUNNING-BALANCE
               MOVE 'N' TO WSD-INT-FLAG
               MOVE SPACES TO WSD-TRAN-SOURCE
               WRITE WORK-STMT-RECORD
               MOVE 'OD TRANSFER FEE' TO WSD-DESCRIPTION
               COMPUTE WSD-AMOUNT =
                   0 - WS-LK-FEE(WS-LINK-MATCH-IDX)
               MOVE ACCT-BALANCE TO WSD-RUNNING-BALANCE
               MOVE 'N' TO WSD-INT-FLAG
               MOVE SPACES TO WSD-TRAN-SOURCE
               WRITE WORK-STMT-RECORD
           END-IF.

                   COMPUTE WSD-AMOUNT = 0 - WS-REGD-FEE
                   MOVE ACCT-BALANCE TO WSD-RUNNING-BALANCE
                   MOVE 'N' TO WSD-INT-FLAG
                   MOVE SPACES TO WSD-TRAN-SOURCE
                   WRITE WORK-STMT-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * REGULATION E: AN OVERDRAFT FEE MAY NOT BE CHARGED ON AN ATM OR
      * ONE-TIME DEBIT CARD ITEM UNLESS THE ACCOUNT OPTED IN ON OR
      * BEFORE THE ITEM'S DATE. THE OD FLAG IS LEFT OFF AFTER A
      * WAIVER SO A LATER CHECK OR ACH ITEM IN THE SAME OVERDRAFT IS
      * STILL CHARGED.
      *----------------------------------------------------------------
       3348-CHECK-REGE-OPT-IN.
           IF TR-REGE-CARD-ITEM
               MOVE TR-ACCT-NUMBER TO OI-ACCT-NUMBER
               READ OD-OPTIN-FILE
               IF NOT WS-OPTIN-OK
                   SET WS-REGE-FEE-BARRED TO TRUE
               ELSE
                   IF NOT OI-OPTED-IN
                       OR OI-ELECTION-DATE > TR-DATE
                       SET WS-REGE-FEE-BARRED TO TRUE
                   END-IF
               END-IF
           END-IF.

       3349-WAIVE-REGE-OD-FEE.
           MOVE TR-ACCT-NUMBER TO WV-ACCT-NUMBER
           MOVE WS-PROCESSING-DATE TO WV-WAIVE-DATE
           MOVE TR-DATE TO WV-TRAN-DATE
           MOVE TR-REF-NUMBER TO WV-REF-NUMBER
           MOVE TR-INSTRUMENT-TYPE TO WV-INSTRUMENT
           MOVE TR-AMOUNT TO WV-TRAN-AMOUNT
           MOVE WS-OD-FEE-AMOUNT TO WV-FEE-AMOUNT
           MOVE ACCT-BALANCE TO WV-BALANCE-AFTER
           WRITE REGE-WAIVE-RECORD
           ADD 1 TO WS-REGE-FEES-WAIVED.

       3350-ASSESS-OD-FEE.
           SUBTRACT WS-OD-FEE-AMOUNT FROM ACCT-BALANCE
           SUBTRACT WS-OD-FEE-AMOUNT FROM ACCT-AVAIL-BAL
           MOVE WS-STMT-AMOUNT TO WSD-AMOUNT
           MOVE ACCT-BALANCE TO WSD-RUNNING-BALANCE
           MOVE 'N' TO WSD-INT-FLAG
           MOVE SPACES TO WSD-TRAN-SOURCE
           WRITE WORK-STMT-RECORD.

      *----------------------------------------------------------------
      * PREMATURE WITHDRAWAL FROM A CD. A PARTIAL WITHDRAWAL POSTS AS
      * A NORMAL DEBIT FOLLOWED BY THE PENALTY; IT MUST LEAVE ENOUGH
      * PRINCIPAL TO COVER WHATEVER PART OF THE PENALTY ACCRUED
      * INTEREST CANNOT. A WITHDRAWAL OF THE WHOLE BALANCE IS NOT
      * POSTED: THE ITEM ITSELF WOULD PAY OUT THE BALANCE AND THE
      * CLOSE-OUT WOULD DISBURSE IT AGAIN. IT IS REJECTED TO THE
      * CLOSE REQUEST PATH (7760), WHICH NETS THE PENALTY FROM THE
      * SINGLE CLOSING DISBURSEMENT.
      *----------------------------------------------------------------
       3360-PROCESS-CD-EARLY-WDL.
           MOVE 'N' TO WS-CD-FULL-WDL-FLAG
           IF TR-AMOUNT = ACCT-BALANCE
               SET WS-CD-FULL-WDL TO TRUE
           END-IF
           IF WS-CD-FULL-WDL
               MOVE 'CD FULL EARLY WDL - SUBMIT CLOSE REQUEST'
                   TO WS-ERR-DESC
               PERFORM 3900-LOG-ERROR
           ELSE
               MOVE TR-AMOUNT TO WS-CD-PENALTY-BASE
               PERFORM 3365-COMPUTE-CD-PENALTY
               MOVE TR-DATE TO WS-CD-PEN-DATE
               MOVE TR-REF-NUMBER TO WS-CD-PEN-REF
               MOVE TR-AMOUNT TO WS-CD-PEN-WDL-AMT
               PERFORM 3310-COMPUTE-EFFECTIVE-AVAIL
               IF TR-AMOUNT + WS-CD-PEN-FROM-PRIN > WS-EFFECTIVE-AVAIL
                   IF ACCT-HOLD-FLAG = 'Y' AND ACCT-HOLD-AMT > 0
                       MOVE 'FUNDS ON HOLD' TO WS-ERR-DESC
                   ELSE
                       MOVE 'INSUFFICIENT FUNDS' TO WS-ERR-DESC
                   END-IF
                   PERFORM 3900-LOG-ERROR
               ELSE
                   PERFORM 3340-POST-DEBIT
                   IF WS-CD-PENALTY > 0
                       PERFORM 3370-APPLY-CD-PENALTY
                   END-IF
               END-IF
           END-IF.

       3365-COMPUTE-CD-PENALTY.
           MOVE 0 TO WS-CD-TERM-DAYS
           IF ACCT-OPEN-DATE > 0
               AND ACCT-MATURITY-DATE > ACCT-OPEN-DATE
               COMPUTE WS-CD-TERM-DAYS =
                   FUNCTION INTEGER-OF-DATE(ACCT-MATURITY-DATE)
                   - FUNCTION INTEGER-OF-DATE(ACCT-OPEN-DATE)
           END-IF
           MOVE WS-CP-PENALTY-DAYS(4) TO WS-CD-PENALTY-DAYS
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
               UNTIL WS-CP-IDX > 4
               IF WS-CD-TERM-DAYS <= WS-CP-TERM-DAYS(WS-CP-IDX)
                   MOVE WS-CP-PENALTY-DAYS(WS-CP-IDX)
                       TO WS-CD-PENALTY-DAYS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           COMPUTE WS-CD-PENALTY ROUNDED =
               WS-CD-PENALTY-BASE * ACCT-INT-RATE
                   * WS-CD-PENALTY-DAYS / 365
           IF ACCT-INT-ACCRUED <= 0
               MOVE 0 TO WS-CD-PEN-FROM-ACCR
           ELSE
               IF WS-CD-PENALTY > ACCT-INT-ACCRUED
                   MOVE ACCT-INT-ACCRUED TO WS-CD-PEN-FROM-ACCR
               ELSE
                   MOVE WS-CD-PENALTY TO WS-CD-PEN-FROM-ACCR
               END-IF
           END-IF
           COMPUTE WS-CD-PEN-FROM-PRIN =
               WS-CD-PENALTY - WS-CD-PEN-FROM-ACCR.

       3370-APPLY-CD-PENALTY.
           SUBTRACT WS-CD-PEN-FROM-ACCR FROM ACCT-INT-ACCRUED
           SUBTRACT WS-CD-PEN-FROM-PRIN FROM ACCT-BALANCE
           SUBTRACT WS-CD-PEN-FROM-PRIN FROM ACCT-AVAIL-BAL
           MOVE WS-CD-PEN-DATE TO ACCT-LAST-ACTIVITY-DATE
           MOVE WS-MAINT-STAMP TO ACCT-LAST-MAINT-TS
           REWRITE ACCOUNT-RECORD
           PERFORM 3950-WRITE-JOURNAL
           ADD WS-CD-PEN-FROM-ACCR TO WS-TOTAL-PENALTY-ACCR
           ADD WS-CD-PEN-FROM-PRIN TO WS-TOTAL-PENALTY-PRIN
           ADD WS-CD-PENALTY TO WS-TOTAL-PENALTIES
           ADD 1 TO WS-CD-PENALTIES-CHARGED
           MOVE ACCT-NUMBER TO WSD-ACCT-NUMBER
           MOVE WS-CD-PEN-DATE TO WSD-TRAN-DATE
           MOVE 'EARLY WITHDRAWAL PENALTY' TO WSD-DESCRIPTION
           COMPUTE WSD-AMOUNT = 0 - WS-CD-PENALTY
           MOVE ACCT-BALANCE TO WSD-RUNNING-BALANCE
           MOVE 'N' TO WSD-INT-FLAG
           MOVE SPACES TO WSD-TRAN-SOURCE
           MOVE 'FEE' TO WSD-TRAN-CODE
           WRITE WORK-STMT-RECORD
           MOVE ACCT-BRANCH TO WS-CPD-BRANCH
           MOVE ACCT-NUMBER TO WS-CPD-ACCT
           MOVE ACCT-OWNER-ID TO WS-CPD-OWNER
           MOVE WS-CD-PEN-REF TO WS-CPD-REF
           MOVE WS-CD-PEN-WDL-AMT TO WS-CPD-AMOUNT
           MOVE WS-CD-TERM-DAYS TO WS-CPD-TERM
           MOVE WS-CD-PENALTY-DAYS TO WS-CPD-DAYS
           MOVE WS-CD-PEN-FROM-ACCR TO WS-CPD-FROM-INT
           MOVE WS-CD-PEN-FROM-PRIN TO WS-CPD-FROM-PRIN
           MOVE WS-CD-PENALTY TO WS-CPD-PENALTY
           IF WS-CD-FULL-WDL
               MOVE 'CLOSED' TO WS-CPD-TYPE
           ELSE
               MOVE 'PARTIAL' TO WS-CPD-TYPE
           END-IF
           WRITE CD-PENALTY-RPT-LINE FROM WS-CDPEN-DETAIL.

       3400-PROCESS-FEE.
           SUBTRACT TR-AMOUNT FROM ACCT-BALANCE
           SUBTRACT TR-AMOUNT FROM ACCT-AVAIL-BAL
      * LIST HAVE THE STATUTORY PERCENTAGE WITHHELD: THE GROSS
      * COUNTS AS INTEREST EARNED (YTD AND GL), THE NET REACHES THE
      * BALANCE, AND THE WITHHELD PORTION IS LEDGERED FOR THE 1099
      * EXTRACT AND THE IRS REMITTANCE. A FOREIGN CUSTOMER ON THE
      * TAX STATUS MASTER IS NOT SUBJECT TO BACKUP WITHHOLDING; NRA
      * WITHHOLDING APPLIES INSTEAD AND IS LEDGERED FOR THE 1042-S.
      *----------------------------------------------------------------
       3500-PROCESS-INTEREST.
           MOVE 0 TO WS-BWH-AMOUNT
           MOVE 0 TO WS-NRA-AMOUNT
           MOVE 'N' TO WS-BWH-HIT-FLAG
           PERFORM 3505-CHECK-NRA-STATUS
           IF WS-NRA-HIT
               COMPUTE WS-NRA-AMOUNT ROUNDED =
                   TR-AMOUNT * WS-NRA-RATE
           ELSE
               PERFORM 3510-CHECK-BACKUP-WHLD
               IF WS-BWH-HIT
                   COMPUTE WS-BWH-AMOUNT ROUNDED =
                       TR-AMOUNT * WS-BWH-RATE
               END-IF
           END-IF
           ADD TR-AMOUNT TO ACCT-BALANCE
           ADD TR-AMOUNT TO ACCT-AVAIL-BAL
           SUBTRACT WS-BWH-AMOUNT FROM ACCT-BALANCE
           SUBTRACT WS-BWH-AMOUNT FROM ACCT-AVAIL-BAL
           SUBTRACT WS-NRA-AMOUNT FROM ACCT-BALANCE
           SUBTRACT WS-NRA-AMOUNT FROM ACCT-AVAIL-BAL
           ADD TR-AMOUNT TO ACCT-YTD-INTEREST
           ADD TR-AMOUNT TO WS-TOTAL-INTEREST
           MOVE TR-DATE TO ACCT-LAST-ACTIVITY-DATE
           MOVE 'N' TO WS-STMT-INT-FLAG
           IF WS-BWH-AMOUNT > 0
               PERFORM 3520-LEDGER-BACKUP-WHLD
           END-IF
           IF WS-NRA-HIT
               PERFORM 3530-LEDGER-NRA-WHLD
           END-IF.

      *----------------------------------------------------------------
      * AN EXPIRED W-8BEN LOSES THE TREATY RATE AND ITS EXEMPTION:
      * THE CREDIT IS WITHHELD AT 30 PERCENT WITH NO EXEMPTION CODE.
      *----------------------------------------------------------------
       3505-CHECK-NRA-STATUS.
           MOVE 'N' TO WS-NRA-HIT-FLAG
           MOVE ACCT-OWNER-ID TO TS-CUST-ID
           READ TAX-STATUS-FILE
           IF WS-TAXS-OK AND TS-FOREIGN
               SET WS-NRA-HIT TO TRUE
               IF TS-CERT-EXPIRE-DATE NOT < WS-PROCESSING-DATE
                   MOVE TS-TREATY-RATE TO WS-NRA-RATE
                   MOVE TS-EXEMPTION-CODE TO WS-NRA-EXEMPTION-CODE
                   MOVE 'V' TO WS-NRA-CERT-STATUS
               ELSE
                   MOVE WS-NRA-STATUTORY-RATE TO WS-NRA-RATE
                   MOVE '00' TO WS-NRA-EXEMPTION-CODE
                   MOVE 'X' TO WS-NRA-CERT-STATUS
               END-IF
           END-IF.

       3510-CHECK-BACKUP-WHLD.
           COMPUTE WSD-AMOUNT = 0 - WS-BWH-AMOUNT
           MOVE ACCT-BALANCE TO WSD-RUNNING-BALANCE
           MOVE 'N' TO WSD-INT-FLAG
           MOVE SPACES TO WSD-TRAN-SOURCE
           WRITE WORK-STMT-RECORD.

      *----------------------------------------------------------------
      * EVERY CREDIT TO A FOREIGN CUSTOMER IS LEDGERED, EVEN AT A
      * ZERO RATE - THE 1042-S REPORTS THE GROSS BY RATE AND CODE.
      *----------------------------------------------------------------
       3530-LEDGER-NRA-WHLD.
           ADD 1 TO WS-NRA-CREDITS
           ADD WS-NRA-AMOUNT TO WS-NRA-TOTAL
           MOVE SPACES TO NRA-LEDGER-RECORD
           MOVE ACCT-NUMBER TO NL-ACCT-NUMBER
           MOVE ACCT-OWNER-ID TO NL-OWNER-ID
           MOVE WS-PROCESSING-DATE TO NL-DATE
           MOVE TR-AMOUNT TO NL-GROSS-INTEREST
           MOVE WS-NRA-AMOUNT TO NL-WITHHELD
           MOVE WS-NRA-RATE TO NL-RATE
           MOVE TS-INCOME-CODE TO NL-INCOME-CODE
           MOVE WS-NRA-EXEMPTION-CODE TO NL-EXEMPTION-CODE
           MOVE TS-COUNTRY TO NL-COUNTRY
           MOVE WS-NRA-CERT-STATUS TO NL-CERT-STATUS
           WRITE NRA-LEDGER-RECORD
           IF WS-NRA-AMOUNT > 0
               MOVE ACCT-NUMBER TO WSD-ACCT-NUMBER
               MOVE TR-DATE TO WSD-TRAN-DATE
               MOVE 'NONRESIDENT ALIEN WITHHOLDING' TO WSD-DESCRIPTION
               COMPUTE WSD-AMOUNT = 0 - WS-NRA-AMOUNT
               MOVE ACCT-BALANCE TO WSD-RUNNING-BALANCE
               MOVE 'N' TO WSD-INT-FLAG
               MOVE SPACES TO WSD-TRAN-SOURCE
               WRITE WORK-STMT-RECORD
           END-IF.

       3600-PROCESS-ADJUSTMENT.
           ADD TR-AMOUNT TO ACCT-BALANCE
           ADD TR-AMOUNT TO ACCT-AVAIL-BAL
      * PRINCIPAL - ESCROW MONEY NO LONGER REDUCES PRINCIPAL.
      *----------------------------------------------------------------
       3700-PROCESS-LOAN-PAYMENT.
           IF ACCT-NON-ACCRUAL AND NOT WS-NACC-CASH-BASIS
               PERFORM 3720-SPLIT-PRINCIPAL-FIRST
           ELSE
               PERFORM 3730-SPLIT-INTEREST-FIRST
           END-IF
           SUBTRACT WS-LOAN-PRIN-PORTION FROM ACCT-BALANCE
           SUBTRACT WS-LOAN-PRIN-PORTION FROM ACCT-AVAIL-BAL
           ADD WS-LOAN-ESC-PORTION TO ACCT-ESCROW-BAL
           ADD WS-LOAN-ESC-PORTION TO ACCT-ESCROW-YTD-COLL
           ADD WS-LOAN-INT-PORTION TO ACCT-YTD-INTEREST
           ADD WS-LOAN-INT-PORTION TO WS-TOTAL-INTEREST
           ADD TR-AMOUNT TO WS-TOTAL-DEPOSITS
           MOVE TR-DATE TO ACCT-LAST-ACTIVITY-DATE
           IF ACCT-PMT-DUE-DATE > 0
               IF ACCT-NON-ACCRUAL
                   PERFORM 3725-COUNT-CURE-PAYMENT
               END-IF
               PERFORM 3710-ADVANCE-DUE-DATE
           END-IF
           MOVE WS-MAINT-STAMP TO ACCT-LAST-MAINT-TS
           REWRITE ACCOUNT-RECORD
           PERFORM 3950-WRITE-JOURNAL
           ADD 1 TO WS-TRANS-APPLIED
           MOVE TR-AMOUNT TO WS-STMT-AMOUNT
           PERFORM 3150-WRITE-STMT-DETAIL.

      *----------------------------------------------------------------
      * NON-ACCRUAL, PRINCIPAL FIRST: AFTER THE ESCROW PORTION THE
      * PAYMENT REDUCES PRINCIPAL; ONLY WHAT IS LEFT ONCE THE LOAN
      * IS PAID DOWN TO ZERO IS TAKEN AS INTEREST.
      *----------------------------------------------------------------
       3720-SPLIT-PRINCIPAL-FIRST.
           ADD 1 TO WS-NACCR-PAYMENTS
           MOVE ACCT-ESCROW-PMT TO WS-LOAN-ESC-PORTION
           IF WS-LOAN-ESC-PORTION > TR-AMOUNT
               MOVE TR-AMOUNT TO WS-LOAN-ESC-PORTION
           END-IF
           IF WS-LOAN-ESC-PORTION < 0
               MOVE 0 TO WS-LOAN-ESC-PORTION
           END-IF
           COMPUTE WS-LOAN-PRIN-PORTION =
               TR-AMOUNT - WS-LOAN-ESC-PORTION
           IF WS-LOAN-PRIN-PORTION > ACCT-BALANCE
               MOVE ACCT-BALANCE TO WS-LOAN-PRIN-PORTION
           END-IF
           COMPUTE WS-LOAN-INT-PORTION =
               TR-AMOUNT - WS-LOAN-ESC-PORTION
                   - WS-LOAN-PRIN-PORTION.

      *----------------------------------------------------------------
      * A FULL PAYMENT RECEIVED BY ITS DUE DATE EXTENDS THE ON-TIME
      * RUN; ANYTHING ELSE STARTS IT OVER.
      *----------------------------------------------------------------
       3725-COUNT-CURE-PAYMENT.
           IF TR-DATE <= ACCT-PMT-DUE-DATE
               AND TR-AMOUNT >= ACCT-PMT-AMOUNT
               IF ACCT-CURE-PMTS < 9
                   ADD 1 TO ACCT-CURE-PMTS
               END-IF
           ELSE
               MOVE 0 TO ACCT-CURE-PMTS
           END-IF.

      *----------------------------------------------------------------
      * CONTRACTUAL SPLIT - A MONTH'S INTEREST, THEN ESCROW, THEN
      * PRINCIPAL. ON AN ACCRUING LOAN THE INTEREST COLLECTED
      * RELIEVES THE INTEREST ALREADY ACCRUED; ON A NON-ACCRUAL LOAN
      * (CASH BASIS) IT IS SIMPLY TAKEN AS RECEIVED.
      *----------------------------------------------------------------
       3730-SPLIT-INTEREST-FIRST.
           IF ACCT-NON-ACCRUAL
               ADD 1 TO WS-NACCR-PAYMENTS
           END-IF
           COMPUTE WS-LOAN-INT-PORTION ROUNDED =
               ACCT-BALANCE * ACCT-INT-RATE / 12
           IF TR-AMOUNT < WS-LOAN-INT-PORTION
           IF WS-LOAN-PRIN-PORTION > ACCT-BALANCE
               MOVE ACCT-BALANCE TO WS-LOAN-PRIN-PORTION
           END-IF
           IF NOT ACCT-NON-ACCRUAL AND ACCT-INT-ACCRUED > 0
               MOVE WS-LOAN-INT-PORTION TO WS-LOAN-ACCR-RELIEF
               IF WS-LOAN-ACCR-RELIEF > ACCT-INT-ACCRUED
                   MOVE ACCT-INT-ACCRUED TO WS-LOAN-ACCR-RELIEF
               END-IF
               SUBTRACT WS-LOAN-ACCR-RELIEF FROM ACCT-INT-ACCRUED
               ADD WS-LOAN-ACCR-RELIEF TO WS-TOTAL-LOAN-ACCR-RELIEF
           END-IF.

      *----------------------------------------------------------------
      * A PAYMENT ON A CHARGED-OFF LOAN IS A RECOVERY: IT DOES NOT
           MOVE TR-AMOUNT TO WSD-AMOUNT
           MOVE ACCT-BALANCE TO WSD-RUNNING-BALANCE
           MOVE 'N' TO WSD-INT-FLAG
           MOVE SPACES TO WSD-TRAN-SOURCE
           WRITE WORK-STMT-RECORD.

      *----------------------------------------------------------------
      * A LOAN UNDER AN APPROVED FORBEARANCE OWES NOTHING INSIDE THE
      * WINDOW, SO A PAYMENT THAT WOULD ADVANCE THE DUE DATE INTO IT
      * CARRIES ON TO THE FIRST DUE DATE AFTER THE WINDOW.
      *----------------------------------------------------------------
       3710-ADVANCE-DUE-DATE.
           PERFORM 3711-STEP-DUE-MONTH
           PERFORM 3715-CHECK-FORBEARANCE
           IF WS-FORB-HIT
               AND ACCT-PMT-DUE-DATE >= WS-FB-START(WS-FORB-IDX)
               PERFORM 3711-STEP-DUE-MONTH
                   UNTIL ACCT-PMT-DUE-DATE > WS-FB-END(WS-FORB-IDX)
           END-IF.

       3711-STEP-DUE-MONTH.
           MOVE ACCT-PMT-DUE-DATE TO WS-DUE-DATE-SPLIT
           IF WS-DD-MM = 12
               ADD 1 TO WS-DD-YYYY
           END-IF
           MOVE WS-DUE-DATE-SPLIT TO ACCT-PMT-DUE-DATE.

       3715-CHECK-FORBEARANCE.
           MOVE 'N' TO WS-FORB-HIT-FLAG
           PERFORM VARYING WS-FORB-IDX FROM 1 BY 1
               UNTIL WS-FORB-IDX > WS-FORB-COUNT
               IF WS-FB-ACCT(WS-FORB-IDX) = ACCT-NUMBER
                   SET WS-FORB-HIT TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * NON-USD WIRES CONVERT AT THE TREASURY DESK'S CLOSING RATE
      * WHEN ONE IS ON FILE FOR THE CURRENCY (THE TRANSACTION-
                   TR-CURRENCY-CODE DELIMITED BY SIZE
                   INTO WSD-DESCRIPTION
               MOVE 'N' TO WSD-INT-FLAG
               MOVE TR-TRAN-CODE TO WSD-TRAN-CODE
               MOVE TR-INSTRUMENT-TYPE TO WSD-INSTRUMENT-TYPE
               WRITE WORK-STMT-RECORD
               PERFORM 3761-SCREEN-OUTBOUND-WIRE
               IF WS-NAME-MATCHED
                   PERFORM 3762-HOLD-WIRE-FOR-SCREENING
               ELSE
                   PERFORM 3765-WRITE-WIRE-INTERFACE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * PRE-RELEASE SANCTIONS SCREENING. THE BENEFICIARY NAME, THE
      * BENEFICIARY BANK ROUTING NUMBER (THE LIST CARRIES SANCTIONED
      * INSTITUTIONS BY IDENTIFIER AS WELL AS NAME), THE ORIGINATOR
      * AND THE WIRE TEXT ARE EACH MATCHED AGAINST THE WATCH LIST
      * WITH OFACSCRN'S NORMALIZATION. THE FIRST HIT HOLDS THE WIRE.
      *----------------------------------------------------------------
       3761-SCREEN-OUTBOUND-WIRE.
           ADD 1 TO WS-WIRES-SCREENED
           IF TR-WIRE-REF = SPACES
               MOVE TR-REF-NUMBER TO WS-WIRE-REF-OUT
           ELSE
               MOVE TR-WIRE-REF TO WS-WIRE-REF-OUT
           END-IF
           MOVE SPACES TO WS-WIRE-ORIG-NAME
           MOVE ACCT-OWNER-ID TO CUST-ID
           READ CUSTOMER-FILE
           IF WS-CUST-OK
               STRING CUST-FIRST-NAME DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   CUST-LAST-NAME DELIMITED BY '  '
                   INTO WS-WIRE-ORIG-NAME
           END-IF
           MOVE SPACES TO HQ-HIT-SUBJECT
           MOVE SPACES TO HQ-HIT-TEXT
           MOVE SPACES TO HQ-WL-NAME
           MOVE SPACES TO HQ-WL-PROGRAM
           IF WS-WATCH-COUNT = 0
               SET WS-NAME-MATCHED TO TRUE
               MOVE 'LIST' TO HQ-HIT-SUBJECT
               MOVE 'WATCH LIST NOT AVAILABLE' TO HQ-WL-NAME
           ELSE
               MOVE TR-BENE-NAME TO WS-SUBJECT-NAME
               MOVE 'BENE' TO HQ-HIT-SUBJECT
               PERFORM 3763-SCREEN-ONE-PARTY
               IF NOT WS-NAME-MATCHED
                   MOVE TR-BENE-BANK-ROUTING TO WS-SUBJECT-NAME
                   MOVE 'BANK' TO HQ-HIT-SUBJECT
                   PERFORM 3763-SCREEN-ONE-PARTY
               END-IF
               IF NOT WS-NAME-MATCHED
                   MOVE WS-WIRE-ORIG-NAME TO WS-SUBJECT-NAME
                   MOVE 'ORIG' TO HQ-HIT-SUBJECT
                   PERFORM 3763-SCREEN-ONE-PARTY
               END-IF
               IF NOT WS-NAME-MATCHED
                   MOVE TR-DESCRIPTION TO WS-SUBJECT-NAME
                   MOVE 'DESC' TO HQ-HIT-SUBJECT
                   PERFORM 3763-SCREEN-ONE-PARTY
               END-IF
           END-IF
           MOVE SPACES TO WIRE-SCREEN-LOG-RECORD
           ACCEPT WS-SCREEN-TIME FROM TIME
           MOVE WS-PROCESSING-DATE TO SL-LOG-DATE
           MOVE WS-SCREEN-TIME TO SL-LOG-TIME
           MOVE 'ACCTPROC' TO SL-PROGRAM
           MOVE WS-WIRE-REF-OUT TO SL-WIRE-REF
           MOVE TR-ACCT-NUMBER TO SL-ACCT-NUMBER
           MOVE WS-WIRE-USD-AMOUNT TO SL-USD-AMOUNT
           MOVE TR-BENE-NAME TO SL-BENE-NAME
           IF WS-NAME-MATCHED
               MOVE 'HELD' TO SL-EVENT
               MOVE HQ-HIT-SUBJECT TO SL-HIT-SUBJECT
               MOVE HQ-WL-NAME TO SL-WL-NAME
               MOVE HQ-WL-PROGRAM TO SL-WL-PROGRAM
               MOVE 'POTENTIAL WATCH-LIST MATCH' TO SL-REASON
           ELSE
               MOVE 'CLEARED' TO SL-EVENT
               MOVE 'NO WATCH-LIST MATCH' TO SL-REASON
           END-IF
           WRITE WIRE-SCREEN-LOG-RECORD.

       3762-HOLD-WIRE-FOR-SCREENING.
           ADD 1 TO WS-WIRES-SCREEN-HELD
           ADD WS-WIRE-USD-AMOUNT TO WS-WIRES-SCREEN-HELD-AMT
           MOVE WS-WIRE-REF-OUT TO HQ-WIRE-REF
           MOVE TR-ACCT-NUMBER TO HQ-ACCT-NUMBER
           MOVE WS-WIRE-USD-AMOUNT TO HQ-USD-AMOUNT
           MOVE TR-CURRENCY-CODE TO HQ-CURRENCY-CODE
           MOVE TR-AMOUNT TO HQ-ORIG-AMOUNT
           MOVE TR-BENE-NAME TO HQ-BENE-NAME
           MOVE TR-BENE-BANK-ROUTING TO HQ-BENE-BANK-ROUTING
           MOVE TR-BENE-ACCT TO HQ-BENE-ACCT
           MOVE WS-WIRE-ORIG-NAME TO HQ-ORIG-NAME
           MOVE WS-PROCESSING-DATE TO HQ-HELD-DATE
           MOVE WS-SCREEN-TIME TO HQ-HELD-TIME
           WRITE WIRE-HOLD-RECORD
           DISPLAY 'WIRE HELD FOR SANCTIONS REVIEW: ' HQ-WIRE-REF
               ' ' HQ-HIT-SUBJECT.

       3763-SCREEN-ONE-PARTY.
           PERFORM 3767-MATCH-AGAINST-WATCH-LIST
           IF WS-NAME-MATCHED
               MOVE WS-SUBJECT-NAME TO HQ-HIT-TEXT
               MOVE WS-WL-NAME(WS-WATCH-IDX) TO HQ-WL-NAME
               MOVE WS-WL-PROGRAM(WS-WATCH-IDX) TO HQ-WL-PROGRAM
           END-IF.

      *----------------------------------------------------------------
      * A SUBJECT MATCHES A WATCH-LIST ENTRY WHEN THE NORMALIZED
      * FORMS ARE EQUAL OR THE NORMALIZED WATCH-LIST NAME APPEARS
      * ANYWHERE INSIDE THE NORMALIZED SUBJECT TEXT.
      *----------------------------------------------------------------
       3767-MATCH-AGAINST-WATCH-LIST.
           MOVE 'N' TO WS-MATCH-FLAG
           MOVE WS-SUBJECT-NAME TO WS-NORM-INPUT
           PERFORM 3768-NORMALIZE-NAME
           PERFORM VARYING WS-WATCH-IDX FROM 1 BY 1
               UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
               OR WS-NAME-MATCHED
               IF WS-WL-NORM-LEN(WS-WATCH-IDX) > 0
                   AND WS-NORM-LEN > 0
                   PERFORM 3769-SCAN-FOR-CONTAINED-NAME
               END-IF
           END-PERFORM
           IF WS-NAME-MATCHED
               SUBTRACT 1 FROM WS-WATCH-IDX
           END-IF.

      *----------------------------------------------------------------
      * NAME NORMALIZATION: UPPER-CASE THE INPUT AND KEEP ONLY
      * LETTERS AND DIGITS, CLOSING UP BLANKS AND PUNCTUATION.
      *----------------------------------------------------------------
       3768-NORMALIZE-NAME.
           MOVE FUNCTION UPPER-CASE(WS-NORM-INPUT) TO WS-NORM-INPUT
           MOVE SPACES TO WS-NORM-OUTPUT
           MOVE 0 TO WS-NORM-LEN
           PERFORM VARYING WS-NORM-IN-IDX FROM 1 BY 1
               UNTIL WS-NORM-IN-IDX > 60
               MOVE WS-NORM-INPUT(WS-NORM-IN-IDX:1) TO WS-NORM-CHAR
               IF (WS-NORM-CHAR >= 'A' AND WS-NORM-CHAR <= 'Z')
                   OR (WS-NORM-CHAR >= '0' AND WS-NORM-CHAR <= '9')
                   IF WS-NORM-LEN < 60
                       ADD 1 TO WS-NORM-LEN
                       MOVE WS-NORM-CHAR TO
                           WS-NORM-OUTPUT(WS-NORM-LEN:1)
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * AN EXACT MATCH IS THE CASE OF THE CONTAINED-NAME SCAN WHERE
      * THE LENGTHS ARE EQUAL, SO ONE SCAN COVERS BOTH.
      *----------------------------------------------------------------
       3769-SCAN-FOR-CONTAINED-NAME.
           COMPUTE WS-SCAN-LIMIT =
               WS-NORM-LEN - WS-WL-NORM-LEN(WS-WATCH-IDX) + 1
           IF WS-SCAN-LIMIT > 0
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-SCAN-LIMIT
                   OR WS-NAME-MATCHED
                   IF WS-NORM-OUTPUT(WS-SCAN-IDX:
                       WS-WL-NORM-LEN(WS-WATCH-IDX)) =
                       WS-WL-NORM(WS-WATCH-IDX)
                           (1:WS-WL-NORM-LEN(WS-WATCH-IDX))
                       SET WS-NAME-MATCHED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       3765-WRITE-WIRE-INTERFACE.
               TR-CURRENCY-CODE DELIMITED BY SIZE
               INTO WSD-DESCRIPTION
           MOVE 'N' TO WSD-INT-FLAG
           MOVE TR-TRAN-CODE TO WSD-TRAN-CODE
           MOVE TR-INSTRUMENT-TYPE TO WSD-INSTRUMENT-TYPE
           WRITE WORK-STMT-RECORD.

      *----------------------------------------------------------------
               COMPUTE WSD-AMOUNT = 0 - TR-AMOUNT
               MOVE ACCT-BALANCE TO WSD-RUNNING-BALANCE
               MOVE 'N' TO WSD-INT-FLAG
               MOVE TR-TRAN-CODE TO WSD-TRAN-CODE
               MOVE TR-INSTRUMENT-TYPE TO WSD-INSTRUMENT-TYPE
               WRITE WORK-STMT-RECORD
           END-IF.

                   TR-REF-NUMBER DELIMITED BY SIZE
                   INTO WSD-DESCRIPTION
               MOVE 'N' TO WSD-INT-FLAG
               MOVE TR-TRAN-CODE TO WSD-TRAN-CODE
               MOVE TR-INSTRUMENT-TYPE TO WSD-INSTRUMENT-TYPE
               WRITE WORK-STMT-RECORD
           END-IF.

           OPEN INPUT ERROR-FILE
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           WRITE EXCEPTION-REPORT-LINE FROM WS-EXCEPT-HEADER
           MOVE WS-POST-METHOD TO WS-PL-METHOD
           MOVE WS-POST-METHOD-DESC TO WS-PL-DESC
           MOVE WS-POST-POLICY-REF TO WS-PL-POLICY-REF
           WRITE EXCEPTION-REPORT-LINE FROM WS-POST-ORDER-LINE
           PERFORM UNTIL WS-EXCEPT-EOF
               READ ERROR-FILE INTO WS-ERROR-MSG
                   AT END
           MOVE 0 TO WSD-AMOUNT
           MOVE ACCT-BALANCE TO WSD-RUNNING-BALANCE
           MOVE 'N' TO WSD-INT-FLAG
           MOVE SPACES TO WSD-TRAN-SOURCE
           WRITE WORK-STMT-RECORD
           MOVE 'RTCH' TO NO-LETTER-CODE
           MOVE ACCT-OWNER-ID TO NO-CUST-ID
                  (SAVINGS-ACCT OR CD-ACCT OR MONEY-MKT)
                   PERFORM 4200-APPLY-INTEREST
               END-IF
               IF ACCT-ACTIVE AND LOAN-ACCT
                   AND NOT ACCT-NON-ACCRUAL
                   AND ACCT-BALANCE > 0
                   PERFORM 4250-ACCRUE-LOAN-INTEREST
               END-IF
           END-IF.

       4200-APPLY-INTEREST.
           ADD 1 TO WS-INT-CALCULATED
           ADD WS-INT-AMOUNT TO WS-TOTAL-INTEREST.

      *----------------------------------------------------------------
      * A DAY'S INTEREST AT THE NOTE RATE ON THE OUTSTANDING
      * PRINCIPAL. LOANS ON NON-ACCRUAL ARE NOT ACCRUED.
      *----------------------------------------------------------------
       4250-ACCRUE-LOAN-INTEREST.
           COMPUTE WS-INT-AMOUNT ROUNDED =
               ACCT-BALANCE * ACCT-INT-RATE / 365
           ADD WS-INT-AMOUNT TO ACCT-INT-ACCRUED
           MOVE WS-PROCESSING-DATE TO ACCT-LAST-INT-DATE
           MOVE WS-MAINT-STAMP TO ACCT-LAST-MAINT-TS
           REWRITE ACCOUNT-RECORD
           PERFORM 3950-WRITE-JOURNAL
           ADD 1 TO WS-LOANS-ACCRUED
           ADD WS-INT-AMOUNT TO WS-TOTAL-LOAN-ACCRUAL.

      *----------------------------------------------------------------
      * TIER SELECTION RUNS ON THE CYCLE'S AVERAGE DAILY BALANCE,
      * NOT THE POINT-IN-TIME BALANCE; INTEREST ITSELF STILL
           MOVE WS-CAP-AMOUNT TO WSD-AMOUNT
           MOVE ACCT-BALANCE TO WSD-RUNNING-BALANCE
           MOVE 'Y' TO WSD-INT-FLAG
           MOVE SPACES TO WSD-TRAN-SOURCE
           WRITE WORK-STMT-RECORD.

       5000-ASSESS-FEES.
      * LOAN LATE CHARGES. A PAYMENT STILL UNPAID PAST THE GRACE
      * PERIOD DRAWS ONE LATE CHARGE PER DUE DATE (THE ASSESSED DUE
      * DATE IS REMEMBERED SO A SECOND NIGHT DOES NOT CHARGE AGAIN),
      * ADDED TO THE LOAN BALANCE WITH A STATEMENT LINE. A LOAN
      * UNDER AN ACTIVE BANKRUPTCY STAY, OR IN AN APPROVED
      * FORBEARANCE THAT HAS STARTED, IS NOT CHARGED.
      *----------------------------------------------------------------
       5500-ASSESS-LATE-FEES.
           DISPLAY 'ASSESSING LOAN LATE CHARGES...'
                   AND ACCT-PMT-DUE-DATE > 0
                   AND ACCT-PMT-DUE-DATE < WS-PROCESSING-DATE
                   AND ACCT-LATE-FEE-DATE < ACCT-PMT-DUE-DATE
                   PERFORM 5650-CHECK-STAY
                   PERFORM 3715-CHECK-FORBEARANCE
                   EVALUATE TRUE
                       WHEN WS-STAY-HIT
                           ADD 1 TO WS-LATE-FEES-STAYED
                       WHEN WS-FORB-HIT
                           AND WS-FB-START(WS-FORB-IDX)
                               <= WS-PROCESSING-DATE
                           ADD 1 TO WS-LATE-FEES-FORBORNE
                       WHEN OTHER
                           PERFORM 5700-CHECK-GRACE-AND-ASSESS
                   END-EVALUATE
               END-IF
           END-IF.

       5650-CHECK-STAY.
           MOVE 'N' TO WS-STAY-HIT-FLAG
           PERFORM VARYING WS-STAY-IDX FROM 1 BY 1
               UNTIL WS-STAY-IDX > WS-STAY-COUNT
               IF WS-ST-ACCT(WS-STAY-IDX) = ACCT-NUMBER
                   SET WS-STAY-HIT TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       5700-CHECK-GRACE-AND-ASSESS.
           COMPUTE WS-DUE-DATE-INT =
               FUNCTION INTEGER-OF-DATE(ACCT-PMT-DUE-DATE)
               MOVE WS-LATE-FEE-AMOUNT TO WSD-AMOUNT
               MOVE ACCT-BALANCE TO WSD-RUNNING-BALANCE
               MOVE 'N' TO WSD-INT-FLAG
               MOVE SPACES TO WSD-TRAN-SOURCE
               WRITE WORK-STMT-RECORD
           END-IF.

      * BRANCHES STOP FIELDING FEE DISPUTES.
      *----------------------------------------------------------------
       5160-APPLY-REL-DISCOUNT.
           PERFORM 5165-GET-REL-DISCOUNT
           IF WS-BEST-DISCOUNT-PCT > 0
               IF WS-FEE-DISCOUNT >= WS-TIERED-FEE
                   MOVE 0 TO WS-TIERED-FEE
                   ADD 1 TO WS-FEES-WAIVED
                   MOVE 'FEE WAIVED - COMBINED BALANCE'
                       TO WSD-DESCRIPTION
               ELSE
                   SUBTRACT WS-FEE-DISCOUNT FROM WS-TIERED-FEE
                   ADD 1 TO WS-FEES-DISCOUNTED
                   MOVE 'FEE DISCOUNT - COMBINED BALANCE'
                       TO WSD-DESCRIPTION
               END-IF
               MOVE ACCT-NUMBER TO WSD-ACCT-NUMBER
               MOVE WS-PROCESSING-DATE TO WSD-TRAN-DATE
               MOVE 0 TO WSD-AMOUNT
               MOVE ACCT-BALANCE TO WSD-RUNNING-BALANCE
               MOVE 'N' TO WSD-INT-FLAG
               MOVE SPACES TO WSD-TRAN-SOURCE
               WRITE WORK-STMT-RECORD
           END-IF.

      *----------------------------------------------------------------
      * THE DISCOUNT ITSELF, SHARED WITH THE FEE SIMULATION: THE
      * OWNER'S COMBINED BALANCE, THE DEEPEST TIER IT CLEARS AND THE
      * AMOUNT OFF THE TIERED FEE.
      *----------------------------------------------------------------
       5165-GET-REL-DISCOUNT.
           MOVE 0 TO WS-COMBINED-BALANCE
           PERFORM VARYING WS-OT-IDX FROM 1 BY 1
               UNTIL WS-OT-IDX > WS-OWNER-TOT-COUNT
                       TO WS-BEST-DISCOUNT-PCT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-FEE-DISCOUNT
           IF WS-BEST-DISCOUNT-PCT > 0
               COMPUTE WS-FEE-DISCOUNT ROUNDED =
                   WS-TIERED-FEE * WS-BEST-DISCOUNT-PCT / 100
           END-IF.

       5150-GET-TIERED-FEE.
           PERFORM 3950-WRITE-JOURNAL
           ADD 1 TO WS-FEES-ASSESSED.

      *----------------------------------------------------------------
      * FEE SCHEDULE WHAT-IF SIMULATION. RUN AGAINST A COPY OF THE
      * NIGHT'S ACCOUNT MASTER, WHICH IS OPENED FOR INPUT ONLY:
      * NOTHING IS POSTED, JOURNALED OR WRITTEN TO THE STATEMENT
      * WORK FILE. EACH ACTIVE ACCOUNT IS PRICED UNDER TODAY'S FEE
      * SCHEDULE, RELATIONSHIP TIERS AND VIP WAIVER, THEN UNDER THE
      * PROPOSED ONES, AND THE DIFFERENCE IS REPORTED ON FEESIMRP.
      *----------------------------------------------------------------
       5800-FEE-SIMULATION.
           PERFORM 1010-GET-BUSINESS-DATE
           DISPLAY '*** FEE SCHEDULE SIMULATION STARTED ***'
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY 'ERROR OPENING ACCOUNT MASTER: ' WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FEE-SCHEDULE-FILE
           PERFORM 2050-LOAD-FEE-SCHEDULE
           CLOSE FEE-SCHEDULE-FILE
           PERFORM 2082-LOAD-REL-PRICING
           PERFORM 2087-LOAD-DAILY-BALANCES
           MOVE WS-FEE-TABLE TO WS-SIM-CUR-FEE-TABLE
           MOVE WS-FEE-COUNT TO WS-SIM-CUR-FEE-COUNT
           MOVE WS-RELP-TABLE TO WS-SIM-CUR-RELP-TABLE
           MOVE WS-RELP-COUNT TO WS-SIM-CUR-RELP-COUNT
           PERFORM 5810-LOAD-PROPOSED-PRICING
           IF WS-SIM-CUR-RELP-COUNT > 0 OR WS-SIM-PROP-RELP-COUNT > 0
               PERFORM 6050-LOAD-OWNER-XREF
               PERFORM 4900-BUILD-OWNER-TOTALS
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-OK
               SET WS-SIM-CUST-OPEN TO TRUE
           ELSE
               DISPLAY 'WARNING: CUSTOMER FILE NOT AVAILABLE - '
                   'SEGMENTS NOT REPORTED: ' WS-CUST-STATUS
           END-IF
           OPEN OUTPUT FEE-SIM-RPT-FILE
           MOVE WS-PROCESSING-DATE TO WS-FSH-DATE
           WRITE FEE-SIM-RPT-LINE FROM WS-SIM-HEADER
           PERFORM 1080-START-ACCT-SWEEP
           IF WS-ACCT-OK
               PERFORM 5820-SIM-ACCOUNT-LOOP
                   UNTIL WS-ACCT-EOF
           END-IF
           PERFORM 5860-WRITE-SIM-REPORT
           CLOSE ACCOUNT-MASTER
           IF WS-SIM-CUST-OPEN
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE FEE-SIM-RPT-FILE
           IF WS-FG-OVERFLOW > 0 OR WS-SIM-PROP-DISCARDED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '*** FEE SCHEDULE SIMULATION COMPLETE ***'
           DISPLAY 'ACCOUNTS PRICED:      ' WS-SIM-ACCTS-PRICED
           DISPLAY 'FEE HIGHER:           ' WS-SIM-HIGHER
           DISPLAY 'FEE LOWER:            ' WS-SIM-LOWER.

      *----------------------------------------------------------------
      * PROPOSED PRICING. A PROPOSAL THAT LEAVES THE FEE SCHEDULE OR
      * THE RELATIONSHIP TIERS OUT KEEPS TODAY'S; WITHOUT A CONTROL
      * RECORD VIPS KEEP THE FULL WAIVER.
      *----------------------------------------------------------------
       5810-LOAD-PROPOSED-PRICING.
           OPEN INPUT FEE-PROPOSED-FILE
           IF WS-FPROP-OK
               MOVE 'N' TO WS-SIM-EOF-FLAG
               PERFORM UNTIL WS-SIM-NO-MORE
                   READ FEE-PROPOSED-FILE
                       AT END
                           SET WS-SIM-NO-MORE TO TRUE
                       NOT AT END
                           PERFORM 5811-STORE-PROPOSED-TIER
                   END-READ
               END-PERFORM
               CLOSE FEE-PROPOSED-FILE
           END-IF
           IF WS-SIM-PROP-FEE-COUNT = 0
               MOVE WS-SIM-CUR-FEE-TABLE TO WS-SIM-PROP-FEE-TABLE
               MOVE WS-SIM-CUR-FEE-COUNT TO WS-SIM-PROP-FEE-COUNT
               DISPLAY 'NO PROPOSED FEE SCHEDULE - CURRENT TIERS USED'
           ELSE
               DISPLAY 'LOADED ' WS-SIM-PROP-FEE-COUNT
                   ' PROPOSED FEE SCHEDULE TIERS'
           END-IF
           IF WS-SIM-PROP-DISCARDED > 0
               DISPLAY 'WARNING: PROPOSED FEE SCHEDULE OVERFLOW - '
                   WS-SIM-PROP-DISCARDED ' TIER(S) DISCARDED'
           END-IF
           OPEN INPUT REL-PROPOSED-FILE
           IF WS-RPROP-OK
               MOVE 'N' TO WS-SIM-EOF-FLAG
               PERFORM UNTIL WS-SIM-NO-MORE
                   READ REL-PROPOSED-FILE
                       AT END
                           SET WS-SIM-NO-MORE TO TRUE
                       NOT AT END
                           IF WS-SIM-PROP-RELP-COUNT < WS-MAX-RELP
                               ADD 1 TO WS-SIM-PROP-RELP-COUNT
                               MOVE RQ-MIN-COMBINED TO
                                   WS-PR-MIN(WS-SIM-PROP-RELP-COUNT)
                               MOVE RQ-DISCOUNT-PCT TO
                                   WS-PR-PCT(WS-SIM-PROP-RELP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REL-PROPOSED-FILE
           END-IF
           IF WS-SIM-PROP-RELP-COUNT = 0
               MOVE WS-SIM-CUR-RELP-TABLE TO WS-SIM-PROP-RELP-TABLE
               MOVE WS-SIM-CUR-RELP-COUNT TO WS-SIM-PROP-RELP-COUNT
               DISPLAY 'NO PROPOSED RELATIONSHIP TIERS - CURRENT USED'
           ELSE
               DISPLAY 'LOADED ' WS-SIM-PROP-RELP-COUNT
                   ' PROPOSED RELATIONSHIP PRICING TIERS'
           END-IF
           OPEN INPUT FEE-SIM-CTL-FILE
           IF WS-FSCTL-OK
               READ FEE-SIM-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-VIP-WAIVE-PCT IS NUMERIC
                           AND SC-VIP-WAIVE-PCT <= 100
                           MOVE SC-VIP-WAIVE-PCT
                               TO WS-SIM-PROP-VIP-PCT
                       ELSE
                           DISPLAY 'INVALID PROPOSED VIP WAIVER - '
                               'FULL WAIVER KEPT'
                       END-IF
               END-READ
               CLOSE FEE-SIM-CTL-FILE
           END-IF
           DISPLAY 'PROPOSED VIP WAIVER PCT: ' WS-SIM-PROP-VIP-PCT.

       5811-STORE-PROPOSED-TIER.
           IF WS-SIM-PROP-FEE-COUNT < WS-MAX-FEE-ENTRIES
               ADD 1 TO WS-SIM-PROP-FEE-COUNT
               MOVE FP-ACCT-TYPE TO WS-PF-TYPE(WS-SIM-PROP-FEE-COUNT)
               MOVE FP-TIER TO WS-PF-TIER(WS-SIM-PROP-FEE-COUNT)
               MOVE FP-MIN-BALANCE TO WS-PF-MIN(WS-SIM-PROP-FEE-COUNT)
               MOVE FP-MAX-BALANCE TO WS-PF-MAX(WS-SIM-PROP-FEE-COUNT)
               MOVE FP-FEE-AMOUNT TO WS-PF-FEE(WS-SIM-PROP-FEE-COUNT)
           ELSE
               ADD 1 TO WS-SIM-PROP-DISCARDED
           END-IF.

       5820-SIM-ACCOUNT-LOOP.
           READ ACCOUNT-MASTER NEXT
               AT END
                   SET WS-ACCT-EOF TO TRUE
           END-READ
           IF NOT WS-ACCT-EOF AND ACCT-ACTIVE
               PERFORM 5830-SIM-PRICE-ACCOUNT
           END-IF.

       5830-SIM-PRICE-ACCOUNT.
           PERFORM 2088-GET-AVG-BALANCE
           MOVE WS-SIM-CUR-FEE-TABLE TO WS-FEE-TABLE
           MOVE WS-SIM-CUR-FEE-COUNT TO WS-FEE-COUNT
           MOVE WS-SIM-CUR-RELP-TABLE TO WS-RELP-TABLE
           MOVE WS-SIM-CUR-RELP-COUNT TO WS-RELP-COUNT
           MOVE 100 TO WS-SIM-VIP-PCT
           PERFORM 5840-SIM-GET-FEE
           MOVE WS-TIERED-FEE TO WS-SIM-CURRENT-FEE
           MOVE WS-SIM-PROP-FEE-TABLE TO WS-FEE-TABLE
           MOVE WS-SIM-PROP-FEE-COUNT TO WS-FEE-COUNT
           MOVE WS-SIM-PROP-RELP-TABLE TO WS-RELP-TABLE
           MOVE WS-SIM-PROP-RELP-COUNT TO WS-RELP-COUNT
           MOVE WS-SIM-PROP-VIP-PCT TO WS-SIM-VIP-PCT
           PERFORM 5840-SIM-GET-FEE
           MOVE WS-TIERED-FEE TO WS-SIM-PROPOSED-FEE
           COMPUTE WS-SIM-CHANGE =
               WS-SIM-PROPOSED-FEE - WS-SIM-CURRENT-FEE
           MOVE '??' TO WS-SIM-SEGMENT
           IF WS-SIM-CUST-OPEN
               MOVE ACCT-OWNER-ID TO CUST-ID
               READ CUSTOMER-FILE
               IF WS-CUST-OK
                   MOVE CUST-SEGMENT TO WS-SIM-SEGMENT
               END-IF
           END-IF
           IF WS-SIM-SEGMENT = SPACES
               MOVE '--' TO WS-SIM-SEGMENT
           END-IF
           MOVE ACCT-BRANCH TO WS-SIM-BRANCH
           ADD 1 TO WS-SIM-ACCTS-PRICED
           IF ACCT-VIP-FLAG = 'Y'
               ADD 1 TO WS-SIM-VIP-ACCTS
           END-IF
           IF WS-SIM-CURRENT-FEE > 0
               ADD 1 TO WS-SIM-CHARGED-CUR
           END-IF
           IF WS-SIM-PROPOSED-FEE > 0
               ADD 1 TO WS-SIM-CHARGED-PROP
           END-IF
           IF WS-SIM-CHANGE > 0
               ADD 1 TO WS-SIM-HIGHER
           END-IF
           IF WS-SIM-CHANGE < 0
               ADD 1 TO WS-SIM-LOWER
           END-IF
           ADD WS-SIM-CURRENT-FEE TO WS-SIM-CUR-FEES
           ADD WS-SIM-PROPOSED-FEE TO WS-SIM-PROP-FEES
           MOVE '1' TO WS-FG-LOOKUP-DIM
           MOVE ACCT-TYPE TO WS-FG-LOOKUP-CODE
           PERFORM 5850-ADD-TO-GROUP
           MOVE '2' TO WS-FG-LOOKUP-DIM
           MOVE WS-SIM-SEGMENT TO WS-FG-LOOKUP-CODE
           PERFORM 5850-ADD-TO-GROUP
           MOVE '3' TO WS-FG-LOOKUP-DIM
           MOVE WS-SIM-BRANCH TO WS-FG-LOOKUP-CODE
           PERFORM 5850-ADD-TO-GROUP
           IF WS-SIM-CHANGE > 0
               PERFORM 5855-RANK-INCREASE
           END-IF.

      *----------------------------------------------------------------
      * THE NIGHTLY FEE RULES (5100-FEE-LOOP) AGAINST WHICHEVER
      * PRICING IS LOADED: VIP WAIVER, MINIMUM-BALANCE TEST ON THE
      * AVERAGE DAILY BALANCE, TIERED FEE, RELATIONSHIP DISCOUNT.
      * A VIP WAIVER BELOW 100 PERCENT IS TAKEN OFF WHAT REMAINS.
      *----------------------------------------------------------------
       5840-SIM-GET-FEE.
           MOVE 0 TO WS-TIERED-FEE
           IF ACCT-VIP-FLAG = 'Y' AND WS-SIM-VIP-PCT >= 100
               CONTINUE
           ELSE
               IF WS-ADB-BALANCE < ACCT-MIN-BALANCE
                   PERFORM 5150-GET-TIERED-FEE
                   IF WS-TIERED-FEE > 0 AND WS-RELP-COUNT > 0
                       PERFORM 5165-GET-REL-DISCOUNT
                       IF WS-FEE-DISCOUNT >= WS-TIERED-FEE
                           MOVE 0 TO WS-TIERED-FEE
                       ELSE
                           SUBTRACT WS-FEE-DISCOUNT FROM WS-TIERED-FEE
                       END-IF
                   END-IF
                   IF WS-TIERED-FEE > 0 AND ACCT-VIP-FLAG = 'Y'
                       AND WS-SIM-VIP-PCT > 0
                       COMPUTE WS-SIM-VIP-DISCOUNT ROUNDED =
                           WS-TIERED-FEE * WS-SIM-VIP-PCT / 100
                       SUBTRACT WS-SIM-VIP-DISCOUNT FROM WS-TIERED-FEE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * GROUP TOTALS, KEPT IN DIMENSION AND CODE ORDER (1 ACCOUNT
      * TYPE, 2 SEGMENT, 3 BRANCH).
      *----------------------------------------------------------------
       5850-ADD-TO-GROUP.
           MOVE 'N' TO WS-FG-FOUND-FLAG
           PERFORM VARYING WS-FG-IDX FROM 1 BY 1
               UNTIL WS-FG-IDX > WS-FG-COUNT
                  OR WS-FG-KEY(WS-FG-IDX) >= WS-FG-LOOKUP-KEY
               CONTINUE
           END-PERFORM
           IF WS-FG-IDX <= WS-FG-COUNT
               AND WS-FG-KEY(WS-FG-IDX) = WS-FG-LOOKUP-KEY
               SET WS-FG-FOUND TO TRUE
           ELSE
               IF WS-FG-COUNT < WS-FG-MAX
                   PERFORM VARYING WS-FG-SHIFT FROM WS-FG-COUNT BY -1
                       UNTIL WS-FG-SHIFT < WS-FG-IDX
                       MOVE WS-FG-ENTRY(WS-FG-SHIFT)
                           TO WS-FG-ENTRY(WS-FG-SHIFT + 1)
                   END-PERFORM
                   ADD 1 TO WS-FG-COUNT
                   MOVE WS-FG-LOOKUP-KEY TO WS-FG-KEY(WS-FG-IDX)
                   MOVE 0 TO WS-FG-ACCOUNTS(WS-FG-IDX)
                       WS-FG-CHARGED-CUR(WS-FG-IDX)
                       WS-FG-CHARGED-PROP(WS-FG-IDX)
                       WS-FG-HIGHER(WS-FG-IDX)
                       WS-FG-LOWER(WS-FG-IDX)
                       WS-FG-CUR-FEES(WS-FG-IDX)
                       WS-FG-PROP-FEES(WS-FG-IDX)
                   SET WS-FG-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-FG-OVERFLOW
               END-IF
           END-IF
           IF WS-FG-FOUND
               ADD 1 TO WS-FG-ACCOUNTS(WS-FG-IDX)
               IF WS-SIM-CURRENT-FEE > 0
                   ADD 1 TO WS-FG-CHARGED-CUR(WS-FG-IDX)
               END-IF
               IF WS-SIM-PROPOSED-FEE > 0
                   ADD 1 TO WS-FG-CHARGED-PROP(WS-FG-IDX)
               END-IF
               IF WS-SIM-CHANGE > 0
                   ADD 1 TO WS-FG-HIGHER(WS-FG-IDX)
               END-IF
               IF WS-SIM-CHANGE < 0
                   ADD 1 TO WS-FG-LOWER(WS-FG-IDX)
               END-IF
               ADD WS-SIM-CURRENT-FEE TO WS-FG-CUR-FEES(WS-FG-IDX)
               ADD WS-SIM-PROPOSED-FEE TO WS-FG-PROP-FEES(WS-FG-IDX)
           END-IF.

      *----------------------------------------------------------------
      * LARGEST INCREASES, HIGHEST FIRST. A NEW ENTRY PUSHES THE
      * SMALLEST OFF A FULL LIST.
      *----------------------------------------------------------------
       5855-RANK-INCREASE.
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > WS-FT-COUNT
                  OR WS-SIM-CHANGE > WS-FT-CHANGE(WS-FT-IDX)
               CONTINUE
           END-PERFORM
           IF WS-FT-IDX <= WS-FT-MAX
               IF WS-FT-COUNT < WS-FT-MAX
                   ADD 1 TO WS-FT-COUNT
               END-IF
               PERFORM VARYING WS-FT-SHIFT FROM WS-FT-COUNT BY -1
                   UNTIL WS-FT-SHIFT <= WS-FT-IDX
                   MOVE WS-FT-ENTRY(WS-FT-SHIFT - 1)
                       TO WS-FT-ENTRY(WS-FT-SHIFT)
               END-PERFORM
               MOVE ACCT-NUMBER TO WS-FT-ACCT(WS-FT-IDX)
               MOVE ACCT-OWNER-ID TO WS-FT-OWNER(WS-FT-IDX)
               MOVE ACCT-TYPE TO WS-FT-TYPE(WS-FT-IDX)
               MOVE WS-SIM-SEGMENT TO WS-FT-SEGMENT(WS-FT-IDX)
               MOVE ACCT-BRANCH TO WS-FT-BRANCH(WS-FT-IDX)
               MOVE WS-ADB-BALANCE TO WS-FT-ADB(WS-FT-IDX)
               MOVE WS-SIM-CURRENT-FEE TO WS-FT-CURRENT(WS-FT-IDX)
               MOVE WS-SIM-PROPOSED-FEE TO WS-FT-PROPOSED(WS-FT-IDX)
               MOVE WS-SIM-CHANGE TO WS-FT-CHANGE(WS-FT-IDX)
           END-IF.

       5860-WRITE-SIM-REPORT.
           MOVE SPACES TO WS-FG-LAST-DIM
           PERFORM VARYING WS-FG-IDX FROM 1 BY 1
               UNTIL WS-FG-IDX > WS-FG-COUNT
               IF WS-FG-DIM(WS-FG-IDX) NOT = WS-FG-LAST-DIM
                   IF WS-FG-LAST-DIM = '1'
                       PERFORM 5870-WRITE-SIM-TOTAL
                   END-IF
                   MOVE WS-FG-DIM(WS-FG-IDX) TO WS-FG-LAST-DIM
                   EVALUATE WS-FG-LAST-DIM
                       WHEN '1'
                           MOVE 'BY ACCOUNT TYPE' TO WS-FSS-TITLE
                           MOVE 'TYPE' TO WS-FGD-LABEL
                       WHEN '2'
                           MOVE 'BY CUSTOMER SEGMENT' TO WS-FSS-TITLE
                           MOVE 'SEGMENT' TO WS-FGD-LABEL
                       WHEN OTHER
                           MOVE 'BY BRANCH' TO WS-FSS-TITLE
                           MOVE 'BRANCH' TO WS-FGD-LABEL
                   END-EVALUATE
                   MOVE SPACES TO FEE-SIM-RPT-LINE
                   WRITE FEE-SIM-RPT-LINE
                   WRITE FEE-SIM-RPT-LINE FROM WS-SIM-SECTION-LINE
                   WRITE FEE-SIM-RPT-LINE FROM WS-SIM-GROUP-COLUMNS
               END-IF
               MOVE WS-FG-CODE(WS-FG-IDX) TO WS-FGD-CODE
               MOVE WS-FG-ACCOUNTS(WS-FG-IDX) TO WS-FGD-ACCOUNTS
               MOVE WS-FG-CHARGED-CUR(WS-FG-IDX) TO WS-FGD-CHARGED-CUR
               MOVE WS-FG-CHARGED-PROP(WS-FG-IDX)
                   TO WS-FGD-CHARGED-PROP
               MOVE WS-FG-CUR-FEES(WS-FG-IDX) TO WS-FGD-CUR-FEES
               MOVE WS-FG-PROP-FEES(WS-FG-IDX) TO WS-FGD-PROP-FEES
               COMPUTE WS-FGD-CHANGE = WS-FG-PROP-FEES(WS-FG-IDX)
                   - WS-FG-CUR-FEES(WS-FG-IDX)
               MOVE 0 TO WS-SIM-PCT
               IF WS-FG-CUR-FEES(WS-FG-IDX) > 0
                   COMPUTE WS-SIM-PCT ROUNDED =
                       (WS-FG-PROP-FEES(WS-FG-IDX)
                       - WS-FG-CUR-FEES(WS-FG-IDX)) * 100
                       / WS-FG-CUR-FEES(WS-FG-IDX)
               END-IF
               MOVE WS-SIM-PCT TO WS-FGD-PCT
               MOVE WS-FG-HIGHER(WS-FG-IDX) TO WS-FGD-HIGHER
               MOVE WS-FG-LOWER(WS-FG-IDX) TO WS-FGD-LOWER
               WRITE FEE-SIM-RPT-LINE FROM WS-SIM-GROUP-DETAIL
           END-PERFORM
           IF WS-FG-LAST-DIM = '1'
               PERFORM 5870-WRITE-SIM-TOTAL
           END-IF
           MOVE SPACES TO FEE-SIM-RPT-LINE
           WRITE FEE-SIM-RPT-LINE
           MOVE 'LARGEST FEE INCREASES' TO WS-FSS-TITLE
           WRITE FEE-SIM-RPT-LINE FROM WS-SIM-SECTION-LINE
           WRITE FEE-SIM-RPT-LINE FROM WS-SIM-TOP-COLUMNS
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > WS-FT-COUNT
               MOVE WS-FT-ACCT(WS-FT-IDX) TO WS-FTD-ACCT
               MOVE WS-FT-OWNER(WS-FT-IDX) TO WS-FTD-OWNER
               MOVE WS-FT-TYPE(WS-FT-IDX) TO WS-FTD-TYPE
               MOVE WS-FT-SEGMENT(WS-FT-IDX) TO WS-FTD-SEGMENT
               MOVE WS-FT-BRANCH(WS-FT-IDX) TO WS-FTD-BRANCH
               MOVE WS-FT-ADB(WS-FT-IDX) TO WS-FTD-ADB
               MOVE WS-FT-CURRENT(WS-FT-IDX) TO WS-FTD-CURRENT
               MOVE WS-FT-PROPOSED(WS-FT-IDX) TO WS-FTD-PROPOSED
               MOVE WS-FT-CHANGE(WS-FT-IDX) TO WS-FTD-CHANGE
               WRITE FEE-SIM-RPT-LINE FROM WS-SIM-TOP-DETAIL
           END-PERFORM
           MOVE SPACES TO FEE-SIM-RPT-LINE
           WRITE FEE-SIM-RPT-LINE
           MOVE 'ACTIVE ACCOUNTS PRICED' TO WS-FSC-LABEL
           MOVE WS-SIM-ACCTS-PRICED TO WS-FSC-COUNT
           WRITE FEE-SIM-RPT-LINE FROM WS-SIM-COUNT-LINE
           MOVE 'VIP ACCOUNTS' TO WS-FSC-LABEL
           MOVE WS-SIM-VIP-ACCTS TO WS-FSC-COUNT
           WRITE FEE-SIM-RPT-LINE FROM WS-SIM-COUNT-LINE
           MOVE 'ACCOUNTS CHARGED MORE' TO WS-FSC-LABEL
           MOVE WS-SIM-HIGHER TO WS-FSC-COUNT
           WRITE FEE-SIM-RPT-LINE FROM WS-SIM-COUNT-LINE
           MOVE 'ACCOUNTS CHARGED LESS' TO WS-FSC-LABEL
           MOVE WS-SIM-LOWER TO WS-FSC-COUNT
           WRITE FEE-SIM-RPT-LINE FROM WS-SIM-COUNT-LINE
           MOVE 'PROPOSED VIP WAIVER PERCENT' TO WS-FSC-LABEL
           MOVE WS-SIM-PROP-VIP-PCT TO WS-FSC-COUNT
           WRITE FEE-SIM-RPT-LINE FROM WS-SIM-COUNT-LINE
           MOVE 'CURRENT MONTHLY FEE REVENUE' TO WS-FSA-LABEL
           MOVE WS-SIM-CUR-FEES TO WS-FSA-AMOUNT
           WRITE FEE-SIM-RPT-LINE FROM WS-SIM-AMOUNT-LINE
           MOVE 'PROPOSED MONTHLY FEE REVENUE' TO WS-FSA-LABEL
           MOVE WS-SIM-PROP-FEES TO WS-FSA-AMOUNT
           WRITE FEE-SIM-RPT-LINE FROM WS-SIM-AMOUNT-LINE
           COMPUTE WS-SIM-ANNUAL-CHANGE =
               (WS-SIM-PROP-FEES - WS-SIM-CUR-FEES) * 12
           MOVE 'ANNUALIZED REVENUE CHANGE' TO WS-FSA-LABEL
           MOVE WS-SIM-ANNUAL-CHANGE TO WS-FSA-AMOUNT
           WRITE FEE-SIM-RPT-LINE FROM WS-SIM-AMOUNT-LINE
           IF WS-FG-OVERFLOW > 0
               MOVE 'GROUP TOTALS LOST - TABLE FULL' TO WS-FSC-LABEL
               MOVE WS-FG-OVERFLOW TO WS-FSC-COUNT
               WRITE FEE-SIM-RPT-LINE FROM WS-SIM-COUNT-LINE
           END-IF.

       5870-WRITE-SIM-TOTAL.
           MOVE 'ALL' TO WS-FGD-CODE
           MOVE WS-SIM-ACCTS-PRICED TO WS-FGD-ACCOUNTS
           MOVE WS-SIM-CHARGED-CUR TO WS-FGD-CHARGED-CUR
           MOVE WS-SIM-CHARGED-PROP TO WS-FGD-CHARGED-PROP
           MOVE WS-SIM-CUR-FEES TO WS-FGD-CUR-FEES
           MOVE WS-SIM-PROP-FEES TO WS-FGD-PROP-FEES
           COMPUTE WS-FGD-CHANGE = WS-SIM-PROP-FEES - WS-SIM-CUR-FEES
           MOVE 0 TO WS-SIM-PCT
           IF WS-SIM-CUR-FEES > 0
               COMPUTE WS-SIM-PCT ROUNDED =
                   (WS-SIM-PROP-FEES - WS-SIM-CUR-FEES) * 100
                   / WS-SIM-CUR-FEES
           END-IF
           MOVE WS-SIM-PCT TO WS-FGD-PCT
           MOVE WS-SIM-HIGHER TO WS-FGD-HIGHER
           MOVE WS-SIM-LOWER TO WS-FGD-LOWER
           WRITE FEE-SIM-RPT-LINE FROM WS-SIM-GROUP-DETAIL.

       6000-GENERATE-STATEMENTS.
           DISPLAY 'GENERATING STATEMENTS...'
           PERFORM 6050-LOAD-OWNER-XREF
           MOVE WSD-RUNNING-BALANCE TO TH-RUNNING-BALANCE
           MOVE WS-PROCESSING-DATE TO TH-POSTED-DATE
           MOVE WSD-INT-FLAG TO TH-INT-FLAG
           MOVE WSD-TRAN-CODE TO TH-TRAN-CODE
           MOVE WSD-INSTRUMENT-TYPE TO TH-INSTRUMENT-TYPE
           WRITE TRAN-HISTORY-RECORD
           ADD 1 TO WS-HIST-WRITTEN.

               IF ACCT-ACTIVE AND CD-ACCT
                   AND ACCT-MATURITY-DATE > 0
                   AND ACCT-MATURITY-DATE <= WS-PROCESSING-DATE
                   PERFORM 7150-CHECK-PLEDGE
                   IF WS-PLEDGE-HIT
                       PERFORM 7250-HOLD-PLEDGED-CD
                   ELSE
                       PERFORM 7200-ROLLOVER-CD
                   END-IF
               END-IF
           END-IF.

       7150-CHECK-PLEDGE.
           MOVE 'N' TO WS-PLEDGE-HIT-FLAG
           PERFORM VARYING WS-PLEDGE-IDX FROM 1 BY 1
               UNTIL WS-PLEDGE-IDX > WS-PLEDGE-COUNT
               IF WS-PG-ACCT(WS-PLEDGE-IDX) = ACCT-NUMBER
                   SET WS-PLEDGE-HIT TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       7200-ROLLOVER-CD.
           COMPUTE WS-CD-MAT-INT =
               FUNCTION INTEGER-OF-DATE(ACCT-MATURITY-DATE) + 365
               DELIMITED BY SIZE INTO NO-VAR-DATA
           WRITE CUST-NOTICE-RECORD.

      *----------------------------------------------------------------
      * A MATURED CD PLEDGED AS LOAN COLLATERAL STAYS AT MATURITY -
      * NO ROLLOVER - UNTIL THE LIEN IS RELEASED, AND IS LISTED ON
      * THE EXCEPTION FILE EACH NIGHT UNTIL THEN.
      *----------------------------------------------------------------
       7250-HOLD-PLEDGED-CD.
           ADD 1 TO WS-CD-ROLLOVERS-HELD
           MOVE ACCT-NUMBER TO WS-ERR-ACCT
           MOVE 'CDP' TO WS-ERR-CODE
           MOVE ACCT-BALANCE TO WS-ERR-AMT
           MOVE 'CD MATURED - PLEDGED, ROLLOVER AWAITS LIEN RELEASE'
               TO WS-ERR-DESC
           WRITE ERROR-RECORD FROM WS-ERROR-MSG.

      *----------------------------------------------------------------
      * ACCOUNT CLOSING. EACH CLOSE REQUEST IS VERIFIED (ACCOUNT ON
      * FILE, NOT ALREADY CLOSED, NOT PLEDGED AS LOAN COLLATERAL, NO
      * OUTSTANDING HOLD), THEN FINAL ACCRUED INTEREST IS POSTED, THE
      * MONTHLY FEE IS PRO-RATED FOR THE PART OF THE MONTH SERVED, A
      * DISBURSEMENT RECORD IS WRITTEN FOR THE REMAINING BALANCE, AND
      * THE CLOSE DATE IS STAMPED SO THE RETENTION CLOCK RUNS FROM
      * THE REAL CLOSING.
      *----------------------------------------------------------------
       7600-PROCESS-CLOSE-REQUESTS.
           DISPLAY 'PROCESSING ACCOUNT CLOSE REQUESTS...'
               DISPLAY 'NO CLOSE REQUEST FILE: ' WS-CLOSE-STATUS
               SET WS-CLOSE-EOF TO TRUE
           END-IF
           PERFORM 7650-CLOSE-REQUEST-LOOP
               UNTIL WS-CLOSE-EOF
           IF WS-CLOSE-OK OR WS-CLOSE-STATUS = '10'
               CLOSE CLOSE-REQUEST-FILE
           END-IF.

       7650-CLOSE-REQUEST-LOOP.
           READ CLOSE-REQUEST-FILE
           READ ACCOUNT-MASTER
           IF WS-ACCT-OK
               MOVE ACCOUNT-RECORD TO WS-ACCT-BEFORE-IMAGE
               PERFORM 7150-CHECK-PLEDGE
           END-IF
           IF NOT WS-ACCT-OK
               ADD 1 TO WS-CLOSES-REJECTED
                       MOVE 'CLOSE REQ: ALREADY CLOSED'
                           TO WS-ERR-DESC
                       WRITE ERROR-RECORD FROM WS-ERROR-MSG
                   WHEN CD-ACCT AND WS-PLEDGE-HIT
                       ADD 1 TO WS-CLOSES-REJECTED
                       MOVE ACCT-NUMBER TO WS-ERR-ACCT
                       MOVE 'CLS' TO WS-ERR-CODE
                       MOVE ACCT-BALANCE TO WS-ERR-AMT
                       MOVE 'CLOSE REQ: CD PLEDGED - NO LIEN RELEASE'
                           TO WS-ERR-DESC
                       WRITE ERROR-RECORD FROM WS-ERROR-MSG
                   WHEN ACCT-HOLD-AMT > 0
                       ADD 1 TO WS-CLOSES-REJECTED
                       MOVE ACCT-NUMBER TO WS-ERR-ACCT
                       MOVE 'CLOSE REQ: HOLD OUTSTANDING'
                           TO WS-ERR-DESC
                       WRITE ERROR-RECORD FROM WS-ERROR-MSG
                   WHEN CD-ACCT
                       AND ACCT-MATURITY-DATE > WS-PROCESSING-DATE
                       MOVE CR-REASON TO WS-CLOSE-REASON
                       PERFORM 7760-CLOSE-CD-EARLY
                   WHEN OTHER
                       MOVE CR-REASON TO WS-CLOSE-REASON
                       PERFORM 7750-SETTLE-AND-CLOSE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * CLOSING A CD BEFORE MATURITY WITHDRAWS THE WHOLE BALANCE: THE
      * EARLY-WITHDRAWAL PENALTY IS CHARGED ON THE FULL PRINCIPAL
      * FIRST, SO THE CLOSING DISBURSEMENT IS NET OF THE PENALTY AND
      * ANY UNFORFEITED INTEREST IS PAID AT CLOSING.
      *----------------------------------------------------------------
       7760-CLOSE-CD-EARLY.
           SET WS-CD-FULL-WDL TO TRUE
           MOVE ACCT-BALANCE TO WS-CD-PENALTY-BASE
           PERFORM 3365-COMPUTE-CD-PENALTY
           IF WS-CD-PENALTY > 0
               MOVE WS-PROCESSING-DATE TO WS-CD-PEN-DATE
               MOVE 'CLOSE REQUEST' TO WS-CD-PEN-REF
               MOVE ACCT-BALANCE TO WS-CD-PEN-WDL-AMT
               PERFORM 3370-APPLY-CD-PENALTY
           END-IF
           PERFORM 7750-SETTLE-AND-CLOSE
           ADD 1 TO WS-CD-EARLY-CLOSES.

       7750-SETTLE-AND-CLOSE.
           IF ACCT-INT-ACCRUED > 0
               ADD ACCT-INT-ACCRUED TO ACCT-BALANCE
               MOVE ACCT-INT-ACCRUED TO WSD-AMOUNT
               MOVE ACCT-BALANCE TO WSD-RUNNING-BALANCE
               MOVE 'Y' TO WSD-INT-FLAG
               MOVE SPACES TO WSD-TRAN-SOURCE
               WRITE WORK-STMT-RECORD
               MOVE 0 TO ACCT-INT-ACCRUED
           END-IF
               COMPUTE WSD-AMOUNT = 0 - WS-PRORATED-FEE
               MOVE ACCT-BALANCE TO WSD-RUNNING-BALANCE
               MOVE 'N' TO WSD-INT-FLAG
               MOVE SPACES TO WSD-TRAN-SOURCE
               WRITE WORK-STMT-RECORD
           END-IF
           MOVE ACCT-BALANCE TO WS-CLOSE-DISB-AMT
           COMPUTE WSD-AMOUNT = 0 - WS-CLOSE-DISB-AMT
           MOVE 0 TO WSD-RUNNING-BALANCE
           MOVE 'N' TO WSD-INT-FLAG
           MOVE SPACES TO WSD-TRAN-SOURCE
           WRITE WORK-STMT-RECORD
           MOVE ACCT-NUMBER TO CD-ACCT-NUMBER
           MOVE ACCT-OWNER-ID TO CD-OWNER-ID
           MOVE WS-CLOSE-DISB-AMT TO CD-DISB-AMOUNT
           MOVE WS-PROCESSING-DATE TO CD-CLOSE-DATE
           MOVE WS-CLOSE-REASON TO CD-REASON
           WRITE CLOSE-DISB-RECORD
           IF WS-CLOSE-DISB-AMT > 0
               ADD WS-CLOSE-DISB-AMT TO WS-TOTAL-CLOSE-DISB
           MOVE WS-TOTAL-CLOSE-DISB TO PT-TOTAL-CLOSE-DISB
           MOVE WS-SUSP-CREDIT-TOTAL TO PT-SUSP-CREDITS
           MOVE WS-SUSP-DEBIT-TOTAL TO PT-SUSP-DEBITS
           MOVE WS-TOTAL-PENALTY-ACCR TO PT-PENALTY-ACCR
           MOVE WS-TOTAL-PENALTY-PRIN TO PT-PENALTY-PRIN
           MOVE WS-TOTAL-LOAN-ACCRUAL TO PT-LOAN-ACCRUAL
           MOVE WS-TOTAL-LOAN-ACCR-RELIEF TO PT-LOAN-ACCR-RELIEF
           WRITE PART-TOTALS-RECORD
           CLOSE PART-TOTALS-FILE.

               MOVE 'BACKUP WITHHOLDING ON INTEREST' TO WS-GL-DESC
               PERFORM 9510-WRITE-GL-ENTRY
           END-IF
           IF WS-NRA-TOTAL > 0
               MOVE 'NRAPAY' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'C' TO WS-GL-DRCR
               MOVE WS-NRA-TOTAL TO WS-GL-AMT
               MOVE 'NRA WITHHOLDING PAYABLE' TO WS-GL-DESC
               PERFORM 9510-WRITE-GL-ENTRY
               MOVE 'DDACASH' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'D' TO WS-GL-DRCR
               MOVE WS-NRA-TOTAL TO WS-GL-AMT
               MOVE 'NRA WITHHOLDING ON INTEREST' TO WS-GL-DESC
               PERFORM 9510-WRITE-GL-ENTRY
           END-IF
           IF WS-TOTAL-CAPITALIZED > 0
               MOVE 'ACCRINT' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'INTEREST PAID TO DEPOSITS' TO WS-GL-DESC
               PERFORM 9510-WRITE-GL-ENTRY
           END-IF
           IF WS-TOTAL-PENALTY-ACCR > 0
               MOVE 'ACCRINT' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'D' TO WS-GL-DRCR
               MOVE WS-TOTAL-PENALTY-ACCR TO WS-GL-AMT
               MOVE 'CD PENALTY - ACCRUED INT FORFEITED' TO WS-GL-DESC
               PERFORM 9510-WRITE-GL-ENTRY
           END-IF
           IF WS-TOTAL-PENALTY-PRIN > 0
               MOVE 'DDACASH' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'D' TO WS-GL-DRCR
               MOVE WS-TOTAL-PENALTY-PRIN TO WS-GL-AMT
               MOVE 'CD PENALTY - TAKEN FROM PRINCIPAL' TO WS-GL-DESC
               PERFORM 9510-WRITE-GL-ENTRY
           END-IF
           IF WS-TOTAL-PENALTIES > 0
               MOVE 'PENALINC' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'C' TO WS-GL-DRCR
               MOVE WS-TOTAL-PENALTIES TO WS-GL-AMT
               MOVE 'CD EARLY WITHDRAWAL PENALTY INCOME' TO WS-GL-DESC
               PERFORM 9510-WRITE-GL-ENTRY
           END-IF
           IF WS-TOTAL-LOAN-ACCRUAL > 0
               MOVE 'LNINTREC' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'D' TO WS-GL-DRCR
               MOVE WS-TOTAL-LOAN-ACCRUAL TO WS-GL-AMT
               MOVE 'LOAN INTEREST ACCRUED' TO WS-GL-DESC
               PERFORM 9510-WRITE-GL-ENTRY
               MOVE 'LNINTINC' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'C' TO WS-GL-DRCR
               MOVE WS-TOTAL-LOAN-ACCRUAL TO WS-GL-AMT
               MOVE 'LOAN INTEREST INCOME ACCRUED' TO WS-GL-DESC
               PERFORM 9510-WRITE-GL-ENTRY
           END-IF
           IF WS-TOTAL-LOAN-ACCR-RELIEF > 0
               MOVE 'LNINTINC' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'D' TO WS-GL-DRCR
               MOVE WS-TOTAL-LOAN-ACCR-RELIEF TO WS-GL-AMT
               MOVE 'LOAN ACCRUAL RELIEVED BY PAYMENT' TO WS-GL-DESC
               PERFORM 9510-WRITE-GL-ENTRY
               MOVE 'LNINTREC' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'C' TO WS-GL-DRCR
               MOVE WS-TOTAL-LOAN-ACCR-RELIEF TO WS-GL-AMT
               MOVE 'ACCRUED LOAN INTEREST COLLECTED' TO WS-GL-DESC
               PERFORM 9510-WRITE-GL-ENTRY
           END-IF
           CLOSE GL-FEED-FILE.

       9510-WRITE-GL-ENTRY.
           DISPLAY 'INTEREST CAPITALIZED: ' WS-INT-CAPITALIZED
           DISPLAY 'FEES ASSESSED:        ' WS-FEES-ASSESSED
           DISPLAY 'LATE CHARGES ASSESSED:' WS-LATE-FEES-ASSESSED
           DISPLAY 'LATE CHARGES STAYED:  ' WS-LATE-FEES-STAYED
           DISPLAY 'LATE CHGS FORBORNE:   ' WS-LATE-FEES-FORBORNE
           DISPLAY 'LOANS ACCRUED:        ' WS-LOANS-ACCRUED
           DISPLAY 'NON-ACCRUAL PAYMENTS: ' WS-NACCR-PAYMENTS
           DISPLAY 'REG D WARNINGS:       ' WS-REGD-WARNINGS
           DISPLAY 'REG D EXCESS FEES:    ' WS-REGD-FEES
           DISPLAY 'REG D REPEAT OFFENDERS:' WS-REGD-REPEATERS
           DISPLAY 'STATEMENTS GENERATED: ' WS-STMTS-GENERATED
           DISPLAY 'CD ROLLOVERS:         ' WS-CD-ROLLOVERS
           DISPLAY 'CD ROLLOVERS HELD:    ' WS-CD-ROLLOVERS-HELD
           DISPLAY 'ACCOUNTS SET DORMANT: ' WS-ACCTS-DORMANT
           DISPLAY 'TRANSACTIONS REVERSED:' WS-TRANS-REVERSED
           DISPLAY 'WIRES PROCESSED:      ' WS-WIRES-PROCESSED
           DISPLAY 'STOP ORDERS CANCELLED:' WS-STOPS-CANCELLED
           DISPLAY 'STOP PAYMENTS HONORED:' WS-STOPS-HONORED
           DISPLAY 'DEPOSIT HOLDS PLACED: ' WS-DEP-HOLDS-PLACED
           DISPLAY 'KITING HOLDS EXTENDED:' WS-KITE-HOLDS-EXTENDED
           DISPLAY 'OD SWEEPS EXECUTED:   ' WS-OD-SWEEPS-DONE
           DISPLAY 'WIRES TO REPAIR QUEUE:' WS-WIRES-TO-REPAIR
           DISPLAY 'HISTORY ITEMS WRITTEN:' WS-HIST-WRITTEN
           DISPLAY 'CLOSES REJECTED:      ' WS-CLOSES-REJECTED
           DISPLAY 'DUPLICATES REJECTED:  ' WS-DUPS-REJECTED
           DISPLAY 'BACKUP WHLD TAKEN:    ' WS-BWH-TAKEN
           DISPLAY 'NRA INTEREST CREDITS: ' WS-NRA-CREDITS
           DISPLAY 'FEES WAIVED (REL):    ' WS-FEES-WAIVED
           DISPLAY 'OD FEES WAIVED (REG E):' WS-REGE-FEES-WAIVED
           DISPLAY 'RECOVERIES POSTED:    ' WS-RECOVERIES-POSTED
           DISPLAY 'WIRES HELD FOR CAP:   ' WS-WIRES-QUEUED
           DISPLAY 'WIRES SCREENED:       ' WS-WIRES-SCREENED
           DISPLAY 'WIRES HELD SANCTIONS: ' WS-WIRES-SCREEN-HELD
           DISPLAY 'FEES DISCOUNTED (REL):' WS-FEES-DISCOUNTED
           DISPLAY 'CD EARLY WDL PENALTIES:' WS-CD-PENALTIES-CHARGED
           DISPLAY 'CDS CLOSED EARLY:     ' WS-CD-EARLY-CLOSES
           IF WS-PARTITIONED
               DISPLAY 'OUT-OF-RANGE SKIPPED: ' WS-PART-SKIPPED
           END-IF
           CLOSE FX-POSITION-FILE
           CLOSE WIRE-OUT-FILE
           CLOSE WIRE-PEND-FILE
           CLOSE WIRE-HOLD-FILE
           CLOSE WIRE-SCREEN-LOG
           CLOSE WIRE-REPAIR-FILE
           CLOSE TRAN-HISTORY-FILE
           CLOSE REGD-WARN-FILE
           CLOSE REGD-REPORT-FILE
           MOVE WS-CD-PENALTIES-CHARGED TO WS-CPT-COUNT
           MOVE WS-TOTAL-PENALTIES TO WS-CPT-AMOUNT
           WRITE CD-PENALTY-RPT-LINE FROM WS-CDPEN-TOTAL-LINE
           CLOSE CD-PENALTY-RPT-FILE
           CLOSE CLOSE-DISB-FILE
           CLOSE CUST-NOTICE-FILE
           CLOSE ACCT-JOURNAL-FILE
           CLOSE SUSPENSE-FILE
           CLOSE SUSP-AGING-FILE
           CLOSE DEP-HOLD-FILE
           CLOSE OD-OPTIN-FILE
           CLOSE TAX-STATUS-FILE
           CLOSE NRA-LEDGER-FILE
           CLOSE REGE-WAIVE-FILE
           IF WS-BWH-COUNT > 0
               CLOSE BWH-LEDGER-FILE
           END-IF
                   WHEN 'SETLPAY' MOVE '200000' TO WS-GL-ACCT
                   WHEN 'ACCRINT' MOVE '240000' TO WS-GL-ACCT
                   WHEN 'BWHPAY' MOVE '230000' TO WS-GL-ACCT
                   WHEN 'NRAPAY' MOVE '231000' TO WS-GL-ACCT
                   WHEN 'RECOVINC' MOVE '595000' TO WS-GL-ACCT
                   WHEN 'LEGLPAY' MOVE '260000' TO WS-GL-ACCT
                   WHEN 'ESCHPAY' MOVE '250000' TO WS-GL-ACCT
                   WHEN 'OFCOUT' MOVE '220000' TO WS-GL-ACCT
                   WHEN 'OVERSHRT' MOVE '550000' TO WS-GL-ACCT
                   WHEN 'CHGOFF' MOVE '590000' TO WS-GL-ACCT
                   WHEN 'PENALINC' MOVE '505000' TO WS-GL-ACCT
                   WHEN 'LNINTINC' MOVE '410000' TO WS-GL-ACCT
                   WHEN 'LNINTREC' MOVE '140000' TO WS-GL-ACCT
               END-EVALUATE
           END-IF
           IF WS-GL-ACCT = SPACES
