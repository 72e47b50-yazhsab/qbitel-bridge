       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITEDET.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * CHECK KITING SUSPECT DETECTION                                 *
      * NIGHTLY, AFTER ACCTPROC. RUNS OVER THE ROLLING CHECK DEPOSIT   *
      * AND CHECK PAID HISTORY - THE PERMANENT TRANSACTION HISTORY     *
      * (TRANHIST) FOR THE WINDOW SET ON THE RULES CONTROL FILE        *
      * (KITECTL), PLUS THE REG CC DEPOSIT HOLDS (DEPHOLD). THE END-   *
      * OF-DAY PASS DROPS A HOLD ONCE IT RELEASES, SO EVERY HOLD SEEN  *
      * IS CARRIED IN A HOLD HISTORY (KITEHH IN, KITEHHN OUT) FOR THE  *
      * LENGTH OF THE WINDOW. EACH ACCOUNT WITH CHECK ACTIVITY IN THE  *
      * WINDOW IS MEASURED FOR:                                        *
      *   VR CHECK DEPOSIT VOLUME AGAINST ITS AVERAGE BALANCE          *
      *   RD REPEATED ROUND-DOLLAR CHECK DEPOSITS                      *
      *   HR CHECKS PAID WITHIN DAYS OF A DEPOSIT HOLD RELEASING       *
      *   CY FUNDS CYCLING WITH ANOTHER OF OUR ACCOUNTS - CHECKS OR    *
      *      TRANSFERS OUT OF EACH ACCOUNT MATCHED BY AMOUNT TO        *
      *      DEPOSITS INTO THE OTHER, IN BOTH DIRECTIONS               *
      * EACH MEASURE OVER ITS THRESHOLD ADDS ITS WEIGHT TO THE SCORE.  *
      * ACCOUNTS AT THE ALERT SCORE GO ON A REPORT (KITERPT) RANKED BY *
      * SCORE WITH THE SUPPORTING ACTIVITY. AT THE EXTEND-HOLD SCORE   *
      * THE RUN ALSO RECOMMENDS AN EXTENDED HOLD ON THE ACCOUNT'S      *
      * FUTURE CHECK DEPOSITS (KITEHOLD IN, KITEHLDN OUT), WHICH       *
      * ACCTPROC APPLIES AS A REG CC REASONABLE-CAUSE EXCEPTION HOLD   *
      * UNTIL THE RECOMMENDATION EXPIRES.                              *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KITE-CTL-FILE ASSIGN TO KITECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL TRAN-HISTORY-FILE ASSIGN TO TRANHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL DEP-HOLD-FILE ASSIGN TO DEPHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPH-STATUS.
           SELECT OPTIONAL HOLD-HIST-FILE ASSIGN TO KITEHH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HH-STATUS.
           SELECT HOLD-HIST-NEW-FILE ASSIGN TO KITEHHN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL KITE-HOLD-FILE ASSIGN TO KITEHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KITE-STATUS.
           SELECT KITE-HOLD-NEW-FILE ASSIGN TO KITEHLDN
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-ITEM-FILE ASSIGN TO SRTKITE.
           SELECT SORT-RANK-FILE ASSIGN TO SRTKRNK.
           SELECT KITE-REPORT-FILE ASSIGN TO KITERPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * KITING RULES CONTROL FILE, MAINTAINED BY FRAUD OPERATIONS:
      *   W  MEASURE WEIGHT - KC-CODE IS THE MEASURE (VR RD HR CY),
      *      KC-POINTS WHAT IT ADDS WHEN OVER ITS THRESHOLD.
      *   T  THRESHOLD - KC-CODE AL ALERT SCORE, XH EXTEND-HOLD
      *      SCORE (ZERO = REPORT ONLY, NOTHING RECOMMENDED),
      *      VR VOLUME-TO-BALANCE MULTIPLE, RD ROUND-DOLLAR DEPOSIT
      *      COUNT, HD DAYS AFTER A RELEASE, CD DAYS BETWEEN THE
      *      LEGS OF A CYCLE, WD WINDOW DAYS, XD EXTENDED HOLD DAYS,
      *      XV DAYS A RECOMMENDATION STAYS IN EFFECT (KC-POINTS);
      *      RA SMALLEST ROUND-DOLLAR DEPOSIT, CF SMALLEST CYCLE LEG
      *      (KC-AMOUNT).
      *----------------------------------------------------------------
       FD  KITE-CTL-FILE.
       01  KITE-CTL-RECORD.
           05  KC-REC-TYPE             PIC X(1).
               88  KC-MEASURE-WEIGHT   VALUE 'W'.
               88  KC-THRESHOLD-REC    VALUE 'T'.
           05  KC-CODE                 PIC X(2).
           05  KC-POINTS               PIC 9(3).
           05  KC-AMOUNT               PIC 9(11)V99.
           05  KC-DESC                 PIC X(30).
           05  FILLER                  PIC X(31).

       FD  TRAN-HISTORY-FILE.
       01  TRAN-HISTORY-RECORD.
           05  TH-ACCT-NUMBER          PIC 9(12).
           05  TH-TRAN-DATE            PIC 9(8).
           05  TH-SEQUENCE             PIC 9(7).
           05  TH-DESCRIPTION          PIC X(30).
           05  TH-AMOUNT               PIC S9(11)V99 COMP-3.
           05  TH-RUNNING-BALANCE      PIC S9(13)V99 COMP-3.
           05  TH-POSTED-DATE          PIC 9(8).
           05  TH-INT-FLAG             PIC X(1).
           05  TH-TRAN-CODE            PIC X(3).
               88  TH-DEPOSIT          VALUE 'DEP'.
               88  TH-CHECK            VALUE 'CHK'.
               88  TH-TRANSFER-OUT     VALUE 'TRO'.
               88  TH-TRANSFER-IN      VALUE 'TRI'.
           05  TH-INSTRUMENT-TYPE      PIC X(1).
               88  TH-CHECK-DEPOSIT    VALUE 'K'.
           05  FILLER                  PIC X(5).

       FD  DEP-HOLD-FILE.
       01  DEP-HOLD-RECORD.
           05  DH-ACCT-NUMBER          PIC 9(12).
           05  DH-HOLD-AMOUNT          PIC S9(11)V99 COMP-3.
           05  DH-DEPOSIT-DATE         PIC 9(8).
           05  DH-RELEASE-DATE         PIC 9(8).
           05  DH-REF-NUMBER           PIC X(16).
           05  DH-STATUS               PIC X(1).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * EVERY DEPOSIT HOLD SEEN, CARRIED UNTIL ITS RELEASE DATE HAS
      * LEFT THE WINDOW.
      *----------------------------------------------------------------
       FD  HOLD-HIST-FILE.
       01  HOLD-HIST-RECORD.
           05  HH-ACCT-NUMBER          PIC 9(12).
           05  HH-DEPOSIT-DATE         PIC 9(8).
           05  HH-RELEASE-DATE         PIC 9(8).
           05  HH-REF-NUMBER           PIC X(16).
           05  HH-HOLD-AMOUNT          PIC S9(11)V99 COMP-3.
           05  FILLER                  PIC X(9).

       FD  HOLD-HIST-NEW-FILE.
       01  HOLD-HIST-NEW-RECORD        PIC X(60).

      *----------------------------------------------------------------
      * EXTENDED-HOLD RECOMMENDATIONS, READ BY ACCTPROC.
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

       FD  KITE-HOLD-NEW-FILE.
       01  KITE-HOLD-NEW-RECORD        PIC X(60).

      *----------------------------------------------------------------
      * ONE ITEM PER HISTORY LINE IN THE WINDOW AND PER HOLD RELEASE,
      * SORTED TO ACCOUNT AND DATE ORDER. A DAY'S RELEASES SORT AHEAD
      * OF ITS POSTINGS (SK-CLASS 1 BEFORE 2), SO A CHECK PAID THE
      * DAY FUNDS RELEASE IS SEEN AFTER THE RELEASE.
      *----------------------------------------------------------------
       SD  SORT-ITEM-FILE.
       01  SORT-ITEM-RECORD.
           05  SK-ACCT-NUMBER          PIC 9(12).
           05  SK-DATE                 PIC 9(8).
           05  SK-CLASS                PIC 9(1).
               88  SK-HOLD-RELEASE     VALUE 1.
               88  SK-POSTING          VALUE 2.
           05  SK-SEQUENCE             PIC 9(7).
           05  SK-TRAN-CODE            PIC X(3).
           05  SK-INSTRUMENT-TYPE      PIC X(1).
           05  SK-AMOUNT               PIC S9(11)V99 COMP-3.
           05  SK-BALANCE              PIC S9(13)V99 COMP-3.
           05  SK-DATE-INT             PIC 9(7).

       SD  SORT-RANK-FILE.
       01  SORT-RANK-RECORD.
           05  SR-SCORE                PIC 9(5).
           05  SR-ACCT-NUMBER          PIC 9(12).
           05  SR-SUSPECT-IDX          PIC 9(3).

       FD  KITE-REPORT-FILE.
       01  KITE-REPORT-LINE            PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS               PIC X(2).
           88  WS-CTL-OK               VALUE '00'.
       01  WS-HIST-STATUS              PIC X(2).
           88  WS-HIST-OK              VALUE '00'.
       01  WS-DEPH-STATUS              PIC X(2).
           88  WS-DEPH-OK              VALUE '00'.
       01  WS-HH-STATUS                PIC X(2).
           88  WS-HH-OK                VALUE '00'.
       01  WS-KITE-STATUS              PIC X(2).
           88  WS-KITE-OK              VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-EOF-FLAG                 PIC X(1).
           88  WS-SOURCE-EOF           VALUE 'Y'.
       01  WS-CTL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-CTL-EOF              VALUE 'Y'.
       01  WS-SORT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.
       01  WS-RANK-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-RANK-EOF             VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-WINDOW-START             PIC 9(8).
       01  WS-RECOMMEND-EXPIRY         PIC 9(8).
       01  WS-DATE-INT                 PIC 9(9).
       01  WS-TODAY-INT                PIC 9(9).

      *----------------------------------------------------------------
      * THE MEASURES THE RUN KNOWS. WEIGHTS COME FROM THE CONTROL
      * FILE; A MEASURE WITH NO CONTROL RECORD CARRIES NO WEIGHT.
      *----------------------------------------------------------------
       01  WS-MEASURE-DEFINITIONS.
           05  FILLER PIC X(22) VALUE 'VRVOLUME TO BALANCE   '.
           05  FILLER PIC X(22) VALUE 'RDROUND-DOLLAR DEPOSIT'.
           05  FILLER PIC X(22) VALUE 'HRPAID AFTER RELEASE  '.
           05  FILLER PIC X(22) VALUE 'CYCYCLING WITH ACCOUNT'.
       01  WS-MEASURE-TABLE REDEFINES WS-MEASURE-DEFINITIONS.
           05  WS-MS-ENTRY OCCURS 4 TIMES.
               10  WS-MS-CODE          PIC X(2).
               10  WS-MS-DESC          PIC X(20).
       01  WS-MEASURE-WEIGHTS.
           05  WS-MS-WEIGHT OCCURS 4 TIMES PIC 9(3) VALUE 0.
       01  WS-MS-IDX                   PIC 9(1).
       01  WS-MS-MATCH-IDX             PIC 9(1).
       01  WS-MEASURE-COUNT            PIC 9(1) VALUE 4.

       01  WS-RULES.
           05  WS-WEIGHTS-LOADED       PIC 9(3) VALUE 0.
           05  WS-ALERT-SCORE          PIC 9(3) VALUE 0.
           05  WS-EXTEND-SCORE         PIC 9(3) VALUE 0.
           05  WS-VOLUME-MULTIPLE      PIC 9(3) VALUE 5.
           05  WS-ROUND-COUNT-MIN      PIC 9(3) VALUE 3.
           05  WS-ROUND-AMOUNT-MIN     PIC 9(11)V99 VALUE 1000.00.
           05  WS-RELEASE-DAYS         PIC 9(3) VALUE 2.
           05  WS-CYCLE-DAYS           PIC 9(3) VALUE 2.
           05  WS-CYCLE-FLOOR          PIC 9(11)V99 VALUE 1000.00.
           05  WS-WINDOW-DAYS          PIC 9(3) VALUE 30.
           05  WS-EXTEND-DAYS          PIC 9(3) VALUE 7.
           05  WS-RECOMMEND-DAYS       PIC 9(3) VALUE 30.

      *----------------------------------------------------------------
      * DEPOSIT HOLDS: THE CARRIED HISTORY PLUS ANY NEW HOLD ON
      * TONIGHT'S DEPHOLD, ONE ENTRY PER ACCOUNT, DEPOSIT AND ITEM.
      *----------------------------------------------------------------
       01  WS-HOLD-TABLE.
           05  WS-HT-ENTRY OCCURS 5000 TIMES.
               10  WS-HT-ACCT          PIC 9(12).
               10  WS-HT-DEP-DATE      PIC 9(8).
               10  WS-HT-REL-DATE      PIC 9(8).
               10  WS-HT-REF           PIC X(16).
               10  WS-HT-AMOUNT        PIC S9(11)V99 COMP-3.
       01  WS-HOLD-COUNT               PIC 9(4) VALUE 0.
       01  WS-HOLD-IDX                 PIC 9(4).
       01  WS-HOLD-MATCH-IDX           PIC 9(4).
       01  WS-MAX-HOLDS                PIC 9(4) VALUE 5000.

      *----------------------------------------------------------------
      * CYCLE LEGS: EVERY CHECK OR TRANSFER OUT, AND EVERY CHECK
      * DEPOSIT OR TRANSFER IN, AT OR OVER THE CYCLE FLOOR. AN OUT LEG
      * MATCHED BY AMOUNT TO AN IN LEG ON ANOTHER ACCOUNT WITHIN THE
      * CYCLE DAYS IS A FLOW BETWEEN THE TWO; A PAIR OF ACCOUNTS WITH
      * FLOWS BOTH WAYS IS CYCLING FUNDS.
      *----------------------------------------------------------------
       01  WS-LEG-TABLE.
           05  WS-LG-ENTRY OCCURS 5000 TIMES.
               10  WS-LG-ACCT          PIC 9(12).
               10  WS-LG-DATE-INT      PIC 9(7).
               10  WS-LG-AMOUNT        PIC S9(11)V99 COMP-3.
               10  WS-LG-DIRECTION     PIC X(1).
                   88  WS-LG-OUT       VALUE 'O'.
                   88  WS-LG-IN        VALUE 'I'.
               10  WS-LG-USED-FLAG     PIC X(1).
                   88  WS-LG-USED      VALUE 'Y'.
       01  WS-LEG-COUNT                PIC 9(4) VALUE 0.
       01  WS-LEG-IDX                  PIC 9(4).
       01  WS-LEG-IN-IDX               PIC 9(4).
       01  WS-MAX-LEGS                 PIC 9(4) VALUE 5000.
       01  WS-LEG-GAP                  PIC S9(7).
       01  WS-LEG-DIRECTION            PIC X(1).

       01  WS-FLOW-TABLE.
           05  WS-FL-ENTRY OCCURS 1000 TIMES.
               10  WS-FL-FROM-ACCT     PIC 9(12).
               10  WS-FL-TO-ACCT       PIC 9(12).
               10  WS-FL-COUNT         PIC 9(5).
               10  WS-FL-AMOUNT        PIC S9(13)V99 COMP-3.
       01  WS-FLOW-COUNT               PIC 9(4) VALUE 0.
       01  WS-FLOW-IDX                 PIC 9(4).
       01  WS-FLOW-BACK-IDX            PIC 9(4).
       01  WS-FLOW-MATCH-IDX           PIC 9(4).
       01  WS-MAX-FLOWS                PIC 9(4) VALUE 1000.

      *----------------------------------------------------------------
      * ONE ACCOUNT'S ACTIVITY OVER THE WINDOW. THE AVERAGE BALANCE
      * IS THE CLOSING LEDGER BALANCE AVERAGED OVER THE DAYS THE
      * ACCOUNT HAD POSTINGS.
      *----------------------------------------------------------------
       01  WS-ACCT-ACTIVITY.
           05  WS-AA-ACCT              PIC 9(12).
           05  WS-AA-DAY-DATE          PIC 9(8).
           05  WS-AA-DAY-BALANCE       PIC S9(13)V99 COMP-3.
           05  WS-AA-DAYS              PIC 9(5).
           05  WS-AA-BALANCE-SUM       PIC S9(15)V99 COMP-3.
           05  WS-AA-AVG-BALANCE       PIC S9(13)V99 COMP-3.
           05  WS-AA-DEP-COUNT         PIC 9(5).
           05  WS-AA-DEP-VOLUME        PIC S9(13)V99 COMP-3.
           05  WS-AA-ROUND-COUNT       PIC 9(5).
           05  WS-AA-CHECK-COUNT       PIC 9(5).
           05  WS-AA-LAST-RELEASE-INT  PIC 9(7).
           05  WS-AA-HR-COUNT          PIC 9(5).
           05  WS-AA-HR-AMOUNT         PIC S9(13)V99 COMP-3.
           05  WS-AA-PARTNER-COUNT     PIC 9(3).
           05  WS-AA-PARTNER-ACCT      PIC 9(12).
           05  WS-AA-CYCLE-AMOUNT      PIC S9(13)V99 COMP-3.
           05  WS-AA-RATIO             PIC 9(3)V99.
       01  WS-SCORE                    PIC 9(5).
       01  WS-CODE-POS                 PIC 9(2).
       01  WS-ABS-AMOUNT               PIC S9(11)V99 COMP-3.
       01  WS-ROUND-QUOTIENT           PIC 9(11).
       01  WS-ROUND-REMAINDER          PIC S9(11)V99 COMP-3.
       01  WS-RELEASE-GAP              PIC S9(7).

      *----------------------------------------------------------------
      * ACCOUNTS AT OR OVER THE ALERT SCORE, WITH THE ACTIVITY THAT
      * SUPPORTS THE SCORE FOR THE REPORT.
      *----------------------------------------------------------------
       01  WS-SUSPECT-TABLE.
           05  WS-SU-ENTRY OCCURS 500 TIMES.
               10  WS-SU-ACCT          PIC 9(12).
               10  WS-SU-SCORE         PIC 9(5).
               10  WS-SU-CODES         PIC X(12).
               10  WS-SU-DEP-COUNT     PIC 9(5).
               10  WS-SU-DEP-VOLUME    PIC S9(13)V99 COMP-3.
               10  WS-SU-AVG-BALANCE   PIC S9(13)V99 COMP-3.
               10  WS-SU-RATIO         PIC 9(3)V99.
               10  WS-SU-ROUND-COUNT   PIC 9(5).
               10  WS-SU-HR-COUNT      PIC 9(5).
               10  WS-SU-HR-AMOUNT     PIC S9(13)V99 COMP-3.
               10  WS-SU-PARTNER-COUNT PIC 9(3).
               10  WS-SU-PARTNER-ACCT  PIC 9(12).
               10  WS-SU-CYCLE-AMOUNT  PIC S9(13)V99 COMP-3.
               10  WS-SU-ACTION        PIC X(30).
       01  WS-SUSPECT-COUNT            PIC 9(3) VALUE 0.
       01  WS-SU-IDX                   PIC 9(3).
       01  WS-MAX-SUSPECTS             PIC 9(3) VALUE 500.
       01  WS-RANK                     PIC 9(3) VALUE 0.

      *----------------------------------------------------------------
      * RECOMMENDATIONS IN EFFECT: THOSE CARRIED FROM PRIOR RUNS AND
      * TONIGHT'S, ONE PER ACCOUNT.
      *----------------------------------------------------------------
       01  WS-RECOMMEND-TABLE.
           05  WS-RC-ENTRY OCCURS 500 TIMES.
               10  WS-RC-ACCT          PIC 9(12).
               10  WS-RC-HOLD-DAYS     PIC 9(2).
               10  WS-RC-EFFECTIVE     PIC 9(8).
               10  WS-RC-EXPIRY        PIC 9(8).
               10  WS-RC-SCORE         PIC 9(3).
               10  WS-RC-CODES         PIC X(12).
       01  WS-RECOMMEND-COUNT          PIC 9(3) VALUE 0.
       01  WS-RC-IDX                   PIC 9(3).
       01  WS-RC-MATCH-IDX             PIC 9(3).
       01  WS-MAX-RECOMMENDS           PIC 9(3) VALUE 500.
       01  WS-CARRY-OVERFLOW           PIC 9(7) VALUE 0.

       01  WS-COUNTERS.
           05  WS-HOLDS-CARRIED        PIC 9(7) VALUE 0.
           05  WS-HOLDS-ADDED          PIC 9(7) VALUE 0.
           05  WS-HOLDS-AGED-OFF       PIC 9(7) VALUE 0.
           05  WS-HOLDS-DROPPED        PIC 9(7) VALUE 0.
           05  WS-HIST-READ            PIC 9(9) VALUE 0.
           05  WS-HIST-IN-WINDOW       PIC 9(9) VALUE 0.
           05  WS-LEGS-DROPPED         PIC 9(7) VALUE 0.
           05  WS-FLOWS-DROPPED        PIC 9(7) VALUE 0.
           05  WS-ACCTS-SCORED         PIC 9(7) VALUE 0.
           05  WS-SUSPECTS-FOUND       PIC 9(5) VALUE 0.
           05  WS-SUSPECTS-DROPPED     PIC 9(5) VALUE 0.
           05  WS-RECOMMENDS-MADE      PIC 9(5) VALUE 0.
           05  WS-RECOMMENDS-CARRIED   PIC 9(5) VALUE 0.
           05  WS-RECOMMENDS-DROPPED   PIC 9(5) VALUE 0.
           05  WS-CTL-REJECTED         PIC 9(5) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(36) VALUE
               'CHECK KITING SUSPECTS - RANKED'.
           05  FILLER                  PIC X(12) VALUE 'WINDOW FROM '.
           05  WS-RH-WINDOW            PIC 9(8).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  WS-RH-DATE              PIC 9(8).
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(6) VALUE 'RANK'.
           05  FILLER                  PIC X(14) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(7) VALUE 'SCORE'.
           05  FILLER                  PIC X(14) VALUE 'MEASURES'.
           05  FILLER                  PIC X(91) VALUE 'HOLD ACTION'.

       01  WS-SUSPECT-LINE.
           05  WS-SD-RANK              PIC ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-SD-ACCT              PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SD-SCORE             PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SD-CODES             PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SD-ACTION            PIC X(30).
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  WS-DEPOSIT-DETAIL.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               'CHECK DEPOSITS '.
           05  WS-DD-COUNT             PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE '  VOLUME '.
           05  WS-DD-VOLUME            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(14) VALUE
               '  AVG BALANCE '.
           05  WS-DD-AVG-BALANCE       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(8) VALUE '  RATIO '.
           05  WS-DD-RATIO             PIC ZZ9.99.
           05  FILLER                  PIC X(15) VALUE
               '  ROUND-DOLLAR '.
           05  WS-DD-ROUND             PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-PAID-DETAIL.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE
               'CHECKS PAID AFTER HOLD '.
           05  WS-PD-HR-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE '  AMOUNT '.
           05  WS-PD-HR-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(16) VALUE
               '  CYCLING WITH '.
           05  WS-PD-PARTNER           PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-PD-PARTNER-COUNT     PIC ZZ9.
           05  FILLER                  PIC X(9) VALUE ' ACCT(S) '.
           05  WS-PD-CYCLE-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-HOLD-NOTICE-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'AN EXTENDED HOLD IS A REG CC EXCEPTION H'.
           05  FILLER                  PIC X(40) VALUE
               'OLD - THE DEPOSITOR MUST BE SENT THE EXC'.
           05  FILLER                  PIC X(40) VALUE
               'EPTION HOLD NOTICE WITH ITS REASON.     '.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SL-LABEL             PIC X(40).
           05  WS-SL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-KITE-CONTROL
           PERFORM 1200-SET-WINDOW
           PERFORM 1300-LOAD-RECOMMENDS
           SORT SORT-ITEM-FILE
               ON ASCENDING KEY SK-ACCT-NUMBER SK-DATE SK-CLASS
                   SK-SEQUENCE
               INPUT PROCEDURE IS 2000-GATHER-ACTIVITY
               OUTPUT PROCEDURE IS 4000-SCORE-ACCOUNTS
           PERFORM 5000-PUSH-RECOMMENDS
           PERFORM 6000-RANKED-REPORT
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** CHECK KITING DETECTION STARTED ***'
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
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE.

      *----------------------------------------------------------------
      * THE CONTROL FILE IS REQUIRED: WITHOUT WEIGHTS AND AN ALERT
      * SCORE THE RUN WOULD EITHER FLAG NOTHING OR EVERY ACCOUNT. A
      * RULE OUTSIDE ITS LIMITS IS REJECTED AND THE DEFAULT STANDS.
      *----------------------------------------------------------------
       1100-LOAD-KITE-CONTROL.
           OPEN INPUT KITE-CTL-FILE
           IF NOT WS-CTL-OK
               DISPLAY 'NO KITING RULES CONTROL FILE: '
                   WS-CTL-STATUS
               DISPLAY 'RUN HALTED - NO KITING DETECTION'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CTL-EOF
               READ KITE-CTL-FILE
                   AT END
                       SET WS-CTL-EOF TO TRUE
                   NOT AT END
                       PERFORM 1150-APPLY-CONTROL-RECORD
               END-READ
           END-PERFORM
           CLOSE KITE-CTL-FILE
           IF WS-WEIGHTS-LOADED = 0 OR WS-ALERT-SCORE = 0
               DISPLAY 'KITING CONTROL FILE HAS NO MEASURE WEIGHTS '
                   'OR NO ALERT SCORE'
               DISPLAY 'RUN HALTED - NO KITING DETECTION'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EXTEND-SCORE > 0
               AND WS-EXTEND-SCORE < WS-ALERT-SCORE
               DISPLAY 'EXTEND-HOLD SCORE BELOW ALERT SCORE - '
                   'EXTEND AT ALERT SCORE'
               MOVE WS-ALERT-SCORE TO WS-EXTEND-SCORE
               ADD 1 TO WS-CTL-REJECTED
           END-IF
           DISPLAY 'MEASURE WEIGHTS LOADED: ' WS-WEIGHTS-LOADED
               ' ALERT SCORE: ' WS-ALERT-SCORE
               ' EXTEND-HOLD SCORE: ' WS-EXTEND-SCORE.

       1150-APPLY-CONTROL-RECORD.
           EVALUATE TRUE
               WHEN KC-MEASURE-WEIGHT
                   MOVE 0 TO WS-MS-MATCH-IDX
                   PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                       UNTIL WS-MS-IDX > WS-MEASURE-COUNT
                       IF WS-MS-CODE(WS-MS-IDX) = KC-CODE
                           MOVE WS-MS-IDX TO WS-MS-MATCH-IDX
                       END-IF
                   END-PERFORM
                   IF WS-MS-MATCH-IDX > 0
                       MOVE KC-POINTS TO WS-MS-WEIGHT(WS-MS-MATCH-IDX)
                       ADD 1 TO WS-WEIGHTS-LOADED
                   ELSE
                       DISPLAY 'UNKNOWN KITING MEASURE IGNORED: '
                           KC-CODE
                       ADD 1 TO WS-CTL-REJECTED
                   END-IF
               WHEN KC-THRESHOLD-REC
                   PERFORM 1160-APPLY-THRESHOLD
               WHEN OTHER
                   DISPLAY 'UNKNOWN KITING CONTROL RECORD IGNORED: '
                       KC-REC-TYPE KC-CODE
                   ADD 1 TO WS-CTL-REJECTED
           END-EVALUATE.

       1160-APPLY-THRESHOLD.
           EVALUATE KC-CODE
               WHEN 'AL'
                   MOVE KC-POINTS TO WS-ALERT-SCORE
               WHEN 'XH'
                   MOVE KC-POINTS TO WS-EXTEND-SCORE
               WHEN 'VR'
                   IF KC-POINTS > 0
                       MOVE KC-POINTS TO WS-VOLUME-MULTIPLE
                   ELSE
                       PERFORM 1190-REJECT-THRESHOLD
                   END-IF
               WHEN 'RD'
                   IF KC-POINTS > 1
                       MOVE KC-POINTS TO WS-ROUND-COUNT-MIN
                   ELSE
                       PERFORM 1190-REJECT-THRESHOLD
                   END-IF
               WHEN 'HD'
                   IF KC-POINTS <= 10
                       MOVE KC-POINTS TO WS-RELEASE-DAYS
                   ELSE
                       PERFORM 1190-REJECT-THRESHOLD
                   END-IF
               WHEN 'CD'
                   IF KC-POINTS <= 10
                       MOVE KC-POINTS TO WS-CYCLE-DAYS
                   ELSE
                       PERFORM 1190-REJECT-THRESHOLD
                   END-IF
               WHEN 'WD'
                   IF KC-POINTS > 0 AND KC-POINTS <= 90
                       MOVE KC-POINTS TO WS-WINDOW-DAYS
                   ELSE
                       PERFORM 1190-REJECT-THRESHOLD
                   END-IF
               WHEN 'XD'
                   IF KC-POINTS > 0 AND KC-POINTS <= 30
                       MOVE KC-POINTS TO WS-EXTEND-DAYS
                   ELSE
                       PERFORM 1190-REJECT-THRESHOLD
                   END-IF
               WHEN 'XV'
                   IF KC-POINTS > 0 AND KC-POINTS <= 90
                       MOVE KC-POINTS TO WS-RECOMMEND-DAYS
                   ELSE
                       PERFORM 1190-REJECT-THRESHOLD
                   END-IF
               WHEN 'RA'
                   IF KC-AMOUNT >= 100
                       MOVE KC-AMOUNT TO WS-ROUND-AMOUNT-MIN
                   ELSE
                       PERFORM 1190-REJECT-THRESHOLD
                   END-IF
               WHEN 'CF'
                   IF KC-AMOUNT > 0
                       MOVE KC-AMOUNT TO WS-CYCLE-FLOOR
                   ELSE
                       PERFORM 1190-REJECT-THRESHOLD
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN KITING THRESHOLD IGNORED: '
                       KC-CODE
                   ADD 1 TO WS-CTL-REJECTED
           END-EVALUATE.

       1190-REJECT-THRESHOLD.
           DISPLAY 'KITING THRESHOLD OUT OF RANGE IGNORED: '
               KC-CODE ' ' KC-POINTS ' ' KC-AMOUNT
           ADD 1 TO WS-CTL-REJECTED.

      *----------------------------------------------------------------
      * THE WINDOW INCLUDES TODAY. A RECOMMENDATION MADE TONIGHT
      * TAKES EFFECT WITH THE NEXT POSTING RUN AND LASTS THE
      * CONFIGURED NUMBER OF DAYS.
      *----------------------------------------------------------------
       1200-SET-WINDOW.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
           COMPUTE WS-DATE-INT = WS-TODAY-INT - WS-WINDOW-DAYS + 1
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           COMPUTE WS-DATE-INT = WS-TODAY-INT + WS-RECOMMEND-DAYS
           COMPUTE WS-RECOMMEND-EXPIRY =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           DISPLAY 'ACTIVITY WINDOW FROM: ' WS-WINDOW-START.

      *----------------------------------------------------------------
      * PRIOR RECOMMENDATIONS STILL IN EFFECT ARE CARRIED FORWARD;
      * TONIGHT'S SCORING MAY LENGTHEN OR RENEW THEM. AN OVERFLOW
      * HALTS THE RUN - THE NEW HOLD FILE IS WRITTEN FROM THE TABLE
      * AND WOULD RELEASE A HOLD THAT HAS NOT EXPIRED.
      *----------------------------------------------------------------
       1300-LOAD-RECOMMENDS.
           OPEN INPUT KITE-HOLD-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF NOT WS-KITE-OK
               SET WS-SOURCE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SOURCE-EOF
               READ KITE-HOLD-FILE
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF KH-EXPIRY-DATE >= WS-PROCESSING-DATE
                           PERFORM 1350-CARRY-RECOMMEND
                       END-IF
               END-READ
           END-PERFORM
           IF WS-KITE-OK OR WS-KITE-STATUS = '10'
               CLOSE KITE-HOLD-FILE
           END-IF
           IF WS-CARRY-OVERFLOW > 0
               DISPLAY '*** KITING HOLD TABLE OVERFLOW - '
                   WS-CARRY-OVERFLOW ' HOLD(S) WOULD NOT CARRY ***'
               DISPLAY 'RUN HALTED - AN UNEXPIRED HOLD WOULD BE LOST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1350-CARRY-RECOMMEND.
           IF WS-RECOMMEND-COUNT < WS-MAX-RECOMMENDS
               ADD 1 TO WS-RECOMMEND-COUNT
               ADD 1 TO WS-RECOMMENDS-CARRIED
               MOVE KH-ACCT-NUMBER TO WS-RC-ACCT(WS-RECOMMEND-COUNT)
               MOVE KH-HOLD-DAYS TO
                   WS-RC-HOLD-DAYS(WS-RECOMMEND-COUNT)
               MOVE KH-EFFECTIVE-DATE TO
                   WS-RC-EFFECTIVE(WS-RECOMMEND-COUNT)
               MOVE KH-EXPIRY-DATE TO WS-RC-EXPIRY(WS-RECOMMEND-COUNT)
               MOVE KH-SCORE TO WS-RC-SCORE(WS-RECOMMEND-COUNT)
               MOVE KH-REASON-CODES TO
                   WS-RC-CODES(WS-RECOMMEND-COUNT)
           ELSE
               ADD 1 TO WS-CARRY-OVERFLOW
               DISPLAY '*** KITING HOLD TABLE FULL - ACCOUNT '
                   KH-ACCT-NUMBER ' NOT CARRIED ***'
           END-IF.

      *----------------------------------------------------------------
      * SORT INPUT: THE HOLD HISTORY IS BROUGHT UP TO DATE AND EACH
      * HOLD THAT RELEASED INSIDE THE WINDOW IS RELEASED AS AN ITEM;
      * THEN THE HISTORY LINES INSIDE THE WINDOW.
      *----------------------------------------------------------------
       2000-GATHER-ACTIVITY.
           PERFORM 2100-CARRY-HOLD-HISTORY
           PERFORM 2200-ADD-NEW-HOLDS
           PERFORM 2300-WRITE-HOLD-HISTORY
           PERFORM 2400-SELECT-HISTORY
           DISPLAY 'HOLDS CARRIED/ADDED:    ' WS-HOLDS-CARRIED
               ' ' WS-HOLDS-ADDED
           DISPLAY 'HISTORY ITEMS IN WINDOW:' WS-HIST-IN-WINDOW.

       2100-CARRY-HOLD-HISTORY.
           OPEN INPUT HOLD-HIST-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF NOT WS-HH-OK
               DISPLAY 'NO PRIOR DEPOSIT HOLD HISTORY: ' WS-HH-STATUS
               SET WS-SOURCE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SOURCE-EOF
               READ HOLD-HIST-FILE
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF HH-RELEASE-DATE >= WS-WINDOW-START
                           MOVE HH-ACCT-NUMBER TO DH-ACCT-NUMBER
                           MOVE HH-HOLD-AMOUNT TO DH-HOLD-AMOUNT
                           MOVE HH-DEPOSIT-DATE TO DH-DEPOSIT-DATE
                           MOVE HH-RELEASE-DATE TO DH-RELEASE-DATE
                           MOVE HH-REF-NUMBER TO DH-REF-NUMBER
                           PERFORM 2250-ADD-HOLD
                           ADD 1 TO WS-HOLDS-CARRIED
                       ELSE
                           ADD 1 TO WS-HOLDS-AGED-OFF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HH-OK OR WS-HH-STATUS = '10'
               CLOSE HOLD-HIST-FILE
           END-IF.

      *----------------------------------------------------------------
      * A HOLD ALREADY IN THE HISTORY (SAME ACCOUNT, DEPOSIT DATE AND
      * ITEM REFERENCE) IS NOT ADDED AGAIN.
      *----------------------------------------------------------------
       2200-ADD-NEW-HOLDS.
           OPEN INPUT DEP-HOLD-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF NOT WS-DEPH-OK
               SET WS-SOURCE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SOURCE-EOF
               READ DEP-HOLD-FILE
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       MOVE 0 TO WS-HOLD-MATCH-IDX
                       PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                           UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
                           OR WS-HOLD-MATCH-IDX > 0
                           IF WS-HT-ACCT(WS-HOLD-IDX) = DH-ACCT-NUMBER
                               AND WS-HT-DEP-DATE(WS-HOLD-IDX) =
                                   DH-DEPOSIT-DATE
                               AND WS-HT-REF(WS-HOLD-IDX) =
                                   DH-REF-NUMBER
                               MOVE WS-HOLD-IDX TO WS-HOLD-MATCH-IDX
                           END-IF
                       END-PERFORM
                       IF WS-HOLD-MATCH-IDX = 0
                           PERFORM 2250-ADD-HOLD
                           ADD 1 TO WS-HOLDS-ADDED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DEPH-OK OR WS-DEPH-STATUS = '10'
               CLOSE DEP-HOLD-FILE
           END-IF.

       2250-ADD-HOLD.
           IF WS-HOLD-COUNT < WS-MAX-HOLDS
               ADD 1 TO WS-HOLD-COUNT
               MOVE DH-ACCT-NUMBER TO WS-HT-ACCT(WS-HOLD-COUNT)
               MOVE DH-DEPOSIT-DATE TO WS-HT-DEP-DATE(WS-HOLD-COUNT)
               MOVE DH-RELEASE-DATE TO WS-HT-REL-DATE(WS-HOLD-COUNT)
               MOVE DH-REF-NUMBER TO WS-HT-REF(WS-HOLD-COUNT)
               MOVE DH-HOLD-AMOUNT TO WS-HT-AMOUNT(WS-HOLD-COUNT)
           ELSE
               ADD 1 TO WS-HOLDS-DROPPED
           END-IF.

      *----------------------------------------------------------------
      * A HOLD WHOSE RELEASE DATE IS STILL AHEAD IS KEPT FOR A LATER
      * RUN BUT IS NOT YET AN ITEM.
      *----------------------------------------------------------------
       2300-WRITE-HOLD-HISTORY.
           OPEN OUTPUT HOLD-HIST-NEW-FILE
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
               UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
               MOVE SPACES TO HOLD-HIST-RECORD
               MOVE WS-HT-ACCT(WS-HOLD-IDX) TO HH-ACCT-NUMBER
               MOVE WS-HT-DEP-DATE(WS-HOLD-IDX) TO HH-DEPOSIT-DATE
               MOVE WS-HT-REL-DATE(WS-HOLD-IDX) TO HH-RELEASE-DATE
               MOVE WS-HT-REF(WS-HOLD-IDX) TO HH-REF-NUMBER
               MOVE WS-HT-AMOUNT(WS-HOLD-IDX) TO HH-HOLD-AMOUNT
               WRITE HOLD-HIST-NEW-RECORD FROM HOLD-HIST-RECORD
               IF WS-HT-REL-DATE(WS-HOLD-IDX) <= WS-PROCESSING-DATE
                   MOVE WS-HT-ACCT(WS-HOLD-IDX) TO SK-ACCT-NUMBER
                   MOVE WS-HT-REL-DATE(WS-HOLD-IDX) TO SK-DATE
                   SET SK-HOLD-RELEASE TO TRUE
                   MOVE 0 TO SK-SEQUENCE
                   MOVE 'HLD' TO SK-TRAN-CODE
                   MOVE SPACE TO SK-INSTRUMENT-TYPE
                   MOVE WS-HT-AMOUNT(WS-HOLD-IDX) TO SK-AMOUNT
                   MOVE 0 TO SK-BALANCE
                   COMPUTE SK-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(SK-DATE)
                   RELEASE SORT-ITEM-RECORD
               END-IF
           END-PERFORM
           CLOSE HOLD-HIST-NEW-FILE.

       2400-SELECT-HISTORY.
           OPEN INPUT TRAN-HISTORY-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF NOT WS-HIST-OK
               DISPLAY 'NO TRANSACTION HISTORY: ' WS-HIST-STATUS
               SET WS-SOURCE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SOURCE-EOF
               READ TRAN-HISTORY-FILE
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       IF TH-TRAN-DATE >= WS-WINDOW-START
                           AND TH-TRAN-DATE <= WS-PROCESSING-DATE
                           PERFORM 2450-RELEASE-HISTORY-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HIST-OK OR WS-HIST-STATUS = '10'
               CLOSE TRAN-HISTORY-FILE
           END-IF.

       2450-RELEASE-HISTORY-ITEM.
           ADD 1 TO WS-HIST-IN-WINDOW
           MOVE TH-ACCT-NUMBER TO SK-ACCT-NUMBER
           MOVE TH-TRAN-DATE TO SK-DATE
           SET SK-POSTING TO TRUE
           MOVE TH-SEQUENCE TO SK-SEQUENCE
           MOVE TH-TRAN-CODE TO SK-TRAN-CODE
           MOVE TH-INSTRUMENT-TYPE TO SK-INSTRUMENT-TYPE
           MOVE TH-AMOUNT TO SK-AMOUNT
           MOVE TH-RUNNING-BALANCE TO SK-BALANCE
           COMPUTE SK-DATE-INT = FUNCTION INTEGER-OF-DATE(SK-DATE)
           RELEASE SORT-ITEM-RECORD
           MOVE FUNCTION ABS(TH-AMOUNT) TO WS-ABS-AMOUNT
           IF WS-ABS-AMOUNT >= WS-CYCLE-FLOOR
               EVALUATE TRUE
                   WHEN TH-CHECK OR TH-TRANSFER-OUT
                       MOVE 'O' TO WS-LEG-DIRECTION
                       PERFORM 2500-RECORD-LEG
                   WHEN (TH-DEPOSIT AND TH-CHECK-DEPOSIT)
                       OR TH-TRANSFER-IN
                       MOVE 'I' TO WS-LEG-DIRECTION
                       PERFORM 2500-RECORD-LEG
               END-EVALUATE
           END-IF.

       2500-RECORD-LEG.
           IF WS-LEG-COUNT < WS-MAX-LEGS
               ADD 1 TO WS-LEG-COUNT
               MOVE TH-ACCT-NUMBER TO WS-LG-ACCT(WS-LEG-COUNT)
               MOVE SK-DATE-INT TO WS-LG-DATE-INT(WS-LEG-COUNT)
               MOVE WS-ABS-AMOUNT TO WS-LG-AMOUNT(WS-LEG-COUNT)
               MOVE WS-LEG-DIRECTION TO WS-LG-DIRECTION(WS-LEG-COUNT)
               MOVE 'N' TO WS-LG-USED-FLAG(WS-LEG-COUNT)
           ELSE
               ADD 1 TO WS-LEGS-DROPPED
           END-IF.

      *----------------------------------------------------------------
      * SORT OUTPUT: THE CYCLE FLOWS ARE MATCHED ONCE FROM THE LEGS
      * GATHERED, THEN EACH ACCOUNT IS ACCUMULATED AND SCORED AT ITS
      * CONTROL BREAK.
      *----------------------------------------------------------------
       4000-SCORE-ACCOUNTS.
           PERFORM 4050-MATCH-CYCLE-LEGS
           PERFORM 4010-RETURN-ITEM
           PERFORM UNTIL WS-SORT-EOF
               PERFORM 4100-START-ACCOUNT
               PERFORM UNTIL WS-SORT-EOF
                   OR SK-ACCT-NUMBER NOT = WS-AA-ACCT
                   PERFORM 4200-ACCUMULATE-ITEM
                   PERFORM 4010-RETURN-ITEM
               END-PERFORM
               PERFORM 4300-CLOSE-DAY
               PERFORM 4500-SCORE-ACCOUNT
           END-PERFORM.

       4010-RETURN-ITEM.
           RETURN SORT-ITEM-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

      *----------------------------------------------------------------
      * EACH OUT LEG TAKES THE FIRST UNUSED IN LEG OF THE SAME AMOUNT
      * ON ANOTHER ACCOUNT, DATED THE SAME DAY OR UP TO THE CYCLE
      * DAYS LATER.
      *----------------------------------------------------------------
       4050-MATCH-CYCLE-LEGS.
           PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
               UNTIL WS-LEG-IDX > WS-LEG-COUNT
               IF WS-LG-OUT(WS-LEG-IDX)
                   PERFORM VARYING WS-LEG-IN-IDX FROM 1 BY 1
                       UNTIL WS-LEG-IN-IDX > WS-LEG-COUNT
                       COMPUTE WS-LEG-GAP =
                           WS-LG-DATE-INT(WS-LEG-IN-IDX)
                           - WS-LG-DATE-INT(WS-LEG-IDX)
                       IF WS-LG-IN(WS-LEG-IN-IDX)
                           AND NOT WS-LG-USED(WS-LEG-IN-IDX)
                           AND WS-LG-ACCT(WS-LEG-IN-IDX) NOT =
                               WS-LG-ACCT(WS-LEG-IDX)
                           AND WS-LG-AMOUNT(WS-LEG-IN-IDX) =
                               WS-LG-AMOUNT(WS-LEG-IDX)
                           AND WS-LEG-GAP >= 0
                           AND WS-LEG-GAP <= WS-CYCLE-DAYS
                           SET WS-LG-USED(WS-LEG-IN-IDX) TO TRUE
                           PERFORM 4060-RECORD-FLOW
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       4060-RECORD-FLOW.
           MOVE 0 TO WS-FLOW-MATCH-IDX
           PERFORM VARYING WS-FLOW-IDX FROM 1 BY 1
               UNTIL WS-FLOW-IDX > WS-FLOW-COUNT
               OR WS-FLOW-MATCH-IDX > 0
               IF WS-FL-FROM-ACCT(WS-FLOW-IDX) = WS-LG-ACCT(WS-LEG-IDX)
                   AND WS-FL-TO-ACCT(WS-FLOW-IDX) =
                       WS-LG-ACCT(WS-LEG-IN-IDX)
                   MOVE WS-FLOW-IDX TO WS-FLOW-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-FLOW-MATCH-IDX = 0
               IF WS-FLOW-COUNT < WS-MAX-FLOWS
                   ADD 1 TO WS-FLOW-COUNT
                   MOVE WS-FLOW-COUNT TO WS-FLOW-MATCH-IDX
                   MOVE WS-LG-ACCT(WS-LEG-IDX) TO
                       WS-FL-FROM-ACCT(WS-FLOW-MATCH-IDX)
                   MOVE WS-LG-ACCT(WS-LEG-IN-IDX) TO
                       WS-FL-TO-ACCT(WS-FLOW-MATCH-IDX)
                   MOVE 0 TO WS-FL-COUNT(WS-FLOW-MATCH-IDX)
                   MOVE 0 TO WS-FL-AMOUNT(WS-FLOW-MATCH-IDX)
               ELSE
                   ADD 1 TO WS-FLOWS-DROPPED
               END-IF
           END-IF
           IF WS-FLOW-MATCH-IDX > 0
               ADD 1 TO WS-FL-COUNT(WS-FLOW-MATCH-IDX)
               ADD WS-LG-AMOUNT(WS-LEG-IDX) TO
                   WS-FL-AMOUNT(WS-FLOW-MATCH-IDX)
           END-IF.

       4100-START-ACCOUNT.
           INITIALIZE WS-ACCT-ACTIVITY
           MOVE SK-ACCT-NUMBER TO WS-AA-ACCT.

      *----------------------------------------------------------------
      * A HOLD RELEASE ONLY MARKS THE DAY FUNDS BECAME AVAILABLE; A
      * CHECK PAID FROM THAT DAY TO THE RELEASE DAYS AFTER COUNTS AS
      * PAID AGAINST JUST-RELEASED FUNDS. A ROUND-DOLLAR DEPOSIT IS A
      * WHOLE HUNDRED DOLLARS AT OR OVER THE ROUND-DOLLAR MINIMUM.
      *----------------------------------------------------------------
       4200-ACCUMULATE-ITEM.
           IF SK-HOLD-RELEASE
               MOVE SK-DATE-INT TO WS-AA-LAST-RELEASE-INT
           ELSE
               IF SK-DATE NOT = WS-AA-DAY-DATE
                   PERFORM 4300-CLOSE-DAY
                   MOVE SK-DATE TO WS-AA-DAY-DATE
               END-IF
               MOVE SK-BALANCE TO WS-AA-DAY-BALANCE
               MOVE FUNCTION ABS(SK-AMOUNT) TO WS-ABS-AMOUNT
               EVALUATE TRUE
                   WHEN SK-TRAN-CODE = 'DEP'
                       AND SK-INSTRUMENT-TYPE = 'K'
                       ADD 1 TO WS-AA-DEP-COUNT
                       ADD WS-ABS-AMOUNT TO WS-AA-DEP-VOLUME
                       DIVIDE WS-ABS-AMOUNT BY 100
                           GIVING WS-ROUND-QUOTIENT
                           REMAINDER WS-ROUND-REMAINDER
                       IF WS-ROUND-REMAINDER = 0
                           AND WS-ABS-AMOUNT >= WS-ROUND-AMOUNT-MIN
                           ADD 1 TO WS-AA-ROUND-COUNT
                       END-IF
                   WHEN SK-TRAN-CODE = 'CHK'
                       ADD 1 TO WS-AA-CHECK-COUNT
                       IF WS-AA-LAST-RELEASE-INT > 0
                           COMPUTE WS-RELEASE-GAP = SK-DATE-INT
                               - WS-AA-LAST-RELEASE-INT
                           IF WS-RELEASE-GAP >= 0
                               AND WS-RELEASE-GAP <= WS-RELEASE-DAYS
                               ADD 1 TO WS-AA-HR-COUNT
                               ADD WS-ABS-AMOUNT TO WS-AA-HR-AMOUNT
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       4300-CLOSE-DAY.
           IF WS-AA-DAY-DATE > 0
               ADD 1 TO WS-AA-DAYS
               ADD WS-AA-DAY-BALANCE TO WS-AA-BALANCE-SUM
           END-IF.

      *----------------------------------------------------------------
      * ONLY AN ACCOUNT WITH CHECKS DEPOSITED OR PAID IN THE WINDOW
      * IS SCORED. A VOLUME AGAINST A ZERO OR NEGATIVE AVERAGE
      * BALANCE TAKES THE TOP RATIO.
      *----------------------------------------------------------------
       4500-SCORE-ACCOUNT.
           IF WS-AA-DEP-COUNT > 0 OR WS-AA-CHECK-COUNT > 0
               ADD 1 TO WS-ACCTS-SCORED
               IF WS-AA-DAYS > 0
                   COMPUTE WS-AA-AVG-BALANCE ROUNDED =
                       WS-AA-BALANCE-SUM / WS-AA-DAYS
               END-IF
               IF WS-AA-DEP-VOLUME > 0
                   IF WS-AA-AVG-BALANCE > 0
                       COMPUTE WS-AA-RATIO ROUNDED =
                           WS-AA-DEP-VOLUME / WS-AA-AVG-BALANCE
                           ON SIZE ERROR
                               MOVE 999.99 TO WS-AA-RATIO
                       END-COMPUTE
                   ELSE
                       MOVE 999.99 TO WS-AA-RATIO
                   END-IF
               END-IF
               PERFORM 4550-FIND-CYCLE-PARTNERS
               MOVE 0 TO WS-SCORE
               IF WS-SUSPECT-COUNT < WS-MAX-SUSPECTS
                   MOVE SPACES TO WS-SU-CODES(WS-SUSPECT-COUNT + 1)
               END-IF
               MOVE 1 TO WS-CODE-POS
               IF WS-AA-DEP-VOLUME > 0
                   AND WS-AA-RATIO >= WS-VOLUME-MULTIPLE
                   MOVE 1 TO WS-MS-IDX
                   PERFORM 4590-ADD-MEASURE
               END-IF
               IF WS-AA-ROUND-COUNT >= WS-ROUND-COUNT-MIN
                   MOVE 2 TO WS-MS-IDX
                   PERFORM 4590-ADD-MEASURE
               END-IF
               IF WS-AA-HR-COUNT > 0
                   MOVE 3 TO WS-MS-IDX
                   PERFORM 4590-ADD-MEASURE
               END-IF
               IF WS-AA-PARTNER-COUNT > 0
                   MOVE 4 TO WS-MS-IDX
                   PERFORM 4590-ADD-MEASURE
               END-IF
               IF WS-SCORE >= WS-ALERT-SCORE
                   PERFORM 4600-RECORD-SUSPECT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A PARTNER IS AN ACCOUNT THIS ONE SENT FUNDS TO AND ALSO
      * RECEIVED FUNDS FROM. THE AMOUNT SHOWN IS WHAT THIS ACCOUNT
      * SENT ITS PARTNERS.
      *----------------------------------------------------------------
       4550-FIND-CYCLE-PARTNERS.
           PERFORM VARYING WS-FLOW-IDX FROM 1 BY 1
               UNTIL WS-FLOW-IDX > WS-FLOW-COUNT
               IF WS-FL-FROM-ACCT(WS-FLOW-IDX) = WS-AA-ACCT
                   PERFORM VARYING WS-FLOW-BACK-IDX FROM 1 BY 1
                       UNTIL WS-FLOW-BACK-IDX > WS-FLOW-COUNT
                       IF WS-FL-FROM-ACCT(WS-FLOW-BACK-IDX) =
                           WS-FL-TO-ACCT(WS-FLOW-IDX)
                           AND WS-FL-TO-ACCT(WS-FLOW-BACK-IDX) =
                               WS-AA-ACCT
                           ADD 1 TO WS-AA-PARTNER-COUNT
                           IF WS-AA-PARTNER-ACCT = 0
                               MOVE WS-FL-TO-ACCT(WS-FLOW-IDX)
                                   TO WS-AA-PARTNER-ACCT
                           END-IF
                           ADD WS-FL-AMOUNT(WS-FLOW-IDX)
                               TO WS-AA-CYCLE-AMOUNT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       4590-ADD-MEASURE.
           ADD WS-MS-WEIGHT(WS-MS-IDX) TO WS-SCORE
           IF WS-SUSPECT-COUNT < WS-MAX-SUSPECTS
               MOVE WS-MS-CODE(WS-MS-IDX) TO
                   WS-SU-CODES(WS-SUSPECT-COUNT + 1)(WS-CODE-POS:2)
               ADD 3 TO WS-CODE-POS
           END-IF.

       4600-RECORD-SUSPECT.
           ADD 1 TO WS-SUSPECTS-FOUND
           IF WS-SUSPECT-COUNT < WS-MAX-SUSPECTS
               ADD 1 TO WS-SUSPECT-COUNT
               MOVE WS-AA-ACCT TO WS-SU-ACCT(WS-SUSPECT-COUNT)
               MOVE WS-SCORE TO WS-SU-SCORE(WS-SUSPECT-COUNT)
               MOVE WS-AA-DEP-COUNT TO
                   WS-SU-DEP-COUNT(WS-SUSPECT-COUNT)
               MOVE WS-AA-DEP-VOLUME TO
                   WS-SU-DEP-VOLUME(WS-SUSPECT-COUNT)
               MOVE WS-AA-AVG-BALANCE TO
                   WS-SU-AVG-BALANCE(WS-SUSPECT-COUNT)
               MOVE WS-AA-RATIO TO WS-SU-RATIO(WS-SUSPECT-COUNT)
               MOVE WS-AA-ROUND-COUNT TO
                   WS-SU-ROUND-COUNT(WS-SUSPECT-COUNT)
               MOVE WS-AA-HR-COUNT TO WS-SU-HR-COUNT(WS-SUSPECT-COUNT)
               MOVE WS-AA-HR-AMOUNT TO
                   WS-SU-HR-AMOUNT(WS-SUSPECT-COUNT)
               MOVE WS-AA-PARTNER-COUNT TO
                   WS-SU-PARTNER-COUNT(WS-SUSPECT-COUNT)
               MOVE WS-AA-PARTNER-ACCT TO
                   WS-SU-PARTNER-ACCT(WS-SUSPECT-COUNT)
               MOVE WS-AA-CYCLE-AMOUNT TO
                   WS-SU-CYCLE-AMOUNT(WS-SUSPECT-COUNT)
               MOVE 'REVIEW ONLY' TO WS-SU-ACTION(WS-SUSPECT-COUNT)
           ELSE
               ADD 1 TO WS-SUSPECTS-DROPPED
               DISPLAY '*** KITING SUSPECT TABLE FULL - ACCOUNT '
                   WS-AA-ACCT ' NOT REPORTED ***'
           END-IF.

      *----------------------------------------------------------------
      * A SUSPECT AT THE EXTEND-HOLD SCORE GETS A RECOMMENDATION FOR
      * THE EXTENDED HOLD DAYS FROM THE NEXT POSTING RUN; ONE ALREADY
      * IN EFFECT IS RENEWED AND KEEPS THE LONGER OF THE TWO HOLDS.
      * WITH NO EXTEND-HOLD SCORE THE RUN ONLY CARRIES WHAT IS
      * ALREADY IN EFFECT.
      *----------------------------------------------------------------
       5000-PUSH-RECOMMENDS.
           IF WS-EXTEND-SCORE > 0
               PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                   UNTIL WS-SU-IDX > WS-SUSPECT-COUNT
                   IF WS-SU-SCORE(WS-SU-IDX) >= WS-EXTEND-SCORE
                       PERFORM 5100-RECOMMEND-ONE
                   END-IF
               END-PERFORM
           END-IF
           OPEN OUTPUT KITE-HOLD-NEW-FILE
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RECOMMEND-COUNT
               MOVE SPACES TO KITE-HOLD-RECORD
               MOVE WS-RC-ACCT(WS-RC-IDX) TO KH-ACCT-NUMBER
               MOVE WS-RC-HOLD-DAYS(WS-RC-IDX) TO KH-HOLD-DAYS
               MOVE WS-RC-EFFECTIVE(WS-RC-IDX) TO KH-EFFECTIVE-DATE
               MOVE WS-RC-EXPIRY(WS-RC-IDX) TO KH-EXPIRY-DATE
               MOVE WS-RC-SCORE(WS-RC-IDX) TO KH-SCORE
               MOVE WS-RC-CODES(WS-RC-IDX) TO KH-REASON-CODES
               WRITE KITE-HOLD-NEW-RECORD FROM KITE-HOLD-RECORD
           END-PERFORM
           CLOSE KITE-HOLD-NEW-FILE.

       5100-RECOMMEND-ONE.
           MOVE 0 TO WS-RC-MATCH-IDX
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RECOMMEND-COUNT
               OR WS-RC-MATCH-IDX > 0
               IF WS-RC-ACCT(WS-RC-IDX) = WS-SU-ACCT(WS-SU-IDX)
                   MOVE WS-RC-IDX TO WS-RC-MATCH-IDX
               END-IF
           END-PERFORM
           IF WS-RC-MATCH-IDX = 0
               IF WS-RECOMMEND-COUNT < WS-MAX-RECOMMENDS
                   ADD 1 TO WS-RECOMMEND-COUNT
                   MOVE WS-RECOMMEND-COUNT TO WS-RC-MATCH-IDX
                   MOVE WS-SU-ACCT(WS-SU-IDX) TO
                       WS-RC-ACCT(WS-RC-MATCH-IDX)
                   MOVE 0 TO WS-RC-HOLD-DAYS(WS-RC-MATCH-IDX)
                   COMPUTE WS-DATE-INT = WS-TODAY-INT + 1
                   COMPUTE WS-RC-EFFECTIVE(WS-RC-MATCH-IDX) =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   MOVE 'HOLD EXTENDED' TO WS-SU-ACTION(WS-SU-IDX)
               ELSE
                   ADD 1 TO WS-RECOMMENDS-DROPPED
                   MOVE 'HOLD TABLE FULL - NOT PUSHED'
                       TO WS-SU-ACTION(WS-SU-IDX)
               END-IF
           ELSE
               MOVE 'HOLD RENEWED' TO WS-SU-ACTION(WS-SU-IDX)
           END-IF
           IF WS-RC-MATCH-IDX > 0
               ADD 1 TO WS-RECOMMENDS-MADE
               IF WS-EXTEND-DAYS > WS-RC-HOLD-DAYS(WS-RC-MATCH-IDX)
                   MOVE WS-EXTEND-DAYS TO
                       WS-RC-HOLD-DAYS(WS-RC-MATCH-IDX)
               END-IF
               MOVE WS-RECOMMEND-EXPIRY TO
                   WS-RC-EXPIRY(WS-RC-MATCH-IDX)
               MOVE WS-SU-SCORE(WS-SU-IDX) TO
                   WS-RC-SCORE(WS-RC-MATCH-IDX)
               MOVE WS-SU-CODES(WS-SU-IDX) TO
                   WS-RC-CODES(WS-RC-MATCH-IDX)
           END-IF.

      *----------------------------------------------------------------
      * THE REPORT RANKS SUSPECTS BY SCORE, HIGHEST FIRST, EACH WITH
      * ITS SUPPORTING ACTIVITY.
      *----------------------------------------------------------------
       6000-RANKED-REPORT.
           OPEN OUTPUT KITE-REPORT-FILE
           MOVE WS-WINDOW-START TO WS-RH-WINDOW
           MOVE WS-PROCESSING-DATE TO WS-RH-DATE
           WRITE KITE-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE KITE-REPORT-LINE FROM WS-COLUMN-HEADER
           SORT SORT-RANK-FILE
               ON DESCENDING KEY SR-SCORE
               ON ASCENDING KEY SR-ACCT-NUMBER
               INPUT PROCEDURE IS 6100-RELEASE-SUSPECTS
               OUTPUT PROCEDURE IS 6500-WRITE-RANKED-REPORT
           PERFORM 6900-WRITE-SUMMARY
           CLOSE KITE-REPORT-FILE.

       6100-RELEASE-SUSPECTS.
           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
               UNTIL WS-SU-IDX > WS-SUSPECT-COUNT
               MOVE WS-SU-SCORE(WS-SU-IDX) TO SR-SCORE
               MOVE WS-SU-ACCT(WS-SU-IDX) TO SR-ACCT-NUMBER
               MOVE WS-SU-IDX TO SR-SUSPECT-IDX
               RELEASE SORT-RANK-RECORD
           END-PERFORM.

       6500-WRITE-RANKED-REPORT.
           PERFORM 6510-RETURN-SUSPECT
           PERFORM UNTIL WS-RANK-EOF
               PERFORM 6600-WRITE-SUSPECT
               PERFORM 6510-RETURN-SUSPECT
           END-PERFORM.

       6510-RETURN-SUSPECT.
           RETURN SORT-RANK-FILE
               AT END
                   SET WS-RANK-EOF TO TRUE
           END-RETURN.

       6600-WRITE-SUSPECT.
           ADD 1 TO WS-RANK
           MOVE SR-SUSPECT-IDX TO WS-SU-IDX
           MOVE SPACES TO KITE-REPORT-LINE
           WRITE KITE-REPORT-LINE
           MOVE WS-RANK TO WS-SD-RANK
           MOVE WS-SU-ACCT(WS-SU-IDX) TO WS-SD-ACCT
           MOVE WS-SU-SCORE(WS-SU-IDX) TO WS-SD-SCORE
           MOVE WS-SU-CODES(WS-SU-IDX) TO WS-SD-CODES
           MOVE WS-SU-ACTION(WS-SU-IDX) TO WS-SD-ACTION
           WRITE KITE-REPORT-LINE FROM WS-SUSPECT-LINE
           MOVE WS-SU-DEP-COUNT(WS-SU-IDX) TO WS-DD-COUNT
           MOVE WS-SU-DEP-VOLUME(WS-SU-IDX) TO WS-DD-VOLUME
           MOVE WS-SU-AVG-BALANCE(WS-SU-IDX) TO WS-DD-AVG-BALANCE
           MOVE WS-SU-RATIO(WS-SU-IDX) TO WS-DD-RATIO
           MOVE WS-SU-ROUND-COUNT(WS-SU-IDX) TO WS-DD-ROUND
           WRITE KITE-REPORT-LINE FROM WS-DEPOSIT-DETAIL
           MOVE WS-SU-HR-COUNT(WS-SU-IDX) TO WS-PD-HR-COUNT
           MOVE WS-SU-HR-AMOUNT(WS-SU-IDX) TO WS-PD-HR-AMOUNT
           MOVE WS-SU-PARTNER-ACCT(WS-SU-IDX) TO WS-PD-PARTNER
           MOVE WS-SU-PARTNER-COUNT(WS-SU-IDX) TO WS-PD-PARTNER-COUNT
           MOVE WS-SU-CYCLE-AMOUNT(WS-SU-IDX) TO WS-PD-CYCLE-AMOUNT
           WRITE KITE-REPORT-LINE FROM WS-PAID-DETAIL.

       6900-WRITE-SUMMARY.
           MOVE SPACES TO KITE-REPORT-LINE
           WRITE KITE-REPORT-LINE
           IF WS-RECOMMENDS-MADE > 0
               WRITE KITE-REPORT-LINE FROM WS-HOLD-NOTICE-LINE
               MOVE SPACES TO KITE-REPORT-LINE
               WRITE KITE-REPORT-LINE
           END-IF
           MOVE 'ACCOUNTS WITH CHECK ACTIVITY SCORED' TO WS-SL-LABEL
           MOVE WS-ACCTS-SCORED TO WS-SL-COUNT
           WRITE KITE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'KITING SUSPECTS' TO WS-SL-LABEL
           MOVE WS-SUSPECTS-FOUND TO WS-SL-COUNT
           WRITE KITE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'HOLD EXTENSIONS RECOMMENDED' TO WS-SL-LABEL
           MOVE WS-RECOMMENDS-MADE TO WS-SL-COUNT
           WRITE KITE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'HOLD EXTENSIONS IN EFFECT' TO WS-SL-LABEL
           MOVE WS-RECOMMEND-COUNT TO WS-SL-COUNT
           WRITE KITE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ACCOUNT PAIRS FLOWING FUNDS' TO WS-SL-LABEL
           MOVE WS-FLOW-COUNT TO WS-SL-COUNT
           WRITE KITE-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'DEPOSIT HOLDS IN HISTORY' TO WS-SL-LABEL
           MOVE WS-HOLD-COUNT TO WS-SL-COUNT
           WRITE KITE-REPORT-LINE FROM WS-SUMMARY-LINE.

       9000-FINALIZE.
           DISPLAY '*** CHECK KITING DETECTION COMPLETE ***'
           DISPLAY 'HISTORY ITEMS READ:     ' WS-HIST-READ
           DISPLAY 'HOLDS AGED OFF:         ' WS-HOLDS-AGED-OFF
           DISPLAY 'ACCOUNTS SCORED:        ' WS-ACCTS-SCORED
           DISPLAY 'KITING SUSPECTS:        ' WS-SUSPECTS-FOUND
           DISPLAY 'HOLD EXTENSIONS MADE:   ' WS-RECOMMENDS-MADE
           DISPLAY 'HOLD EXTENSIONS CARRIED:' WS-RECOMMENDS-CARRIED
           IF WS-HOLDS-DROPPED > 0
               DISPLAY '*** HOLD HISTORY TABLE FULL - HOLDS DROPPED: '
                   WS-HOLDS-DROPPED
           END-IF
           IF WS-LEGS-DROPPED > 0 OR WS-FLOWS-DROPPED > 0
               DISPLAY '*** CYCLE TABLES FULL - LEGS/FLOWS DROPPED: '
                   WS-LEGS-DROPPED ' ' WS-FLOWS-DROPPED
           END-IF
           IF WS-CTL-REJECTED > 0 OR WS-SUSPECTS-DROPPED > 0
               OR WS-RECOMMENDS-DROPPED > 0 OR WS-HOLDS-DROPPED > 0
               OR WS-LEGS-DROPPED > 0 OR WS-FLOWS-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
