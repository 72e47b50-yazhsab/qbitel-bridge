       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPLCASE.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * CUSTOMER COMPLAINT CASE TRACKING                               *
      * NIGHTLY RUN:                                                   *
      *   1. APPLIES THE DAY'S COMPLAINT TRANSACTIONS (CMPLTRAN) TO    *
      *      THE COMPLAINT MASTER (CMPLMAST):                          *
      *        O - INTAKE: CUSTOMER, ACCOUNT, CHANNEL (BRANCH, CALL    *
      *            CENTER OR REGULATOR PORTAL), PRODUCT, ISSUE         *
      *            CATEGORY, NARRATIVE REFERENCE AND RECEIVED DATE.    *
      *            A NEW COMPLAINT NUMBER IS ASSIGNED AND THE RESPONSE *
      *            DUE DATE SET: 15 CALENDAR DAYS FROM RECEIPT FOR A   *
      *            REGULATOR PORTAL ITEM, THE INTERNAL SLA FOR THE     *
      *            CHANNEL (CMPLCTL, DEFAULT 30 DAYS) FOR THE REST.    *
      *        A - ASSIGNMENT (OR REASSIGNMENT) TO A CASE OWNER.       *
      *        R - RESOLUTION: RESOLUTION CODE, DATE AND ANY RELIEF.   *
      *        L - LINK TO THE RELATED REG E DISPUTE CASE (REGECASE),  *
      *            FEE REVERSAL (REFERENCE AND DATE OF THE REVERSING   *
      *            ENTRY) OR AML / ELDER EXPLOITATION CASE (AMLCASES). *
      *      REJECTED TRANSACTIONS ARE LISTED AT THE HEAD OF THE AGING *
      *      REPORT AND END THE STEP WITH RC 4.                        *
      *   2. WRITES THE AGING REPORT (CMPLAGE) OF EVERY UNRESOLVED     *
      *      COMPLAINT WITH DAYS OPEN, DAYS TO THE DUE DATE AND THE    *
      *      PAST-DUE / UNASSIGNED FLAGS.                              *
      *                                                                *
      * QUARTERLY RUN (COMMAND LINE 'QUARTER', OPTIONALLY FOLLOWED BY  *
      * THE QUARTER AS YYYYQN): WRITES THE UDAAP TREND REPORT          *
      * (CMPLTRND) FOR THE LAST COMPLETED QUARTER BY PRODUCT AND ISSUE *
      * - COMPLAINTS RECEIVED AGAINST THE PRIOR QUARTER, REGULATOR     *
      * ITEMS, RESOLUTIONS, RESOLUTIONS PAST DUE, RELIEF GRANTED AND   *
      * COMPLAINTS STILL OPEN AT QUARTER END. THE MASTER IS NOT        *
      * UPDATED.                                                       *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CMPL-CONTROL-FILE ASSIGN TO CMPLCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL CMPL-TRAN-FILE ASSIGN TO CMPLTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT COMPLAINT-FILE ASSIGN TO CMPLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CMPL-ID
               FILE STATUS IS WS-CMPL-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL DISPUTE-CASE-FILE ASSIGN TO REGECASE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.
           SELECT OPTIONAL AML-CASE-FILE ASSIGN TO AMLCASES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CASE-KEY
               FILE STATUS IS WS-AML-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO CMPLAGE
               ORGANIZATION IS SEQUENTIAL.
           SELECT TREND-REPORT-FILE ASSIGN TO CMPLTRND
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * COMPLAINT CONTROL: 'S' RECORDS SET THE INTERNAL RESPONSE SLA IN
      * CALENDAR DAYS FOR THE BRANCH ('B') AND CALL CENTER ('C')
      * CHANNELS. REGULATOR PORTAL ITEMS ARE ALWAYS DUE IN 15 DAYS.
      *----------------------------------------------------------------
       FD  CMPL-CONTROL-FILE.
       01  CMPL-CONTROL-RECORD.
           05  CL-RECORD-TYPE          PIC X(1).
               88  CL-SLA-ENTRY        VALUE 'S'.
           05  CL-CHANNEL              PIC X(1).
           05  CL-SLA-DAYS             PIC 9(3).
           05  FILLER                  PIC X(75).

      *----------------------------------------------------------------
      * COMPLAINT TRANSACTIONS. THE INTAKE ACTION CARRIES A ZERO
      * COMPLAINT NUMBER; EVERY OTHER ACTION NAMES THE COMPLAINT.
      *----------------------------------------------------------------
       FD  CMPL-TRAN-FILE.
       01  CMPL-TRAN-RECORD.
           05  CT-ACTION               PIC X(1).
               88  CT-INTAKE           VALUE 'O'.
               88  CT-ASSIGN           VALUE 'A'.
               88  CT-RESOLVE          VALUE 'R'.
               88  CT-LINK             VALUE 'L'.
           05  CT-CMPL-ID              PIC 9(8).
           05  CT-OPERATOR-ID          PIC X(8).
           05  CT-INTAKE-DATA.
               10  CT-CUST-ID          PIC 9(10).
               10  CT-ACCT-NUMBER      PIC 9(12).
               10  CT-CHANNEL          PIC X(1).
                   88  CT-CHANNEL-VALID VALUES 'B' 'C' 'R'.
                   88  CT-REGULATOR    VALUE 'R'.
               10  CT-PRODUCT          PIC X(4).
               10  CT-ISSUE            PIC X(4).
               10  CT-NARRATIVE-REF    PIC X(16).
               10  CT-RECEIVED-DATE    PIC 9(8).
               10  FILLER              PIC X(48).
           05  CT-ASSIGN-DATA REDEFINES CT-INTAKE-DATA.
               10  CT-ASSIGNEE         PIC X(8).
               10  FILLER              PIC X(95).
           05  CT-RESOLVE-DATA REDEFINES CT-INTAKE-DATA.
               10  CT-RESOLUTION-CODE  PIC X(2).
               10  CT-RESOLVED-DATE    PIC 9(8).
               10  CT-RELIEF-AMOUNT    PIC S9(9)V99 COMP-3.
               10  FILLER              PIC X(87).
           05  CT-LINK-DATA REDEFINES CT-INTAKE-DATA.
               10  CT-LINK-TYPE        PIC X(1).
                   88  CT-LINK-DISPUTE VALUE 'D'.
                   88  CT-LINK-FEE-REV VALUE 'F'.
                   88  CT-LINK-AML     VALUE 'A'.
               10  CT-LINK-KEY         PIC X(24).
               10  CT-LINK-DISPUTE-KEY REDEFINES CT-LINK-KEY.
                   15  CT-LK-DISPUTE-ID PIC 9(8).
                   15  FILLER          PIC X(16).
               10  CT-LINK-FEE-KEY REDEFINES CT-LINK-KEY.
                   15  CT-LK-FEE-REF   PIC X(16).
                   15  CT-LK-FEE-DATE  PIC 9(8).
               10  CT-LINK-AML-KEY REDEFINES CT-LINK-KEY.
                   15  CT-LK-AML-ACCT  PIC 9(12).
                   15  CT-LK-AML-DATE  PIC 9(8).
                   15  FILLER          PIC X(4).
               10  FILLER              PIC X(78).

      *----------------------------------------------------------------
      * COMPLAINT MASTER, ONE RECORD PER COMPLAINT. STATUS: 'O' OPEN,
      * 'A' ASSIGNED, 'R' RESOLVED. RESOLUTION CODES: 'MR' MONETARY
      * RELIEF, 'NM' NON-MONETARY RELIEF, 'EX' EXPLAINED - NO RELIEF,
      * 'WD' WITHDRAWN BY THE CUSTOMER.
      *----------------------------------------------------------------
       FD  COMPLAINT-FILE.
       01  COMPLAINT-RECORD.
           05  CP-CMPL-ID              PIC 9(8).
           05  CP-CUST-ID              PIC 9(10).
           05  CP-ACCT-NUMBER          PIC 9(12).
           05  CP-CHANNEL              PIC X(1).
               88  CP-BRANCH           VALUE 'B'.
               88  CP-CALL-CENTER      VALUE 'C'.
               88  CP-REGULATOR        VALUE 'R'.
           05  CP-PRODUCT              PIC X(4).
           05  CP-ISSUE                PIC X(4).
           05  CP-NARRATIVE-REF        PIC X(16).
           05  CP-RECEIVED-DATE        PIC 9(8).
           05  CP-DUE-DATE             PIC 9(8).
           05  CP-OPENED-DATE          PIC 9(8).
           05  CP-STATUS               PIC X(1).
               88  CP-OPEN             VALUE 'O'.
               88  CP-ASSIGNED         VALUE 'A'.
               88  CP-RESOLVED         VALUE 'R'.
           05  CP-ASSIGNEE             PIC X(8).
           05  CP-ASSIGNED-DATE        PIC 9(8).
           05  CP-RESOLUTION-CODE      PIC X(2).
               88  CP-RESOLUTION-VALID VALUES 'MR' 'NM' 'EX' 'WD'.
               88  CP-MONETARY-RELIEF  VALUE 'MR'.
           05  CP-RESOLVED-DATE        PIC 9(8).
           05  CP-RELIEF-AMOUNT        PIC S9(9)V99 COMP-3.
           05  CP-DISPUTE-CASE-ID      PIC 9(8).
           05  CP-FEE-REV-REF          PIC X(16).
           05  CP-FEE-REV-DATE         PIC 9(8).
           05  CP-AML-ACCT-NUMBER      PIC 9(12).
           05  CP-AML-ALERT-DATE       PIC 9(8).
           05  CP-LAST-MAINT-DATE      PIC 9(8).
           05  CP-LAST-OPERATOR        PIC X(8).
           05  FILLER                  PIC X(20).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ID                 PIC 9(10).
           05  FILLER                  PIC X(336).

       FD  DISPUTE-CASE-FILE.
       01  DISPUTE-CASE-RECORD.
           05  CS-CASE-ID              PIC 9(8).
           05  CS-ACCT-NUMBER          PIC 9(12).
           05  FILLER                  PIC X(58).

       FD  AML-CASE-FILE.
       01  CASE-RECORD.
           05  CASE-KEY.
               10  CASE-ACCT-NUMBER    PIC 9(12).
               10  CASE-ALERT-DATE     PIC 9(8).
           05  FILLER                  PIC X(67).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE           PIC X(132).

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-LINE           PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS               PIC X(2).
           88  WS-CTL-OK               VALUE '00'.
       01  WS-TRAN-STATUS              PIC X(2).
           88  WS-TRAN-OK              VALUE '00'.
       01  WS-CMPL-STATUS              PIC X(2).
           88  WS-CMPL-OK              VALUE '00'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-DISP-STATUS              PIC X(2).
           88  WS-DISP-OK              VALUE '00'.
       01  WS-AML-STATUS               PIC X(2).
           88  WS-AML-OK               VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-CTL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-CTL-EOF              VALUE 'Y'.
       01  WS-TRAN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-TRAN-EOF             VALUE 'Y'.
       01  WS-DISP-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-DISP-EOF             VALUE 'Y'.
       01  WS-SCAN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-SCAN-EOF             VALUE 'Y'.
       01  WS-AML-OPEN-FLAG            PIC X(1) VALUE 'N'.
           88  WS-AML-AVAILABLE        VALUE 'Y'.
       01  WS-REJECT-FLAG              PIC X(1) VALUE 'N'.
           88  WS-REJECTED             VALUE 'Y'.
       01  WS-FOUND-FLAG               PIC X(1) VALUE 'N'.
           88  WS-FOUND                VALUE 'Y'.
       01  WS-EXCEPTION-HDR-FLAG       PIC X(1) VALUE 'N'.
           88  WS-EXCEPTION-HDR-DONE   VALUE 'Y'.

       01  WS-COMMAND-LINE             PIC X(40).
       01  WS-RUN-MODE                 PIC X(7) VALUE SPACES.
           88  WS-MODE-QUARTER         VALUE 'QUARTER'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-PROCESSING-DATE-R REDEFINES WS-PROCESSING-DATE.
           05  WS-PROC-YEAR            PIC 9(4).
           05  WS-PROC-MONTH           PIC 9(2).
           05  WS-PROC-DAY             PIC 9(2).
       01  WS-CURRENT-INT              PIC 9(9).

      *----------------------------------------------------------------
      * RESPONSE DUE-DATE RULES.
      *----------------------------------------------------------------
       01  WS-REGULATOR-DAYS           PIC 9(3) VALUE 15.
       01  WS-BRANCH-SLA-DAYS          PIC 9(3) VALUE 30.
       01  WS-CALL-CENTER-SLA-DAYS     PIC 9(3) VALUE 30.
       01  WS-DUE-DAYS                 PIC 9(3).
       01  WS-DUE-SOON-DAYS            PIC 9(3) VALUE 3.
       01  WS-CTL-IGNORED              PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * COMPLAINT NUMBERING AND RERUN PROTECTION. THE NEXT NUMBER IS
      * ONE PAST THE HIGHEST ON FILE. COMPLAINTS RECEIVED IN THE LAST
      * 60 DAYS ARE HELD BY CUSTOMER, NARRATIVE REFERENCE AND RECEIVED
      * DATE SO THAT AN INTAKE FILE PROCESSED TWICE DOES NOT OPEN THE
      * SAME COMPLAINT AGAIN.
      *----------------------------------------------------------------
       01  WS-NEXT-CMPL-ID             PIC 9(8) VALUE 20000001.
       01  WS-RECENT-TABLE.
           05  WS-RC-ENTRY OCCURS 3000 TIMES.
               10  WS-RC-CUST-ID       PIC 9(10).
               10  WS-RC-NARRATIVE-REF PIC X(16).
               10  WS-RC-RECEIVED-DATE PIC 9(8).
       01  WS-RC-COUNT                 PIC 9(4) VALUE 0.
       01  WS-RC-MAX                   PIC 9(4) VALUE 3000.
       01  WS-RC-IDX                   PIC 9(4).
       01  WS-RECENT-DAYS              PIC 9(3) VALUE 60.
       01  WS-RECENT-FROM-DATE         PIC 9(8).

      *----------------------------------------------------------------
      * REG E DISPUTE CASE NUMBERS ON FILE, FOR LINK VALIDATION.
      *----------------------------------------------------------------
       01  WS-DISPUTE-TABLE.
           05  WS-DS-CASE-ID OCCURS 1000 TIMES PIC 9(8).
       01  WS-DS-COUNT                 PIC 9(4) VALUE 0.
       01  WS-DS-MAX                   PIC 9(4) VALUE 1000.
       01  WS-DS-IDX                   PIC 9(4).

       01  WS-DATE-CHECK               PIC 9(8).
       01  WS-RECEIVED-INT             PIC 9(9).
       01  WS-DUE-INT                  PIC 9(9).
       01  WS-DAYS-OPEN                PIC S9(5).
       01  WS-DAYS-TO-DUE              PIC S9(5).
       01  WS-REJECT-REASON            PIC X(40).

      *----------------------------------------------------------------
      * QUARTERLY TREND: THE REPORTED QUARTER AND THE ONE BEFORE IT,
      * AND ONE CELL PER PRODUCT AND ISSUE KEPT IN KEY ORDER.
      *----------------------------------------------------------------
       01  WS-RPT-YEAR                 PIC 9(4).
       01  WS-RPT-QTR                  PIC 9(1).
       01  WS-QTR-START                PIC 9(8).
       01  WS-QTR-START-R REDEFINES WS-QTR-START.
           05  WS-QS-YEAR              PIC 9(4).
           05  WS-QS-MONTH             PIC 9(2).
           05  WS-QS-DAY               PIC 9(2).
       01  WS-QTR-END                  PIC 9(8).
       01  WS-QTR-END-R REDEFINES WS-QTR-END.
           05  WS-QE-YEAR              PIC 9(4).
           05  WS-QE-MONTH             PIC 9(2).
           05  WS-QE-DAY               PIC 9(2).
       01  WS-PRIOR-START              PIC 9(8).
       01  WS-PRIOR-START-R REDEFINES WS-PRIOR-START.
           05  WS-PS-YEAR              PIC 9(4).
           05  WS-PS-MONTH             PIC 9(2).
           05  WS-PS-DAY               PIC 9(2).
       01  WS-PRIOR-YEAR               PIC 9(4).
       01  WS-PRIOR-QTR                PIC 9(1).

       01  WS-TREND-TABLE.
           05  WS-TC-ENTRY OCCURS 300 TIMES.
               10  WS-TC-KEY.
                   15  WS-TC-PRODUCT   PIC X(4).
                   15  WS-TC-ISSUE     PIC X(4).
               10  WS-TC-COUNTS.
                   15  WS-TC-RECEIVED  PIC 9(5).
                   15  WS-TC-PRIOR     PIC 9(5).
                   15  WS-TC-REGULATOR PIC 9(5).
                   15  WS-TC-RESOLVED  PIC 9(5).
                   15  WS-TC-LATE      PIC 9(5).
                   15  WS-TC-OPEN-QE   PIC 9(5).
               10  WS-TC-RELIEF        PIC S9(11)V99 COMP-3.
       01  WS-TC-COUNT                 PIC 9(3) VALUE 0.
       01  WS-TC-MAX                   PIC 9(3) VALUE 300.
       01  WS-TC-IDX                   PIC 9(3).
       01  WS-TC-SHIFT                 PIC 9(3).
       01  WS-TC-OVERFLOW              PIC 9(7) VALUE 0.
       01  WS-CELL-KEY.
           05  WS-CELL-PRODUCT         PIC X(4).
           05  WS-CELL-ISSUE           PIC X(4).
       01  WS-TALLY-FLAGS.
           05  WS-IN-QTR-FLAG          PIC X(1).
               88  WS-RECEIVED-IN-QTR  VALUE 'Y'.
           05  WS-IN-PRIOR-FLAG        PIC X(1).
               88  WS-RECEIVED-IN-PRIOR VALUE 'Y'.
           05  WS-RESOLVED-IN-FLAG     PIC X(1).
               88  WS-RESOLVED-IN-QTR  VALUE 'Y'.
           05  WS-OPEN-AT-QE-FLAG      PIC X(1).
               88  WS-OPEN-AT-QE       VALUE 'Y'.

       01  WS-PRODUCT-TOTALS.
           05  WS-PT-PRODUCT           PIC X(4).
           05  WS-PT-RECEIVED          PIC 9(7).
           05  WS-PT-PRIOR             PIC 9(7).
           05  WS-PT-REGULATOR         PIC 9(7).
           05  WS-PT-RESOLVED          PIC 9(7).
           05  WS-PT-LATE              PIC 9(7).
           05  WS-PT-OPEN-QE           PIC 9(7).
           05  WS-PT-RELIEF            PIC S9(13)V99 COMP-3.
       01  WS-GRAND-TOTALS.
           05  WS-GT-RECEIVED          PIC 9(7) VALUE 0.
           05  WS-GT-PRIOR             PIC 9(7) VALUE 0.
           05  WS-GT-REGULATOR         PIC 9(7) VALUE 0.
           05  WS-GT-RESOLVED          PIC 9(7) VALUE 0.
           05  WS-GT-LATE              PIC 9(7) VALUE 0.
           05  WS-GT-OPEN-QE           PIC 9(7) VALUE 0.
           05  WS-GT-RELIEF            PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(7) VALUE 0.
           05  WS-COMPLAINTS-OPENED    PIC 9(7) VALUE 0.
           05  WS-REGULATOR-OPENED     PIC 9(7) VALUE 0.
           05  WS-ASSIGNMENTS          PIC 9(7) VALUE 0.
           05  WS-RESOLUTIONS          PIC 9(7) VALUE 0.
           05  WS-LINKS-RECORDED       PIC 9(7) VALUE 0.
           05  WS-TRANS-REJECTED       PIC 9(7) VALUE 0.
           05  WS-DUPLICATES-SKIPPED   PIC 9(7) VALUE 0.
           05  WS-OPEN-COMPLAINTS      PIC 9(7) VALUE 0.
           05  WS-AGE-0-15             PIC 9(7) VALUE 0.
           05  WS-AGE-16-30            PIC 9(7) VALUE 0.
           05  WS-AGE-31-60            PIC 9(7) VALUE 0.
           05  WS-AGE-OVER-60          PIC 9(7) VALUE 0.
           05  WS-PAST-DUE             PIC 9(7) VALUE 0.
           05  WS-REGULATOR-PAST-DUE   PIC 9(7) VALUE 0.
           05  WS-UNASSIGNED           PIC 9(7) VALUE 0.
           05  WS-COMPLAINTS-SCANNED   PIC 9(7) VALUE 0.

       01  WS-AGING-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'CUSTOMER COMPLAINT AGING'.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE '.
           05  WS-AH-DATE              PIC 9999/99/99.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-EXCEPTION-HEADER.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'REJECTED COMPLAINT TRANSACTIONS'.
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'ACTION: '.
           05  WS-EX-ACTION            PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'COMPLAINT: '.
           05  WS-EX-CMPL-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'OPERATOR: '.
           05  WS-EX-OPERATOR          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EX-REASON            PIC X(40).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-AGING-COLUMNS.
           05  FILLER                  PIC X(11) VALUE ' COMPLAINT'.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(14) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(3) VALUE 'CH'.
           05  FILLER                  PIC X(6) VALUE 'PROD'.
           05  FILLER                  PIC X(6) VALUE 'ISSUE'.
           05  FILLER                  PIC X(12) VALUE 'RECEIVED'.
           05  FILLER                  PIC X(12) VALUE 'DUE'.
           05  FILLER                  PIC X(7) VALUE '  OPEN'.
           05  FILLER                  PIC X(7) VALUE '  LEFT'.
           05  FILLER                  PIC X(10) VALUE 'ASSIGNEE'.
           05  FILLER                  PIC X(3) VALUE 'ST'.
           05  FILLER                  PIC X(5) VALUE 'LINK'.
           05  FILLER                  PIC X(24) VALUE 'NOTE'.

       01  WS-AGING-DETAIL.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-AD-CMPL-ID           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-CUST              PIC 9(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-ACCT              PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-CHANNEL           PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-PRODUCT           PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-ISSUE             PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-RECEIVED          PIC 9999/99/99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-DUE               PIC 9999/99/99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-DAYS-OPEN         PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-DAYS-LEFT         PIC ----9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-ASSIGNEE          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-STATUS            PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-LINKS.
               10  WS-AD-LINK-D        PIC X(1).
               10  WS-AD-LINK-F        PIC X(1).
               10  WS-AD-LINK-A        PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-NOTE              PIC X(22).
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  WS-TREND-HEADER.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'COMPLAINT TREND BY PRODUCT AND ISSUE - Q'.
           05  WS-TH-QTR               PIC 9(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-TH-YEAR              PIC 9(4).
           05  FILLER                  PIC X(17) VALUE
               '  COMPARED WITH Q'.
           05  WS-TH-PRIOR-QTR         PIC 9(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-TH-PRIOR-YEAR        PIC 9(4).
           05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
           05  WS-TH-DATE              PIC 9999/99/99.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-TREND-COLUMNS.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE 'PRODUCT'.
           05  FILLER                  PIC X(8) VALUE 'ISSUE'.
           05  FILLER                  PIC X(11) VALUE '   RECEIVED'.
           05  FILLER                  PIC X(9) VALUE 'PRIOR QTR'.
           05  FILLER                  PIC X(8) VALUE ' CHANGE'.
           05  FILLER                  PIC X(10) VALUE 'REGULATOR'.
           05  FILLER                  PIC X(10) VALUE 'RESOLVED'.
           05  FILLER                  PIC X(10) VALUE 'PAST DUE'.
           05  FILLER                  PIC X(10) VALUE 'OPEN AT QE'.
           05  FILLER                  PIC X(17) VALUE
               '   RELIEF GRANTED'.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-TREND-DETAIL.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TD-PRODUCT           PIC X(8).
           05  WS-TD-ISSUE             PIC X(8).
           05  WS-TD-RECEIVED          PIC ZZZ,ZZZ,ZZ9.
           05  WS-TD-PRIOR             PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TD-CHANGE            PIC ---,--9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-TD-REGULATOR         PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TD-RESOLVED          PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TD-LATE              PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TD-OPEN-QE           PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TD-RELIEF            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SL-LABEL             PIC X(40).
           05  WS-SL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF WS-MODE-QUARTER
               PERFORM 4000-QUARTERLY-TREND
           ELSE
               PERFORM 2000-TRANSACTION-LOOP
                   UNTIL WS-TRAN-EOF
               PERFORM 3000-AGING-REPORT
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** CUSTOMER COMPLAINT TRACKING STARTED ***'
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE WS-COMMAND-LINE(1:7) TO WS-RUN-MODE
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
           COMPUTE WS-CURRENT-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
           IF WS-MODE-QUARTER
               OPEN INPUT COMPLAINT-FILE
               IF NOT WS-CMPL-OK
                   DISPLAY 'ERROR OPENING COMPLAINT MASTER: '
                       WS-CMPL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT TREND-REPORT-FILE
           ELSE
               PERFORM 1100-LOAD-CONTROL
               PERFORM 1200-LOAD-DISPUTE-CASES
               OPEN I-O COMPLAINT-FILE
               IF WS-CMPL-STATUS = '35'
                   OPEN OUTPUT COMPLAINT-FILE
                   CLOSE COMPLAINT-FILE
                   OPEN I-O COMPLAINT-FILE
               END-IF
               IF NOT WS-CMPL-OK
                   DISPLAY 'ERROR OPENING COMPLAINT MASTER: '
                       WS-CMPL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1300-SCAN-COMPLAINTS
               OPEN INPUT CUSTOMER-FILE
               IF NOT WS-CUST-OK
                   DISPLAY 'ERROR OPENING CUSTOMER FILE: '
                       WS-CUST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT AML-CASE-FILE
               IF WS-AML-OK
                   SET WS-AML-AVAILABLE TO TRUE
               ELSE
                   DISPLAY 'AML CASE FILE NOT AVAILABLE: '
                       WS-AML-STATUS
               END-IF
               OPEN INPUT CMPL-TRAN-FILE
               IF NOT WS-TRAN-OK
                   DISPLAY 'NO COMPLAINT TRANSACTIONS: '
                       WS-TRAN-STATUS
                   SET WS-TRAN-EOF TO TRUE
               END-IF
               OPEN OUTPUT AGING-REPORT-FILE
               MOVE WS-PROCESSING-DATE TO WS-AH-DATE
               WRITE AGING-REPORT-LINE FROM WS-AGING-HEADER
               MOVE SPACES TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------
      * INTERNAL SLA BY CHANNEL. WITHOUT A CONTROL FILE THE DEFAULT
      * SLA APPLIES TO BOTH INTERNAL CHANNELS.
      *----------------------------------------------------------------
       1100-LOAD-CONTROL.
           OPEN INPUT CMPL-CONTROL-FILE
           IF WS-CTL-OK
               PERFORM UNTIL WS-CTL-EOF
                   READ CMPL-CONTROL-FILE
                       AT END
                           SET WS-CTL-EOF TO TRUE
                       NOT AT END
                           PERFORM 1110-STORE-CONTROL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CMPL-CONTROL-FILE
           END-IF
           DISPLAY 'BRANCH SLA DAYS:      ' WS-BRANCH-SLA-DAYS
           DISPLAY 'CALL CENTER SLA DAYS: ' WS-CALL-CENTER-SLA-DAYS
           IF WS-CTL-IGNORED > 0
               DISPLAY 'CONTROL RECORDS IGNORED: ' WS-CTL-IGNORED
           END-IF.

       1110-STORE-CONTROL-ENTRY.
           EVALUATE TRUE
               WHEN CL-SLA-ENTRY AND CL-SLA-DAYS IS NUMERIC
                   AND CL-SLA-DAYS > 0 AND CL-CHANNEL = 'B'
                   MOVE CL-SLA-DAYS TO WS-BRANCH-SLA-DAYS
               WHEN CL-SLA-ENTRY AND CL-SLA-DAYS IS NUMERIC
                   AND CL-SLA-DAYS > 0 AND CL-CHANNEL = 'C'
                   MOVE CL-SLA-DAYS TO WS-CALL-CENTER-SLA-DAYS
               WHEN OTHER
                   ADD 1 TO WS-CTL-IGNORED
           END-EVALUATE.

      *----------------------------------------------------------------
      * DISPUTE CASE NUMBERS FROM THE REG E CASE FILE. IF THE FILE IS
      * NOT AVAILABLE NO DISPUTE LINK CAN BE ACCEPTED THIS RUN.
      *----------------------------------------------------------------
       1200-LOAD-DISPUTE-CASES.
           OPEN INPUT DISPUTE-CASE-FILE
           IF WS-DISP-OK
               PERFORM UNTIL WS-DISP-EOF
                   READ DISPUTE-CASE-FILE
                       AT END
                           SET WS-DISP-EOF TO TRUE
                       NOT AT END
                           IF WS-DS-COUNT < WS-DS-MAX
                               ADD 1 TO WS-DS-COUNT
                               MOVE CS-CASE-ID
                                   TO WS-DS-CASE-ID(WS-DS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-CASE-FILE
           ELSE
               DISPLAY 'REG E CASE FILE NOT AVAILABLE: '
                   WS-DISP-STATUS
           END-IF
           DISPLAY 'DISPUTE CASES LOADED: ' WS-DS-COUNT.

      *----------------------------------------------------------------
      * ONE PASS OF THE MASTER FOR THE NEXT COMPLAINT NUMBER AND THE
      * RECENT-INTAKE TABLE.
      *----------------------------------------------------------------
       1300-SCAN-COMPLAINTS.
           COMPUTE WS-RECENT-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               WS-CURRENT-INT - WS-RECENT-DAYS)
           MOVE LOW-VALUES TO CP-CMPL-ID
           START COMPLAINT-FILE KEY > CP-CMPL-ID
           IF WS-CMPL-OK
               PERFORM UNTIL WS-SCAN-EOF
                   READ COMPLAINT-FILE NEXT
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM 1310-NOTE-COMPLAINT
                   END-READ
               END-PERFORM
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           DISPLAY 'NEXT COMPLAINT NUMBER: ' WS-NEXT-CMPL-ID.

       1310-NOTE-COMPLAINT.
           IF CP-CMPL-ID >= WS-NEXT-CMPL-ID
               COMPUTE WS-NEXT-CMPL-ID = CP-CMPL-ID + 1
           END-IF
           IF CP-RECEIVED-DATE >= WS-RECENT-FROM-DATE
               AND WS-RC-COUNT < WS-RC-MAX
               ADD 1 TO WS-RC-COUNT
               MOVE CP-CUST-ID TO WS-RC-CUST-ID(WS-RC-COUNT)
               MOVE CP-NARRATIVE-REF
                   TO WS-RC-NARRATIVE-REF(WS-RC-COUNT)
               MOVE CP-RECEIVED-DATE
                   TO WS-RC-RECEIVED-DATE(WS-RC-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * DAILY COMPLAINT TRANSACTIONS, APPLIED IN FILE ORDER.
      *----------------------------------------------------------------
       2000-TRANSACTION-LOOP.
           READ CMPL-TRAN-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 2100-APPLY-TRANSACTION
           END-READ.

       2100-APPLY-TRANSACTION.
           MOVE 'N' TO WS-REJECT-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN CT-INTAKE
                   PERFORM 2200-INTAKE-COMPLAINT
               WHEN CT-ASSIGN
                   PERFORM 2300-ASSIGN-COMPLAINT
               WHEN CT-RESOLVE
                   PERFORM 2400-RESOLVE-COMPLAINT
               WHEN CT-LINK
                   PERFORM 2500-LINK-COMPLAINT
               WHEN OTHER
                   SET WS-REJECTED TO TRUE
                   MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECTED
               PERFORM 2900-REPORT-REJECT
           END-IF.

      *----------------------------------------------------------------
      * INTAKE: VALIDATE, SKIP A COMPLAINT ALREADY TAKEN IN, ASSIGN
      * THE NEXT NUMBER AND SET THE RESPONSE DUE DATE.
      *----------------------------------------------------------------
       2200-INTAKE-COMPLAINT.
           MOVE CT-RECEIVED-DATE TO WS-DATE-CHECK
           EVALUATE TRUE
               WHEN NOT CT-CHANNEL-VALID
                   SET WS-REJECTED TO TRUE
                   MOVE 'INVALID CHANNEL' TO WS-REJECT-REASON
               WHEN CT-PRODUCT = SPACES OR CT-ISSUE = SPACES
                   SET WS-REJECTED TO TRUE
                   MOVE 'PRODUCT AND ISSUE CATEGORY REQUIRED'
                       TO WS-REJECT-REASON
               WHEN CT-NARRATIVE-REF = SPACES
                   SET WS-REJECTED TO TRUE
                   MOVE 'NARRATIVE REFERENCE REQUIRED'
                       TO WS-REJECT-REASON
               WHEN CT-RECEIVED-DATE IS NOT NUMERIC
                   SET WS-REJECTED TO TRUE
                   MOVE 'INVALID RECEIVED DATE' TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
                   SET WS-REJECTED TO TRUE
                   MOVE 'INVALID RECEIVED DATE' TO WS-REJECT-REASON
               WHEN CT-RECEIVED-DATE > WS-PROCESSING-DATE
                   SET WS-REJECTED TO TRUE
                   MOVE 'RECEIVED DATE IN THE FUTURE'
                       TO WS-REJECT-REASON
               WHEN CT-CUST-ID IS NOT NUMERIC
                   SET WS-REJECTED TO TRUE
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE CT-CUST-ID TO CUST-ID
                   READ CUSTOMER-FILE
                   IF NOT WS-CUST-OK
                       SET WS-REJECTED TO TRUE
                       MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE
           IF NOT WS-REJECTED
               PERFORM 2210-CHECK-DUPLICATE
               IF WS-FOUND
                   ADD 1 TO WS-DUPLICATES-SKIPPED
                   DISPLAY 'COMPLAINT ALREADY ON FILE - CUSTOMER '
                       CT-CUST-ID ' REF ' CT-NARRATIVE-REF
               ELSE
                   PERFORM 2220-WRITE-NEW-COMPLAINT
               END-IF
           END-IF.

       2210-CHECK-DUPLICATE.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
               UNTIL WS-RC-IDX > WS-RC-COUNT OR WS-FOUND
               IF WS-RC-CUST-ID(WS-RC-IDX) = CT-CUST-ID
                   AND WS-RC-NARRATIVE-REF(WS-RC-IDX) = CT-NARRATIVE-REF
                   AND WS-RC-RECEIVED-DATE(WS-RC-IDX) =
                       CT-RECEIVED-DATE
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

       2220-WRITE-NEW-COMPLAINT.
           EVALUATE TRUE
               WHEN CT-REGULATOR
                   MOVE WS-REGULATOR-DAYS TO WS-DUE-DAYS
               WHEN CT-CHANNEL = 'B'
                   MOVE WS-BRANCH-SLA-DAYS TO WS-DUE-DAYS
               WHEN OTHER
                   MOVE WS-CALL-CENTER-SLA-DAYS TO WS-DUE-DAYS
           END-EVALUATE
           INITIALIZE COMPLAINT-RECORD
           MOVE WS-NEXT-CMPL-ID TO CP-CMPL-ID
           MOVE CT-CUST-ID TO CP-CUST-ID
           MOVE CT-ACCT-NUMBER TO CP-ACCT-NUMBER
           MOVE CT-CHANNEL TO CP-CHANNEL
           MOVE CT-PRODUCT TO CP-PRODUCT
           MOVE CT-ISSUE TO CP-ISSUE
           MOVE CT-NARRATIVE-REF TO CP-NARRATIVE-REF
           MOVE CT-RECEIVED-DATE TO CP-RECEIVED-DATE
           COMPUTE CP-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CT-RECEIVED-DATE)
               + WS-DUE-DAYS)
           MOVE WS-PROCESSING-DATE TO CP-OPENED-DATE
           SET CP-OPEN TO TRUE
           MOVE SPACES TO CP-ASSIGNEE
           MOVE SPACES TO CP-RESOLUTION-CODE
           MOVE SPACES TO CP-FEE-REV-REF
           MOVE WS-PROCESSING-DATE TO CP-LAST-MAINT-DATE
           MOVE CT-OPERATOR-ID TO CP-LAST-OPERATOR
           WRITE COMPLAINT-RECORD
           IF WS-CMPL-OK
               ADD 1 TO WS-NEXT-CMPL-ID
               ADD 1 TO WS-COMPLAINTS-OPENED
               IF CP-REGULATOR
                   ADD 1 TO WS-REGULATOR-OPENED
               END-IF
               IF WS-RC-COUNT < WS-RC-MAX
                   ADD 1 TO WS-RC-COUNT
                   MOVE CP-CUST-ID TO WS-RC-CUST-ID(WS-RC-COUNT)
                   MOVE CP-NARRATIVE-REF
                       TO WS-RC-NARRATIVE-REF(WS-RC-COUNT)
                   MOVE CP-RECEIVED-DATE
                       TO WS-RC-RECEIVED-DATE(WS-RC-COUNT)
               END-IF
               DISPLAY 'COMPLAINT OPENED: ' CP-CMPL-ID
                   ' CUSTOMER ' CP-CUST-ID ' DUE ' CP-DUE-DATE
           ELSE
               SET WS-REJECTED TO TRUE
               MOVE 'COMPLAINT MASTER WRITE FAILED'
                   TO WS-REJECT-REASON
               DISPLAY 'COMPLAINT WRITE FAILED: ' WS-CMPL-STATUS
           END-IF.

       2300-ASSIGN-COMPLAINT.
           PERFORM 2800-READ-COMPLAINT
           EVALUATE TRUE
               WHEN WS-REJECTED
                   CONTINUE
               WHEN CP-RESOLVED
                   SET WS-REJECTED TO TRUE
                   MOVE 'COMPLAINT ALREADY RESOLVED'
                       TO WS-REJECT-REASON
               WHEN CT-ASSIGNEE = SPACES
                   SET WS-REJECTED TO TRUE
                   MOVE 'ASSIGNEE REQUIRED' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE CT-ASSIGNEE TO CP-ASSIGNEE
                   MOVE WS-PROCESSING-DATE TO CP-ASSIGNED-DATE
                   SET CP-ASSIGNED TO TRUE
                   PERFORM 2810-REWRITE-COMPLAINT
                   IF NOT WS-REJECTED
                       ADD 1 TO WS-ASSIGNMENTS
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * RESOLUTION. A ZERO RESOLVED DATE MEANS TODAY. MONETARY RELIEF
      * MUST CARRY THE AMOUNT; OTHER RESOLUTIONS CARRY NONE.
      *----------------------------------------------------------------
       2400-RESOLVE-COMPLAINT.
           PERFORM 2800-READ-COMPLAINT
           IF NOT WS-REJECTED
               IF CT-RESOLVED-DATE IS NUMERIC
                   AND CT-RESOLVED-DATE = 0
                   MOVE WS-PROCESSING-DATE TO CT-RESOLVED-DATE
               END-IF
               MOVE CT-RESOLVED-DATE TO WS-DATE-CHECK
               MOVE CT-RESOLUTION-CODE TO CP-RESOLUTION-CODE
           END-IF
           EVALUATE TRUE
               WHEN WS-REJECTED
                   CONTINUE
               WHEN CP-RESOLVED
                   SET WS-REJECTED TO TRUE
                   MOVE 'COMPLAINT ALREADY RESOLVED'
                       TO WS-REJECT-REASON
               WHEN NOT CP-RESOLUTION-VALID
                   SET WS-REJECTED TO TRUE
                   MOVE 'INVALID RESOLUTION CODE' TO WS-REJECT-REASON
               WHEN CT-RESOLVED-DATE IS NOT NUMERIC
                   SET WS-REJECTED TO TRUE
                   MOVE 'INVALID RESOLVED DATE' TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
                   SET WS-REJECTED TO TRUE
                   MOVE 'INVALID RESOLVED DATE' TO WS-REJECT-REASON
               WHEN CT-RESOLVED-DATE < CP-RECEIVED-DATE
                   OR CT-RESOLVED-DATE > WS-PROCESSING-DATE
                   SET WS-REJECTED TO TRUE
                   MOVE 'RESOLVED DATE OUT OF RANGE'
                       TO WS-REJECT-REASON
               WHEN CT-RELIEF-AMOUNT IS NOT NUMERIC
                   SET WS-REJECTED TO TRUE
                   MOVE 'INVALID RELIEF AMOUNT' TO WS-REJECT-REASON
               WHEN CP-MONETARY-RELIEF AND CT-RELIEF-AMOUNT NOT > 0
                   SET WS-REJECTED TO TRUE
                   MOVE 'MONETARY RELIEF REQUIRES AN AMOUNT'
                       TO WS-REJECT-REASON
               WHEN NOT CP-MONETARY-RELIEF AND CT-RELIEF-AMOUNT NOT = 0
                   SET WS-REJECTED TO TRUE
                   MOVE 'RELIEF AMOUNT ONLY WITH CODE MR'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE CT-RESOLVED-DATE TO CP-RESOLVED-DATE
                   MOVE CT-RELIEF-AMOUNT TO CP-RELIEF-AMOUNT
                   SET CP-RESOLVED TO TRUE
                   PERFORM 2810-REWRITE-COMPLAINT
                   IF NOT WS-REJECTED
                       ADD 1 TO WS-RESOLUTIONS
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * LINKS. A DISPUTE MUST BE ON THE REG E CASE FILE AND AN AML OR
      * ELDER EXPLOITATION CASE ON AMLCASES. A FEE REVERSAL IS HELD BY
      * THE REFERENCE NUMBER AND DATE OF THE REVERSING ENTRY. A NEW
      * LINK OF THE SAME TYPE REPLACES THE OLD ONE.
      *----------------------------------------------------------------
       2500-LINK-COMPLAINT.
           PERFORM 2800-READ-COMPLAINT
           IF NOT WS-REJECTED
               EVALUATE TRUE
                   WHEN CT-LINK-DISPUTE
                       PERFORM 2510-LINK-DISPUTE
                   WHEN CT-LINK-FEE-REV
                       PERFORM 2520-LINK-FEE-REVERSAL
                   WHEN CT-LINK-AML
                       PERFORM 2530-LINK-AML-CASE
                   WHEN OTHER
                       SET WS-REJECTED TO TRUE
                       MOVE 'INVALID LINK TYPE' TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF NOT WS-REJECTED
               PERFORM 2810-REWRITE-COMPLAINT
               IF NOT WS-REJECTED
                   ADD 1 TO WS-LINKS-RECORDED
               END-IF
           END-IF.

       2510-LINK-DISPUTE.
           MOVE 'N' TO WS-FOUND-FLAG
           IF CT-LK-DISPUTE-ID IS NUMERIC
               PERFORM VARYING WS-DS-IDX FROM 1 BY 1
                   UNTIL WS-DS-IDX > WS-DS-COUNT OR WS-FOUND
                   IF WS-DS-CASE-ID(WS-DS-IDX) = CT-LK-DISPUTE-ID
                       SET WS-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND
               MOVE CT-LK-DISPUTE-ID TO CP-DISPUTE-CASE-ID
           ELSE
               SET WS-REJECTED TO TRUE
               MOVE 'DISPUTE CASE NOT ON FILE' TO WS-REJECT-REASON
           END-IF.

       2520-LINK-FEE-REVERSAL.
           MOVE CT-LK-FEE-DATE TO WS-DATE-CHECK
           EVALUATE TRUE
               WHEN CT-LK-FEE-REF = SPACES
                   SET WS-REJECTED TO TRUE
                   MOVE 'FEE REVERSAL REFERENCE REQUIRED'
                       TO WS-REJECT-REASON
               WHEN CT-LK-FEE-DATE IS NOT NUMERIC
                   SET WS-REJECTED TO TRUE
                   MOVE 'INVALID FEE REVERSAL DATE' TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
                   SET WS-REJECTED TO TRUE
                   MOVE 'INVALID FEE REVERSAL DATE' TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE CT-LK-FEE-REF TO CP-FEE-REV-REF
                   MOVE CT-LK-FEE-DATE TO CP-FEE-REV-DATE
           END-EVALUATE.

       2530-LINK-AML-CASE.
           IF WS-AML-AVAILABLE
               AND CT-LK-AML-ACCT IS NUMERIC
               AND CT-LK-AML-DATE IS NUMERIC
               MOVE CT-LK-AML-ACCT TO CASE-ACCT-NUMBER
               MOVE CT-LK-AML-DATE TO CASE-ALERT-DATE
               READ AML-CASE-FILE
           END-IF
           IF WS-AML-AVAILABLE AND WS-AML-OK
               MOVE CT-LK-AML-ACCT TO CP-AML-ACCT-NUMBER
               MOVE CT-LK-AML-DATE TO CP-AML-ALERT-DATE
           ELSE
               SET WS-REJECTED TO TRUE
               MOVE 'AML CASE NOT ON FILE' TO WS-REJECT-REASON
           END-IF.

       2800-READ-COMPLAINT.
           MOVE CT-CMPL-ID TO CP-CMPL-ID
           READ COMPLAINT-FILE
           IF NOT WS-CMPL-OK
               SET WS-REJECTED TO TRUE
               MOVE 'COMPLAINT NOT ON FILE' TO WS-REJECT-REASON
           END-IF.

       2810-REWRITE-COMPLAINT.
           MOVE WS-PROCESSING-DATE TO CP-LAST-MAINT-DATE
           MOVE CT-OPERATOR-ID TO CP-LAST-OPERATOR
           REWRITE COMPLAINT-RECORD
           IF NOT WS-CMPL-OK
               SET WS-REJECTED TO TRUE
               MOVE 'COMPLAINT MASTER REWRITE FAILED'
                   TO WS-REJECT-REASON
               DISPLAY 'COMPLAINT REWRITE FAILED: ' WS-CMPL-STATUS
           END-IF.

       2900-REPORT-REJECT.
           IF NOT WS-EXCEPTION-HDR-DONE
               WRITE AGING-REPORT-LINE FROM WS-EXCEPTION-HEADER
               SET WS-EXCEPTION-HDR-DONE TO TRUE
           END-IF
           MOVE CT-ACTION TO WS-EX-ACTION
           IF CT-CMPL-ID IS NUMERIC
               MOVE CT-CMPL-ID TO WS-EX-CMPL-ID
           ELSE
               MOVE 0 TO WS-EX-CMPL-ID
           END-IF
           MOVE CT-OPERATOR-ID TO WS-EX-OPERATOR
           MOVE WS-REJECT-REASON TO WS-EX-REASON
           WRITE AGING-REPORT-LINE FROM WS-EXCEPTION-LINE
           ADD 1 TO WS-TRANS-REJECTED.

      *----------------------------------------------------------------
      * AGING OF EVERY UNRESOLVED COMPLAINT, IN COMPLAINT NUMBER ORDER.
      *----------------------------------------------------------------
       3000-AGING-REPORT.
           IF WS-EXCEPTION-HDR-DONE
               MOVE SPACES TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
           END-IF
           WRITE AGING-REPORT-LINE FROM WS-AGING-COLUMNS
           MOVE LOW-VALUES TO CP-CMPL-ID
           START COMPLAINT-FILE KEY > CP-CMPL-ID
           IF WS-CMPL-OK
               PERFORM 3100-AGING-LOOP
                   UNTIL WS-SCAN-EOF
           END-IF.

       3100-AGING-LOOP.
           READ COMPLAINT-FILE NEXT
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF NOT CP-RESOLVED
                       PERFORM 3200-AGE-COMPLAINT
                   END-IF
           END-READ.

       3200-AGE-COMPLAINT.
           COMPUTE WS-RECEIVED-INT =
               FUNCTION INTEGER-OF-DATE(CP-RECEIVED-DATE)
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(CP-DUE-DATE)
           COMPUTE WS-DAYS-OPEN = WS-CURRENT-INT - WS-RECEIVED-INT
           COMPUTE WS-DAYS-TO-DUE = WS-DUE-INT - WS-CURRENT-INT
           ADD 1 TO WS-OPEN-COMPLAINTS
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN <= 15
                   ADD 1 TO WS-AGE-0-15
               WHEN WS-DAYS-OPEN <= 30
                   ADD 1 TO WS-AGE-16-30
               WHEN WS-DAYS-OPEN <= 60
                   ADD 1 TO WS-AGE-31-60
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-60
           END-EVALUATE
           MOVE CP-CMPL-ID TO WS-AD-CMPL-ID
           MOVE CP-CUST-ID TO WS-AD-CUST
           MOVE CP-ACCT-NUMBER TO WS-AD-ACCT
           MOVE CP-CHANNEL TO WS-AD-CHANNEL
           MOVE CP-PRODUCT TO WS-AD-PRODUCT
           MOVE CP-ISSUE TO WS-AD-ISSUE
           MOVE CP-RECEIVED-DATE TO WS-AD-RECEIVED
           MOVE CP-DUE-DATE TO WS-AD-DUE
           MOVE WS-DAYS-OPEN TO WS-AD-DAYS-OPEN
           MOVE WS-DAYS-TO-DUE TO WS-AD-DAYS-LEFT
           MOVE CP-ASSIGNEE TO WS-AD-ASSIGNEE
           MOVE CP-STATUS TO WS-AD-STATUS
           MOVE SPACES TO WS-AD-LINKS
           IF CP-DISPUTE-CASE-ID > 0
               MOVE 'D' TO WS-AD-LINK-D
           END-IF
           IF CP-FEE-REV-REF NOT = SPACES
               MOVE 'F' TO WS-AD-LINK-F
           END-IF
           IF CP-AML-ACCT-NUMBER > 0
               MOVE 'A' TO WS-AD-LINK-A
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-TO-DUE < 0 AND CP-REGULATOR
                   MOVE '** REGULATOR PAST DUE' TO WS-AD-NOTE
                   ADD 1 TO WS-PAST-DUE
                   ADD 1 TO WS-REGULATOR-PAST-DUE
               WHEN WS-DAYS-TO-DUE < 0
                   MOVE '** PAST DUE' TO WS-AD-NOTE
                   ADD 1 TO WS-PAST-DUE
               WHEN CP-OPEN
                   MOVE '** UNASSIGNED' TO WS-AD-NOTE
               WHEN WS-DAYS-TO-DUE <= WS-DUE-SOON-DAYS
                   MOVE 'DUE SOON' TO WS-AD-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-AD-NOTE
           END-EVALUATE
           IF CP-OPEN
               ADD 1 TO WS-UNASSIGNED
           END-IF
           WRITE AGING-REPORT-LINE FROM WS-AGING-DETAIL.

      *----------------------------------------------------------------
      * QUARTERLY UDAAP TREND. THE REPORTED QUARTER IS THE LAST ONE
      * COMPLETED BEFORE THE PROCESSING DATE UNLESS THE COMMAND LINE
      * NAMES ONE ('QUARTER YYYYQN').
      *----------------------------------------------------------------
       4000-QUARTERLY-TREND.
           PERFORM 4010-SET-QUARTER-DATES
           MOVE WS-RPT-QTR TO WS-TH-QTR
           MOVE WS-RPT-YEAR TO WS-TH-YEAR
           MOVE WS-PRIOR-QTR TO WS-TH-PRIOR-QTR
           MOVE WS-PRIOR-YEAR TO WS-TH-PRIOR-YEAR
           MOVE WS-PROCESSING-DATE TO WS-TH-DATE
           WRITE TREND-REPORT-LINE FROM WS-TREND-HEADER
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE FROM WS-TREND-COLUMNS
           MOVE LOW-VALUES TO CP-CMPL-ID
           START COMPLAINT-FILE KEY > CP-CMPL-ID
           IF WS-CMPL-OK
               PERFORM 4100-TREND-LOOP
                   UNTIL WS-SCAN-EOF
           END-IF
           PERFORM 4300-PRINT-TREND.

       4010-SET-QUARTER-DATES.
           IF WS-COMMAND-LINE(9:4) IS NUMERIC
               AND WS-COMMAND-LINE(13:1) = 'Q'
               AND WS-COMMAND-LINE(14:1) >= '1'
               AND WS-COMMAND-LINE(14:1) <= '4'
               MOVE WS-COMMAND-LINE(9:4) TO WS-RPT-YEAR
               MOVE WS-COMMAND-LINE(14:1) TO WS-RPT-QTR
           ELSE
               MOVE WS-PROC-YEAR TO WS-RPT-YEAR
               COMPUTE WS-RPT-QTR = (WS-PROC-MONTH + 2) / 3
               IF WS-RPT-QTR = 1
                   MOVE 4 TO WS-RPT-QTR
                   SUBTRACT 1 FROM WS-RPT-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-RPT-QTR
               END-IF
           END-IF
           IF WS-RPT-QTR = 1
               MOVE 4 TO WS-PRIOR-QTR
               COMPUTE WS-PRIOR-YEAR = WS-RPT-YEAR - 1
           ELSE
               COMPUTE WS-PRIOR-QTR = WS-RPT-QTR - 1
               MOVE WS-RPT-YEAR TO WS-PRIOR-YEAR
           END-IF
           MOVE WS-RPT-YEAR TO WS-QS-YEAR
           COMPUTE WS-QS-MONTH = WS-RPT-QTR * 3 - 2
           MOVE 1 TO WS-QS-DAY
           MOVE WS-RPT-YEAR TO WS-QE-YEAR
           COMPUTE WS-QE-MONTH = WS-RPT-QTR * 3
           IF WS-QE-MONTH = 3 OR WS-QE-MONTH = 12
               MOVE 31 TO WS-QE-DAY
           ELSE
               MOVE 30 TO WS-QE-DAY
           END-IF
           MOVE WS-PRIOR-YEAR TO WS-PS-YEAR
           COMPUTE WS-PS-MONTH = WS-PRIOR-QTR * 3 - 2
           MOVE 1 TO WS-PS-DAY
           DISPLAY 'TREND QUARTER: ' WS-QTR-START ' - ' WS-QTR-END
           DISPLAY 'PRIOR QUARTER FROM: ' WS-PRIOR-START.

       4100-TREND-LOOP.
           READ COMPLAINT-FILE NEXT
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-COMPLAINTS-SCANNED
                   PERFORM 4200-TALLY-COMPLAINT
           END-READ.

       4200-TALLY-COMPLAINT.
           MOVE SPACES TO WS-TALLY-FLAGS
           IF CP-RECEIVED-DATE >= WS-QTR-START
               AND CP-RECEIVED-DATE <= WS-QTR-END
               SET WS-RECEIVED-IN-QTR TO TRUE
           END-IF
           IF CP-RECEIVED-DATE >= WS-PRIOR-START
               AND CP-RECEIVED-DATE < WS-QTR-START
               SET WS-RECEIVED-IN-PRIOR TO TRUE
           END-IF
           IF CP-RESOLVED
               AND CP-RESOLVED-DATE >= WS-QTR-START
               AND CP-RESOLVED-DATE <= WS-QTR-END
               SET WS-RESOLVED-IN-QTR TO TRUE
           END-IF
           IF CP-RECEIVED-DATE <= WS-QTR-END
               AND (NOT CP-RESOLVED OR CP-RESOLVED-DATE > WS-QTR-END)
               SET WS-OPEN-AT-QE TO TRUE
           END-IF
           IF WS-TALLY-FLAGS NOT = SPACES
               MOVE CP-PRODUCT TO WS-CELL-PRODUCT
               MOVE CP-ISSUE TO WS-CELL-ISSUE
               PERFORM 4210-FIND-CELL
               IF WS-FOUND
                   PERFORM 4230-ADD-TO-CELL
               ELSE
                   ADD 1 TO WS-TC-OVERFLOW
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * LOCATE THE PRODUCT/ISSUE CELL, INSERTING IT IN KEY ORDER IF
      * IT IS NEW.
      *----------------------------------------------------------------
       4210-FIND-CELL.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
               UNTIL WS-TC-IDX > WS-TC-COUNT
                  OR WS-TC-KEY(WS-TC-IDX) >= WS-CELL-KEY
               CONTINUE
           END-PERFORM
           IF WS-TC-IDX <= WS-TC-COUNT
               AND WS-TC-KEY(WS-TC-IDX) = WS-CELL-KEY
               SET WS-FOUND TO TRUE
           ELSE
               IF WS-TC-COUNT < WS-TC-MAX
                   PERFORM 4220-INSERT-CELL
                   SET WS-FOUND TO TRUE
               END-IF
           END-IF.

       4220-INSERT-CELL.
           PERFORM VARYING WS-TC-SHIFT FROM WS-TC-COUNT BY -1
               UNTIL WS-TC-SHIFT < WS-TC-IDX
               MOVE WS-TC-ENTRY(WS-TC-SHIFT)
                   TO WS-TC-ENTRY(WS-TC-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-TC-COUNT
           MOVE WS-CELL-KEY TO WS-TC-KEY(WS-TC-IDX)
           MOVE ZEROS TO WS-TC-COUNTS(WS-TC-IDX)
           MOVE 0 TO WS-TC-RELIEF(WS-TC-IDX).

       4230-ADD-TO-CELL.
           IF WS-RECEIVED-IN-QTR
               ADD 1 TO WS-TC-RECEIVED(WS-TC-IDX)
               IF CP-REGULATOR
                   ADD 1 TO WS-TC-REGULATOR(WS-TC-IDX)
               END-IF
           END-IF
           IF WS-RECEIVED-IN-PRIOR
               ADD 1 TO WS-TC-PRIOR(WS-TC-IDX)
           END-IF
           IF WS-RESOLVED-IN-QTR
               ADD 1 TO WS-TC-RESOLVED(WS-TC-IDX)
               IF CP-RESOLVED-DATE > CP-DUE-DATE
                   ADD 1 TO WS-TC-LATE(WS-TC-IDX)
               END-IF
               ADD CP-RELIEF-AMOUNT TO WS-TC-RELIEF(WS-TC-IDX)
           END-IF
           IF WS-OPEN-AT-QE
               ADD 1 TO WS-TC-OPEN-QE(WS-TC-IDX)
           END-IF.

      *----------------------------------------------------------------
      * ONE LINE PER PRODUCT AND ISSUE, A TOTAL FOR EACH PRODUCT AND
      * A GRAND TOTAL.
      *----------------------------------------------------------------
       4300-PRINT-TREND.
           MOVE SPACES TO WS-PT-PRODUCT
           PERFORM VARYING WS-TC-IDX FROM 1 BY 1
               UNTIL WS-TC-IDX > WS-TC-COUNT
               IF WS-TC-PRODUCT(WS-TC-IDX) NOT = WS-PT-PRODUCT
                   IF WS-TC-IDX > 1
                       PERFORM 4320-PRINT-PRODUCT-TOTAL
                   END-IF
                   MOVE WS-TC-PRODUCT(WS-TC-IDX) TO WS-PT-PRODUCT
                   MOVE 0 TO WS-PT-RECEIVED WS-PT-PRIOR
                       WS-PT-REGULATOR WS-PT-RESOLVED WS-PT-LATE
                       WS-PT-OPEN-QE WS-PT-RELIEF
               END-IF
               PERFORM 4310-PRINT-CELL
           END-PERFORM
           IF WS-TC-COUNT > 0
               PERFORM 4320-PRINT-PRODUCT-TOTAL
           END-IF
           MOVE 'ALL' TO WS-TD-PRODUCT
           MOVE 'TOTAL' TO WS-TD-ISSUE
           MOVE WS-GT-RECEIVED TO WS-TD-RECEIVED
           MOVE WS-GT-PRIOR TO WS-TD-PRIOR
           COMPUTE WS-TD-CHANGE = WS-GT-RECEIVED - WS-GT-PRIOR
           MOVE WS-GT-REGULATOR TO WS-TD-REGULATOR
           MOVE WS-GT-RESOLVED TO WS-TD-RESOLVED
           MOVE WS-GT-LATE TO WS-TD-LATE
           MOVE WS-GT-OPEN-QE TO WS-TD-OPEN-QE
           MOVE WS-GT-RELIEF TO WS-TD-RELIEF
           WRITE TREND-REPORT-LINE FROM WS-TREND-DETAIL.

       4310-PRINT-CELL.
           MOVE WS-TC-PRODUCT(WS-TC-IDX) TO WS-TD-PRODUCT
           MOVE WS-TC-ISSUE(WS-TC-IDX) TO WS-TD-ISSUE
           MOVE WS-TC-RECEIVED(WS-TC-IDX) TO WS-TD-RECEIVED
           MOVE WS-TC-PRIOR(WS-TC-IDX) TO WS-TD-PRIOR
           COMPUTE WS-TD-CHANGE =
               WS-TC-RECEIVED(WS-TC-IDX) - WS-TC-PRIOR(WS-TC-IDX)
           MOVE WS-TC-REGULATOR(WS-TC-IDX) TO WS-TD-REGULATOR
           MOVE WS-TC-RESOLVED(WS-TC-IDX) TO WS-TD-RESOLVED
           MOVE WS-TC-LATE(WS-TC-IDX) TO WS-TD-LATE
           MOVE WS-TC-OPEN-QE(WS-TC-IDX) TO WS-TD-OPEN-QE
           MOVE WS-TC-RELIEF(WS-TC-IDX) TO WS-TD-RELIEF
           WRITE TREND-REPORT-LINE FROM WS-TREND-DETAIL
           ADD WS-TC-RECEIVED(WS-TC-IDX) TO WS-PT-RECEIVED
           ADD WS-TC-PRIOR(WS-TC-IDX) TO WS-PT-PRIOR
           ADD WS-TC-REGULATOR(WS-TC-IDX) TO WS-PT-REGULATOR
           ADD WS-TC-RESOLVED(WS-TC-IDX) TO WS-PT-RESOLVED
           ADD WS-TC-LATE(WS-TC-IDX) TO WS-PT-LATE
           ADD WS-TC-OPEN-QE(WS-TC-IDX) TO WS-PT-OPEN-QE
           ADD WS-TC-RELIEF(WS-TC-IDX) TO WS-PT-RELIEF.

       4320-PRINT-PRODUCT-TOTAL.
           MOVE WS-PT-PRODUCT TO WS-TD-PRODUCT
           MOVE 'TOTAL' TO WS-TD-ISSUE
           MOVE WS-PT-RECEIVED TO WS-TD-RECEIVED
           MOVE WS-PT-PRIOR TO WS-TD-PRIOR
           COMPUTE WS-TD-CHANGE = WS-PT-RECEIVED - WS-PT-PRIOR
           MOVE WS-PT-REGULATOR TO WS-TD-REGULATOR
           MOVE WS-PT-RESOLVED TO WS-TD-RESOLVED
           MOVE WS-PT-LATE TO WS-TD-LATE
           MOVE WS-PT-OPEN-QE TO WS-TD-OPEN-QE
           MOVE WS-PT-RELIEF TO WS-TD-RELIEF
           WRITE TREND-REPORT-LINE FROM WS-TREND-DETAIL
           MOVE SPACES TO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           ADD WS-PT-RECEIVED TO WS-GT-RECEIVED
           ADD WS-PT-PRIOR TO WS-GT-PRIOR
           ADD WS-PT-REGULATOR TO WS-GT-REGULATOR
           ADD WS-PT-RESOLVED TO WS-GT-RESOLVED
           ADD WS-PT-LATE TO WS-GT-LATE
           ADD WS-PT-OPEN-QE TO WS-GT-OPEN-QE
           ADD WS-PT-RELIEF TO WS-GT-RELIEF.

       9000-FINALIZE.
           IF WS-MODE-QUARTER
               MOVE SPACES TO TREND-REPORT-LINE
               WRITE TREND-REPORT-LINE
               MOVE 'COMPLAINTS ON FILE' TO WS-SL-LABEL
               MOVE WS-COMPLAINTS-SCANNED TO WS-SL-COUNT
               WRITE TREND-REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE 'PRODUCT/ISSUE CELLS REPORTED' TO WS-SL-LABEL
               MOVE WS-TC-COUNT TO WS-SL-COUNT
               WRITE TREND-REPORT-LINE FROM WS-SUMMARY-LINE
               IF WS-TC-OVERFLOW > 0
                   MOVE 'COMPLAINTS NOT TALLIED - TABLE FULL'
                       TO WS-SL-LABEL
                   MOVE WS-TC-OVERFLOW TO WS-SL-COUNT
                   WRITE TREND-REPORT-LINE FROM WS-SUMMARY-LINE
                   MOVE 4 TO RETURN-CODE
               END-IF
               CLOSE COMPLAINT-FILE
               CLOSE TREND-REPORT-FILE
           ELSE
               MOVE SPACES TO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
               MOVE 'UNRESOLVED COMPLAINTS' TO WS-SL-LABEL
               MOVE WS-OPEN-COMPLAINTS TO WS-SL-COUNT
               WRITE AGING-REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE '  OPEN 0-15 DAYS' TO WS-SL-LABEL
               MOVE WS-AGE-0-15 TO WS-SL-COUNT
               WRITE AGING-REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE '  OPEN 16-30 DAYS' TO WS-SL-LABEL
               MOVE WS-AGE-16-30 TO WS-SL-COUNT
               WRITE AGING-REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE '  OPEN 31-60 DAYS' TO WS-SL-LABEL
               MOVE WS-AGE-31-60 TO WS-SL-COUNT
               WRITE AGING-REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE '  OPEN OVER 60 DAYS' TO WS-SL-LABEL
               MOVE WS-AGE-OVER-60 TO WS-SL-COUNT
               WRITE AGING-REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE 'PAST DUE' TO WS-SL-LABEL
               MOVE WS-PAST-DUE TO WS-SL-COUNT
               WRITE AGING-REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE '  REGULATOR PORTAL PAST DUE' TO WS-SL-LABEL
               MOVE WS-REGULATOR-PAST-DUE TO WS-SL-COUNT
               WRITE AGING-REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE 'UNASSIGNED' TO WS-SL-LABEL
               MOVE WS-UNASSIGNED TO WS-SL-COUNT
               WRITE AGING-REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE 'TRANSACTIONS REJECTED' TO WS-SL-LABEL
               MOVE WS-TRANS-REJECTED TO WS-SL-COUNT
               WRITE AGING-REPORT-LINE FROM WS-SUMMARY-LINE
               CLOSE COMPLAINT-FILE
               CLOSE CUSTOMER-FILE
               IF WS-AML-AVAILABLE
                   CLOSE AML-CASE-FILE
               END-IF
               IF WS-TRAN-OK OR WS-TRAN-STATUS = '10'
                   CLOSE CMPL-TRAN-FILE
               END-IF
               CLOSE AGING-REPORT-FILE
               IF WS-TRANS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY '*** CUSTOMER COMPLAINT TRACKING COMPLETE ***'
           DISPLAY 'TRANSACTIONS READ:     ' WS-TRANS-READ
           DISPLAY 'COMPLAINTS OPENED:     ' WS-COMPLAINTS-OPENED
           DISPLAY '  FROM REGULATOR:      ' WS-REGULATOR-OPENED
           DISPLAY 'DUPLICATES SKIPPED:    ' WS-DUPLICATES-SKIPPED
           DISPLAY 'ASSIGNMENTS:           ' WS-ASSIGNMENTS
           DISPLAY 'RESOLUTIONS:           ' WS-RESOLUTIONS
           DISPLAY 'LINKS RECORDED:        ' WS-LINKS-RECORDED
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-TRANS-REJECTED
           DISPLAY 'UNRESOLVED COMPLAINTS: ' WS-OPEN-COMPLAINTS
           DISPLAY 'PAST DUE:              ' WS-PAST-DUE.
