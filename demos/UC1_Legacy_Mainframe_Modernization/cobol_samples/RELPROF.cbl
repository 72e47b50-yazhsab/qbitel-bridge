       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPROF.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * CUSTOMER RELATIONSHIP PROFITABILITY                            *
      * DAILY MODE (DEFAULT): COUNTS THE NIGHT'S DAYTRANS SERVICING    *
      * ITEMS PER ACCOUNT - TELLER-HANDLED TRANSACTIONS, CHECKS PAID   *
      * AND ACCOUNT ANALYSIS FEES - INTO THE PROFITABILITY ACTIVITY    *
      * FILE FOR THE CURRENT MONTH, CARRIED BY COPY-FORWARD MERGE.     *
      *                                                                *
      * MONTH MODE ('MONTH'): FOR THE MONTH JUST CLOSED, PRICES EVERY  *
      * ACCOUNT AND ROLLS IT UP TO ITS OWNER AND THE OWNER'S           *
      * HOUSEHOLD (CUST-HOUSEHOLD-ID):                                 *
      *   NET INTEREST  DEPOSITS: BALANCE AT THE FTP CREDIT RATE LESS  *
      *                 INTEREST PAID. LOANS: INTEREST EARNED LESS     *
      *                 BALANCE AT THE FUNDING RATE.                   *
      *   FEE INCOME    MOVEMENT IN ACCT-YTD-FEES SINCE THE LAST       *
      *                 MONTH RUN, LESS THE ANALYSIS FEES SHOWN APART. *
      *   INTERCHANGE   SETTLED CARD VOLUME FOR THE MONTH (CARDSHST)   *
      *                 AT THE INTERCHANGE RATE.                       *
      *   SERVICE COST  TELLER ITEMS, CHECKS PAID AND PAPER            *
      *                 STATEMENTS MAILED AT THE UNIT COSTS.           *
      * RATES AND UNIT COSTS COME FROM THE COST-FACTOR FILE. THE       *
      * RANKED REPORT RUNS BY OFFICER AND SEGMENT, HIGHEST NET FIRST,  *
      * FOLLOWED BY HOUSEHOLD TOTALS; THE EXTRACT (PROFEXT) CARRIES    *
      * ONE RECORD PER CUSTOMER FOR THE OFFICER PORTFOLIO REPORT.      *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DAILY-TRANS ASSIGN TO DAYTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL ACTIVITY-FILE ASSIGN TO PROFACT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACT-STATUS.
           SELECT ACTIVITY-NEW-FILE ASSIGN TO PROFACTN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL COST-FACTOR-FILE ASSIGN TO PROFCOST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COST-STATUS.
           SELECT OPTIONAL YTD-SNAPSHOT-FILE ASSIGN TO PROFSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT YTD-SNAPSHOT-NEW-FILE ASSIGN TO PROFSNPN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SETL-HISTORY-FILE ASSIGN TO CARDSHST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SETL-STATUS.
           SELECT SORT-PROFIT-FILE ASSIGN TO SRTPROF.
           SELECT PROFIT-REPORT-FILE ASSIGN TO PROFRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROFIT-EXTRACT-FILE ASSIGN TO PROFEXT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DAILY-TRANS.
       01  TRANS-RECORD.
           05  TR-ACCT-NUMBER          PIC 9(12).
           05  TR-TRAN-CODE            PIC X(3).
               88  TR-CHECK            VALUE 'CHK'.
               88  TR-FEE              VALUE 'FEE'.
               88  TR-INTEREST         VALUE 'INT'.
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
               88  TR-ATM-CARD         VALUE 'A'.
           05  FILLER                  PIC X(11).
           05  TR-BENE-NAME            PIC X(35).
           05  TR-BENE-BANK-ROUTING    PIC 9(9).
           05  TR-BENE-ACCT            PIC X(20).
           05  TR-WIRE-REF             PIC X(16).

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
           05  FILLER                  PIC X(67).
           05  ACCT-YTD-INTEREST       PIC S9(9)V99 COMP-3.
           05  ACCT-YTD-FEES           PIC S9(7)V99 COMP-3.
           05  ACCT-STATUS             PIC X(1).
               88  ACCT-CLOSED         VALUE 'C'.
           05  FILLER                  PIC X(22).
           05  ACCT-CLOSE-DATE         PIC 9(8).
           05  FILLER                  PIC X(78).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ID                 PIC 9(10).
           05  CUST-NAME.
               10  CUST-FIRST-NAME     PIC X(20).
               10  CUST-LAST-NAME      PIC X(30).
           05  FILLER                  PIC X(142).
           05  CUST-OFFICER-ID         PIC 9(6).
           05  CUST-SEGMENT            PIC X(2).
           05  FILLER                  PIC X(74).
           05  CUST-STMT-DELIV         PIC X(1).
               88  CUST-E-DELIVERY     VALUE 'E'.
           05  FILLER                  PIC X(52).
           05  CUST-HOUSEHOLD-ID       PIC 9(8).
           05  CUST-HH-MAIL-OPT        PIC X(1).

      *----------------------------------------------------------------
      * PER-ACCOUNT, PER-MONTH SERVICING ITEM COUNTS AND ANALYSIS
      * FEES, CARRIED ACROSS THE MONTH'S DAILY RUNS.
      *----------------------------------------------------------------
       FD  ACTIVITY-FILE.
       01  ACTIVITY-RECORD.
           05  PA-ACCT-NUMBER          PIC 9(12).
           05  PA-PERIOD               PIC 9(6).
           05  PA-TELLER-COUNT         PIC 9(7).
           05  PA-CHECK-COUNT          PIC 9(7).
           05  PA-ANAL-FEES            PIC S9(9)V99 COMP-3.
           05  FILLER                  PIC X(12).

       FD  ACTIVITY-NEW-FILE.
       01  ACTIVITY-NEW-RECORD         PIC X(50).

      *----------------------------------------------------------------
      * COST FACTORS, ONE RECORD PER FACTOR CODE IN THE SAME LAYOUT
      * AS THE ANALYSIS SERVICE-CHARGE SCHEDULE:
      *   'FTP' ANNUAL FTP CREDIT RATE ON DEPOSIT BALANCES
      *   'FND' ANNUAL FUNDING COST RATE ON LOAN BALANCES
      *   'ICH' INTERCHANGE RATE ON SETTLED CARD VOLUME
      *   'TLR' COST PER TELLER-HANDLED TRANSACTION
      *   'CHK' COST PER CHECK PAID
      *   'STM' COST PER PAPER STATEMENT MAILED
      *----------------------------------------------------------------
       FD  COST-FACTOR-FILE.
       01  COST-FACTOR-RECORD.
           05  CF-FACTOR-CODE          PIC X(3).
           05  CF-FACTOR-VALUE         PIC S9(3)V9(4) COMP-3.
           05  FILLER                  PIC X(13).

      *----------------------------------------------------------------
      * YEAR-TO-DATE FEES AND INTEREST PER ACCOUNT AS OF THE LAST
      * MONTH RUN; THE DIFFERENCE TO THE MASTER IS THE MONTH'S
      * MOVEMENT. A SNAPSHOT FROM AN EARLIER YEAR (OR NONE) MEANS
      * THE WHOLE YEAR-TO-DATE FIGURE IS THE MOVEMENT.
      *----------------------------------------------------------------
       FD  YTD-SNAPSHOT-FILE.
       01  YTD-SNAPSHOT-RECORD.
           05  PS-ACCT-NUMBER          PIC 9(12).
           05  PS-YEAR                 PIC 9(4).
           05  PS-YTD-INTEREST         PIC S9(9)V99 COMP-3.
           05  PS-YTD-FEES             PIC S9(7)V99 COMP-3.
           05  PS-SNAP-DATE            PIC 9(8).
           05  FILLER                  PIC X(5).

       FD  YTD-SNAPSHOT-NEW-FILE.
       01  YTD-SNAPSHOT-NEW-RECORD     PIC X(40).

       FD  SETL-HISTORY-FILE.
       01  SETL-HISTORY-RECORD.
           05  SH-ACCT-NUMBER          PIC 9(12).
           05  SH-REF-NUMBER           PIC X(16).
           05  SH-AUTH-CODE            PIC X(6).
           05  SH-AMOUNT               PIC S9(9)V99 COMP-3.
           05  SH-POST-DATE            PIC 9(8).
           05  SH-NETWORK              PIC X(1).
           05  SH-ACQUIRER-ID          PIC 9(6).
           05  SH-LOAD-DATE            PIC 9(8).
           05  FILLER                  PIC X(17).

       SD  SORT-PROFIT-FILE.
       01  SORT-PROFIT-RECORD.
           05  SP-OFFICER-ID           PIC 9(6).
           05  SP-SEGMENT              PIC X(2).
           05  SP-NET-PROFIT           PIC S9(11)V99 COMP-3.
           05  SP-CUST-ID              PIC 9(10).
           05  SP-LAST-NAME            PIC X(20).
           05  SP-HOUSEHOLD-ID         PIC 9(8).
           05  SP-ACCT-COUNT           PIC 9(3).
           05  SP-NET-INT-INCOME       PIC S9(11)V99 COMP-3.
           05  SP-FEE-INCOME           PIC S9(11)V99 COMP-3.
           05  SP-ANAL-FEES            PIC S9(11)V99 COMP-3.
           05  SP-INTERCHANGE          PIC S9(11)V99 COMP-3.
           05  SP-SERVICE-COST         PIC S9(11)V99 COMP-3.

       FD  PROFIT-REPORT-FILE.
       01  PROFIT-REPORT-LINE          PIC X(132).

      *----------------------------------------------------------------
      * PROFITABILITY EXTRACT - ONE RECORD PER CUSTOMER FOR THE
      * MONTH, PICKED UP BY THE OFFICER PORTFOLIO REPORT (OFCRRPT).
      * PX-RANK IS THE CUSTOMER'S RANK WITHIN OFFICER AND SEGMENT.
      *----------------------------------------------------------------
       FD  PROFIT-EXTRACT-FILE.
       01  PROFIT-EXTRACT-RECORD.
           05  PX-PERIOD               PIC 9(6).
           05  PX-OFFICER-ID           PIC 9(6).
           05  PX-SEGMENT              PIC X(2).
           05  PX-CUST-ID              PIC 9(10).
           05  PX-HOUSEHOLD-ID         PIC 9(8).
           05  PX-RANK                 PIC 9(5).
           05  PX-NET-INT-INCOME       PIC S9(11)V99 COMP-3.
           05  PX-FEE-INCOME           PIC S9(11)V99 COMP-3.
           05  PX-ANAL-FEES            PIC S9(11)V99 COMP-3.
           05  PX-INTERCHANGE          PIC S9(11)V99 COMP-3.
           05  PX-SERVICE-COST         PIC S9(11)V99 COMP-3.
           05  PX-NET-PROFIT           PIC S9(11)V99 COMP-3.
           05  PX-HH-NET-PROFIT        PIC S9(11)V99 COMP-3.
           05  FILLER                  PIC X(14).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS              PIC X(2).
           88  WS-TRAN-OK              VALUE '00'.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-ACT-STATUS               PIC X(2).
           88  WS-ACT-OK               VALUE '00'.
       01  WS-COST-STATUS              PIC X(2).
           88  WS-COST-OK              VALUE '00'.
       01  WS-SNAP-STATUS              PIC X(2).
           88  WS-SNAP-OK              VALUE '00'.
       01  WS-SETL-STATUS              PIC X(2).
           88  WS-SETL-OK              VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-TRAN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-TRAN-EOF             VALUE 'Y'.
       01  WS-ACCT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-ACCT-EOF             VALUE 'Y'.
       01  WS-ACT-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-ACT-NO-MORE          VALUE 'Y'.
       01  WS-COST-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-COST-NO-MORE         VALUE 'Y'.
       01  WS-SNAP-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-SNAP-NO-MORE         VALUE 'Y'.
       01  WS-SETL-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-SETL-NO-MORE         VALUE 'Y'.
       01  WS-SORT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.
       01  WS-FIRST-GROUP-FLAG         PIC X(1) VALUE 'Y'.
           88  WS-FIRST-GROUP          VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-CURRENT-PERIOD           PIC 9(6).
       01  WS-REPORT-PERIOD            PIC 9(6).
       01  WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
           05  WS-RP-YEAR              PIC 9(4).
           05  WS-RP-MONTH             PIC 9(2).
       01  WS-PROCESSING-YEAR          PIC 9(4).

       01  WS-COMMAND-LINE             PIC X(40).
       01  WS-RUN-MODE                 PIC X(6) VALUE SPACES.
           88  WS-MODE-MONTH           VALUE 'MONTH'.

      *----------------------------------------------------------------
      * COST FACTORS. RATES ARE ANNUAL AND ARE TAKEN AT ONE TWELFTH
      * FOR THE MONTH; THE MONTH-END LEDGER BALANCE STANDS IN FOR
      * THE AVERAGE BALANCE.
      *----------------------------------------------------------------
       01  WS-COST-FACTORS.
           05  WS-FTP-CREDIT-RATE      PIC S9(3)V9(4) COMP-3 VALUE 0.
           05  WS-FUNDING-RATE         PIC S9(3)V9(4) COMP-3 VALUE 0.
           05  WS-INTERCHANGE-RATE     PIC S9(3)V9(4) COMP-3 VALUE 0.
           05  WS-COST-TELLER          PIC S9(3)V9(4) COMP-3 VALUE 0.
           05  WS-COST-CHECK           PIC S9(3)V9(4) COMP-3 VALUE 0.
           05  WS-COST-STATEMENT       PIC S9(3)V9(4) COMP-3 VALUE 0.

      *----------------------------------------------------------------
      * SERVICING ACTIVITY IN MEMORY: LOADED FROM THE ACTIVITY FILE,
      * MERGED WITH THE NIGHT'S DAYTRANS, REWRITTEN AT END OF RUN.
      *----------------------------------------------------------------
       01  WS-ACTIVITY-TABLE.
           05  WS-AV-ENTRY OCCURS 5000 TIMES.
               10  WS-AV-ACCT          PIC 9(12).
               10  WS-AV-PERIOD        PIC 9(6).
               10  WS-AV-TELLER        PIC 9(7).
               10  WS-AV-CHECKS        PIC 9(7).
               10  WS-AV-ANAL-FEES     PIC S9(9)V99 COMP-3.
       01  WS-ACTIVITY-COUNT           PIC 9(4) VALUE 0.
       01  WS-AV-IDX                   PIC 9(4).
       01  WS-MAX-ACTIVITY             PIC 9(4) VALUE 5000.
       01  WS-ACTIVITY-OVERFLOW        PIC 9(7) VALUE 0.
       01  WS-AV-MATCH-IDX             PIC 9(4) VALUE 0.
       01  WS-LOOKUP-ACCT              PIC 9(12).

       01  WS-SNAPSHOT-TABLE.
           05  WS-SN-ENTRY OCCURS 5000 TIMES.
               10  WS-SN-ACCT          PIC 9(12).
               10  WS-SN-YEAR          PIC 9(4).
               10  WS-SN-YTD-INTEREST  PIC S9(9)V99 COMP-3.
               10  WS-SN-YTD-FEES      PIC S9(7)V99 COMP-3.
       01  WS-SNAPSHOT-COUNT           PIC 9(4) VALUE 0.
       01  WS-SN-IDX                   PIC 9(4).
       01  WS-MAX-SNAPSHOT             PIC 9(4) VALUE 5000.
       01  WS-SN-MATCH-IDX             PIC 9(4) VALUE 0.

       01  WS-CARD-VOLUME-TABLE.
           05  WS-CV-ENTRY OCCURS 5000 TIMES.
               10  WS-CV-ACCT          PIC 9(12).
               10  WS-CV-VOLUME        PIC S9(11)V99 COMP-3.
       01  WS-CARD-VOLUME-COUNT        PIC 9(4) VALUE 0.
       01  WS-CV-IDX                   PIC 9(4).
       01  WS-MAX-CARD-VOLUME          PIC 9(4) VALUE 5000.
       01  WS-CV-MATCH-IDX             PIC 9(4) VALUE 0.

      *----------------------------------------------------------------
      * PER-CUSTOMER RELATIONSHIP TOTALS BUILT ON THE ACCOUNT PASS.
      * THE CUSTOMER RECORD IS READ ONCE, WHEN THE OWNER IS FIRST
      * SEEN, AND ITS OFFICER, SEGMENT AND HOUSEHOLD KEPT HERE.
      *----------------------------------------------------------------
       01  WS-CUSTOMER-TABLE.
           05  WS-CT-ENTRY OCCURS 5000 TIMES.
               10  WS-CT-CUST          PIC 9(10).
               10  WS-CT-LAST-NAME     PIC X(20).
               10  WS-CT-OFFICER       PIC 9(6).
               10  WS-CT-SEGMENT       PIC X(2).
               10  WS-CT-HOUSEHOLD     PIC 9(8).
               10  WS-CT-PAPER-FLAG    PIC X(1).
                   88  WS-CT-PAPER     VALUE 'Y'.
               10  WS-CT-ACCTS         PIC 9(3).
               10  WS-CT-NET-INT       PIC S9(11)V99 COMP-3.
               10  WS-CT-FEE-INCOME    PIC S9(11)V99 COMP-3.
               10  WS-CT-ANAL-FEES     PIC S9(11)V99 COMP-3.
               10  WS-CT-INTERCHANGE   PIC S9(11)V99 COMP-3.
               10  WS-CT-SERVICE-COST  PIC S9(11)V99 COMP-3.
       01  WS-CUSTOMER-COUNT           PIC 9(4) VALUE 0.
       01  WS-CT-IDX                   PIC 9(4).
       01  WS-MAX-CUSTOMERS            PIC 9(4) VALUE 5000.
       01  WS-CT-MATCH-IDX             PIC 9(4) VALUE 0.

       01  WS-HOUSEHOLD-TABLE.
           05  WS-HH-ENTRY OCCURS 2000 TIMES.
               10  WS-HH-ID            PIC 9(8).
               10  WS-HH-MEMBERS       PIC 9(3).
               10  WS-HH-NET-PROFIT    PIC S9(11)V99 COMP-3.
       01  WS-HOUSEHOLD-COUNT          PIC 9(4) VALUE 0.
       01  WS-HH-IDX                   PIC 9(4).
       01  WS-MAX-HOUSEHOLDS           PIC 9(4) VALUE 2000.
       01  WS-HH-MATCH-IDX             PIC 9(4) VALUE 0.

      *----------------------------------------------------------------
      * ONE ACCOUNT'S CONTRIBUTION FOR THE MONTH.
      *----------------------------------------------------------------
       01  WS-ACCOUNT-CALC.
           05  WS-INT-MOVEMENT         PIC S9(9)V99 COMP-3.
           05  WS-FEE-MOVEMENT         PIC S9(9)V99 COMP-3.
           05  WS-ACCT-NET-INT         PIC S9(11)V99 COMP-3.
           05  WS-ACCT-FEE-INCOME      PIC S9(11)V99 COMP-3.
           05  WS-ACCT-ANAL-FEES       PIC S9(11)V99 COMP-3.
           05  WS-ACCT-INTERCHANGE     PIC S9(11)V99 COMP-3.
           05  WS-ACCT-SERVICE-COST    PIC S9(11)V99 COMP-3.
           05  WS-ACCT-TELLER          PIC 9(7).
           05  WS-ACCT-CHECKS          PIC 9(7).
           05  WS-ACCT-STATEMENTS      PIC 9(1).

       01  WS-GROUP-OFFICER            PIC 9(6).
       01  WS-GROUP-SEGMENT            PIC X(2).
       01  WS-GROUP-RANK               PIC 9(5).
       01  WS-GROUP-NET                PIC S9(13)V99 COMP-3.
       01  WS-GRAND-NET                PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CUST-NET                 PIC S9(11)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(9) VALUE 0.
           05  WS-ITEMS-COUNTED        PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-READ        PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-PRICED      PIC 9(9) VALUE 0.
           05  WS-FULL-YTD-ACCTS       PIC 9(7) VALUE 0.
           05  WS-CARD-ITEMS           PIC 9(9) VALUE 0.
           05  WS-CUSTOMERS-RANKED     PIC 9(7) VALUE 0.
           05  WS-UNPROFITABLE         PIC 9(7) VALUE 0.
           05  WS-EXTRACTS-WRITTEN     PIC 9(7) VALUE 0.
           05  WS-TABLE-OVERFLOWS      PIC 9(7) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(45) VALUE
               'CUSTOMER RELATIONSHIP PROFITABILITY - PERIOD'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RH-PERIOD            PIC 9(6).
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-GROUP-HEADER.
           05  FILLER                  PIC X(9) VALUE 'OFFICER: '.
           05  WS-GH-OFFICER           PIC 9(6).
           05  FILLER                  PIC X(11) VALUE '  SEGMENT: '.
           05  WS-GH-SEGMENT           PIC X(2).
           05  FILLER                  PIC X(104) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(8) VALUE '  RANK  '.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(22) VALUE 'NAME'.
           05  FILLER                  PIC X(10) VALUE 'HOUSEHOLD'.
           05  FILLER                  PIC X(5) VALUE 'ACCT'.
           05  FILLER                  PIC X(14) VALUE
               ' NET INTEREST'.
           05  FILLER                  PIC X(13) VALUE
               '  FEE INCOME'.
           05  FILLER                  PIC X(12) VALUE
               '   ANALYSIS'.
           05  FILLER                  PIC X(12) VALUE
               'INTERCHANGE'.
           05  FILLER                  PIC X(12) VALUE
               '  SVC COST'.
           05  FILLER                  PIC X(12) VALUE
               '  NET PROFIT'.

       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-RANK              PIC ZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-CUST-ID           PIC 9(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-NAME              PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-HOUSEHOLD         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-ACCTS             PIC ZZ9.
           05  WS-RD-NET-INT           PIC Z(8)9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-FEE-INCOME        PIC Z(7)9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-ANAL-FEES         PIC Z(6)9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-INTERCHANGE       PIC Z(6)9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-SERVICE-COST      PIC Z(6)9.99-.
           05  WS-RD-NET-PROFIT        PIC Z(8)9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  WS-GROUP-TOTAL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE
               'OFFICER/SEGMENT TOTAL - '.
           05  WS-GT-CUSTOMERS         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE
               ' CUSTOMERS, NET '.
           05  WS-GT-NET               PIC Z(10)9.99-.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-HH-SECTION-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(29) VALUE
               'HOUSEHOLD RELATIONSHIP TOTALS'.
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  WS-HH-DETAIL.
           05  FILLER                  PIC X(13) VALUE
               '  HOUSEHOLD: '.
           05  WS-HD-HOUSEHOLD         PIC 9(8).
           05  FILLER                  PIC X(10) VALUE ' MEMBERS: '.
           05  WS-HD-MEMBERS           PIC ZZ9.
           05  FILLER                  PIC X(13) VALUE
               ' NET PROFIT: '.
           05  WS-HD-NET               PIC Z(10)9.99-.
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-REPORT-TOTAL.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RT-LABEL             PIC X(30).
           05  WS-RT-COUNT             PIC Z(8)9.
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-REPORT-AMOUNT.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RA-LABEL             PIC X(30).
           05  WS-RA-AMOUNT            PIC Z(12)9.99-.
           05  FILLER                  PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ACTIVITY-FILE
           IF WS-MODE-MONTH
               PERFORM 2500-LOAD-COST-FACTORS
               PERFORM 2600-LOAD-YTD-SNAPSHOT
               PERFORM 2700-LOAD-CARD-VOLUME
               PERFORM 4000-PRICE-ACCOUNTS
                   UNTIL WS-ACCT-EOF
               PERFORM 5000-RANK-AND-REPORT
               PERFORM 6000-WRITE-HOUSEHOLD-TOTALS
           ELSE
               PERFORM 3000-COUNT-DAYTRANS
                   UNTIL WS-TRAN-EOF
           END-IF
           PERFORM 8000-REWRITE-ACTIVITY-FILE
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE
           DISPLAY '*** RELATIONSHIP PROFITABILITY STARTED ***'
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
           MOVE WS-PROCESSING-DATE(1:6) TO WS-CURRENT-PERIOD
           MOVE WS-PROCESSING-DATE(1:4) TO WS-PROCESSING-YEAR
           MOVE WS-CURRENT-PERIOD TO WS-REPORT-PERIOD
           IF WS-RP-MONTH = 1
               SUBTRACT 1 FROM WS-RP-YEAR
               MOVE 12 TO WS-RP-MONTH
           ELSE
               SUBTRACT 1 FROM WS-RP-MONTH
           END-IF
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           IF WS-MODE-MONTH
               DISPLAY 'MODE: MONTHLY PROFITABILITY, PERIOD '
                   WS-REPORT-PERIOD
               OPEN INPUT ACCOUNT-MASTER
               IF NOT WS-ACCT-OK
                   DISPLAY 'ERROR OPENING ACCOUNT MASTER: '
                       WS-ACCT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT CUSTOMER-FILE
               IF NOT WS-CUST-OK
                   DISPLAY 'ERROR OPENING CUSTOMER FILE: '
                       WS-CUST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT PROFIT-REPORT-FILE
               OPEN OUTPUT PROFIT-EXTRACT-FILE
               OPEN OUTPUT YTD-SNAPSHOT-NEW-FILE
               MOVE WS-REPORT-PERIOD TO WS-RH-PERIOD
               WRITE PROFIT-REPORT-LINE FROM WS-REPORT-HEADER
           ELSE
               DISPLAY 'MODE: DAILY ACTIVITY ACCUMULATION'
               OPEN INPUT DAILY-TRANS
               IF NOT WS-TRAN-OK
                   DISPLAY 'NO DAYTRANS FILE: ' WS-TRAN-STATUS
                   SET WS-TRAN-EOF TO TRUE
               END-IF
           END-IF.

       2000-LOAD-ACTIVITY-FILE.
           OPEN INPUT ACTIVITY-FILE
           IF NOT WS-ACT-OK
               DISPLAY 'NO PRIOR ACTIVITY FILE: ' WS-ACT-STATUS
               SET WS-ACT-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-ACT-NO-MORE
               READ ACTIVITY-FILE
                   AT END
                       SET WS-ACT-NO-MORE TO TRUE
                   NOT AT END
                       IF WS-ACTIVITY-COUNT < WS-MAX-ACTIVITY
                           ADD 1 TO WS-ACTIVITY-COUNT
                           MOVE PA-ACCT-NUMBER TO
                               WS-AV-ACCT(WS-ACTIVITY-COUNT)
                           MOVE PA-PERIOD TO
                               WS-AV-PERIOD(WS-ACTIVITY-COUNT)
                           MOVE PA-TELLER-COUNT TO
                               WS-AV-TELLER(WS-ACTIVITY-COUNT)
                           MOVE PA-CHECK-COUNT TO
                               WS-AV-CHECKS(WS-ACTIVITY-COUNT)
                           MOVE PA-ANAL-FEES TO
                               WS-AV-ANAL-FEES(WS-ACTIVITY-COUNT)
                       ELSE
                           ADD 1 TO WS-ACTIVITY-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACT-OK OR WS-ACT-STATUS = '10'
               CLOSE ACTIVITY-FILE
           END-IF
           IF WS-ACTIVITY-OVERFLOW > 0
               DISPLAY '*** ACTIVITY TABLE OVERFLOW - '
                   WS-ACTIVITY-OVERFLOW ' RECORD(S) WOULD NOT LOAD ***'
               DISPLAY 'RUN HALTED - THE REWRITE WOULD DROP THEM'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'LOADED ' WS-ACTIVITY-COUNT ' ACTIVITY RECORDS'.

       2500-LOAD-COST-FACTORS.
           OPEN INPUT COST-FACTOR-FILE
           IF NOT WS-COST-OK
               DISPLAY 'NO COST FACTOR FILE: ' WS-COST-STATUS
               SET WS-COST-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-COST-NO-MORE
               READ COST-FACTOR-FILE
                   AT END
                       SET WS-COST-NO-MORE TO TRUE
                   NOT AT END
                       EVALUATE CF-FACTOR-CODE
                           WHEN 'FTP'
                               MOVE CF-FACTOR-VALUE
                                   TO WS-FTP-CREDIT-RATE
                           WHEN 'FND'
                               MOVE CF-FACTOR-VALUE
                                   TO WS-FUNDING-RATE
                           WHEN 'ICH'
                               MOVE CF-FACTOR-VALUE
                                   TO WS-INTERCHANGE-RATE
                           WHEN 'TLR'
                               MOVE CF-FACTOR-VALUE
                                   TO WS-COST-TELLER
                           WHEN 'CHK'
                               MOVE CF-FACTOR-VALUE
                                   TO WS-COST-CHECK
                           WHEN 'STM'
                               MOVE CF-FACTOR-VALUE
                                   TO WS-COST-STATEMENT
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-COST-OK OR WS-COST-STATUS = '10'
               CLOSE COST-FACTOR-FILE
           END-IF.

       2600-LOAD-YTD-SNAPSHOT.
           OPEN INPUT YTD-SNAPSHOT-FILE
           IF NOT WS-SNAP-OK
               DISPLAY 'NO PRIOR YTD SNAPSHOT: ' WS-SNAP-STATUS
               SET WS-SNAP-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-SNAP-NO-MORE
               READ YTD-SNAPSHOT-FILE
                   AT END
                       SET WS-SNAP-NO-MORE TO TRUE
                   NOT AT END
                       IF WS-SNAPSHOT-COUNT < WS-MAX-SNAPSHOT
                           ADD 1 TO WS-SNAPSHOT-COUNT
                           MOVE PS-ACCT-NUMBER TO
                               WS-SN-ACCT(WS-SNAPSHOT-COUNT)
                           MOVE PS-YEAR TO
                               WS-SN-YEAR(WS-SNAPSHOT-COUNT)
                           MOVE PS-YTD-INTEREST TO
                               WS-SN-YTD-INTEREST(WS-SNAPSHOT-COUNT)
                           MOVE PS-YTD-FEES TO
                               WS-SN-YTD-FEES(WS-SNAPSHOT-COUNT)
                       ELSE
                           ADD 1 TO WS-TABLE-OVERFLOWS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SNAP-OK OR WS-SNAP-STATUS = '10'
               CLOSE YTD-SNAPSHOT-FILE
           END-IF
           DISPLAY 'LOADED ' WS-SNAPSHOT-COUNT ' YTD SNAPSHOTS'.

      *----------------------------------------------------------------
      * SETTLED CARD VOLUME FOR THE REPORT MONTH, PER ACCOUNT.
      * RETURNS SETTLE AS NEGATIVE ITEMS AND NET AGAINST PURCHASES.
      *----------------------------------------------------------------
       2700-LOAD-CARD-VOLUME.
           OPEN INPUT SETL-HISTORY-FILE
           IF NOT WS-SETL-OK
               DISPLAY 'NO SETTLEMENT HISTORY: ' WS-SETL-STATUS
               SET WS-SETL-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-SETL-NO-MORE
               READ SETL-HISTORY-FILE
                   AT END
                       SET WS-SETL-NO-MORE TO TRUE
                   NOT AT END
                       IF SH-POST-DATE(1:6) = WS-REPORT-PERIOD
                           ADD 1 TO WS-CARD-ITEMS
                           PERFORM 2750-TALLY-CARD-VOLUME
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SETL-OK OR WS-SETL-STATUS = '10'
               CLOSE SETL-HISTORY-FILE
           END-IF.

       2750-TALLY-CARD-VOLUME.
           MOVE 0 TO WS-CV-MATCH-IDX
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
               UNTIL WS-CV-IDX > WS-CARD-VOLUME-COUNT
               IF WS-CV-ACCT(WS-CV-IDX) = SH-ACCT-NUMBER
                   MOVE WS-CV-IDX TO WS-CV-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CV-MATCH-IDX = 0
               IF WS-CARD-VOLUME-COUNT < WS-MAX-CARD-VOLUME
                   ADD 1 TO WS-CARD-VOLUME-COUNT
                   MOVE SH-ACCT-NUMBER TO
                       WS-CV-ACCT(WS-CARD-VOLUME-COUNT)
                   MOVE 0 TO WS-CV-VOLUME(WS-CARD-VOLUME-COUNT)
                   MOVE WS-CARD-VOLUME-COUNT TO WS-CV-MATCH-IDX
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOWS
               END-IF
           END-IF
           IF WS-CV-MATCH-IDX > 0
               ADD SH-AMOUNT TO WS-CV-VOLUME(WS-CV-MATCH-IDX)
           END-IF.

      *----------------------------------------------------------------
      * TELLER-HANDLED ITEMS CARRY THE TELLER'S ID; SYSTEM-POSTED
      * ITEMS CARRY A BLANK ID, ATM ITEMS CARRY THE TERMINAL, AND
      * FEES AND INTEREST ARE NEVER TELLER WORK. THE ANALYSIS FEE
      * IS RECOGNIZED BY ACCTANAL'S ORIGINATOR STAMP.
      *----------------------------------------------------------------
       3000-COUNT-DAYTRANS.
           READ DAILY-TRANS
               AT END
                   SET WS-TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 3100-COUNT-ONE-ITEM
           END-READ.

       3100-COUNT-ONE-ITEM.
           MOVE TR-ACCT-NUMBER TO WS-LOOKUP-ACCT
           EVALUATE TRUE
               WHEN TR-FEE AND TR-TELLER-ID = 'ACCTANAL'
                   PERFORM 3300-FIND-OR-ADD-ACTIVITY
                   IF WS-AV-MATCH-IDX > 0
                       ADD TR-AMOUNT TO
                           WS-AV-ANAL-FEES(WS-AV-MATCH-IDX)
                       ADD 1 TO WS-ITEMS-COUNTED
                   END-IF
               WHEN TR-CHECK
                   PERFORM 3300-FIND-OR-ADD-ACTIVITY
                   IF WS-AV-MATCH-IDX > 0
                       ADD 1 TO WS-AV-CHECKS(WS-AV-MATCH-IDX)
                       ADD 1 TO WS-ITEMS-COUNTED
                   END-IF
               WHEN TR-TELLER-ID = SPACES
               WHEN TR-ATM-CARD
               WHEN TR-FEE
               WHEN TR-INTEREST
                   CONTINUE
               WHEN OTHER
                   PERFORM 3300-FIND-OR-ADD-ACTIVITY
                   IF WS-AV-MATCH-IDX > 0
                       ADD 1 TO WS-AV-TELLER(WS-AV-MATCH-IDX)
                       ADD 1 TO WS-ITEMS-COUNTED
                   END-IF
           END-EVALUATE.

       3300-FIND-OR-ADD-ACTIVITY.
           MOVE 0 TO WS-AV-MATCH-IDX
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
               UNTIL WS-AV-IDX > WS-ACTIVITY-COUNT
               IF WS-AV-ACCT(WS-AV-IDX) = WS-LOOKUP-ACCT
                   AND WS-AV-PERIOD(WS-AV-IDX) = WS-CURRENT-PERIOD
                   MOVE WS-AV-IDX TO WS-AV-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AV-MATCH-IDX = 0
               IF WS-ACTIVITY-COUNT < WS-MAX-ACTIVITY
                   ADD 1 TO WS-ACTIVITY-COUNT
                   MOVE WS-LOOKUP-ACCT TO
                       WS-AV-ACCT(WS-ACTIVITY-COUNT)
                   MOVE WS-CURRENT-PERIOD TO
                       WS-AV-PERIOD(WS-ACTIVITY-COUNT)
                   MOVE 0 TO WS-AV-TELLER(WS-ACTIVITY-COUNT)
                   MOVE 0 TO WS-AV-CHECKS(WS-ACTIVITY-COUNT)
                   MOVE 0 TO WS-AV-ANAL-FEES(WS-ACTIVITY-COUNT)
                   MOVE WS-ACTIVITY-COUNT TO WS-AV-MATCH-IDX
               ELSE
                   ADD 1 TO WS-ACTIVITY-OVERFLOW
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * MONTH PASS OVER THE ACCOUNT MASTER. EVERY ACCOUNT GETS A NEW
      * YTD SNAPSHOT; ACCOUNTS CLOSED BEFORE THE REPORT MONTH ARE
      * NOT PRICED.
      *----------------------------------------------------------------
       4000-PRICE-ACCOUNTS.
           READ ACCOUNT-MASTER NEXT
               AT END
                   SET WS-ACCT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   IF ACCT-CLOSED
                       AND ACCT-CLOSE-DATE(1:6) < WS-REPORT-PERIOD
                       CONTINUE
                   ELSE
                       PERFORM 4100-PRICE-ONE-ACCOUNT
                   END-IF
                   PERFORM 4800-WRITE-SNAPSHOT
           END-READ.

       4100-PRICE-ONE-ACCOUNT.
           PERFORM 4200-FIND-OR-ADD-CUSTOMER
           IF WS-CT-MATCH-IDX = 0
               ADD 1 TO WS-TABLE-OVERFLOWS
           ELSE
               ADD 1 TO WS-ACCOUNTS-PRICED
               ADD 1 TO WS-CT-ACCTS(WS-CT-MATCH-IDX)
               PERFORM 4300-GET-YTD-MOVEMENT
               PERFORM 4400-GET-MONTH-ACTIVITY
               MOVE 0 TO WS-ACCT-NET-INT
               EVALUATE TRUE
                   WHEN LOAN-ACCT
                       COMPUTE WS-ACCT-NET-INT ROUNDED =
                           WS-INT-MOVEMENT
                           - ACCT-BALANCE * WS-FUNDING-RATE / 12
                   WHEN CHECKING-ACCT OR SAVINGS-ACCT
                       OR CD-ACCT OR MONEY-MKT
                       COMPUTE WS-ACCT-NET-INT ROUNDED =
                           ACCT-BALANCE * WS-FTP-CREDIT-RATE / 12
                           - WS-INT-MOVEMENT
               END-EVALUATE
               COMPUTE WS-ACCT-FEE-INCOME =
                   WS-FEE-MOVEMENT - WS-ACCT-ANAL-FEES
               IF WS-ACCT-FEE-INCOME < 0
                   MOVE 0 TO WS-ACCT-FEE-INCOME
               END-IF
               PERFORM 4500-GET-INTERCHANGE
               MOVE 0 TO WS-ACCT-STATEMENTS
               IF WS-CT-PAPER(WS-CT-MATCH-IDX)
                   AND NOT LOAN-ACCT
                   AND NOT ACCT-CLOSED
                   MOVE 1 TO WS-ACCT-STATEMENTS
               END-IF
               COMPUTE WS-ACCT-SERVICE-COST ROUNDED =
                   WS-ACCT-TELLER * WS-COST-TELLER
                   + WS-ACCT-CHECKS * WS-COST-CHECK
                   + WS-ACCT-STATEMENTS * WS-COST-STATEMENT
               ADD WS-ACCT-NET-INT TO WS-CT-NET-INT(WS-CT-MATCH-IDX)
               ADD WS-ACCT-FEE-INCOME
                   TO WS-CT-FEE-INCOME(WS-CT-MATCH-IDX)
               ADD WS-ACCT-ANAL-FEES
                   TO WS-CT-ANAL-FEES(WS-CT-MATCH-IDX)
               ADD WS-ACCT-INTERCHANGE
                   TO WS-CT-INTERCHANGE(WS-CT-MATCH-IDX)
               ADD WS-ACCT-SERVICE-COST
                   TO WS-CT-SERVICE-COST(WS-CT-MATCH-IDX)
           END-IF.

       4200-FIND-OR-ADD-CUSTOMER.
           MOVE 0 TO WS-CT-MATCH-IDX
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CUSTOMER-COUNT
               IF WS-CT-CUST(WS-CT-IDX) = ACCT-OWNER-ID
                   MOVE WS-CT-IDX TO WS-CT-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CT-MATCH-IDX = 0
               AND WS-CUSTOMER-COUNT < WS-MAX-CUSTOMERS
               ADD 1 TO WS-CUSTOMER-COUNT
               MOVE WS-CUSTOMER-COUNT TO WS-CT-MATCH-IDX
               INITIALIZE WS-CT-ENTRY(WS-CT-MATCH-IDX)
               MOVE ACCT-OWNER-ID TO WS-CT-CUST(WS-CT-MATCH-IDX)
               MOVE ACCT-OWNER-ID TO CUST-ID
               READ CUSTOMER-FILE
               IF WS-CUST-OK
                   MOVE CUST-LAST-NAME
                       TO WS-CT-LAST-NAME(WS-CT-MATCH-IDX)
                   MOVE CUST-OFFICER-ID
                       TO WS-CT-OFFICER(WS-CT-MATCH-IDX)
                   MOVE CUST-SEGMENT
                       TO WS-CT-SEGMENT(WS-CT-MATCH-IDX)
                   MOVE CUST-HOUSEHOLD-ID
                       TO WS-CT-HOUSEHOLD(WS-CT-MATCH-IDX)
                   IF CUST-E-DELIVERY
                       MOVE 'N' TO WS-CT-PAPER-FLAG(WS-CT-MATCH-IDX)
                   ELSE
                       MOVE 'Y' TO WS-CT-PAPER-FLAG(WS-CT-MATCH-IDX)
                   END-IF
               ELSE
                   MOVE '*** NOT ON FILE ***'
                       TO WS-CT-LAST-NAME(WS-CT-MATCH-IDX)
                   MOVE 'Y' TO WS-CT-PAPER-FLAG(WS-CT-MATCH-IDX)
               END-IF
           END-IF.

       4300-GET-YTD-MOVEMENT.
           MOVE 0 TO WS-SN-MATCH-IDX
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
               UNTIL WS-SN-IDX > WS-SNAPSHOT-COUNT
               IF WS-SN-ACCT(WS-SN-IDX) = ACCT-NUMBER
                   MOVE WS-SN-IDX TO WS-SN-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SN-MATCH-IDX > 0
               AND WS-SN-YEAR(WS-SN-MATCH-IDX) = WS-PROCESSING-YEAR
               COMPUTE WS-INT-MOVEMENT = ACCT-YTD-INTEREST
                   - WS-SN-YTD-INTEREST(WS-SN-MATCH-IDX)
               COMPUTE WS-FEE-MOVEMENT = ACCT-YTD-FEES
                   - WS-SN-YTD-FEES(WS-SN-MATCH-IDX)
           ELSE
               ADD 1 TO WS-FULL-YTD-ACCTS
               MOVE ACCT-YTD-INTEREST TO WS-INT-MOVEMENT
               MOVE ACCT-YTD-FEES TO WS-FEE-MOVEMENT
           END-IF.

       4400-GET-MONTH-ACTIVITY.
           MOVE 0 TO WS-ACCT-TELLER
           MOVE 0 TO WS-ACCT-CHECKS
           MOVE 0 TO WS-ACCT-ANAL-FEES
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
               UNTIL WS-AV-IDX > WS-ACTIVITY-COUNT
               IF WS-AV-ACCT(WS-AV-IDX) = ACCT-NUMBER
                   AND WS-AV-PERIOD(WS-AV-IDX) = WS-REPORT-PERIOD
                   MOVE WS-AV-TELLER(WS-AV-IDX) TO WS-ACCT-TELLER
                   MOVE WS-AV-CHECKS(WS-AV-IDX) TO WS-ACCT-CHECKS
                   MOVE WS-AV-ANAL-FEES(WS-AV-IDX)
                       TO WS-ACCT-ANAL-FEES
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       4500-GET-INTERCHANGE.
           MOVE 0 TO WS-ACCT-INTERCHANGE
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
               UNTIL WS-CV-IDX > WS-CARD-VOLUME-COUNT
               IF WS-CV-ACCT(WS-CV-IDX) = ACCT-NUMBER
                   COMPUTE WS-ACCT-INTERCHANGE ROUNDED =
                       WS-CV-VOLUME(WS-CV-IDX) * WS-INTERCHANGE-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       4800-WRITE-SNAPSHOT.
           MOVE SPACES TO YTD-SNAPSHOT-RECORD
           MOVE ACCT-NUMBER TO PS-ACCT-NUMBER
           MOVE WS-PROCESSING-YEAR TO PS-YEAR
           MOVE ACCT-YTD-INTEREST TO PS-YTD-INTEREST
           MOVE ACCT-YTD-FEES TO PS-YTD-FEES
           MOVE WS-PROCESSING-DATE TO PS-SNAP-DATE
           WRITE YTD-SNAPSHOT-NEW-RECORD FROM YTD-SNAPSHOT-RECORD.

      *----------------------------------------------------------------
      * RANKING: CUSTOMERS SORT BY OFFICER, SEGMENT AND DESCENDING
      * NET PROFIT. HOUSEHOLD TOTALS ARE COMPLETE BEFORE THE OUTPUT
      * SIDE RUNS, SO EACH EXTRACT RECORD CARRIES ITS HOUSEHOLD NET.
      *----------------------------------------------------------------
       5000-RANK-AND-REPORT.
           SORT SORT-PROFIT-FILE
               ON ASCENDING KEY SP-OFFICER-ID SP-SEGMENT
               ON DESCENDING KEY SP-NET-PROFIT
               INPUT PROCEDURE IS 5100-RELEASE-CUSTOMERS
               OUTPUT PROCEDURE IS 5500-PRODUCE-RANKED-REPORT.

       5100-RELEASE-CUSTOMERS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CUSTOMER-COUNT
               MOVE WS-CT-OFFICER(WS-CT-IDX) TO SP-OFFICER-ID
               MOVE WS-CT-SEGMENT(WS-CT-IDX) TO SP-SEGMENT
               COMPUTE SP-NET-PROFIT =
                   WS-CT-NET-INT(WS-CT-IDX)
                   + WS-CT-FEE-INCOME(WS-CT-IDX)
                   + WS-CT-ANAL-FEES(WS-CT-IDX)
                   + WS-CT-INTERCHANGE(WS-CT-IDX)
                   - WS-CT-SERVICE-COST(WS-CT-IDX)
               MOVE WS-CT-CUST(WS-CT-IDX) TO SP-CUST-ID
               MOVE WS-CT-LAST-NAME(WS-CT-IDX) TO SP-LAST-NAME
               MOVE WS-CT-HOUSEHOLD(WS-CT-IDX) TO SP-HOUSEHOLD-ID
               MOVE WS-CT-ACCTS(WS-CT-IDX) TO SP-ACCT-COUNT
               MOVE WS-CT-NET-INT(WS-CT-IDX) TO SP-NET-INT-INCOME
               MOVE WS-CT-FEE-INCOME(WS-CT-IDX) TO SP-FEE-INCOME
               MOVE WS-CT-ANAL-FEES(WS-CT-IDX) TO SP-ANAL-FEES
               MOVE WS-CT-INTERCHANGE(WS-CT-IDX) TO SP-INTERCHANGE
               MOVE WS-CT-SERVICE-COST(WS-CT-IDX)
                   TO SP-SERVICE-COST
               IF SP-HOUSEHOLD-ID > 0
                   PERFORM 5200-ADD-TO-HOUSEHOLD
               END-IF
               RELEASE SORT-PROFIT-RECORD
           END-PERFORM.

       5200-ADD-TO-HOUSEHOLD.
           PERFORM 5250-FIND-HOUSEHOLD
           IF WS-HH-MATCH-IDX = 0
               IF WS-HOUSEHOLD-COUNT < WS-MAX-HOUSEHOLDS
                   ADD 1 TO WS-HOUSEHOLD-COUNT
                   MOVE WS-HOUSEHOLD-COUNT TO WS-HH-MATCH-IDX
                   MOVE SP-HOUSEHOLD-ID TO WS-HH-ID(WS-HH-MATCH-IDX)
                   MOVE 0 TO WS-HH-MEMBERS(WS-HH-MATCH-IDX)
                   MOVE 0 TO WS-HH-NET-PROFIT(WS-HH-MATCH-IDX)
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOWS
               END-IF
           END-IF
           IF WS-HH-MATCH-IDX > 0
               ADD 1 TO WS-HH-MEMBERS(WS-HH-MATCH-IDX)
               ADD SP-NET-PROFIT TO WS-HH-NET-PROFIT(WS-HH-MATCH-IDX)
           END-IF.

       5250-FIND-HOUSEHOLD.
           MOVE 0 TO WS-HH-MATCH-IDX
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
               UNTIL WS-HH-IDX > WS-HOUSEHOLD-COUNT
               IF WS-HH-ID(WS-HH-IDX) = SP-HOUSEHOLD-ID
                   MOVE WS-HH-IDX TO WS-HH-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       5500-PRODUCE-RANKED-REPORT.
           MOVE 'Y' TO WS-FIRST-GROUP-FLAG
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-PROFIT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 5600-PROCESS-RANKED-CUSTOMER
               END-RETURN
           END-PERFORM
           IF NOT WS-FIRST-GROUP
               PERFORM 5800-WRITE-GROUP-TOTAL
           END-IF.

       5600-PROCESS-RANKED-CUSTOMER.
           IF WS-FIRST-GROUP
               PERFORM 5700-START-NEW-GROUP
           ELSE
               IF SP-OFFICER-ID NOT = WS-GROUP-OFFICER
                   OR SP-SEGMENT NOT = WS-GROUP-SEGMENT
                   PERFORM 5800-WRITE-GROUP-TOTAL
                   PERFORM 5700-START-NEW-GROUP
               END-IF
           END-IF
           ADD 1 TO WS-GROUP-RANK
           ADD 1 TO WS-CUSTOMERS-RANKED
           ADD SP-NET-PROFIT TO WS-GROUP-NET
           IF SP-NET-PROFIT < 0
               ADD 1 TO WS-UNPROFITABLE
           END-IF
           MOVE WS-GROUP-RANK TO WS-RD-RANK
           MOVE SP-CUST-ID TO WS-RD-CUST-ID
           MOVE SP-LAST-NAME TO WS-RD-NAME
           MOVE SP-HOUSEHOLD-ID TO WS-RD-HOUSEHOLD
           MOVE SP-ACCT-COUNT TO WS-RD-ACCTS
           MOVE SP-NET-INT-INCOME TO WS-RD-NET-INT
           MOVE SP-FEE-INCOME TO WS-RD-FEE-INCOME
           MOVE SP-ANAL-FEES TO WS-RD-ANAL-FEES
           MOVE SP-INTERCHANGE TO WS-RD-INTERCHANGE
           MOVE SP-SERVICE-COST TO WS-RD-SERVICE-COST
           MOVE SP-NET-PROFIT TO WS-RD-NET-PROFIT
           WRITE PROFIT-REPORT-LINE FROM WS-REPORT-DETAIL
           PERFORM 5900-WRITE-EXTRACT.

       5700-START-NEW-GROUP.
           MOVE 'N' TO WS-FIRST-GROUP-FLAG
           MOVE SP-OFFICER-ID TO WS-GROUP-OFFICER
           MOVE SP-SEGMENT TO WS-GROUP-SEGMENT
           MOVE 0 TO WS-GROUP-RANK
           MOVE 0 TO WS-GROUP-NET
           MOVE SP-OFFICER-ID TO WS-GH-OFFICER
           MOVE SP-SEGMENT TO WS-GH-SEGMENT
           MOVE SPACES TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE FROM WS-GROUP-HEADER
           WRITE PROFIT-REPORT-LINE FROM WS-COLUMN-HEADER.

       5800-WRITE-GROUP-TOTAL.
           MOVE WS-GROUP-RANK TO WS-GT-CUSTOMERS
           MOVE WS-GROUP-NET TO WS-GT-NET
           WRITE PROFIT-REPORT-LINE FROM WS-GROUP-TOTAL-LINE
           ADD WS-GROUP-NET TO WS-GRAND-NET.

       5900-WRITE-EXTRACT.
           MOVE SPACES TO PROFIT-EXTRACT-RECORD
           MOVE WS-REPORT-PERIOD TO PX-PERIOD
           MOVE SP-OFFICER-ID TO PX-OFFICER-ID
           MOVE SP-SEGMENT TO PX-SEGMENT
           MOVE SP-CUST-ID TO PX-CUST-ID
           MOVE SP-HOUSEHOLD-ID TO PX-HOUSEHOLD-ID
           MOVE WS-GROUP-RANK TO PX-RANK
           MOVE SP-NET-INT-INCOME TO PX-NET-INT-INCOME
           MOVE SP-FEE-INCOME TO PX-FEE-INCOME
           MOVE SP-ANAL-FEES TO PX-ANAL-FEES
           MOVE SP-INTERCHANGE TO PX-INTERCHANGE
           MOVE SP-SERVICE-COST TO PX-SERVICE-COST
           MOVE SP-NET-PROFIT TO PX-NET-PROFIT
           MOVE SP-NET-PROFIT TO PX-HH-NET-PROFIT
           IF SP-HOUSEHOLD-ID > 0
               PERFORM 5250-FIND-HOUSEHOLD
               IF WS-HH-MATCH-IDX > 0
                   MOVE WS-HH-NET-PROFIT(WS-HH-MATCH-IDX)
                       TO PX-HH-NET-PROFIT
               END-IF
           END-IF
           WRITE PROFIT-EXTRACT-RECORD
           ADD 1 TO WS-EXTRACTS-WRITTEN.

       6000-WRITE-HOUSEHOLD-TOTALS.
           MOVE SPACES TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE FROM WS-HH-SECTION-HEADER
           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
               UNTIL WS-HH-IDX > WS-HOUSEHOLD-COUNT
               MOVE WS-HH-ID(WS-HH-IDX) TO WS-HD-HOUSEHOLD
               MOVE WS-HH-MEMBERS(WS-HH-IDX) TO WS-HD-MEMBERS
               MOVE WS-HH-NET-PROFIT(WS-HH-IDX) TO WS-HD-NET
               WRITE PROFIT-REPORT-LINE FROM WS-HH-DETAIL
           END-PERFORM
           MOVE SPACES TO PROFIT-REPORT-LINE
           WRITE PROFIT-REPORT-LINE
           MOVE 'CUSTOMERS RANKED' TO WS-RT-LABEL
           MOVE WS-CUSTOMERS-RANKED TO WS-RT-COUNT
           WRITE PROFIT-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'UNPROFITABLE CUSTOMERS' TO WS-RT-LABEL
           MOVE WS-UNPROFITABLE TO WS-RT-COUNT
           WRITE PROFIT-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'HOUSEHOLDS' TO WS-RT-LABEL
           MOVE WS-HOUSEHOLD-COUNT TO WS-RT-COUNT
           WRITE PROFIT-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'ACCOUNTS PRICED ON FULL YTD' TO WS-RT-LABEL
           MOVE WS-FULL-YTD-ACCTS TO WS-RT-COUNT
           WRITE PROFIT-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'TOTAL RELATIONSHIP NET' TO WS-RA-LABEL
           MOVE WS-GRAND-NET TO WS-RA-AMOUNT
           WRITE PROFIT-REPORT-LINE FROM WS-REPORT-AMOUNT.

      *----------------------------------------------------------------
      * THE MONTH RUN DROPS THE PERIODS IT HAS REPORTED (AND ANY
      * OLDER ONE LEFT BEHIND); THE CURRENT MONTH CARRIES FORWARD.
      * A NEW ACCOUNT THAT FOUND NO ROOM IN THE TABLE HALTS THE RUN
      * BEFORE THE REWRITE SO THE DAY CAN BE RERUN AGAINST THE OLD
      * FILE ONCE THE TABLE IS ENLARGED.
      *----------------------------------------------------------------
       8000-REWRITE-ACTIVITY-FILE.
           IF WS-ACTIVITY-OVERFLOW > 0
               DISPLAY '*** ACTIVITY TABLE OVERFLOW - '
                   WS-ACTIVITY-OVERFLOW ' ACCOUNT(S) NOT COUNTED ***'
               DISPLAY 'RUN HALTED - ACTIVITY FILE NOT REWRITTEN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACTIVITY-NEW-FILE
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
               UNTIL WS-AV-IDX > WS-ACTIVITY-COUNT
               IF NOT WS-MODE-MONTH
                   OR WS-AV-PERIOD(WS-AV-IDX) >= WS-CURRENT-PERIOD
                   MOVE SPACES TO ACTIVITY-RECORD
                   MOVE WS-AV-ACCT(WS-AV-IDX) TO PA-ACCT-NUMBER
                   MOVE WS-AV-PERIOD(WS-AV-IDX) TO PA-PERIOD
                   MOVE WS-AV-TELLER(WS-AV-IDX) TO PA-TELLER-COUNT
                   MOVE WS-AV-CHECKS(WS-AV-IDX) TO PA-CHECK-COUNT
                   MOVE WS-AV-ANAL-FEES(WS-AV-IDX) TO PA-ANAL-FEES
                   WRITE ACTIVITY-NEW-RECORD FROM ACTIVITY-RECORD
               END-IF
           END-PERFORM
           CLOSE ACTIVITY-NEW-FILE.

       9000-FINALIZE.
           IF WS-MODE-MONTH
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-FILE
               CLOSE PROFIT-REPORT-FILE
               CLOSE PROFIT-EXTRACT-FILE
               CLOSE YTD-SNAPSHOT-NEW-FILE
           ELSE
               IF WS-TRAN-OK OR WS-TRAN-STATUS = '10'
                   CLOSE DAILY-TRANS
               END-IF
           END-IF
           IF WS-TABLE-OVERFLOWS > 0
               DISPLAY 'WARNING - TABLE CAPACITY EXCEEDED: '
                   WS-TABLE-OVERFLOWS
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '*** RELATIONSHIP PROFITABILITY COMPLETE ***'
           DISPLAY 'TRANSACTIONS READ:    ' WS-TRANS-READ
           DISPLAY 'ITEMS COUNTED:        ' WS-ITEMS-COUNTED
           DISPLAY 'ACCOUNTS READ:        ' WS-ACCOUNTS-READ
           DISPLAY 'ACCOUNTS PRICED:      ' WS-ACCOUNTS-PRICED
           DISPLAY 'CARD ITEMS IN PERIOD: ' WS-CARD-ITEMS
           DISPLAY 'CUSTOMERS RANKED:     ' WS-CUSTOMERS-RANKED
           DISPLAY 'UNPROFITABLE:         ' WS-UNPROFITABLE
           DISPLAY 'EXTRACTS WRITTEN:     ' WS-EXTRACTS-WRITTEN.
