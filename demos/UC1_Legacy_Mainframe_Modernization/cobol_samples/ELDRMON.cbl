       IDENTIFICATION DIVISION.
       PROGRAM-ID. ELDRMON.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * ELDER FINANCIAL EXPLOITATION MONITOR                           *
      * NIGHTLY, AFTER ACCTPROC. CUSTOMERS AT OR OVER THE MONITORING   *
      * AGE (FROM CUST-DOB) ARE COMPARED AGAINST THEIR OWN HISTORY,    *
      * HELD ON A BEHAVIOR PROFILE CARRIED FROM RUN TO RUN (ELDRPROF   *
      * IN, ELDRPRFN OUT - RERUNS USE THE PRIOR GENERATION):           *
      *   CW CASH WITHDRAWN TODAY WELL OVER THE CUSTOMER'S DAILY       *
      *      AVERAGE                                                   *
      *   PA POWER OF ATTORNEY, SIGNER OR TRUSTEE ADDED ON OWNERXRF    *
      *   NP OUTBOUND WIRE TO A PAYEE THE CUSTOMER HAS NOT WIRED       *
      *   SI NEW STANDING INSTRUCTION FOR AN UNUSUAL AMOUNT            *
      *   AD ADDRESS CHANGE                                            *
      *   DP CD OR SAVINGS BALANCES DRAINED BY EARLY CLOSES            *
      * LIMITS COME FROM THE ELDER MONITORING CONTROL FILE (ELDRCTL).  *
      * FLAGGED CUSTOMERS GO ON THE CONFIDENTIAL REVIEW REPORT AND     *
      * INTO THE AML CASE FILE AS ELDER EXPLOITATION CASES (CASE TYPE  *
      * 'E'), WHICH CARRY THROUGH TO THE SAR EXTRACT SO THE ELDER      *
      * FINANCIAL EXPLOITATION SAR CATEGORY AND THE STATE ADULT        *
      * PROTECTIVE SERVICES REFERRAL CAN BE MADE FROM THE CASE.        *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELDER-CTL-FILE ASSIGN TO ELDRCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL PROFILE-FILE ASSIGN TO ELDRPROF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.
           SELECT PROFILE-NEW-FILE ASSIGN TO ELDRPRFN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL DAILY-TRANS ASSIGN TO DAYTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT OPTIONAL OWNER-XREF-FILE ASSIGN TO OWNERXRF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT OPTIONAL STANDING-ORDER-FILE ASSIGN TO STNDORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.
           SELECT OPTIONAL CUST-AUDIT-FILE ASSIGN TO AUDITFL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT CASE-FILE ASSIGN TO AMLCASES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT SORT-EVENT-FILE ASSIGN TO SRTELDR.
           SELECT ELDER-REPORT-FILE ASSIGN TO ELDRRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * ELDER MONITORING CONTROL FILE, MAINTAINED BY BSA/AML
      * COMPLIANCE. ALL RECORDS ARE TYPE 'T'; EC-CODE SELECTS:
      *   AG  MONITORING AGE IN YEARS                    (EC-VALUE)
      *   MH  DAYS OF HISTORY BEFORE CASH IS COMPARED    (EC-VALUE)
      *   BD  DAYS IN THE CASH BASELINE AVERAGE          (EC-VALUE)
      *   CM  CASH MULTIPLE OF THE DAILY AVERAGE         (EC-VALUE)
      *   CF  CASH FLOOR - LESS IS NEVER FLAGGED         (EC-AMOUNT)
      *   SM  INSTRUCTION MULTIPLE OF THE LARGEST KNOWN  (EC-VALUE)
      *   SF  INSTRUCTION FLOOR - LESS IS NEVER FLAGGED  (EC-AMOUNT)
      *   DP  PERCENT OF CD/SAVINGS DRAINED IN ONE DAY   (EC-VALUE)
      *----------------------------------------------------------------
       FD  ELDER-CTL-FILE.
       01  ELDER-CTL-RECORD.
           05  EC-REC-TYPE             PIC X(1).
               88  EC-THRESHOLD-REC    VALUE 'T'.
           05  EC-CODE                 PIC X(2).
           05  EC-VALUE                PIC 9(3).
           05  EC-AMOUNT               PIC 9(11)V99.
           05  EC-DESC                 PIC X(30).
           05  FILLER                  PIC X(31).

      *----------------------------------------------------------------
      * BEHAVIOR PROFILE, ONE PER MONITORED CUSTOMER IN CUSTOMER
      * ORDER: THE DAILY CASH AVERAGE AND THE DAYS BEHIND IT, THE
      * CD/SAVINGS TOTAL AT THE LAST RUN, THE STANDING INSTRUCTIONS
      * ALREADY KNOWN AND THE LARGEST OF THEM, AND THE MOST RECENT
      * WIRE PAYEES.
      *----------------------------------------------------------------
       FD  PROFILE-FILE.
       01  PROFILE-RECORD.
           05  PF-CUST-ID              PIC 9(10).
           05  PF-LAST-RUN-DATE        PIC 9(8).
           05  PF-CASH-DAYS            PIC 9(3).
           05  PF-CASH-AVG             PIC S9(11)V99 COMP-3.
           05  PF-SAVINGS-BAL          PIC S9(13)V99 COMP-3.
           05  PF-MAX-SI-AMT           PIC S9(11)V99 COMP-3.
           05  PF-SI-COUNT             PIC 9(2).
           05  PF-SI-ID OCCURS 20 TIMES PIC 9(8).
           05  PF-PAYEE-COUNT          PIC 9(2).
           05  PF-PAYEE OCCURS 10 TIMES.
               10  PF-PAYEE-ROUTING    PIC 9(9).
               10  PF-PAYEE-ACCT       PIC X(20).
           05  FILLER                  PIC X(3).

       FD  PROFILE-NEW-FILE.
       01  PROFILE-NEW-RECORD          PIC X(500).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ID                 PIC 9(10).
           05  CUST-NAME.
               10  CUST-FIRST-NAME     PIC X(20).
               10  CUST-LAST-NAME      PIC X(30).
           05  FILLER                  PIC X(91).
           05  CUST-DOB                PIC 9(8).
           05  FILLER                  PIC X(126).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(12).
           05  ACCT-BRANCH             PIC 9(4).
           05  ACCT-TYPE               PIC X(2).
               88  SAVINGS-ACCT        VALUE 'SV'.
               88  CD-ACCT             VALUE 'CD'.
           05  ACCT-OWNER-ID           PIC 9(10).
           05  ACCT-BALANCE            PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(43).
           05  ACCT-MATURITY-DATE      PIC 9(8).
           05  FILLER                  PIC X(27).
           05  ACCT-STATUS             PIC X(1).
               88  ACCT-CLOSED         VALUE 'C'.
           05  FILLER                  PIC X(22).
           05  ACCT-CLOSE-DATE         PIC 9(8).
           05  FILLER                  PIC X(78).

       FD  DAILY-TRANS.
       01  TRANS-RECORD.
           05  TR-ACCT-NUMBER          PIC 9(12).
           05  TR-TRAN-CODE            PIC X(3).
               88  TR-WITHDRAWAL       VALUE 'WDL'.
               88  TR-WIRE-OUT         VALUE 'WRO'.
           05  TR-AMOUNT               PIC S9(11)V99 COMP-3.
           05  TR-DATE                 PIC 9(8).
           05  FILLER                  PIC X(84).
           05  TR-BENE-NAME            PIC X(35).
           05  TR-BENE-BANK-ROUTING    PIC 9(9).
           05  TR-BENE-ACCT            PIC X(20).
           05  TR-WIRE-REF             PIC X(16).

       FD  OWNER-XREF-FILE.
       01  OWNER-XREF-RECORD.
           05  OX-ACCT-NUMBER          PIC 9(12).
           05  OX-CUST-ID              PIC 9(10).
           05  OX-OWNERSHIP-CODE       PIC X(2).
               88  OX-ELDER-AUTHORITY  VALUES 'PA' 'SG' 'TR'.
           05  OX-STATUS               PIC X(1).
               88  OX-ACTIVE           VALUE 'A'.
           05  OX-EFFECTIVE-DATE       PIC 9(8).
           05  OX-REVOKE-DATE          PIC 9(8).
           05  OX-AUTH-LIMIT           PIC S9(9)V99 COMP-3.
           05  FILLER                  PIC X(10).

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
           05  SI-INSTRUCTION-ID       PIC 9(8).
           05  SI-ACCT-NUMBER          PIC 9(12).
           05  SI-CONTRA-ACCT          PIC 9(12).
           05  SI-TRAN-CODE            PIC X(3).
           05  SI-AMOUNT               PIC S9(11)V99 COMP-3.
           05  SI-FREQUENCY            PIC X(1).
           05  SI-NEXT-RUN-DATE        PIC 9(8).
           05  SI-EXPIRY-DATE          PIC 9(8).
           05  SI-RETRY-COUNT          PIC 9(2).
           05  SI-STATUS               PIC X(1).
               88  SI-ACTIVE           VALUE 'A'.
           05  SI-RETRY-DATE           PIC 9(8).
           05  FILLER                  PIC X(2).

       FD  CUST-AUDIT-FILE.
       01  CUST-AUDIT-RECORD.
           05  AUD-CUST-ID             PIC 9(10).
           05  AUD-OLD-BALANCE         PIC S9(11)V99 COMP-3.
           05  AUD-NEW-BALANCE         PIC S9(11)V99 COMP-3.
           05  AUD-TRAN-ID             PIC 9(12).
           05  AUD-DATE                PIC 9(8).
           05  AUD-TIME                PIC 9(6).
           05  AUD-TRAN-TYPE           PIC X(2).
               88  AUD-ADDRESS-CHANGE  VALUE 'AC'.
           05  AUD-OLD-VALUE           PIC X(80).
           05  AUD-NEW-VALUE           PIC X(80).
           05  FILLER                  PIC X(18).

       FD  CASE-FILE.
       01  CASE-RECORD.
           05  CASE-KEY.
               10  CASE-ACCT-NUMBER    PIC 9(12).
               10  CASE-ALERT-DATE     PIC 9(8).
           05  CASE-STATUS             PIC X(1).
               88  CASE-OPEN           VALUE 'O'.
               88  CASE-UNDER-REVIEW   VALUE 'R'.
           05  CASE-ANALYST            PIC X(8).
           05  CASE-OPENED-DATE        PIC 9(8).
           05  CASE-AMOUNT             PIC S9(11)V99 COMP-3.
           05  CASE-REASON             PIC X(24).
           05  CASE-SAR-DATE           PIC 9(8).
           05  CASE-SAR-EXTRACTED      PIC X(1).
           05  CASE-TYPE               PIC X(1).
               88  CASE-ELDER-EXPLOIT  VALUE 'E'.
           05  FILLER                  PIC X(9).

      *----------------------------------------------------------------
      * ONE EVENT PER SOURCE ITEM, SORTED TO CUSTOMER ORDER. SE-KEY
      * CARRIES THE WIRE PAYEE (ROUTING AND ACCOUNT) OR THE STANDING
      * INSTRUCTION NUMBER.
      *   CA CASH WITHDRAWAL     WR WIRE OUT        PA AUTHORITY ADDED
      *   SI STANDING INSTR.     AD ADDRESS CHANGE
      *   SB OPEN CD/SAVINGS BALANCE          EC CD/SAVINGS EARLY CLOSE
      *----------------------------------------------------------------
       SD  SORT-EVENT-FILE.
       01  SORT-EVENT-RECORD.
           05  SE-CUST-ID              PIC 9(10).
           05  SE-EVENT-TYPE           PIC X(2).
           05  SE-ACCT-NUMBER          PIC 9(12).
           05  SE-AMOUNT               PIC S9(13)V99 COMP-3.
           05  SE-KEY.
               10  SE-PAYEE-ROUTING    PIC 9(9).
               10  SE-PAYEE-ACCT       PIC X(20).
           05  SE-SI-KEY REDEFINES SE-KEY.
               10  SE-SI-ID            PIC 9(8).
               10  FILLER              PIC X(21).

       FD  ELDER-REPORT-FILE.
       01  ELDER-REPORT-LINE           PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS               PIC X(2).
           88  WS-CTL-OK               VALUE '00'.
       01  WS-PROF-STATUS              PIC X(2).
           88  WS-PROF-OK              VALUE '00'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-TRAN-STATUS              PIC X(2).
           88  WS-TRAN-OK              VALUE '00'.
       01  WS-XREF-STATUS              PIC X(2).
           88  WS-XREF-OK              VALUE '00'.
       01  WS-ORD-STATUS               PIC X(2).
           88  WS-ORD-OK               VALUE '00'.
       01  WS-AUD-STATUS               PIC X(2).
           88  WS-AUD-OK               VALUE '00'.
       01  WS-CASE-STATUS              PIC X(2).
           88  WS-CASE-OK              VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-EOF-FLAG                 PIC X(1).
           88  WS-SOURCE-EOF           VALUE 'Y'.
       01  WS-CTL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-CTL-EOF              VALUE 'Y'.
       01  WS-SORT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.
       01  WS-PROF-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PROF-EOF             VALUE 'Y'.
      *----------------------------------------------------------------
      * WITHOUT THE STANDING ORDER FILE TONIGHT THE KNOWN
      * INSTRUCTIONS ARE CARRIED AS THEY WERE, SO TOMORROW'S RUN DOES
      * NOT SEE EVERY INSTRUCTION AS NEW.
      *----------------------------------------------------------------
       01  WS-SI-LOADED-FLAG           PIC X(1) VALUE 'N'.
           88  WS-SI-LOADED            VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-PROF-KEY                 PIC 9(10).

       01  WS-LIMITS.
           05  WS-MONITOR-AGE          PIC 9(3) VALUE 65.
           05  WS-MIN-HISTORY-DAYS     PIC 9(3) VALUE 30.
           05  WS-BASELINE-DAYS        PIC 9(3) VALUE 90.
           05  WS-CASH-MULTIPLE        PIC 9(3) VALUE 3.
           05  WS-CASH-FLOOR           PIC 9(11)V99 VALUE 1000.00.
           05  WS-SI-MULTIPLE          PIC 9(3) VALUE 2.
           05  WS-SI-FLOOR             PIC 9(11)V99 VALUE 500.00.
           05  WS-DEPLETION-PCT        PIC 9(3) VALUE 50.

       01  WS-LOOKUP-ACCT              PIC 9(12).
       01  WS-LOOKUP-OWNER             PIC 9(10).
       01  WS-AGE                      PIC 9(3).

      *----------------------------------------------------------------
      * THE PROFILE AS IT STOOD BEFORE TONIGHT (COMPARED AGAINST) AND
      * AS IT WILL BE CARRIED FORWARD.
      *----------------------------------------------------------------
       01  WS-OLD-PROFILE.
           05  WS-OP-CUST-ID           PIC 9(10).
           05  WS-OP-LAST-RUN-DATE     PIC 9(8).
           05  WS-OP-CASH-DAYS         PIC 9(3).
           05  WS-OP-CASH-AVG          PIC S9(11)V99 COMP-3.
           05  WS-OP-SAVINGS-BAL       PIC S9(13)V99 COMP-3.
           05  WS-OP-MAX-SI-AMT        PIC S9(11)V99 COMP-3.
           05  WS-OP-SI-COUNT          PIC 9(2).
           05  WS-OP-SI-ID OCCURS 20 TIMES PIC 9(8).
           05  WS-OP-PAYEE-COUNT       PIC 9(2).
           05  WS-OP-PAYEE OCCURS 10 TIMES.
               10  WS-OP-PAYEE-ROUTING PIC 9(9).
               10  WS-OP-PAYEE-ACCT    PIC X(20).
           05  FILLER                  PIC X(3).

       01  WS-NEW-PROFILE.
           05  WS-NP-CUST-ID           PIC 9(10).
           05  WS-NP-LAST-RUN-DATE     PIC 9(8).
           05  WS-NP-CASH-DAYS         PIC 9(3).
           05  WS-NP-CASH-AVG          PIC S9(11)V99 COMP-3.
           05  WS-NP-SAVINGS-BAL       PIC S9(13)V99 COMP-3.
           05  WS-NP-MAX-SI-AMT        PIC S9(11)V99 COMP-3.
           05  WS-NP-SI-COUNT          PIC 9(2).
           05  WS-NP-SI-ID OCCURS 20 TIMES PIC 9(8).
           05  WS-NP-PAYEE-COUNT       PIC 9(2).
           05  WS-NP-PAYEE OCCURS 10 TIMES.
               10  WS-NP-PAYEE-ROUTING PIC 9(9).
               10  WS-NP-PAYEE-ACCT    PIC X(20).
           05  FILLER                  PIC X(3).

       01  WS-IDX                      PIC 9(2).
       01  WS-FOUND-FLAG               PIC X(1).
           88  WS-FOUND                VALUE 'Y'.

      *----------------------------------------------------------------
      * THE CUSTOMER BEING EVALUATED.
      *----------------------------------------------------------------
       01  WS-CUR-CUSTOMER.
           05  WS-CC-CUST-ID           PIC 9(10).
           05  WS-CC-NAME              PIC X(24).
           05  WS-CC-AGE               PIC 9(3).
           05  WS-CC-ELDER-FLAG        PIC X(1).
               88  WS-CC-ELDER         VALUE 'Y'.
           05  WS-CC-PROFILE-FLAG      PIC X(1).
               88  WS-CC-HAS-PROFILE   VALUE 'Y'.
           05  WS-CC-CASH-TODAY        PIC S9(11)V99 COMP-3.
           05  WS-CC-SAVINGS-TODAY     PIC S9(13)V99 COMP-3.
           05  WS-CC-DRAINED           PIC S9(13)V99 COMP-3.
           05  WS-CC-FLAGGED-AMT       PIC S9(13)V99 COMP-3.
           05  WS-CC-EARLY-CLOSE-FLAG  PIC X(1).
               88  WS-CC-EARLY-CLOSE   VALUE 'Y'.
           05  WS-CC-FLAGS.
               10  WS-CC-CW-FLAG       PIC X(1).
                   88  WS-CC-CW        VALUE 'Y'.
               10  WS-CC-PA-FLAG       PIC X(1).
                   88  WS-CC-PA        VALUE 'Y'.
               10  WS-CC-NP-FLAG       PIC X(1).
                   88  WS-CC-NP        VALUE 'Y'.
               10  WS-CC-SI-FLAG       PIC X(1).
                   88  WS-CC-SI        VALUE 'Y'.
               10  WS-CC-AD-FLAG       PIC X(1).
                   88  WS-CC-AD        VALUE 'Y'.
               10  WS-CC-DP-FLAG       PIC X(1).
                   88  WS-CC-DP        VALUE 'Y'.
           05  WS-CC-CASH-ACCT         PIC 9(12).
           05  WS-CC-WIRE-ACCT         PIC 9(12).
           05  WS-CC-SI-ACCT           PIC 9(12).
           05  WS-CC-PA-ACCT           PIC 9(12).
           05  WS-CC-CLOSE-ACCT        PIC 9(12).
           05  WS-CC-ANY-ACCT          PIC 9(12).
           05  WS-CC-CODES             PIC X(18).
           05  WS-CC-CODE-POS          PIC 9(2).

      *----------------------------------------------------------------
      * FLAGGED CUSTOMERS. CASES ARE WRITTEN AFTER THE SORT, ONCE
      * EVERY FLAGGED CUSTOMER HAS AN ACCOUNT TO CARRY THE CASE.
      *----------------------------------------------------------------
       01  WS-FLAG-TABLE.
           05  WS-FL-ENTRY OCCURS 500 TIMES.
               10  WS-FL-CUST-ID       PIC 9(10).
               10  WS-FL-NAME          PIC X(24).
               10  WS-FL-AGE           PIC 9(3).
               10  WS-FL-CODES         PIC X(18).
               10  WS-FL-CASH-TODAY    PIC S9(11)V99 COMP-3.
               10  WS-FL-CASH-AVG      PIC S9(11)V99 COMP-3.
               10  WS-FL-AMOUNT        PIC S9(13)V99 COMP-3.
               10  WS-FL-ACCT          PIC 9(12).
       01  WS-FLAG-COUNT               PIC 9(3) VALUE 0.
       01  WS-FL-IDX                   PIC 9(3).
       01  WS-MAX-FLAGS                PIC 9(3) VALUE 500.
       01  WS-ACCTS-NEEDED             PIC 9(3) VALUE 0.

       01  WS-COUNTERS.
           05  WS-EVENTS-RELEASED      PIC 9(7) VALUE 0.
           05  WS-UNRESOLVED-ITEMS     PIC 9(7) VALUE 0.
           05  WS-ELDERS-EVALUATED     PIC 9(7) VALUE 0.
           05  WS-PROFILES-NEW         PIC 9(7) VALUE 0.
           05  WS-PROFILES-CARRIED     PIC 9(7) VALUE 0.
           05  WS-PROFILES-WRITTEN     PIC 9(7) VALUE 0.
           05  WS-ELDERS-FLAGGED       PIC 9(5) VALUE 0.
           05  WS-FLAGS-DROPPED        PIC 9(5) VALUE 0.
           05  WS-CASES-OPENED         PIC 9(5) VALUE 0.
           05  WS-CASES-TYPED          PIC 9(5) VALUE 0.
           05  WS-CASES-EXISTING       PIC 9(5) VALUE 0.
           05  WS-NO-ACCOUNT           PIC 9(5) VALUE 0.
           05  WS-CTL-REJECTED         PIC 9(5) VALUE 0.
           05  WS-CNT-CW               PIC 9(5) VALUE 0.
           05  WS-CNT-PA               PIC 9(5) VALUE 0.
           05  WS-CNT-NP               PIC 9(5) VALUE 0.
           05  WS-CNT-SI               PIC 9(5) VALUE 0.
           05  WS-CNT-AD               PIC 9(5) VALUE 0.
           05  WS-CNT-DP               PIC 9(5) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               'CONFIDENTIAL - ELDER FINANCIAL EXPLOITATION REVIEW'.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9(8).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-REPORT-NOTICE.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(31) VALUE
               'BSA/FRAUD REVIEW ONLY - DO NOT '.
           05  FILLER                  PIC X(32) VALUE
               'DISCLOSE TO CUSTOMER OR AGENT'.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(25) VALUE 'NAME'.
           05  FILLER                  PIC X(5) VALUE 'AGE'.
           05  FILLER                  PIC X(19) VALUE 'FLAGS'.
           05  FILLER                  PIC X(14) VALUE '   CASH TODAY'.
           05  FILLER                  PIC X(14) VALUE ' CASH DAY AVG'.
           05  FILLER                  PIC X(14) VALUE '  FLAGGED AMT'.
           05  FILLER                  PIC X(13) VALUE 'CASE ACCOUNT'.
           05  FILLER                  PIC X(16) VALUE 'ACTION'.

       01  WS-FLAG-LINE.
           05  WS-FD-CUST              PIC 9(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FD-NAME              PIC X(24).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-FD-AGE               PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-FD-CODES             PIC X(18).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-FD-CASH-TODAY        PIC Z(9)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-FD-CASH-AVG          PIC Z(9)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-FD-AMOUNT            PIC Z(9)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-FD-ACCT              PIC 9(12).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-FD-ACTION            PIC X(16).

       01  WS-LEGEND-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE
               'CW CASH OVER OWN AVERAGE'.
           05  FILLER                  PIC X(32) VALUE
               'PA POA/SIGNER/TRUSTEE ADDED'.
           05  FILLER                  PIC X(20) VALUE
               'NP NEW WIRE PAYEE'.
           05  FILLER                  PIC X(32) VALUE
               'SI UNUSUAL STANDING INSTRUCTION'.
           05  FILLER                  PIC X(20) VALUE
               'AD ADDRESS CHANGE'.

       01  WS-LEGEND-LINE-2.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'DP CD/SAVINGS DRAINED BY EARLY CLOSE'.
           05  FILLER                  PIC X(31) VALUE
               'REVIEW EACH CUSTOMER FOR ADULT '.
           05  FILLER                  PIC X(35) VALUE
               'PROTECTIVE SERVICES REFERRAL UNDER '.
           05  FILLER                  PIC X(24) VALUE 'STATE LAW.'.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SL-LABEL             PIC X(40).
           05  WS-SL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-ELDER-CONTROL
           SORT SORT-EVENT-FILE
               ON ASCENDING KEY SE-CUST-ID SE-EVENT-TYPE
               INPUT PROCEDURE IS 2000-GATHER-EVENTS
               OUTPUT PROCEDURE IS 4000-EVALUATE-CUSTOMERS
           PERFORM 5000-RESOLVE-CASE-ACCOUNTS
           PERFORM 6000-OPEN-CASES
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** ELDER EXPLOITATION MONITOR STARTED ***'
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
      * THE CONTROL FILE IS REQUIRED SO THE MONITORING AGE AND LIMITS
      * ARE ALWAYS THE ONES COMPLIANCE SET. A LIMIT OUTSIDE ITS RANGE
      * IS REJECTED AND THE STANDARD VALUE STANDS.
      *----------------------------------------------------------------
       1100-LOAD-ELDER-CONTROL.
           OPEN INPUT ELDER-CTL-FILE
           IF NOT WS-CTL-OK
               DISPLAY 'NO ELDER MONITORING CONTROL FILE: '
                   WS-CTL-STATUS
               DISPLAY 'RUN HALTED - NO ELDER MONITORING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CTL-EOF
               READ ELDER-CTL-FILE
                   AT END
                       SET WS-CTL-EOF TO TRUE
                   NOT AT END
                       IF EC-THRESHOLD-REC
                           PERFORM 1150-APPLY-LIMIT
                       ELSE
                           DISPLAY 'UNKNOWN ELDER CONTROL RECORD '
                               'IGNORED: ' EC-REC-TYPE EC-CODE
                           ADD 1 TO WS-CTL-REJECTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ELDER-CTL-FILE
           DISPLAY 'MONITORING AGE: ' WS-MONITOR-AGE
               ' CASH MULTIPLE: ' WS-CASH-MULTIPLE
               ' DEPLETION PCT: ' WS-DEPLETION-PCT.

       1150-APPLY-LIMIT.
           EVALUATE EC-CODE
               WHEN 'AG'
                   IF EC-VALUE >= 50 AND EC-VALUE <= 100
                       MOVE EC-VALUE TO WS-MONITOR-AGE
                   ELSE
                       PERFORM 1190-REJECT-LIMIT
                   END-IF
               WHEN 'MH'
                   MOVE EC-VALUE TO WS-MIN-HISTORY-DAYS
               WHEN 'BD'
                   IF EC-VALUE > 0
                       MOVE EC-VALUE TO WS-BASELINE-DAYS
                   ELSE
                       PERFORM 1190-REJECT-LIMIT
                   END-IF
               WHEN 'CM'
                   IF EC-VALUE > 0
                       MOVE EC-VALUE TO WS-CASH-MULTIPLE
                   ELSE
                       PERFORM 1190-REJECT-LIMIT
                   END-IF
               WHEN 'CF'
                   MOVE EC-AMOUNT TO WS-CASH-FLOOR
               WHEN 'SM'
                   IF EC-VALUE > 0
                       MOVE EC-VALUE TO WS-SI-MULTIPLE
                   ELSE
                       PERFORM 1190-REJECT-LIMIT
                   END-IF
               WHEN 'SF'
                   MOVE EC-AMOUNT TO WS-SI-FLOOR
               WHEN 'DP'
                   IF EC-VALUE > 0 AND EC-VALUE <= 100
                       MOVE EC-VALUE TO WS-DEPLETION-PCT
                   ELSE
                       PERFORM 1190-REJECT-LIMIT
                   END-IF
               WHEN OTHER
                   PERFORM 1190-REJECT-LIMIT
           END-EVALUATE.

       1190-REJECT-LIMIT.
           DISPLAY 'ELDER CONTROL LIMIT REJECTED: ' EC-CODE
               ' ' EC-VALUE
           ADD 1 TO WS-CTL-REJECTED.

      *----------------------------------------------------------------
      * SORT INPUT: TONIGHT'S EVENTS FOR EVERY CUSTOMER. AGE IS NOT
      * KNOWN UNTIL THE CUSTOMER IS READ, SO THE OUTPUT SIDE DROPS
      * THOSE UNDER THE MONITORING AGE. ACCOUNT-LEVEL ITEMS ARE
      * RESOLVED TO THE PRIMARY OWNER.
      *----------------------------------------------------------------
       2000-GATHER-EVENTS.
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY 'ERROR OPENING ACCOUNT MASTER: ' WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-GATHER-DAILY-ITEMS
           PERFORM 2200-GATHER-AUTHORITY-ADDS
           PERFORM 2300-GATHER-STANDING-ORDERS
           PERFORM 2400-GATHER-ADDRESS-CHANGES
           PERFORM 2500-GATHER-DEPOSIT-BALANCES
           CLOSE ACCOUNT-MASTER
           DISPLAY 'EVENTS GATHERED:  ' WS-EVENTS-RELEASED.

       2100-GATHER-DAILY-ITEMS.
           OPEN INPUT DAILY-TRANS
           MOVE 'N' TO WS-EOF-FLAG
           IF NOT WS-TRAN-OK
               SET WS-SOURCE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SOURCE-EOF
               READ DAILY-TRANS
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF TR-WITHDRAWAL OR TR-WIRE-OUT
                           PERFORM 2150-RELEASE-DAILY-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRAN-OK OR WS-TRAN-STATUS = '10'
               CLOSE DAILY-TRANS
           END-IF.

       2150-RELEASE-DAILY-ITEM.
           MOVE TR-ACCT-NUMBER TO WS-LOOKUP-ACCT
           PERFORM 2800-RESOLVE-OWNER
           IF WS-LOOKUP-OWNER > 0
               MOVE SPACES TO SE-KEY
               MOVE WS-LOOKUP-OWNER TO SE-CUST-ID
               MOVE TR-ACCT-NUMBER TO SE-ACCT-NUMBER
               MOVE FUNCTION ABS(TR-AMOUNT) TO SE-AMOUNT
               IF TR-WIRE-OUT
                   MOVE 'WR' TO SE-EVENT-TYPE
                   MOVE TR-BENE-BANK-ROUTING TO SE-PAYEE-ROUTING
                   MOVE TR-BENE-ACCT TO SE-PAYEE-ACCT
               ELSE
                   MOVE 'CA' TO SE-EVENT-TYPE
               END-IF
               PERFORM 2900-RELEASE-EVENT
           END-IF.

      *----------------------------------------------------------------
      * A POWER OF ATTORNEY, SIGNER OR TRUSTEE ADDED TODAY IS AN EVENT
      * AGAINST THE ACCOUNT OWNER, WHOSE MONEY THE NEW PARTY CAN MOVE.
      *----------------------------------------------------------------
       2200-GATHER-AUTHORITY-ADDS.
           OPEN INPUT OWNER-XREF-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF NOT WS-XREF-OK
               SET WS-SOURCE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SOURCE-EOF
               READ OWNER-XREF-FILE
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF OX-ELDER-AUTHORITY AND OX-ACTIVE
                           AND OX-EFFECTIVE-DATE = WS-PROCESSING-DATE
                           PERFORM 2250-RELEASE-AUTHORITY-ADD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-XREF-OK OR WS-XREF-STATUS = '10'
               CLOSE OWNER-XREF-FILE
           END-IF.

       2250-RELEASE-AUTHORITY-ADD.
           MOVE OX-ACCT-NUMBER TO WS-LOOKUP-ACCT
           PERFORM 2800-RESOLVE-OWNER
           IF WS-LOOKUP-OWNER > 0
               AND WS-LOOKUP-OWNER NOT = OX-CUST-ID
               MOVE SPACES TO SE-KEY
               MOVE WS-LOOKUP-OWNER TO SE-CUST-ID
               MOVE 'PA' TO SE-EVENT-TYPE
               MOVE OX-ACCT-NUMBER TO SE-ACCT-NUMBER
               MOVE 0 TO SE-AMOUNT
               PERFORM 2900-RELEASE-EVENT
           END-IF.

      *----------------------------------------------------------------
      * EVERY ACTIVE INSTRUCTION IS RELEASED; THE PROFILE TELLS WHICH
      * ARE NEW SINCE THE LAST RUN.
      *----------------------------------------------------------------
       2300-GATHER-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDER-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-ORD-OK
               SET WS-SI-LOADED TO TRUE
           ELSE
               DISPLAY 'NO STANDING ORDER FILE - KNOWN INSTRUCTIONS '
                   'CARRIED'
               SET WS-SOURCE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SOURCE-EOF
               READ STANDING-ORDER-FILE
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF SI-ACTIVE
                           PERFORM 2350-RELEASE-STANDING-ORDER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ORD-OK OR WS-ORD-STATUS = '10'
               CLOSE STANDING-ORDER-FILE
           END-IF.

       2350-RELEASE-STANDING-ORDER.
           MOVE SI-ACCT-NUMBER TO WS-LOOKUP-ACCT
           PERFORM 2800-RESOLVE-OWNER
           IF WS-LOOKUP-OWNER > 0
               MOVE SPACES TO SE-KEY
               MOVE WS-LOOKUP-OWNER TO SE-CUST-ID
               MOVE 'SI' TO SE-EVENT-TYPE
               MOVE SI-ACCT-NUMBER TO SE-ACCT-NUMBER
               MOVE SI-AMOUNT TO SE-AMOUNT
               MOVE SI-INSTRUCTION-ID TO SE-SI-ID
               PERFORM 2900-RELEASE-EVENT
           END-IF.

       2400-GATHER-ADDRESS-CHANGES.
           OPEN INPUT CUST-AUDIT-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF NOT WS-AUD-OK
               SET WS-SOURCE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SOURCE-EOF
               READ CUST-AUDIT-FILE
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF AUD-ADDRESS-CHANGE
                           AND AUD-DATE = WS-PROCESSING-DATE
                           MOVE SPACES TO SE-KEY
                           MOVE AUD-CUST-ID TO SE-CUST-ID
                           MOVE 'AD' TO SE-EVENT-TYPE
                           MOVE 0 TO SE-ACCT-NUMBER
                           MOVE 0 TO SE-AMOUNT
                           PERFORM 2900-RELEASE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUD-OK OR WS-AUD-STATUS = '10'
               CLOSE CUST-AUDIT-FILE
           END-IF.

      *----------------------------------------------------------------
      * ONE PASS OF THE ACCOUNT MASTER FOR CDS AND SAVINGS: EACH OPEN
      * ONE'S BALANCE, AND EACH CLOSED TODAY - A CD BEFORE ITS
      * MATURITY, OR ANY SAVINGS ACCOUNT - AS AN EARLY CLOSE.
      *----------------------------------------------------------------
       2500-GATHER-DEPOSIT-BALANCES.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 0 TO ACCT-NUMBER
           START ACCOUNT-MASTER KEY > ACCT-NUMBER
           IF NOT WS-ACCT-OK
               SET WS-SOURCE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SOURCE-EOF
               READ ACCOUNT-MASTER NEXT
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF CD-ACCT OR SAVINGS-ACCT
                           PERFORM 2550-RELEASE-DEPOSIT-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

       2550-RELEASE-DEPOSIT-ACCOUNT.
           MOVE SPACES TO SE-KEY
           MOVE ACCT-OWNER-ID TO SE-CUST-ID
           MOVE ACCT-NUMBER TO SE-ACCT-NUMBER
           EVALUATE TRUE
               WHEN NOT ACCT-CLOSED
                   MOVE 'SB' TO SE-EVENT-TYPE
                   MOVE ACCT-BALANCE TO SE-AMOUNT
                   PERFORM 2900-RELEASE-EVENT
               WHEN ACCT-CLOSE-DATE = WS-PROCESSING-DATE
                   AND (SAVINGS-ACCT
                       OR ACCT-MATURITY-DATE > ACCT-CLOSE-DATE)
                   MOVE 'EC' TO SE-EVENT-TYPE
                   MOVE 0 TO SE-AMOUNT
                   PERFORM 2900-RELEASE-EVENT
           END-EVALUATE.

       2800-RESOLVE-OWNER.
           MOVE 0 TO WS-LOOKUP-OWNER
           MOVE WS-LOOKUP-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
           IF WS-ACCT-OK
               MOVE ACCT-OWNER-ID TO WS-LOOKUP-OWNER
           ELSE
               ADD 1 TO WS-UNRESOLVED-ITEMS
           END-IF.

       2900-RELEASE-EVENT.
           RELEASE SORT-EVENT-RECORD
           ADD 1 TO WS-EVENTS-RELEASED.

      *----------------------------------------------------------------
      * SORT OUTPUT, MATCHED AGAINST THE PROFILE FILE IN CUSTOMER
      * ORDER. A PROFILE WITH NO EVENTS TONIGHT IS CARRIED FORWARD
      * AS A DAY WITHOUT CASH AND WITHOUT CD OR SAVINGS.
      *----------------------------------------------------------------
       4000-EVALUATE-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-CUST-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PROFILE-FILE
           IF NOT WS-PROF-OK
               DISPLAY 'NO PRIOR ELDER PROFILE FILE: ' WS-PROF-STATUS
               SET WS-PROF-EOF TO TRUE
               MOVE 9999999999 TO WS-PROF-KEY
           ELSE
               PERFORM 4020-READ-PROFILE
           END-IF
           OPEN OUTPUT PROFILE-NEW-FILE
           PERFORM 4010-RETURN-EVENT
           PERFORM UNTIL WS-SORT-EOF
               PERFORM 4100-START-CUSTOMER
               PERFORM UNTIL WS-SORT-EOF
                   OR SE-CUST-ID NOT = WS-CC-CUST-ID
                   IF WS-CC-ELDER
                       PERFORM 4200-ACCUMULATE-EVENT
                   END-IF
                   PERFORM 4010-RETURN-EVENT
               END-PERFORM
               IF WS-CC-ELDER
                   PERFORM 4500-EVALUATE-CUSTOMER
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-PROF-EOF
               PERFORM 4060-CARRY-PROFILE
           END-PERFORM
           IF WS-PROF-OK OR WS-PROF-STATUS = '10'
               CLOSE PROFILE-FILE
           END-IF
           CLOSE PROFILE-NEW-FILE
           CLOSE CUSTOMER-FILE.

       4010-RETURN-EVENT.
           RETURN SORT-EVENT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       4020-READ-PROFILE.
           READ PROFILE-FILE
               AT END
                   SET WS-PROF-EOF TO TRUE
                   MOVE 9999999999 TO WS-PROF-KEY
               NOT AT END
                   MOVE PF-CUST-ID TO WS-PROF-KEY
           END-READ.

       4060-CARRY-PROFILE.
           MOVE PROFILE-RECORD TO WS-NEW-PROFILE
           MOVE WS-PROCESSING-DATE TO WS-NP-LAST-RUN-DATE
           MOVE 0 TO WS-CC-CASH-TODAY
           PERFORM 4550-UPDATE-CASH-BASELINE
           MOVE 0 TO WS-NP-SAVINGS-BAL
           IF WS-SI-LOADED
               MOVE 0 TO WS-NP-SI-COUNT
               MOVE 0 TO WS-NP-MAX-SI-AMT
           END-IF
           WRITE PROFILE-NEW-RECORD FROM WS-NEW-PROFILE
           ADD 1 TO WS-PROFILES-CARRIED
           ADD 1 TO WS-PROFILES-WRITTEN
           PERFORM 4020-READ-PROFILE.

      *----------------------------------------------------------------
      * PICKS UP THE CUSTOMER'S PROFILE (CARRYING FORWARD ANY FOR
      * CUSTOMERS WITH NOTHING TONIGHT) AND DECIDES FROM CUST-DOB
      * WHETHER THE CUSTOMER IS MONITORED. A CUSTOMER SEEN FOR THE
      * FIRST TIME STARTS A PROFILE WITH NO HISTORY.
      *----------------------------------------------------------------
       4100-START-CUSTOMER.
           INITIALIZE WS-CUR-CUSTOMER
           MOVE SE-CUST-ID TO WS-CC-CUST-ID
           MOVE 'N' TO WS-CC-ELDER-FLAG
           MOVE 'N' TO WS-CC-PROFILE-FLAG
           MOVE 'N' TO WS-CC-EARLY-CLOSE-FLAG
           MOVE 'NNNNNN' TO WS-CC-FLAGS
           PERFORM UNTIL WS-PROF-KEY >= WS-CC-CUST-ID
               PERFORM 4060-CARRY-PROFILE
           END-PERFORM
           IF WS-PROF-KEY = WS-CC-CUST-ID
               MOVE PROFILE-RECORD TO WS-OLD-PROFILE
               SET WS-CC-HAS-PROFILE TO TRUE
               PERFORM 4020-READ-PROFILE
           ELSE
               INITIALIZE WS-OLD-PROFILE
               MOVE WS-CC-CUST-ID TO WS-OP-CUST-ID
           END-IF
           MOVE WS-CC-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
           IF WS-CUST-OK AND CUST-DOB > 0
               AND CUST-DOB < WS-PROCESSING-DATE
               COMPUTE WS-AGE =
                   (WS-PROCESSING-DATE - CUST-DOB) / 10000
               IF WS-AGE >= WS-MONITOR-AGE
                   SET WS-CC-ELDER TO TRUE
                   MOVE WS-AGE TO WS-CC-AGE
                   MOVE CUST-LAST-NAME TO WS-CC-NAME
                   MOVE CUST-FIRST-NAME TO WS-CC-NAME(18:7)
               END-IF
           END-IF
           IF WS-CC-ELDER
               ADD 1 TO WS-ELDERS-EVALUATED
               MOVE WS-OLD-PROFILE TO WS-NEW-PROFILE
               MOVE WS-PROCESSING-DATE TO WS-NP-LAST-RUN-DATE
               MOVE 0 TO WS-NP-SAVINGS-BAL
               IF WS-SI-LOADED
                   MOVE 0 TO WS-NP-SI-COUNT
                   MOVE 0 TO WS-NP-MAX-SI-AMT
               END-IF
               IF NOT WS-CC-HAS-PROFILE
                   ADD 1 TO WS-PROFILES-NEW
               END-IF
           END-IF.

       4200-ACCUMULATE-EVENT.
           IF SE-ACCT-NUMBER > 0
               MOVE SE-ACCT-NUMBER TO WS-CC-ANY-ACCT
           END-IF
           EVALUATE SE-EVENT-TYPE
               WHEN 'CA'
                   ADD SE-AMOUNT TO WS-CC-CASH-TODAY
                   MOVE SE-ACCT-NUMBER TO WS-CC-CASH-ACCT
               WHEN 'WR'
                   PERFORM 4300-CHECK-WIRE-PAYEE
               WHEN 'PA'
                   SET WS-CC-PA TO TRUE
                   MOVE SE-ACCT-NUMBER TO WS-CC-PA-ACCT
               WHEN 'SI'
                   PERFORM 4400-CHECK-STANDING-ORDER
               WHEN 'AD'
                   SET WS-CC-AD TO TRUE
               WHEN 'SB'
                   ADD SE-AMOUNT TO WS-CC-SAVINGS-TODAY
                   ADD SE-AMOUNT TO WS-NP-SAVINGS-BAL
               WHEN 'EC'
                   SET WS-CC-EARLY-CLOSE TO TRUE
                   MOVE SE-ACCT-NUMBER TO WS-CC-CLOSE-ACCT
           END-EVALUATE.

      *----------------------------------------------------------------
      * A PAYEE NOT AMONG THE CUSTOMER'S RECENT PAYEES IS NEW. THE
      * PROFILE KEEPS THE TEN MOST RECENT; THE OLDEST DROPS OFF.
      *----------------------------------------------------------------
       4300-CHECK-WIRE-PAYEE.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-OP-PAYEE-COUNT
               IF WS-OP-PAYEE-ROUTING(WS-IDX) = SE-PAYEE-ROUTING
                   AND WS-OP-PAYEE-ACCT(WS-IDX) = SE-PAYEE-ACCT
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               SET WS-CC-NP TO TRUE
               ADD SE-AMOUNT TO WS-CC-FLAGGED-AMT
               MOVE SE-ACCT-NUMBER TO WS-CC-WIRE-ACCT
           END-IF
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-NP-PAYEE-COUNT
               IF WS-NP-PAYEE-ROUTING(WS-IDX) = SE-PAYEE-ROUTING
                   AND WS-NP-PAYEE-ACCT(WS-IDX) = SE-PAYEE-ACCT
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-NP-PAYEE-COUNT >= 10
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > 9
                       MOVE WS-NP-PAYEE(WS-IDX + 1)
                           TO WS-NP-PAYEE(WS-IDX)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-NP-PAYEE-COUNT
               END-IF
               MOVE SE-PAYEE-ROUTING
                   TO WS-NP-PAYEE-ROUTING(WS-NP-PAYEE-COUNT)
               MOVE SE-PAYEE-ACCT
                   TO WS-NP-PAYEE-ACCT(WS-NP-PAYEE-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * AN INSTRUCTION NOT KNOWN AT THE LAST RUN IS NEW; IT IS
      * UNUSUAL WHEN IT REACHES THE FLOOR AND EXCEEDS THE MULTIPLE OF
      * THE LARGEST INSTRUCTION THE CUSTOMER ALREADY HAD. A FIRST
      * PROFILE ONLY RECORDS THE INSTRUCTIONS IN PLACE.
      *----------------------------------------------------------------
       4400-CHECK-STANDING-ORDER.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-OP-SI-COUNT
               IF WS-OP-SI-ID(WS-IDX) = SE-SI-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-FOUND AND WS-CC-HAS-PROFILE
               AND SE-AMOUNT >= WS-SI-FLOOR
               AND SE-AMOUNT > WS-OP-MAX-SI-AMT * WS-SI-MULTIPLE
               SET WS-CC-SI TO TRUE
               ADD SE-AMOUNT TO WS-CC-FLAGGED-AMT
               MOVE SE-ACCT-NUMBER TO WS-CC-SI-ACCT
           END-IF
           IF WS-NP-SI-COUNT < 20
               ADD 1 TO WS-NP-SI-COUNT
               MOVE SE-SI-ID TO WS-NP-SI-ID(WS-NP-SI-COUNT)
           END-IF
           IF SE-AMOUNT > WS-NP-MAX-SI-AMT
               MOVE SE-AMOUNT TO WS-NP-MAX-SI-AMT
           END-IF.

      *----------------------------------------------------------------
      * CASH IS COMPARED ONLY ONCE THE PROFILE HAS ENOUGH DAYS BEHIND
      * ITS AVERAGE. DEPLETION NEEDS AN EARLY CLOSE TODAY AND A DROP
      * IN THE CD/SAVINGS TOTAL OF AT LEAST THE SET PERCENT SINCE THE
      * LAST RUN.
      *----------------------------------------------------------------
       4500-EVALUATE-CUSTOMER.
           IF WS-CC-HAS-PROFILE
               AND WS-OP-CASH-DAYS >= WS-MIN-HISTORY-DAYS
               AND WS-CC-CASH-TODAY >= WS-CASH-FLOOR
               AND WS-CC-CASH-TODAY >=
                   WS-OP-CASH-AVG * WS-CASH-MULTIPLE
               SET WS-CC-CW TO TRUE
               ADD WS-CC-CASH-TODAY TO WS-CC-FLAGGED-AMT
           END-IF
           IF WS-CC-EARLY-CLOSE AND WS-OP-SAVINGS-BAL > 0
               AND WS-CC-SAVINGS-TODAY < WS-OP-SAVINGS-BAL
               COMPUTE WS-CC-DRAINED =
                   WS-OP-SAVINGS-BAL - WS-CC-SAVINGS-TODAY
               IF WS-CC-DRAINED * 100 >=
                   WS-OP-SAVINGS-BAL * WS-DEPLETION-PCT
                   SET WS-CC-DP TO TRUE
                   ADD WS-CC-DRAINED TO WS-CC-FLAGGED-AMT
               END-IF
           END-IF
           PERFORM 4550-UPDATE-CASH-BASELINE
           WRITE PROFILE-NEW-RECORD FROM WS-NEW-PROFILE
           ADD 1 TO WS-PROFILES-WRITTEN
           IF WS-CC-FLAGS NOT = 'NNNNNN'
               PERFORM 4600-RECORD-FLAGS
           END-IF.

      *----------------------------------------------------------------
      * DAILY CASH AVERAGE OVER THE BASELINE DAYS. ONCE THE BASELINE
      * IS FULL EACH NEW DAY TAKES ONE DAY'S SHARE OF THE AVERAGE.
      *----------------------------------------------------------------
       4550-UPDATE-CASH-BASELINE.
           IF WS-NP-CASH-DAYS < WS-BASELINE-DAYS
               ADD 1 TO WS-NP-CASH-DAYS
           END-IF
           COMPUTE WS-NP-CASH-AVG ROUNDED =
               (WS-NP-CASH-AVG * WS-NP-CASH-DAYS - WS-NP-CASH-AVG
                   + WS-CC-CASH-TODAY) / WS-NP-CASH-DAYS.

       4600-RECORD-FLAGS.
           ADD 1 TO WS-ELDERS-FLAGGED
           MOVE SPACES TO WS-CC-CODES
           MOVE 1 TO WS-CC-CODE-POS
           IF WS-CC-CW
               MOVE 'CW' TO WS-CC-CODES(WS-CC-CODE-POS:2)
               ADD 3 TO WS-CC-CODE-POS
               ADD 1 TO WS-CNT-CW
           END-IF
           IF WS-CC-PA
               MOVE 'PA' TO WS-CC-CODES(WS-CC-CODE-POS:2)
               ADD 3 TO WS-CC-CODE-POS
               ADD 1 TO WS-CNT-PA
           END-IF
           IF WS-CC-NP
               MOVE 'NP' TO WS-CC-CODES(WS-CC-CODE-POS:2)
               ADD 3 TO WS-CC-CODE-POS
               ADD 1 TO WS-CNT-NP
           END-IF
           IF WS-CC-SI
               MOVE 'SI' TO WS-CC-CODES(WS-CC-CODE-POS:2)
               ADD 3 TO WS-CC-CODE-POS
               ADD 1 TO WS-CNT-SI
           END-IF
           IF WS-CC-AD
               MOVE 'AD' TO WS-CC-CODES(WS-CC-CODE-POS:2)
               ADD 3 TO WS-CC-CODE-POS
               ADD 1 TO WS-CNT-AD
           END-IF
           IF WS-CC-DP
               MOVE 'DP' TO WS-CC-CODES(WS-CC-CODE-POS:2)
               ADD 3 TO WS-CC-CODE-POS
               ADD 1 TO WS-CNT-DP
           END-IF
           IF WS-FLAG-COUNT < WS-MAX-FLAGS
               ADD 1 TO WS-FLAG-COUNT
               MOVE WS-CC-CUST-ID TO WS-FL-CUST-ID(WS-FLAG-COUNT)
               MOVE WS-CC-NAME TO WS-FL-NAME(WS-FLAG-COUNT)
               MOVE WS-CC-AGE TO WS-FL-AGE(WS-FLAG-COUNT)
               MOVE WS-CC-CODES TO WS-FL-CODES(WS-FLAG-COUNT)
               MOVE WS-CC-CASH-TODAY
                   TO WS-FL-CASH-TODAY(WS-FLAG-COUNT)
               MOVE WS-OP-CASH-AVG TO WS-FL-CASH-AVG(WS-FLAG-COUNT)
               MOVE WS-CC-FLAGGED-AMT TO WS-FL-AMOUNT(WS-FLAG-COUNT)
               PERFORM 4650-CHOOSE-CASE-ACCOUNT
           ELSE
               ADD 1 TO WS-FLAGS-DROPPED
               DISPLAY '*** ELDER FLAG TABLE FULL - CUSTOMER '
                   WS-CC-CUST-ID ' NOT REPORTED ***'
           END-IF.

      *----------------------------------------------------------------
      * THE CASE GOES ON THE ACCOUNT THE MONEY LEFT FROM, IN ORDER OF
      * THE FLAGS' WEIGHT; ADDRESS-ONLY CUSTOMERS ARE GIVEN AN
      * ACCOUNT FROM THE ACCOUNT MASTER AFTER THE SORT.
      *----------------------------------------------------------------
       4650-CHOOSE-CASE-ACCOUNT.
           EVALUATE TRUE
               WHEN WS-CC-NP
                   MOVE WS-CC-WIRE-ACCT TO WS-FL-ACCT(WS-FLAG-COUNT)
               WHEN WS-CC-CW
                   MOVE WS-CC-CASH-ACCT TO WS-FL-ACCT(WS-FLAG-COUNT)
               WHEN WS-CC-DP
                   MOVE WS-CC-CLOSE-ACCT TO WS-FL-ACCT(WS-FLAG-COUNT)
               WHEN WS-CC-SI
                   MOVE WS-CC-SI-ACCT TO WS-FL-ACCT(WS-FLAG-COUNT)
               WHEN WS-CC-PA
                   MOVE WS-CC-PA-ACCT TO WS-FL-ACCT(WS-FLAG-COUNT)
               WHEN OTHER
                   MOVE WS-CC-ANY-ACCT TO WS-FL-ACCT(WS-FLAG-COUNT)
           END-EVALUATE
           IF WS-FL-ACCT(WS-FLAG-COUNT) = 0
               ADD 1 TO WS-ACCTS-NEEDED
           END-IF.

       5000-RESOLVE-CASE-ACCOUNTS.
           IF WS-ACCTS-NEEDED > 0
               OPEN INPUT ACCOUNT-MASTER
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-SOURCE-EOF
                   READ ACCOUNT-MASTER NEXT
                       AT END
                           SET WS-SOURCE-EOF TO TRUE
                       NOT AT END
                           IF NOT ACCT-CLOSED
                               PERFORM 5100-MATCH-FLAG-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER
           END-IF.

       5100-MATCH-FLAG-ACCOUNT.
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > WS-FLAG-COUNT
               IF WS-FL-CUST-ID(WS-FL-IDX) = ACCT-OWNER-ID
                   AND WS-FL-ACCT(WS-FL-IDX) = 0
                   MOVE ACCT-NUMBER TO WS-FL-ACCT(WS-FL-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * CASES ARE KEYED BY ACCOUNT AND DATE AS AMLCASE KEYS ITS OWN.
      * WHERE AN OPEN CASE ALREADY EXISTS FOR THE ACCOUNT TODAY IT IS
      * RE-TYPED AS ELDER EXPLOITATION SO THE SAR CATEGORY FOLLOWS.
      *----------------------------------------------------------------
       6000-OPEN-CASES.
           OPEN OUTPUT ELDER-REPORT-FILE
           MOVE WS-PROCESSING-DATE TO WS-RH-DATE
           WRITE ELDER-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE ELDER-REPORT-LINE FROM WS-REPORT-NOTICE
           MOVE SPACES TO ELDER-REPORT-LINE
           WRITE ELDER-REPORT-LINE
           WRITE ELDER-REPORT-LINE FROM WS-COLUMN-HEADER
           OPEN I-O CASE-FILE
           IF WS-CASE-STATUS = '35'
               OPEN OUTPUT CASE-FILE
               CLOSE CASE-FILE
               OPEN I-O CASE-FILE
           END-IF
           IF NOT WS-CASE-OK
               DISPLAY 'ERROR OPENING AML CASE FILE: ' WS-CASE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > WS-FLAG-COUNT
               PERFORM 6100-OPEN-ONE-CASE
           END-PERFORM
           CLOSE CASE-FILE
           PERFORM 6900-WRITE-SUMMARY
           CLOSE ELDER-REPORT-FILE.

       6100-OPEN-ONE-CASE.
           MOVE WS-FL-CUST-ID(WS-FL-IDX) TO WS-FD-CUST
           MOVE WS-FL-NAME(WS-FL-IDX) TO WS-FD-NAME
           MOVE WS-FL-AGE(WS-FL-IDX) TO WS-FD-AGE
           MOVE WS-FL-CODES(WS-FL-IDX) TO WS-FD-CODES
           MOVE WS-FL-CASH-TODAY(WS-FL-IDX) TO WS-FD-CASH-TODAY
           MOVE WS-FL-CASH-AVG(WS-FL-IDX) TO WS-FD-CASH-AVG
           MOVE WS-FL-AMOUNT(WS-FL-IDX) TO WS-FD-AMOUNT
           MOVE WS-FL-ACCT(WS-FL-IDX) TO WS-FD-ACCT
           IF WS-FL-ACCT(WS-FL-IDX) = 0
               MOVE 'NO OPEN ACCOUNT' TO WS-FD-ACTION
               ADD 1 TO WS-NO-ACCOUNT
           ELSE
               MOVE WS-FL-ACCT(WS-FL-IDX) TO CASE-ACCT-NUMBER
               MOVE WS-PROCESSING-DATE TO CASE-ALERT-DATE
               READ CASE-FILE
               IF WS-CASE-OK
                   PERFORM 6200-TYPE-EXISTING-CASE
               ELSE
                   PERFORM 6300-WRITE-NEW-CASE
               END-IF
           END-IF
           WRITE ELDER-REPORT-LINE FROM WS-FLAG-LINE.

       6200-TYPE-EXISTING-CASE.
           EVALUATE TRUE
               WHEN CASE-ELDER-EXPLOIT
                   MOVE 'CASE ALREADY OPEN' TO WS-FD-ACTION
                   ADD 1 TO WS-CASES-EXISTING
               WHEN CASE-OPEN OR CASE-UNDER-REVIEW
                   SET CASE-ELDER-EXPLOIT TO TRUE
                   REWRITE CASE-RECORD
                   MOVE 'CASE RE-TYPED' TO WS-FD-ACTION
                   ADD 1 TO WS-CASES-TYPED
               WHEN OTHER
                   MOVE 'CASE ALREADY WORKED' TO WS-FD-ACTION
                   ADD 1 TO WS-CASES-EXISTING
           END-EVALUATE.

       6300-WRITE-NEW-CASE.
           MOVE SPACES TO CASE-RECORD
           MOVE WS-FL-ACCT(WS-FL-IDX) TO CASE-ACCT-NUMBER
           MOVE WS-PROCESSING-DATE TO CASE-ALERT-DATE
           SET CASE-OPEN TO TRUE
           MOVE SPACES TO CASE-ANALYST
           MOVE WS-PROCESSING-DATE TO CASE-OPENED-DATE
           MOVE WS-FL-AMOUNT(WS-FL-IDX) TO CASE-AMOUNT
           STRING 'ELDER ' WS-FL-CODES(WS-FL-IDX)
               DELIMITED BY SIZE INTO CASE-REASON
           MOVE 0 TO CASE-SAR-DATE
           MOVE 'N' TO CASE-SAR-EXTRACTED
           SET CASE-ELDER-EXPLOIT TO TRUE
           WRITE CASE-RECORD
               INVALID KEY
                   MOVE 'CASE NOT WRITTEN' TO WS-FD-ACTION
                   DISPLAY 'ELDER CASE NOT WRITTEN: '
                       CASE-ACCT-NUMBER ' ' WS-CASE-STATUS
               NOT INVALID KEY
                   MOVE 'CASE OPENED' TO WS-FD-ACTION
                   ADD 1 TO WS-CASES-OPENED
           END-WRITE.

       6900-WRITE-SUMMARY.
           MOVE SPACES TO ELDER-REPORT-LINE
           WRITE ELDER-REPORT-LINE
           WRITE ELDER-REPORT-LINE FROM WS-LEGEND-LINE
           WRITE ELDER-REPORT-LINE FROM WS-LEGEND-LINE-2
           MOVE SPACES TO ELDER-REPORT-LINE
           WRITE ELDER-REPORT-LINE
           MOVE 'MONITORED CUSTOMERS WITH ACTIVITY' TO WS-SL-LABEL
           MOVE WS-ELDERS-EVALUATED TO WS-SL-COUNT
           WRITE ELDER-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'CUSTOMERS FLAGGED' TO WS-SL-LABEL
           MOVE WS-ELDERS-FLAGGED TO WS-SL-COUNT
           WRITE ELDER-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  CW CASH OVER OWN AVERAGE' TO WS-SL-LABEL
           MOVE WS-CNT-CW TO WS-SL-COUNT
           WRITE ELDER-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  PA POA/SIGNER/TRUSTEE ADDED' TO WS-SL-LABEL
           MOVE WS-CNT-PA TO WS-SL-COUNT
           WRITE ELDER-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  NP NEW WIRE PAYEE' TO WS-SL-LABEL
           MOVE WS-CNT-NP TO WS-SL-COUNT
           WRITE ELDER-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  SI UNUSUAL STANDING INSTRUCTION' TO WS-SL-LABEL
           MOVE WS-CNT-SI TO WS-SL-COUNT
           WRITE ELDER-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  AD ADDRESS CHANGE' TO WS-SL-LABEL
           MOVE WS-CNT-AD TO WS-SL-COUNT
           WRITE ELDER-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE '  DP CD/SAVINGS DRAINED' TO WS-SL-LABEL
           MOVE WS-CNT-DP TO WS-SL-COUNT
           WRITE ELDER-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ELDER CASES OPENED' TO WS-SL-LABEL
           MOVE WS-CASES-OPENED TO WS-SL-COUNT
           WRITE ELDER-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'OPEN CASES RE-TYPED AS ELDER' TO WS-SL-LABEL
           MOVE WS-CASES-TYPED TO WS-SL-COUNT
           WRITE ELDER-REPORT-LINE FROM WS-SUMMARY-LINE.

       9000-FINALIZE.
           DISPLAY '*** ELDER EXPLOITATION MONITOR COMPLETE ***'
           DISPLAY 'MONITORED CUSTOMERS:    ' WS-ELDERS-EVALUATED
           DISPLAY 'NEW PROFILES:           ' WS-PROFILES-NEW
           DISPLAY 'PROFILES CARRIED:       ' WS-PROFILES-CARRIED
           DISPLAY 'PROFILES WRITTEN:       ' WS-PROFILES-WRITTEN
           DISPLAY 'CUSTOMERS FLAGGED:      ' WS-ELDERS-FLAGGED
           DISPLAY 'ELDER CASES OPENED:     ' WS-CASES-OPENED
           DISPLAY 'CASES RE-TYPED:         ' WS-CASES-TYPED
           DISPLAY 'CASES ALREADY PRESENT:  ' WS-CASES-EXISTING
           DISPLAY 'FLAGGED WITH NO ACCOUNT:' WS-NO-ACCOUNT
           DISPLAY 'UNRESOLVED ITEMS:       ' WS-UNRESOLVED-ITEMS
           IF WS-CTL-REJECTED > 0 OR WS-FLAGS-DROPPED > 0
               OR WS-NO-ACCOUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
