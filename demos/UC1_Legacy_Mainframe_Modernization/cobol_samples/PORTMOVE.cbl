       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTMOVE.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * MASS BRANCH AND OFFICER PORTFOLIO REASSIGNMENT                 *
      * CONTROLLED REPLACEMENT FOR ONE-OFF PATCHES TO ACCT-BRANCH AND  *
      * CUST-OFFICER-ID, SO THE ACCOUNT MASTER (BRANCH) AND THE        *
      * CUSTOMER FILE (OFFICER) MOVE TOGETHER AND OFCRRPT, LOANDELQ    *
      * AND BRCHRPT KEEP AGREEING. REQUESTS ON PORTREQ, ONE OF THREE   *
      * MODES:                                                         *
      *   B  BRANCH MOVE - EVERY ACCOUNT (ANY STATUS) OF THE FROM      *
      *      BRANCH MOVES TO THE TO BRANCH. WITH A TO OFFICER, THE     *
      *      OWNERS OF THE MOVED ACCOUNTS WHOSE OFFICER IS THE FROM    *
      *      OFFICER (ANY OFFICER WHEN ZERO) MOVE TO THE TO OFFICER.   *
      *   O  OFFICER MOVE - EVERY CUSTOMER OF THE FROM OFFICER MOVES   *
      *      TO THE TO OFFICER. WITH A TO BRANCH, THOSE CUSTOMERS'     *
      *      ACCOUNTS IN THE FROM BRANCH (ANY BRANCH WHEN ZERO) MOVE   *
      *      AS WELL.                                                  *
      *   L  LIST ENTRY - ONE ACCOUNT (ITS BRANCH, AND ITS OWNER'S     *
      *      OFFICER WHEN A TO OFFICER IS GIVEN) OR ONE CUSTOMER (ITS  *
      *      OFFICER, AND ITS ACCOUNTS' BRANCH WHEN A TO BRANCH IS     *
      *      GIVEN).                                                   *
      * THE FIRST REQUEST THAT CLAIMS AN ACCOUNT OR CUSTOMER WINS.     *
      *                                                                *
      * EVERY ACCOUNT CHANGE IS JOURNALED (ACCTJRNL) AND EVERY         *
      * CUSTOMER CHANGE WRITES AN AUDIT LEG (AUDITFL); BOTH MASTERS    *
      * ARE RE-STAMPED SO DELTAEXT SHIPS THE CHANGE DOWNSTREAM. A      *
      * REQUEST THAT NAMES THE DEPARTING AND RECEIVING STAFF USER IDS  *
      * ALSO MOVES THE DEPARTING USER'S OPEN COLLECTIONS CASES AND     *
      * PENDING PROMISES (COLLCASE/COLLPROM) AND OPEN OR UNDER-REVIEW  *
      * AML CASES (AMLCASES). THE COLLECTOR ROUND-ROBIN LIST           *
      * (COLLCTRL) IS LEFT TO COLLECTIONS MANAGEMENT.                  *
      *                                                                *
      * THE CONTROL REPORT (PORTRPT) LISTS EACH REQUEST'S RESULTS, THE *
      * BEFORE/AFTER ACCOUNT COUNT AND BALANCE OF EVERY BRANCH THAT    *
      * CHANGED WITH A PROOF THAT THE BANK TOTAL DID NOT MOVE, AND THE *
      * BEFORE/AFTER CUSTOMER COUNT OF EVERY OFFICER THAT CHANGED. A   *
      * REJECTED REQUEST ENDS THE STEP WITH RC 4; AN OUT-OF-BALANCE    *
      * PROOF WITH RC 8.                                               *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REASSIGN-REQUEST-FILE ASSIGN TO PORTREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OFFICER-WORK-FILE ASSIGN TO PORTWRK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT OPTIONAL ACCT-JOURNAL-FILE ASSIGN TO ACCTJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT CUST-AUDIT-FILE ASSIGN TO AUDITFL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL COLL-CASE-FILE ASSIGN TO COLLCASE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CCASE-STATUS.
           SELECT OPTIONAL COLL-PROMISE-FILE ASSIGN TO COLLPROM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CPROM-STATUS.
           SELECT OPTIONAL AML-CASE-FILE ASSIGN TO AMLCASES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-KEY
               FILE STATUS IS WS-AML-STATUS.
           SELECT REASSIGN-REPORT-FILE ASSIGN TO PORTRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * REASSIGNMENT REQUESTS. ZERO / SPACES MEAN "NOT GIVEN".
      *----------------------------------------------------------------
       FD  REASSIGN-REQUEST-FILE.
       01  REASSIGN-REQUEST-RECORD.
           05  RQ-MODE                 PIC X(1).
               88  RQ-BRANCH-MOVE      VALUE 'B'.
               88  RQ-OFFICER-MOVE     VALUE 'O'.
               88  RQ-LIST-MOVE        VALUE 'L'.
           05  RQ-FROM-BRANCH          PIC 9(4).
           05  RQ-TO-BRANCH            PIC 9(4).
           05  RQ-FROM-OFFICER         PIC 9(6).
           05  RQ-TO-OFFICER           PIC 9(6).
           05  RQ-FROM-USER            PIC X(8).
           05  RQ-TO-USER              PIC X(8).
           05  RQ-ACCT-NUMBER          PIC 9(12).
           05  RQ-CUST-ID              PIC 9(10).
           05  RQ-OPERATOR             PIC X(8).
           05  FILLER                  PIC X(13).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ID                 PIC 9(10).
           05  CUST-NAME               PIC X(50).
           05  FILLER                  PIC X(142).
           05  CUST-OFFICER-ID         PIC 9(6).
           05  FILLER                  PIC X(77).
           05  CUST-LAST-MAINT-TS      PIC 9(14).
           05  FILLER                  PIC X(47).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(12).
           05  ACCT-BRANCH             PIC 9(4).
           05  ACCT-TYPE               PIC X(2).
           05  ACCT-OWNER-ID           PIC 9(10).
           05  ACCT-BALANCE            PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(78).
           05  ACCT-STATUS             PIC X(1).
           05  FILLER                  PIC X(80).
           05  ACCT-LAST-MAINT-TS      PIC 9(14).
           05  FILLER                  PIC X(14).

      *----------------------------------------------------------------
      * OFFICER CHANGES QUEUED BY THE CUSTOMER AND ACCOUNT PASSES AND
      * APPLIED TO THE CUSTOMER FILE IN ONE PASS AFTERWARD. A ZERO
      * FROM OFFICER MEANS WHATEVER OFFICER THE CUSTOMER HAS.
      *----------------------------------------------------------------
       FD  OFFICER-WORK-FILE.
       01  OFFICER-WORK-RECORD.
           05  OW-CUST-ID              PIC 9(10).
           05  OW-FROM-OFFICER         PIC 9(6).
           05  OW-TO-OFFICER           PIC 9(6).
           05  OW-REQ-IDX              PIC 9(3).
           05  FILLER                  PIC X(5).

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

       FD  CUST-AUDIT-FILE.
       01  CUST-AUDIT-RECORD.
           05  AUD-CUST-ID             PIC 9(10).
           05  AUD-OLD-BALANCE         PIC S9(11)V99 COMP-3.
           05  AUD-NEW-BALANCE         PIC S9(11)V99 COMP-3.
           05  AUD-TRAN-ID             PIC 9(12).
           05  AUD-DATE                PIC 9(8).
           05  AUD-TIME                PIC 9(6).
           05  AUD-TRAN-TYPE           PIC X(2).
           05  AUD-OLD-VALUE           PIC X(80).
           05  AUD-NEW-VALUE           PIC X(80).
           05  FILLER                  PIC X(18).

      *----------------------------------------------------------------
      * COLLECTIONS CASE AND PROMISE FILES (COLLECTQ).
      *----------------------------------------------------------------
       FD  COLL-CASE-FILE.
       01  COLL-CASE-RECORD.
           05  CQ-CASE-ID              PIC 9(8).
           05  CQ-ACCT-NUMBER          PIC 9(12).
           05  CQ-BUCKET               PIC X(3).
           05  CQ-DAYS-PAST-DUE        PIC 9(5).
           05  CQ-PMT-AMOUNT           PIC S9(9)V99 COMP-3.
           05  CQ-LOAN-BALANCE         PIC S9(13)V99 COMP-3.
           05  CQ-COLLECTOR-ID         PIC X(8).
           05  CQ-OPEN-DATE            PIC 9(8).
           05  CQ-STATUS               PIC X(1).
               88  CQ-OPEN             VALUE 'O'.
               88  CQ-BROKEN-PROMISE   VALUE 'B'.
               88  CQ-CURED            VALUE 'C'.
               88  CQ-STAYED           VALUE 'S'.
           05  FILLER                  PIC X(10).

       FD  COLL-PROMISE-FILE.
       01  COLL-PROMISE-RECORD.
           05  PM-ACCT-NUMBER          PIC 9(12).
           05  PM-COLLECTOR-ID         PIC X(8).
           05  PM-AMOUNT               PIC S9(9)V99 COMP-3.
           05  PM-PROMISE-DATE         PIC 9(8).
           05  PM-STATUS               PIC X(1).
               88  PM-PENDING          VALUE 'P'.
           05  PM-PAID-TO-DATE         PIC S9(9)V99 COMP-3.
           05  FILLER                  PIC X(4).

      *----------------------------------------------------------------
      * AML ALERT CASE FILE (AMLCASE).
      *----------------------------------------------------------------
       FD  AML-CASE-FILE.
       01  AML-CASE-RECORD.
           05  CASE-KEY.
               10  CASE-ACCT-NUMBER    PIC 9(12).
               10  CASE-ALERT-DATE     PIC 9(8).
           05  CASE-STATUS             PIC X(1).
               88  CASE-OPEN           VALUE 'O'.
               88  CASE-UNDER-REVIEW   VALUE 'R'.
           05  CASE-ANALYST            PIC X(8).
           05  FILLER                  PIC X(58).

       FD  REASSIGN-REPORT-FILE.
       01  REASSIGN-REPORT-LINE        PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-REQ-STATUS               PIC X(2).
           88  WS-REQ-OK               VALUE '00'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-WORK-STATUS              PIC X(2).
           88  WS-WORK-OK              VALUE '00'.
       01  WS-CCASE-STATUS             PIC X(2).
           88  WS-CCASE-OK             VALUE '00'.
       01  WS-CPROM-STATUS             PIC X(2).
           88  WS-CPROM-OK             VALUE '00'.
       01  WS-AML-STATUS               PIC X(2).
           88  WS-AML-OK               VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-REQ-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-REQ-EOF              VALUE 'Y'.
       01  WS-CUST-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-CUST-EOF             VALUE 'Y'.
       01  WS-ACCT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-ACCT-EOF             VALUE 'Y'.
       01  WS-WORK-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-WORK-EOF             VALUE 'Y'.
       01  WS-CASE-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-CASE-EOF             VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-CURRENT-TIME             PIC 9(6).
       01  WS-MAINT-STAMP              PIC 9(14) VALUE 0.
       01  WS-ACCT-BEFORE-IMAGE        PIC X(230).
       01  WS-JRNL-TIME                PIC 9(6).

       01  WS-RA-REFERENCE.
           05  FILLER                  PIC X(8) VALUE 'PORTMOVE'.
           05  WS-RA-DATE              PIC 9(8).

      *----------------------------------------------------------------
      * THE ACCEPTED REQUESTS WITH THEIR RESULT COUNTERS.
      *----------------------------------------------------------------
       01  WS-REQUEST-TABLE.
           05  WS-RQ-ENTRY OCCURS 200 TIMES.
               10  WS-RQ-MODE          PIC X(1).
               10  WS-RQ-FROM-BRANCH   PIC 9(4).
               10  WS-RQ-TO-BRANCH     PIC 9(4).
               10  WS-RQ-FROM-OFFICER  PIC 9(6).
               10  WS-RQ-TO-OFFICER    PIC 9(6).
               10  WS-RQ-FROM-USER     PIC X(8).
               10  WS-RQ-TO-USER       PIC X(8).
               10  WS-RQ-ACCT          PIC 9(12).
               10  WS-RQ-CUST          PIC 9(10).
               10  WS-RQ-OPERATOR      PIC X(8).
               10  WS-RQ-ACCTS-MOVED   PIC 9(7) COMP-3.
               10  WS-RQ-BAL-MOVED     PIC S9(15)V99 COMP-3.
               10  WS-RQ-CUSTS-MOVED   PIC 9(7) COMP-3.
               10  WS-RQ-COLL-CASES    PIC 9(7) COMP-3.
               10  WS-RQ-COLL-PROMS    PIC 9(7) COMP-3.
               10  WS-RQ-AML-CASES     PIC 9(7) COMP-3.
       01  WS-REQ-COUNT                PIC 9(3) VALUE 0.
       01  WS-REQ-IDX                  PIC 9(3).
       01  WS-MAX-REQUESTS             PIC 9(3) VALUE 200.
       01  WS-MATCH-REQ                PIC 9(3).
       01  WS-REJECT-REASON            PIC X(40).
       01  WS-CASE-USER                PIC X(8).
       01  WS-USER-MOVES-FLAG          PIC X(1) VALUE 'N'.
           88  WS-USER-MOVES           VALUE 'Y'.

      *----------------------------------------------------------------
      * CUSTOMERS WHOSE ACCOUNTS FOLLOW THEM TO A NEW BRANCH (OFFICER
      * MOVES AND LIST CUSTOMERS CARRYING A TO BRANCH). AN OVERFLOW
      * HALTS THE RUN BEFORE ANY MASTER IS TOUCHED.
      *----------------------------------------------------------------
       01  WS-CUST-MOVE-TABLE.
           05  WS-CM-ENTRY OCCURS 5000 TIMES.
               10  WS-CM-CUST          PIC 9(10).
               10  WS-CM-FROM-BRANCH   PIC 9(4).
               10  WS-CM-TO-BRANCH     PIC 9(4).
               10  WS-CM-REQ           PIC 9(3).
       01  WS-CM-COUNT                 PIC 9(4) VALUE 0.
       01  WS-CM-IDX                   PIC 9(4).
       01  WS-MAX-CM                   PIC 9(4) VALUE 5000.

      *----------------------------------------------------------------
      * BRANCH CONTROL TOTALS, SUBSCRIPTED BY BRANCH NUMBER + 1.
      *----------------------------------------------------------------
       01  WS-BRANCH-TABLE.
           05  WS-BR-ENTRY OCCURS 10000 TIMES.
               10  WS-BR-BEFORE-COUNT  PIC 9(7) COMP-3.
               10  WS-BR-BEFORE-BAL    PIC S9(15)V99 COMP-3.
               10  WS-BR-AFTER-COUNT   PIC 9(7) COMP-3.
               10  WS-BR-AFTER-BAL     PIC S9(15)V99 COMP-3.
       01  WS-BR-IDX                   PIC 9(5).
       01  WS-NEW-BRANCH               PIC 9(4).

      *----------------------------------------------------------------
      * OFFICER CONTROL TOTALS: CUSTOMERS HELD BEFORE THE RUN, MOVED
      * OUT, MOVED IN.
      *----------------------------------------------------------------
       01  WS-OFFICER-TABLE.
           05  WS-OF-ENTRY OCCURS 1000 TIMES.
               10  WS-OF-OFFICER       PIC 9(6).
               10  WS-OF-BEFORE        PIC 9(7) COMP-3.
               10  WS-OF-OUT           PIC 9(7) COMP-3.
               10  WS-OF-IN            PIC 9(7) COMP-3.
       01  WS-OF-COUNT                 PIC 9(4) VALUE 0.
       01  WS-OF-IDX                   PIC 9(4).
       01  WS-MAX-OFFICERS             PIC 9(4) VALUE 1000.
       01  WS-LOOKUP-OFFICER           PIC 9(6).
       01  WS-OF-OVERFLOW              PIC 9(5) VALUE 0.
       01  WS-OLD-OFFICER              PIC 9(6).

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ        PIC 9(5) VALUE 0.
           05  WS-REQUESTS-REJECTED    PIC 9(5) VALUE 0.
           05  WS-CUSTS-SCANNED        PIC 9(9) VALUE 0.
           05  WS-ACCTS-SCANNED        PIC 9(9) VALUE 0.
           05  WS-ACCTS-MOVED          PIC 9(9) VALUE 0.
           05  WS-CUSTS-MOVED          PIC 9(9) VALUE 0.
           05  WS-CHANGES-QUEUED       PIC 9(9) VALUE 0.
           05  WS-CHANGES-NOT-FOUND    PIC 9(9) VALUE 0.
           05  WS-TOTAL-BEFORE-COUNT   PIC 9(9) VALUE 0.
           05  WS-TOTAL-AFTER-COUNT    PIC 9(9) VALUE 0.
           05  WS-TOTAL-BEFORE-BAL     PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-AFTER-BAL      PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(48) VALUE
               'BRANCH / OFFICER PORTFOLIO REASSIGNMENT - DATE '.
           05  WS-RH-DATE              PIC 9999/99/99.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SL-TITLE             PIC X(60).
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-REQUEST-LINE.
           05  FILLER                  PIC X(4) VALUE 'REQ '.
           05  WS-RL-SEQ               PIC ZZ9.
           05  FILLER                  PIC X(7) VALUE '  MODE '.
           05  WS-RL-MODE              PIC X(1).
           05  FILLER                  PIC X(8) VALUE '  BRCH '.
           05  WS-RL-FROM-BRANCH       PIC 9(4).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  WS-RL-TO-BRANCH         PIC 9(4).
           05  FILLER                  PIC X(7) VALUE '  OFCR '.
           05  WS-RL-FROM-OFFICER      PIC 9(6).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  WS-RL-TO-OFFICER        PIC 9(6).
           05  FILLER                  PIC X(7) VALUE '  USER '.
           05  WS-RL-FROM-USER         PIC X(8).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  WS-RL-TO-USER           PIC X(8).
           05  FILLER                  PIC X(7) VALUE '  ACCT '.
           05  WS-RL-ACCT              PIC 9(12).
           05  FILLER                  PIC X(7) VALUE '  CUST '.
           05  WS-RL-CUST              PIC 9(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RL-OPERATOR          PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(14) VALUE
               '    REJECTED: '.
           05  WS-RJ-REASON            PIC X(40).
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  WS-RESULT-LINE.
           05  FILLER                  PIC X(10) VALUE
               '    ACCTS '.
           05  WS-RS-ACCTS             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(9) VALUE '  BAL '.
           05  WS-RS-BAL               PIC Z(12)9.99-.
           05  FILLER                  PIC X(9) VALUE '  CUSTS '.
           05  WS-RS-CUSTS             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE
               '  COLL CASES '.
           05  WS-RS-COLL-CASES        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE
               '  PROMISES'.
           05  WS-RS-COLL-PROMS        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13) VALUE
               '  AML CASES '.
           05  WS-RS-AML-CASES         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-BRANCH-HEADER.
           05  FILLER                  PIC X(10) VALUE '  BRANCH'.
           05  FILLER                  PIC X(14) VALUE '  BEFORE ACCTS'.
           05  FILLER                  PIC X(22) VALUE
               '        BEFORE BALANCE'.
           05  FILLER                  PIC X(14) VALUE '   AFTER ACCTS'.
           05  FILLER                  PIC X(22) VALUE
               '         AFTER BALANCE'.
           05  FILLER                  PIC X(22) VALUE
               '        NET BAL CHANGE'.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-BRANCH-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-BL-BRANCH            PIC 9(4).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-BL-BEFORE-COUNT      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-BL-BEFORE-BAL        PIC Z(14)9.99-.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-BL-AFTER-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-BL-AFTER-BAL         PIC Z(14)9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-BL-NET-BAL           PIC Z(14)9.99-.
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-OFFICER-HEADER.
           05  FILLER                  PIC X(10) VALUE ' OFFICER'.
           05  FILLER                  PIC X(14) VALUE
               '  BEFORE CUSTS'.
           05  FILLER                  PIC X(12) VALUE '   MOVED OUT'.
           05  FILLER                  PIC X(12) VALUE '    MOVED IN'.
           05  FILLER                  PIC X(14) VALUE
               '   AFTER CUSTS'.
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-OFFICER-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-OL-OFFICER           PIC 9(6).
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  WS-OL-BEFORE            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-OL-OUT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-OL-IN                PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-OL-AFTER             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-LABEL             PIC X(34).
           05  WS-TL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-AMOUNT            PIC Z(14)9.99-.
           05  FILLER                  PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-REQUESTS
           IF WS-REQ-COUNT > 0
               OPEN OUTPUT OFFICER-WORK-FILE
               PERFORM 3000-SCAN-CUSTOMERS
               PERFORM 4000-MOVE-ACCOUNTS
               CLOSE OFFICER-WORK-FILE
               PERFORM 5000-APPLY-OFFICER-CHANGES
               IF WS-USER-MOVES
                   PERFORM 6000-MOVE-CASE-ASSIGNMENTS
               END-IF
           END-IF
           PERFORM 7000-CONTROL-REPORT
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** PORTFOLIO REASSIGNMENT STARTED ***'
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
           COMPUTE WS-MAINT-STAMP =
               WS-PROCESSING-DATE * 1000000 + WS-CURRENT-TIME
           MOVE WS-PROCESSING-DATE TO WS-RA-DATE
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           INITIALIZE WS-BRANCH-TABLE
           OPEN OUTPUT REASSIGN-REPORT-FILE
           MOVE WS-PROCESSING-DATE TO WS-RH-DATE
           WRITE REASSIGN-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO REASSIGN-REPORT-LINE
           WRITE REASSIGN-REPORT-LINE
           MOVE 'REQUESTS' TO WS-SL-TITLE
           WRITE REASSIGN-REPORT-LINE FROM WS-SECTION-LINE.

      *----------------------------------------------------------------
      * EVERY REQUEST IS LISTED; ONE THAT FAILS VALIDATION IS
      * REJECTED WITH ITS REASON AND TAKES NO PART IN THE RUN.
      *----------------------------------------------------------------
       2000-LOAD-REQUESTS.
           OPEN INPUT REASSIGN-REQUEST-FILE
           IF NOT WS-REQ-OK
               DISPLAY 'ERROR OPENING REASSIGNMENT REQUESTS: '
                   WS-REQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-REQ-EOF
               READ REASSIGN-REQUEST-FILE
                   AT END
                       SET WS-REQ-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REQUESTS-READ
                       PERFORM 2100-VALIDATE-REQUEST
               END-READ
           END-PERFORM
           CLOSE REASSIGN-REQUEST-FILE.

       2100-VALIDATE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN RQ-BRANCH-MOVE
                   IF RQ-FROM-BRANCH = 0 OR RQ-TO-BRANCH = 0
                       OR RQ-FROM-BRANCH = RQ-TO-BRANCH
                       MOVE 'BRANCH MOVE NEEDS TWO DIFFERENT BRANCHES'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN RQ-OFFICER-MOVE
                   IF RQ-FROM-OFFICER = 0 OR RQ-TO-OFFICER = 0
                       OR RQ-FROM-OFFICER = RQ-TO-OFFICER
                       MOVE 'OFFICER MOVE NEEDS TWO DIFFERENT OFFICERS'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN RQ-LIST-MOVE
                   IF RQ-ACCT-NUMBER = 0 AND RQ-CUST-ID = 0
                       MOVE 'LIST ENTRY NEEDS AN ACCOUNT OR CUSTOMER'
                           TO WS-REJECT-REASON
                   END-IF
                   IF RQ-TO-BRANCH = 0 AND RQ-TO-OFFICER = 0
                       MOVE 'LIST ENTRY NEEDS A TO BRANCH OR OFFICER'
                           TO WS-REJECT-REASON
                   END-IF
               WHEN OTHER
                   MOVE 'MODE MUST BE B, O OR L' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               IF (RQ-FROM-USER = SPACES AND RQ-TO-USER NOT = SPACES)
                   OR (RQ-FROM-USER NOT = SPACES
                       AND RQ-TO-USER = SPACES)
                   OR (RQ-FROM-USER NOT = SPACES
                       AND RQ-FROM-USER = RQ-TO-USER)
                   MOVE 'USER MOVE NEEDS TWO DIFFERENT USER IDS'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               AND WS-REQ-COUNT >= WS-MAX-REQUESTS
               MOVE 'REQUEST TABLE FULL - RESUBMIT'
                   TO WS-REJECT-REASON
           END-IF
           MOVE WS-REQUESTS-READ TO WS-RL-SEQ
           MOVE RQ-MODE TO WS-RL-MODE
           MOVE RQ-FROM-BRANCH TO WS-RL-FROM-BRANCH
           MOVE RQ-TO-BRANCH TO WS-RL-TO-BRANCH
           MOVE RQ-FROM-OFFICER TO WS-RL-FROM-OFFICER
           MOVE RQ-TO-OFFICER TO WS-RL-TO-OFFICER
           MOVE RQ-FROM-USER TO WS-RL-FROM-USER
           MOVE RQ-TO-USER TO WS-RL-TO-USER
           MOVE RQ-ACCT-NUMBER TO WS-RL-ACCT
           MOVE RQ-CUST-ID TO WS-RL-CUST
           MOVE RQ-OPERATOR TO WS-RL-OPERATOR
           WRITE REASSIGN-REPORT-LINE FROM WS-REQUEST-LINE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REQUESTS-REJECTED
               MOVE WS-REJECT-REASON TO WS-RJ-REASON
               WRITE REASSIGN-REPORT-LINE FROM WS-REJECT-LINE
           ELSE
               ADD 1 TO WS-REQ-COUNT
               INITIALIZE WS-RQ-ENTRY(WS-REQ-COUNT)
               MOVE RQ-MODE TO WS-RQ-MODE(WS-REQ-COUNT)
               MOVE RQ-FROM-BRANCH TO WS-RQ-FROM-BRANCH(WS-REQ-COUNT)
               MOVE RQ-TO-BRANCH TO WS-RQ-TO-BRANCH(WS-REQ-COUNT)
               MOVE RQ-FROM-OFFICER
                   TO WS-RQ-FROM-OFFICER(WS-REQ-COUNT)
               MOVE RQ-TO-OFFICER TO WS-RQ-TO-OFFICER(WS-REQ-COUNT)
               MOVE RQ-FROM-USER TO WS-RQ-FROM-USER(WS-REQ-COUNT)
               MOVE RQ-TO-USER TO WS-RQ-TO-USER(WS-REQ-COUNT)
               MOVE RQ-ACCT-NUMBER TO WS-RQ-ACCT(WS-REQ-COUNT)
               MOVE RQ-CUST-ID TO WS-RQ-CUST(WS-REQ-COUNT)
               MOVE RQ-OPERATOR TO WS-RQ-OPERATOR(WS-REQ-COUNT)
               IF RQ-FROM-USER NOT = SPACES
                   SET WS-USER-MOVES TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CUSTOMER PASS (READ ONLY): TALLIES EVERY OFFICER'S BOOK AS IT
      * STANDS, QUEUES THE OFFICER CHANGES FOR OFFICER MOVES AND LIST
      * CUSTOMERS, AND NOTES THE CUSTOMERS WHOSE ACCOUNTS FOLLOW THEM
      * TO A NEW BRANCH.
      *----------------------------------------------------------------
       3000-SCAN-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-CUST-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO CUST-ID
           START CUSTOMER-FILE KEY > CUST-ID
           IF NOT WS-CUST-OK
               SET WS-CUST-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CUST-EOF
               READ CUSTOMER-FILE NEXT
                   AT END
                       SET WS-CUST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CUSTS-SCANNED
                       MOVE CUST-OFFICER-ID TO WS-LOOKUP-OFFICER
                       PERFORM 3900-FIND-OR-ADD-OFFICER
                       IF WS-OF-IDX > 0
                           ADD 1 TO WS-OF-BEFORE(WS-OF-IDX)
                       END-IF
                       PERFORM 3100-CHECK-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE.

       3100-CHECK-CUSTOMER.
           MOVE 0 TO WS-MATCH-REQ
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF (WS-RQ-MODE(WS-REQ-IDX) = 'O'
                   AND WS-RQ-FROM-OFFICER(WS-REQ-IDX)
                       = CUST-OFFICER-ID)
                   OR (WS-RQ-MODE(WS-REQ-IDX) = 'L'
                   AND WS-RQ-CUST(WS-REQ-IDX) = CUST-ID)
                   MOVE WS-REQ-IDX TO WS-MATCH-REQ
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MATCH-REQ > 0
               IF WS-RQ-TO-OFFICER(WS-MATCH-REQ) > 0
                   MOVE CUST-ID TO OW-CUST-ID
                   MOVE WS-RQ-FROM-OFFICER(WS-MATCH-REQ)
                       TO OW-FROM-OFFICER
                   MOVE WS-RQ-TO-OFFICER(WS-MATCH-REQ)
                       TO OW-TO-OFFICER
                   MOVE WS-MATCH-REQ TO OW-REQ-IDX
                   WRITE OFFICER-WORK-RECORD
                   ADD 1 TO WS-CHANGES-QUEUED
               END-IF
               IF WS-RQ-TO-BRANCH(WS-MATCH-REQ) > 0
                   IF WS-CM-COUNT >= WS-MAX-CM
                       DISPLAY '*** CUSTOMER MOVE TABLE OVERFLOW ***'
                       DISPLAY 'RUN HALTED BEFORE ANY UPDATE - SPLIT'
                           ' THE REQUESTS'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CM-COUNT
                   MOVE CUST-ID TO WS-CM-CUST(WS-CM-COUNT)
                   MOVE WS-RQ-FROM-BRANCH(WS-MATCH-REQ)
                       TO WS-CM-FROM-BRANCH(WS-CM-COUNT)
                   MOVE WS-RQ-TO-BRANCH(WS-MATCH-REQ)
                       TO WS-CM-TO-BRANCH(WS-CM-COUNT)
                   MOVE WS-MATCH-REQ TO WS-CM-REQ(WS-CM-COUNT)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * WS-OF-IDX COMES BACK ZERO WHEN THE TABLE IS FULL; THE REPORT
      * THEN NOTES THE OFFICERS IT COULD NOT CARRY.
      *----------------------------------------------------------------
       3900-FIND-OR-ADD-OFFICER.
           PERFORM VARYING WS-OF-IDX FROM 1 BY 1
               UNTIL WS-OF-IDX > WS-OF-COUNT
               IF WS-OF-OFFICER(WS-OF-IDX) = WS-LOOKUP-OFFICER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OF-IDX > WS-OF-COUNT
               IF WS-OF-COUNT < WS-MAX-OFFICERS
                   ADD 1 TO WS-OF-COUNT
                   MOVE WS-OF-COUNT TO WS-OF-IDX
                   MOVE WS-LOOKUP-OFFICER TO WS-OF-OFFICER(WS-OF-IDX)
                   MOVE 0 TO WS-OF-BEFORE(WS-OF-IDX)
                   MOVE 0 TO WS-OF-OUT(WS-OF-IDX)
                   MOVE 0 TO WS-OF-IN(WS-OF-IDX)
               ELSE
                   MOVE 0 TO WS-OF-IDX
                   ADD 1 TO WS-OF-OVERFLOW
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * ACCOUNT PASS: EVERY ACCOUNT IS TALLIED UNDER ITS BRANCH
      * BEFORE AND AFTER; A CLAIMED ACCOUNT IS RE-BRANCHED,
      * RE-STAMPED AND JOURNALED, AND FOR A REQUEST CARRYING A TO
      * OFFICER ITS OWNER IS QUEUED FOR THE OFFICER CHANGE.
      *----------------------------------------------------------------
       4000-MOVE-ACCOUNTS.
           OPEN I-O ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY 'ERROR OPENING ACCOUNT MASTER: ' WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ACCT-JOURNAL-FILE
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-MASTER KEY > ACCT-NUMBER
           IF NOT WS-ACCT-OK
               SET WS-ACCT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNT-MASTER NEXT
                   AT END
                       SET WS-ACCT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCTS-SCANNED
                       PERFORM 4100-CHECK-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER
           CLOSE ACCT-JOURNAL-FILE.

       4100-CHECK-ACCOUNT.
           COMPUTE WS-BR-IDX = ACCT-BRANCH + 1
           ADD 1 TO WS-BR-BEFORE-COUNT(WS-BR-IDX)
           ADD ACCT-BALANCE TO WS-BR-BEFORE-BAL(WS-BR-IDX)
           MOVE 0 TO WS-MATCH-REQ
           MOVE ACCT-BRANCH TO WS-NEW-BRANCH
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
               IF (WS-RQ-MODE(WS-REQ-IDX) = 'B'
                   AND WS-RQ-FROM-BRANCH(WS-REQ-IDX) = ACCT-BRANCH)
                   OR (WS-RQ-MODE(WS-REQ-IDX) = 'L'
                   AND WS-RQ-ACCT(WS-REQ-IDX) = ACCT-NUMBER)
                   MOVE WS-REQ-IDX TO WS-MATCH-REQ
                   IF WS-RQ-TO-BRANCH(WS-REQ-IDX) > 0
                       MOVE WS-RQ-TO-BRANCH(WS-REQ-IDX)
                           TO WS-NEW-BRANCH
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MATCH-REQ = 0
               PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-COUNT
                   IF WS-CM-CUST(WS-CM-IDX) = ACCT-OWNER-ID
                       AND (WS-CM-FROM-BRANCH(WS-CM-IDX) = 0
                       OR WS-CM-FROM-BRANCH(WS-CM-IDX) = ACCT-BRANCH)
                       MOVE WS-CM-REQ(WS-CM-IDX) TO WS-MATCH-REQ
                       MOVE WS-CM-TO-BRANCH(WS-CM-IDX)
                           TO WS-NEW-BRANCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-NEW-BRANCH NOT = ACCT-BRANCH
               PERFORM 4200-REBRANCH-ACCOUNT
           END-IF
           IF WS-MATCH-REQ > 0
               AND WS-RQ-MODE(WS-MATCH-REQ) NOT = 'O'
               AND WS-RQ-TO-OFFICER(WS-MATCH-REQ) > 0
               MOVE ACCT-OWNER-ID TO OW-CUST-ID
               MOVE WS-RQ-FROM-OFFICER(WS-MATCH-REQ)
                   TO OW-FROM-OFFICER
               MOVE WS-RQ-TO-OFFICER(WS-MATCH-REQ) TO OW-TO-OFFICER
               MOVE WS-MATCH-REQ TO OW-REQ-IDX
               WRITE OFFICER-WORK-RECORD
               ADD 1 TO WS-CHANGES-QUEUED
           END-IF
           COMPUTE WS-BR-IDX = ACCT-BRANCH + 1
           ADD 1 TO WS-BR-AFTER-COUNT(WS-BR-IDX)
           ADD ACCT-BALANCE TO WS-BR-AFTER-BAL(WS-BR-IDX).

       4200-REBRANCH-ACCOUNT.
           MOVE ACCOUNT-RECORD TO WS-ACCT-BEFORE-IMAGE
           MOVE WS-NEW-BRANCH TO ACCT-BRANCH
           MOVE WS-MAINT-STAMP TO ACCT-LAST-MAINT-TS
           REWRITE ACCOUNT-RECORD
           IF NOT WS-ACCT-OK
               DISPLAY 'REWRITE FAILED FOR ' ACCT-NUMBER
                   ' STATUS ' WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8900-WRITE-ACCT-JOURNAL
           ADD 1 TO WS-ACCTS-MOVED
           ADD 1 TO WS-RQ-ACCTS-MOVED(WS-MATCH-REQ)
           ADD ACCT-BALANCE TO WS-RQ-BAL-MOVED(WS-MATCH-REQ).

      *----------------------------------------------------------------
      * OFFICER CHANGES: EACH QUEUED CUSTOMER IS READ, CHECKED
      * AGAINST THE FROM OFFICER, MOVED, RE-STAMPED AND AUDITED. A
      * CUSTOMER QUEUED MORE THAN ONCE (SEVERAL ACCOUNTS) MOVES ONCE.
      *----------------------------------------------------------------
       5000-APPLY-OFFICER-CHANGES.
           OPEN INPUT OFFICER-WORK-FILE
           IF NOT WS-WORK-OK
               DISPLAY 'ERROR OPENING OFFICER WORK FILE: '
                   WS-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF NOT WS-CUST-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CUST-AUDIT-FILE
           PERFORM UNTIL WS-WORK-EOF
               READ OFFICER-WORK-FILE
                   AT END
                       SET WS-WORK-EOF TO TRUE
                   NOT AT END
                       PERFORM 5100-APPLY-ONE-CHANGE
               END-READ
           END-PERFORM
           CLOSE OFFICER-WORK-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CUST-AUDIT-FILE.

       5100-APPLY-ONE-CHANGE.
           MOVE OW-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
           IF NOT WS-CUST-OK
               ADD 1 TO WS-CHANGES-NOT-FOUND
               DISPLAY 'OWNER NOT ON CUSTOMER FILE: ' OW-CUST-ID
           ELSE
               IF CUST-OFFICER-ID NOT = OW-TO-OFFICER
                   AND (OW-FROM-OFFICER = 0
                   OR OW-FROM-OFFICER = CUST-OFFICER-ID)
                   MOVE CUST-OFFICER-ID TO WS-OLD-OFFICER
                   MOVE OW-TO-OFFICER TO CUST-OFFICER-ID
                   MOVE WS-MAINT-STAMP TO CUST-LAST-MAINT-TS
                   REWRITE CUSTOMER-MASTER-RECORD
                   IF NOT WS-CUST-OK
                       DISPLAY 'REWRITE FAILED FOR CUSTOMER ' CUST-ID
                           ' STATUS ' WS-CUST-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 5200-WRITE-CUST-AUDIT
                   ADD 1 TO WS-CUSTS-MOVED
                   ADD 1 TO WS-RQ-CUSTS-MOVED(OW-REQ-IDX)
                   MOVE WS-OLD-OFFICER TO WS-LOOKUP-OFFICER
                   PERFORM 3900-FIND-OR-ADD-OFFICER
                   IF WS-OF-IDX > 0
                       ADD 1 TO WS-OF-OUT(WS-OF-IDX)
                   END-IF
                   MOVE OW-TO-OFFICER TO WS-LOOKUP-OFFICER
                   PERFORM 3900-FIND-OR-ADD-OFFICER
                   IF WS-OF-IDX > 0
                       ADD 1 TO WS-OF-IN(WS-OF-IDX)
                   END-IF
               END-IF
           END-IF.

       5200-WRITE-CUST-AUDIT.
           MOVE CUST-ID TO AUD-CUST-ID
           MOVE 0 TO AUD-OLD-BALANCE
           MOVE 0 TO AUD-NEW-BALANCE
           MOVE 0 TO AUD-TRAN-ID
           MOVE WS-PROCESSING-DATE TO AUD-DATE
           MOVE WS-CURRENT-TIME TO AUD-TIME
           MOVE 'RA' TO AUD-TRAN-TYPE
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE SPACES TO AUD-NEW-VALUE
           STRING 'OFFICER ' WS-OLD-OFFICER DELIMITED BY SIZE
               INTO AUD-OLD-VALUE
           STRING 'OFFICER ' CUST-OFFICER-ID
               ' REASSIGNED BY ' WS-RQ-OPERATOR(OW-REQ-IDX)
               DELIMITED BY SIZE
               INTO AUD-NEW-VALUE
           WRITE CUST-AUDIT-RECORD.

      *----------------------------------------------------------------
      * OPEN WORK BELONGING TO A DEPARTING USER: COLLECTIONS CASES
      * NOT YET CURED, PENDING PROMISES, AND AML CASES OPEN OR UNDER
      * REVIEW. FILES THAT ARE NOT MOUNTED ARE SKIPPED.
      *----------------------------------------------------------------
       6000-MOVE-CASE-ASSIGNMENTS.
           PERFORM 6100-MOVE-COLL-CASES
           PERFORM 6200-MOVE-COLL-PROMISES
           PERFORM 6300-MOVE-AML-CASES.

       6100-MOVE-COLL-CASES.
           MOVE 'N' TO WS-CASE-EOF-FLAG
           OPEN I-O COLL-CASE-FILE
           IF NOT WS-CCASE-OK
               SET WS-CASE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CASE-EOF
               READ COLL-CASE-FILE
                   AT END
                       SET WS-CASE-EOF TO TRUE
                   NOT AT END
                       IF NOT CQ-CURED
                           MOVE CQ-COLLECTOR-ID TO WS-CASE-USER
                           PERFORM 6900-FIND-USER-MOVE
                           IF WS-MATCH-REQ > 0
                               MOVE WS-RQ-TO-USER(WS-MATCH-REQ)
                                   TO CQ-COLLECTOR-ID
                               REWRITE COLL-CASE-RECORD
                               ADD 1 TO
                                   WS-RQ-COLL-CASES(WS-MATCH-REQ)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CCASE-OK OR WS-CCASE-STATUS = '10'
               CLOSE COLL-CASE-FILE
           END-IF.

       6200-MOVE-COLL-PROMISES.
           MOVE 'N' TO WS-CASE-EOF-FLAG
           OPEN I-O COLL-PROMISE-FILE
           IF NOT WS-CPROM-OK
               SET WS-CASE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CASE-EOF
               READ COLL-PROMISE-FILE
                   AT END
                       SET WS-CASE-EOF TO TRUE
                   NOT AT END
                       IF PM-PENDING
                           MOVE PM-COLLECTOR-ID TO WS-CASE-USER
                           PERFORM 6900-FIND-USER-MOVE
                           IF WS-MATCH-REQ > 0
                               MOVE WS-RQ-TO-USER(WS-MATCH-REQ)
                                   TO PM-COLLECTOR-ID
                               REWRITE COLL-PROMISE-RECORD
                               ADD 1 TO
                                   WS-RQ-COLL-PROMS(WS-MATCH-REQ)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CPROM-OK OR WS-CPROM-STATUS = '10'
               CLOSE COLL-PROMISE-FILE
           END-IF.

       6300-MOVE-AML-CASES.
           MOVE 'N' TO WS-CASE-EOF-FLAG
           OPEN I-O AML-CASE-FILE
           IF NOT WS-AML-OK
               SET WS-CASE-EOF TO TRUE
           ELSE
               MOVE LOW-VALUES TO CASE-KEY
               START AML-CASE-FILE KEY > CASE-KEY
               IF NOT WS-AML-OK
                   SET WS-CASE-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL WS-CASE-EOF
               READ AML-CASE-FILE NEXT
                   AT END
                       SET WS-CASE-EOF TO TRUE
                   NOT AT END
                       IF CASE-OPEN OR CASE-UNDER-REVIEW
                           MOVE CASE-ANALYST TO WS-CASE-USER
                           PERFORM 6900-FIND-USER-MOVE
                           IF WS-MATCH-REQ > 0
                               MOVE WS-RQ-TO-USER(WS-MATCH-REQ)
                                   TO CASE-ANALYST
                               REWRITE AML-CASE-RECORD
                               ADD 1 TO
                                   WS-RQ-AML-CASES(WS-MATCH-REQ)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AML-OK OR WS-AML-STATUS = '10'
               CLOSE AML-CASE-FILE
           END-IF.

       6900-FIND-USER-MOVE.
           MOVE 0 TO WS-MATCH-REQ
           IF WS-CASE-USER NOT = SPACES
               PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQ-COUNT
                   IF WS-RQ-FROM-USER(WS-REQ-IDX) = WS-CASE-USER
                       MOVE WS-REQ-IDX TO WS-MATCH-REQ
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * CONTROL REPORT: RESULTS PER ACCEPTED REQUEST, THEN THE
      * BRANCHES AND OFFICERS WHOSE BOOKS CHANGED, WITH THE PROOF
      * THAT THE BANK-WIDE ACCOUNT COUNT AND BALANCE DID NOT MOVE.
      *----------------------------------------------------------------
       7000-CONTROL-REPORT.
           MOVE SPACES TO REASSIGN-REPORT-LINE
           WRITE REASSIGN-REPORT-LINE
           MOVE 'RESULTS BY ACCEPTED REQUEST' TO WS-SL-TITLE
           WRITE REASSIGN-REPORT-LINE FROM WS-SECTION-LINE
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
               UNTIL WS-REQ-IDX > WS-REQ-COUNT
               PERFORM 7100-WRITE-REQUEST-RESULT
           END-PERFORM
           MOVE SPACES TO REASSIGN-REPORT-LINE
           WRITE REASSIGN-REPORT-LINE
           MOVE 'BRANCH CONTROL - ACCOUNTS AND BALANCES BEFORE/AFTER'
               TO WS-SL-TITLE
           WRITE REASSIGN-REPORT-LINE FROM WS-SECTION-LINE
           WRITE REASSIGN-REPORT-LINE FROM WS-BRANCH-HEADER
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > 10000
               ADD WS-BR-BEFORE-COUNT(WS-BR-IDX)
                   TO WS-TOTAL-BEFORE-COUNT
               ADD WS-BR-AFTER-COUNT(WS-BR-IDX)
                   TO WS-TOTAL-AFTER-COUNT
               ADD WS-BR-BEFORE-BAL(WS-BR-IDX) TO WS-TOTAL-BEFORE-BAL
               ADD WS-BR-AFTER-BAL(WS-BR-IDX) TO WS-TOTAL-AFTER-BAL
               IF WS-BR-BEFORE-COUNT(WS-BR-IDX)
                   NOT = WS-BR-AFTER-COUNT(WS-BR-IDX)
                   OR WS-BR-BEFORE-BAL(WS-BR-IDX)
                   NOT = WS-BR-AFTER-BAL(WS-BR-IDX)
                   PERFORM 7200-WRITE-BRANCH-LINE
               END-IF
           END-PERFORM
           MOVE 'ALL BRANCHES - ACCOUNTS BEFORE' TO WS-TL-LABEL
           MOVE WS-TOTAL-BEFORE-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-BEFORE-BAL TO WS-TL-AMOUNT
           WRITE REASSIGN-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ALL BRANCHES - ACCOUNTS AFTER' TO WS-TL-LABEL
           MOVE WS-TOTAL-AFTER-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-AFTER-BAL TO WS-TL-AMOUNT
           WRITE REASSIGN-REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-TOTAL-BEFORE-COUNT = WS-TOTAL-AFTER-COUNT
               AND WS-TOTAL-BEFORE-BAL = WS-TOTAL-AFTER-BAL
               MOVE 'PROOF: BANK TOTALS IN BALANCE' TO WS-SL-TITLE
           ELSE
               MOVE '*** PROOF: BANK TOTALS OUT OF BALANCE ***'
                   TO WS-SL-TITLE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REASSIGN-REPORT-LINE FROM WS-SECTION-LINE
           MOVE SPACES TO REASSIGN-REPORT-LINE
           WRITE REASSIGN-REPORT-LINE
           MOVE 'OFFICER CONTROL - CUSTOMERS BEFORE/AFTER'
               TO WS-SL-TITLE
           WRITE REASSIGN-REPORT-LINE FROM WS-SECTION-LINE
           WRITE REASSIGN-REPORT-LINE FROM WS-OFFICER-HEADER
           PERFORM VARYING WS-OF-IDX FROM 1 BY 1
               UNTIL WS-OF-IDX > WS-OF-COUNT
               IF WS-OF-OUT(WS-OF-IDX) > 0 OR WS-OF-IN(WS-OF-IDX) > 0
                   PERFORM 7300-WRITE-OFFICER-LINE
               END-IF
           END-PERFORM
           MOVE 'CUSTOMERS REASSIGNED' TO WS-TL-LABEL
           MOVE WS-CUSTS-MOVED TO WS-TL-COUNT
           MOVE 0 TO WS-TL-AMOUNT
           WRITE REASSIGN-REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-OF-OVERFLOW > 0
               MOVE '*** OFFICER TABLE FULL - SOME OFFICERS NOT SHOWN'
                   TO WS-SL-TITLE
               WRITE REASSIGN-REPORT-LINE FROM WS-SECTION-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       7100-WRITE-REQUEST-RESULT.
           MOVE WS-REQ-IDX TO WS-RL-SEQ
           MOVE WS-RQ-MODE(WS-REQ-IDX) TO WS-RL-MODE
           MOVE WS-RQ-FROM-BRANCH(WS-REQ-IDX) TO WS-RL-FROM-BRANCH
           MOVE WS-RQ-TO-BRANCH(WS-REQ-IDX) TO WS-RL-TO-BRANCH
           MOVE WS-RQ-FROM-OFFICER(WS-REQ-IDX) TO WS-RL-FROM-OFFICER
           MOVE WS-RQ-TO-OFFICER(WS-REQ-IDX) TO WS-RL-TO-OFFICER
           MOVE WS-RQ-FROM-USER(WS-REQ-IDX) TO WS-RL-FROM-USER
           MOVE WS-RQ-TO-USER(WS-REQ-IDX) TO WS-RL-TO-USER
           MOVE WS-RQ-ACCT(WS-REQ-IDX) TO WS-RL-ACCT
           MOVE WS-RQ-CUST(WS-REQ-IDX) TO WS-RL-CUST
           MOVE WS-RQ-OPERATOR(WS-REQ-IDX) TO WS-RL-OPERATOR
           WRITE REASSIGN-REPORT-LINE FROM WS-REQUEST-LINE
           MOVE WS-RQ-ACCTS-MOVED(WS-REQ-IDX) TO WS-RS-ACCTS
           MOVE WS-RQ-BAL-MOVED(WS-REQ-IDX) TO WS-RS-BAL
           MOVE WS-RQ-CUSTS-MOVED(WS-REQ-IDX) TO WS-RS-CUSTS
           MOVE WS-RQ-COLL-CASES(WS-REQ-IDX) TO WS-RS-COLL-CASES
           MOVE WS-RQ-COLL-PROMS(WS-REQ-IDX) TO WS-RS-COLL-PROMS
           MOVE WS-RQ-AML-CASES(WS-REQ-IDX) TO WS-RS-AML-CASES
           WRITE REASSIGN-REPORT-LINE FROM WS-RESULT-LINE.

       7200-WRITE-BRANCH-LINE.
           COMPUTE WS-BL-BRANCH = WS-BR-IDX - 1
           MOVE WS-BR-BEFORE-COUNT(WS-BR-IDX) TO WS-BL-BEFORE-COUNT
           MOVE WS-BR-BEFORE-BAL(WS-BR-IDX) TO WS-BL-BEFORE-BAL
           MOVE WS-BR-AFTER-COUNT(WS-BR-IDX) TO WS-BL-AFTER-COUNT
           MOVE WS-BR-AFTER-BAL(WS-BR-IDX) TO WS-BL-AFTER-BAL
           COMPUTE WS-BL-NET-BAL =
               WS-BR-AFTER-BAL(WS-BR-IDX) - WS-BR-BEFORE-BAL(WS-BR-IDX)
           WRITE REASSIGN-REPORT-LINE FROM WS-BRANCH-LINE.

       7300-WRITE-OFFICER-LINE.
           MOVE WS-OF-OFFICER(WS-OF-IDX) TO WS-OL-OFFICER
           MOVE WS-OF-BEFORE(WS-OF-IDX) TO WS-OL-BEFORE
           MOVE WS-OF-OUT(WS-OF-IDX) TO WS-OL-OUT
           MOVE WS-OF-IN(WS-OF-IDX) TO WS-OL-IN
           COMPUTE WS-OL-AFTER = WS-OF-BEFORE(WS-OF-IDX)
               - WS-OF-OUT(WS-OF-IDX) + WS-OF-IN(WS-OF-IDX)
           WRITE REASSIGN-REPORT-LINE FROM WS-OFFICER-LINE.

       8900-WRITE-ACCT-JOURNAL.
           MOVE ACCT-NUMBER TO JR-ACCT-NUMBER
           MOVE 'PORTMOVE' TO JR-PROGRAM
           MOVE WS-PROCESSING-DATE TO JR-DATE
           ACCEPT WS-JRNL-TIME FROM TIME
           MOVE WS-JRNL-TIME TO JR-TIME
           MOVE WS-RA-REFERENCE TO JR-TRAN-REF
           MOVE WS-ACCT-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD TO JR-AFTER-IMAGE
           WRITE ACCT-JOURNAL-RECORD.

       9000-FINALIZE.
           CLOSE REASSIGN-REPORT-FILE
           IF WS-REQUESTS-REJECTED > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '*** PORTFOLIO REASSIGNMENT COMPLETE ***'
           DISPLAY 'REQUESTS READ:        ' WS-REQUESTS-READ
           DISPLAY 'REQUESTS REJECTED:    ' WS-REQUESTS-REJECTED
           DISPLAY 'CUSTOMERS SCANNED:    ' WS-CUSTS-SCANNED
           DISPLAY 'ACCOUNTS SCANNED:     ' WS-ACCTS-SCANNED
           DISPLAY 'ACCOUNTS MOVED:       ' WS-ACCTS-MOVED
           DISPLAY 'CUSTOMERS MOVED:      ' WS-CUSTS-MOVED
           DISPLAY 'OWNERS NOT FOUND:     ' WS-CHANGES-NOT-FOUND.
