       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-09-30.
      *================================================================*
      * CARD NETWORK CHARGEBACK AND REPRESENTMENT CYCLE                *
      * RECOVERS FROM THE MERCHANT'S BANK (THE ACQUIRER) THE MONEY     *
      * REGEDISP CREDITED TO A CARDHOLDER ON A DISPUTE RESOLVED IN     *
      * THE CUSTOMER'S FAVOR. A REGECASE CASE RESOLVED 'M' THAT        *
      * CARRIES A CARD DISPUTE CATEGORY IS PICKED UP ONCE AND TRACKED  *
      * ON THE CHARGEBACK CASE FILE (CHBKCASE) THROUGH THE NETWORK     *
      * CYCLE:                                                         *
      *   'N' NEW       - LOOKING FOR THE ORIGINAL SETTLEMENT ITEM ON  *
      *                   CARDSETL'S SETTLEMENT HISTORY (CARDSHST).    *
      *   'C' CHARGED   - CHARGEBACK SENT TO VISA/MASTERCARD WITH THE  *
      *                   NETWORK REASON CODE; THE ACQUIRER HAS ITS    *
      *                   REPRESENTMENT WINDOW TO RESPOND.             *
      *   'R' REPRESENTED - THE ACQUIRER DISPUTED THE CHARGEBACK; THE  *
      *                   CARD DESK DECIDES (CHBKDECN) TO TAKE IT TO   *
      *                   ARBITRATION OR ACCEPT THE LOSS.              *
      *   'A' ARBITRATION - FILED WITH THE NETWORK, AWAITING RULING.   *
      *   'W' RECOVERED / 'L' LOSS - FINAL.                            *
      * NETWORK RESPONSES ARRIVE ON CHBKRESP. AN ACQUIRER THAT LETS    *
      * ITS WINDOW LAPSE LOSES THE ITEM; A REPRESENTMENT THE DESK      *
      * LETS LAPSE IS A LOSS TO THE BANK, AS IS A CHARGEBACK THAT      *
      * CANNOT BE FILED INSIDE THE NETWORK TIME LIMIT.                 *
      *                                                                *
      * THE PERMANENT CUSTOMER CREDIT IS CARRIED IN THE CHARGEBACK     *
      * RECEIVABLE FROM PICK-UP UNTIL THE NETWORK OUTCOME. A RECOVERY  *
      * RELIEVES IT AGAINST NETWORK SETTLEMENT; A LOSS WRITES IT OFF   *
      * TO CHARGEBACK LOSSES. THE AGING REPORT LISTS EVERY OPEN ITEM   *
      * IN NETWORK-DEADLINE ORDER WITH ESCALATING FLAGS.               *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISPUTE-CASE-FILE ASSIGN TO REGECASE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DCASE-STATUS.
           SELECT OPTIONAL SETL-HISTORY-FILE ASSIGN TO CARDSHST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHST-STATUS.
           SELECT OPTIONAL CHBK-CASE-FILE ASSIGN TO CHBKCASE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CBCS-STATUS.
           SELECT OPTIONAL NETWORK-RESP-FILE ASSIGN TO CHBKRESP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.
           SELECT OPTIONAL CHBK-DECISION-FILE ASSIGN TO CHBKDECN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECN-STATUS.
           SELECT CHBK-OUT-FILE ASSIGN TO CHBKOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-FEED-FILE ASSIGN TO GLFEED
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL GL-MAP-FILE ASSIGN TO GLMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLM-STATUS.
           SELECT SORT-CHBK-FILE ASSIGN TO SRTCHBK.
           SELECT AGING-REPORT-FILE ASSIGN TO CHBKRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * REGEDISP'S DISPUTE CASE FILE, READ ONLY. CS-REASON-CODE IS
      * THE BANK DISPUTE CATEGORY; BLANK ON A NON-CARD CLAIM.
      *----------------------------------------------------------------
       FD  DISPUTE-CASE-FILE.
       01  DISPUTE-CASE-RECORD.
           05  CS-CASE-ID              PIC 9(8).
           05  CS-ACCT-NUMBER          PIC 9(12).
           05  CS-REF-NUMBER           PIC X(16).
           05  CS-AMOUNT               PIC S9(11)V99 COMP-3.
           05  CS-OPEN-DATE            PIC 9(8).
           05  CS-PROV-DATE            PIC 9(8).
           05  CS-RESOLVE-DATE         PIC 9(8).
           05  CS-STATUS               PIC X(1).
               88  CS-PERMANENT        VALUE 'M'.
           05  CS-REASON-CODE          PIC X(2).
           05  FILLER                  PIC X(8).

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

      *----------------------------------------------------------------
      * CHARGEBACK CASE FILE, CARRIED ACROSS RUNS AND REWRITTEN IN
      * FULL. ONE RECORD PER DISPUTE CASE ID; FINAL ITEMS STAY ON
      * FILE SO A CASE IS NEVER CHARGED BACK TWICE. CB-DEADLINE IS
      * THE NEXT NETWORK DEADLINE FOR THE ITEM'S CURRENT STAGE.
      * CB-OUTCOME ON A FINAL ITEM: 'AA' ACQUIRER ACCEPTED, 'NR' NO
      * REPRESENTMENT IN TIME, 'AW' ARBITRATION WON, 'AL'
      * ARBITRATION LOST, 'RA' REPRESENTMENT ACCEPTED, 'RL'
      * ARBITRATION WINDOW LAPSED, 'TL' PAST THE CHARGEBACK TIME
      * LIMIT, 'NS' NO SETTLEMENT ITEM FOUND IN TIME.
      *----------------------------------------------------------------
       FD  CHBK-CASE-FILE.
       01  CHBK-CASE-RECORD.
           05  CB-CASE-ID              PIC 9(8).
           05  CB-ACCT-NUMBER          PIC 9(12).
           05  CB-REF-NUMBER           PIC X(16).
           05  CB-CHBK-REF             PIC X(16).
           05  CB-NETWORK              PIC X(1).
           05  CB-CATEGORY             PIC X(2).
           05  CB-NET-REASON           PIC X(4).
           05  CB-ACQUIRER-ID          PIC 9(6).
           05  CB-AMOUNT               PIC S9(11)V99 COMP-3.
           05  CB-RESOLVE-DATE         PIC 9(8).
           05  CB-SETL-DATE            PIC 9(8).
           05  CB-FILED-DATE           PIC 9(8).
           05  CB-DEADLINE             PIC 9(8).
           05  CB-FINAL-DATE           PIC 9(8).
           05  CB-RECOVERED            PIC S9(11)V99 COMP-3.
           05  CB-STATUS               PIC X(1).
           05  CB-OUTCOME              PIC X(2).
           05  FILLER                  PIC X(8).

      *----------------------------------------------------------------
      * INBOUND NETWORK RESPONSES, KEYED BY OUR CHARGEBACK REFERENCE.
      * RP-AMOUNT ON AN ACCEPTANCE OR WIN IS THE AMOUNT THE NETWORK
      * SETTLED TO US; ZERO MEANS THE FULL CHARGEBACK AMOUNT.
      *----------------------------------------------------------------
       FD  NETWORK-RESP-FILE.
       01  NETWORK-RESP-RECORD.
           05  RP-CHBK-REF             PIC X(16).
           05  RP-TYPE                 PIC X(1).
               88  RP-REPRESENTMENT    VALUE 'R'.
               88  RP-ACQ-ACCEPTED     VALUE 'A'.
               88  RP-ARB-WON          VALUE 'W'.
               88  RP-ARB-LOST         VALUE 'L'.
           05  RP-AMOUNT               PIC S9(11)V99 COMP-3.
           05  RP-RESP-DATE            PIC 9(8).
           05  RP-NETWORK-TEXT         PIC X(30).
           05  FILLER                  PIC X(18).

      *----------------------------------------------------------------
      * CARD DESK DECISIONS ON REPRESENTED ITEMS: 'A' TAKE IT TO
      * ARBITRATION, 'K' ACCEPT THE REPRESENTMENT AND THE LOSS.
      *----------------------------------------------------------------
       FD  CHBK-DECISION-FILE.
       01  CHBK-DECISION-RECORD.
           05  DC-CASE-ID              PIC 9(8).
           05  DC-ACTION               PIC X(1).
               88  DC-ARBITRATE        VALUE 'A'.
               88  DC-ACCEPT-LOSS      VALUE 'K'.
           05  DC-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(23).

      *----------------------------------------------------------------
      * OUTBOUND TO THE NETWORK: 'C' FIRST CHARGEBACK, 'A'
      * ARBITRATION FILING. THE CARD IS IDENTIFIED BY THE ACCOUNT IT
      * DRAWS ON; THE ISSUER IS OUR ROUTING NUMBER.
      *----------------------------------------------------------------
       FD  CHBK-OUT-FILE.
       01  CHBK-OUT-RECORD.
           05  CO-RECORD-TYPE          PIC X(1).
           05  CO-NETWORK              PIC X(1).
           05  CO-CHBK-REF             PIC X(16).
           05  CO-ORIG-REF             PIC X(16).
           05  CO-ACCT-NUMBER          PIC 9(12).
           05  CO-ACQUIRER-ID          PIC 9(6).
           05  CO-NET-REASON           PIC X(4).
           05  CO-AMOUNT               PIC S9(11)V99 COMP-3.
           05  CO-SETL-DATE            PIC 9(8).
           05  CO-FILED-DATE           PIC 9(8).
           05  CO-ISSUER-ROUTING       PIC 9(9).
           05  FILLER                  PIC X(12).

       FD  GL-FEED-FILE.
       01  GL-FEED-RECORD.
           05  GL-ACCOUNT-CODE         PIC X(10).
           05  GL-DR-CR                PIC X(1).
           05  GL-AMOUNT               PIC S9(13)V99 COMP-3.
           05  GL-DESCRIPTION          PIC X(40).
           05  GL-POSTING-DATE         PIC 9(8).
           05  GL-SOURCE-PROGRAM       PIC X(8).
           05  FILLER                  PIC X(12).

      *----------------------------------------------------------------
      * GL MAPPING CONTROL: SOURCE EVENT CATEGORY TO GL ACCOUNT
      * CODE, WITH EFFECTIVE DATES, SO A CHART-OF-ACCOUNTS
      * RENUMBERING IS A CONTROL-FILE CHANGE INSTEAD OF A
      * RECOMPILE. THE BUILT-IN LEGACY CODES REMAIN THE FALLBACK
      * WHEN NO FILE IS MOUNTED; AN EVENT NO MAPPING COVERS POSTS
      * TO THE DEFINED SUSPENSE CODE AND IS REPORTED INSTEAD OF
      * ABENDING MID-CHAIN.
      *----------------------------------------------------------------
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  GM-EVENT-CODE           PIC X(8).
           05  GM-GL-ACCOUNT           PIC X(10).
           05  GM-EFF-DATE             PIC 9(8).
           05  FILLER                  PIC X(10).

       SD  SORT-CHBK-FILE.
       01  SORT-CHBK-RECORD.
           05  SK-DEADLINE             PIC 9(8).
           05  SK-CASE-ID              PIC 9(8).
           05  SK-TABLE-IDX            PIC 9(4).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE           PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-DCASE-STATUS             PIC X(2).
           88  WS-DCASE-OK             VALUE '00'.
       01  WS-SHST-STATUS              PIC X(2).
           88  WS-SHST-OK              VALUE '00'.
       01  WS-CBCS-STATUS              PIC X(2).
           88  WS-CBCS-OK              VALUE '00'.
       01  WS-RESP-STATUS              PIC X(2).
           88  WS-RESP-OK              VALUE '00'.
       01  WS-DECN-STATUS              PIC X(2).
           88  WS-DECN-OK              VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.
       01  WS-GLM-STATUS               PIC X(2).
           88  WS-GLM-OK               VALUE '00'.

       01  WS-DCASE-EOF-FLAG           PIC X(1) VALUE 'N'.
           88  WS-DCASE-EOF            VALUE 'Y'.
       01  WS-SHST-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-SHST-EOF             VALUE 'Y'.
       01  WS-CBCS-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-CBCS-EOF             VALUE 'Y'.
       01  WS-RESP-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-RESP-EOF             VALUE 'Y'.
       01  WS-DECN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-DECN-EOF             VALUE 'Y'.
       01  WS-SORT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.
       01  WS-OVERFLOW-FLAG            PIC X(1) VALUE 'N'.
           88  WS-TABLE-OVERFLOW       VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-TODAY-INT                PIC 9(9).
       01  WS-DATE-INT                 PIC 9(9).
       01  WS-DAYS-LEFT                PIC S9(5).

      *----------------------------------------------------------------
      * NETWORK TIMEFRAMES IN CALENDAR DAYS. THE CHARGEBACK MUST BE
      * FILED WITHIN 120 DAYS OF SETTLEMENT ON EITHER NETWORK. THE
      * ACQUIRER THEN HAS 30 DAYS (VISA) OR 45 DAYS (MASTERCARD) TO
      * REPRESENT, AND WE HAVE THE SAME AGAIN TO ESCALATE A
      * REPRESENTMENT TO ARBITRATION. A RULING NOT IN WITHIN 60 DAYS
      * OF FILING IS FLAGGED FOR FOLLOW-UP WITH THE NETWORK.
      *----------------------------------------------------------------
       01  WS-FILING-LIMIT-DAYS        PIC 9(3) VALUE 120.
       01  WS-VISA-RESPONSE-DAYS       PIC 9(3) VALUE 30.
       01  WS-MC-RESPONSE-DAYS         PIC 9(3) VALUE 45.
       01  WS-RULING-FOLLOWUP-DAYS     PIC 9(3) VALUE 60.
       01  WS-WARNING-DAYS             PIC 9(3) VALUE 5.
       01  WS-RESPONSE-DAYS            PIC 9(3).
       01  WS-OUR-ROUTING              PIC 9(9) VALUE 123456789.

       01  WS-CHBK-TABLE.
           05  WS-CT-ENTRY OCCURS 2000 TIMES.
               10  WS-CT-CASE-ID       PIC 9(8).
               10  WS-CT-ACCT          PIC 9(12).
               10  WS-CT-REF           PIC X(16).
               10  WS-CT-CHBK-REF      PIC X(16).
               10  WS-CT-NETWORK       PIC X(1).
               10  WS-CT-CATEGORY      PIC X(2).
               10  WS-CT-NET-REASON    PIC X(4).
               10  WS-CT-ACQUIRER      PIC 9(6).
               10  WS-CT-AMOUNT        PIC S9(11)V99 COMP-3.
               10  WS-CT-RES-DATE      PIC 9(8).
               10  WS-CT-SETL-DATE     PIC 9(8).
               10  WS-CT-SETL-AMT      PIC S9(9)V99 COMP-3.
               10  WS-CT-FILED-DATE    PIC 9(8).
               10  WS-CT-DEADLINE      PIC 9(8).
               10  WS-CT-FINAL-DATE    PIC 9(8).
               10  WS-CT-RECOVERED     PIC S9(11)V99 COMP-3.
               10  WS-CT-STATUS        PIC X(1).
               10  WS-CT-OUTCOME       PIC X(2).
       01  WS-CHBK-COUNT               PIC 9(4) VALUE 0.
       01  WS-CT-IDX                   PIC 9(4).
       01  WS-MAX-CHBK                 PIC 9(4) VALUE 2000.
       01  WS-CT-MATCH-IDX             PIC 9(4) VALUE 0.
       01  WS-FIND-CASE-ID             PIC 9(8).
       01  WS-PENDING-LOOKUPS          PIC 9(4) VALUE 0.

       01  WS-CB-REFERENCE.
           05  FILLER                  PIC X(2) VALUE 'CB'.
           05  WS-CR-CASE-ID           PIC 9(8).
           05  FILLER                  PIC X(6) VALUE SPACES.

       01  WS-RECOVER-AMT              PIC S9(11)V99 COMP-3.
       01  WS-LOSS-AMT                 PIC S9(11)V99 COMP-3.
       01  WS-OUTCOME                  PIC X(2).
       01  WS-OUT-TYPE                 PIC X(1).

       01  WS-GL-DR-EVENT              PIC X(8).
       01  WS-GL-CR-EVENT              PIC X(8).
       01  WS-GL-AMT                   PIC S9(13)V99 COMP-3.
       01  WS-GL-DESC                  PIC X(40).

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

       01  WS-COUNTERS.
           05  WS-NEW-DISPUTES         PIC 9(5) VALUE 0.
           05  WS-CHARGEBACKS-SENT     PIC 9(5) VALUE 0.
           05  WS-ARBITRATIONS-FILED   PIC 9(5) VALUE 0.
           05  WS-RESPONSES-READ       PIC 9(5) VALUE 0.
           05  WS-RESPONSES-REJECTED   PIC 9(5) VALUE 0.
           05  WS-DECISIONS-READ       PIC 9(5) VALUE 0.
           05  WS-DECISIONS-REJECTED   PIC 9(5) VALUE 0.
           05  WS-ITEMS-RECOVERED      PIC 9(5) VALUE 0.
           05  WS-ITEMS-LOST           PIC 9(5) VALUE 0.
           05  WS-NO-SETL-ITEM         PIC 9(5) VALUE 0.
           05  WS-DEADLINE-FLAGS       PIC 9(5) VALUE 0.
       01  WS-TOTAL-RECOVERED          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-LOSS               PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(35) VALUE SPACES.
           05  FILLER                  PIC X(41) VALUE
               'CARD CHARGEBACK AGING BY NETWORK DEADLINE'.
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-CLOSED-HEADER.
           05  FILLER                  PIC X(35) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'CHARGEBACKS CLOSED THIS RUN'.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(6) VALUE 'CASE: '.
           05  WS-RD-CASE              PIC 9(8).
           05  FILLER                  PIC X(7) VALUE ' ACCT: '.
           05  WS-RD-ACCT              PIC 9(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RD-NETWORK           PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RD-REASON            PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RD-AMOUNT            PIC Z(9)9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RD-STAGE             PIC X(16).
           05  FILLER                  PIC X(5) VALUE ' DUE '.
           05  WS-RD-DEADLINE          PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RD-DAYS-LEFT         PIC ZZZZ9-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RD-FLAG              PIC X(30).
           05  FILLER                  PIC X(9) VALUE SPACES.

       01  WS-CLOSED-DETAIL.
           05  FILLER                  PIC X(6) VALUE 'CASE: '.
           05  WS-CD-CASE              PIC 9(8).
           05  FILLER                  PIC X(7) VALUE ' ACCT: '.
           05  WS-CD-ACCT              PIC 9(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-CD-NETWORK           PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-CD-REASON            PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-CD-AMOUNT            PIC Z(9)9.99-.
           05  FILLER                  PIC X(11) VALUE ' RECOVERED '.
           05  WS-CD-RECOVERED         PIC Z(9)9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-CD-OUTCOME           PIC X(30).
           05  FILLER                  PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CHARGEBACK-CASES
           IF NOT WS-TABLE-OVERFLOW
               PERFORM 2100-PICK-UP-NEW-DISPUTES
           END-IF
           IF WS-TABLE-OVERFLOW
               DISPLAY '*** CHARGEBACK TABLE OVERFLOW - RUN SKIPPED, '
                   'CASE FILE PRESERVED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2500-LOOKUP-SETTLEMENTS
           PERFORM 3000-FILE-CHARGEBACKS
           PERFORM 4000-APPLY-NETWORK-RESPONSES
           PERFORM 5000-APPLY-DECISIONS
           PERFORM 6000-TIMEOUT-PASS
           PERFORM 7000-AGING-REPORT
           PERFORM 8000-REWRITE-CHARGEBACK-CASES
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** CARD CHARGEBACK PROCESSING STARTED ***'
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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
           OPEN EXTEND GL-FEED-FILE.

       2000-LOAD-CHARGEBACK-CASES.
           OPEN INPUT CHBK-CASE-FILE
           IF NOT WS-CBCS-OK
               SET WS-CBCS-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CBCS-EOF
               READ CHBK-CASE-FILE
                   AT END
                       SET WS-CBCS-EOF TO TRUE
                   NOT AT END
                       IF WS-CHBK-COUNT < WS-MAX-CHBK
                           ADD 1 TO WS-CHBK-COUNT
                           PERFORM 2050-LOAD-ONE-CASE
                       ELSE
                           SET WS-TABLE-OVERFLOW TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CBCS-OK OR WS-CBCS-STATUS = '05'
               OR WS-CBCS-STATUS = '10'
               CLOSE CHBK-CASE-FILE
           END-IF
           DISPLAY 'LOADED ' WS-CHBK-COUNT ' CHARGEBACK CASES'.

       2050-LOAD-ONE-CASE.
           MOVE WS-CHBK-COUNT TO WS-CT-IDX
           MOVE CB-CASE-ID TO WS-CT-CASE-ID(WS-CT-IDX)
           MOVE CB-ACCT-NUMBER TO WS-CT-ACCT(WS-CT-IDX)
           MOVE CB-REF-NUMBER TO WS-CT-REF(WS-CT-IDX)
           MOVE CB-CHBK-REF TO WS-CT-CHBK-REF(WS-CT-IDX)
           MOVE CB-NETWORK TO WS-CT-NETWORK(WS-CT-IDX)
           MOVE CB-CATEGORY TO WS-CT-CATEGORY(WS-CT-IDX)
           MOVE CB-NET-REASON TO WS-CT-NET-REASON(WS-CT-IDX)
           MOVE CB-ACQUIRER-ID TO WS-CT-ACQUIRER(WS-CT-IDX)
           MOVE CB-AMOUNT TO WS-CT-AMOUNT(WS-CT-IDX)
           MOVE CB-RESOLVE-DATE TO WS-CT-RES-DATE(WS-CT-IDX)
           MOVE CB-SETL-DATE TO WS-CT-SETL-DATE(WS-CT-IDX)
           MOVE 0 TO WS-CT-SETL-AMT(WS-CT-IDX)
           MOVE CB-FILED-DATE TO WS-CT-FILED-DATE(WS-CT-IDX)
           MOVE CB-DEADLINE TO WS-CT-DEADLINE(WS-CT-IDX)
           MOVE CB-FINAL-DATE TO WS-CT-FINAL-DATE(WS-CT-IDX)
           MOVE CB-RECOVERED TO WS-CT-RECOVERED(WS-CT-IDX)
           MOVE CB-STATUS TO WS-CT-STATUS(WS-CT-IDX)
           MOVE CB-OUTCOME TO WS-CT-OUTCOME(WS-CT-IDX).

      *----------------------------------------------------------------
      * A DISPUTE ENTERS THE CYCLE ONCE: RESOLVED IN THE CUSTOMER'S
      * FAVOR WITH A CARD DISPUTE CATEGORY, AND NOT ALREADY ON THE
      * CHARGEBACK FILE. THE CREDIT GOES TO THE RECEIVABLE NOW.
      *----------------------------------------------------------------
       2100-PICK-UP-NEW-DISPUTES.
           OPEN INPUT DISPUTE-CASE-FILE
           IF NOT WS-DCASE-OK
               DISPLAY 'NO DISPUTE CASE FILE: ' WS-DCASE-STATUS
               SET WS-DCASE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-DCASE-EOF
               READ DISPUTE-CASE-FILE
                   AT END
                       SET WS-DCASE-EOF TO TRUE
                   NOT AT END
                       IF CS-PERMANENT
                           AND CS-REASON-CODE NOT = SPACES
                           MOVE CS-CASE-ID TO WS-FIND-CASE-ID
                           PERFORM 2200-FIND-BY-CASE-ID
                           IF WS-CT-MATCH-IDX = 0
                               PERFORM 2150-ADD-NEW-CHARGEBACK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DCASE-OK OR WS-DCASE-STATUS = '05'
               OR WS-DCASE-STATUS = '10'
               CLOSE DISPUTE-CASE-FILE
           END-IF.

       2150-ADD-NEW-CHARGEBACK.
           IF WS-CHBK-COUNT >= WS-MAX-CHBK
               SET WS-TABLE-OVERFLOW TO TRUE
               SET WS-DCASE-EOF TO TRUE
           ELSE
               ADD 1 TO WS-CHBK-COUNT
               MOVE WS-CHBK-COUNT TO WS-CT-IDX
               MOVE CS-CASE-ID TO WS-CT-CASE-ID(WS-CT-IDX)
               MOVE CS-ACCT-NUMBER TO WS-CT-ACCT(WS-CT-IDX)
               MOVE CS-REF-NUMBER TO WS-CT-REF(WS-CT-IDX)
               MOVE CS-CASE-ID TO WS-CR-CASE-ID
               MOVE WS-CB-REFERENCE TO WS-CT-CHBK-REF(WS-CT-IDX)
               MOVE SPACES TO WS-CT-NETWORK(WS-CT-IDX)
               MOVE CS-REASON-CODE TO WS-CT-CATEGORY(WS-CT-IDX)
               MOVE SPACES TO WS-CT-NET-REASON(WS-CT-IDX)
               MOVE 0 TO WS-CT-ACQUIRER(WS-CT-IDX)
               MOVE CS-AMOUNT TO WS-CT-AMOUNT(WS-CT-IDX)
               MOVE CS-RESOLVE-DATE TO WS-CT-RES-DATE(WS-CT-IDX)
               MOVE 0 TO WS-CT-SETL-DATE(WS-CT-IDX)
               MOVE 0 TO WS-CT-SETL-AMT(WS-CT-IDX)
               MOVE 0 TO WS-CT-FILED-DATE(WS-CT-IDX)
               COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
                   CS-RESOLVE-DATE) + WS-FILING-LIMIT-DAYS
               COMPUTE WS-CT-DEADLINE(WS-CT-IDX) =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE 0 TO WS-CT-FINAL-DATE(WS-CT-IDX)
               MOVE 0 TO WS-CT-RECOVERED(WS-CT-IDX)
               MOVE 'N' TO WS-CT-STATUS(WS-CT-IDX)
               MOVE SPACES TO WS-CT-OUTCOME(WS-CT-IDX)
               ADD 1 TO WS-NEW-DISPUTES
               MOVE 'CBKRECV' TO WS-GL-DR-EVENT
               MOVE 'SUSPENSE' TO WS-GL-CR-EVENT
               MOVE CS-AMOUNT TO WS-GL-AMT
               MOVE 'CARD DISPUTE CREDIT TO CHARGEBACK RECV'
                   TO WS-GL-DESC
               PERFORM 9500-POST-GL-PAIR
           END-IF.

       2200-FIND-BY-CASE-ID.
           MOVE 0 TO WS-CT-MATCH-IDX
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CHBK-COUNT
               IF WS-CT-CASE-ID(WS-CT-IDX) = WS-FIND-CASE-ID
                   MOVE WS-CT-IDX TO WS-CT-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * ONE PASS OF THE SETTLEMENT HISTORY FILLS IN THE NETWORK,
      * ACQUIRER AND SETTLEMENT DATE FOR EVERY ITEM STILL LOOKING FOR
      * ITS ORIGINAL PRESENTMENT. THE LATEST MATCHING ITEM WINS.
      *----------------------------------------------------------------
       2500-LOOKUP-SETTLEMENTS.
           MOVE 0 TO WS-PENDING-LOOKUPS
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CHBK-COUNT
               IF WS-CT-STATUS(WS-CT-IDX) = 'N'
                   ADD 1 TO WS-PENDING-LOOKUPS
               END-IF
           END-PERFORM
           IF WS-PENDING-LOOKUPS > 0
               OPEN INPUT SETL-HISTORY-FILE
               IF NOT WS-SHST-OK
                   DISPLAY 'NO SETTLEMENT HISTORY: ' WS-SHST-STATUS
                   SET WS-SHST-EOF TO TRUE
               END-IF
               PERFORM UNTIL WS-SHST-EOF
                   READ SETL-HISTORY-FILE
                       AT END
                           SET WS-SHST-EOF TO TRUE
                       NOT AT END
                           PERFORM 2550-MATCH-SETTLEMENT-ITEM
                   END-READ
               END-PERFORM
               IF WS-SHST-OK OR WS-SHST-STATUS = '05'
                   OR WS-SHST-STATUS = '10'
                   CLOSE SETL-HISTORY-FILE
               END-IF
           END-IF.

       2550-MATCH-SETTLEMENT-ITEM.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CHBK-COUNT
               IF WS-CT-STATUS(WS-CT-IDX) = 'N'
                   AND WS-CT-ACCT(WS-CT-IDX) = SH-ACCT-NUMBER
                   AND WS-CT-REF(WS-CT-IDX) = SH-REF-NUMBER
                   MOVE SH-NETWORK TO WS-CT-NETWORK(WS-CT-IDX)
                   MOVE SH-ACQUIRER-ID TO WS-CT-ACQUIRER(WS-CT-IDX)
                   MOVE SH-POST-DATE TO WS-CT-SETL-DATE(WS-CT-IDX)
                   MOVE SH-AMOUNT TO WS-CT-SETL-AMT(WS-CT-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * FILE EACH NEW ITEM WHOSE SETTLEMENT WAS FOUND, INSIDE THE
      * NETWORK TIME LIMIT. PAST THE LIMIT THE CHARGEBACK CANNOT BE
      * FILED AND THE CREDIT IS A LOSS. AN ITEM WITH NO SETTLEMENT
      * FOUND WAITS FOR A LATER HISTORY LOAD UNTIL ITS OWN LIMIT
      * (COUNTED FROM THE DISPUTE RESOLUTION) RUNS OUT.
      *----------------------------------------------------------------
       3000-FILE-CHARGEBACKS.
           OPEN OUTPUT CHBK-OUT-FILE
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CHBK-COUNT
               IF WS-CT-STATUS(WS-CT-IDX) = 'N'
                   PERFORM 3100-FILE-ONE-CHARGEBACK
               END-IF
           END-PERFORM.

       3100-FILE-ONE-CHARGEBACK.
           EVALUATE TRUE
               WHEN WS-CT-SETL-DATE(WS-CT-IDX) = 0
                   IF WS-CT-DEADLINE(WS-CT-IDX) < WS-PROCESSING-DATE
                       MOVE 0 TO WS-RECOVER-AMT
                       MOVE 'NS' TO WS-OUTCOME
                       PERFORM 6400-CLOSE-ITEM
                   ELSE
                       ADD 1 TO WS-NO-SETL-ITEM
                   END-IF
               WHEN OTHER
                   COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
                       WS-CT-SETL-DATE(WS-CT-IDX))
                       + WS-FILING-LIMIT-DAYS
                   COMPUTE WS-CT-DEADLINE(WS-CT-IDX) =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   PERFORM 3200-MAP-REASON-CODE
                   EVALUATE TRUE
                       WHEN WS-CT-DEADLINE(WS-CT-IDX)
                           < WS-PROCESSING-DATE
                           MOVE 0 TO WS-RECOVER-AMT
                           MOVE 'TL' TO WS-OUTCOME
                           PERFORM 6400-CLOSE-ITEM
                       WHEN WS-CT-NET-REASON(WS-CT-IDX) = SPACES
                           DISPLAY 'NO NETWORK REASON FOR CASE '
                               WS-CT-CASE-ID(WS-CT-IDX) ' CATEGORY '
                               WS-CT-CATEGORY(WS-CT-IDX) ' NETWORK '
                               WS-CT-NETWORK(WS-CT-IDX)
                           ADD 1 TO WS-NO-SETL-ITEM
                       WHEN OTHER
                           IF WS-CT-SETL-AMT(WS-CT-IDX) > 0
                               AND WS-CT-AMOUNT(WS-CT-IDX) >
                                   WS-CT-SETL-AMT(WS-CT-IDX)
                               PERFORM 3150-LIMIT-TO-SETTLEMENT
                           END-IF
                           MOVE 'C' TO WS-OUT-TYPE
                           PERFORM 3300-WRITE-CHARGEBACK-OUT
                           MOVE WS-PROCESSING-DATE TO
                               WS-CT-FILED-DATE(WS-CT-IDX)
                           PERFORM 3400-SET-RESPONSE-WINDOW
                           COMPUTE WS-DATE-INT = WS-TODAY-INT
                               + WS-RESPONSE-DAYS
                           COMPUTE WS-CT-DEADLINE(WS-CT-IDX) =
                               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                           MOVE 'C' TO WS-CT-STATUS(WS-CT-IDX)
                           ADD 1 TO WS-CHARGEBACKS-SENT
                   END-EVALUATE
           END-EVALUATE.

      *----------------------------------------------------------------
      * THE NETWORK WILL NOT TAKE BACK MORE THAN SETTLED. A CUSTOMER
      * CREDIT ABOVE THE SETTLEMENT AMOUNT IS WRITTEN OFF NOW AND
      * THE CHARGEBACK GOES OUT FOR THE SETTLED AMOUNT.
      *----------------------------------------------------------------
       3150-LIMIT-TO-SETTLEMENT.
           COMPUTE WS-LOSS-AMT = WS-CT-AMOUNT(WS-CT-IDX)
               - WS-CT-SETL-AMT(WS-CT-IDX)
           MOVE 'CBKLOSS' TO WS-GL-DR-EVENT
           MOVE 'CBKRECV' TO WS-GL-CR-EVENT
           MOVE WS-LOSS-AMT TO WS-GL-AMT
           MOVE 'CARD DISPUTE CREDIT OVER SETTLEMENT' TO WS-GL-DESC
           PERFORM 9500-POST-GL-PAIR
           ADD WS-LOSS-AMT TO WS-TOTAL-LOSS
           MOVE WS-CT-SETL-AMT(WS-CT-IDX) TO WS-CT-AMOUNT(WS-CT-IDX).

      *----------------------------------------------------------------
      * BANK DISPUTE CATEGORY TO NETWORK REASON CODE.
      *----------------------------------------------------------------
       3200-MAP-REASON-CODE.
           MOVE SPACES TO WS-CT-NET-REASON(WS-CT-IDX)
           EVALUATE WS-CT-NETWORK(WS-CT-IDX)
               ALSO WS-CT-CATEGORY(WS-CT-IDX)
               WHEN 'V' ALSO 'FR'
                   MOVE '10.4' TO WS-CT-NET-REASON(WS-CT-IDX)
               WHEN 'V' ALSO 'NR'
                   MOVE '13.1' TO WS-CT-NET-REASON(WS-CT-IDX)
               WHEN 'V' ALSO 'DP'
                   MOVE '12.6' TO WS-CT-NET-REASON(WS-CT-IDX)
               WHEN 'V' ALSO 'CR'
                   MOVE '13.6' TO WS-CT-NET-REASON(WS-CT-IDX)
               WHEN 'V' ALSO 'AM'
                   MOVE '12.5' TO WS-CT-NET-REASON(WS-CT-IDX)
               WHEN 'V' ALSO 'QD'
                   MOVE '13.3' TO WS-CT-NET-REASON(WS-CT-IDX)
               WHEN 'M' ALSO 'FR'
                   MOVE '4837' TO WS-CT-NET-REASON(WS-CT-IDX)
               WHEN 'M' ALSO 'NR'
                   MOVE '4855' TO WS-CT-NET-REASON(WS-CT-IDX)
               WHEN 'M' ALSO 'DP'
                   MOVE '4834' TO WS-CT-NET-REASON(WS-CT-IDX)
               WHEN 'M' ALSO 'CR'
                   MOVE '4860' TO WS-CT-NET-REASON(WS-CT-IDX)
               WHEN 'M' ALSO 'AM'
                   MOVE '4831' TO WS-CT-NET-REASON(WS-CT-IDX)
               WHEN 'M' ALSO 'QD'
                   MOVE '4853' TO WS-CT-NET-REASON(WS-CT-IDX)
           END-EVALUATE.

       3300-WRITE-CHARGEBACK-OUT.
           MOVE SPACES TO CHBK-OUT-RECORD
           MOVE WS-OUT-TYPE TO CO-RECORD-TYPE
           MOVE WS-CT-NETWORK(WS-CT-IDX) TO CO-NETWORK
           MOVE WS-CT-CHBK-REF(WS-CT-IDX) TO CO-CHBK-REF
           MOVE WS-CT-REF(WS-CT-IDX) TO CO-ORIG-REF
           MOVE WS-CT-ACCT(WS-CT-IDX) TO CO-ACCT-NUMBER
           MOVE WS-CT-ACQUIRER(WS-CT-IDX) TO CO-ACQUIRER-ID
           MOVE WS-CT-NET-REASON(WS-CT-IDX) TO CO-NET-REASON
           MOVE WS-CT-AMOUNT(WS-CT-IDX) TO CO-AMOUNT
           MOVE WS-CT-SETL-DATE(WS-CT-IDX) TO CO-SETL-DATE
           MOVE WS-PROCESSING-DATE TO CO-FILED-DATE
           MOVE WS-OUR-ROUTING TO CO-ISSUER-ROUTING
           WRITE CHBK-OUT-RECORD.

       3400-SET-RESPONSE-WINDOW.
           IF WS-CT-NETWORK(WS-CT-IDX) = 'M'
               MOVE WS-MC-RESPONSE-DAYS TO WS-RESPONSE-DAYS
           ELSE
               MOVE WS-VISA-RESPONSE-DAYS TO WS-RESPONSE-DAYS
           END-IF.

      *----------------------------------------------------------------
      * NETWORK RESPONSES. A REPRESENTMENT OR ACCEPTANCE ANSWERS A
      * CHARGEBACK ('C'); A RULING ANSWERS AN ARBITRATION ('A').
      * ANYTHING ELSE IS OUT OF SEQUENCE AND IS REPORTED, NOT APPLIED.
      *----------------------------------------------------------------
       4000-APPLY-NETWORK-RESPONSES.
           OPEN INPUT NETWORK-RESP-FILE
           IF NOT WS-RESP-OK
               SET WS-RESP-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-RESP-EOF
               READ NETWORK-RESP-FILE
                   AT END
                       SET WS-RESP-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RESPONSES-READ
                       PERFORM 4100-APPLY-ONE-RESPONSE
               END-READ
           END-PERFORM
           IF WS-RESP-OK OR WS-RESP-STATUS = '05'
               OR WS-RESP-STATUS = '10'
               CLOSE NETWORK-RESP-FILE
           END-IF.

       4100-APPLY-ONE-RESPONSE.
           MOVE 0 TO WS-CT-MATCH-IDX
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CHBK-COUNT
               IF WS-CT-CHBK-REF(WS-CT-IDX) = RP-CHBK-REF
                   MOVE WS-CT-IDX TO WS-CT-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CT-MATCH-IDX = 0
               ADD 1 TO WS-RESPONSES-REJECTED
               DISPLAY 'RESPONSE FOR UNKNOWN CHARGEBACK ' RP-CHBK-REF
           ELSE
               MOVE WS-CT-MATCH-IDX TO WS-CT-IDX
               EVALUATE TRUE
                   WHEN RP-REPRESENTMENT
                       AND WS-CT-STATUS(WS-CT-IDX) = 'C'
                       PERFORM 3400-SET-RESPONSE-WINDOW
                       COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(
                           RP-RESP-DATE) + WS-RESPONSE-DAYS
                       COMPUTE WS-CT-DEADLINE(WS-CT-IDX) =
                           FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                       MOVE 'R' TO WS-CT-STATUS(WS-CT-IDX)
                   WHEN RP-ACQ-ACCEPTED
                       AND WS-CT-STATUS(WS-CT-IDX) = 'C'
                       PERFORM 4200-SET-RECOVER-AMOUNT
                       MOVE 'AA' TO WS-OUTCOME
                       PERFORM 6400-CLOSE-ITEM
                   WHEN RP-ARB-WON
                       AND WS-CT-STATUS(WS-CT-IDX) = 'A'
                       PERFORM 4200-SET-RECOVER-AMOUNT
                       MOVE 'AW' TO WS-OUTCOME
                       PERFORM 6400-CLOSE-ITEM
                   WHEN RP-ARB-LOST
                       AND WS-CT-STATUS(WS-CT-IDX) = 'A'
                       MOVE 0 TO WS-RECOVER-AMT
                       MOVE 'AL' TO WS-OUTCOME
                       PERFORM 6400-CLOSE-ITEM
                   WHEN OTHER
                       ADD 1 TO WS-RESPONSES-REJECTED
                       DISPLAY 'RESPONSE OUT OF SEQUENCE FOR '
                           RP-CHBK-REF ' TYPE ' RP-TYPE ' STATUS '
                           WS-CT-STATUS(WS-CT-IDX)
               END-EVALUATE
           END-IF.

       4200-SET-RECOVER-AMOUNT.
           IF RP-AMOUNT > 0
               AND RP-AMOUNT < WS-CT-AMOUNT(WS-CT-IDX)
               MOVE RP-AMOUNT TO WS-RECOVER-AMT
           ELSE
               MOVE WS-CT-AMOUNT(WS-CT-IDX) TO WS-RECOVER-AMT
           END-IF.

      *----------------------------------------------------------------
      * CARD DESK DECISIONS ON REPRESENTED ITEMS.
      *----------------------------------------------------------------
       5000-APPLY-DECISIONS.
           OPEN INPUT CHBK-DECISION-FILE
           IF NOT WS-DECN-OK
               SET WS-DECN-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-DECN-EOF
               READ CHBK-DECISION-FILE
                   AT END
                       SET WS-DECN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DECISIONS-READ
                       PERFORM 5100-APPLY-ONE-DECISION
               END-READ
           END-PERFORM
           IF WS-DECN-OK OR WS-DECN-STATUS = '05'
               OR WS-DECN-STATUS = '10'
               CLOSE CHBK-DECISION-FILE
           END-IF.

       5100-APPLY-ONE-DECISION.
           MOVE DC-CASE-ID TO WS-FIND-CASE-ID
           PERFORM 2200-FIND-BY-CASE-ID
           IF WS-CT-MATCH-IDX > 0
               MOVE WS-CT-MATCH-IDX TO WS-CT-IDX
           END-IF
           EVALUATE TRUE
               WHEN WS-CT-MATCH-IDX = 0
                   ADD 1 TO WS-DECISIONS-REJECTED
                   DISPLAY 'DECISION FOR UNKNOWN CASE ' DC-CASE-ID
               WHEN WS-CT-STATUS(WS-CT-IDX) NOT = 'R'
                   ADD 1 TO WS-DECISIONS-REJECTED
                   DISPLAY 'CASE ' DC-CASE-ID ' NOT AWAITING DECISION'
               WHEN DC-ARBITRATE
                   MOVE 'A' TO WS-OUT-TYPE
                   PERFORM 3300-WRITE-CHARGEBACK-OUT
                   COMPUTE WS-DATE-INT = WS-TODAY-INT
                       + WS-RULING-FOLLOWUP-DAYS
                   COMPUTE WS-CT-DEADLINE(WS-CT-IDX) =
                       FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   MOVE 'A' TO WS-CT-STATUS(WS-CT-IDX)
                   ADD 1 TO WS-ARBITRATIONS-FILED
               WHEN DC-ACCEPT-LOSS
                   MOVE 0 TO WS-RECOVER-AMT
                   MOVE 'RA' TO WS-OUTCOME
                   PERFORM 6400-CLOSE-ITEM
               WHEN OTHER
                   ADD 1 TO WS-DECISIONS-REJECTED
                   DISPLAY 'INVALID DECISION FOR CASE ' DC-CASE-ID
           END-EVALUATE.

      *----------------------------------------------------------------
      * DEADLINES THAT PASSED WITH NO ACTION. AN ACQUIRER SILENT PAST
      * ITS WINDOW HAS ACCEPTED THE CHARGEBACK; A REPRESENTMENT NOT
      * ESCALATED IN TIME STANDS AND THE CREDIT IS OUR LOSS. A LATE
      * ARBITRATION RULING IS ONLY FLAGGED ON THE AGING REPORT.
      *----------------------------------------------------------------
       6000-TIMEOUT-PASS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CHBK-COUNT
               IF WS-CT-DEADLINE(WS-CT-IDX) < WS-PROCESSING-DATE
                   EVALUATE WS-CT-STATUS(WS-CT-IDX)
                       WHEN 'C'
                           MOVE WS-CT-AMOUNT(WS-CT-IDX) TO
                               WS-RECOVER-AMT
                           MOVE 'NR' TO WS-OUTCOME
                           PERFORM 6400-CLOSE-ITEM
                       WHEN 'R'
                           MOVE 0 TO WS-RECOVER-AMT
                           MOVE 'RL' TO WS-OUTCOME
                           PERFORM 6400-CLOSE-ITEM
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * CLOSE AN ITEM: WS-RECOVER-AMT COMES BACK FROM THE NETWORK,
      * ANY BALANCE OF THE CHARGEBACK AMOUNT IS WRITTEN OFF.
      *----------------------------------------------------------------
       6400-CLOSE-ITEM.
           COMPUTE WS-LOSS-AMT =
               WS-CT-AMOUNT(WS-CT-IDX) - WS-RECOVER-AMT
           IF WS-RECOVER-AMT > 0
               MOVE 'CBKSETL' TO WS-GL-DR-EVENT
               MOVE 'CBKRECV' TO WS-GL-CR-EVENT
               MOVE WS-RECOVER-AMT TO WS-GL-AMT
               MOVE 'CARD CHARGEBACK RECOVERY' TO WS-GL-DESC
               PERFORM 9500-POST-GL-PAIR
               ADD WS-RECOVER-AMT TO WS-TOTAL-RECOVERED
               ADD 1 TO WS-ITEMS-RECOVERED
               MOVE 'W' TO WS-CT-STATUS(WS-CT-IDX)
           ELSE
               ADD 1 TO WS-ITEMS-LOST
               MOVE 'L' TO WS-CT-STATUS(WS-CT-IDX)
           END-IF
           IF WS-LOSS-AMT > 0
               MOVE 'CBKLOSS' TO WS-GL-DR-EVENT
               MOVE 'CBKRECV' TO WS-GL-CR-EVENT
               MOVE WS-LOSS-AMT TO WS-GL-AMT
               MOVE 'CARD CHARGEBACK LOSS' TO WS-GL-DESC
               PERFORM 9500-POST-GL-PAIR
               ADD WS-LOSS-AMT TO WS-TOTAL-LOSS
           END-IF
           MOVE WS-RECOVER-AMT TO WS-CT-RECOVERED(WS-CT-IDX)
           MOVE WS-OUTCOME TO WS-CT-OUTCOME(WS-CT-IDX)
           MOVE WS-PROCESSING-DATE TO WS-CT-FINAL-DATE(WS-CT-IDX).

      *----------------------------------------------------------------
      * AGING: EVERY OPEN ITEM IN NETWORK-DEADLINE ORDER, THEN THE
      * ITEMS CLOSED THIS RUN. A MISSED NETWORK DEADLINE IS MONEY
      * THE BANK EATS, SO THE FLAGS ESCALATE AS IT APPROACHES.
      *----------------------------------------------------------------
       7000-AGING-REPORT.
           OPEN OUTPUT AGING-REPORT-FILE
           WRITE AGING-REPORT-LINE FROM WS-REPORT-HEADER
           SORT SORT-CHBK-FILE
               ON ASCENDING KEY SK-DEADLINE SK-CASE-ID
               INPUT PROCEDURE IS 7100-RELEASE-OPEN-ITEMS
               OUTPUT PROCEDURE IS 7200-WRITE-SORTED-AGING
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE FROM WS-CLOSED-HEADER
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CHBK-COUNT
               IF WS-CT-FINAL-DATE(WS-CT-IDX) = WS-PROCESSING-DATE
                   PERFORM 7400-WRITE-CLOSED-LINE
               END-IF
           END-PERFORM
           CLOSE AGING-REPORT-FILE.

       7100-RELEASE-OPEN-ITEMS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CHBK-COUNT
               IF WS-CT-STATUS(WS-CT-IDX) = 'N'
                   OR WS-CT-STATUS(WS-CT-IDX) = 'C'
                   OR WS-CT-STATUS(WS-CT-IDX) = 'R'
                   OR WS-CT-STATUS(WS-CT-IDX) = 'A'
                   MOVE WS-CT-DEADLINE(WS-CT-IDX) TO SK-DEADLINE
                   MOVE WS-CT-CASE-ID(WS-CT-IDX) TO SK-CASE-ID
                   MOVE WS-CT-IDX TO SK-TABLE-IDX
                   RELEASE SORT-CHBK-RECORD
               END-IF
           END-PERFORM.

       7200-WRITE-SORTED-AGING.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-CHBK-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       MOVE SK-TABLE-IDX TO WS-CT-IDX
                       PERFORM 7300-WRITE-AGING-LINE
               END-RETURN
           END-PERFORM.

       7300-WRITE-AGING-LINE.
           COMPUTE WS-DAYS-LEFT = FUNCTION INTEGER-OF-DATE(
               WS-CT-DEADLINE(WS-CT-IDX)) - WS-TODAY-INT
           MOVE WS-CT-CASE-ID(WS-CT-IDX) TO WS-RD-CASE
           MOVE WS-CT-ACCT(WS-CT-IDX) TO WS-RD-ACCT
           MOVE WS-CT-NETWORK(WS-CT-IDX) TO WS-RD-NETWORK
           MOVE WS-CT-NET-REASON(WS-CT-IDX) TO WS-RD-REASON
           MOVE WS-CT-AMOUNT(WS-CT-IDX) TO WS-RD-AMOUNT
           MOVE WS-CT-DEADLINE(WS-CT-IDX) TO WS-RD-DEADLINE
           MOVE WS-DAYS-LEFT TO WS-RD-DAYS-LEFT
           EVALUATE WS-CT-STATUS(WS-CT-IDX)
               WHEN 'N'
                   MOVE 'AWAITING SETL' TO WS-RD-STAGE
               WHEN 'C'
                   MOVE 'CHARGEBACK SENT' TO WS-RD-STAGE
               WHEN 'R'
                   MOVE 'REPRESENTED' TO WS-RD-STAGE
               WHEN 'A'
                   MOVE 'IN ARBITRATION' TO WS-RD-STAGE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-CT-STATUS(WS-CT-IDX) = 'A'
                   AND WS-DAYS-LEFT < 0
                   MOVE '** RULING OVERDUE **' TO WS-RD-FLAG
                   ADD 1 TO WS-DEADLINE-FLAGS
               WHEN WS-CT-STATUS(WS-CT-IDX) = 'C'
                   MOVE 'AWAITING ACQUIRER' TO WS-RD-FLAG
               WHEN WS-CT-STATUS(WS-CT-IDX) = 'A'
                   MOVE 'AWAITING RULING' TO WS-RD-FLAG
               WHEN WS-DAYS-LEFT <= 0
                   MOVE '*** DEADLINE TODAY ***' TO WS-RD-FLAG
                   ADD 1 TO WS-DEADLINE-FLAGS
               WHEN WS-DAYS-LEFT <= WS-WARNING-DAYS
                   MOVE '** DEADLINE WITHIN 5 DAYS **' TO WS-RD-FLAG
                   ADD 1 TO WS-DEADLINE-FLAGS
               WHEN WS-CT-STATUS(WS-CT-IDX) = 'N'
                   AND WS-CT-SETL-DATE(WS-CT-IDX) = 0
                   MOVE '* NO SETTLEMENT ITEM FOUND *' TO WS-RD-FLAG
               WHEN WS-CT-STATUS(WS-CT-IDX) = 'N'
                   MOVE '* NO NETWORK REASON CODE *' TO WS-RD-FLAG
               WHEN OTHER
                   MOVE 'DECISION NEEDED' TO WS-RD-FLAG
           END-EVALUATE
           WRITE AGING-REPORT-LINE FROM WS-REPORT-DETAIL.

       7400-WRITE-CLOSED-LINE.
           MOVE WS-CT-CASE-ID(WS-CT-IDX) TO WS-CD-CASE
           MOVE WS-CT-ACCT(WS-CT-IDX) TO WS-CD-ACCT
           MOVE WS-CT-NETWORK(WS-CT-IDX) TO WS-CD-NETWORK
           MOVE WS-CT-NET-REASON(WS-CT-IDX) TO WS-CD-REASON
           MOVE WS-CT-AMOUNT(WS-CT-IDX) TO WS-CD-AMOUNT
           MOVE WS-CT-RECOVERED(WS-CT-IDX) TO WS-CD-RECOVERED
           EVALUATE WS-CT-OUTCOME(WS-CT-IDX)
               WHEN 'AA'
                   MOVE 'ACQUIRER ACCEPTED' TO WS-CD-OUTCOME
               WHEN 'NR'
                   MOVE 'NO REPRESENTMENT IN TIME' TO WS-CD-OUTCOME
               WHEN 'AW'
                   MOVE 'ARBITRATION WON' TO WS-CD-OUTCOME
               WHEN 'AL'
                   MOVE 'ARBITRATION LOST' TO WS-CD-OUTCOME
               WHEN 'RA'
                   MOVE 'REPRESENTMENT ACCEPTED' TO WS-CD-OUTCOME
               WHEN 'RL'
                   MOVE 'ARBITRATION WINDOW LAPSED' TO WS-CD-OUTCOME
               WHEN 'TL'
                   MOVE 'PAST CHARGEBACK TIME LIMIT' TO WS-CD-OUTCOME
               WHEN 'NS'
                   MOVE 'NO SETTLEMENT ITEM IN TIME' TO WS-CD-OUTCOME
           END-EVALUATE
           WRITE AGING-REPORT-LINE FROM WS-CLOSED-DETAIL.

       8000-REWRITE-CHARGEBACK-CASES.
           OPEN OUTPUT CHBK-CASE-FILE
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CHBK-COUNT
               MOVE SPACES TO CHBK-CASE-RECORD
               MOVE WS-CT-CASE-ID(WS-CT-IDX) TO CB-CASE-ID
               MOVE WS-CT-ACCT(WS-CT-IDX) TO CB-ACCT-NUMBER
               MOVE WS-CT-REF(WS-CT-IDX) TO CB-REF-NUMBER
               MOVE WS-CT-CHBK-REF(WS-CT-IDX) TO CB-CHBK-REF
               MOVE WS-CT-NETWORK(WS-CT-IDX) TO CB-NETWORK
               MOVE WS-CT-CATEGORY(WS-CT-IDX) TO CB-CATEGORY
               MOVE WS-CT-NET-REASON(WS-CT-IDX) TO CB-NET-REASON
               MOVE WS-CT-ACQUIRER(WS-CT-IDX) TO CB-ACQUIRER-ID
               MOVE WS-CT-AMOUNT(WS-CT-IDX) TO CB-AMOUNT
               MOVE WS-CT-RES-DATE(WS-CT-IDX) TO CB-RESOLVE-DATE
               MOVE WS-CT-SETL-DATE(WS-CT-IDX) TO CB-SETL-DATE
               MOVE WS-CT-FILED-DATE(WS-CT-IDX) TO CB-FILED-DATE
               MOVE WS-CT-DEADLINE(WS-CT-IDX) TO CB-DEADLINE
               MOVE WS-CT-FINAL-DATE(WS-CT-IDX) TO CB-FINAL-DATE
               MOVE WS-CT-RECOVERED(WS-CT-IDX) TO CB-RECOVERED
               MOVE WS-CT-STATUS(WS-CT-IDX) TO CB-STATUS
               MOVE WS-CT-OUTCOME(WS-CT-IDX) TO CB-OUTCOME
               WRITE CHBK-CASE-RECORD
           END-PERFORM
           CLOSE CHBK-CASE-FILE.

       9000-FINALIZE.
           CLOSE CHBK-OUT-FILE
           CLOSE GL-FEED-FILE
           DISPLAY '*** CARD CHARGEBACK PROCESSING COMPLETE ***'
           DISPLAY 'NEW CARD DISPUTES:      ' WS-NEW-DISPUTES
           DISPLAY 'CHARGEBACKS SENT:       ' WS-CHARGEBACKS-SENT
           DISPLAY 'ARBITRATIONS FILED:     ' WS-ARBITRATIONS-FILED
           DISPLAY 'RESPONSES READ:         ' WS-RESPONSES-READ
           DISPLAY 'RESPONSES REJECTED:     ' WS-RESPONSES-REJECTED
           DISPLAY 'DECISIONS READ:         ' WS-DECISIONS-READ
           DISPLAY 'DECISIONS REJECTED:     ' WS-DECISIONS-REJECTED
           DISPLAY 'ITEMS RECOVERED:        ' WS-ITEMS-RECOVERED
           DISPLAY 'ITEMS LOST:             ' WS-ITEMS-LOST
           DISPLAY 'AMOUNT RECOVERED:       ' WS-TOTAL-RECOVERED
           DISPLAY 'AMOUNT WRITTEN OFF:     ' WS-TOTAL-LOSS
           DISPLAY 'NOT YET FILEABLE:       ' WS-NO-SETL-ITEM
           DISPLAY 'DEADLINE FLAGS:         ' WS-DEADLINE-FLAGS
           IF WS-GLM-MISSES > 0
               DISPLAY 'GL MAPPING MISSES:      ' WS-GLM-MISSES
           END-IF
           IF WS-DEADLINE-FLAGS > 0 OR WS-NO-SETL-ITEM > 0
               OR WS-RESPONSES-REJECTED > 0
               OR WS-DECISIONS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * ONE BALANCED DEBIT/CREDIT PAIR TO THE GL FEED.
      *----------------------------------------------------------------
       9500-POST-GL-PAIR.
           MOVE WS-GL-DR-EVENT TO WS-GL-EVENT
           PERFORM 9520-RESOLVE-GL-CODE
           MOVE 'D' TO GL-DR-CR
           MOVE WS-GL-AMT TO GL-AMOUNT
           MOVE WS-GL-DESC TO GL-DESCRIPTION
           MOVE WS-PROCESSING-DATE TO GL-POSTING-DATE
           MOVE 'CHGBACK' TO GL-SOURCE-PROGRAM
           WRITE GL-FEED-RECORD
           MOVE WS-GL-CR-EVENT TO WS-GL-EVENT
           PERFORM 9520-RESOLVE-GL-CODE
           MOVE 'C' TO GL-DR-CR
           MOVE WS-GL-AMT TO GL-AMOUNT
           MOVE WS-GL-DESC TO GL-DESCRIPTION
           MOVE WS-PROCESSING-DATE TO GL-POSTING-DATE
           MOVE 'CHGBACK' TO GL-SOURCE-PROGRAM
           WRITE GL-FEED-RECORD.

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
           CLOSE GL-MAP-FILE
           IF WS-GLM-COUNT > 0
               DISPLAY 'LOADED ' WS-GLM-COUNT ' GL MAPPING ENTRIES'
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
                   WHEN 'SUSPENSE' MOVE '280000' TO GL-ACCOUNT-CODE
                   WHEN 'CBKRECV' MOVE '145000' TO GL-ACCOUNT-CODE
                   WHEN 'CBKSETL' MOVE '120000' TO GL-ACCOUNT-CODE
                   WHEN 'CBKLOSS' MOVE '593000' TO GL-ACCOUNT-CODE
               END-EVALUATE
           END-IF
           IF GL-ACCOUNT-CODE = SPACES
               ADD 1 TO WS-GLM-MISSES
               MOVE WS-GL-SUSPENSE-CODE TO GL-ACCOUNT-CODE
               DISPLAY 'GL MAPPING MISS - EVENT ' WS-GL-EVENT
                   ' POSTED TO SUSPENSE'
           END-IF.
