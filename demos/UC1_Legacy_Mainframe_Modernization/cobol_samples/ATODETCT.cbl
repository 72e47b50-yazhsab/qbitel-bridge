       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATODETCT.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * ACCOUNT TAKEOVER DETECTION                                     *
      * NIGHTLY. THE TAKEOVER PATTERN IS A CHANGE OF CONTACT DETAILS,  *
      * THEN A CARD REISSUED TO THE NEW DETAILS, THEN MONEY OUT. EACH  *
      * STEP IS LOGGED IN A DIFFERENT PLACE, SO THIS RUN GATHERS THEM  *
      * PER CUSTOMER:                                                  *
      *   AD ADDRESS, PH PHONE, EM EMAIL, DL STATEMENT DELIVERY        *
      *      CHANGES FROM THE CUSTOMER AUDIT FILE (AUDITFL)            *
      *   AS AUTHORIZED SIGNER ADDED ON OWNERXRF                       *
      *   CR CARD REISSUE FROM THE CARD AUDIT FILE (CARDAUDT)          *
      *   WO OUTBOUND WIRE (WRO) AND LW LARGE WITHDRAWAL (DAYTRANS)    *
      * TODAY'S EVENTS ARE ADDED TO A ROLLING EVENT HISTORY (ATOHIST   *
      * IN, ATOHISTN OUT) HELD FOR THE WINDOW SET ON THE RULES CONTROL *
      * FILE (ATOCTL), AND EACH CUSTOMER WITH NEW ACTIVITY TODAY IS    *
      * SCORED: THE WEIGHT OF EACH KIND OF EVENT SEEN IN THE WINDOW,   *
      * PLUS A BONUS WHEN A CHANGE IS FOLLOWED BY MONEY OUT AND A      *
      * LARGER ONE WHEN THE FULL CHANGE / REISSUE / MONEY SEQUENCE     *
      * OCCURS IN ORDER. A SCORE AT THE ALERT THRESHOLD OPENS A CASE   *
      * ON THE AML CASE FILE (AMLCASES) FOR FRAUD REVIEW; A SCORE AT   *
      * THE RESTRAINT THRESHOLD ALSO QUEUES A TEMPORARY FRAUD          *
      * RESTRAINT ON EACH OF THE CUSTOMER'S OPEN ACCOUNTS FOR RESTRNT  *
      * (RSTRTRAN), SO MONEY STOPS MOVING UNTIL SOMEONE VERIFIES THE   *
      * CUSTOMER AND A SECOND OPERATOR RELEASES IT.                    *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATO-CTL-FILE ASSIGN TO ATOCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL EVENT-HIST-FILE ASSIGN TO ATOHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT EVENT-HIST-NEW-FILE ASSIGN TO ATOHISTN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CUST-AUDIT-FILE ASSIGN TO AUDITFL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT OPTIONAL CARD-AUDIT-FILE ASSIGN TO CARDAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAUD-STATUS.
           SELECT CARD-MASTER ASSIGN TO CARDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CARD-NUMBER
               FILE STATUS IS WS-CARD-STATUS.
           SELECT OPTIONAL OWNER-XREF-FILE ASSIGN TO OWNERXRF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT OPTIONAL DAILY-TRANS ASSIGN TO DAYTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CASE-FILE ASSIGN TO AMLCASES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT OPTIONAL RESTRAINT-TRAN-FILE ASSIGN TO RSTRTRAN
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-EVENT-FILE ASSIGN TO SRTATO.
           SELECT ATO-REPORT-FILE ASSIGN TO ATORPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * TAKEOVER RULES CONTROL FILE, MAINTAINED BY FRAUD OPERATIONS:
      *   E  EVENT WEIGHT - AC-CODE IS THE EVENT (AD PH EM DL AS CR
      *      WO LW), AC-POINTS WHAT IT ADDS WHEN SEEN IN THE WINDOW.
      *   S  SEQUENCE BONUS - AC-CODE CM (A CHANGE, THEN MONEY OUT)
      *      OR FL (CHANGE, THEN CARD REISSUE, THEN MONEY OUT).
      *   T  THRESHOLD - AC-CODE AL ALERT SCORE, RS RESTRAINT SCORE
      *      (AC-POINTS); LW LARGE WITHDRAWAL AMOUNT (AC-THRESHOLD);
      *      WD WINDOW IN DAYS, RX RESTRAINT EXPIRY IN DAYS
      *      (AC-POINTS).
      *----------------------------------------------------------------
       FD  ATO-CTL-FILE.
       01  ATO-CTL-RECORD.
           05  AC-REC-TYPE             PIC X(1).
               88  AC-EVENT-WEIGHT     VALUE 'E'.
               88  AC-SEQUENCE-BONUS   VALUE 'S'.
               88  AC-THRESHOLD-REC    VALUE 'T'.
           05  AC-CODE                 PIC X(2).
           05  AC-POINTS               PIC 9(3).
           05  AC-THRESHOLD            PIC 9(11)V99.
           05  AC-DESC                 PIC X(30).
           05  FILLER                  PIC X(31).

      *----------------------------------------------------------------
      * ROLLING EVENT HISTORY, ONE RECORD PER EVENT, CARRIED FORWARD
      * FOR THE LENGTH OF THE WINDOW.
      *----------------------------------------------------------------
       FD  EVENT-HIST-FILE.
       01  EVENT-HIST-RECORD.
           05  EH-CUST-ID              PIC 9(10).
           05  EH-EVENT-DATE           PIC 9(8).
           05  EH-EVENT-CODE           PIC X(2).
           05  EH-ACCT-NUMBER          PIC 9(12).
           05  EH-AMOUNT               PIC S9(11)V99 COMP-3.
           05  FILLER                  PIC X(1).

       FD  EVENT-HIST-NEW-FILE.
       01  EVENT-HIST-NEW-RECORD       PIC X(40).

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
               88  AUD-PHONE-CHANGE    VALUE 'PC'.
               88  AUD-DELIVERY-CHANGE VALUE 'DC'.
           05  AUD-OLD-VALUE           PIC X(80).
           05  AUD-NEW-VALUE           PIC X(80).
           05  FILLER                  PIC X(18).

      *----------------------------------------------------------------
      * DELIVERY CHANGES CARRY THE DELIVERY CODE, A SPACE AND THE
      * EMAIL ADDRESS IN THE OLD AND NEW VALUES.
      *----------------------------------------------------------------
       01  AUD-DELIVERY-VALUES REDEFINES CUST-AUDIT-RECORD.
           05  FILLER                  PIC X(52).
           05  AUD-OLD-DELIV           PIC X(1).
           05  FILLER                  PIC X(1).
           05  AUD-OLD-EMAIL           PIC X(50).
           05  FILLER                  PIC X(28).
           05  AUD-NEW-DELIV           PIC X(1).
           05  FILLER                  PIC X(1).
           05  AUD-NEW-EMAIL           PIC X(50).
           05  FILLER                  PIC X(46).

       FD  CARD-AUDIT-FILE.
       01  CARD-AUDIT-RECORD.
           05  CA-CARD-NUMBER          PIC X(16).
           05  CA-ACTION               PIC X(1).
               88  CA-REISSUE          VALUE 'R'.
           05  CA-OLD-STATUS           PIC X(1).
           05  CA-NEW-STATUS           PIC X(1).
           05  CA-OPERATOR-ID          PIC X(8).
           05  CA-DATE                 PIC 9(8).
           05  CA-TIME                 PIC 9(6).
           05  FILLER                  PIC X(10).

       FD  CARD-MASTER.
       01  CARD-MASTER-RECORD.
           05  CM-CARD-NUMBER          PIC X(16).
           05  CM-ACCT-NUMBER          PIC 9(12).
           05  FILLER                  PIC X(45).

       FD  OWNER-XREF-FILE.
       01  OWNER-XREF-RECORD.
           05  OX-ACCT-NUMBER          PIC 9(12).
           05  OX-CUST-ID              PIC 9(10).
           05  OX-OWNERSHIP-CODE       PIC X(2).
               88  OX-SIGNER           VALUE 'SG'.
           05  OX-STATUS               PIC X(1).
               88  OX-ACTIVE           VALUE 'A'.
           05  OX-EFFECTIVE-DATE       PIC 9(8).
           05  OX-REVOKE-DATE          PIC 9(8).
           05  OX-AUTH-LIMIT           PIC S9(9)V99 COMP-3.
           05  FILLER                  PIC X(10).

       FD  DAILY-TRANS.
       01  TRANS-RECORD.
           05  TR-ACCT-NUMBER          PIC 9(12).
           05  TR-TRAN-CODE            PIC X(3).
               88  TR-WITHDRAWAL       VALUE 'WDL'.
               88  TR-WIRE-OUT         VALUE 'WRO'.
           05  TR-AMOUNT               PIC S9(11)V99 COMP-3.
           05  TR-DATE                 PIC 9(8).
           05  FILLER                  PIC X(164).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(12).
           05  ACCT-BRANCH             PIC 9(4).
           05  ACCT-TYPE               PIC X(2).
           05  ACCT-OWNER-ID           PIC 9(10).
           05  FILLER                  PIC X(86).
           05  ACCT-STATUS             PIC X(1).
               88  ACCT-CLOSED         VALUE 'C'.
           05  FILLER                  PIC X(108).

       FD  CASE-FILE.
       01  CASE-RECORD.
           05  CASE-KEY.
               10  CASE-ACCT-NUMBER    PIC 9(12).
               10  CASE-ALERT-DATE     PIC 9(8).
           05  CASE-STATUS             PIC X(1).
               88  CASE-OPEN           VALUE 'O'.
           05  CASE-ANALYST            PIC X(8).
           05  CASE-OPENED-DATE        PIC 9(8).
           05  CASE-AMOUNT             PIC S9(11)V99 COMP-3.
           05  CASE-REASON             PIC X(24).
           05  CASE-SAR-DATE           PIC 9(8).
           05  CASE-SAR-EXTRACTED      PIC X(1).
           05  FILLER                  PIC X(10).

       FD  RESTRAINT-TRAN-FILE.
       01  RESTRAINT-TRAN-RECORD.
           05  RT-ACTION               PIC X(1).
           05  RT-ACCT-NUMBER          PIC 9(12).
           05  RT-REASON-CODE          PIC X(2).
           05  RT-EXPIRY-DATE          PIC 9(8).
           05  RT-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * ONE EVENT PER SOURCE ITEM OR HISTORY RECORD, SORTED TO
      * CUSTOMER AND DATE ORDER. SF-STAGE ORDERS A SINGLE DAY'S
      * EVENTS AS THE PATTERN RUNS: 1 CHANGE, 2 REISSUE, 3 MONEY.
      *----------------------------------------------------------------
       SD  SORT-EVENT-FILE.
       01  SORT-EVENT-RECORD.
           05  SF-CUST-ID              PIC 9(10).
           05  SF-EVENT-DATE           PIC 9(8).
           05  SF-STAGE                PIC 9(1).
           05  SF-EVENT-CODE           PIC X(2).
           05  SF-ACCT-NUMBER          PIC 9(12).
           05  SF-AMOUNT               PIC S9(11)V99 COMP-3.

       FD  ATO-REPORT-FILE.
       01  ATO-REPORT-LINE             PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS               PIC X(2).
           88  WS-CTL-OK               VALUE '00'.
       01  WS-HIST-STATUS              PIC X(2).
           88  WS-HIST-OK              VALUE '00'.
       01  WS-AUD-STATUS               PIC X(2).
           88  WS-AUD-OK               VALUE '00'.
       01  WS-CAUD-STATUS              PIC X(2).
           88  WS-CAUD-OK              VALUE '00'.
       01  WS-CARD-STATUS              PIC X(2).
           88  WS-CARD-OK              VALUE '00'.
       01  WS-XREF-STATUS              PIC X(2).
           88  WS-XREF-OK              VALUE '00'.
       01  WS-TRAN-STATUS              PIC X(2).
           88  WS-TRAN-OK              VALUE '00'.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-CASE-STATUS              PIC X(2).
           88  WS-CASE-OK              VALUE '00'.
           88  WS-CASE-DUPLICATE       VALUE '22'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-EOF-FLAG                 PIC X(1).
           88  WS-SOURCE-EOF           VALUE 'Y'.
       01  WS-CTL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-CTL-EOF              VALUE 'Y'.
       01  WS-SORT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-WINDOW-START             PIC 9(8).
       01  WS-RESTRAINT-EXPIRY         PIC 9(8).
       01  WS-DATE-INT                 PIC 9(9).

      *----------------------------------------------------------------
      * THE EVENTS THE RUN KNOWS, WITH THE STAGE OF THE PATTERN EACH
      * BELONGS TO. WEIGHTS COME FROM THE CONTROL FILE; AN EVENT WITH
      * NO CONTROL RECORD CARRIES NO WEIGHT.
      *----------------------------------------------------------------
       01  WS-EVENT-DEFINITIONS.
           05  FILLER PIC X(23) VALUE 'AD1ADDRESS CHANGE      '.
           05  FILLER PIC X(23) VALUE 'PH1PHONE CHANGE        '.
           05  FILLER PIC X(23) VALUE 'EM1EMAIL CHANGE        '.
           05  FILLER PIC X(23) VALUE 'DL1DELIVERY CHANGE     '.
           05  FILLER PIC X(23) VALUE 'AS1SIGNER ADDED        '.
           05  FILLER PIC X(23) VALUE 'CR2CARD REISSUED       '.
           05  FILLER PIC X(23) VALUE 'WO3OUTBOUND WIRE       '.
           05  FILLER PIC X(23) VALUE 'LW3LARGE WITHDRAWAL    '.
       01  WS-EVENT-TABLE REDEFINES WS-EVENT-DEFINITIONS.
           05  WS-EV-ENTRY OCCURS 8 TIMES.
               10  WS-EV-CODE          PIC X(2).
               10  WS-EV-STAGE         PIC 9(1).
               10  WS-EV-DESC          PIC X(20).
       01  WS-EVENT-WEIGHTS.
           05  WS-EV-WEIGHT OCCURS 8 TIMES PIC 9(3) VALUE 0.
       01  WS-EV-IDX                   PIC 9(1).
       01  WS-EV-MATCH-IDX             PIC 9(1).
       01  WS-EVENT-COUNT              PIC 9(1) VALUE 8.

       01  WS-RULES.
           05  WS-WEIGHTS-LOADED       PIC 9(3) VALUE 0.
           05  WS-BONUS-CHANGE-MONEY   PIC 9(3) VALUE 0.
           05  WS-BONUS-FULL-SEQUENCE  PIC 9(3) VALUE 0.
           05  WS-ALERT-SCORE          PIC 9(3) VALUE 0.
           05  WS-RESTRAINT-SCORE      PIC 9(3) VALUE 0.
           05  WS-LARGE-WDL-AMOUNT     PIC 9(11)V99 VALUE 0.
           05  WS-WINDOW-DAYS          PIC 9(3) VALUE 14.
           05  WS-RESTRAINT-DAYS       PIC 9(3) VALUE 10.

       01  WS-LOOKUP-ACCT              PIC 9(12).
       01  WS-LOOKUP-OWNER             PIC 9(10).

      *----------------------------------------------------------------
      * ONE CUSTOMER'S EVENTS OVER THE WINDOW. THE SEQUENCE DATES
      * FOLLOW THE PATTERN IN ORDER: THE FIRST CHANGE, THE FIRST
      * REISSUE ON OR AFTER IT, AND WHETHER MONEY LEFT AFTER EACH.
      *----------------------------------------------------------------
       01  WS-CUST-EVENTS.
           05  WS-CE-CUST-ID           PIC 9(10).
           05  WS-CE-COUNT OCCURS 8 TIMES PIC 9(5).
           05  WS-CE-TODAY-FLAG        PIC X(1).
               88  WS-CE-ACTIVE-TODAY  VALUE 'Y'.
           05  WS-CE-CHANGE-DATE       PIC 9(8).
           05  WS-CE-REISSUE-DATE      PIC 9(8).
           05  WS-CE-CHANGE-MONEY-FLAG PIC X(1).
               88  WS-CE-CHANGE-MONEY  VALUE 'Y'.
           05  WS-CE-FULL-SEQ-FLAG     PIC X(1).
               88  WS-CE-FULL-SEQUENCE VALUE 'Y'.
           05  WS-CE-MONEY-AMOUNT      PIC S9(13)V99 COMP-3.
           05  WS-CE-MONEY-ACCT        PIC 9(12).
           05  WS-CE-OTHER-ACCT        PIC 9(12).
       01  WS-SCORE                    PIC 9(5).
       01  WS-CODE-POS                 PIC 9(2).

      *----------------------------------------------------------------
      * CUSTOMERS AT OR OVER THE ALERT SCORE. ACCOUNTS ARE RESOLVED
      * AND RESTRAINTS QUEUED IN ONE PASS OF THE ACCOUNT MASTER.
      *----------------------------------------------------------------
       01  WS-ALERT-TABLE.
           05  WS-AL-ENTRY OCCURS 500 TIMES.
               10  WS-AL-CUST-ID       PIC 9(10).
               10  WS-AL-SCORE         PIC 9(5).
               10  WS-AL-ACCT          PIC 9(12).
               10  WS-AL-AMOUNT        PIC S9(13)V99 COMP-3.
               10  WS-AL-RESTRAIN-FLAG PIC X(1).
                   88  WS-AL-RESTRAIN  VALUE 'Y'.
               10  WS-AL-CODES         PIC X(24).
               10  WS-AL-RESTRAINED    PIC 9(3).
       01  WS-ALERT-COUNT              PIC 9(3) VALUE 0.
       01  WS-AL-IDX                   PIC 9(3).
       01  WS-MAX-ALERTS               PIC 9(3) VALUE 500.

       01  WS-COUNTERS.
           05  WS-HIST-CARRIED         PIC 9(7) VALUE 0.
           05  WS-HIST-AGED-OFF        PIC 9(7) VALUE 0.
           05  WS-TODAY-EVENTS         PIC 9(7) VALUE 0.
           05  WS-UNRESOLVED-ITEMS     PIC 9(7) VALUE 0.
           05  WS-HIST-WRITTEN         PIC 9(7) VALUE 0.
           05  WS-CUSTS-SCORED         PIC 9(7) VALUE 0.
           05  WS-ALERTS-RAISED        PIC 9(5) VALUE 0.
           05  WS-ALERTS-DROPPED       PIC 9(5) VALUE 0.
           05  WS-CASES-OPENED         PIC 9(5) VALUE 0.
           05  WS-CASES-EXISTING       PIC 9(5) VALUE 0.
           05  WS-RESTRAINTS-QUEUED    PIC 9(5) VALUE 0.
           05  WS-CTL-REJECTED         PIC 9(5) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(36) VALUE
               'ACCOUNT TAKEOVER ALERTS'.
           05  FILLER                  PIC X(12) VALUE 'WINDOW FROM '.
           05  WS-RH-WINDOW            PIC 9(8).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  WS-RH-DATE              PIC 9(8).
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(7) VALUE 'SCORE'.
           05  FILLER                  PIC X(26) VALUE
               'EVENTS IN WINDOW'.
           05  FILLER                  PIC X(18) VALUE
               '      MONEY OUT'.
           05  FILLER                  PIC X(14) VALUE 'CASE ACCOUNT'.
           05  FILLER                  PIC X(8) VALUE 'RSTR'.
           05  FILLER                  PIC X(47) VALUE 'ACTION'.

       01  WS-ALERT-LINE.
           05  WS-AD-CUST              PIC 9(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-SCORE             PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-CODES             PIC X(24).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-AMOUNT            PIC Z(12)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-ACCT              PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-RESTRAINED        PIC ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-AD-ACTION            PIC X(30).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SL-LABEL             PIC X(40).
           05  WS-SL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-ATO-CONTROL
           PERFORM 1200-SET-WINDOW
           SORT SORT-EVENT-FILE
               ON ASCENDING KEY SF-CUST-ID SF-EVENT-DATE SF-STAGE
               INPUT PROCEDURE IS 2000-GATHER-EVENTS
               OUTPUT PROCEDURE IS 4000-SCORE-CUSTOMERS
           PERFORM 5000-RESOLVE-ACCOUNTS
           PERFORM 6000-OPEN-CASES
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** ACCOUNT TAKEOVER DETECTION STARTED ***'
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
      * SCORE THE RUN WOULD EITHER ALERT ON NOTHING OR ON EVERYONE.
      * A RULE OUTSIDE ITS LIMITS IS REJECTED AND THE PRIOR VALUE
      * STANDS.
      *----------------------------------------------------------------
       1100-LOAD-ATO-CONTROL.
           OPEN INPUT ATO-CTL-FILE
           IF NOT WS-CTL-OK
               DISPLAY 'NO TAKEOVER RULES CONTROL FILE: '
                   WS-CTL-STATUS
               DISPLAY 'RUN HALTED - NO TAKEOVER SCORING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CTL-EOF
               READ ATO-CTL-FILE
                   AT END
                       SET WS-CTL-EOF TO TRUE
                   NOT AT END
                       PERFORM 1150-APPLY-CONTROL-RECORD
               END-READ
           END-PERFORM
           CLOSE ATO-CTL-FILE
           IF WS-WEIGHTS-LOADED = 0 OR WS-ALERT-SCORE = 0
               DISPLAY 'TAKEOVER CONTROL FILE HAS NO EVENT WEIGHTS '
                   'OR NO ALERT SCORE'
               DISPLAY 'RUN HALTED - NO TAKEOVER SCORING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RESTRAINT-SCORE > 0
               AND WS-RESTRAINT-SCORE < WS-ALERT-SCORE
               DISPLAY 'RESTRAINT SCORE BELOW ALERT SCORE - '
                   'RESTRAINT AT ALERT SCORE'
               MOVE WS-ALERT-SCORE TO WS-RESTRAINT-SCORE
               ADD 1 TO WS-CTL-REJECTED
           END-IF
           DISPLAY 'EVENT WEIGHTS LOADED: ' WS-WEIGHTS-LOADED
               ' ALERT SCORE: ' WS-ALERT-SCORE
               ' RESTRAINT SCORE: ' WS-RESTRAINT-SCORE.

       1150-APPLY-CONTROL-RECORD.
           EVALUATE TRUE
               WHEN AC-EVENT-WEIGHT
                   MOVE 0 TO WS-EV-MATCH-IDX
                   PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                       UNTIL WS-EV-IDX > WS-EVENT-COUNT
                       IF WS-EV-CODE(WS-EV-IDX) = AC-CODE
                           MOVE WS-EV-IDX TO WS-EV-MATCH-IDX
                       END-IF
                   END-PERFORM
                   IF WS-EV-MATCH-IDX > 0
                       MOVE AC-POINTS TO WS-EV-WEIGHT(WS-EV-MATCH-IDX)
                       ADD 1 TO WS-WEIGHTS-LOADED
                   ELSE
                       DISPLAY 'UNKNOWN TAKEOVER EVENT IGNORED: '
                           AC-CODE
                       ADD 1 TO WS-CTL-REJECTED
                   END-IF
               WHEN AC-SEQUENCE-BONUS
                   EVALUATE AC-CODE
                       WHEN 'CM'
                           MOVE AC-POINTS TO WS-BONUS-CHANGE-MONEY
                       WHEN 'FL'
                           MOVE AC-POINTS TO WS-BONUS-FULL-SEQUENCE
                       WHEN OTHER
                           DISPLAY 'UNKNOWN SEQUENCE BONUS IGNORED: '
                               AC-CODE
                           ADD 1 TO WS-CTL-REJECTED
                   END-EVALUATE
               WHEN AC-THRESHOLD-REC
                   PERFORM 1160-APPLY-THRESHOLD
               WHEN OTHER
                   DISPLAY 'UNKNOWN TAKEOVER CONTROL RECORD IGNORED: '
                       AC-REC-TYPE AC-CODE
                   ADD 1 TO WS-CTL-REJECTED
           END-EVALUATE.

       1160-APPLY-THRESHOLD.
           EVALUATE AC-CODE
               WHEN 'AL'
                   MOVE AC-POINTS TO WS-ALERT-SCORE
               WHEN 'RS'
                   MOVE AC-POINTS TO WS-RESTRAINT-SCORE
               WHEN 'LW'
                   MOVE AC-THRESHOLD TO WS-LARGE-WDL-AMOUNT
               WHEN 'WD'
                   IF AC-POINTS > 0 AND AC-POINTS <= 90
                       MOVE AC-POINTS TO WS-WINDOW-DAYS
                   ELSE
                       DISPLAY 'WINDOW DAYS OUT OF RANGE IGNORED: '
                           AC-POINTS
                       ADD 1 TO WS-CTL-REJECTED
                   END-IF
               WHEN 'RX'
                   IF AC-POINTS > 0 AND AC-POINTS <= 90
                       MOVE AC-POINTS TO WS-RESTRAINT-DAYS
                   ELSE
                       DISPLAY 'RESTRAINT DAYS OUT OF RANGE IGNORED: '
                           AC-POINTS
                       ADD 1 TO WS-CTL-REJECTED
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN TAKEOVER THRESHOLD IGNORED: '
                       AC-CODE
                   ADD 1 TO WS-CTL-REJECTED
           END-EVALUATE.

      *----------------------------------------------------------------
      * THE WINDOW INCLUDES TODAY. RESTRAINTS EXPIRE AFTER THE
      * CONFIGURED NUMBER OF DAYS UNLESS RELEASED SOONER.
      *----------------------------------------------------------------
       1200-SET-WINDOW.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
               - WS-WINDOW-DAYS + 1
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
               + WS-RESTRAINT-DAYS
           COMPUTE WS-RESTRAINT-EXPIRY =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           DISPLAY 'EVENT WINDOW FROM: ' WS-WINDOW-START.

      *----------------------------------------------------------------
      * SORT INPUT: THE CARRIED HISTORY STILL INSIDE THE WINDOW, THEN
      * TODAY'S EVENTS FROM EACH SOURCE. HISTORY FOR TODAY IS DROPPED
      * SO A RERUN RECAPTURES THE DAY RATHER THAN DOUBLING IT.
      * ACCOUNT-LEVEL ITEMS ARE RESOLVED TO THE PRIMARY OWNER.
      *----------------------------------------------------------------
       2000-GATHER-EVENTS.
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY 'ERROR OPENING ACCOUNT MASTER: ' WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-CARRY-HISTORY
           PERFORM 2200-GATHER-CONTACT-CHANGES
           PERFORM 2300-GATHER-SIGNER-ADDS
           PERFORM 2400-GATHER-CARD-REISSUES
           PERFORM 2500-GATHER-MONEY-OUT
           CLOSE ACCOUNT-MASTER
           DISPLAY 'HISTORY EVENTS CARRIED: ' WS-HIST-CARRIED
           DISPLAY 'TODAY EVENTS GATHERED:  ' WS-TODAY-EVENTS.

       2100-CARRY-HISTORY.
           OPEN INPUT EVENT-HIST-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF NOT WS-HIST-OK
               DISPLAY 'NO PRIOR TAKEOVER EVENT HISTORY: '
                   WS-HIST-STATUS
               SET WS-SOURCE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SOURCE-EOF
               READ EVENT-HIST-FILE
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF EH-EVENT-DATE >= WS-WINDOW-START
                           AND EH-EVENT-DATE < WS-PROCESSING-DATE
                           MOVE EH-CUST-ID TO SF-CUST-ID
                           MOVE EH-EVENT-DATE TO SF-EVENT-DATE
                           MOVE EH-EVENT-CODE TO SF-EVENT-CODE
                           MOVE EH-ACCT-NUMBER TO SF-ACCT-NUMBER
                           MOVE EH-AMOUNT TO SF-AMOUNT
                           PERFORM 2900-RELEASE-EVENT
                           ADD 1 TO WS-HIST-CARRIED
                       ELSE
                           ADD 1 TO WS-HIST-AGED-OFF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HIST-OK OR WS-HIST-STATUS = '10'
               CLOSE EVENT-HIST-FILE
           END-IF.

      *----------------------------------------------------------------
      * A DELIVERY CHANGE THAT ALSO REPLACES THE EMAIL ADDRESS COUNTS
      * AS AN EMAIL CHANGE; ONE THAT SWITCHES THE DELIVERY METHOD
      * COUNTS AS A DELIVERY CHANGE. ONE ITEM MAY BE BOTH.
      *----------------------------------------------------------------
       2200-GATHER-CONTACT-CHANGES.
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
                       IF AUD-DATE = WS-PROCESSING-DATE
                           PERFORM 2250-CLASSIFY-AUDIT-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUD-OK OR WS-AUD-STATUS = '10'
               CLOSE CUST-AUDIT-FILE
           END-IF.

       2250-CLASSIFY-AUDIT-ITEM.
           MOVE AUD-CUST-ID TO SF-CUST-ID
           MOVE AUD-DATE TO SF-EVENT-DATE
           MOVE 0 TO SF-ACCT-NUMBER
           MOVE 0 TO SF-AMOUNT
           EVALUATE TRUE
               WHEN AUD-ADDRESS-CHANGE
                   MOVE 'AD' TO SF-EVENT-CODE
                   PERFORM 2900-RELEASE-EVENT
                   ADD 1 TO WS-TODAY-EVENTS
               WHEN AUD-PHONE-CHANGE
                   MOVE 'PH' TO SF-EVENT-CODE
                   PERFORM 2900-RELEASE-EVENT
                   ADD 1 TO WS-TODAY-EVENTS
               WHEN AUD-DELIVERY-CHANGE
                   IF AUD-NEW-EMAIL NOT = AUD-OLD-EMAIL
                       MOVE 'EM' TO SF-EVENT-CODE
                       PERFORM 2900-RELEASE-EVENT
                       ADD 1 TO WS-TODAY-EVENTS
                   END-IF
                   IF AUD-NEW-DELIV NOT = AUD-OLD-DELIV
                       MOVE 'DL' TO SF-EVENT-CODE
                       PERFORM 2900-RELEASE-EVENT
                       ADD 1 TO WS-TODAY-EVENTS
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * A SIGNER ADDED TO AN ACCOUNT IS AN EVENT AGAINST THE ACCOUNT'S
      * PRIMARY OWNER - IT IS THE OWNER'S MONEY THE SIGNER CAN MOVE.
      *----------------------------------------------------------------
       2300-GATHER-SIGNER-ADDS.
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
                       IF OX-SIGNER AND OX-ACTIVE
                           AND OX-EFFECTIVE-DATE = WS-PROCESSING-DATE
                           MOVE OX-ACCT-NUMBER TO WS-LOOKUP-ACCT
                           PERFORM 2800-RESOLVE-OWNER
                           IF WS-LOOKUP-OWNER > 0
                               MOVE WS-LOOKUP-OWNER TO SF-CUST-ID
                               MOVE OX-EFFECTIVE-DATE TO SF-EVENT-DATE
                               MOVE 'AS' TO SF-EVENT-CODE
                               MOVE OX-ACCT-NUMBER TO SF-ACCT-NUMBER
                               MOVE 0 TO SF-AMOUNT
                               PERFORM 2900-RELEASE-EVENT
                               ADD 1 TO WS-TODAY-EVENTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-XREF-OK OR WS-XREF-STATUS = '10'
               CLOSE OWNER-XREF-FILE
           END-IF.

      *----------------------------------------------------------------
      * A REISSUE WRITES TWO AUDIT ITEMS - THE OLD CARD BLOCKED AND
      * THE REPLACEMENT ISSUED. THE REPLACEMENT (NO PRIOR STATUS) IS
      * THE ONE COUNTED.
      *----------------------------------------------------------------
       2400-GATHER-CARD-REISSUES.
           OPEN INPUT CARD-AUDIT-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF NOT WS-CAUD-OK
               SET WS-SOURCE-EOF TO TRUE
           ELSE
               OPEN INPUT CARD-MASTER
               IF NOT WS-CARD-OK
                   DISPLAY 'NO CARD MASTER - REISSUES NOT GATHERED'
                   SET WS-SOURCE-EOF TO TRUE
               END-IF
           END-IF
           PERFORM UNTIL WS-SOURCE-EOF
               READ CARD-AUDIT-FILE
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF CA-REISSUE AND CA-OLD-STATUS = SPACE
                           AND CA-DATE = WS-PROCESSING-DATE
                           PERFORM 2450-RELEASE-REISSUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CARD-OK
               CLOSE CARD-MASTER
           END-IF
           IF WS-CAUD-OK OR WS-CAUD-STATUS = '10'
               CLOSE CARD-AUDIT-FILE
           END-IF.

       2450-RELEASE-REISSUE.
           MOVE CA-CARD-NUMBER TO CM-CARD-NUMBER
           READ CARD-MASTER
           IF WS-CARD-OK
               MOVE CM-ACCT-NUMBER TO WS-LOOKUP-ACCT
               PERFORM 2800-RESOLVE-OWNER
               IF WS-LOOKUP-OWNER > 0
                   MOVE WS-LOOKUP-OWNER TO SF-CUST-ID
                   MOVE CA-DATE TO SF-EVENT-DATE
                   MOVE 'CR' TO SF-EVENT-CODE
                   MOVE CM-ACCT-NUMBER TO SF-ACCT-NUMBER
                   MOVE 0 TO SF-AMOUNT
                   PERFORM 2900-RELEASE-EVENT
                   ADD 1 TO WS-TODAY-EVENTS
               END-IF
           ELSE
               ADD 1 TO WS-UNRESOLVED-ITEMS
               MOVE '00' TO WS-CARD-STATUS
           END-IF.

      *----------------------------------------------------------------
      * MONEY OUT: EVERY OUTBOUND WIRE ITEM, AND CASH WITHDRAWALS AT
      * OR OVER THE LARGE-WITHDRAWAL AMOUNT.
      *----------------------------------------------------------------
       2500-GATHER-MONEY-OUT.
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
                       EVALUATE TRUE
                           WHEN TR-WIRE-OUT
                               MOVE 'WO' TO SF-EVENT-CODE
                               PERFORM 2550-RELEASE-MONEY-OUT
                           WHEN TR-WITHDRAWAL
                               AND WS-LARGE-WDL-AMOUNT > 0
                               AND FUNCTION ABS(TR-AMOUNT)
                                   >= WS-LARGE-WDL-AMOUNT
                               MOVE 'LW' TO SF-EVENT-CODE
                               PERFORM 2550-RELEASE-MONEY-OUT
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-TRAN-OK OR WS-TRAN-STATUS = '10'
               CLOSE DAILY-TRANS
           END-IF.

       2550-RELEASE-MONEY-OUT.
           MOVE TR-ACCT-NUMBER TO WS-LOOKUP-ACCT
           PERFORM 2800-RESOLVE-OWNER
           IF WS-LOOKUP-OWNER > 0
               MOVE WS-LOOKUP-OWNER TO SF-CUST-ID
               MOVE WS-PROCESSING-DATE TO SF-EVENT-DATE
               MOVE TR-ACCT-NUMBER TO SF-ACCT-NUMBER
               MOVE FUNCTION ABS(TR-AMOUNT) TO SF-AMOUNT
               PERFORM 2900-RELEASE-EVENT
               ADD 1 TO WS-TODAY-EVENTS
           END-IF.

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
           MOVE 9 TO SF-STAGE
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EVENT-COUNT
               IF WS-EV-CODE(WS-EV-IDX) = SF-EVENT-CODE
                   MOVE WS-EV-STAGE(WS-EV-IDX) TO SF-STAGE
               END-IF
           END-PERFORM
           RELEASE SORT-EVENT-RECORD.

      *----------------------------------------------------------------
      * SORT OUTPUT: EVERY EVENT GOES TO THE NEW HISTORY; AT EACH
      * CHANGE OF CUSTOMER THE CUSTOMER JUST FINISHED IS SCORED.
      *----------------------------------------------------------------
       4000-SCORE-CUSTOMERS.
           OPEN OUTPUT EVENT-HIST-NEW-FILE
           PERFORM 4010-RETURN-EVENT
           PERFORM UNTIL WS-SORT-EOF
               PERFORM 4100-START-CUSTOMER
               PERFORM UNTIL WS-SORT-EOF
                   OR SF-CUST-ID NOT = WS-CE-CUST-ID
                   PERFORM 4200-ACCUMULATE-EVENT
                   PERFORM 4010-RETURN-EVENT
               END-PERFORM
               PERFORM 4500-SCORE-CUSTOMER
           END-PERFORM
           CLOSE EVENT-HIST-NEW-FILE.

       4010-RETURN-EVENT.
           RETURN SORT-EVENT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       4100-START-CUSTOMER.
           INITIALIZE WS-CUST-EVENTS
           MOVE SF-CUST-ID TO WS-CE-CUST-ID
           MOVE 'N' TO WS-CE-TODAY-FLAG
           MOVE 'N' TO WS-CE-CHANGE-MONEY-FLAG
           MOVE 'N' TO WS-CE-FULL-SEQ-FLAG.

       4200-ACCUMULATE-EVENT.
           MOVE SPACES TO EVENT-HIST-RECORD
           MOVE SF-CUST-ID TO EH-CUST-ID
           MOVE SF-EVENT-DATE TO EH-EVENT-DATE
           MOVE SF-EVENT-CODE TO EH-EVENT-CODE
           MOVE SF-ACCT-NUMBER TO EH-ACCT-NUMBER
           MOVE SF-AMOUNT TO EH-AMOUNT
           WRITE EVENT-HIST-NEW-RECORD FROM EVENT-HIST-RECORD
           ADD 1 TO WS-HIST-WRITTEN
           IF SF-EVENT-DATE = WS-PROCESSING-DATE
               SET WS-CE-ACTIVE-TODAY TO TRUE
           END-IF
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-EVENT-COUNT
               IF WS-EV-CODE(WS-EV-IDX) = SF-EVENT-CODE
                   ADD 1 TO WS-CE-COUNT(WS-EV-IDX)
               END-IF
           END-PERFORM
           EVALUATE SF-STAGE
               WHEN 1
                   IF WS-CE-CHANGE-DATE = 0
                       MOVE SF-EVENT-DATE TO WS-CE-CHANGE-DATE
                   END-IF
                   IF SF-ACCT-NUMBER > 0
                       MOVE SF-ACCT-NUMBER TO WS-CE-OTHER-ACCT
                   END-IF
               WHEN 2
                   IF WS-CE-CHANGE-DATE > 0
                       AND WS-CE-REISSUE-DATE = 0
                       MOVE SF-EVENT-DATE TO WS-CE-REISSUE-DATE
                   END-IF
                   MOVE SF-ACCT-NUMBER TO WS-CE-OTHER-ACCT
               WHEN 3
                   IF WS-CE-CHANGE-DATE > 0
                       SET WS-CE-CHANGE-MONEY TO TRUE
                   END-IF
                   IF WS-CE-REISSUE-DATE > 0
                       SET WS-CE-FULL-SEQUENCE TO TRUE
                   END-IF
                   ADD SF-AMOUNT TO WS-CE-MONEY-AMOUNT
                   MOVE SF-ACCT-NUMBER TO WS-CE-MONEY-ACCT
           END-EVALUATE.

      *----------------------------------------------------------------
      * ONLY A CUSTOMER WHOSE PATTERN MOVED TODAY IS SCORED, SO AN
      * OLD SEQUENCE STILL IN THE WINDOW DOES NOT RE-ALERT NIGHTLY.
      *----------------------------------------------------------------
       4500-SCORE-CUSTOMER.
           IF WS-CE-ACTIVE-TODAY
               ADD 1 TO WS-CUSTS-SCORED
               MOVE 0 TO WS-SCORE
               IF WS-ALERT-COUNT < WS-MAX-ALERTS
                   MOVE SPACES TO WS-AL-CODES(WS-ALERT-COUNT + 1)
               END-IF
               MOVE 1 TO WS-CODE-POS
               PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-EVENT-COUNT
                   IF WS-CE-COUNT(WS-EV-IDX) > 0
                       ADD WS-EV-WEIGHT(WS-EV-IDX) TO WS-SCORE
                       IF WS-ALERT-COUNT < WS-MAX-ALERTS
                           MOVE WS-EV-CODE(WS-EV-IDX) TO
                               WS-AL-CODES(WS-ALERT-COUNT + 1)
                                   (WS-CODE-POS:2)
                           ADD 3 TO WS-CODE-POS
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CE-CHANGE-MONEY
                   ADD WS-BONUS-CHANGE-MONEY TO WS-SCORE
               END-IF
               IF WS-CE-FULL-SEQUENCE
                   ADD WS-BONUS-FULL-SEQUENCE TO WS-SCORE
               END-IF
               IF WS-SCORE >= WS-ALERT-SCORE
                   PERFORM 4600-RECORD-ALERT
               END-IF
           END-IF.

       4600-RECORD-ALERT.
           ADD 1 TO WS-ALERTS-RAISED
           IF WS-ALERT-COUNT < WS-MAX-ALERTS
               ADD 1 TO WS-ALERT-COUNT
               MOVE WS-CE-CUST-ID TO WS-AL-CUST-ID(WS-ALERT-COUNT)
               MOVE WS-SCORE TO WS-AL-SCORE(WS-ALERT-COUNT)
               IF WS-CE-MONEY-ACCT > 0
                   MOVE WS-CE-MONEY-ACCT TO WS-AL-ACCT(WS-ALERT-COUNT)
               ELSE
                   MOVE WS-CE-OTHER-ACCT TO WS-AL-ACCT(WS-ALERT-COUNT)
               END-IF
               MOVE WS-CE-MONEY-AMOUNT TO
                   WS-AL-AMOUNT(WS-ALERT-COUNT)
               MOVE 'N' TO WS-AL-RESTRAIN-FLAG(WS-ALERT-COUNT)
               IF WS-RESTRAINT-SCORE > 0
                   AND WS-SCORE >= WS-RESTRAINT-SCORE
                   SET WS-AL-RESTRAIN(WS-ALERT-COUNT) TO TRUE
               END-IF
               MOVE 0 TO WS-AL-RESTRAINED(WS-ALERT-COUNT)
           ELSE
               ADD 1 TO WS-ALERTS-DROPPED
               DISPLAY '*** TAKEOVER ALERT TABLE FULL - CUSTOMER '
                   WS-CE-CUST-ID ' NOT ALERTED ***'
           END-IF.

      *----------------------------------------------------------------
      * ONE PASS OF THE ACCOUNT MASTER: AN ALERT WITH NO ACCOUNT OF
      * ITS OWN (CONTACT CHANGES ONLY) TAKES THE CUSTOMER'S FIRST OPEN
      * ACCOUNT FOR ITS CASE, AND EVERY OPEN ACCOUNT OF A CUSTOMER AT
      * THE RESTRAINT SCORE GETS A FRAUD RESTRAINT TRANSACTION.
      *----------------------------------------------------------------
       5000-RESOLVE-ACCOUNTS.
           IF WS-ALERT-COUNT > 0
               OPEN INPUT ACCOUNT-MASTER
               OPEN EXTEND RESTRAINT-TRAN-FILE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM UNTIL WS-SOURCE-EOF
                   READ ACCOUNT-MASTER NEXT
                       AT END
                           SET WS-SOURCE-EOF TO TRUE
                       NOT AT END
                           IF NOT ACCT-CLOSED
                               PERFORM 5100-MATCH-ALERT-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESTRAINT-TRAN-FILE
               CLOSE ACCOUNT-MASTER
           END-IF.

       5100-MATCH-ALERT-ACCOUNT.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
               UNTIL WS-AL-IDX > WS-ALERT-COUNT
               IF WS-AL-CUST-ID(WS-AL-IDX) = ACCT-OWNER-ID
                   IF WS-AL-ACCT(WS-AL-IDX) = 0
                       MOVE ACCT-NUMBER TO WS-AL-ACCT(WS-AL-IDX)
                   END-IF
                   IF WS-AL-RESTRAIN(WS-AL-IDX)
                       PERFORM 5200-QUEUE-RESTRAINT
                   END-IF
               END-IF
           END-PERFORM.

       5200-QUEUE-RESTRAINT.
           MOVE SPACES TO RESTRAINT-TRAN-RECORD
           MOVE 'P' TO RT-ACTION
           MOVE ACCT-NUMBER TO RT-ACCT-NUMBER
           MOVE 'FR' TO RT-REASON-CODE
           MOVE WS-RESTRAINT-EXPIRY TO RT-EXPIRY-DATE
           MOVE 'ATODETCT' TO RT-OPERATOR-ID
           WRITE RESTRAINT-TRAN-RECORD
           ADD 1 TO WS-AL-RESTRAINED(WS-AL-IDX)
           ADD 1 TO WS-RESTRAINTS-QUEUED.

      *----------------------------------------------------------------
      * CASES ARE KEYED BY ACCOUNT AND ALERT DATE AS AMLCASE KEYS ITS
      * OWN; A RERUN FINDS TODAY'S CASE ALREADY OPEN AND LEAVES IT.
      *----------------------------------------------------------------
       6000-OPEN-CASES.
           OPEN OUTPUT ATO-REPORT-FILE
           MOVE WS-WINDOW-START TO WS-RH-WINDOW
           MOVE WS-PROCESSING-DATE TO WS-RH-DATE
           WRITE ATO-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE ATO-REPORT-LINE FROM WS-COLUMN-HEADER
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
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
               UNTIL WS-AL-IDX > WS-ALERT-COUNT
               PERFORM 6100-OPEN-ONE-CASE
           END-PERFORM
           CLOSE CASE-FILE
           PERFORM 6900-WRITE-SUMMARY
           CLOSE ATO-REPORT-FILE.

       6100-OPEN-ONE-CASE.
           MOVE WS-AL-CUST-ID(WS-AL-IDX) TO WS-AD-CUST
           MOVE WS-AL-SCORE(WS-AL-IDX) TO WS-AD-SCORE
           MOVE WS-AL-CODES(WS-AL-IDX) TO WS-AD-CODES
           MOVE WS-AL-AMOUNT(WS-AL-IDX) TO WS-AD-AMOUNT
           MOVE WS-AL-ACCT(WS-AL-IDX) TO WS-AD-ACCT
           MOVE WS-AL-RESTRAINED(WS-AL-IDX) TO WS-AD-RESTRAINED
           IF WS-AL-ACCT(WS-AL-IDX) = 0
               MOVE 'NO OPEN ACCOUNT - NO CASE' TO WS-AD-ACTION
           ELSE
               MOVE SPACES TO CASE-RECORD
               MOVE WS-AL-ACCT(WS-AL-IDX) TO CASE-ACCT-NUMBER
               MOVE WS-PROCESSING-DATE TO CASE-ALERT-DATE
               SET CASE-OPEN TO TRUE
               MOVE SPACES TO CASE-ANALYST
               MOVE WS-PROCESSING-DATE TO CASE-OPENED-DATE
               MOVE WS-AL-AMOUNT(WS-AL-IDX) TO CASE-AMOUNT
               MOVE WS-AL-SCORE(WS-AL-IDX) TO WS-SCORE
               STRING 'ACCT TAKEOVER SCORE ' WS-SCORE(3:3)
                   DELIMITED BY SIZE INTO CASE-REASON
               MOVE 0 TO CASE-SAR-DATE
               MOVE 'N' TO CASE-SAR-EXTRACTED
               WRITE CASE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-CASES-EXISTING
                       MOVE 'CASE ALREADY OPEN TODAY'
                           TO WS-AD-ACTION
                   NOT INVALID KEY
                       ADD 1 TO WS-CASES-OPENED
                       MOVE 'CASE OPENED' TO WS-AD-ACTION
               END-WRITE
           END-IF
           WRITE ATO-REPORT-LINE FROM WS-ALERT-LINE.

       6900-WRITE-SUMMARY.
           MOVE SPACES TO ATO-REPORT-LINE
           WRITE ATO-REPORT-LINE
           MOVE 'CUSTOMERS WITH NEW ACTIVITY SCORED' TO WS-SL-LABEL
           MOVE WS-CUSTS-SCORED TO WS-SL-COUNT
           WRITE ATO-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'ALERTS RAISED' TO WS-SL-LABEL
           MOVE WS-ALERTS-RAISED TO WS-SL-COUNT
           WRITE ATO-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'AML CASES OPENED' TO WS-SL-LABEL
           MOVE WS-CASES-OPENED TO WS-SL-COUNT
           WRITE ATO-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'RESTRAINTS QUEUED FOR RESTRNT' TO WS-SL-LABEL
           MOVE WS-RESTRAINTS-QUEUED TO WS-SL-COUNT
           WRITE ATO-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'EVENT ITEMS WITH NO ACCOUNT OR CARD' TO WS-SL-LABEL
           MOVE WS-UNRESOLVED-ITEMS TO WS-SL-COUNT
           WRITE ATO-REPORT-LINE FROM WS-SUMMARY-LINE.

       9000-FINALIZE.
           DISPLAY '*** ACCOUNT TAKEOVER DETECTION COMPLETE ***'
           DISPLAY 'HISTORY EVENTS AGED OFF:' WS-HIST-AGED-OFF
           DISPLAY 'HISTORY EVENTS WRITTEN: ' WS-HIST-WRITTEN
           DISPLAY 'CUSTOMERS SCORED:       ' WS-CUSTS-SCORED
           DISPLAY 'ALERTS RAISED:          ' WS-ALERTS-RAISED
           DISPLAY 'AML CASES OPENED:       ' WS-CASES-OPENED
           DISPLAY 'AML CASES ALREADY OPEN: ' WS-CASES-EXISTING
           DISPLAY 'RESTRAINTS QUEUED:      ' WS-RESTRAINTS-QUEUED
           DISPLAY 'UNRESOLVED ITEMS:       ' WS-UNRESOLVED-ITEMS
           IF WS-CTL-REJECTED > 0 OR WS-ALERTS-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
