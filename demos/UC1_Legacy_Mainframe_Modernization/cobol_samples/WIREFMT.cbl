       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIREFMT.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-09-28.
      *================================================================*
      * OUTBOUND WIRE GATEWAY FORMATTER                                *
      * BUILDS THE DAY'S OUTBOUND WIRE MESSAGES FOR THE TRANSMISSION   *
      * GATEWAY FROM THE WIRE INTERFACE FILE (WIREOUT) THE POSTING     *
      * RUN AND THE RELEASE UTILITIES WRITE. THE MESSAGE FORMAT IS     *
      * SET ON THE FORMAT CONTROL CARD (WIREFCTL):                     *
      *   'L' LEGACY   - THE FIXED-FORMAT WIRE IMAGE (WIREMSGL), AS    *
      *                  THE GATEWAY HAS ALWAYS RECEIVED IT.           *
      *   'X' ISO 20022 - ONE PACS.008 FI-TO-FI CUSTOMER CREDIT        *
      *                  TRANSFER PER WIRE (WIREMSGX).                 *
      * THE LEGACY FORMAT IS SELECTABLE ONLY BEFORE THE CUTOVER DATE   *
      * ON THE CARD; FROM THE CUTOVER DATE ON EVERY WIRE GOES OUT AS   *
      * PACS.008. WITH NO CARD THE LEGACY FORMAT IS USED.              *
      *                                                                *
      * A PACS.008 CARRIES STRUCTURED DEBTOR AND CREDITOR ADDRESSES,   *
      * A UETR, PURPOSE CODE, CHARGE BEARER AND REMITTANCE TEXT. THE   *
      * DEBTOR COMES FROM THE ORIGINATING CUSTOMER (ACCOUNT OWNER ON   *
      * THE CUSTOMER MASTER); THE CREDITOR ADDRESS, PURPOSE, CHARGE    *
      * BEARER AND REMITTANCE COME FROM THE WIRE ENRICHMENT FILE       *
      * (WIREENRC) THE ORIGINATION CHANNEL AND THE WIRE DESK SUPPLY,   *
      * KEYED BY WIRE REFERENCE. EVERY MANDATORY ELEMENT IS CHECKED    *
      * BEFORE TRANSMISSION; AN INCOMPLETE WIRE IS NOT SENT BUT IS     *
      * MARKED 'Q' ON WIREOUT AND LISTED ON THE OUTBOUND REPAIR QUEUE  *
      * (WIREORPQ) WITH THE MISSING ELEMENTS. EACH RUN RETRIES THE     *
      * QUEUE AGAINST THAT DAY'S ENRICHMENT; A REPAIRED WIRE IS        *
      * RE-VALUE-DATED TO THE DAY IT TRANSMITS.                        *
      *                                                                *
      * THE UETR OF EVERY PACS.008 SENT IS KEPT ON THE UETR CROSS-     *
      * REFERENCE (WIREUETR) SO WIREACK CAN MATCH THE GATEWAY'S        *
      * PACS.002 STATUS REPORTS BACK TO THE WIRE. A RERUN REUSES THE   *
      * UETR ALREADY ASSIGNED TO A WIRE.                               *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIRE-OUT-FILE ASSIGN TO WIREOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WIRE-STATUS.
           SELECT OPTIONAL FORMAT-CTL-FILE ASSIGN TO WIREFCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FCTL-STATUS.
           SELECT OPTIONAL WIRE-ENRICH-FILE ASSIGN TO WIREENRC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ENRC-STATUS.
           SELECT OPTIONAL UETR-XREF-FILE ASSIGN TO WIREUETR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UETR-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT LEGACY-MSG-FILE ASSIGN TO WIREMSGL
               ORGANIZATION IS SEQUENTIAL.
           SELECT ISO-MSG-FILE ASSIGN TO WIREMSGX
               ORGANIZATION IS SEQUENTIAL.
           SELECT OUTBOUND-REPAIR-FILE ASSIGN TO WIREORPQ
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  WIRE-OUT-FILE.
       01  WIRE-OUT-RECORD.
           05  WO-WIRE-REF             PIC X(16).
           05  WO-ACCT-NUMBER          PIC 9(12).
           05  WO-USD-AMOUNT           PIC S9(13)V99 COMP-3.
           05  WO-CURRENCY-CODE        PIC X(3).
           05  WO-ORIG-AMOUNT          PIC S9(11)V99 COMP-3.
           05  WO-BENE-NAME            PIC X(35).
           05  WO-BENE-BANK-ROUTING    PIC 9(9).
           05  WO-BENE-ACCT            PIC X(20).
           05  WO-VALUE-DATE           PIC 9(8).
           05  WO-STATUS               PIC X(1).
               88  WO-SENT             VALUE 'S'.
               88  WO-IN-REPAIR        VALUE 'Q'.
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * FORMAT CONTROL CARD: THE SELECTED FORMAT (L LEGACY, X ISO
      * 20022) AND THE CUTOVER DATE FROM WHICH ISO 20022 IS FORCED.
      *----------------------------------------------------------------
       FD  FORMAT-CTL-FILE.
       01  FORMAT-CTL-RECORD.
           05  FC-MSG-FORMAT           PIC X(1).
               88  FC-LEGACY           VALUE 'L'.
               88  FC-ISO20022         VALUE 'X'.
           05  FC-CUTOVER-DATE         PIC 9(8).
           05  FILLER                  PIC X(71).

      *----------------------------------------------------------------
      * WIRE ENRICHMENT: THE PACS.008 ELEMENTS THE WIRE INTERFACE
      * RECORD CANNOT CARRY. THE LAST RECORD FOR A WIRE WINS, SO THE
      * WIRE DESK REPAIRS A QUEUED WIRE BY SENDING A CORRECTED ONE.
      *----------------------------------------------------------------
       FD  WIRE-ENRICH-FILE.
       01  WIRE-ENRICH-RECORD.
           05  EN-WIRE-REF             PIC X(16).
           05  EN-CDTR-STREET          PIC X(70).
           05  EN-CDTR-BLDG-NUM        PIC X(16).
           05  EN-CDTR-POST-CODE       PIC X(16).
           05  EN-CDTR-TOWN            PIC X(35).
           05  EN-CDTR-SUBDIV          PIC X(35).
           05  EN-CDTR-COUNTRY         PIC X(2).
           05  EN-CDTR-AGENT-BIC       PIC X(11).
           05  EN-PURPOSE-CODE         PIC X(4).
           05  EN-CHARGE-BEARER        PIC X(4).
           05  EN-REMIT-INFO           PIC X(140).
           05  FILLER                  PIC X(51).

      *----------------------------------------------------------------
      * UETR CROSS-REFERENCE: ONE ENTRY PER PACS.008 TRANSMITTED.
      * WIREACK DROPS AN ENTRY ONCE ITS WIRE IS CONFIRMED OR REJECTED.
      *----------------------------------------------------------------
       FD  UETR-XREF-FILE.
       01  UETR-XREF-RECORD.
           05  UX-UETR                 PIC X(36).
           05  UX-WIRE-REF             PIC X(16).
           05  UX-ACCT-NUMBER          PIC 9(12).
           05  UX-SENT-DATE            PIC 9(8).
           05  FILLER                  PIC X(8).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(12).
           05  ACCT-BRANCH             PIC 9(4).
           05  ACCT-TYPE               PIC X(2).
           05  ACCT-OWNER-ID           PIC 9(10).
           05  FILLER                  PIC X(86).
           05  ACCT-STATUS             PIC X(1).
           05  FILLER                  PIC X(108).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ID                 PIC 9(10).
           05  CUST-NAME.
               10  CUST-FIRST-NAME     PIC X(20).
               10  CUST-LAST-NAME      PIC X(30).
           05  CUST-ADDRESS.
               10  CUST-STREET         PIC X(40).
               10  CUST-CITY           PIC X(25).
               10  CUST-STATE          PIC X(2).
               10  CUST-ZIP            PIC 9(5).
           05  FILLER                  PIC X(214).

       FD  LEGACY-MSG-FILE.
       01  LEGACY-MSG-RECORD           PIC X(129).

       FD  ISO-MSG-FILE.
       01  ISO-MSG-LINE                PIC X(400).

      *----------------------------------------------------------------
      * OUTBOUND REPAIR QUEUE: EVERY WIRE STILL AWAITING REPAIR,
      * REWRITTEN EACH RUN, WITH THE ELEMENTS IT IS MISSING.
      *----------------------------------------------------------------
       FD  OUTBOUND-REPAIR-FILE.
       01  OUTBOUND-REPAIR-RECORD.
           05  OQ-WIRE-REF             PIC X(16).
           05  OQ-ACCT-NUMBER          PIC 9(12).
           05  OQ-USD-AMOUNT           PIC S9(13)V99 COMP-3.
           05  OQ-CURRENCY-CODE        PIC X(3).
           05  OQ-BENE-NAME            PIC X(35).
           05  OQ-QUEUED-DATE          PIC 9(8).
           05  OQ-DAYS-IN-REPAIR       PIC 9(3).
           05  OQ-MISSING-ELEMENTS     PIC X(80).
           05  OQ-STATUS               PIC X(1).
               88  OQ-QUEUED           VALUE 'Q'.
           05  FILLER                  PIC X(34).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-WIRE-STATUS              PIC X(2).
           88  WS-WIRE-OK              VALUE '00'.
       01  WS-FCTL-STATUS              PIC X(2).
           88  WS-FCTL-OK              VALUE '00'.
       01  WS-ENRC-STATUS              PIC X(2).
           88  WS-ENRC-OK              VALUE '00'.
       01  WS-UETR-STATUS              PIC X(2).
           88  WS-UETR-OK              VALUE '00'.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-WIRE-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-WIRE-EOF             VALUE 'Y'.
       01  WS-ENRC-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-ENRC-EOF             VALUE 'Y'.
       01  WS-UETR-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-UETR-EOF             VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-PROCESSING-TIME          PIC 9(8).
       01  WS-DAYS-IN-REPAIR           PIC S9(5).

      *----------------------------------------------------------------
      * MESSAGE FORMAT IN EFFECT FOR THIS RUN.
      *----------------------------------------------------------------
       01  WS-MSG-FORMAT               PIC X(1) VALUE 'L'.
           88  WS-FORMAT-LEGACY        VALUE 'L'.
           88  WS-FORMAT-ISO           VALUE 'X'.
       01  WS-CUTOVER-DATE             PIC 9(8) VALUE 0.

      *----------------------------------------------------------------
      * OUR OWN AGENT IDENTIFIERS ON EVERY PACS.008.
      *----------------------------------------------------------------
       01  WS-OUR-ROUTING              PIC 9(9) VALUE 123456789.
       01  WS-OUR-BIC                  PIC X(11) VALUE 'QBTLUS33XXX'.

      *----------------------------------------------------------------
      * THE WIRE INTERFACE FILE IN STORAGE; REWRITTEN AT THE END WITH
      * THE NEW STATUS AND VALUE DATES. WS-WT-MISSING HOLDS THE
      * ELEMENTS A QUEUED WIRE IS MISSING.
      *----------------------------------------------------------------
       01  WS-WIRE-TABLE.
           05  WS-WT-ENTRY OCCURS 2000 TIMES.
               10  WS-WT-RECORD        PIC X(129).
               10  WS-WT-MISSING       PIC X(80).
       01  WS-WIRE-COUNT               PIC 9(4) VALUE 0.
       01  WS-WIRE-IDX                 PIC 9(4).
       01  WS-MAX-WIRES                PIC 9(4) VALUE 2000.
       01  WS-WIRE-OVERFLOW            PIC 9(5) VALUE 0.

       01  WS-ENRICH-TABLE.
           05  WS-EN-ENTRY OCCURS 2000 TIMES.
               10  WS-EN-RECORD        PIC X(400).
       01  WS-ENRICH-COUNT             PIC 9(4) VALUE 0.
       01  WS-ENRICH-IDX               PIC 9(4).
       01  WS-ENRICH-MATCH             PIC 9(4).
       01  WS-MAX-ENRICH               PIC 9(4) VALUE 2000.

       01  WS-XREF-TABLE.
           05  WS-UX-ENTRY OCCURS 4000 TIMES.
               10  WS-UX-RECORD        PIC X(80).
       01  WS-XREF-COUNT               PIC 9(4) VALUE 0.
       01  WS-XREF-IDX                 PIC 9(4).
       01  WS-MAX-XREF                 PIC 9(4) VALUE 4000.
       01  WS-XREF-OVERFLOW            PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * THE WIRE BEING FORMATTED AND ITS ENRICHMENT.
      *----------------------------------------------------------------
       01  WS-WIRE-VIEW.
           05  WS-WV-WIRE-REF          PIC X(16).
           05  WS-WV-ACCT              PIC 9(12).
           05  WS-WV-USD-AMOUNT        PIC S9(13)V99 COMP-3.
           05  WS-WV-CCY               PIC X(3).
           05  WS-WV-ORIG-AMOUNT       PIC S9(11)V99 COMP-3.
           05  WS-WV-BENE-NAME         PIC X(35).
           05  WS-WV-BENE-ROUTING      PIC 9(9).
           05  WS-WV-BENE-ACCT         PIC X(20).
           05  WS-WV-VALUE-DATE        PIC 9(8).
           05  WS-WV-STATUS            PIC X(1).
           05  FILLER                  PIC X(10).

       01  WS-ENRICH-VIEW.
           05  WS-EV-WIRE-REF          PIC X(16).
           05  WS-EV-CDTR-STREET       PIC X(70).
           05  WS-EV-CDTR-BLDG-NUM     PIC X(16).
           05  WS-EV-CDTR-POST-CODE    PIC X(16).
           05  WS-EV-CDTR-TOWN         PIC X(35).
           05  WS-EV-CDTR-SUBDIV       PIC X(35).
           05  WS-EV-CDTR-COUNTRY      PIC X(2).
           05  WS-EV-CDTR-AGENT-BIC    PIC X(11).
           05  WS-EV-PURPOSE-CODE      PIC X(4).
           05  WS-EV-CHARGE-BEARER     PIC X(4).
               88  WS-EV-VALID-BEARER  VALUES 'DEBT' 'CRED' 'SHAR'
                                              'SLEV'.
           05  WS-EV-REMIT-INFO        PIC X(140).
           05  FILLER                  PIC X(51).

       01  WS-XREF-VIEW.
           05  WS-XV-UETR              PIC X(36).
           05  WS-XV-WIRE-REF          PIC X(16).
           05  WS-XV-ACCT              PIC 9(12).
           05  WS-XV-SENT-DATE         PIC 9(8).
           05  FILLER                  PIC X(8).

       01  WS-DEBTOR-NAME              PIC X(60).
       01  WS-DEBTOR-FOUND-FLAG        PIC X(1).
           88  WS-DEBTOR-FOUND         VALUE 'Y'.

      *----------------------------------------------------------------
      * MANDATORY-ELEMENT CHECK: EACH ELEMENT MISSING IS APPENDED TO
      * WS-MISSING-LIST BY ITS SHORT NAME.
      *----------------------------------------------------------------
       01  WS-MISSING-LIST             PIC X(80).
       01  WS-MISSING-PTR              PIC 9(3).
       01  WS-MISSING-ELEMENT          PIC X(10).

      *----------------------------------------------------------------
      * UETR GENERATION: A VERSION 4 UUID, LOWER-CASE HEX, 8-4-4-4-12.
      *----------------------------------------------------------------
       01  WS-UETR                     PIC X(36).
       01  WS-UETR-POS                 PIC 9(2).
       01  WS-HEX-DIGITS               PIC X(16)
                                       VALUE '0123456789abcdef'.
       01  WS-HEX-IDX                  PIC 9(2).
       01  WS-RANDOM-SEED              PIC 9(9).
       01  WS-RANDOM-VALUE             PIC V9(9).
       01  WS-UETR-FOUND-FLAG          PIC X(1).
           88  WS-UETR-FOUND           VALUE 'Y'.

      *----------------------------------------------------------------
      * XML LINE BUILDING. WS-XML-DEPTH DRIVES THE INDENT; ELEMENT
      * VALUES ARE ESCAPED INTO WS-XML-ESCAPED BEFORE THEY ARE PUT
      * ON THE LINE.
      *----------------------------------------------------------------
       01  WS-XML-LINE                 PIC X(400).
       01  WS-XML-PTR                  PIC 9(3).
       01  WS-XML-DEPTH                PIC 9(2) VALUE 0.
       01  WS-XML-TAG                  PIC X(30).
       01  WS-XML-OUTER-TAG            PIC X(30).
       01  WS-CLEARING-MMB-ID          PIC 9(9).
       01  WS-XML-VALUE                PIC X(140).
       01  WS-XML-VALUE-LEN            PIC 9(3).
       01  WS-XML-ESCAPED              PIC X(300).
       01  WS-XML-ESC-LEN              PIC 9(3).
       01  WS-XML-CHAR-IDX             PIC 9(3).
       01  WS-XML-CHAR                 PIC X(1).
       01  WS-XML-CCY                  PIC X(3).

       01  WS-AMOUNT-EDIT              PIC Z(12)9.99.
       01  WS-AMOUNT-LEAD              PIC 9(2).
       01  WS-AMOUNT-TEXT              PIC X(16).

       01  WS-ISO-DATE-IN              PIC 9(8).
       01  WS-ISO-DATE-PARTS REDEFINES WS-ISO-DATE-IN.
           05  WS-ID-YEAR              PIC 9(4).
           05  WS-ID-MONTH             PIC 9(2).
           05  WS-ID-DAY               PIC 9(2).
       01  WS-ISO-DATE                 PIC X(10).
       01  WS-ISO-TIME-IN              PIC 9(8).
       01  WS-ISO-TIME-PARTS REDEFINES WS-ISO-TIME-IN.
           05  WS-IT-HOUR              PIC 9(2).
           05  WS-IT-MINUTE            PIC 9(2).
           05  WS-IT-SECOND            PIC 9(2).
           05  WS-IT-HUNDREDTH         PIC 9(2).
       01  WS-CREATION-STAMP           PIC X(19).

       01  WS-COUNTERS.
           05  WS-WIRES-LOADED         PIC 9(5) VALUE 0.
           05  WS-ENRICH-LOADED        PIC 9(5) VALUE 0.
           05  WS-ENRICH-DROPPED       PIC 9(5) VALUE 0.
           05  WS-LEGACY-SENT          PIC 9(5) VALUE 0.
           05  WS-ISO-SENT             PIC 9(5) VALUE 0.
           05  WS-SENT-AMOUNT          PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-REPAIRED-SENT        PIC 9(5) VALUE 0.
           05  WS-NEW-TO-REPAIR        PIC 9(5) VALUE 0.
           05  WS-STILL-IN-REPAIR      PIC 9(5) VALUE 0.
           05  WS-REPAIR-AMOUNT        PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-UETRS-REUSED         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-WIRE-FILE
           PERFORM 1200-LOAD-ENRICHMENT
           PERFORM 1300-LOAD-UETR-XREF
           IF WS-WIRE-OVERFLOW > 0 OR WS-XREF-OVERFLOW > 0
               DISPLAY '*** TABLE OVERFLOW - NO WIRES FORMATTED, '
                   'FILES PRESERVED ***'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1400-OPEN-OUTPUTS
           PERFORM 2000-FORMAT-WIRE
               VARYING WS-WIRE-IDX FROM 1 BY 1
               UNTIL WS-WIRE-IDX > WS-WIRE-COUNT
           PERFORM 6000-WRITE-REPAIR-QUEUE
           PERFORM 7000-REWRITE-WIRE-FILE
           IF WS-FORMAT-ISO
               PERFORM 7100-REWRITE-UETR-XREF
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

      *----------------------------------------------------------------
      * PROCESSING DATE, FORMAT SELECTION AND CUTOVER ENFORCEMENT.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           DISPLAY '*** OUTBOUND WIRE FORMATTING STARTED ***'
           ACCEPT WS-PROCESSING-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PROCESSING-TIME FROM TIME
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
           OPEN INPUT FORMAT-CTL-FILE
           IF WS-FCTL-OK
               READ FORMAT-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FC-ISO20022
                           SET WS-FORMAT-ISO TO TRUE
                       END-IF
                       IF FC-CUTOVER-DATE NUMERIC
                           MOVE FC-CUTOVER-DATE TO WS-CUTOVER-DATE
                       END-IF
               END-READ
               CLOSE FORMAT-CTL-FILE
           END-IF
           IF WS-CUTOVER-DATE > 0
               AND WS-PROCESSING-DATE >= WS-CUTOVER-DATE
               AND WS-FORMAT-LEGACY
               DISPLAY 'LEGACY FORMAT RETIRED AT CUTOVER '
                   WS-CUTOVER-DATE ' - ISO 20022 USED'
               SET WS-FORMAT-ISO TO TRUE
           END-IF
           IF WS-FORMAT-ISO
               DISPLAY 'MESSAGE FORMAT: ISO 20022 PACS.008'
           ELSE
               DISPLAY 'MESSAGE FORMAT: LEGACY FIXED FORMAT'
           END-IF
           MOVE WS-PROCESSING-DATE TO WS-ISO-DATE-IN
           MOVE WS-PROCESSING-TIME TO WS-ISO-TIME-IN
           STRING WS-ID-YEAR '-' WS-ID-MONTH '-' WS-ID-DAY 'T'
                  WS-IT-HOUR ':' WS-IT-MINUTE ':' WS-IT-SECOND
               DELIMITED BY SIZE INTO WS-CREATION-STAMP
           END-STRING
           COMPUTE WS-RANDOM-SEED =
               FUNCTION MOD(WS-PROCESSING-DATE, 10000) * 100000
               + FUNCTION MOD(WS-PROCESSING-TIME, 100000)
           COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM(WS-RANDOM-SEED).

       1100-LOAD-WIRE-FILE.
           OPEN INPUT WIRE-OUT-FILE
           IF NOT WS-WIRE-OK
               DISPLAY 'NO WIRE INTERFACE FILE: ' WS-WIRE-STATUS
               SET WS-WIRE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-WIRE-EOF
               READ WIRE-OUT-FILE
                   AT END
                       SET WS-WIRE-EOF TO TRUE
                   NOT AT END
                       IF WS-WIRE-COUNT < WS-MAX-WIRES
                           ADD 1 TO WS-WIRE-COUNT
                           ADD 1 TO WS-WIRES-LOADED
                           MOVE WIRE-OUT-RECORD TO
                               WS-WT-RECORD(WS-WIRE-COUNT)
                           MOVE SPACES TO
                               WS-WT-MISSING(WS-WIRE-COUNT)
                       ELSE
                           ADD 1 TO WS-WIRE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WIRE-OK OR WS-WIRE-STATUS = '10'
               CLOSE WIRE-OUT-FILE
           END-IF
           DISPLAY 'OUTBOUND WIRES LOADED: ' WS-WIRE-COUNT.

      *----------------------------------------------------------------
      * ENRICHMENT RECORDS; A LATER RECORD FOR THE SAME WIRE
      * REPLACES THE EARLIER ONE.
      *----------------------------------------------------------------
       1200-LOAD-ENRICHMENT.
           OPEN INPUT WIRE-ENRICH-FILE
           IF NOT WS-ENRC-OK
               SET WS-ENRC-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-ENRC-EOF
               READ WIRE-ENRICH-FILE
                   AT END
                       SET WS-ENRC-EOF TO TRUE
                   NOT AT END
                       PERFORM 1210-STORE-ENRICHMENT
               END-READ
           END-PERFORM
           IF WS-ENRC-OK OR WS-ENRC-STATUS = '05' OR '10'
               CLOSE WIRE-ENRICH-FILE
           END-IF
           DISPLAY 'ENRICHMENT RECORDS LOADED: ' WS-ENRICH-LOADED.

       1210-STORE-ENRICHMENT.
           MOVE 0 TO WS-ENRICH-MATCH
           PERFORM VARYING WS-ENRICH-IDX FROM 1 BY 1
               UNTIL WS-ENRICH-IDX > WS-ENRICH-COUNT
               IF WS-EN-RECORD(WS-ENRICH-IDX)(1:16) = EN-WIRE-REF
                   MOVE WS-ENRICH-IDX TO WS-ENRICH-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ENRICH-MATCH > 0
                   MOVE WIRE-ENRICH-RECORD TO
                       WS-EN-RECORD(WS-ENRICH-MATCH)
               WHEN WS-ENRICH-COUNT < WS-MAX-ENRICH
                   ADD 1 TO WS-ENRICH-COUNT
                   ADD 1 TO WS-ENRICH-LOADED
                   MOVE WIRE-ENRICH-RECORD TO
                       WS-EN-RECORD(WS-ENRICH-COUNT)
               WHEN OTHER
                   ADD 1 TO WS-ENRICH-DROPPED
                   DISPLAY 'ENRICHMENT TABLE FULL - NOT LOADED: '
                       EN-WIRE-REF
           END-EVALUATE.

       1300-LOAD-UETR-XREF.
           OPEN INPUT UETR-XREF-FILE
           IF NOT WS-UETR-OK
               SET WS-UETR-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-UETR-EOF
               READ UETR-XREF-FILE
                   AT END
                       SET WS-UETR-EOF TO TRUE
                   NOT AT END
                       IF WS-XREF-COUNT < WS-MAX-XREF
                           ADD 1 TO WS-XREF-COUNT
                           MOVE UETR-XREF-RECORD TO
                               WS-UX-RECORD(WS-XREF-COUNT)
                       ELSE
                           ADD 1 TO WS-XREF-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-UETR-OK OR WS-UETR-STATUS = '05' OR '10'
               CLOSE UETR-XREF-FILE
           END-IF.

       1400-OPEN-OUTPUTS.
           IF WS-FORMAT-ISO
               OPEN INPUT ACCOUNT-MASTER
               OPEN INPUT CUSTOMER-FILE
               OPEN OUTPUT ISO-MSG-FILE
           ELSE
               OPEN OUTPUT LEGACY-MSG-FILE
           END-IF
           OPEN OUTPUT OUTBOUND-REPAIR-FILE.

      *----------------------------------------------------------------
      * TODAY'S SENT WIRES AND EVERY WIRE AWAITING REPAIR ARE
      * FORMATTED; CONFIRMED, REJECTED AND EARLIER WIRES ARE LEFT.
      *----------------------------------------------------------------
       2000-FORMAT-WIRE.
           MOVE WS-WT-RECORD(WS-WIRE-IDX) TO WS-WIRE-VIEW
           EVALUATE TRUE
               WHEN WS-WV-STATUS = 'S'
                   AND WS-WV-VALUE-DATE = WS-PROCESSING-DATE
                   PERFORM 2100-FORMAT-ONE-WIRE
               WHEN WS-WV-STATUS = 'Q'
                   PERFORM 2100-FORMAT-ONE-WIRE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2100-FORMAT-ONE-WIRE.
           IF WS-FORMAT-LEGACY
               PERFORM 3000-WRITE-LEGACY-MESSAGE
           ELSE
               PERFORM 4000-VALIDATE-WIRE
               IF WS-MISSING-LIST = SPACES
                   PERFORM 5100-ASSIGN-UETR
               END-IF
               IF WS-MISSING-LIST = SPACES
                   PERFORM 5000-WRITE-PACS008
               ELSE
                   PERFORM 4900-ROUTE-TO-REPAIR
               END-IF
           END-IF
           MOVE WS-WIRE-VIEW TO WS-WT-RECORD(WS-WIRE-IDX).

      *----------------------------------------------------------------
      * LEGACY FORMAT: THE WIRE IMAGE GOES TO THE GATEWAY AS IS. A
      * WIRE QUEUED FOR REPAIR UNDER ISO 20022 NEEDS NONE OF THE
      * MISSING ELEMENTS HERE, SO IT IS RELEASED.
      *----------------------------------------------------------------
       3000-WRITE-LEGACY-MESSAGE.
           IF WS-WV-STATUS = 'Q'
               MOVE 'S' TO WS-WV-STATUS
               MOVE WS-PROCESSING-DATE TO WS-WV-VALUE-DATE
               ADD 1 TO WS-REPAIRED-SENT
           END-IF
           MOVE WS-WIRE-VIEW TO LEGACY-MSG-RECORD
           WRITE LEGACY-MSG-RECORD
           ADD 1 TO WS-LEGACY-SENT
           ADD WS-WV-USD-AMOUNT TO WS-SENT-AMOUNT.

      *----------------------------------------------------------------
      * MANDATORY ELEMENTS OF A PACS.008: DEBTOR NAME AND TOWN (FROM
      * THE CUSTOMER MASTER), CREDITOR NAME, ACCOUNT, AGENT, TOWN AND
      * COUNTRY, A POSITIVE AMOUNT IN A NAMED CURRENCY AND A VALID
      * CHARGE BEARER (SHAR WHEN NONE IS GIVEN). A PURPOSE CODE IS
      * OPTIONAL BUT MUST BE A FOUR-LETTER CODE WHEN PRESENT.
      *----------------------------------------------------------------
       4000-VALIDATE-WIRE.
           MOVE SPACES TO WS-MISSING-LIST
           MOVE 1 TO WS-MISSING-PTR
           PERFORM 4100-FIND-ENRICHMENT
           PERFORM 4200-READ-DEBTOR
           IF NOT WS-DEBTOR-FOUND
               MOVE 'DBTR' TO WS-MISSING-ELEMENT
               PERFORM 4800-NOTE-MISSING
           ELSE
               IF WS-DEBTOR-NAME = SPACES
                   MOVE 'DBTR-NM' TO WS-MISSING-ELEMENT
                   PERFORM 4800-NOTE-MISSING
               END-IF
               IF CUST-CITY = SPACES
                   MOVE 'DBTR-TWN' TO WS-MISSING-ELEMENT
                   PERFORM 4800-NOTE-MISSING
               END-IF
           END-IF
           IF WS-WV-BENE-NAME = SPACES
               MOVE 'CDTR-NM' TO WS-MISSING-ELEMENT
               PERFORM 4800-NOTE-MISSING
           END-IF
           IF WS-WV-BENE-ACCT = SPACES
               MOVE 'CDTR-ACCT' TO WS-MISSING-ELEMENT
               PERFORM 4800-NOTE-MISSING
           END-IF
           IF (WS-WV-BENE-ROUTING NOT NUMERIC
               OR WS-WV-BENE-ROUTING = 0)
               AND WS-EV-CDTR-AGENT-BIC = SPACES
               MOVE 'CDTR-AGT' TO WS-MISSING-ELEMENT
               PERFORM 4800-NOTE-MISSING
           END-IF
           IF WS-EV-CDTR-TOWN = SPACES
               MOVE 'CDTR-TWN' TO WS-MISSING-ELEMENT
               PERFORM 4800-NOTE-MISSING
           END-IF
           IF WS-EV-CDTR-COUNTRY = SPACES
               MOVE 'CDTR-CTRY' TO WS-MISSING-ELEMENT
               PERFORM 4800-NOTE-MISSING
           END-IF
           IF WS-WV-USD-AMOUNT NOT > 0
               MOVE 'AMT' TO WS-MISSING-ELEMENT
               PERFORM 4800-NOTE-MISSING
           END-IF
           IF WS-WV-CCY = SPACES
               MOVE 'CCY' TO WS-MISSING-ELEMENT
               PERFORM 4800-NOTE-MISSING
           END-IF
           IF WS-EV-CHARGE-BEARER = SPACES
               MOVE 'SHAR' TO WS-EV-CHARGE-BEARER
           END-IF
           IF NOT WS-EV-VALID-BEARER
               MOVE 'CHRG-BR' TO WS-MISSING-ELEMENT
               PERFORM 4800-NOTE-MISSING
           END-IF
           IF WS-EV-PURPOSE-CODE NOT = SPACES
               AND (WS-EV-PURPOSE-CODE NOT ALPHABETIC-UPPER
                    OR WS-EV-PURPOSE-CODE(4:1) = SPACE)
               MOVE 'PURP' TO WS-MISSING-ELEMENT
               PERFORM 4800-NOTE-MISSING
           END-IF.

       4100-FIND-ENRICHMENT.
           MOVE SPACES TO WS-ENRICH-VIEW
           PERFORM VARYING WS-ENRICH-IDX FROM 1 BY 1
               UNTIL WS-ENRICH-IDX > WS-ENRICH-COUNT
               IF WS-EN-RECORD(WS-ENRICH-IDX)(1:16) = WS-WV-WIRE-REF
                   MOVE WS-EN-RECORD(WS-ENRICH-IDX) TO WS-ENRICH-VIEW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * THE ORIGINATING CUSTOMER IS THE OWNER OF THE DEBITED ACCOUNT.
      *----------------------------------------------------------------
       4200-READ-DEBTOR.
           MOVE 'N' TO WS-DEBTOR-FOUND-FLAG
           MOVE SPACES TO WS-DEBTOR-NAME
           MOVE SPACES TO CUST-ADDRESS
           MOVE WS-WV-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-OWNER-ID TO CUST-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           MOVE SPACES TO CUST-ADDRESS
                       NOT INVALID KEY
                           SET WS-DEBTOR-FOUND TO TRUE
                           STRING CUST-FIRST-NAME DELIMITED BY '  '
                                  ' ' DELIMITED BY SIZE
                                  CUST-LAST-NAME DELIMITED BY '  '
                               INTO WS-DEBTOR-NAME
                           END-STRING
                           IF CUST-FIRST-NAME = SPACES
                               MOVE CUST-LAST-NAME TO WS-DEBTOR-NAME
                           END-IF
                   END-READ
           END-READ.

       4800-NOTE-MISSING.
           STRING WS-MISSING-ELEMENT DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
               INTO WS-MISSING-LIST
               WITH POINTER WS-MISSING-PTR
               ON OVERFLOW
                   CONTINUE
           END-STRING.

      *----------------------------------------------------------------
      * AN INCOMPLETE WIRE IS NOT TRANSMITTED. IT KEEPS ITS ORIGINAL
      * VALUE DATE WHILE QUEUED SO THE QUEUE SHOWS HOW LONG IT HAS
      * WAITED.
      *----------------------------------------------------------------
       4900-ROUTE-TO-REPAIR.
           IF WS-WV-STATUS = 'S'
               ADD 1 TO WS-NEW-TO-REPAIR
               DISPLAY 'WIRE ROUTED TO REPAIR: ' WS-WV-WIRE-REF
                   ' MISSING ' WS-MISSING-LIST
           END-IF
           MOVE 'Q' TO WS-WV-STATUS
           MOVE WS-MISSING-LIST TO WS-WT-MISSING(WS-WIRE-IDX).

      *----------------------------------------------------------------
      * ONE PACS.008 PER WIRE: GROUP HEADER AND A SINGLE CREDIT
      * TRANSFER TRANSACTION. THE WIRE REFERENCE IS BOTH THE MESSAGE
      * ID AND THE END-TO-END ID.
      *----------------------------------------------------------------
       5000-WRITE-PACS008.
           IF WS-WV-STATUS = 'Q'
               MOVE WS-PROCESSING-DATE TO WS-WV-VALUE-DATE
               ADD 1 TO WS-REPAIRED-SENT
           END-IF
           MOVE 'S' TO WS-WV-STATUS
           MOVE 0 TO WS-XML-DEPTH
           MOVE SPACES TO WS-XML-LINE
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                  'pacs.008.001.08">' DELIMITED BY SIZE
               INTO WS-XML-LINE
           END-STRING
           WRITE ISO-MSG-LINE FROM WS-XML-LINE
           ADD 1 TO WS-XML-DEPTH
           MOVE 'FIToFICstmrCdtTrf' TO WS-XML-TAG
           PERFORM 8100-OPEN-ELEMENT
           PERFORM 5200-WRITE-GROUP-HEADER
           MOVE 'CdtTrfTxInf' TO WS-XML-TAG
           PERFORM 8100-OPEN-ELEMENT
           PERFORM 5300-WRITE-PAYMENT-ID
           PERFORM 5400-WRITE-AMOUNTS
           PERFORM 5500-WRITE-AGENTS
           PERFORM 5600-WRITE-DEBTOR
           PERFORM 5700-WRITE-CREDITOR
           PERFORM 5800-WRITE-PURPOSE-REMIT
           MOVE 'CdtTrfTxInf' TO WS-XML-TAG
           PERFORM 8200-CLOSE-ELEMENT
           MOVE 'FIToFICstmrCdtTrf' TO WS-XML-TAG
           PERFORM 8200-CLOSE-ELEMENT
           MOVE '</Document>' TO WS-XML-LINE
           WRITE ISO-MSG-LINE FROM WS-XML-LINE
           ADD 1 TO WS-ISO-SENT
           ADD WS-WV-USD-AMOUNT TO WS-SENT-AMOUNT.

      *----------------------------------------------------------------
      * A WIRE KEEPS THE UETR IT WAS FIRST SENT WITH. A NEW UETR IS
      * RECORDED ON THE CROSS-REFERENCE; IF THAT IS FULL THE WIRE
      * WAITS ON THE REPAIR QUEUE RATHER THAN GO OUT UNTRACEABLE.
      *----------------------------------------------------------------
       5100-ASSIGN-UETR.
           MOVE 'N' TO WS-UETR-FOUND-FLAG
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT
               MOVE WS-UX-RECORD(WS-XREF-IDX) TO WS-XREF-VIEW
               IF WS-XV-WIRE-REF = WS-WV-WIRE-REF
                   AND WS-XV-ACCT = WS-WV-ACCT
                   MOVE WS-XV-UETR TO WS-UETR
                   SET WS-UETR-FOUND TO TRUE
                   ADD 1 TO WS-UETRS-REUSED
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-UETR-FOUND
               IF WS-XREF-COUNT < WS-MAX-XREF
                   PERFORM 5110-GENERATE-UETR
                   ADD 1 TO WS-XREF-COUNT
                   MOVE SPACES TO WS-XREF-VIEW
                   MOVE WS-UETR TO WS-XV-UETR
                   MOVE WS-WV-WIRE-REF TO WS-XV-WIRE-REF
                   MOVE WS-WV-ACCT TO WS-XV-ACCT
                   MOVE WS-PROCESSING-DATE TO WS-XV-SENT-DATE
                   MOVE WS-XREF-VIEW TO WS-UX-RECORD(WS-XREF-COUNT)
               ELSE
                   MOVE 'UETR-XREF' TO WS-MISSING-ELEMENT
                   PERFORM 4800-NOTE-MISSING
               END-IF
           END-IF.

       5110-GENERATE-UETR.
           PERFORM VARYING WS-UETR-POS FROM 1 BY 1
               UNTIL WS-UETR-POS > 36
               COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM
               EVALUATE WS-UETR-POS
                   WHEN 9
                   WHEN 14
                   WHEN 19
                   WHEN 24
                       MOVE '-' TO WS-UETR(WS-UETR-POS:1)
                   WHEN 15
                       MOVE '4' TO WS-UETR(WS-UETR-POS:1)
                   WHEN 20
                       COMPUTE WS-HEX-IDX = WS-RANDOM-VALUE * 4 + 9
                       MOVE WS-HEX-DIGITS(WS-HEX-IDX:1)
                           TO WS-UETR(WS-UETR-POS:1)
                   WHEN OTHER
                       COMPUTE WS-HEX-IDX = WS-RANDOM-VALUE * 16 + 1
                       MOVE WS-HEX-DIGITS(WS-HEX-IDX:1)
                           TO WS-UETR(WS-UETR-POS:1)
               END-EVALUATE
           END-PERFORM.

       5200-WRITE-GROUP-HEADER.
           MOVE 'GrpHdr' TO WS-XML-TAG
           PERFORM 8100-OPEN-ELEMENT
           MOVE 'MsgId' TO WS-XML-TAG
           MOVE WS-WV-WIRE-REF TO WS-XML-VALUE
           PERFORM 8300-WRITE-ELEMENT
           MOVE 'CreDtTm' TO WS-XML-TAG
           MOVE WS-CREATION-STAMP TO WS-XML-VALUE
           PERFORM 8300-WRITE-ELEMENT
           MOVE 'NbOfTxs' TO WS-XML-TAG
           MOVE '1' TO WS-XML-VALUE
           PERFORM 8300-WRITE-ELEMENT
           MOVE 'SttlmInf' TO WS-XML-TAG
           PERFORM 8100-OPEN-ELEMENT
           MOVE 'SttlmMtd' TO WS-XML-TAG
           MOVE 'CLRG' TO WS-XML-VALUE
           PERFORM 8300-WRITE-ELEMENT
           MOVE 'ClrSys' TO WS-XML-TAG
           PERFORM 8100-OPEN-ELEMENT
           MOVE 'Cd' TO WS-XML-TAG
           MOVE 'FDW' TO WS-XML-VALUE
           PERFORM 8300-WRITE-ELEMENT
           MOVE 'ClrSys' TO WS-XML-TAG
           PERFORM 8200-CLOSE-ELEMENT
           MOVE 'SttlmInf' TO WS-XML-TAG
           PERFORM 8200-CLOSE-ELEMENT
           MOVE 'GrpHdr' TO WS-XML-TAG
           PERFORM 8200-CLOSE-ELEMENT.

       5300-WRITE-PAYMENT-ID.
           MOVE 'PmtId' TO WS-XML-TAG
           PERFORM 8100-OPEN-ELEMENT
           MOVE 'InstrId' TO WS-XML-TAG
           MOVE WS-WV-WIRE-REF TO WS-XML-VALUE
           PERFORM 8300-WRITE-ELEMENT
           MOVE 'EndToEndId' TO WS-XML-TAG
           MOVE WS-WV-WIRE-REF TO WS-XML-VALUE
           PERFORM 8300-WRITE-ELEMENT
           MOVE 'UETR' TO WS-XML-TAG
           MOVE WS-UETR TO WS-XML-VALUE
           PERFORM 8300-WRITE-ELEMENT
           MOVE 'PmtId' TO WS-XML-TAG
           PERFORM 8200-CLOSE-ELEMENT.

      *----------------------------------------------------------------
      * THE USD SETTLEMENT AMOUNT; A FOREIGN-CURRENCY WIRE ALSO
      * CARRIES THE INSTRUCTED AMOUNT IN ITS OWN CURRENCY.
      *----------------------------------------------------------------
       5400-WRITE-AMOUNTS.
           MOVE 'IntrBkSttlmAmt' TO WS-XML-TAG
           MOVE 'USD' TO WS-XML-CCY
           MOVE WS-WV-USD-AMOUNT TO WS-AMOUNT-EDIT
           PERFORM 8400-WRITE-AMOUNT-ELEMENT
           MOVE WS-WV-VALUE-DATE TO WS-ISO-DATE-IN
           STRING WS-ID-YEAR '-' WS-ID-MONTH '-' WS-ID-DAY
               DELIMITED BY SIZE INTO WS-ISO-DATE
           END-STRING
           MOVE 'IntrBkSttlmDt' TO WS-XML-TAG
           MOVE WS-ISO-DATE TO WS-XML-VALUE
           PERFORM 8300-WRITE-ELEMENT
           IF WS-WV-CCY NOT = 'USD'
               MOVE 'InstdAmt' TO WS-XML-TAG
               MOVE WS-WV-CCY TO WS-XML-CCY
               MOVE WS-WV-ORIG-AMOUNT TO WS-AMOUNT-EDIT
               PERFORM 8400-WRITE-AMOUNT-ELEMENT
           END-IF
           MOVE 'ChrgBr' TO WS-XML-TAG
           MOVE WS-EV-CHARGE-BEARER TO WS-XML-VALUE
           PERFORM 8300-WRITE-ELEMENT.

      *----------------------------------------------------------------
      * INSTRUCTING AGENT AND DEBTOR AGENT ARE THIS BANK; INSTRUCTED
      * AGENT AND CREDITOR AGENT ARE THE BENEFICIARY BANK, BY BIC
      * WHEN THE ENRICHMENT GIVES ONE AND BY ABA ROUTING OTHERWISE.
      *----------------------------------------------------------------
       5500-WRITE-AGENTS.
           MOVE 'InstgAgt' TO WS-XML-TAG
           PERFORM 5510-WRITE-OUR-AGENT
           MOVE 'InstdAgt' TO WS-XML-TAG
           PERFORM 5520-WRITE-CDTR-AGENT.

       5510-WRITE-OUR-AGENT.
           MOVE WS-XML-TAG TO WS-XML-OUTER-TAG
           PERFORM 8100-OPEN-ELEMENT
           MOVE 'FinInstnId' TO WS-XML-TAG
           PERFORM 8100-OPEN-ELEMENT
           MOVE 'BICFI' TO WS-XML-TAG
           MOVE WS-OUR-BIC TO WS-XML-VALUE
           PERFORM 8300-WRITE-ELEMENT
           MOVE WS-OUR-ROUTING TO WS-CLEARING-MMB-ID
           PERFORM 5530-WRITE-CLEARING-ID
           MOVE 'FinInstnId' TO WS-XML-TAG
           PERFORM 8200-CLOSE-ELEMENT
           MOVE WS-XML-OUTER-TAG TO WS-XML-TAG
           PERFORM 8200-CLOSE-ELEMENT.

       5520-WRITE-CDTR-AGENT.
           MOVE WS-XML-TAG TO WS-XML-OUTER-TAG
           PERFORM 8100-OPEN-ELEMENT
           MOVE 'FinInstnId' TO WS-XML-TAG
           PERFORM 8100-OPEN-ELEMENT
           IF WS-EV-CDTR-AGENT-BIC NOT = SPACES
               MOVE 'BICFI' TO WS-XML-TAG
               MOVE WS-EV-CDTR-AGENT-BIC TO WS-XML-VALUE
               PERFORM 8300-WRITE-ELEMENT
           END-IF
           IF WS-WV-BENE-ROUTING NUMERIC
               AND WS-WV-BENE-ROUTING > 0
               MOVE WS-WV-BENE-ROUTING TO WS-CLEARING-MMB-ID
               PERFORM 5530-WRITE-CLEARING-ID
           END-IF
           MOVE 'FinInstnId' TO WS-XML-TAG
           PERFORM 8200-CLOSE-ELEMENT
           MOVE WS-XML-OUTER-TAG TO WS-XML-TAG
           PERFORM 8200-CLOSE-ELEMENT.

       5530-WRITE-CLEARING-ID.
           MOVE 'ClrSysMmbId' TO WS-XML-TAG
           PERFORM 8100-OPEN-ELEMENT
           MOVE 'ClrSysId' TO WS-XML-TAG
           PERFORM 8100-OPEN-ELEMENT
           MOVE 'Cd' TO WS-XML-TAG
           MOVE 'USABA' TO WS-XML-VALUE
           PERFORM 8300-WRITE-ELEMENT
           MOVE 'ClrSysId' TO WS-XML-TAG
           PERFORM 8200-CLOSE-ELEMENT
           MOVE 'MmbId' TO WS-XML-TAG
           MOVE WS-CLEARING-MMB-ID TO WS-XML-VALUE
           PERFORM 8300-WRITE-ELEMENT
           MOVE 'ClrSysMmbId' TO WS-XML-TAG
           PERFORM 8200-CLOSE-ELEMENT.

       5600-WRITE-DEBTOR.
           MOVE 'Dbtr' TO WS-XML-TAG
           PERFORM 8100-OPEN-ELEMENT
           MOVE 'Nm' TO WS-XML-TAG
           MOVE WS-DEBTOR-NAME TO WS-XML-VALUE
           PERFORM 8300-WRITE-ELEMENT
           MOVE 'PstlAdr' TO WS-XML-TAG
           PERFORM 8100-OPEN-ELEMENT
           IF CUST-STREET NOT = SPACES
               MOVE 'StrtNm' TO WS-XML-TAG
               MOVE CUST-STREET TO WS-XML-VALUE
               PERFORM 8300-WRITE-ELEMENT
           END-IF
           IF CUST-ZIP NUMERIC AND CUST-ZIP > 0
               MOVE 'PstCd' TO WS-XML-TAG
               MOVE CUST-ZIP TO WS-XML-VALUE
               PERFORM 8300-WRITE-ELEMENT
           END-IF
           MOVE 'TwnNm' TO WS-XML-TAG
           MOVE CUST-CITY TO WS-XML-VALUE
           PERFORM 8300-WRITE-ELEMENT
           IF CUST-STATE NOT = SPACES
               MOVE 'CtrySubDvsn' TO WS-XML-TAG
               MOVE CUST-STATE TO WS-XML-VALUE
               PERFORM 8300-WRITE-ELEMENT
           END-IF
           MOVE 'Ctry' TO WS-XML-TAG
           MOVE 'US' TO WS-XML-VALUE
           PERFORM 8300-WRITE-ELEMENT
           MOVE 'PstlAdr' TO WS-XML-TAG
           PERFORM 8200-CLOSE-ELEMENT
           MOVE 'Dbtr' TO WS-XML-TAG
           PERFORM 8200-CLOSE-ELEMENT
           MOVE 'DbtrAcct' TO WS-XML-TAG
           MOVE WS-WV-ACCT TO WS-XML-VALUE
           PERFORM 8500-WRITE-ACCOUNT-ELEMENT
           MOVE 'DbtrAgt' TO WS-XML-TAG
           PERFORM 5510-WRITE-OUR-AGENT.

       5700-WRITE-CREDITOR.
           MOVE 'CdtrAgt' TO WS-XML-TAG
           PERFORM 5520-WRITE-CDTR-AGENT
           MOVE 'Cdtr' TO WS-XML-TAG
           PERFORM 8100-OPEN-ELEMENT
           MOVE 'Nm' TO WS-XML-TAG
           MOVE WS-WV-BENE-NAME TO WS-XML-VALUE
           PERFORM 8300-WRITE-ELEMENT
           MOVE 'PstlAdr' TO WS-XML-TAG
           PERFORM 8100-OPEN-ELEMENT
           IF WS-EV-CDTR-STREET NOT = SPACES
               MOVE 'StrtNm' TO WS-XML-TAG
               MOVE WS-EV-CDTR-STREET TO WS-XML-VALUE
               PERFORM 8300-WRITE-ELEMENT
           END-IF
           IF WS-EV-CDTR-BLDG-NUM NOT = SPACES
               MOVE 'BldgNb' TO WS-XML-TAG
               MOVE WS-EV-CDTR-BLDG-NUM TO WS-XML-VALUE
               PERFORM 8300-WRITE-ELEMENT
           END-IF
           IF WS-EV-CDTR-POST-CODE NOT = SPACES
               MOVE 'PstCd' TO WS-XML-TAG
               MOVE WS-EV-CDTR-POST-CODE TO WS-XML-VALUE
               PERFORM 8300-WRITE-ELEMENT
           END-IF
           MOVE 'TwnNm' TO WS-XML-TAG
           MOVE WS-EV-CDTR-TOWN TO WS-XML-VALUE
           PERFORM 8300-WRITE-ELEMENT
           IF WS-EV-CDTR-SUBDIV NOT = SPACES
               MOVE 'CtrySubDvsn' TO WS-XML-TAG
               MOVE WS-EV-CDTR-SUBDIV TO WS-XML-VALUE
               PERFORM 8300-WRITE-ELEMENT
           END-IF
           MOVE 'Ctry' TO WS-XML-TAG
           MOVE WS-EV-CDTR-COUNTRY TO WS-XML-VALUE
           PERFORM 8300-WRITE-ELEMENT
           MOVE 'PstlAdr' TO WS-XML-TAG
           PERFORM 8200-CLOSE-ELEMENT
           MOVE 'Cdtr' TO WS-XML-TAG
           PERFORM 8200-CLOSE-ELEMENT
           MOVE 'CdtrAcct' TO WS-XML-TAG
           MOVE WS-WV-BENE-ACCT TO WS-XML-VALUE
           PERFORM 8500-WRITE-ACCOUNT-ELEMENT.

       5800-WRITE-PURPOSE-REMIT.
           IF WS-EV-PURPOSE-CODE NOT = SPACES
               MOVE 'Purp' TO WS-XML-TAG
               PERFORM 8100-OPEN-ELEMENT
               MOVE 'Cd' TO WS-XML-TAG
               MOVE WS-EV-PURPOSE-CODE TO WS-XML-VALUE
               PERFORM 8300-WRITE-ELEMENT
               MOVE 'Purp' TO WS-XML-TAG
               PERFORM 8200-CLOSE-ELEMENT
           END-IF
           IF WS-EV-REMIT-INFO NOT = SPACES
               MOVE 'RmtInf' TO WS-XML-TAG
               PERFORM 8100-OPEN-ELEMENT
               MOVE 'Ustrd' TO WS-XML-TAG
               MOVE WS-EV-REMIT-INFO TO WS-XML-VALUE
               PERFORM 8300-WRITE-ELEMENT
               MOVE 'RmtInf' TO WS-XML-TAG
               PERFORM 8200-CLOSE-ELEMENT
           END-IF.

      *----------------------------------------------------------------
      * THE REPAIR QUEUE IS REBUILT FROM EVERY WIRE STILL AT 'Q'.
      *----------------------------------------------------------------
       6000-WRITE-REPAIR-QUEUE.
           PERFORM VARYING WS-WIRE-IDX FROM 1 BY 1
               UNTIL WS-WIRE-IDX > WS-WIRE-COUNT
               MOVE WS-WT-RECORD(WS-WIRE-IDX) TO WS-WIRE-VIEW
               IF WS-WV-STATUS = 'Q'
                   MOVE SPACES TO OUTBOUND-REPAIR-RECORD
                   MOVE WS-WV-WIRE-REF TO OQ-WIRE-REF
                   MOVE WS-WV-ACCT TO OQ-ACCT-NUMBER
                   MOVE WS-WV-USD-AMOUNT TO OQ-USD-AMOUNT
                   MOVE WS-WV-CCY TO OQ-CURRENCY-CODE
                   MOVE WS-WV-BENE-NAME TO OQ-BENE-NAME
                   MOVE WS-WV-VALUE-DATE TO OQ-QUEUED-DATE
                   MOVE 0 TO WS-DAYS-IN-REPAIR
                   IF WS-WV-VALUE-DATE NUMERIC
                       AND WS-WV-VALUE-DATE > 0
                       COMPUTE WS-DAYS-IN-REPAIR =
                           FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
                         - FUNCTION INTEGER-OF-DATE(WS-WV-VALUE-DATE)
                   END-IF
                   IF WS-DAYS-IN-REPAIR < 0
                       MOVE 0 TO WS-DAYS-IN-REPAIR
                   END-IF
                   MOVE WS-DAYS-IN-REPAIR TO OQ-DAYS-IN-REPAIR
                   MOVE WS-WT-MISSING(WS-WIRE-IDX)
                       TO OQ-MISSING-ELEMENTS
                   SET OQ-QUEUED TO TRUE
                   WRITE OUTBOUND-REPAIR-RECORD
                   ADD 1 TO WS-STILL-IN-REPAIR
                   ADD WS-WV-USD-AMOUNT TO WS-REPAIR-AMOUNT
               END-IF
           END-PERFORM.

       7000-REWRITE-WIRE-FILE.
           OPEN OUTPUT WIRE-OUT-FILE
           PERFORM VARYING WS-WIRE-IDX FROM 1 BY 1
               UNTIL WS-WIRE-IDX > WS-WIRE-COUNT
               MOVE WS-WT-RECORD(WS-WIRE-IDX) TO WIRE-OUT-RECORD
               WRITE WIRE-OUT-RECORD
           END-PERFORM
           CLOSE WIRE-OUT-FILE.

       7100-REWRITE-UETR-XREF.
           OPEN OUTPUT UETR-XREF-FILE
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT
               MOVE WS-UX-RECORD(WS-XREF-IDX) TO UETR-XREF-RECORD
               WRITE UETR-XREF-RECORD
           END-PERFORM
           CLOSE UETR-XREF-FILE.

      *----------------------------------------------------------------
      * XML LINE BUILDERS. 8100 OPENS <TAG> AND GOES ONE LEVEL IN,
      * 8200 COMES ONE LEVEL OUT AND CLOSES </TAG>, 8300 WRITES
      * <TAG>VALUE</TAG> WITH THE VALUE ESCAPED.
      *----------------------------------------------------------------
       8100-OPEN-ELEMENT.
           MOVE SPACES TO WS-XML-LINE
           COMPUTE WS-XML-PTR = WS-XML-DEPTH * 2 + 1
           STRING '<' WS-XML-TAG DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
               INTO WS-XML-LINE
               WITH POINTER WS-XML-PTR
           END-STRING
           WRITE ISO-MSG-LINE FROM WS-XML-LINE
           ADD 1 TO WS-XML-DEPTH.

       8200-CLOSE-ELEMENT.
           SUBTRACT 1 FROM WS-XML-DEPTH
           MOVE SPACES TO WS-XML-LINE
           COMPUTE WS-XML-PTR = WS-XML-DEPTH * 2 + 1
           STRING '</' WS-XML-TAG DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
               INTO WS-XML-LINE
               WITH POINTER WS-XML-PTR
           END-STRING
           WRITE ISO-MSG-LINE FROM WS-XML-LINE.

       8300-WRITE-ELEMENT.
           PERFORM 8600-ESCAPE-VALUE
           MOVE SPACES TO WS-XML-LINE
           COMPUTE WS-XML-PTR = WS-XML-DEPTH * 2 + 1
           STRING '<' WS-XML-TAG DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
                  WS-XML-ESCAPED(1:WS-XML-ESC-LEN) DELIMITED BY SIZE
                  '</' WS-XML-TAG DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
               INTO WS-XML-LINE
               WITH POINTER WS-XML-PTR
           END-STRING
           WRITE ISO-MSG-LINE FROM WS-XML-LINE.

      *----------------------------------------------------------------
      * <TAG CCY="XXX">AMOUNT</TAG>, THE AMOUNT WITHOUT LEADING
      * SPACES.
      *----------------------------------------------------------------
       8400-WRITE-AMOUNT-ELEMENT.
           MOVE 0 TO WS-AMOUNT-LEAD
           INSPECT WS-AMOUNT-EDIT TALLYING WS-AMOUNT-LEAD
               FOR LEADING SPACES
           MOVE SPACES TO WS-AMOUNT-TEXT
           MOVE WS-AMOUNT-EDIT(WS-AMOUNT-LEAD + 1:) TO WS-AMOUNT-TEXT
           MOVE SPACES TO WS-XML-LINE
           COMPUTE WS-XML-PTR = WS-XML-DEPTH * 2 + 1
           STRING '<' WS-XML-TAG DELIMITED BY SPACE
                  ' Ccy="' WS-XML-CCY '">' DELIMITED BY SIZE
                  WS-AMOUNT-TEXT DELIMITED BY SPACE
                  '</' WS-XML-TAG DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
               INTO WS-XML-LINE
               WITH POINTER WS-XML-PTR
           END-STRING
           WRITE ISO-MSG-LINE FROM WS-XML-LINE.

      *----------------------------------------------------------------
      * <TAG><Id><Othr><Id>ACCOUNT</Id></Othr></Id></TAG>, THE
      * ACCOUNT IN WS-XML-VALUE.
      *----------------------------------------------------------------
       8500-WRITE-ACCOUNT-ELEMENT.
           MOVE WS-XML-TAG TO WS-XML-OUTER-TAG
           PERFORM 8100-OPEN-ELEMENT
           MOVE 'Id' TO WS-XML-TAG
           PERFORM 8100-OPEN-ELEMENT
           MOVE 'Othr' TO WS-XML-TAG
           PERFORM 8100-OPEN-ELEMENT
           MOVE 'Id' TO WS-XML-TAG
           PERFORM 8300-WRITE-ELEMENT
           MOVE 'Othr' TO WS-XML-TAG
           PERFORM 8200-CLOSE-ELEMENT
           MOVE 'Id' TO WS-XML-TAG
           PERFORM 8200-CLOSE-ELEMENT
           MOVE WS-XML-OUTER-TAG TO WS-XML-TAG
           PERFORM 8200-CLOSE-ELEMENT.

      *----------------------------------------------------------------
      * TRAILING SPACES ARE DROPPED AND THE FIVE XML SPECIAL
      * CHARACTERS REPLACED BY THEIR ENTITIES.
      *----------------------------------------------------------------
       8600-ESCAPE-VALUE.
           MOVE 140 TO WS-XML-VALUE-LEN
           PERFORM UNTIL WS-XML-VALUE-LEN = 0
               OR WS-XML-VALUE(WS-XML-VALUE-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-XML-VALUE-LEN
           END-PERFORM
           MOVE SPACES TO WS-XML-ESCAPED
           MOVE 1 TO WS-XML-ESC-LEN
           PERFORM VARYING WS-XML-CHAR-IDX FROM 1 BY 1
               UNTIL WS-XML-CHAR-IDX > WS-XML-VALUE-LEN
               MOVE WS-XML-VALUE(WS-XML-CHAR-IDX:1) TO WS-XML-CHAR
               EVALUATE WS-XML-CHAR
                   WHEN '&'
                       STRING '&amp;' DELIMITED BY SIZE
                           INTO WS-XML-ESCAPED
                           WITH POINTER WS-XML-ESC-LEN
                       END-STRING
                   WHEN '<'
                       STRING '&lt;' DELIMITED BY SIZE
                           INTO WS-XML-ESCAPED
                           WITH POINTER WS-XML-ESC-LEN
                       END-STRING
                   WHEN '>'
                       STRING '&gt;' DELIMITED BY SIZE
                           INTO WS-XML-ESCAPED
                           WITH POINTER WS-XML-ESC-LEN
                       END-STRING
                   WHEN '"'
                       STRING '&quot;' DELIMITED BY SIZE
                           INTO WS-XML-ESCAPED
                           WITH POINTER WS-XML-ESC-LEN
                       END-STRING
                   WHEN "'"
                       STRING '&apos;' DELIMITED BY SIZE
                           INTO WS-XML-ESCAPED
                           WITH POINTER WS-XML-ESC-LEN
                       END-STRING
                   WHEN OTHER
                       MOVE WS-XML-CHAR TO
                           WS-XML-ESCAPED(WS-XML-ESC-LEN:1)
                       ADD 1 TO WS-XML-ESC-LEN
               END-EVALUATE
           END-PERFORM
           SUBTRACT 1 FROM WS-XML-ESC-LEN
           IF WS-XML-ESC-LEN = 0
               MOVE 1 TO WS-XML-ESC-LEN
           END-IF.

       9000-FINALIZE.
           IF WS-FORMAT-ISO
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-FILE
               CLOSE ISO-MSG-FILE
           ELSE
               CLOSE LEGACY-MSG-FILE
           END-IF
           CLOSE OUTBOUND-REPAIR-FILE
           DISPLAY '*** OUTBOUND WIRE FORMATTING COMPLETE ***'
           DISPLAY 'WIRES LOADED:         ' WS-WIRES-LOADED
           DISPLAY 'ENRICHMENT LOADED:    ' WS-ENRICH-LOADED
           DISPLAY 'LEGACY MESSAGES:      ' WS-LEGACY-SENT
           DISPLAY 'PACS.008 MESSAGES:    ' WS-ISO-SENT
           DISPLAY 'AMOUNT FORMATTED:     ' WS-SENT-AMOUNT
           DISPLAY 'RELEASED FROM REPAIR: ' WS-REPAIRED-SENT
           DISPLAY 'UETRS REUSED:         ' WS-UETRS-REUSED
           DISPLAY 'NEW TO REPAIR:        ' WS-NEW-TO-REPAIR
           DISPLAY 'AWAITING REPAIR:      ' WS-STILL-IN-REPAIR
           DISPLAY 'AMOUNT IN REPAIR:     ' WS-REPAIR-AMOUNT
           IF WS-STILL-IN-REPAIR > 0 OR WS-ENRICH-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
