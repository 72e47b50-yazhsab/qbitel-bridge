       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKSCOR.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-09-10.
      *================================================================*
      * MONTHLY CUSTOMER RISK RATING                                   *
      * RESCORES EVERY OPEN CUSTOMER AND MAINTAINS CUST-RISK-RATING,   *
      * THE RATING KYCSCHED USES TO SET THE RE-VERIFICATION INTERVAL.  *
      * FACTORS ARE GATHERED FROM FILES THE SUITE ALREADY PRODUCES,    *
      * OVER A LOOKBACK WINDOW OF WHOLE MONTHS:                        *
      *   AC  OPEN AML CASES (AMLCASES, OPEN OR UNDER REVIEW)          *
      *   SR  SAR FILINGS IN THE WINDOW (AMLCASES, SAR FILED)          *
      *   CT  CTR FILINGS IN THE WINDOW (CTRRPT EXTRACT)               *
      *   SN  SANCTIONS/314(A) NEAR-MATCHES (OFACRPT, FIN314A RESPONSE)*
      *   FW  OUTBOUND WIRE VOLUME IN FOREIGN CURRENCY (WIREOUT)       *
      *   CI  CASH INTENSITY - CASH SHARE OF ACTIVITY (DAYTRANS)       *
      *   SG  CUSTOMER SEGMENT    PR  HIGHEST-RISK PRODUCT HELD        *
      * WEIGHTS, CAPS, THRESHOLDS AND RATING BANDS COME FROM THE RISK  *
      * CONTROL FILE (RISKCTL). FACTOR EVENTS ARE SORTED INTO CUSTOMER *
      * ORDER AND MATCHED AGAINST THE CUSTOMER FILE; EVERY RATING      *
      * CHANGE IS REWRITTEN WITH AN AUDIT LEG AND LISTED WITH ITS      *
      * CONTRIBUTING FACTORS ON THE RISK RATING REPORT.                *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISK-CTL-FILE ASSIGN TO RISKCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
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
           SELECT OPTIONAL CASE-FILE ASSIGN TO AMLCASES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CASE-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT OPTIONAL CTR-FILE ASSIGN TO CTREXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTR-STATUS.
           SELECT OPTIONAL MATCH-REPORT-FILE ASSIGN TO OFACRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFAC-STATUS.
           SELECT OPTIONAL FIN314-RESPONSE-FILE ASSIGN TO FIN314OT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-F314-STATUS.
           SELECT OPTIONAL WIRE-OUT-FILE ASSIGN TO WIREOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WIRE-STATUS.
           SELECT OPTIONAL DAILY-TRANS ASSIGN TO DAYTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT SORT-FACTOR-FILE ASSIGN TO SRTRISK.
           SELECT CUST-AUDIT-FILE ASSIGN TO AUDITFL
               ORGANIZATION IS SEQUENTIAL.
           SELECT RISK-REPORT-FILE ASSIGN TO RISKRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * RISK CONTROL FILE, MAINTAINED BY BSA/AML COMPLIANCE:
      *   W  FACTOR WEIGHT - RC-CODE IS THE FACTOR (AC SR CT SN FW
      *      CI), RC-POINTS PER OCCURRENCE (PER THRESHOLD UNIT OF
      *      VOLUME FOR FW; FLAT WHEN THE CASH PERCENT REACHES THE
      *      THRESHOLD FOR CI), RC-CAP THE MOST THE FACTOR MAY ADD
      *      (ZERO = NO CAP).
      *   S  SEGMENT POINTS - RC-CODE IS THE CUSTOMER SEGMENT.
      *   P  PRODUCT POINTS - RC-CODE IS THE ACCOUNT TYPE.
      *   B  RATING BAND - RC-CODE(1:1) IS THE RATING (1-5) AND
      *      RC-POINTS THE LOWEST SCORE THAT EARNS IT.
      *   L  LOOKBACK - RC-POINTS IS THE WINDOW IN MONTHS.
      *----------------------------------------------------------------
       FD  RISK-CTL-FILE.
       01  RISK-CTL-RECORD.
           05  RC-REC-TYPE             PIC X(1).
               88  RC-WEIGHT           VALUE 'W'.
               88  RC-SEGMENT          VALUE 'S'.
               88  RC-PRODUCT          VALUE 'P'.
               88  RC-BAND             VALUE 'B'.
               88  RC-LOOKBACK         VALUE 'L'.
           05  RC-CODE                 PIC X(2).
           05  RC-POINTS               PIC 9(3).
           05  RC-CAP                  PIC 9(3).
           05  RC-THRESHOLD            PIC 9(11)V99.
           05  RC-DESC                 PIC X(30).
           05  FILLER                  PIC X(28).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ID                 PIC 9(10).
           05  CUST-NAME.
               10  CUST-FIRST-NAME     PIC X(20).
               10  CUST-LAST-NAME      PIC X(30).
           05  FILLER                  PIC X(129).
           05  CUST-STATUS             PIC X(1).
               88  CUST-ST-CLOSED      VALUE 'C'.
           05  FILLER                  PIC X(12).
           05  CUST-OFFICER-ID         PIC 9(6).
           05  CUST-SEGMENT            PIC X(2).
           05  FILLER                  PIC X(75).
           05  CUST-LAST-MAINT-TS      PIC 9(14).
           05  CUST-KYC-VERIF-DATE     PIC 9(8).
           05  CUST-RISK-RATING        PIC 9(1).
           05  FILLER                  PIC X(38).

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
               88  CASE-UNDER-REVIEW   VALUE 'R'.
               88  CASE-SAR-FILED      VALUE 'S'.
           05  CASE-ANALYST            PIC X(8).
           05  CASE-OPENED-DATE        PIC 9(8).
           05  CASE-AMOUNT             PIC S9(11)V99 COMP-3.
           05  CASE-REASON             PIC X(24).
           05  CASE-SAR-DATE           PIC 9(8).
           05  CASE-SAR-EXTRACTED      PIC X(1).
           05  FILLER                  PIC X(10).

       FD  CTR-FILE.
       01  CTR-DETAIL-LINE             PIC X(132).

       FD  MATCH-REPORT-FILE.
       01  MATCH-REPORT-LINE           PIC X(132).

       FD  FIN314-RESPONSE-FILE.
       01  RESPONSE-RECORD.
           05  RS-SUBJECT-ID           PIC X(12).
           05  RS-CUST-ID              PIC 9(10).
           05  FILLER                  PIC X(108).

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
               88  WO-REJECTED         VALUE 'R'.
           05  FILLER                  PIC X(10).

       FD  DAILY-TRANS.
       01  TRANS-RECORD.
           05  TR-ACCT-NUMBER          PIC 9(12).
           05  TR-TRAN-CODE            PIC X(3).
               88  TR-CASH-ITEM        VALUES 'DEP' 'WDL'.
               88  TR-CUSTOMER-ACTIVITY
                                       VALUES 'DEP' 'WDL' 'CHK' 'TRO'
                                              'TRI' 'WIR' 'WRO' 'LNP'.
           05  TR-AMOUNT               PIC S9(11)V99 COMP-3.
           05  TR-DATE                 PIC 9(8).
           05  FILLER                  PIC X(72).
           05  TR-INSTRUMENT-TYPE      PIC X(1).
               88  TR-LOCKBOX-DEPOSIT  VALUE 'L'.
           05  FILLER                  PIC X(91).

      *----------------------------------------------------------------
      * ONE FACTOR EVENT PER SOURCE ITEM, SORTED TO CUSTOMER ORDER.
      * SF-COUNT CARRIES THE OCCURRENCE (OR PRODUCT POINTS FOR PR);
      * SF-AMOUNT CARRIES THE DOLLARS FOR FW, CI AND TA (TOTAL
      * CUSTOMER ACTIVITY, THE BASE FOR CASH INTENSITY).
      *----------------------------------------------------------------
       SD  SORT-FACTOR-FILE.
       01  SORT-FACTOR-RECORD.
           05  SF-CUST-ID              PIC 9(10).
           05  SF-FACTOR               PIC X(2).
           05  SF-COUNT                PIC 9(5).
           05  SF-AMOUNT               PIC S9(13)V99 COMP-3.

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

       FD  RISK-REPORT-FILE.
       01  RISK-REPORT-LINE            PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS               PIC X(2).
           88  WS-CTL-OK               VALUE '00'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-CASE-STATUS              PIC X(2).
           88  WS-CASE-OK              VALUE '00'.
       01  WS-CTR-STATUS               PIC X(2).
           88  WS-CTR-OK               VALUE '00'.
       01  WS-OFAC-STATUS              PIC X(2).
           88  WS-OFAC-OK              VALUE '00'.
       01  WS-F314-STATUS              PIC X(2).
           88  WS-F314-OK              VALUE '00'.
       01  WS-WIRE-STATUS              PIC X(2).
           88  WS-WIRE-OK              VALUE '00'.
       01  WS-TRAN-STATUS              PIC X(2).
           88  WS-TRAN-OK              VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-EOF-FLAG                 PIC X(1).
           88  WS-SOURCE-EOF           VALUE 'Y'.
       01  WS-CTL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-CTL-EOF              VALUE 'Y'.
       01  WS-CUST-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-CUST-EOF             VALUE 'Y'.
       01  WS-SORT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-CURRENT-TIME             PIC 9(6).
       01  WS-MAINT-STAMP              PIC 9(14).
       01  WS-WINDOW-START             PIC 9(8).
       01  WS-WINDOW-YEAR              PIC 9(4).
       01  WS-WINDOW-MONTH             PIC S9(3).
       01  WS-LOOKBACK-MONTHS          PIC 9(3) VALUE 12.

      *----------------------------------------------------------------
      * FACTOR WEIGHTS AS LOADED FROM THE CONTROL FILE. A FACTOR WITH
      * NO CONTROL RECORD CARRIES NO WEIGHT.
      *----------------------------------------------------------------
       01  WS-FACTOR-WEIGHTS.
           05  WS-WT-CASES             PIC 9(3) VALUE 0.
           05  WS-CAP-CASES            PIC 9(3) VALUE 0.
           05  WS-WT-SARS              PIC 9(3) VALUE 0.
           05  WS-CAP-SARS             PIC 9(3) VALUE 0.
           05  WS-WT-CTRS              PIC 9(3) VALUE 0.
           05  WS-CAP-CTRS             PIC 9(3) VALUE 0.
           05  WS-WT-MATCHES           PIC 9(3) VALUE 0.
           05  WS-CAP-MATCHES          PIC 9(3) VALUE 0.
           05  WS-WT-FX-WIRE           PIC 9(3) VALUE 0.
           05  WS-CAP-FX-WIRE          PIC 9(3) VALUE 0.
           05  WS-FX-WIRE-UNIT         PIC 9(11)V99 VALUE 0.
           05  WS-WT-CASH              PIC 9(3) VALUE 0.
           05  WS-CASH-PCT-TRIGGER     PIC 9(3)V99 VALUE 0.
       01  WS-WEIGHTS-LOADED           PIC 9(3) VALUE 0.

       01  WS-SEGMENT-TABLE.
           05  WS-SG-ENTRY OCCURS 20 TIMES.
               10  WS-SG-CODE          PIC X(2).
               10  WS-SG-POINTS        PIC 9(3).
       01  WS-SEGMENT-COUNT            PIC 9(2) VALUE 0.
       01  WS-SG-IDX                   PIC 9(2).

       01  WS-PRODUCT-TABLE.
           05  WS-PD-ENTRY OCCURS 20 TIMES.
               10  WS-PD-CODE          PIC X(2).
               10  WS-PD-POINTS        PIC 9(3).
       01  WS-PRODUCT-COUNT            PIC 9(2) VALUE 0.
       01  WS-PD-IDX                   PIC 9(2).

       01  WS-BAND-TABLE.
           05  WS-BAND-MIN OCCURS 5 TIMES PIC 9(4).
       01  WS-BAND-IDX                 PIC 9(1).
       01  WS-BANDS-LOADED             PIC 9(1) VALUE 0.

      *----------------------------------------------------------------
      * CTR EXTRACT AND OFAC MATCH REPORT LINES, PARSED POSITIONALLY
      * AS AMLCASE DOES FOR THE AMLSCRN ALERT FILE.
      *----------------------------------------------------------------
       01  WS-CTR-LINE.
           05  WS-CL-TAG               PIC X(5).
           05  WS-CL-ACCT              PIC 9(12).
           05  FILLER                  PIC X(21).
           05  WS-CL-DATE              PIC 9(8).
           05  FILLER                  PIC X(86).

       01  WS-OFAC-LINE.
           05  WS-OL-SOURCE            PIC X(6).
           05  FILLER                  PIC X(2).
           05  WS-OL-KEY               PIC X(16).
           05  FILLER                  PIC X(108).

       01  WS-LOOKUP-ACCT              PIC 9(12).
       01  WS-LOOKUP-OWNER             PIC 9(10).

      *----------------------------------------------------------------
      * ONE CUSTOMER'S FACTORS AND THE POINTS EACH CONTRIBUTES.
      *----------------------------------------------------------------
       01  WS-CUST-FACTORS.
           05  WS-CF-OPEN-CASES        PIC 9(5).
           05  WS-CF-SARS              PIC 9(5).
           05  WS-CF-CTRS              PIC 9(5).
           05  WS-CF-MATCHES           PIC 9(5).
           05  WS-CF-FX-WIRE-AMT       PIC S9(13)V99 COMP-3.
           05  WS-CF-CASH-AMT          PIC S9(13)V99 COMP-3.
           05  WS-CF-ACTIVITY-AMT      PIC S9(13)V99 COMP-3.
           05  WS-CF-PRODUCT-PTS       PIC 9(3).
       01  WS-CASH-PCT                 PIC 9(3)V99.
       01  WS-FX-UNITS                 PIC 9(7).

       01  WS-FACTOR-POINTS.
           05  WS-PT-CASES             PIC 9(4).
           05  WS-PT-SARS              PIC 9(4).
           05  WS-PT-CTRS              PIC 9(4).
           05  WS-PT-MATCHES           PIC 9(4).
           05  WS-PT-FX-WIRE           PIC 9(4).
           05  WS-PT-CASH              PIC 9(4).
           05  WS-PT-SEGMENT           PIC 9(4).
           05  WS-PT-PRODUCT           PIC 9(4).
       01  WS-PT-TOTAL                 PIC 9(5).
       01  WS-PT-WORK                  PIC 9(9).
       01  WS-PT-CAP                   PIC 9(3).
       01  WS-NEW-RATING               PIC 9(1).
       01  WS-OLD-RATING               PIC 9(1).

       01  WS-COUNTERS.
           05  WS-FACTOR-EVENTS        PIC 9(9) VALUE 0.
           05  WS-UNRESOLVED-ITEMS     PIC 9(7) VALUE 0.
           05  WS-ORPHAN-EVENTS        PIC 9(7) VALUE 0.
           05  WS-CUSTS-SCORED         PIC 9(7) VALUE 0.
           05  WS-RATINGS-RAISED       PIC 9(7) VALUE 0.
           05  WS-RATINGS-LOWERED      PIC 9(7) VALUE 0.
           05  WS-RATING-COUNT OCCURS 5 TIMES PIC 9(7).

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'CUSTOMER RISK RATING CHANGES'.
           05  FILLER                  PIC X(12) VALUE 'WINDOW FROM '.
           05  WS-RH-WINDOW            PIC 9(8).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(32) VALUE 'NAME'.
           05  FILLER                  PIC X(12) VALUE 'OLD NEW SCOR'.
           05  FILLER                  PIC X(32) VALUE
               '  AC  SR  CT  SN  FW  CI  SG  PR'.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-CHANGE-LINE.
           05  WS-CG-CUST              PIC 9(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CG-NAME              PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CG-OLD               PIC 9(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-CG-NEW               PIC 9(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CG-SCORE             PIC ZZZZ9.
           05  WS-CG-POINTS OCCURS 8 TIMES.
               10  FILLER              PIC X(1).
               10  WS-CG-PT            PIC ZZ9.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SL-LABEL             PIC X(40).
           05  WS-SL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-RISK-CONTROL
           PERFORM 1200-SET-LOOKBACK-WINDOW
           SORT SORT-FACTOR-FILE
               ON ASCENDING KEY SF-CUST-ID SF-FACTOR
               INPUT PROCEDURE IS 2000-GATHER-FACTORS
               OUTPUT PROCEDURE IS 5000-RESCORE-CUSTOMERS
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** CUSTOMER RISK RATING STARTED ***'
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
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           INITIALIZE WS-COUNTERS
           MOVE 9999 TO WS-BAND-MIN(1) WS-BAND-MIN(2)
               WS-BAND-MIN(3) WS-BAND-MIN(4) WS-BAND-MIN(5).

      *----------------------------------------------------------------
      * THE CONTROL FILE IS REQUIRED: RESCORING EVERY CUSTOMER ON
      * MISSING OR INCOMPLETE WEIGHTS WOULD RESET RATINGS WHOLESALE,
      * SO THE RUN HALTS INSTEAD.
      *----------------------------------------------------------------
       1100-LOAD-RISK-CONTROL.
           OPEN INPUT RISK-CTL-FILE
           IF NOT WS-CTL-OK
               DISPLAY 'NO RISK CONTROL FILE: ' WS-CTL-STATUS
               DISPLAY 'RUN HALTED - RATINGS NOT RESCORED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CTL-EOF
               READ RISK-CTL-FILE
                   AT END
                       SET WS-CTL-EOF TO TRUE
                   NOT AT END
                       PERFORM 1150-APPLY-CONTROL-RECORD
               END-READ
           END-PERFORM
           CLOSE RISK-CTL-FILE
           MOVE 0 TO WS-BAND-MIN(1)
           IF WS-WEIGHTS-LOADED = 0 OR WS-BANDS-LOADED = 0
               DISPLAY 'RISK CONTROL FILE HAS NO FACTOR WEIGHTS '
                   'OR NO RATING BANDS'
               DISPLAY 'RUN HALTED - RATINGS NOT RESCORED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'FACTOR WEIGHTS LOADED: ' WS-WEIGHTS-LOADED
               ' SEGMENTS: ' WS-SEGMENT-COUNT
               ' PRODUCTS: ' WS-PRODUCT-COUNT
               ' BANDS: ' WS-BANDS-LOADED.

       1150-APPLY-CONTROL-RECORD.
           EVALUATE TRUE
               WHEN RC-WEIGHT
                   PERFORM 1160-APPLY-FACTOR-WEIGHT
               WHEN RC-SEGMENT
                   IF WS-SEGMENT-COUNT < 20
                       ADD 1 TO WS-SEGMENT-COUNT
                       MOVE RC-CODE TO WS-SG-CODE(WS-SEGMENT-COUNT)
                       MOVE RC-POINTS TO
                           WS-SG-POINTS(WS-SEGMENT-COUNT)
                   END-IF
               WHEN RC-PRODUCT
                   IF WS-PRODUCT-COUNT < 20
                       ADD 1 TO WS-PRODUCT-COUNT
                       MOVE RC-CODE TO WS-PD-CODE(WS-PRODUCT-COUNT)
                       MOVE RC-POINTS TO
                           WS-PD-POINTS(WS-PRODUCT-COUNT)
                   END-IF
               WHEN RC-BAND
                   IF RC-CODE(1:1) >= '1' AND RC-CODE(1:1) <= '5'
                       MOVE RC-CODE(1:1) TO WS-BAND-IDX
                       MOVE RC-POINTS TO WS-BAND-MIN(WS-BAND-IDX)
                       ADD 1 TO WS-BANDS-LOADED
                   END-IF
               WHEN RC-LOOKBACK
                   IF RC-POINTS > 0
                       MOVE RC-POINTS TO WS-LOOKBACK-MONTHS
                   END-IF
               WHEN OTHER
                   DISPLAY 'UNKNOWN RISK CONTROL RECORD IGNORED: '
                       RC-REC-TYPE RC-CODE
           END-EVALUATE.

       1160-APPLY-FACTOR-WEIGHT.
           ADD 1 TO WS-WEIGHTS-LOADED
           EVALUATE RC-CODE
               WHEN 'AC'
                   MOVE RC-POINTS TO WS-WT-CASES
                   MOVE RC-CAP TO WS-CAP-CASES
               WHEN 'SR'
                   MOVE RC-POINTS TO WS-WT-SARS
                   MOVE RC-CAP TO WS-CAP-SARS
               WHEN 'CT'
                   MOVE RC-POINTS TO WS-WT-CTRS
                   MOVE RC-CAP TO WS-CAP-CTRS
               WHEN 'SN'
                   MOVE RC-POINTS TO WS-WT-MATCHES
                   MOVE RC-CAP TO WS-CAP-MATCHES
               WHEN 'FW'
                   MOVE RC-POINTS TO WS-WT-FX-WIRE
                   MOVE RC-CAP TO WS-CAP-FX-WIRE
                   MOVE RC-THRESHOLD TO WS-FX-WIRE-UNIT
               WHEN 'CI'
                   MOVE RC-POINTS TO WS-WT-CASH
                   MOVE RC-THRESHOLD TO WS-CASH-PCT-TRIGGER
               WHEN OTHER
                   SUBTRACT 1 FROM WS-WEIGHTS-LOADED
                   DISPLAY 'UNKNOWN RISK FACTOR IGNORED: ' RC-CODE
           END-EVALUATE.

      *----------------------------------------------------------------
      * THE WINDOW STARTS ON THE FIRST OF THE MONTH THE LOOKBACK
      * REACHES BACK TO.
      *----------------------------------------------------------------
       1200-SET-LOOKBACK-WINDOW.
           MOVE WS-PROCESSING-DATE(1:4) TO WS-WINDOW-YEAR
           MOVE WS-PROCESSING-DATE(5:2) TO WS-WINDOW-MONTH
           SUBTRACT WS-LOOKBACK-MONTHS FROM WS-WINDOW-MONTH
           PERFORM UNTIL WS-WINDOW-MONTH > 0
               ADD 12 TO WS-WINDOW-MONTH
               SUBTRACT 1 FROM WS-WINDOW-YEAR
           END-PERFORM
           COMPUTE WS-WINDOW-START =
               WS-WINDOW-YEAR * 10000 + WS-WINDOW-MONTH * 100 + 1
           DISPLAY 'LOOKBACK WINDOW FROM: ' WS-WINDOW-START.

      *----------------------------------------------------------------
      * SORT INPUT: ONE PASS OVER EACH FACTOR SOURCE. ACCOUNT-LEVEL
      * ITEMS ARE RESOLVED TO THE OWNING CUSTOMER ON THE ACCOUNT
      * MASTER. A MISSING SOURCE CONTRIBUTES NOTHING.
      *----------------------------------------------------------------
       2000-GATHER-FACTORS.
           OPEN INPUT ACCOUNT-MASTER
           PERFORM 2100-GATHER-PRODUCTS
           PERFORM 2200-GATHER-AML-CASES
           PERFORM 2300-GATHER-CTRS
           PERFORM 2400-GATHER-NEAR-MATCHES
           PERFORM 2500-GATHER-FOREIGN-WIRES
           PERFORM 2600-GATHER-CASH-ACTIVITY
           CLOSE ACCOUNT-MASTER
           DISPLAY 'FACTOR EVENTS GATHERED: ' WS-FACTOR-EVENTS.

       2100-GATHER-PRODUCTS.
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-SOURCE-EOF
               READ ACCOUNT-MASTER NEXT
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF NOT ACCT-CLOSED
                           PERFORM 2150-RELEASE-PRODUCT
                       END-IF
               END-READ
           END-PERFORM.

       2150-RELEASE-PRODUCT.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
               UNTIL WS-PD-IDX > WS-PRODUCT-COUNT
               IF WS-PD-CODE(WS-PD-IDX) = ACCT-TYPE
                   AND WS-PD-POINTS(WS-PD-IDX) > 0
                   MOVE ACCT-OWNER-ID TO SF-CUST-ID
                   MOVE 'PR' TO SF-FACTOR
                   MOVE WS-PD-POINTS(WS-PD-IDX) TO SF-COUNT
                   MOVE 0 TO SF-AMOUNT
                   PERFORM 2900-RELEASE-FACTOR
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2200-GATHER-AML-CASES.
           OPEN INPUT CASE-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF NOT WS-CASE-OK
               SET WS-SOURCE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SOURCE-EOF
               READ CASE-FILE NEXT
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       PERFORM 2250-CLASSIFY-CASE
               END-READ
           END-PERFORM
           IF WS-CASE-OK OR WS-CASE-STATUS = '10'
               CLOSE CASE-FILE
           END-IF.

       2250-CLASSIFY-CASE.
           MOVE SPACES TO SF-FACTOR
           EVALUATE TRUE
               WHEN CASE-OPEN OR CASE-UNDER-REVIEW
                   MOVE 'AC' TO SF-FACTOR
               WHEN CASE-SAR-FILED
                   AND CASE-SAR-DATE >= WS-WINDOW-START
                   MOVE 'SR' TO SF-FACTOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF SF-FACTOR NOT = SPACES
               MOVE CASE-ACCT-NUMBER TO WS-LOOKUP-ACCT
               PERFORM 2800-RESOLVE-OWNER
               IF WS-LOOKUP-OWNER > 0
                   MOVE WS-LOOKUP-OWNER TO SF-CUST-ID
                   MOVE 1 TO SF-COUNT
                   MOVE 0 TO SF-AMOUNT
                   PERFORM 2900-RELEASE-FACTOR
               END-IF
           END-IF.

       2300-GATHER-CTRS.
           OPEN INPUT CTR-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF NOT WS-CTR-OK
               SET WS-SOURCE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SOURCE-EOF
               READ CTR-FILE INTO WS-CTR-LINE
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF WS-CL-TAG = 'CTR: '
                           AND WS-CL-ACCT NUMERIC
                           AND WS-CL-DATE NUMERIC
                           AND WS-CL-DATE >= WS-WINDOW-START
                           MOVE WS-CL-ACCT TO WS-LOOKUP-ACCT
                           PERFORM 2800-RESOLVE-OWNER
                           IF WS-LOOKUP-OWNER > 0
                               MOVE WS-LOOKUP-OWNER TO SF-CUST-ID
                               MOVE 'CT' TO SF-FACTOR
                               MOVE 1 TO SF-COUNT
                               MOVE 0 TO SF-AMOUNT
                               PERFORM 2900-RELEASE-FACTOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CTR-OK OR WS-CTR-STATUS = '10'
               CLOSE CTR-FILE
           END-IF.

      *----------------------------------------------------------------
      * NEAR-MATCHES: OFACSCRN'S POTENTIAL-MATCH REPORT (CUSTOMER
      * ROWS, AND BENEFICIAL-OWNER ROWS ALREADY KEYED TO THE
      * CORPORATE CUSTOMER) AND FIN314A'S POSITIVE RESPONSES.
      *----------------------------------------------------------------
       2400-GATHER-NEAR-MATCHES.
           OPEN INPUT MATCH-REPORT-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF NOT WS-OFAC-OK
               SET WS-SOURCE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SOURCE-EOF
               READ MATCH-REPORT-FILE INTO WS-OFAC-LINE
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF (WS-OL-SOURCE = 'CUST  '
                           OR WS-OL-SOURCE = 'BOWN  ')
                           AND WS-OL-KEY(1:10) NUMERIC
                           MOVE WS-OL-KEY(1:10) TO SF-CUST-ID
                           MOVE 'SN' TO SF-FACTOR
                           MOVE 1 TO SF-COUNT
                           MOVE 0 TO SF-AMOUNT
                           PERFORM 2900-RELEASE-FACTOR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OFAC-OK OR WS-OFAC-STATUS = '10'
               CLOSE MATCH-REPORT-FILE
           END-IF
           OPEN INPUT FIN314-RESPONSE-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF NOT WS-F314-OK
               SET WS-SOURCE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SOURCE-EOF
               READ FIN314-RESPONSE-FILE
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF RS-CUST-ID NUMERIC AND RS-CUST-ID > 0
                           MOVE RS-CUST-ID TO SF-CUST-ID
                           MOVE 'SN' TO SF-FACTOR
                           MOVE 1 TO SF-COUNT
                           MOVE 0 TO SF-AMOUNT
                           PERFORM 2900-RELEASE-FACTOR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-F314-OK OR WS-F314-STATUS = '10'
               CLOSE FIN314-RESPONSE-FILE
           END-IF.

       2500-GATHER-FOREIGN-WIRES.
           OPEN INPUT WIRE-OUT-FILE
           MOVE 'N' TO WS-EOF-FLAG
           IF NOT WS-WIRE-OK
               SET WS-SOURCE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SOURCE-EOF
               READ WIRE-OUT-FILE
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF WO-CURRENCY-CODE NOT = 'USD'
                           AND WO-CURRENCY-CODE NOT = SPACES
                           AND NOT WO-REJECTED
                           AND WO-VALUE-DATE >= WS-WINDOW-START
                           MOVE WO-ACCT-NUMBER TO WS-LOOKUP-ACCT
                           PERFORM 2800-RESOLVE-OWNER
                           IF WS-LOOKUP-OWNER > 0
                               MOVE WS-LOOKUP-OWNER TO SF-CUST-ID
                               MOVE 'FW' TO SF-FACTOR
                               MOVE 1 TO SF-COUNT
                               MOVE WO-USD-AMOUNT TO SF-AMOUNT
                               PERFORM 2900-RELEASE-FACTOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WIRE-OK OR WS-WIRE-STATUS = '10'
               CLOSE WIRE-OUT-FILE
           END-IF.

      *----------------------------------------------------------------
      * CASH INTENSITY: CASH DEPOSITS AND WITHDRAWALS (THE ITEMS
      * CTRRPT AGGREGATES) AGAINST ALL CUSTOMER-INITIATED ACTIVITY.
      *----------------------------------------------------------------
       2600-GATHER-CASH-ACTIVITY.
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
                       IF TR-CUSTOMER-ACTIVITY
                           AND TR-DATE >= WS-WINDOW-START
                           PERFORM 2650-RELEASE-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRAN-OK OR WS-TRAN-STATUS = '10'
               CLOSE DAILY-TRANS
           END-IF.

       2650-RELEASE-ACTIVITY.
           MOVE TR-ACCT-NUMBER TO WS-LOOKUP-ACCT
           PERFORM 2800-RESOLVE-OWNER
           IF WS-LOOKUP-OWNER > 0
               MOVE WS-LOOKUP-OWNER TO SF-CUST-ID
               MOVE 'TA' TO SF-FACTOR
               MOVE 1 TO SF-COUNT
               MOVE FUNCTION ABS(TR-AMOUNT) TO SF-AMOUNT
               PERFORM 2900-RELEASE-FACTOR
               IF TR-CASH-ITEM AND NOT TR-LOCKBOX-DEPOSIT
                   MOVE 'CI' TO SF-FACTOR
                   PERFORM 2900-RELEASE-FACTOR
               END-IF
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

       2900-RELEASE-FACTOR.
           RELEASE SORT-FACTOR-RECORD
           ADD 1 TO WS-FACTOR-EVENTS.

      *----------------------------------------------------------------
      * SORT OUTPUT: FACTOR EVENTS ARRIVE IN CUSTOMER ORDER, MATCHED
      * AGAINST A SEQUENTIAL PASS OF THE CUSTOMER FILE. EVENTS FOR A
      * CUSTOMER NOT ON FILE ARE COUNTED AND DROPPED.
      *----------------------------------------------------------------
       5000-RESCORE-CUSTOMERS.
           OPEN I-O CUSTOMER-FILE
           OPEN EXTEND CUST-AUDIT-FILE
           OPEN OUTPUT RISK-REPORT-FILE
           MOVE WS-WINDOW-START TO WS-RH-WINDOW
           WRITE RISK-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE RISK-REPORT-LINE FROM WS-COLUMN-HEADER
           PERFORM 5010-RETURN-FACTOR
           IF NOT WS-CUST-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               SET WS-CUST-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CUST-EOF
               READ CUSTOMER-FILE NEXT
                   AT END
                       SET WS-CUST-EOF TO TRUE
                   NOT AT END
                       PERFORM 5100-COLLECT-CUSTOMER-FACTORS
                       IF NOT CUST-ST-CLOSED
                           PERFORM 5200-SCORE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           PERFORM UNTIL WS-SORT-EOF
               ADD 1 TO WS-ORPHAN-EVENTS
               PERFORM 5010-RETURN-FACTOR
           END-PERFORM
           PERFORM 5900-WRITE-SUMMARY
           CLOSE CUSTOMER-FILE
           CLOSE CUST-AUDIT-FILE
           CLOSE RISK-REPORT-FILE.

       5010-RETURN-FACTOR.
           RETURN SORT-FACTOR-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       5100-COLLECT-CUSTOMER-FACTORS.
           INITIALIZE WS-CUST-FACTORS
           PERFORM UNTIL WS-SORT-EOF OR SF-CUST-ID >= CUST-ID
               ADD 1 TO WS-ORPHAN-EVENTS
               PERFORM 5010-RETURN-FACTOR
           END-PERFORM
           PERFORM UNTIL WS-SORT-EOF OR SF-CUST-ID NOT = CUST-ID
               EVALUATE SF-FACTOR
                   WHEN 'AC'
                       ADD SF-COUNT TO WS-CF-OPEN-CASES
                   WHEN 'SR'
                       ADD SF-COUNT TO WS-CF-SARS
                   WHEN 'CT'
                       ADD SF-COUNT TO WS-CF-CTRS
                   WHEN 'SN'
                       ADD SF-COUNT TO WS-CF-MATCHES
                   WHEN 'FW'
                       ADD SF-AMOUNT TO WS-CF-FX-WIRE-AMT
                   WHEN 'CI'
                       ADD SF-AMOUNT TO WS-CF-CASH-AMT
                   WHEN 'TA'
                       ADD SF-AMOUNT TO WS-CF-ACTIVITY-AMT
                   WHEN 'PR'
                       IF SF-COUNT > WS-CF-PRODUCT-PTS
                           MOVE SF-COUNT TO WS-CF-PRODUCT-PTS
                       END-IF
               END-EVALUATE
               PERFORM 5010-RETURN-FACTOR
           END-PERFORM.

      *----------------------------------------------------------------
      * POINTS PER FACTOR, EACH LIMITED TO ITS CAP; THE TOTAL MAPS TO
      * THE HIGHEST RATING BAND WHOSE FLOOR IT REACHES.
      *----------------------------------------------------------------
       5200-SCORE-CUSTOMER.
           ADD 1 TO WS-CUSTS-SCORED
           INITIALIZE WS-FACTOR-POINTS
           COMPUTE WS-PT-WORK = WS-CF-OPEN-CASES * WS-WT-CASES
           MOVE WS-CAP-CASES TO WS-PT-CAP
           PERFORM 5250-APPLY-CAP
           MOVE WS-PT-WORK TO WS-PT-CASES
           COMPUTE WS-PT-WORK = WS-CF-SARS * WS-WT-SARS
           MOVE WS-CAP-SARS TO WS-PT-CAP
           PERFORM 5250-APPLY-CAP
           MOVE WS-PT-WORK TO WS-PT-SARS
           COMPUTE WS-PT-WORK = WS-CF-CTRS * WS-WT-CTRS
           MOVE WS-CAP-CTRS TO WS-PT-CAP
           PERFORM 5250-APPLY-CAP
           MOVE WS-PT-WORK TO WS-PT-CTRS
           COMPUTE WS-PT-WORK = WS-CF-MATCHES * WS-WT-MATCHES
           MOVE WS-CAP-MATCHES TO WS-PT-CAP
           PERFORM 5250-APPLY-CAP
           MOVE WS-PT-WORK TO WS-PT-MATCHES
           MOVE 0 TO WS-FX-UNITS
           IF WS-CF-FX-WIRE-AMT > 0
               IF WS-FX-WIRE-UNIT > 0
                   COMPUTE WS-FX-UNITS =
                       WS-CF-FX-WIRE-AMT / WS-FX-WIRE-UNIT
               ELSE
                   MOVE 1 TO WS-FX-UNITS
               END-IF
           END-IF
           COMPUTE WS-PT-WORK = WS-FX-UNITS * WS-WT-FX-WIRE
           MOVE WS-CAP-FX-WIRE TO WS-PT-CAP
           PERFORM 5250-APPLY-CAP
           MOVE WS-PT-WORK TO WS-PT-FX-WIRE
           MOVE 0 TO WS-CASH-PCT
           IF WS-CF-ACTIVITY-AMT > 0
               COMPUTE WS-CASH-PCT ROUNDED =
                   WS-CF-CASH-AMT * 100 / WS-CF-ACTIVITY-AMT
           END-IF
           IF WS-CF-CASH-AMT > 0
               AND WS-CASH-PCT >= WS-CASH-PCT-TRIGGER
               MOVE WS-WT-CASH TO WS-PT-CASH
           END-IF
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
               UNTIL WS-SG-IDX > WS-SEGMENT-COUNT
               IF WS-SG-CODE(WS-SG-IDX) = CUST-SEGMENT
                   MOVE WS-SG-POINTS(WS-SG-IDX) TO WS-PT-SEGMENT
               END-IF
           END-PERFORM
           MOVE WS-CF-PRODUCT-PTS TO WS-PT-PRODUCT
           COMPUTE WS-PT-TOTAL = WS-PT-CASES + WS-PT-SARS
               + WS-PT-CTRS + WS-PT-MATCHES + WS-PT-FX-WIRE
               + WS-PT-CASH + WS-PT-SEGMENT + WS-PT-PRODUCT
           MOVE 1 TO WS-NEW-RATING
           PERFORM VARYING WS-BAND-IDX FROM 2 BY 1
               UNTIL WS-BAND-IDX > 5
               IF WS-PT-TOTAL >= WS-BAND-MIN(WS-BAND-IDX)
                   MOVE WS-BAND-IDX TO WS-NEW-RATING
               END-IF
           END-PERFORM
           ADD 1 TO WS-RATING-COUNT(WS-NEW-RATING)
           MOVE CUST-RISK-RATING TO WS-OLD-RATING
           IF CUST-RISK-RATING NOT NUMERIC
               MOVE 0 TO WS-OLD-RATING
           END-IF
           IF WS-NEW-RATING NOT = WS-OLD-RATING
               PERFORM 5300-APPLY-RATING-CHANGE
           END-IF.

       5250-APPLY-CAP.
           IF WS-PT-CAP > 0 AND WS-PT-WORK > WS-PT-CAP
               MOVE WS-PT-CAP TO WS-PT-WORK
           END-IF
           IF WS-PT-WORK > 9999
               MOVE 9999 TO WS-PT-WORK
           END-IF.

       5300-APPLY-RATING-CHANGE.
           IF WS-NEW-RATING > WS-OLD-RATING
               ADD 1 TO WS-RATINGS-RAISED
           ELSE
               ADD 1 TO WS-RATINGS-LOWERED
           END-IF
           MOVE WS-NEW-RATING TO CUST-RISK-RATING
           MOVE WS-MAINT-STAMP TO CUST-LAST-MAINT-TS
           REWRITE CUSTOMER-MASTER-RECORD
           IF NOT WS-CUST-OK
               DISPLAY 'REWRITE FAILED FOR CUSTOMER ' CUST-ID
                   ' STATUS ' WS-CUST-STATUS
           END-IF
           MOVE CUST-ID TO AUD-CUST-ID
           MOVE 0 TO AUD-OLD-BALANCE
           MOVE 0 TO AUD-NEW-BALANCE
           MOVE 0 TO AUD-TRAN-ID
           MOVE WS-PROCESSING-DATE TO AUD-DATE
           MOVE WS-CURRENT-TIME TO AUD-TIME
           MOVE 'RR' TO AUD-TRAN-TYPE
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE SPACES TO AUD-NEW-VALUE
           STRING 'RISK RATING ' WS-OLD-RATING
               DELIMITED BY SIZE INTO AUD-OLD-VALUE
           STRING 'RISK RATING ' WS-NEW-RATING
               ' SCORE ' WS-PT-TOTAL ' MODEL RESCORE'
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           WRITE CUST-AUDIT-RECORD
           MOVE SPACES TO WS-CHANGE-LINE
           MOVE CUST-ID TO WS-CG-CUST
           MOVE SPACES TO WS-CG-NAME
           STRING CUST-FIRST-NAME DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               CUST-LAST-NAME DELIMITED BY '  '
               INTO WS-CG-NAME
           MOVE WS-OLD-RATING TO WS-CG-OLD
           MOVE WS-NEW-RATING TO WS-CG-NEW
           MOVE WS-PT-TOTAL TO WS-CG-SCORE
           MOVE WS-PT-CASES TO WS-CG-PT(1)
           MOVE WS-PT-SARS TO WS-CG-PT(2)
           MOVE WS-PT-CTRS TO WS-CG-PT(3)
           MOVE WS-PT-MATCHES TO WS-CG-PT(4)
           MOVE WS-PT-FX-WIRE TO WS-CG-PT(5)
           MOVE WS-PT-CASH TO WS-CG-PT(6)
           MOVE WS-PT-SEGMENT TO WS-CG-PT(7)
           MOVE WS-PT-PRODUCT TO WS-CG-PT(8)
           WRITE RISK-REPORT-LINE FROM WS-CHANGE-LINE.

       5900-WRITE-SUMMARY.
           MOVE SPACES TO RISK-REPORT-LINE
           WRITE RISK-REPORT-LINE
           MOVE 'CUSTOMERS SCORED' TO WS-SL-LABEL
           MOVE WS-CUSTS-SCORED TO WS-SL-COUNT
           WRITE RISK-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'RATINGS RAISED' TO WS-SL-LABEL
           MOVE WS-RATINGS-RAISED TO WS-SL-COUNT
           WRITE RISK-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'RATINGS LOWERED' TO WS-SL-LABEL
           MOVE WS-RATINGS-LOWERED TO WS-SL-COUNT
           WRITE RISK-REPORT-LINE FROM WS-SUMMARY-LINE
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 5
               MOVE SPACES TO WS-SL-LABEL
               STRING 'CUSTOMERS NOW AT RATING ' WS-BAND-IDX
                   DELIMITED BY SIZE INTO WS-SL-LABEL
               MOVE WS-RATING-COUNT(WS-BAND-IDX) TO WS-SL-COUNT
               WRITE RISK-REPORT-LINE FROM WS-SUMMARY-LINE
           END-PERFORM
           MOVE 'FACTOR ITEMS WITH NO ACCOUNT ON FILE' TO WS-SL-LABEL
           MOVE WS-UNRESOLVED-ITEMS TO WS-SL-COUNT
           WRITE RISK-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE 'FACTOR ITEMS WITH NO CUSTOMER ON FILE' TO WS-SL-LABEL
           MOVE WS-ORPHAN-EVENTS TO WS-SL-COUNT
           WRITE RISK-REPORT-LINE FROM WS-SUMMARY-LINE.

       9000-FINALIZE.
           DISPLAY '*** CUSTOMER RISK RATING COMPLETE ***'
           DISPLAY 'FACTOR EVENTS:      ' WS-FACTOR-EVENTS
           DISPLAY 'CUSTOMERS SCORED:   ' WS-CUSTS-SCORED
           DISPLAY 'RATINGS RAISED:     ' WS-RATINGS-RAISED
           DISPLAY 'RATINGS LOWERED:    ' WS-RATINGS-LOWERED
           DISPLAY 'UNRESOLVED ITEMS:   ' WS-UNRESOLVED-ITEMS
           DISPLAY 'ORPHAN EVENTS:      ' WS-ORPHAN-EVENTS.
