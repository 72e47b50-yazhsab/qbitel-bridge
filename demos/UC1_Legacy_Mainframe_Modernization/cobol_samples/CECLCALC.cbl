       IDENTIFICATION DIVISION.
       PROGRAM-ID. CECLCALC.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-09-08.
      *================================================================*
      * ALLOWANCE FOR CREDIT LOSSES (CECL) - QUARTERLY CALCULATION     *
      * SEGMENTS THE OPEN LOAN PORTFOLIO ON THE ACCOUNT MASTER BY      *
      * LOAN POOL AND DELINQUENCY BUCKET AND COMPUTES THE REQUIRED     *
      * RESERVE FOR EACH SEGMENT:                                      *
      *   POOL    RE  ESCROWED (REAL ESTATE SECURED) LOANS             *
      *           IN  INSTALLMENT LOANS WITH A TERM OF 84 MONTHS OR    *
      *               LESS                                             *
      *           OT  ALL OTHER LOANS                                  *
      *   BUCKET  CUR, 30, 60, 90+ FROM THE DELINQUENCY AGING WORK     *
      *           FILE (WRKDELQ); A LOAN NOT ON IT IS CURRENT.         *
      * EACH QUARTER THE SEGMENTED PORTFOLIO IS SAVED LOAN BY LOAN     *
      * (CECLSNAP). THE HISTORICAL LOSS RATE OF A SEGMENT IS THE NET   *
      * CHARGE-OFFS SINCE THE SNAPSHOT TAKEN THE CONFIGURED NUMBER     *
      * OF QUARTERS AGO (CHGLOG LESS RECOVLDG) ON THE LOANS THAT WERE  *
      * IN THE SEGMENT THEN, OVER THE SEGMENT'S SNAPSHOT BALANCE. A    *
      * SEGMENT WITH NO SNAPSHOT BALANCE TAKES ITS POOL'S RATE, AND    *
      * A POOL WITH NONE THE CONTROL FILE'S DEFAULT RATE. MANAGEMENT'S *
      * QUALITATIVE ADJUSTMENTS (CECLQUAL) ARE ADDED TO THE RATE.      *
      *                                                                *
      * THE PROVISION TRUES THE ALLOWANCE UP (OR DOWN) TO THE          *
      * REQUIRED RESERVE AFTER THE QUARTER'S CHARGE-OFFS AND           *
      * RECOVERIES, WHICH THE DAILY RUNS BOOK TO THE CHARGE-OFF AND    *
      * RECOVERY ACCOUNTS AND WHICH ARE RECLASSIFIED HERE AGAINST THE  *
      * ALLOWANCE. THE ROLL-FORWARD FOR THE AUDIT COMMITTEE PRINTS     *
      * WITH THE SEGMENT DETAIL, AND THE QUARTER'S ENDING RESERVE IS   *
      * SAVED (CECLBAL) AS THE NEXT QUARTER'S BEGINNING. A QUARTER     *
      * ALREADY BOOKED IS NOT BOOKED AGAIN.                            *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL DELQ-WORK-FILE ASSIGN TO WRKDELQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELQ-STATUS.
           SELECT OPTIONAL CHGOFF-LOG-FILE ASSIGN TO CHGLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT OPTIONAL RECOV-LEDGER-FILE ASSIGN TO RECOVLDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECV-STATUS.
           SELECT OPTIONAL CECL-CTL-FILE ASSIGN TO CECLCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL QUAL-ADJ-FILE ASSIGN TO CECLQUAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUAL-STATUS.
           SELECT OPTIONAL CECL-SNAP-FILE ASSIGN TO CECLSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT OPTIONAL CECL-BAL-FILE ASSIGN TO CECLBAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT CECL-REPORT-FILE ASSIGN TO CECLRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-FEED-FILE ASSIGN TO GLFEED
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

           SELECT OPTIONAL GL-MAP-FILE ASSIGN TO GLMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLM-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(12).
           05  ACCT-BRANCH             PIC 9(4).
           05  ACCT-TYPE               PIC X(2).
               88  LOAN-ACCT           VALUE 'LN'.
           05  ACCT-OWNER-ID           PIC 9(10).
           05  ACCT-BALANCE            PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(35).
           05  ACCT-OPEN-DATE          PIC 9(8).
           05  ACCT-MATURITY-DATE      PIC 9(8).
           05  FILLER                  PIC X(27).
           05  ACCT-STATUS             PIC X(1).
               88  ACCT-ACTIVE         VALUE 'A'.
           05  FILLER                  PIC X(30).
           05  ACCT-ESCROW-PMT         PIC S9(7)V99 COMP-3.
           05  FILLER                  PIC X(73).

       FD  DELQ-WORK-FILE.
       01  WORK-DELQ-RECORD.
           05  WK-BRANCH               PIC 9(4).
           05  WK-OFFICER-ID           PIC 9(6).
           05  WK-ACCT-NUMBER          PIC 9(12).
           05  WK-OWNER-NAME           PIC X(50).
           05  WK-DAYS-PAST-DUE        PIC 9(5).
           05  WK-BUCKET               PIC X(3).
           05  WK-PMT-AMOUNT           PIC S9(9)V99 COMP-3.
           05  WK-LOAN-BALANCE         PIC S9(13)V99 COMP-3.

       FD  CHGOFF-LOG-FILE.
       01  CHGOFF-LOG-RECORD.
           05  CL-ACCT-NUMBER          PIC 9(12).
           05  CL-OWNER-ID             PIC 9(10).
           05  CL-CHGOFF-DATE          PIC 9(8).
           05  CL-AMOUNT               PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(10).

       FD  RECOV-LEDGER-FILE.
       01  RECOV-LEDGER-RECORD.
           05  RL-ACCT-NUMBER          PIC 9(12).
           05  RL-OWNER-ID             PIC 9(10).
           05  RL-DATE                 PIC 9(8).
           05  RL-AMOUNT               PIC S9(11)V99 COMP-3.
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * CONTROL: QUARTERS OF LOSS HISTORY BEHIND THE RATES, AND THE
      * RATE A POOL TAKES WHEN IT HAS NO HISTORY YET.
      *----------------------------------------------------------------
       FD  CECL-CTL-FILE.
       01  CECL-CTL-RECORD.
           05  CC-LOOKBACK-QTRS        PIC 9(2).
           05  CC-DEFAULT-RATE         PIC 9V9(5).
           05  FILLER                  PIC X(12).

      *----------------------------------------------------------------
      * MANAGEMENT QUALITATIVE ADJUSTMENTS: A SIGNED RATE ADDED TO
      * THE HISTORICAL RATE. A BLANK POOL OR BUCKET APPLIES TO ALL;
      * EVERY MATCHING ADJUSTMENT IS ADDED.
      *----------------------------------------------------------------
       FD  QUAL-ADJ-FILE.
       01  QUAL-ADJ-RECORD.
           05  QA-POOL                 PIC X(2).
           05  QA-BUCKET               PIC X(3).
           05  QA-ADJ-RATE             PIC S9V9(5).
           05  QA-REASON               PIC X(30).
           05  FILLER                  PIC X(9).

      *----------------------------------------------------------------
      * QUARTERLY PORTFOLIO SNAPSHOT, ONE RECORD PER OPEN LOAN.
      *----------------------------------------------------------------
       FD  CECL-SNAP-FILE.
       01  CECL-SNAP-RECORD.
           05  CS-QUARTER              PIC 9(6).
           05  CS-ACCT-NUMBER          PIC 9(12).
           05  CS-POOL                 PIC X(2).
           05  CS-BUCKET               PIC X(3).
           05  CS-BALANCE              PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(9).

      *----------------------------------------------------------------
      * QUARTERLY ALLOWANCE ROLL-FORWARD, ONE RECORD PER QUARTER
      * BOOKED.
      *----------------------------------------------------------------
       FD  CECL-BAL-FILE.
       01  CECL-BAL-RECORD.
           05  CB-QUARTER              PIC 9(6).
           05  CB-BEGIN-RESERVE        PIC S9(13)V99 COMP-3.
           05  CB-CHARGE-OFFS          PIC S9(13)V99 COMP-3.
           05  CB-RECOVERIES           PIC S9(13)V99 COMP-3.
           05  CB-PROVISION            PIC S9(13)V99 COMP-3.
           05  CB-END-RESERVE          PIC S9(13)V99 COMP-3.
           05  CB-BOOKED-DATE          PIC 9(8).
           05  FILLER                  PIC X(10).

       FD  CECL-REPORT-FILE.
       01  CECL-REPORT-LINE            PIC X(132).

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

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-DELQ-STATUS              PIC X(2).
           88  WS-DELQ-OK              VALUE '00'.
       01  WS-LOG-STATUS               PIC X(2).
           88  WS-LOG-OK               VALUE '00'.
       01  WS-RECV-STATUS              PIC X(2).
           88  WS-RECV-OK              VALUE '00'.
       01  WS-CTL-STATUS               PIC X(2).
           88  WS-CTL-OK               VALUE '00'.
       01  WS-QUAL-STATUS              PIC X(2).
           88  WS-QUAL-OK              VALUE '00'.
       01  WS-SNAP-STATUS              PIC X(2).
           88  WS-SNAP-OK              VALUE '00'.
       01  WS-BAL-STATUS               PIC X(2).
           88  WS-BAL-OK               VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-ACCT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-ACCT-EOF             VALUE 'Y'.
       01  WS-DELQ-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-DELQ-EOF             VALUE 'Y'.
       01  WS-LOG-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-LOG-EOF              VALUE 'Y'.
       01  WS-RECV-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-RECV-EOF             VALUE 'Y'.
       01  WS-QUAL-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-QUAL-EOF             VALUE 'Y'.
       01  WS-SNAP-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-SNAP-EOF             VALUE 'Y'.
       01  WS-BAL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-BAL-EOF              VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-PROC-SPLIT REDEFINES WS-PROCESSING-DATE.
           05  WS-PS-YYYY              PIC 9(4).
           05  WS-PS-MM                PIC 9(2).
           05  WS-PS-DD                PIC 9(2).

      *----------------------------------------------------------------
      * QUARTERS ARE CARRIED AS THE YYYYMM OF THE QUARTER-END MONTH.
      *----------------------------------------------------------------
       01  WS-CUR-QUARTER              PIC 9(6).
       01  WS-QTR-START                PIC 9(6).
       01  WS-TARGET-QUARTER           PIC 9(6).
       01  WS-SNAP-QUARTER             PIC 9(6) VALUE 0.
       01  WS-EARLIEST-SNAP            PIC 9(6) VALUE 999999.
       01  WS-QTR-WORK                 PIC 9(6).
       01  WS-QTR-SPLIT REDEFINES WS-QTR-WORK.
           05  WS-QW-YYYY              PIC 9(4).
           05  WS-QW-MM                PIC 9(2).
       01  WS-MONTH-SEQ                PIC 9(6).
       01  WS-MONTH-REM                PIC 9(2).

       01  WS-LOOKBACK-QTRS            PIC 9(2) VALUE 12.
       01  WS-DEFAULT-RATE             PIC 9V9(5) VALUE 0.01000.
       01  WS-TERM-MONTHS              PIC S9(5).
       01  WS-OPEN-DATE                PIC 9(8).
       01  WS-OPEN-SPLIT REDEFINES WS-OPEN-DATE.
           05  WS-OD-YYYY              PIC 9(4).
           05  WS-OD-MM                PIC 9(2).
           05  WS-OD-DD                PIC 9(2).
       01  WS-MAT-DATE                 PIC 9(8).
       01  WS-MAT-SPLIT REDEFINES WS-MAT-DATE.
           05  WS-MD-YYYY              PIC 9(4).
           05  WS-MD-MM                PIC 9(2).
           05  WS-MD-DD                PIC 9(2).
       01  WS-INSTALLMENT-MAX          PIC 9(3) VALUE 84.
       01  WS-LOAN-POOL                PIC X(2).
       01  WS-LOAN-BUCKET              PIC X(3).
       01  WS-CELL-HIT                 PIC 9(2).

      *----------------------------------------------------------------
      * SEGMENTS: THREE POOLS BY FOUR BUCKETS.
      *----------------------------------------------------------------
       01  WS-CELL-KEYS.
           05  FILLER PIC X(5) VALUE 'RECUR'.
           05  FILLER PIC X(5) VALUE 'RE30 '.
           05  FILLER PIC X(5) VALUE 'RE60 '.
           05  FILLER PIC X(5) VALUE 'RE90+'.
           05  FILLER PIC X(5) VALUE 'INCUR'.
           05  FILLER PIC X(5) VALUE 'IN30 '.
           05  FILLER PIC X(5) VALUE 'IN60 '.
           05  FILLER PIC X(5) VALUE 'IN90+'.
           05  FILLER PIC X(5) VALUE 'OTCUR'.
           05  FILLER PIC X(5) VALUE 'OT30 '.
           05  FILLER PIC X(5) VALUE 'OT60 '.
           05  FILLER PIC X(5) VALUE 'OT90+'.
       01  WS-CELL-KEYS-R REDEFINES WS-CELL-KEYS.
           05  WS-CK-ENTRY OCCURS 12 TIMES.
               10  WS-CK-POOL          PIC X(2).
               10  WS-CK-BUCKET        PIC X(3).
       01  WS-CELL-TABLE.
           05  WS-CELL OCCURS 12 TIMES.
               10  WS-CL-LOANS         PIC 9(7).
               10  WS-CL-BALANCE       PIC S9(15)V99 COMP-3.
               10  WS-CL-SNAP-BAL      PIC S9(15)V99 COMP-3.
               10  WS-CL-NET-LOSS      PIC S9(15)V99 COMP-3.
               10  WS-CL-HIST-RATE     PIC S9V9(5).
               10  WS-CL-QUAL-ADJ      PIC S9V9(5).
               10  WS-CL-RATE          PIC S9V9(5).
               10  WS-CL-REQUIRED      PIC S9(13)V99 COMP-3.
               10  WS-CL-BASIS         PIC X(10).
       01  WS-CELL-IDX                 PIC 9(2).
       01  WS-CELL-COUNT               PIC 9(2) VALUE 12.
       01  WS-POOL-SNAP-BAL            PIC S9(15)V99 COMP-3.
       01  WS-POOL-NET-LOSS            PIC S9(15)V99 COMP-3.
       01  WS-POOL-IDX                 PIC 9(2).
       01  WS-RATE-WORK                PIC S9(3)V9(5).

      *----------------------------------------------------------------
      * DELINQUENT LOANS FROM THE AGING, AND THE LOOKBACK SNAPSHOT.
      *----------------------------------------------------------------
       01  WS-DELQ-TABLE.
           05  WS-DQ-ENTRY OCCURS 5000 TIMES.
               10  WS-DQ-ACCT          PIC 9(12).
               10  WS-DQ-BUCKET        PIC X(3).
       01  WS-DELQ-COUNT               PIC 9(5) VALUE 0.
       01  WS-DELQ-IDX                 PIC 9(5).
       01  WS-MAX-DELQ                 PIC 9(5) VALUE 5000.
       01  WS-DELQ-OVERFLOW            PIC 9(7) VALUE 0.

       01  WS-SNAP-TABLE.
           05  WS-SP-ENTRY OCCURS 20000 TIMES.
               10  WS-SP-ACCT          PIC 9(12).
               10  WS-SP-CELL          PIC 9(2).
       01  WS-SNAP-COUNT               PIC 9(5) VALUE 0.
       01  WS-SNAP-IDX                 PIC 9(5).
       01  WS-MAX-SNAP                 PIC 9(5) VALUE 20000.
       01  WS-SNAP-OVERFLOW            PIC 9(7) VALUE 0.
       01  WS-SEARCH-ACCT              PIC 9(12).
       01  WS-SNAP-HIT-FLAG            PIC X(1).
           88  WS-SNAP-HIT             VALUE 'Y'.

       01  WS-QUAL-TABLE.
           05  WS-QA-ENTRY OCCURS 50 TIMES.
               10  WS-QA-POOL          PIC X(2).
               10  WS-QA-BUCKET        PIC X(3).
               10  WS-QA-RATE          PIC S9V9(5).
       01  WS-QUAL-COUNT               PIC 9(2) VALUE 0.
       01  WS-QUAL-IDX                 PIC 9(2).
       01  WS-MAX-QUAL                 PIC 9(2) VALUE 50.

      *----------------------------------------------------------------
      * ROLL-FORWARD.
      *----------------------------------------------------------------
       01  WS-BEGIN-RESERVE            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-BEGIN-QUARTER            PIC 9(6) VALUE 0.
       01  WS-QTR-CHARGE-OFFS          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-QTR-RECOVERIES           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-PROVISION                PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-REQUIRED-RESERVE         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-PORTFOLIO-BALANCE        PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-GL-AMT                   PIC S9(13)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-LOANS-SEGMENTED      PIC 9(7) VALUE 0.
           05  WS-SNAP-WRITTEN         PIC 9(7) VALUE 0.
           05  WS-HIST-CHGOFFS         PIC 9(7) VALUE 0.
           05  WS-HIST-RECOVERIES      PIC 9(7) VALUE 0.
           05  WS-QTR-CHGOFF-COUNT     PIC 9(7) VALUE 0.
           05  WS-QTR-RECOV-COUNT      PIC 9(7) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(25) VALUE SPACES.
           05  FILLER                  PIC X(47) VALUE
               'ALLOWANCE FOR CREDIT LOSSES - QUARTER ENDING'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RH-QUARTER           PIC 9(6).
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-BASIS-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(36) VALUE
               'LOSS HISTORY FROM SNAPSHOT QUARTER '.
           05  WS-BL-QUARTER           PIC 9(6).
           05  FILLER                  PIC X(20) VALUE
               '  DEFAULT RATE     '.
           05  WS-BL-DEFAULT           PIC 9.9(5).
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  WS-CELL-HEADER.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'POOL'.
           05  FILLER                  PIC X(6) VALUE 'BUCKET'.
           05  FILLER                  PIC X(9) VALUE '    LOANS'.
           05  FILLER                  PIC X(19) VALUE
               '            BALANCE'.
           05  FILLER                  PIC X(11) VALUE '  HIST RATE'.
           05  FILLER                  PIC X(11) VALUE '   QUAL ADJ'.
           05  FILLER                  PIC X(11) VALUE '   RATE    '.
           05  FILLER                  PIC X(20) VALUE
               '    REQUIRED RESERVE'.
           05  FILLER                  PIC X(12) VALUE '  BASIS'.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-CELL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CD-POOL              PIC X(2).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-CD-BUCKET            PIC X(3).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-CD-LOANS             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CD-BALANCE           PIC Z(12)9.99-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-CD-HIST              PIC -9.9(5).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-CD-QUAL              PIC -9.9(5).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-CD-RATE              PIC -9.9(5).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-CD-REQUIRED          PIC Z(12)9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-CD-BASIS             PIC X(10).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-AMOUNT            PIC Z(13)9.99-.
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-GLM-STATUS               PIC X(2).
           88  WS-GLM-OK               VALUE '00'.
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

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SEGMENT-PORTFOLIO
           PERFORM 3000-LOSS-HISTORY
           PERFORM 4000-COMPUTE-RESERVE
           PERFORM 5000-ROLL-FORWARD
           PERFORM 6000-WRITE-GL-ENTRIES
           PERFORM 7000-PRINT-REPORT
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** CECL ALLOWANCE CALCULATION STARTED ***'
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
           OPEN INPUT CECL-CTL-FILE
           IF WS-CTL-OK
               READ CECL-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-LOOKBACK-QTRS > 0
                           MOVE CC-LOOKBACK-QTRS TO WS-LOOKBACK-QTRS
                       END-IF
                       IF CC-DEFAULT-RATE > 0
                           MOVE CC-DEFAULT-RATE TO WS-DEFAULT-RATE
                       END-IF
               END-READ
               CLOSE CECL-CTL-FILE
           ELSE
               DISPLAY 'NO CECL CONTROL - DEFAULT LOOKBACK '
                   WS-LOOKBACK-QTRS ' QUARTERS'
           END-IF
           PERFORM 1050-SET-QUARTERS
           PERFORM 1100-LOAD-BALANCE-HISTORY
           PERFORM 1200-LOAD-QUAL-ADJUSTMENTS
           PERFORM 1300-LOAD-DELINQUENCY
           PERFORM 1400-FIND-SNAPSHOT-QUARTER
           IF WS-SNAP-QUARTER > 0
               PERFORM 1500-LOAD-SNAPSHOT
           END-IF
           INITIALIZE WS-CELL-TABLE
           OPEN OUTPUT CECL-REPORT-FILE
           OPEN EXTEND GL-FEED-FILE.

      *----------------------------------------------------------------
      * THE CURRENT QUARTER FROM THE PROCESSING DATE, AND THE
      * QUARTER WHOSE SNAPSHOT ANCHORS THE LOSS HISTORY.
      *----------------------------------------------------------------
       1050-SET-QUARTERS.
           COMPUTE WS-QW-MM = ((WS-PS-MM - 1) / 3 + 1) * 3
           MOVE WS-PS-YYYY TO WS-QW-YYYY
           MOVE WS-QTR-WORK TO WS-CUR-QUARTER
           SUBTRACT 2 FROM WS-QW-MM
           MOVE WS-QTR-WORK TO WS-QTR-START
           MOVE WS-CUR-QUARTER TO WS-QTR-WORK
           COMPUTE WS-MONTH-SEQ =
               WS-QW-YYYY * 12 + WS-QW-MM - 1
                   - WS-LOOKBACK-QTRS * 3
           DIVIDE WS-MONTH-SEQ BY 12
               GIVING WS-QW-YYYY REMAINDER WS-MONTH-REM
           COMPUTE WS-QW-MM = WS-MONTH-REM + 1
           MOVE WS-QTR-WORK TO WS-TARGET-QUARTER
           DISPLAY 'QUARTER ENDING ' WS-CUR-QUARTER.

      *----------------------------------------------------------------
      * THE BEGINNING RESERVE IS THE LATEST QUARTER BOOKED. THE
      * CURRENT QUARTER ALREADY ON FILE MEANS IT WAS BOOKED.
      *----------------------------------------------------------------
       1100-LOAD-BALANCE-HISTORY.
           OPEN INPUT CECL-BAL-FILE
           IF NOT WS-BAL-OK
               SET WS-BAL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-BAL-EOF
               READ CECL-BAL-FILE
                   AT END
                       SET WS-BAL-EOF TO TRUE
                   NOT AT END
                       IF CB-QUARTER = WS-CUR-QUARTER
                           DISPLAY 'ALLOWANCE ALREADY BOOKED FOR '
                               'QUARTER ' WS-CUR-QUARTER
                           DISPLAY 'RUN HALTED - NO ENTRIES WRITTEN'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF CB-QUARTER < WS-CUR-QUARTER
                           AND CB-QUARTER > WS-BEGIN-QUARTER
                           MOVE CB-QUARTER TO WS-BEGIN-QUARTER
                           MOVE CB-END-RESERVE TO WS-BEGIN-RESERVE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BAL-OK OR WS-BAL-STATUS = '10'
               CLOSE CECL-BAL-FILE
           END-IF.

       1200-LOAD-QUAL-ADJUSTMENTS.
           OPEN INPUT QUAL-ADJ-FILE
           IF NOT WS-QUAL-OK
               SET WS-QUAL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-QUAL-EOF
               READ QUAL-ADJ-FILE
                   AT END
                       SET WS-QUAL-EOF TO TRUE
                   NOT AT END
                       IF WS-QUAL-COUNT < WS-MAX-QUAL
                           ADD 1 TO WS-QUAL-COUNT
                           MOVE QA-POOL TO WS-QA-POOL(WS-QUAL-COUNT)
                           MOVE QA-BUCKET
                               TO WS-QA-BUCKET(WS-QUAL-COUNT)
                           MOVE QA-ADJ-RATE
                               TO WS-QA-RATE(WS-QUAL-COUNT)
                       ELSE
                           DISPLAY 'QUALITATIVE ADJUSTMENT TABLE '
                               'FULL - RUN HALTED'
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-QUAL-OK OR WS-QUAL-STATUS = '10'
               CLOSE QUAL-ADJ-FILE
           END-IF
           IF WS-QUAL-COUNT > 0
               DISPLAY 'LOADED ' WS-QUAL-COUNT
                   ' QUALITATIVE ADJUSTMENTS'
           END-IF.

       1300-LOAD-DELINQUENCY.
           OPEN INPUT DELQ-WORK-FILE
           IF NOT WS-DELQ-OK
               DISPLAY 'NO DELINQUENCY AGING - ALL LOANS CURRENT'
               SET WS-DELQ-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-DELQ-EOF
               READ DELQ-WORK-FILE
                   AT END
                       SET WS-DELQ-EOF TO TRUE
                   NOT AT END
                       IF WS-DELQ-COUNT < WS-MAX-DELQ
                           ADD 1 TO WS-DELQ-COUNT
                           MOVE WK-ACCT-NUMBER
                               TO WS-DQ-ACCT(WS-DELQ-COUNT)
                           MOVE WK-BUCKET
                               TO WS-DQ-BUCKET(WS-DELQ-COUNT)
                       ELSE
                           ADD 1 TO WS-DELQ-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DELQ-OK OR WS-DELQ-STATUS = '10'
               CLOSE DELQ-WORK-FILE
           END-IF
           IF WS-DELQ-OVERFLOW > 0
               DISPLAY '*** DELINQUENCY TABLE OVERFLOW - '
                   WS-DELQ-OVERFLOW ' LOAN(S) WOULD NOT LOAD ***'
               DISPLAY 'RUN HALTED - DELINQUENT LOANS WOULD BE '
                   'RESERVED AS CURRENT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * THE ANCHOR SNAPSHOT IS THE LATEST ONE TAKEN AT OR BEFORE THE
      * LOOKBACK QUARTER; WITH LESS HISTORY THAN THAT ON FILE, THE
      * EARLIEST ONE THERE IS.
      *----------------------------------------------------------------
       1400-FIND-SNAPSHOT-QUARTER.
           OPEN INPUT CECL-SNAP-FILE
           IF NOT WS-SNAP-OK
               SET WS-SNAP-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-SNAP-EOF
               READ CECL-SNAP-FILE
                   AT END
                       SET WS-SNAP-EOF TO TRUE
                   NOT AT END
                       IF CS-QUARTER <= WS-TARGET-QUARTER
                           AND CS-QUARTER > WS-SNAP-QUARTER
                           MOVE CS-QUARTER TO WS-SNAP-QUARTER
                       END-IF
                       IF CS-QUARTER < WS-EARLIEST-SNAP
                           MOVE CS-QUARTER TO WS-EARLIEST-SNAP
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SNAP-OK OR WS-SNAP-STATUS = '10'
               CLOSE CECL-SNAP-FILE
           END-IF
           IF WS-SNAP-QUARTER = 0
               AND WS-EARLIEST-SNAP < WS-CUR-QUARTER
               MOVE WS-EARLIEST-SNAP TO WS-SNAP-QUARTER
           END-IF
           IF WS-SNAP-QUARTER > 0
               DISPLAY 'LOSS HISTORY SNAPSHOT: ' WS-SNAP-QUARTER
           ELSE
               DISPLAY 'NO PRIOR SNAPSHOT - DEFAULT RATE APPLIES'
           END-IF.

       1500-LOAD-SNAPSHOT.
           MOVE 'N' TO WS-SNAP-EOF-FLAG
           OPEN INPUT CECL-SNAP-FILE
           PERFORM UNTIL WS-SNAP-EOF
               READ CECL-SNAP-FILE
                   AT END
                       SET WS-SNAP-EOF TO TRUE
                   NOT AT END
                       IF CS-QUARTER = WS-SNAP-QUARTER
                           PERFORM 1550-ADD-SNAPSHOT-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CECL-SNAP-FILE
           IF WS-SNAP-OVERFLOW > 0
               DISPLAY '*** SNAPSHOT TABLE OVERFLOW - '
                   WS-SNAP-OVERFLOW ' LOAN(S) WOULD NOT LOAD ***'
               DISPLAY 'RUN HALTED - LOSS HISTORY WOULD BE '
                   'UNDERSTATED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1550-ADD-SNAPSHOT-LOAN.
           MOVE CS-POOL TO WS-LOAN-POOL
           MOVE CS-BUCKET TO WS-LOAN-BUCKET
           PERFORM 2300-FIND-CELL
           IF WS-CELL-HIT > 0
               IF WS-SNAP-COUNT < WS-MAX-SNAP
                   ADD 1 TO WS-SNAP-COUNT
                   MOVE CS-ACCT-NUMBER TO WS-SP-ACCT(WS-SNAP-COUNT)
                   MOVE WS-CELL-HIT TO WS-SP-CELL(WS-SNAP-COUNT)
                   ADD CS-BALANCE TO WS-CL-SNAP-BAL(WS-CELL-HIT)
               ELSE
                   ADD 1 TO WS-SNAP-OVERFLOW
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * EVERY OPEN LOAN IS SEGMENTED, ADDED TO ITS SEGMENT, AND
      * WRITTEN TO THIS QUARTER'S SNAPSHOT.
      *----------------------------------------------------------------
       2000-SEGMENT-PORTFOLIO.
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY 'ERROR OPENING ACCOUNT MASTER: ' WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CECL-SNAP-FILE
           PERFORM 2100-SEGMENT-LOOP
               UNTIL WS-ACCT-EOF
           CLOSE ACCOUNT-MASTER
           CLOSE CECL-SNAP-FILE.

       2100-SEGMENT-LOOP.
           READ ACCOUNT-MASTER NEXT
               AT END
                   SET WS-ACCT-EOF TO TRUE
               NOT AT END
                   IF LOAN-ACCT AND ACCT-ACTIVE
                       AND ACCT-BALANCE > 0
                       PERFORM 2200-SEGMENT-ONE-LOAN
                   END-IF
           END-READ.

       2200-SEGMENT-ONE-LOAN.
           EVALUATE TRUE
               WHEN ACCT-ESCROW-PMT > 0
                   MOVE 'RE' TO WS-LOAN-POOL
               WHEN ACCT-MATURITY-DATE > ACCT-OPEN-DATE
                   AND ACCT-OPEN-DATE > 0
                   MOVE ACCT-OPEN-DATE TO WS-OPEN-DATE
                   MOVE ACCT-MATURITY-DATE TO WS-MAT-DATE
                   COMPUTE WS-TERM-MONTHS =
                       (WS-MD-YYYY - WS-OD-YYYY) * 12
                           + WS-MD-MM - WS-OD-MM
                   IF WS-TERM-MONTHS <= WS-INSTALLMENT-MAX
                       MOVE 'IN' TO WS-LOAN-POOL
                   ELSE
                       MOVE 'OT' TO WS-LOAN-POOL
                   END-IF
               WHEN OTHER
                   MOVE 'OT' TO WS-LOAN-POOL
           END-EVALUATE
           MOVE 'CUR' TO WS-LOAN-BUCKET
           PERFORM VARYING WS-DELQ-IDX FROM 1 BY 1
               UNTIL WS-DELQ-IDX > WS-DELQ-COUNT
               IF WS-DQ-ACCT(WS-DELQ-IDX) = ACCT-NUMBER
                   MOVE WS-DQ-BUCKET(WS-DELQ-IDX) TO WS-LOAN-BUCKET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM 2300-FIND-CELL
           IF WS-CELL-HIT = 0
               MOVE 'CUR' TO WS-LOAN-BUCKET
               PERFORM 2300-FIND-CELL
           END-IF
           ADD 1 TO WS-CL-LOANS(WS-CELL-HIT)
           ADD ACCT-BALANCE TO WS-CL-BALANCE(WS-CELL-HIT)
           ADD ACCT-BALANCE TO WS-PORTFOLIO-BALANCE
           ADD 1 TO WS-LOANS-SEGMENTED
           MOVE SPACES TO CECL-SNAP-RECORD
           MOVE WS-CUR-QUARTER TO CS-QUARTER
           MOVE ACCT-NUMBER TO CS-ACCT-NUMBER
           MOVE WS-LOAN-POOL TO CS-POOL
           MOVE WS-LOAN-BUCKET TO CS-BUCKET
           MOVE ACCT-BALANCE TO CS-BALANCE
           WRITE CECL-SNAP-RECORD
           ADD 1 TO WS-SNAP-WRITTEN.

       2300-FIND-CELL.
           MOVE 0 TO WS-CELL-HIT
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > WS-CELL-COUNT
               IF WS-CK-POOL(WS-CELL-IDX) = WS-LOAN-POOL
                   AND WS-CK-BUCKET(WS-CELL-IDX) = WS-LOAN-BUCKET
                   MOVE WS-CELL-IDX TO WS-CELL-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * NET CHARGE-OFFS SINCE THE ANCHOR SNAPSHOT GO TO THE SEGMENT
      * THE LOAN WAS IN AT THE SNAPSHOT; THE CURRENT QUARTER'S
      * CHARGE-OFFS AND RECOVERIES FEED THE ROLL-FORWARD.
      *----------------------------------------------------------------
       3000-LOSS-HISTORY.
           OPEN INPUT CHGOFF-LOG-FILE
           IF NOT WS-LOG-OK
               SET WS-LOG-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-LOG-EOF
               READ CHGOFF-LOG-FILE
                   AT END
                       SET WS-LOG-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-TALLY-CHARGE-OFF
               END-READ
           END-PERFORM
           IF WS-LOG-OK OR WS-LOG-STATUS = '10'
               CLOSE CHGOFF-LOG-FILE
           END-IF
           OPEN INPUT RECOV-LEDGER-FILE
           IF NOT WS-RECV-OK
               SET WS-RECV-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-RECV-EOF
               READ RECOV-LEDGER-FILE
                   AT END
                       SET WS-RECV-EOF TO TRUE
                   NOT AT END
                       PERFORM 3200-TALLY-RECOVERY
               END-READ
           END-PERFORM
           IF WS-RECV-OK OR WS-RECV-STATUS = '10'
               CLOSE RECOV-LEDGER-FILE
           END-IF.

       3100-TALLY-CHARGE-OFF.
           IF CL-CHGOFF-DATE(1:6) >= WS-QTR-START
               AND CL-CHGOFF-DATE <= WS-PROCESSING-DATE
               ADD 1 TO WS-QTR-CHGOFF-COUNT
               ADD CL-AMOUNT TO WS-QTR-CHARGE-OFFS
           END-IF
           IF WS-SNAP-QUARTER > 0
               AND CL-CHGOFF-DATE(1:6) > WS-SNAP-QUARTER
               MOVE CL-ACCT-NUMBER TO WS-SEARCH-ACCT
               PERFORM 3300-FIND-SNAPSHOT-LOAN
               IF WS-SNAP-HIT
                   ADD CL-AMOUNT
                       TO WS-CL-NET-LOSS(WS-SP-CELL(WS-SNAP-IDX))
                   ADD 1 TO WS-HIST-CHGOFFS
               END-IF
           END-IF.

       3200-TALLY-RECOVERY.
           IF RL-DATE(1:6) >= WS-QTR-START
               AND RL-DATE <= WS-PROCESSING-DATE
               ADD 1 TO WS-QTR-RECOV-COUNT
               ADD RL-AMOUNT TO WS-QTR-RECOVERIES
           END-IF
           IF WS-SNAP-QUARTER > 0
               AND RL-DATE(1:6) > WS-SNAP-QUARTER
               MOVE RL-ACCT-NUMBER TO WS-SEARCH-ACCT
               PERFORM 3300-FIND-SNAPSHOT-LOAN
               IF WS-SNAP-HIT
                   SUBTRACT RL-AMOUNT
                       FROM WS-CL-NET-LOSS(WS-SP-CELL(WS-SNAP-IDX))
                   ADD 1 TO WS-HIST-RECOVERIES
               END-IF
           END-IF.

       3300-FIND-SNAPSHOT-LOAN.
           MOVE 'N' TO WS-SNAP-HIT-FLAG
           PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
               UNTIL WS-SNAP-IDX > WS-SNAP-COUNT
               IF WS-SP-ACCT(WS-SNAP-IDX) = WS-SEARCH-ACCT
                   SET WS-SNAP-HIT TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * RATE = HISTORICAL LOSS RATE (SEGMENT, ELSE POOL, ELSE THE
      * DEFAULT) PLUS QUALITATIVE ADJUSTMENTS, FLOORED AT ZERO AND
      * CAPPED AT ONE; THE REQUIRED RESERVE IS RATE TIMES BALANCE.
      *----------------------------------------------------------------
       4000-COMPUTE-RESERVE.
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > WS-CELL-COUNT
               PERFORM 4100-SEGMENT-RATE
               PERFORM 4200-QUAL-ADJUST
               COMPUTE WS-RATE-WORK =
                   WS-CL-HIST-RATE(WS-CELL-IDX)
                       + WS-CL-QUAL-ADJ(WS-CELL-IDX)
               IF WS-RATE-WORK < 0
                   MOVE 0 TO WS-RATE-WORK
               END-IF
               IF WS-RATE-WORK > 1
                   MOVE 1 TO WS-RATE-WORK
               END-IF
               MOVE WS-RATE-WORK TO WS-CL-RATE(WS-CELL-IDX)
               COMPUTE WS-CL-REQUIRED(WS-CELL-IDX) ROUNDED =
                   WS-CL-BALANCE(WS-CELL-IDX)
                       * WS-CL-RATE(WS-CELL-IDX)
               ADD WS-CL-REQUIRED(WS-CELL-IDX) TO WS-REQUIRED-RESERVE
           END-PERFORM.

       4100-SEGMENT-RATE.
           IF WS-CL-SNAP-BAL(WS-CELL-IDX) > 0
               COMPUTE WS-RATE-WORK ROUNDED =
                   WS-CL-NET-LOSS(WS-CELL-IDX)
                       / WS-CL-SNAP-BAL(WS-CELL-IDX)
               MOVE 'SEGMENT' TO WS-CL-BASIS(WS-CELL-IDX)
           ELSE
               MOVE 0 TO WS-POOL-SNAP-BAL WS-POOL-NET-LOSS
               PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                   UNTIL WS-POOL-IDX > WS-CELL-COUNT
                   IF WS-CK-POOL(WS-POOL-IDX)
                       = WS-CK-POOL(WS-CELL-IDX)
                       ADD WS-CL-SNAP-BAL(WS-POOL-IDX)
                           TO WS-POOL-SNAP-BAL
                       ADD WS-CL-NET-LOSS(WS-POOL-IDX)
                           TO WS-POOL-NET-LOSS
                   END-IF
               END-PERFORM
               IF WS-POOL-SNAP-BAL > 0
                   COMPUTE WS-RATE-WORK ROUNDED =
                       WS-POOL-NET-LOSS / WS-POOL-SNAP-BAL
                   MOVE 'POOL' TO WS-CL-BASIS(WS-CELL-IDX)
               ELSE
                   MOVE WS-DEFAULT-RATE TO WS-RATE-WORK
                   MOVE 'DEFAULT' TO WS-CL-BASIS(WS-CELL-IDX)
               END-IF
           END-IF
           IF WS-RATE-WORK < 0
               MOVE 0 TO WS-RATE-WORK
           END-IF
           IF WS-RATE-WORK > 1
               MOVE 1 TO WS-RATE-WORK
           END-IF
           MOVE WS-RATE-WORK TO WS-CL-HIST-RATE(WS-CELL-IDX).

       4200-QUAL-ADJUST.
           MOVE 0 TO WS-CL-QUAL-ADJ(WS-CELL-IDX)
           PERFORM VARYING WS-QUAL-IDX FROM 1 BY 1
               UNTIL WS-QUAL-IDX > WS-QUAL-COUNT
               IF (WS-QA-POOL(WS-QUAL-IDX) = SPACES
                   OR WS-QA-POOL(WS-QUAL-IDX)
                       = WS-CK-POOL(WS-CELL-IDX))
                   AND (WS-QA-BUCKET(WS-QUAL-IDX) = SPACES
                   OR WS-QA-BUCKET(WS-QUAL-IDX)
                       = WS-CK-BUCKET(WS-CELL-IDX))
                   ADD WS-QA-RATE(WS-QUAL-IDX)
                       TO WS-CL-QUAL-ADJ(WS-CELL-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * BEGINNING RESERVE LESS CHARGE-OFFS PLUS RECOVERIES, TRUED UP
      * TO THE REQUIRED RESERVE BY THE PROVISION.
      *----------------------------------------------------------------
       5000-ROLL-FORWARD.
           COMPUTE WS-PROVISION =
               WS-REQUIRED-RESERVE - WS-BEGIN-RESERVE
                   + WS-QTR-CHARGE-OFFS - WS-QTR-RECOVERIES
           OPEN EXTEND CECL-BAL-FILE
           MOVE SPACES TO CECL-BAL-RECORD
           MOVE WS-CUR-QUARTER TO CB-QUARTER
           MOVE WS-BEGIN-RESERVE TO CB-BEGIN-RESERVE
           MOVE WS-QTR-CHARGE-OFFS TO CB-CHARGE-OFFS
           MOVE WS-QTR-RECOVERIES TO CB-RECOVERIES
           MOVE WS-PROVISION TO CB-PROVISION
           MOVE WS-REQUIRED-RESERVE TO CB-END-RESERVE
           MOVE WS-PROCESSING-DATE TO CB-BOOKED-DATE
           WRITE CECL-BAL-RECORD
           CLOSE CECL-BAL-FILE.

      *----------------------------------------------------------------
      * THE DAILY RUNS BOOK CHARGE-OFFS TO THE CHARGE-OFF ACCOUNT AND
      * RECOVERIES TO RECOVERY INCOME; THE QUARTER'S AMOUNTS ARE
      * RECLASSIFIED AGAINST THE ALLOWANCE, THEN THE PROVISION TRUES
      * THE ALLOWANCE TO THE REQUIRED RESERVE.
      *----------------------------------------------------------------
       6000-WRITE-GL-ENTRIES.
           IF WS-QTR-CHARGE-OFFS > 0
               MOVE WS-QTR-CHARGE-OFFS TO WS-GL-AMT
               MOVE 'ALLOWANC' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'D' TO GL-DR-CR
               MOVE 'CHARGE-OFFS AGAINST ALLOWANCE' TO GL-DESCRIPTION
               PERFORM 6100-WRITE-GL-ENTRY
               MOVE 'CHGOFF' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'C' TO GL-DR-CR
               MOVE 'CHARGE-OFFS RECLASSED TO ALLOWANCE'
                   TO GL-DESCRIPTION
               PERFORM 6100-WRITE-GL-ENTRY
           END-IF
           IF WS-QTR-RECOVERIES > 0
               MOVE WS-QTR-RECOVERIES TO WS-GL-AMT
               MOVE 'RECOVINC' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'D' TO GL-DR-CR
               MOVE 'RECOVERIES RECLASSED TO ALLOWANCE'
                   TO GL-DESCRIPTION
               PERFORM 6100-WRITE-GL-ENTRY
               MOVE 'ALLOWANC' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'C' TO GL-DR-CR
               MOVE 'RECOVERIES CREDITED TO ALLOWANCE'
                   TO GL-DESCRIPTION
               PERFORM 6100-WRITE-GL-ENTRY
           END-IF
           IF WS-PROVISION > 0
               MOVE WS-PROVISION TO WS-GL-AMT
               MOVE 'PROVEXP' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'D' TO GL-DR-CR
               MOVE 'PROVISION FOR CREDIT LOSSES' TO GL-DESCRIPTION
               PERFORM 6100-WRITE-GL-ENTRY
               MOVE 'ALLOWANC' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'C' TO GL-DR-CR
               MOVE 'ALLOWANCE FOR CREDIT LOSSES' TO GL-DESCRIPTION
               PERFORM 6100-WRITE-GL-ENTRY
           END-IF
           IF WS-PROVISION < 0
               COMPUTE WS-GL-AMT = 0 - WS-PROVISION
               MOVE 'ALLOWANC' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'D' TO GL-DR-CR
               MOVE 'ALLOWANCE RELEASED' TO GL-DESCRIPTION
               PERFORM 6100-WRITE-GL-ENTRY
               MOVE 'PROVEXP' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'C' TO GL-DR-CR
               MOVE 'NEGATIVE PROVISION FOR CREDIT LOSSES'
                   TO GL-DESCRIPTION
               PERFORM 6100-WRITE-GL-ENTRY
           END-IF.

       6100-WRITE-GL-ENTRY.
           MOVE WS-GL-AMT TO GL-AMOUNT
           MOVE WS-PROCESSING-DATE TO GL-POSTING-DATE
           MOVE 'CECLCALC' TO GL-SOURCE-PROGRAM
           WRITE GL-FEED-RECORD.

       7000-PRINT-REPORT.
           MOVE WS-CUR-QUARTER TO WS-RH-QUARTER
           WRITE CECL-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE WS-SNAP-QUARTER TO WS-BL-QUARTER
           MOVE WS-DEFAULT-RATE TO WS-BL-DEFAULT
           WRITE CECL-REPORT-LINE FROM WS-BASIS-LINE
           MOVE SPACES TO CECL-REPORT-LINE
           WRITE CECL-REPORT-LINE
           WRITE CECL-REPORT-LINE FROM WS-CELL-HEADER
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > WS-CELL-COUNT
               MOVE WS-CK-POOL(WS-CELL-IDX) TO WS-CD-POOL
               MOVE WS-CK-BUCKET(WS-CELL-IDX) TO WS-CD-BUCKET
               MOVE WS-CL-LOANS(WS-CELL-IDX) TO WS-CD-LOANS
               MOVE WS-CL-BALANCE(WS-CELL-IDX) TO WS-CD-BALANCE
               MOVE WS-CL-HIST-RATE(WS-CELL-IDX) TO WS-CD-HIST
               MOVE WS-CL-QUAL-ADJ(WS-CELL-IDX) TO WS-CD-QUAL
               MOVE WS-CL-RATE(WS-CELL-IDX) TO WS-CD-RATE
               MOVE WS-CL-REQUIRED(WS-CELL-IDX) TO WS-CD-REQUIRED
               MOVE WS-CL-BASIS(WS-CELL-IDX) TO WS-CD-BASIS
               WRITE CECL-REPORT-LINE FROM WS-CELL-LINE
           END-PERFORM
           MOVE SPACES TO CECL-REPORT-LINE
           WRITE CECL-REPORT-LINE
           MOVE 'LOAN PORTFOLIO' TO WS-TL-LABEL
           MOVE WS-LOANS-SEGMENTED TO WS-TL-COUNT
           MOVE WS-PORTFOLIO-BALANCE TO WS-TL-AMOUNT
           WRITE CECL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO CECL-REPORT-LINE
           WRITE CECL-REPORT-LINE
           MOVE '  RESERVE ROLL-FORWARD' TO CECL-REPORT-LINE
           WRITE CECL-REPORT-LINE
           MOVE 'BEGINNING RESERVE' TO WS-TL-LABEL
           MOVE 0 TO WS-TL-COUNT
           MOVE WS-BEGIN-RESERVE TO WS-TL-AMOUNT
           WRITE CECL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'LESS CHARGE-OFFS' TO WS-TL-LABEL
           MOVE WS-QTR-CHGOFF-COUNT TO WS-TL-COUNT
           COMPUTE WS-TL-AMOUNT = 0 - WS-QTR-CHARGE-OFFS
           WRITE CECL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'PLUS RECOVERIES' TO WS-TL-LABEL
           MOVE WS-QTR-RECOV-COUNT TO WS-TL-COUNT
           MOVE WS-QTR-RECOVERIES TO WS-TL-AMOUNT
           WRITE CECL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'PROVISION FOR CREDIT LOSSES' TO WS-TL-LABEL
           MOVE 0 TO WS-TL-COUNT
           MOVE WS-PROVISION TO WS-TL-AMOUNT
           WRITE CECL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ENDING RESERVE' TO WS-TL-LABEL
           MOVE 0 TO WS-TL-COUNT
           MOVE WS-REQUIRED-RESERVE TO WS-TL-AMOUNT
           WRITE CECL-REPORT-LINE FROM WS-TOTAL-LINE.

       9000-FINALIZE.
           CLOSE CECL-REPORT-FILE
           CLOSE GL-FEED-FILE
           DISPLAY '*** CECL ALLOWANCE CALCULATION COMPLETE ***'
           DISPLAY 'LOANS SEGMENTED:      ' WS-LOANS-SEGMENTED
           DISPLAY 'SNAPSHOT WRITTEN:     ' WS-SNAP-WRITTEN
           DISPLAY 'HISTORY CHARGE-OFFS:  ' WS-HIST-CHGOFFS
           DISPLAY 'HISTORY RECOVERIES:   ' WS-HIST-RECOVERIES
           DISPLAY 'BEGINNING RESERVE:    ' WS-BEGIN-RESERVE
           DISPLAY 'REQUIRED RESERVE:     ' WS-REQUIRED-RESERVE
           DISPLAY 'PROVISION:            ' WS-PROVISION.

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
                   WHEN 'RECOVINC' MOVE '595000' TO GL-ACCOUNT-CODE
                   WHEN 'CHGOFF' MOVE '590000' TO GL-ACCOUNT-CODE
                   WHEN 'ALLOWANC' MOVE '149000' TO GL-ACCOUNT-CODE
                   WHEN 'PROVEXP' MOVE '592000' TO GL-ACCOUNT-CODE
               END-EVALUATE
           END-IF
           IF GL-ACCOUNT-CODE = SPACES
               ADD 1 TO WS-GLM-MISSES
               MOVE WS-GL-SUSPENSE-CODE TO GL-ACCOUNT-CODE
               DISPLAY 'GL MAPPING MISS - EVENT ' WS-GL-EVENT
                   ' POSTED TO SUSPENSE'
           END-IF.
