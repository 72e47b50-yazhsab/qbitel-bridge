       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALMGAP.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * MONTHLY INTEREST RATE REPRICING AND MATURITY GAP REPORT (ALCO) *
      * BUCKETS EVERY OPEN ACCOUNT-MASTER BALANCE INTO REPRICING       *
      * WINDOWS - 0-3 MONTHS, 3-12 MONTHS, 1-3 YEARS, 3-5 YEARS AND    *
      * OVER 5 YEARS:                                                  *
      *   CDS          BY REMAINING TERM TO ACCT-MATURITY-DATE         *
      *   LOANS        BY CONTRACTUAL AMORTIZATION - EACH MONTH'S      *
      *                ACCT-PMT-AMOUNT LESS INTEREST AT ACCT-INT-RATE  *
      *                REPAYS PRINCIPAL, AND WHATEVER IS LEFT AT       *
      *                ACCT-MATURITY-DATE FALLS DUE THEN               *
      *   CK, SV, MM   BY THE DECAY PERCENTAGES ON THE ALMDECAY        *
      *                CONTROL FILE (BUILT-IN ASSUMPTIONS WHEN A TYPE  *
      *                IS NOT ON FILE)                                 *
      * FOR EACH WINDOW THE REPORT SHOWS BALANCES BY PRODUCT, THE      *
      * BALANCE-WEIGHTED AVERAGE RATE OF ASSETS AND LIABILITIES, THE   *
      * PERIODIC GAP (LOANS LESS DEPOSITS) AND THE CUMULATIVE GAP,     *
      * FOLLOWED BY THE CHANGE IN TWELVE-MONTH NET INTEREST INCOME     *
      * FOR AN IMMEDIATE PARALLEL SHOCK OF +/-100 AND +/-200 BASIS     *
      * POINTS: EACH WINDOW INSIDE ONE YEAR REPRICES AT ITS MIDPOINT   *
      * AND EARNS OR PAYS THE SHOCK FOR THE REST OF THE YEAR.          *
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
           SELECT OPTIONAL DECAY-CONTROL-FILE ASSIGN TO ALMDECAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECAY-STATUS.
           SELECT GAP-REPORT-FILE ASSIGN TO ALMRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

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
           05  FILLER                  PIC X(15).
           05  ACCT-INT-RATE           PIC 9V9(5).
           05  FILLER                  PIC X(22).
           05  ACCT-MATURITY-DATE      PIC 9(8).
           05  FILLER                  PIC X(27).
           05  ACCT-STATUS             PIC X(1).
               88  ACCT-CLOSED         VALUE 'C'.
               88  ACCT-CHARGED-OFF    VALUE 'O'.
           05  FILLER                  PIC X(53).
           05  ACCT-PMT-DUE-DATE       PIC 9(8).
           05  ACCT-PMT-AMOUNT         PIC S9(9)V99 COMP-3.
           05  FILLER                  PIC X(41).

      *----------------------------------------------------------------
      * NON-MATURITY DEPOSIT DECAY ASSUMPTIONS, ONE RECORD PER
      * ACCOUNT TYPE: THE PERCENTAGE OF TODAY'S BALANCE ASSUMED TO
      * RUN OFF OR REPRICE IN EACH WINDOW. THE FIVE MUST TOTAL 100.
      *----------------------------------------------------------------
       FD  DECAY-CONTROL-FILE.
       01  DECAY-CONTROL-RECORD.
           05  DC-ACCT-TYPE            PIC X(2).
           05  DC-BUCKET-PCT OCCURS 5 TIMES
                                       PIC 9(3)V99.
           05  FILLER                  PIC X(13).

       FD  GAP-REPORT-FILE.
       01  GAP-REPORT-LINE             PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-DECAY-STATUS             PIC X(2).
           88  WS-DECAY-OK             VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-ACCT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-ACCT-EOF             VALUE 'Y'.
       01  WS-DECAY-EOF-FLAG           PIC X(1) VALUE 'N'.
           88  WS-DECAY-NO-MORE        VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-PROC-SPLIT REDEFINES WS-PROCESSING-DATE.
           05  WS-PS-YYYY              PIC 9(4).
           05  WS-PS-MM                PIC 9(2).
           05  WS-PS-DD                PIC 9(2).
       01  WS-AS-OF-INT                PIC 9(9).
       01  WS-MATURITY-WORK            PIC 9(8).
       01  WS-MAT-SPLIT REDEFINES WS-MATURITY-WORK.
           05  WS-MW-YYYY              PIC 9(4).
           05  WS-MW-MM                PIC 9(2).
           05  WS-MW-DD                PIC 9(2).

      *----------------------------------------------------------------
      * BUILT-IN DECAY ASSUMPTIONS (PERCENT PER WINDOW), REPLACED
      * BY ANY VALID ALMDECAY RECORD FOR THE SAME TYPE.
      *----------------------------------------------------------------
       01  WS-DECAY-DEFAULTS.
           05  FILLER PIC X(27) VALUE
               'CK0100001500025000250002500'.
           05  FILLER PIC X(27) VALUE
               'SV0100001500025000250002500'.
           05  FILLER PIC X(27) VALUE
               'MM0250002500025000150001000'.
       01  WS-DECAY-TABLE REDEFINES WS-DECAY-DEFAULTS.
           05  WS-DK-ENTRY OCCURS 3 TIMES.
               10  WS-DK-ACCT-TYPE     PIC X(2).
               10  WS-DK-PCT OCCURS 5 TIMES
                                       PIC 9(3)V99.
       01  WS-DK-IDX                   PIC 9(1).
       01  WS-DECAY-PCT-TOTAL          PIC 9(5)V99.
       01  WS-DECAY-LOADED             PIC 9(3) VALUE 0.
       01  WS-DECAY-REJECTED           PIC 9(3) VALUE 0.

      *----------------------------------------------------------------
      * REPRICING WINDOWS: UPPER BOUND IN DAYS (CDS) AND IN MONTHS
      * (LOAN AMORTIZATION), AND THE FRACTION OF THE FIRST YEAR
      * REMAINING AFTER THE WINDOW'S MIDPOINT.
      *----------------------------------------------------------------
       01  WS-BUCKET-DEFS.
           05  FILLER PIC X(28) VALUE
               '000910030875      0-3 MONTHS'.
           05  FILLER PIC X(28) VALUE
               '003650120375     3-12 MONTHS'.
           05  FILLER PIC X(28) VALUE
               '010950360000       1-3 YEARS'.
           05  FILLER PIC X(28) VALUE
               '018260600000       3-5 YEARS'.
           05  FILLER PIC X(28) VALUE
               '999999990000    OVER 5 YEARS'.
       01  WS-BUCKET-TABLE REDEFINES WS-BUCKET-DEFS.
           05  WS-BK-ENTRY OCCURS 5 TIMES.
               10  WS-BK-MAX-DAYS      PIC 9(5).
               10  WS-BK-MAX-MONTHS    PIC 9(3).
               10  WS-BK-YEAR-FRACTION PIC 9V9(3).
               10  WS-BK-LABEL         PIC X(16).
       01  WS-BUCKET-COUNT             PIC 9(1) VALUE 5.
       01  WS-BK-IDX                   PIC 9(1).

      *----------------------------------------------------------------
      * BALANCES AND BALANCE-TIMES-RATE BY PRODUCT ROW AND WINDOW.
      * ROW 1 IS LOANS (ASSETS); ROWS 2-5 ARE CD, CK, SV AND MM
      * (LIABILITIES). COLUMN 6 IS THE ROW TOTAL.
      *----------------------------------------------------------------
       01  WS-ROW-LABELS.
           05  FILLER PIC X(24) VALUE 'LOANS'.
           05  FILLER PIC X(24) VALUE 'CERTIFICATES OF DEPOSIT'.
           05  FILLER PIC X(24) VALUE 'CHECKING'.
           05  FILLER PIC X(24) VALUE 'SAVINGS'.
           05  FILLER PIC X(24) VALUE 'MONEY MARKET'.
       01  WS-ROW-LABEL-TABLE REDEFINES WS-ROW-LABELS.
           05  WS-RL-LABEL OCCURS 5 TIMES PIC X(24).
       01  WS-GAP-TABLE.
           05  WS-GP-ROW OCCURS 5 TIMES.
               10  WS-GP-CELL OCCURS 6 TIMES.
                   15  WS-GP-BALANCE   PIC S9(15)V99 COMP-3.
                   15  WS-GP-RATE-PROD PIC S9(13)V9(5) COMP-3.
       01  WS-ROW-IDX                  PIC 9(1).
       01  WS-ROW-COUNT                PIC 9(1) VALUE 5.

       01  WS-SIDE-TABLE.
           05  WS-SD-CELL OCCURS 6 TIMES.
               10  WS-SD-ASSETS        PIC S9(15)V99 COMP-3.
               10  WS-SD-ASSET-PROD    PIC S9(13)V9(5) COMP-3.
               10  WS-SD-LIABS         PIC S9(15)V99 COMP-3.
               10  WS-SD-LIAB-PROD     PIC S9(13)V9(5) COMP-3.
               10  WS-SD-GAP           PIC S9(15)V99 COMP-3.
               10  WS-SD-CUM-GAP       PIC S9(15)V99 COMP-3.

      *----------------------------------------------------------------
      * PER-ACCOUNT WORK.
      *----------------------------------------------------------------
       01  WS-PORTION                  PIC S9(13)V99 COMP-3.
       01  WS-ALLOCATED                PIC S9(13)V99 COMP-3.
       01  WS-DAYS-TO-MATURITY         PIC S9(7).
       01  WS-MONTHS-TO-MATURITY       PIC S9(5).
       01  WS-MONTH                    PIC 9(3).
       01  WS-LOAN-REMAINING           PIC S9(13)V99 COMP-3.
       01  WS-MONTH-INTEREST           PIC S9(13)V99 COMP-3.
       01  WS-MONTH-PRINCIPAL          PIC S9(13)V99 COMP-3.
       01  WS-AMORT-HORIZON            PIC 9(3) VALUE 60.

      *----------------------------------------------------------------
      * RATE SHOCKS IN BASIS POINTS.
      *----------------------------------------------------------------
       01  WS-SHOCK-DEFS.
           05  FILLER PIC S9(3) VALUE +200.
           05  FILLER PIC S9(3) VALUE +100.
           05  FILLER PIC S9(3) VALUE -100.
           05  FILLER PIC S9(3) VALUE -200.
       01  WS-SHOCK-TABLE REDEFINES WS-SHOCK-DEFS.
           05  WS-SHOCK-BP OCCURS 4 TIMES PIC S9(3).
       01  WS-SHOCK-IDX                PIC 9(1).
       01  WS-YEAR-GAP                 PIC S9(15)V99 COMP-3.
       01  WS-NII-CHANGE               PIC S9(13)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ        PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-BUCKETED    PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-SKIPPED     PIC 9(9) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'REPRICING AND MATURITY GAP REPORT AS OF'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RH-AS-OF             PIC 9(8).
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-BUCKET-HEADER.
           05  FILLER                  PIC X(24) VALUE SPACES.
           05  WS-BH-CELL OCCURS 6 TIMES.
               10  WS-BH-LABEL         PIC X(16).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-MATRIX-LINE.
           05  WS-ML-LABEL             PIC X(24).
           05  WS-ML-CELL OCCURS 6 TIMES.
               10  FILLER              PIC X(1).
               10  WS-ML-AMOUNT        PIC Z(13)9-.
           05  FILLER                  PIC X(12).

       01  WS-RATE-LINE.
           05  WS-RL-TEXT              PIC X(24).
           05  WS-RL-CELL OCCURS 6 TIMES.
               10  FILLER              PIC X(9).
               10  WS-RL-RATE          PIC ZZ9.999.
           05  FILLER                  PIC X(12).

       01  WS-SHOCK-HEADER.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(60) VALUE
               'RATE SHOCK   CHANGE IN 12-MONTH NET INTEREST INCOME'.
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-SHOCK-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SL-BP                PIC +ZZ9.
           05  FILLER                  PIC X(3) VALUE ' BP'.
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  WS-SL-NII               PIC Z(12)9.99-.
           05  FILLER                  PIC X(100) VALUE SPACES.

       01  WS-REPORT-TOTAL.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RT-LABEL             PIC X(30).
           05  WS-RT-COUNT             PIC Z(8)9.
           05  FILLER                  PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-DECAY-ASSUMPTIONS
           PERFORM 2000-BUCKET-ACCOUNTS
               UNTIL WS-ACCT-EOF
           PERFORM 5000-COMPUTE-GAP
           PERFORM 6000-WRITE-REPORT
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** REPRICING GAP REPORT STARTED ***'
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
           COMPUTE WS-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
           DISPLAY 'AS-OF DATE: ' WS-PROCESSING-DATE
           INITIALIZE WS-GAP-TABLE
           INITIALIZE WS-SIDE-TABLE
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY 'ERROR OPENING ACCOUNT MASTER: '
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GAP-REPORT-FILE.

      *----------------------------------------------------------------
      * A DECAY RECORD WHOSE PERCENTAGES DO NOT TOTAL 100, OR FOR A
      * TYPE WITHOUT DECAY TREATMENT, IS REJECTED AND THE BUILT-IN
      * ASSUMPTION STANDS.
      *----------------------------------------------------------------
       1500-LOAD-DECAY-ASSUMPTIONS.
           OPEN INPUT DECAY-CONTROL-FILE
           IF NOT WS-DECAY-OK
               DISPLAY 'NO DECAY CONTROL FILE - USING DEFAULTS'
               SET WS-DECAY-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-DECAY-NO-MORE
               READ DECAY-CONTROL-FILE
                   AT END
                       SET WS-DECAY-NO-MORE TO TRUE
                   NOT AT END
                       PERFORM 1510-APPLY-DECAY-RECORD
               END-READ
           END-PERFORM
           IF WS-DECAY-OK OR WS-DECAY-STATUS = '10'
               CLOSE DECAY-CONTROL-FILE
           END-IF
           DISPLAY 'DECAY RECORDS LOADED: ' WS-DECAY-LOADED
               ' REJECTED: ' WS-DECAY-REJECTED.

       1510-APPLY-DECAY-RECORD.
           MOVE 0 TO WS-DECAY-PCT-TOTAL
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BUCKET-COUNT
               ADD DC-BUCKET-PCT(WS-BK-IDX) TO WS-DECAY-PCT-TOTAL
           END-PERFORM
           PERFORM VARYING WS-DK-IDX FROM 1 BY 1
               UNTIL WS-DK-IDX > 3
               IF WS-DK-ACCT-TYPE(WS-DK-IDX) = DC-ACCT-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DK-IDX > 3 OR WS-DECAY-PCT-TOTAL NOT = 100
               DISPLAY 'DECAY RECORD REJECTED FOR TYPE '
                   DC-ACCT-TYPE ' TOTAL ' WS-DECAY-PCT-TOTAL
               ADD 1 TO WS-DECAY-REJECTED
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BUCKET-COUNT
                   MOVE DC-BUCKET-PCT(WS-BK-IDX)
                       TO WS-DK-PCT(WS-DK-IDX, WS-BK-IDX)
               END-PERFORM
               ADD 1 TO WS-DECAY-LOADED
           END-IF.

      *----------------------------------------------------------------
      * CLOSED AND CHARGED-OFF ACCOUNTS AND ZERO OR OVERDRAWN
      * BALANCES HAVE NOTHING TO REPRICE.
      *----------------------------------------------------------------
       2000-BUCKET-ACCOUNTS.
           READ ACCOUNT-MASTER NEXT
               AT END
                   SET WS-ACCT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   IF ACCT-CLOSED OR ACCT-CHARGED-OFF
                       OR ACCT-BALANCE NOT > 0
                       ADD 1 TO WS-ACCOUNTS-SKIPPED
                   ELSE
                       ADD 1 TO WS-ACCOUNTS-BUCKETED
                       EVALUATE TRUE
                           WHEN LOAN-ACCT
                               MOVE 1 TO WS-ROW-IDX
                               PERFORM 2300-BUCKET-LOAN
                           WHEN CD-ACCT
                               MOVE 2 TO WS-ROW-IDX
                               PERFORM 2100-BUCKET-CD
                           WHEN CHECKING-ACCT
                               MOVE 3 TO WS-ROW-IDX
                               MOVE 1 TO WS-DK-IDX
                               PERFORM 2200-BUCKET-DECAY
                           WHEN SAVINGS-ACCT
                               MOVE 4 TO WS-ROW-IDX
                               MOVE 2 TO WS-DK-IDX
                               PERFORM 2200-BUCKET-DECAY
                           WHEN OTHER
                               MOVE 5 TO WS-ROW-IDX
                               MOVE 3 TO WS-DK-IDX
                               PERFORM 2200-BUCKET-DECAY
                       END-EVALUATE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * A MATURED CD, OR ONE WITH NO MATURITY DATE, REPRICES NOW.
      *----------------------------------------------------------------
       2100-BUCKET-CD.
           MOVE 0 TO WS-DAYS-TO-MATURITY
           IF ACCT-MATURITY-DATE > WS-PROCESSING-DATE
               COMPUTE WS-DAYS-TO-MATURITY =
                   FUNCTION INTEGER-OF-DATE(ACCT-MATURITY-DATE)
                   - WS-AS-OF-INT
           END-IF
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX >= WS-BUCKET-COUNT
               IF WS-DAYS-TO-MATURITY <= WS-BK-MAX-DAYS(WS-BK-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE ACCT-BALANCE TO WS-PORTION
           PERFORM 2900-ADD-PORTION.

      *----------------------------------------------------------------
      * THE LAST WINDOW TAKES WHATEVER ROUNDING LEFT OVER.
      *----------------------------------------------------------------
       2200-BUCKET-DECAY.
           MOVE 0 TO WS-ALLOCATED
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BUCKET-COUNT
               IF WS-BK-IDX = WS-BUCKET-COUNT
                   COMPUTE WS-PORTION = ACCT-BALANCE - WS-ALLOCATED
               ELSE
                   COMPUTE WS-PORTION ROUNDED = ACCT-BALANCE
                       * WS-DK-PCT(WS-DK-IDX, WS-BK-IDX) / 100
               END-IF
               ADD WS-PORTION TO WS-ALLOCATED
               PERFORM 2900-ADD-PORTION
           END-PERFORM.

      *----------------------------------------------------------------
      * MONTHLY AMORTIZATION OVER THE FIVE-YEAR HORIZON. A LOAN
      * WITHOUT A MATURITY DATE IS TREATED AS OPEN-ENDED; A PAYMENT
      * THAT DOES NOT COVER THE INTEREST REPAYS NO PRINCIPAL.
      *----------------------------------------------------------------
       2300-BUCKET-LOAN.
           IF ACCT-MATURITY-DATE = 0
               MOVE 999 TO WS-MONTHS-TO-MATURITY
           ELSE
               MOVE ACCT-MATURITY-DATE TO WS-MATURITY-WORK
               COMPUTE WS-MONTHS-TO-MATURITY =
                   (WS-MW-YYYY * 12 + WS-MW-MM)
                   - (WS-PS-YYYY * 12 + WS-PS-MM)
           END-IF
           IF WS-MONTHS-TO-MATURITY < 1
               MOVE 1 TO WS-MONTHS-TO-MATURITY
           END-IF
           MOVE ACCT-BALANCE TO WS-LOAN-REMAINING
           MOVE 1 TO WS-BK-IDX
           PERFORM VARYING WS-MONTH FROM 1 BY 1
               UNTIL WS-MONTH > WS-AMORT-HORIZON
                  OR WS-MONTH >= WS-MONTHS-TO-MATURITY
                  OR WS-LOAN-REMAINING NOT > 0
               COMPUTE WS-MONTH-INTEREST ROUNDED =
                   WS-LOAN-REMAINING * ACCT-INT-RATE / 12
               COMPUTE WS-MONTH-PRINCIPAL =
                   ACCT-PMT-AMOUNT - WS-MONTH-INTEREST
               IF WS-MONTH-PRINCIPAL NOT > 0
                   EXIT PERFORM
               END-IF
               IF WS-MONTH-PRINCIPAL > WS-LOAN-REMAINING
                   MOVE WS-LOAN-REMAINING TO WS-MONTH-PRINCIPAL
               END-IF
               PERFORM 2310-MONTH-TO-BUCKET
               MOVE WS-MONTH-PRINCIPAL TO WS-PORTION
               PERFORM 2900-ADD-PORTION
               SUBTRACT WS-MONTH-PRINCIPAL FROM WS-LOAN-REMAINING
           END-PERFORM
           IF WS-LOAN-REMAINING > 0
               IF WS-MONTHS-TO-MATURITY > WS-AMORT-HORIZON
                   MOVE WS-BUCKET-COUNT TO WS-BK-IDX
               ELSE
                   MOVE WS-MONTHS-TO-MATURITY TO WS-MONTH
                   PERFORM 2310-MONTH-TO-BUCKET
               END-IF
               MOVE WS-LOAN-REMAINING TO WS-PORTION
               PERFORM 2900-ADD-PORTION
           END-IF.

       2310-MONTH-TO-BUCKET.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX >= WS-BUCKET-COUNT
               IF WS-MONTH <= WS-BK-MAX-MONTHS(WS-BK-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2900-ADD-PORTION.
           ADD WS-PORTION TO WS-GP-BALANCE(WS-ROW-IDX, WS-BK-IDX)
           COMPUTE WS-GP-RATE-PROD(WS-ROW-IDX, WS-BK-IDX) =
               WS-GP-RATE-PROD(WS-ROW-IDX, WS-BK-IDX)
               + WS-PORTION * ACCT-INT-RATE.

      *----------------------------------------------------------------
      * ROW TOTALS, ASSET AND LIABILITY SIDES, AND THE GAPS.
      *----------------------------------------------------------------
       5000-COMPUTE-GAP.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
               PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BUCKET-COUNT
                   ADD WS-GP-BALANCE(WS-ROW-IDX, WS-BK-IDX)
                       TO WS-GP-BALANCE(WS-ROW-IDX, 6)
                   ADD WS-GP-RATE-PROD(WS-ROW-IDX, WS-BK-IDX)
                       TO WS-GP-RATE-PROD(WS-ROW-IDX, 6)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > 6
               MOVE WS-GP-BALANCE(1, WS-BK-IDX)
                   TO WS-SD-ASSETS(WS-BK-IDX)
               MOVE WS-GP-RATE-PROD(1, WS-BK-IDX)
                   TO WS-SD-ASSET-PROD(WS-BK-IDX)
               PERFORM VARYING WS-ROW-IDX FROM 2 BY 1
                   UNTIL WS-ROW-IDX > WS-ROW-COUNT
                   ADD WS-GP-BALANCE(WS-ROW-IDX, WS-BK-IDX)
                       TO WS-SD-LIABS(WS-BK-IDX)
                   ADD WS-GP-RATE-PROD(WS-ROW-IDX, WS-BK-IDX)
                       TO WS-SD-LIAB-PROD(WS-BK-IDX)
               END-PERFORM
               COMPUTE WS-SD-GAP(WS-BK-IDX) =
                   WS-SD-ASSETS(WS-BK-IDX) - WS-SD-LIABS(WS-BK-IDX)
           END-PERFORM
           MOVE WS-SD-GAP(1) TO WS-SD-CUM-GAP(1)
           PERFORM VARYING WS-BK-IDX FROM 2 BY 1
               UNTIL WS-BK-IDX > WS-BUCKET-COUNT
               COMPUTE WS-SD-CUM-GAP(WS-BK-IDX) =
                   WS-SD-CUM-GAP(WS-BK-IDX - 1)
                   + WS-SD-GAP(WS-BK-IDX)
           END-PERFORM
           MOVE WS-SD-CUM-GAP(WS-BUCKET-COUNT) TO WS-SD-CUM-GAP(6)
           MOVE 0 TO WS-YEAR-GAP
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BUCKET-COUNT
               COMPUTE WS-YEAR-GAP = WS-YEAR-GAP
                   + WS-SD-GAP(WS-BK-IDX)
                   * WS-BK-YEAR-FRACTION(WS-BK-IDX)
           END-PERFORM.

       6000-WRITE-REPORT.
           MOVE WS-PROCESSING-DATE TO WS-RH-AS-OF
           WRITE GAP-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BUCKET-COUNT
               MOVE WS-BK-LABEL(WS-BK-IDX) TO WS-BH-LABEL(WS-BK-IDX)
           END-PERFORM
           MOVE '           TOTAL' TO WS-BH-LABEL(6)
           WRITE GAP-REPORT-LINE FROM WS-BUCKET-HEADER
           MOVE 1 TO WS-ROW-IDX
           PERFORM 6100-WRITE-PRODUCT-ROW
           MOVE 'TOTAL ASSETS' TO WS-ML-LABEL
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > 6
               COMPUTE WS-ML-AMOUNT(WS-BK-IDX) ROUNDED =
                   WS-SD-ASSETS(WS-BK-IDX)
           END-PERFORM
           WRITE GAP-REPORT-LINE FROM WS-MATRIX-LINE
           MOVE '  WTD AVG RATE %' TO WS-RL-TEXT
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > 6
               MOVE 0 TO WS-RL-RATE(WS-BK-IDX)
               IF WS-SD-ASSETS(WS-BK-IDX) > 0
                   COMPUTE WS-RL-RATE(WS-BK-IDX) ROUNDED =
                       WS-SD-ASSET-PROD(WS-BK-IDX) * 100
                       / WS-SD-ASSETS(WS-BK-IDX)
               END-IF
           END-PERFORM
           WRITE GAP-REPORT-LINE FROM WS-RATE-LINE
           MOVE SPACES TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           PERFORM VARYING WS-ROW-IDX FROM 2 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
               PERFORM 6100-WRITE-PRODUCT-ROW
           END-PERFORM
           MOVE 'TOTAL LIABILITIES' TO WS-ML-LABEL
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > 6
               COMPUTE WS-ML-AMOUNT(WS-BK-IDX) ROUNDED =
                   WS-SD-LIABS(WS-BK-IDX)
           END-PERFORM
           WRITE GAP-REPORT-LINE FROM WS-MATRIX-LINE
           MOVE '  WTD AVG RATE %' TO WS-RL-TEXT
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > 6
               MOVE 0 TO WS-RL-RATE(WS-BK-IDX)
               IF WS-SD-LIABS(WS-BK-IDX) > 0
                   COMPUTE WS-RL-RATE(WS-BK-IDX) ROUNDED =
                       WS-SD-LIAB-PROD(WS-BK-IDX) * 100
                       / WS-SD-LIABS(WS-BK-IDX)
               END-IF
           END-PERFORM
           WRITE GAP-REPORT-LINE FROM WS-RATE-LINE
           MOVE SPACES TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE 'PERIODIC GAP' TO WS-ML-LABEL
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > 6
               COMPUTE WS-ML-AMOUNT(WS-BK-IDX) ROUNDED =
                   WS-SD-GAP(WS-BK-IDX)
           END-PERFORM
           WRITE GAP-REPORT-LINE FROM WS-MATRIX-LINE
           MOVE 'CUMULATIVE GAP' TO WS-ML-LABEL
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > 6
               COMPUTE WS-ML-AMOUNT(WS-BK-IDX) ROUNDED =
                   WS-SD-CUM-GAP(WS-BK-IDX)
           END-PERFORM
           WRITE GAP-REPORT-LINE FROM WS-MATRIX-LINE
           MOVE SPACES TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE FROM WS-SHOCK-HEADER
           PERFORM VARYING WS-SHOCK-IDX FROM 1 BY 1
               UNTIL WS-SHOCK-IDX > 4
               COMPUTE WS-NII-CHANGE ROUNDED =
                   WS-YEAR-GAP * WS-SHOCK-BP(WS-SHOCK-IDX) / 10000
               MOVE WS-SHOCK-BP(WS-SHOCK-IDX) TO WS-SL-BP
               MOVE WS-NII-CHANGE TO WS-SL-NII
               WRITE GAP-REPORT-LINE FROM WS-SHOCK-LINE
           END-PERFORM
           MOVE SPACES TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE 'ACCOUNTS READ' TO WS-RT-LABEL
           MOVE WS-ACCOUNTS-READ TO WS-RT-COUNT
           WRITE GAP-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'ACCOUNTS BUCKETED' TO WS-RT-LABEL
           MOVE WS-ACCOUNTS-BUCKETED TO WS-RT-COUNT
           WRITE GAP-REPORT-LINE FROM WS-REPORT-TOTAL.

       6100-WRITE-PRODUCT-ROW.
           MOVE WS-RL-LABEL(WS-ROW-IDX) TO WS-ML-LABEL
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > 6
               COMPUTE WS-ML-AMOUNT(WS-BK-IDX) ROUNDED =
                   WS-GP-BALANCE(WS-ROW-IDX, WS-BK-IDX)
           END-PERFORM
           WRITE GAP-REPORT-LINE FROM WS-MATRIX-LINE.

       9000-FINALIZE.
           CLOSE ACCOUNT-MASTER
           CLOSE GAP-REPORT-FILE
           DISPLAY '*** REPRICING GAP REPORT COMPLETE ***'
           DISPLAY 'ACCOUNTS READ:     ' WS-ACCOUNTS-READ
           DISPLAY 'ACCOUNTS BUCKETED: ' WS-ACCOUNTS-BUCKETED
           DISPLAY 'ACCOUNTS SKIPPED:  ' WS-ACCOUNTS-SKIPPED.
