       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALLRPT.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * FFIEC CALL REPORT DEPOSIT AND LOAN SCHEDULE EXTRACT            *
      * RUN AT QUARTER-END AFTER THE NIGHT'S POSTING AND GL PROOF.     *
      * CLASSIFIES EVERY OPEN ACCOUNT-MASTER BALANCE INTO THE LINE     *
      * ITEMS FINANCE KEYS INTO THE FILING SOFTWARE:                   *
      *   RC-E DEPOSITS   TRANSACTION (CK) AND NONTRANSACTION (SV,     *
      *                   MM, CD) BY OWNER - INDIVIDUAL, CORPORATE     *
      *                   (SEGMENT 'CO') OR GOVERNMENT (SEGMENT 'GV'); *
      *                   MEMORANDA FOR IRA BALANCES (CUST-ACCT-TYPE   *
      *                   'R'), MMDA AND OTHER SAVINGS, AND TIME       *
      *                   DEPOSITS BY SIZE AND BY REMAINING MATURITY   *
      *                   FROM ACCT-MATURITY-DATE.                     *
      *   RC-C LOANS      BY BORROWER TYPE, PLUS DEPOSIT OVERDRAFTS    *
      *                   RECLASSIFIED FROM DEPOSITS TO LOANS.         *
      *   RC-N PAST DUE   30-89 AND 90+ DAYS STILL ACCRUING, AND       *
      *                   NONACCRUAL (ACCT-ACCRUAL-STATUS).            *
      * THE LINE-ITEM EXTRACT (CALLEXT) FEEDS THE FILING SOFTWARE.     *
      * THE TIE-OUT REPORT PROVES THE DEPOSIT AND LOAN TOTALS BACK TO  *
      * THE ROLLING GL BALANCES GLPROOF MAINTAINS (GLBAL), USING THE   *
      * GL MAPPING FILE FOR THE DEPOSIT ('DDACASH') AND LOAN           *
      * PRINCIPAL ('LNPRIN') ACCOUNT CODES. A TOTAL THAT DOES NOT TIE  *
      * ENDS THE RUN WITH RETURN CODE 4.                               *
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
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL GL-BALANCE-FILE ASSIGN TO GLBAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLB-STATUS.
           SELECT OPTIONAL GL-MAP-FILE ASSIGN TO GLMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLM-STATUS.
           SELECT CALL-EXTRACT-FILE ASSIGN TO CALLEXT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALL-REPORT-FILE ASSIGN TO CALLRPT
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
           05  FILLER                  PIC X(43).
           05  ACCT-MATURITY-DATE      PIC 9(8).
           05  FILLER                  PIC X(27).
           05  ACCT-STATUS             PIC X(1).
               88  ACCT-CLOSED         VALUE 'C'.
               88  ACCT-CHARGED-OFF    VALUE 'O'.
           05  FILLER                  PIC X(53).
           05  ACCT-PMT-DUE-DATE       PIC 9(8).
           05  FILLER                  PIC X(45).
           05  ACCT-ACCRUAL-STATUS     PIC X(1).
               88  ACCT-NON-ACCRUAL    VALUE 'N'.
           05  FILLER                  PIC X(1).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ID                 PIC 9(10).
           05  CUST-NAME               PIC X(50).
           05  FILLER                  PIC X(99).
           05  CUST-ACCT-TYPE          PIC X(1).
               88  IRA-TYPE            VALUE 'R'.
           05  FILLER                  PIC X(48).
           05  CUST-SEGMENT            PIC X(2).
               88  CUST-CORPORATE      VALUE 'CO'.
               88  CUST-GOVERNMENT     VALUE 'GV'.
           05  FILLER                  PIC X(136).

      *----------------------------------------------------------------
      * ROLLING GL BALANCES FROM GLPROOF. DEBITS ARE POSITIVE,
      * CREDITS NEGATIVE.
      *----------------------------------------------------------------
       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05  GB-ACCOUNT-CODE         PIC X(10).
           05  GB-BALANCE              PIC S9(15)V99 COMP-3.
           05  GB-LAST-POST-DATE       PIC 9(8).
           05  FILLER                  PIC X(10).

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  GM-EVENT-CODE           PIC X(8).
           05  GM-GL-ACCOUNT           PIC X(10).
           05  GM-EFF-DATE             PIC 9(8).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * ONE RECORD PER LINE ITEM FOR THE FILING SOFTWARE. AMOUNTS
      * ARE IN DOLLARS AND CENTS; THE FILING SOFTWARE ROUNDS TO
      * THOUSANDS.
      *----------------------------------------------------------------
       FD  CALL-EXTRACT-FILE.
       01  CALL-EXTRACT-RECORD.
           05  CX-AS-OF-DATE           PIC 9(8).
           05  CX-QUARTER              PIC 9(6).
           05  CX-SCHEDULE             PIC X(4).
           05  CX-LINE-ITEM            PIC X(8).
           05  CX-DESCRIPTION          PIC X(40).
           05  CX-ACCOUNT-COUNT        PIC 9(7).
           05  CX-AMOUNT               PIC S9(15)V99 COMP-3.
           05  FILLER                  PIC X(18).

       FD  CALL-REPORT-FILE.
       01  CALL-REPORT-LINE            PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-GLB-STATUS               PIC X(2).
           88  WS-GLB-OK               VALUE '00'.
       01  WS-GLM-STATUS               PIC X(2).
           88  WS-GLM-OK               VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-ACCT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-ACCT-EOF             VALUE 'Y'.
       01  WS-GLB-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-GLB-NO-MORE          VALUE 'Y'.
       01  WS-GLM-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-GLM-NO-MORE          VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-PROC-SPLIT REDEFINES WS-PROCESSING-DATE.
           05  WS-PS-YYYY              PIC 9(4).
           05  WS-PS-MM                PIC 9(2).
           05  WS-PS-DD                PIC 9(2).
       01  WS-AS-OF-INT                PIC 9(9).

      *----------------------------------------------------------------
      * QUARTERS ARE CARRIED AS THE YYYYMM OF THE QUARTER-END MONTH.
      *----------------------------------------------------------------
       01  WS-QTR-WORK                 PIC 9(6).
       01  WS-QTR-SPLIT REDEFINES WS-QTR-WORK.
           05  WS-QW-YYYY              PIC 9(4).
           05  WS-QW-MM                PIC 9(2).
       01  WS-CUR-QUARTER              PIC 9(6).

      *----------------------------------------------------------------
      * OWNER CLASS OF THE CURRENT ACCOUNT: I INDIVIDUAL, C
      * CORPORATE, G GOVERNMENT.
      *----------------------------------------------------------------
       01  WS-OWNER-CLASS              PIC X(1).
           88  WS-OWNER-INDIVIDUAL     VALUE 'I'.
           88  WS-OWNER-CORPORATE      VALUE 'C'.
           88  WS-OWNER-GOVERNMENT     VALUE 'G'.
       01  WS-OWNER-IRA-FLAG           PIC X(1).
           88  WS-OWNER-IRA            VALUE 'Y'.
       01  WS-LAST-OWNER-ID            PIC 9(10) VALUE 0.

       01  WS-DAYS-PAST-DUE            PIC S9(7).
       01  WS-DAYS-TO-MATURITY         PIC S9(7).
       01  WS-ABS-BALANCE              PIC S9(13)V99 COMP-3.
       01  WS-TD-SMALL-MAX             PIC S9(9)V99 COMP-3
                                       VALUE 100000.00.
       01  WS-TD-LARGE-MIN             PIC S9(9)V99 COMP-3
                                       VALUE 250000.00.

      *----------------------------------------------------------------
      * LINE ITEMS: SCHEDULE, ITEM CODE AND DESCRIPTION. ITEMS 1-6
      * ARE THE DEPOSIT BODY OF RC-E, 17-19 THE LOAN BODY OF RC-C;
      * ITEM 20 (OVERDRAFTS) IS CARRIED ON THE DEPOSIT LEDGER.
      *----------------------------------------------------------------
       01  WS-ITEM-DEFS.
           05  FILLER PIC X(12) VALUE 'RC-EDEP-TIND'.
           05  FILLER PIC X(40) VALUE
               'TRANSACTION ACCTS - INDIVIDUALS'.
           05  FILLER PIC X(12) VALUE 'RC-EDEP-NIND'.
           05  FILLER PIC X(40) VALUE
               'NONTRANSACTION ACCTS - INDIVIDUALS'.
           05  FILLER PIC X(12) VALUE 'RC-EDEP-TCOR'.
           05  FILLER PIC X(40) VALUE
               'TRANSACTION ACCTS - CORPORATIONS'.
           05  FILLER PIC X(12) VALUE 'RC-EDEP-NCOR'.
           05  FILLER PIC X(40) VALUE
               'NONTRANSACTION ACCTS - CORPORATIONS'.
           05  FILLER PIC X(12) VALUE 'RC-EDEP-TGOV'.
           05  FILLER PIC X(40) VALUE
               'TRANSACTION ACCTS - GOVERNMENTS'.
           05  FILLER PIC X(12) VALUE 'RC-EDEP-NGOV'.
           05  FILLER PIC X(40) VALUE
               'NONTRANSACTION ACCTS - GOVERNMENTS'.
           05  FILLER PIC X(12) VALUE 'RC-EMEM-IRA '.
           05  FILLER PIC X(40) VALUE
               'MEMO: IRA AND KEOGH BALANCES'.
           05  FILLER PIC X(12) VALUE 'RC-EMEM-MMDA'.
           05  FILLER PIC X(40) VALUE
               'MEMO: MONEY MARKET DEPOSIT ACCOUNTS'.
           05  FILLER PIC X(12) VALUE 'RC-EMEM-OSAV'.
           05  FILLER PIC X(40) VALUE
               'MEMO: OTHER SAVINGS DEPOSITS'.
           05  FILLER PIC X(12) VALUE 'RC-ETD-LE100'.
           05  FILLER PIC X(40) VALUE
               'MEMO: TIME DEPOSITS $100,000 OR LESS'.
           05  FILLER PIC X(12) VALUE 'RC-ETD-100-2'.
           05  FILLER PIC X(40) VALUE
               'MEMO: TIME DEPOSITS $100,000-$250,000'.
           05  FILLER PIC X(12) VALUE 'RC-ETD-GT250'.
           05  FILLER PIC X(40) VALUE
               'MEMO: TIME DEPOSITS OVER $250,000'.
           05  FILLER PIC X(12) VALUE 'RC-ETD-M03  '.
           05  FILLER PIC X(40) VALUE
               'MEMO: TIME DEP MATURING 3 MONTHS OR LESS'.
           05  FILLER PIC X(12) VALUE 'RC-ETD-M12  '.
           05  FILLER PIC X(40) VALUE
               'MEMO: TIME DEP MATURING 3-12 MONTHS'.
           05  FILLER PIC X(12) VALUE 'RC-ETD-Y03  '.
           05  FILLER PIC X(40) VALUE
               'MEMO: TIME DEP MATURING 1-3 YEARS'.
           05  FILLER PIC X(12) VALUE 'RC-ETD-GT3Y '.
           05  FILLER PIC X(40) VALUE
               'MEMO: TIME DEP MATURING OVER 3 YEARS'.
           05  FILLER PIC X(12) VALUE 'RC-CLN-CONS '.
           05  FILLER PIC X(40) VALUE
               'LOANS TO INDIVIDUALS'.
           05  FILLER PIC X(12) VALUE 'RC-CLN-COMM '.
           05  FILLER PIC X(40) VALUE
               'COMMERCIAL AND INDUSTRIAL LOANS'.
           05  FILLER PIC X(12) VALUE 'RC-CLN-GOVT '.
           05  FILLER PIC X(40) VALUE
               'LOANS TO GOVERNMENTS'.
           05  FILLER PIC X(12) VALUE 'RC-CLN-ODRFT'.
           05  FILLER PIC X(40) VALUE
               'DEPOSIT OVERDRAFTS RECLASSIFIED'.
           05  FILLER PIC X(12) VALUE 'RC-NPD-30-89'.
           05  FILLER PIC X(40) VALUE
               'PAST DUE 30-89 DAYS, STILL ACCRUING'.
           05  FILLER PIC X(12) VALUE 'RC-NPD-90ACC'.
           05  FILLER PIC X(40) VALUE
               'PAST DUE 90+ DAYS, STILL ACCRUING'.
           05  FILLER PIC X(12) VALUE 'RC-NPD-NONAC'.
           05  FILLER PIC X(40) VALUE
               'NONACCRUAL'.
       01  WS-ITEM-DEFS-R REDEFINES WS-ITEM-DEFS.
           05  WS-ID-ENTRY OCCURS 23 TIMES.
               10  WS-ID-SCHEDULE      PIC X(4).
               10  WS-ID-LINE-ITEM     PIC X(8).
               10  WS-ID-DESCRIPTION   PIC X(40).
       01  WS-ITEM-TABLE.
           05  WS-IT-ENTRY OCCURS 23 TIMES.
               10  WS-IT-COUNT         PIC 9(7).
               10  WS-IT-AMOUNT        PIC S9(15)V99 COMP-3.
       01  WS-ITEM-COUNT               PIC 9(2) VALUE 23.
       01  WS-IT-IDX                   PIC 9(2).
       01  WS-ITEM-HIT                 PIC 9(2).

      *----------------------------------------------------------------
      * GL TIE-OUT.
      *----------------------------------------------------------------
       01  WS-DEP-GL-CODE              PIC X(10) VALUE SPACES.
       01  WS-LN-GL-CODE               PIC X(10) VALUE SPACES.
       01  WS-DEP-GL-EFF               PIC 9(8) VALUE 0.
       01  WS-LN-GL-EFF                PIC 9(8) VALUE 0.
       01  WS-DEP-GL-FOUND-FLAG        PIC X(1) VALUE 'N'.
           88  WS-DEP-GL-FOUND         VALUE 'Y'.
       01  WS-LN-GL-FOUND-FLAG         PIC X(1) VALUE 'N'.
           88  WS-LN-GL-FOUND          VALUE 'Y'.
       01  WS-DEP-GL-BALANCE           PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-LN-GL-BALANCE            PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-DEP-SCHEDULE-TOTAL       PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-DEP-LEDGER-NET           PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-LN-SCHEDULE-TOTAL        PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-TIE-DIFFERENCE           PIC S9(15)V99 COMP-3.
       01  WS-OUT-OF-BALANCE-FLAG      PIC X(1) VALUE 'N'.
           88  WS-OUT-OF-BALANCE       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ        PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-CLASSIFIED  PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-SKIPPED     PIC 9(9) VALUE 0.
           05  WS-OWNERS-NOT-FOUND     PIC 9(7) VALUE 0.
           05  WS-EXTRACTS-WRITTEN     PIC 9(5) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'FFIEC CALL REPORT EXTRACT - AS OF DATE'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RH-AS-OF             PIC 9(8).
           05  FILLER                  PIC X(10) VALUE '  QUARTER '.
           05  WS-RH-QUARTER           PIC 9(6).
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'SCHED'.
           05  FILLER                  PIC X(10) VALUE 'LINE ITEM'.
           05  FILLER                  PIC X(42) VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(9) VALUE ' ACCOUNTS'.
           05  FILLER                  PIC X(21) VALUE
               '               AMOUNT'.
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-SCHEDULE          PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-LINE-ITEM         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-DESCRIPTION       PIC X(40).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-AMOUNT            PIC Z(14)9.99-.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-TIE-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'GENERAL LEDGER TIE-OUT'.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-TIE-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-LABEL             PIC X(50).
           05  WS-TL-AMOUNT            PIC Z(14)9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-NOTE              PIC X(30).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-TIE-LABEL-WORK.
           05  FILLER                  PIC X(3) VALUE 'GL '.
           05  WS-TW-CODE              PIC X(10).
           05  WS-TW-TEXT              PIC X(37).

       01  WS-REPORT-TOTAL.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RT-LABEL             PIC X(30).
           05  WS-RT-COUNT             PIC Z(8)9.
           05  FILLER                  PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CLASSIFY-ACCOUNTS
               UNTIL WS-ACCT-EOF
           PERFORM 3000-LOAD-GL-MAP
           PERFORM 3500-LOAD-GL-BALANCES
           PERFORM 4000-WRITE-LINE-ITEMS
           PERFORM 5000-WRITE-TIE-OUT
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** CALL REPORT EXTRACT STARTED ***'
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
           DIVIDE WS-PS-MM BY 3 GIVING WS-QW-MM
           IF WS-QW-MM * 3 < WS-PS-MM
               ADD 1 TO WS-QW-MM
           END-IF
           MULTIPLY 3 BY WS-QW-MM
           MOVE WS-PS-YYYY TO WS-QW-YYYY
           MOVE WS-QTR-WORK TO WS-CUR-QUARTER
           DISPLAY 'AS-OF DATE: ' WS-PROCESSING-DATE
               ' QUARTER ENDING ' WS-CUR-QUARTER
           INITIALIZE WS-ITEM-TABLE
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
           OPEN OUTPUT CALL-EXTRACT-FILE
           OPEN OUTPUT CALL-REPORT-FILE
           MOVE WS-PROCESSING-DATE TO WS-RH-AS-OF
           MOVE WS-CUR-QUARTER TO WS-RH-QUARTER
           WRITE CALL-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE CALL-REPORT-LINE FROM WS-COLUMN-HEADER.

      *----------------------------------------------------------------
      * CLOSED AND CHARGED-OFF ACCOUNTS CARRY NO BOOK BALANCE.
      *----------------------------------------------------------------
       2000-CLASSIFY-ACCOUNTS.
           READ ACCOUNT-MASTER NEXT
               AT END
                   SET WS-ACCT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   IF ACCT-CLOSED OR ACCT-CHARGED-OFF
                       OR ACCT-BALANCE = 0
                       ADD 1 TO WS-ACCOUNTS-SKIPPED
                   ELSE
                       ADD 1 TO WS-ACCOUNTS-CLASSIFIED
                       PERFORM 2100-GET-OWNER-CLASS
                       IF LOAN-ACCT
                           PERFORM 2400-CLASSIFY-LOAN
                       ELSE
                           PERFORM 2200-CLASSIFY-DEPOSIT
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * THE OWNER'S CLASS IS KEPT ACROSS CONSECUTIVE ACCOUNTS OF THE
      * SAME OWNER. AN OWNER NOT ON FILE COUNTS AS AN INDIVIDUAL.
      *----------------------------------------------------------------
       2100-GET-OWNER-CLASS.
           IF ACCT-OWNER-ID NOT = WS-LAST-OWNER-ID
               MOVE ACCT-OWNER-ID TO WS-LAST-OWNER-ID
               SET WS-OWNER-INDIVIDUAL TO TRUE
               MOVE 'N' TO WS-OWNER-IRA-FLAG
               MOVE ACCT-OWNER-ID TO CUST-ID
               READ CUSTOMER-FILE
               IF WS-CUST-OK
                   EVALUATE TRUE
                       WHEN CUST-CORPORATE
                           SET WS-OWNER-CORPORATE TO TRUE
                       WHEN CUST-GOVERNMENT
                           SET WS-OWNER-GOVERNMENT TO TRUE
                   END-EVALUATE
                   IF IRA-TYPE
                       SET WS-OWNER-IRA TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-OWNERS-NOT-FOUND
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A DEPOSIT ACCOUNT IN OVERDRAFT IS REPORTED AS A LOAN.
      *----------------------------------------------------------------
       2200-CLASSIFY-DEPOSIT.
           IF ACCT-BALANCE < 0
               COMPUTE WS-ABS-BALANCE = 0 - ACCT-BALANCE
               MOVE 20 TO WS-ITEM-HIT
               PERFORM 2900-ADD-TO-ITEM
           ELSE
               MOVE ACCT-BALANCE TO WS-ABS-BALANCE
               EVALUATE TRUE
                   WHEN WS-OWNER-CORPORATE
                       MOVE 3 TO WS-ITEM-HIT
                   WHEN WS-OWNER-GOVERNMENT
                       MOVE 5 TO WS-ITEM-HIT
                   WHEN OTHER
                       MOVE 1 TO WS-ITEM-HIT
               END-EVALUATE
               IF NOT CHECKING-ACCT
                   ADD 1 TO WS-ITEM-HIT
               END-IF
               PERFORM 2900-ADD-TO-ITEM
               IF WS-OWNER-IRA
                   MOVE 7 TO WS-ITEM-HIT
                   PERFORM 2900-ADD-TO-ITEM
               END-IF
               EVALUATE TRUE
                   WHEN MONEY-MKT
                       MOVE 8 TO WS-ITEM-HIT
                       PERFORM 2900-ADD-TO-ITEM
                   WHEN SAVINGS-ACCT
                       MOVE 9 TO WS-ITEM-HIT
                       PERFORM 2900-ADD-TO-ITEM
                   WHEN CD-ACCT
                       PERFORM 2300-CLASSIFY-TIME-DEPOSIT
               END-EVALUATE
           END-IF.

       2300-CLASSIFY-TIME-DEPOSIT.
           EVALUATE TRUE
               WHEN ACCT-BALANCE <= WS-TD-SMALL-MAX
                   MOVE 10 TO WS-ITEM-HIT
               WHEN ACCT-BALANCE <= WS-TD-LARGE-MIN
                   MOVE 11 TO WS-ITEM-HIT
               WHEN OTHER
                   MOVE 12 TO WS-ITEM-HIT
           END-EVALUATE
           PERFORM 2900-ADD-TO-ITEM
           MOVE 0 TO WS-DAYS-TO-MATURITY
           IF ACCT-MATURITY-DATE > WS-PROCESSING-DATE
               COMPUTE WS-DAYS-TO-MATURITY =
                   FUNCTION INTEGER-OF-DATE(ACCT-MATURITY-DATE)
                   - WS-AS-OF-INT
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-TO-MATURITY <= 91
                   MOVE 13 TO WS-ITEM-HIT
               WHEN WS-DAYS-TO-MATURITY <= 365
                   MOVE 14 TO WS-ITEM-HIT
               WHEN WS-DAYS-TO-MATURITY <= 1095
                   MOVE 15 TO WS-ITEM-HIT
               WHEN OTHER
                   MOVE 16 TO WS-ITEM-HIT
           END-EVALUATE
           PERFORM 2900-ADD-TO-ITEM.

      *----------------------------------------------------------------
      * LOANS BY BORROWER, THEN PAST-DUE STATUS. A NONACCRUAL LOAN
      * IS REPORTED AS NONACCRUAL WHATEVER ITS AGE.
      *----------------------------------------------------------------
       2400-CLASSIFY-LOAN.
           MOVE ACCT-BALANCE TO WS-ABS-BALANCE
           EVALUATE TRUE
               WHEN WS-OWNER-CORPORATE
                   MOVE 18 TO WS-ITEM-HIT
               WHEN WS-OWNER-GOVERNMENT
                   MOVE 19 TO WS-ITEM-HIT
               WHEN OTHER
                   MOVE 17 TO WS-ITEM-HIT
           END-EVALUATE
           PERFORM 2900-ADD-TO-ITEM
           MOVE 0 TO WS-DAYS-PAST-DUE
           IF ACCT-PMT-DUE-DATE > 0
               AND ACCT-PMT-DUE-DATE < WS-PROCESSING-DATE
               COMPUTE WS-DAYS-PAST-DUE = WS-AS-OF-INT
                   - FUNCTION INTEGER-OF-DATE(ACCT-PMT-DUE-DATE)
           END-IF
           MOVE 0 TO WS-ITEM-HIT
           EVALUATE TRUE
               WHEN ACCT-NON-ACCRUAL
                   MOVE 23 TO WS-ITEM-HIT
               WHEN WS-DAYS-PAST-DUE >= 90
                   MOVE 22 TO WS-ITEM-HIT
               WHEN WS-DAYS-PAST-DUE >= 30
                   MOVE 21 TO WS-ITEM-HIT
           END-EVALUATE
           IF WS-ITEM-HIT > 0
               PERFORM 2900-ADD-TO-ITEM
           END-IF.

       2900-ADD-TO-ITEM.
           ADD 1 TO WS-IT-COUNT(WS-ITEM-HIT)
           ADD WS-ABS-BALANCE TO WS-IT-AMOUNT(WS-ITEM-HIT).

      *----------------------------------------------------------------
      * THE LATEST MAPPING EFFECTIVE BY THE AS-OF DATE WINS. WITH NO
      * DEPOSIT MAPPING THE LEGACY BUILT-IN CODE APPLIES; LOAN
      * PRINCIPAL HAS NO BUILT-IN CODE AND IS NOT TIED UNLESS MAPPED.
      *----------------------------------------------------------------
       3000-LOAD-GL-MAP.
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
                           EVALUATE GM-EVENT-CODE
                               WHEN 'DDACASH'
                                   IF GM-EFF-DATE >= WS-DEP-GL-EFF
                                       MOVE GM-GL-ACCOUNT
                                           TO WS-DEP-GL-CODE
                                       MOVE GM-EFF-DATE
                                           TO WS-DEP-GL-EFF
                                   END-IF
                               WHEN 'LNPRIN'
                                   IF GM-EFF-DATE >= WS-LN-GL-EFF
                                       MOVE GM-GL-ACCOUNT
                                           TO WS-LN-GL-CODE
                                       MOVE GM-EFF-DATE
                                           TO WS-LN-GL-EFF
                                   END-IF
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GLM-OK OR WS-GLM-STATUS = '10'
               CLOSE GL-MAP-FILE
           END-IF
           IF WS-DEP-GL-CODE = SPACES
               MOVE '100000' TO WS-DEP-GL-CODE
           END-IF.

       3500-LOAD-GL-BALANCES.
           OPEN INPUT GL-BALANCE-FILE
           IF NOT WS-GLB-OK
               DISPLAY 'NO GL BALANCE FILE: ' WS-GLB-STATUS
               SET WS-GLB-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-GLB-NO-MORE
               READ GL-BALANCE-FILE
                   AT END
                       SET WS-GLB-NO-MORE TO TRUE
                   NOT AT END
                       IF GB-ACCOUNT-CODE = WS-DEP-GL-CODE
                           SET WS-DEP-GL-FOUND TO TRUE
                           MOVE GB-BALANCE TO WS-DEP-GL-BALANCE
                       END-IF
                       IF WS-LN-GL-CODE NOT = SPACES
                           AND GB-ACCOUNT-CODE = WS-LN-GL-CODE
                           SET WS-LN-GL-FOUND TO TRUE
                           MOVE GB-BALANCE TO WS-LN-GL-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GLB-OK OR WS-GLB-STATUS = '10'
               CLOSE GL-BALANCE-FILE
           END-IF.

       4000-WRITE-LINE-ITEMS.
           PERFORM VARYING WS-IT-IDX FROM 1 BY 1
               UNTIL WS-IT-IDX > WS-ITEM-COUNT
               MOVE WS-ID-SCHEDULE(WS-IT-IDX) TO WS-RD-SCHEDULE
               MOVE WS-ID-LINE-ITEM(WS-IT-IDX) TO WS-RD-LINE-ITEM
               MOVE WS-ID-DESCRIPTION(WS-IT-IDX)
                   TO WS-RD-DESCRIPTION
               MOVE WS-IT-COUNT(WS-IT-IDX) TO WS-RD-COUNT
               MOVE WS-IT-AMOUNT(WS-IT-IDX) TO WS-RD-AMOUNT
               WRITE CALL-REPORT-LINE FROM WS-REPORT-DETAIL
               MOVE SPACES TO CALL-EXTRACT-RECORD
               MOVE WS-PROCESSING-DATE TO CX-AS-OF-DATE
               MOVE WS-CUR-QUARTER TO CX-QUARTER
               MOVE WS-ID-SCHEDULE(WS-IT-IDX) TO CX-SCHEDULE
               MOVE WS-ID-LINE-ITEM(WS-IT-IDX) TO CX-LINE-ITEM
               MOVE WS-ID-DESCRIPTION(WS-IT-IDX) TO CX-DESCRIPTION
               MOVE WS-IT-COUNT(WS-IT-IDX) TO CX-ACCOUNT-COUNT
               MOVE WS-IT-AMOUNT(WS-IT-IDX) TO CX-AMOUNT
               WRITE CALL-EXTRACT-RECORD
               ADD 1 TO WS-EXTRACTS-WRITTEN
               IF WS-IT-IDX <= 6
                   ADD WS-IT-AMOUNT(WS-IT-IDX)
                       TO WS-DEP-SCHEDULE-TOTAL
               END-IF
               IF WS-IT-IDX >= 17 AND WS-IT-IDX <= 19
                   ADD WS-IT-AMOUNT(WS-IT-IDX)
                       TO WS-LN-SCHEDULE-TOTAL
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * DEPOSITS: THE RC-E BODY LESS THE OVERDRAFTS RECLASSIFIED OUT
      * OF IT IS THE NET DEPOSIT LEDGER, WHICH CARRIES A CREDIT
      * (NEGATIVE) GL BALANCE. LOANS CARRY A DEBIT BALANCE.
      *----------------------------------------------------------------
       5000-WRITE-TIE-OUT.
           MOVE SPACES TO CALL-REPORT-LINE
           WRITE CALL-REPORT-LINE
           WRITE CALL-REPORT-LINE FROM WS-TIE-HEADER
           MOVE SPACES TO WS-TL-NOTE
           MOVE 'DEPOSITS PER SCHEDULE RC-E' TO WS-TL-LABEL
           MOVE WS-DEP-SCHEDULE-TOTAL TO WS-TL-AMOUNT
           WRITE CALL-REPORT-LINE FROM WS-TIE-LINE
           MOVE 'LESS OVERDRAFTS RECLASSIFIED TO LOANS'
               TO WS-TL-LABEL
           MOVE WS-IT-AMOUNT(20) TO WS-TL-AMOUNT
           WRITE CALL-REPORT-LINE FROM WS-TIE-LINE
           COMPUTE WS-DEP-LEDGER-NET =
               WS-DEP-SCHEDULE-TOTAL - WS-IT-AMOUNT(20)
           MOVE 'NET DEPOSIT LEDGER' TO WS-TL-LABEL
           MOVE WS-DEP-LEDGER-NET TO WS-TL-AMOUNT
           WRITE CALL-REPORT-LINE FROM WS-TIE-LINE
           MOVE WS-DEP-GL-CODE TO WS-TW-CODE
           MOVE 'BALANCE (CREDIT)' TO WS-TW-TEXT
           MOVE WS-TIE-LABEL-WORK TO WS-TL-LABEL
           COMPUTE WS-TL-AMOUNT = 0 - WS-DEP-GL-BALANCE
           COMPUTE WS-TIE-DIFFERENCE =
               WS-DEP-LEDGER-NET + WS-DEP-GL-BALANCE
           EVALUATE TRUE
               WHEN NOT WS-DEP-GL-FOUND
                   MOVE 'GL ACCOUNT NOT ON FILE' TO WS-TL-NOTE
                   SET WS-OUT-OF-BALANCE TO TRUE
               WHEN WS-TIE-DIFFERENCE = 0
                   MOVE 'IN BALANCE' TO WS-TL-NOTE
               WHEN OTHER
                   MOVE '*** OUT OF BALANCE ***' TO WS-TL-NOTE
                   SET WS-OUT-OF-BALANCE TO TRUE
           END-EVALUATE
           WRITE CALL-REPORT-LINE FROM WS-TIE-LINE
           MOVE SPACES TO WS-TL-NOTE
           MOVE 'DEPOSIT DIFFERENCE' TO WS-TL-LABEL
           MOVE WS-TIE-DIFFERENCE TO WS-TL-AMOUNT
           WRITE CALL-REPORT-LINE FROM WS-TIE-LINE
           MOVE SPACES TO CALL-REPORT-LINE
           WRITE CALL-REPORT-LINE
           MOVE 'LOANS PER SCHEDULE RC-C (EXCL OVERDRAFTS)'
               TO WS-TL-LABEL
           MOVE WS-LN-SCHEDULE-TOTAL TO WS-TL-AMOUNT
           WRITE CALL-REPORT-LINE FROM WS-TIE-LINE
           IF WS-LN-GL-CODE = SPACES
               MOVE 'LOAN PRINCIPAL GL ACCOUNT' TO WS-TL-LABEL
               MOVE 0 TO WS-TL-AMOUNT
               MOVE 'NO GL MAPPING - NOT TIED' TO WS-TL-NOTE
               SET WS-OUT-OF-BALANCE TO TRUE
               WRITE CALL-REPORT-LINE FROM WS-TIE-LINE
           ELSE
               MOVE WS-LN-GL-CODE TO WS-TW-CODE
               MOVE 'BALANCE (DEBIT)' TO WS-TW-TEXT
               MOVE WS-TIE-LABEL-WORK TO WS-TL-LABEL
               MOVE WS-LN-GL-BALANCE TO WS-TL-AMOUNT
               COMPUTE WS-TIE-DIFFERENCE =
                   WS-LN-SCHEDULE-TOTAL - WS-LN-GL-BALANCE
               EVALUATE TRUE
                   WHEN NOT WS-LN-GL-FOUND
                       MOVE 'GL ACCOUNT NOT ON FILE' TO WS-TL-NOTE
                       SET WS-OUT-OF-BALANCE TO TRUE
                   WHEN WS-TIE-DIFFERENCE = 0
                       MOVE 'IN BALANCE' TO WS-TL-NOTE
                   WHEN OTHER
                       MOVE '*** OUT OF BALANCE ***' TO WS-TL-NOTE
                       SET WS-OUT-OF-BALANCE TO TRUE
               END-EVALUATE
               WRITE CALL-REPORT-LINE FROM WS-TIE-LINE
               MOVE SPACES TO WS-TL-NOTE
               MOVE 'LOAN DIFFERENCE' TO WS-TL-LABEL
               MOVE WS-TIE-DIFFERENCE TO WS-TL-AMOUNT
               WRITE CALL-REPORT-LINE FROM WS-TIE-LINE
           END-IF
           MOVE SPACES TO CALL-REPORT-LINE
           WRITE CALL-REPORT-LINE
           MOVE 'ACCOUNTS READ' TO WS-RT-LABEL
           MOVE WS-ACCOUNTS-READ TO WS-RT-COUNT
           WRITE CALL-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'ACCOUNTS CLASSIFIED' TO WS-RT-LABEL
           MOVE WS-ACCOUNTS-CLASSIFIED TO WS-RT-COUNT
           WRITE CALL-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'OWNERS NOT ON CUSTOMER FILE' TO WS-RT-LABEL
           MOVE WS-OWNERS-NOT-FOUND TO WS-RT-COUNT
           WRITE CALL-REPORT-LINE FROM WS-REPORT-TOTAL.

       9000-FINALIZE.
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-FILE
           CLOSE CALL-EXTRACT-FILE
           CLOSE CALL-REPORT-FILE
           IF WS-OUT-OF-BALANCE
               DISPLAY 'WARNING - CALL REPORT DOES NOT TIE TO GL'
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '*** CALL REPORT EXTRACT COMPLETE ***'
           DISPLAY 'ACCOUNTS READ:       ' WS-ACCOUNTS-READ
           DISPLAY 'ACCOUNTS CLASSIFIED: ' WS-ACCOUNTS-CLASSIFIED
           DISPLAY 'ACCOUNTS SKIPPED:    ' WS-ACCOUNTS-SKIPPED
           DISPLAY 'OWNERS NOT FOUND:    ' WS-OWNERS-NOT-FOUND
           DISPLAY 'LINE ITEMS WRITTEN:  ' WS-EXTRACTS-WRITTEN.
