       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBILL.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-09-04.
      *================================================================*
      * LOAN BILLING NOTICES AND PAYMENT COUPONS                       *
      * NIGHTLY SWEEP OF THE LOAN PORTFOLIO THAT BILLS EACH ACTIVE     *
      * SCHEDULED LOAN THE CONFIGURED NUMBER OF DAYS (LNBILCTL)        *
      * AHEAD OF ITS NEXT PAYMENT DUE DATE. THE BILL CARRIES THE       *
      * CURRENT INSTALLMENT SPLIT INTO PRINCIPAL, INTEREST, AND        *
      * ESCROW, ANY INSTALLMENTS ALREADY PAST DUE, AND LATE CHARGES    *
      * NOT YET BILLED OR PAID, AND GOES OUT THROUGH THE CONSOLIDATED  *
      * NOTICE EXTRACT (CUSTNOTC) SO NOTCFMT HONORS E-DELIVERY:        *
      *   LBL1  BILLING NOTICE - DUE DATE AND TOTAL AMOUNT DUE         *
      *   LBL2  BREAKDOWN OF THE CURRENT INSTALLMENT                   *
      *   LBL3  PAST-DUE AMOUNT AND LATE CHARGES (ONLY WHEN OWED)      *
      *   LBL4  PAYMENT COUPON                                         *
      * LOANS UNDER A BANKRUPTCY STAY OR IN FORBEARANCE ARE NOT        *
      * BILLED.                                                        *
      *                                                                *
      * THE BILLING MASTER (LNBILMST) HOLDS EACH LOAN'S LAST BILL SO   *
      * A DUE DATE IS BILLED ONCE, AND A RUN MISSED OVER A WEEKEND OR  *
      * HOLIDAY CATCHES UP. ONCE A BILLED DUE DATE PASSES, THE BILL    *
      * IS RECONCILED: PAID WHEN THE LOAN PAYMENTS POSTED BY THE       *
      * NIGHTLY RUN HAVE ADVANCED THE DUE DATE BEYOND IT, UNPAID       *
      * OTHERWISE. EVERY BILL AND EVERY RECONCILIATION IS APPENDED TO  *
      * THE BILLING REGISTER (LNBILREG) FOR COLLECTIONS AND PRINTED    *
      * ON THE RUN'S REGISTER REPORT (LNBILRPT).                       *
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
           SELECT OPTIONAL BILL-MASTER ASSIGN TO LNBILMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-ACCT-NUMBER
               FILE STATUS IS WS-BM-STATUS.
           SELECT OPTIONAL BILL-CTL-FILE ASSIGN TO LNBILCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL BILL-REGISTER-FILE ASSIGN TO LNBILREG
               ORGANIZATION IS SEQUENTIAL.
           SELECT BILL-REPORT-FILE ASSIGN TO LNBILRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CUST-NOTICE-FILE ASSIGN TO CUSTNOTC
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BKR-STAY-FILE ASSIGN TO BKRSTAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKRS-STATUS.
           SELECT OPTIONAL WORKOUT-LIST-FILE ASSIGN TO LNWKLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WKL-STATUS.
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
               88  LOAN-ACCT           VALUE 'LN'.
           05  ACCT-OWNER-ID           PIC 9(10).
           05  ACCT-BALANCE            PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(15).
           05  ACCT-INT-RATE           PIC 9V9(5).
           05  FILLER                  PIC X(57).
           05  ACCT-STATUS             PIC X(1).
               88  ACCT-ACTIVE         VALUE 'A'.
           05  FILLER                  PIC X(30).
           05  ACCT-ESCROW-PMT         PIC S9(7)V99 COMP-3.
           05  FILLER                  PIC X(18).
           05  ACCT-PMT-DUE-DATE       PIC 9(8).
           05  ACCT-PMT-AMOUNT         PIC S9(9)V99 COMP-3.
           05  ACCT-LATE-FEE-DATE      PIC 9(8).
           05  ACCT-LATE-FEES-YTD      PIC S9(7)V99 COMP-3.
           05  FILLER                  PIC X(28).

      *----------------------------------------------------------------
      * BILLING MASTER: THE LOAN'S LAST BILL. STATUS 'O' OPEN (DUE
      * DATE NOT YET PASSED), 'P' PAID, 'U' UNPAID AT THE DUE DATE,
      * 'X' LOAN NO LONGER ACTIVE. BM-LATE-YTD IS THE LOAN'S LATE
      * CHARGES YEAR-TO-DATE WHEN BILLED, SO THE NEXT BILL PICKS UP
      * ONLY CHARGES ASSESSED SINCE.
      *----------------------------------------------------------------
       FD  BILL-MASTER.
       01  BILL-MASTER-RECORD.
           05  BM-ACCT-NUMBER          PIC 9(12).
           05  BM-BILL-DATE            PIC 9(8).
           05  BM-DUE-DATE             PIC 9(8).
           05  BM-STATUS               PIC X(1).
               88  BM-OPEN             VALUE 'O'.
               88  BM-PAID             VALUE 'P'.
               88  BM-UNPAID           VALUE 'U'.
               88  BM-INACTIVE         VALUE 'X'.
           05  BM-TOTAL-DUE            PIC S9(11)V99 COMP-3.
           05  BM-LATE-BILLED          PIC S9(7)V99 COMP-3.
           05  BM-LATE-YTD             PIC S9(7)V99 COMP-3.
           05  BM-STATUS-DATE          PIC 9(8).
           05  FILLER                  PIC X(20).

      *----------------------------------------------------------------
      * CONTROL: DAYS AHEAD OF THE DUE DATE THAT A LOAN IS BILLED.
      *----------------------------------------------------------------
       FD  BILL-CTL-FILE.
       01  BILL-CTL-RECORD.
           05  BC-LEAD-DAYS            PIC 9(3).
           05  FILLER                  PIC X(17).

      *----------------------------------------------------------------
      * BILLING REGISTER: ONE 'B' RECORD PER BILL ISSUED, AND ONE
      * 'P' (PAID), 'U' (UNPAID), OR 'X' (LOAN NO LONGER ACTIVE)
      * RECORD WHEN THE BILL IS RECONCILED AFTER ITS DUE DATE.
      *----------------------------------------------------------------
       FD  BILL-REGISTER-FILE.
       01  BILL-REGISTER-RECORD.
           05  BR-REC-TYPE             PIC X(1).
               88  BR-BILLED           VALUE 'B'.
               88  BR-PAID             VALUE 'P'.
               88  BR-UNPAID           VALUE 'U'.
               88  BR-INACTIVE         VALUE 'X'.
           05  BR-ACCT-NUMBER          PIC 9(12).
           05  BR-BRANCH               PIC 9(4).
           05  BR-OWNER-ID             PIC 9(10).
           05  BR-BILL-DATE            PIC 9(8).
           05  BR-DUE-DATE             PIC 9(8).
           05  BR-EVENT-DATE           PIC 9(8).
           05  BR-CURRENT-DUE          PIC S9(9)V99 COMP-3.
           05  BR-PRINCIPAL            PIC S9(9)V99 COMP-3.
           05  BR-INTEREST             PIC S9(9)V99 COMP-3.
           05  BR-ESCROW               PIC S9(9)V99 COMP-3.
           05  BR-PMTS-PAST-DUE        PIC 9(3).
           05  BR-PAST-DUE             PIC S9(11)V99 COMP-3.
           05  BR-LATE-CHARGES         PIC S9(7)V99 COMP-3.
           05  BR-TOTAL-DUE            PIC S9(11)V99 COMP-3.
           05  FILLER                  PIC X(10).

       FD  BILL-REPORT-FILE.
       01  BILL-REPORT-LINE            PIC X(132).

      *----------------------------------------------------------------
      * CONSOLIDATED CUSTOMER NOTICE EXTRACT SHARED WITH THE OTHER
      * NOTICE PRODUCERS; THE NOTICE FORMATTER (NOTCFMT) RENDERS
      * THE FINAL LETTERS.
      *----------------------------------------------------------------
       FD  CUST-NOTICE-FILE.
       01  CUST-NOTICE-RECORD.
           05  NO-LETTER-CODE          PIC X(4).
           05  NO-CUST-ID              PIC 9(10).
           05  NO-ACCT-NUMBER          PIC 9(12).
           05  NO-NOTICE-DATE          PIC 9(8).
           05  NO-VAR-DATA             PIC X(80).
           05  FILLER                  PIC X(10).

       FD  BKR-STAY-FILE.
       01  BKR-STAY-RECORD.
           05  BS-ACCT-NUMBER          PIC 9(12).
           05  BS-CUST-ID              PIC 9(10).
           05  BS-CASE-NUMBER          PIC X(15).
           05  BS-CHAPTER              PIC 9(2).
           05  BS-STATUS               PIC X(1).
               88  BS-STAY-ACTIVE      VALUE 'A'.
           05  BS-FILING-DATE          PIC 9(8).
           05  BS-STATUS-DATE          PIC 9(8).
           05  FILLER                  PIC X(14).

       FD  WORKOUT-LIST-FILE.
       01  WORKOUT-LIST-RECORD.
           05  WL-ACCT-NUMBER          PIC 9(12).
           05  WL-FB-START             PIC 9(8).
           05  WL-FB-END               PIC 9(8).
           05  FILLER                  PIC X(12).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-BM-STATUS                PIC X(2).
           88  WS-BM-OK                VALUE '00'.
       01  WS-CTL-STATUS               PIC X(2).
           88  WS-CTL-OK               VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-ACCT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-ACCT-EOF             VALUE 'Y'.
       01  WS-BM-FOUND-FLAG            PIC X(1).
           88  WS-BM-FOUND             VALUE 'Y'.

       01  WS-BKRS-STATUS              PIC X(2).
           88  WS-BKRS-OK              VALUE '00'.
       01  WS-BKRS-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-BKRS-NO-MORE         VALUE 'Y'.
       01  WS-STAY-TABLE.
           05  WS-ST-ACCT OCCURS 2000 TIMES PIC 9(12).
       01  WS-STAY-COUNT               PIC 9(4) VALUE 0.
       01  WS-STAY-IDX                 PIC 9(4).
       01  WS-MAX-STAY                 PIC 9(4) VALUE 2000.
       01  WS-STAY-OVERFLOW            PIC 9(7) VALUE 0.
       01  WS-STAY-HIT-FLAG            PIC X(1).
           88  WS-STAY-HIT             VALUE 'Y'.

       01  WS-WKL-STATUS               PIC X(2).
           88  WS-WKL-OK               VALUE '00'.
       01  WS-WKL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-WKL-NO-MORE          VALUE 'Y'.
       01  WS-FORB-TABLE.
           05  WS-FB-ENTRY OCCURS 2000 TIMES.
               10  WS-FB-ACCT          PIC 9(12).
               10  WS-FB-START         PIC 9(8).
       01  WS-FORB-COUNT               PIC 9(4) VALUE 0.
       01  WS-FORB-IDX                 PIC 9(4).
       01  WS-MAX-FORB                 PIC 9(4) VALUE 2000.
       01  WS-FORB-OVERFLOW            PIC 9(7) VALUE 0.
       01  WS-FORB-HIT-FLAG            PIC X(1).
           88  WS-FORB-HIT             VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-TODAY-INT                PIC 9(9).
       01  WS-LEAD-DAYS                PIC 9(3) VALUE 15.
       01  WS-DAYS-TO-DUE              PIC S9(5).

      *----------------------------------------------------------------
      * DUE DATE ARITHMETIC: EACH INSTALLMENT DATE IS THE CURRENT DUE
      * DATE PLUS A WHOLE NUMBER OF MONTHS (A DAY PAST THE END OF THE
      * TARGET MONTH FALLS BACK TO ITS LAST DAY), SO A SHORT MONTH
      * NEVER DRAGS THE LATER INSTALLMENTS EARLIER.
      *----------------------------------------------------------------
       01  WS-DATE-WORK                PIC 9(8).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           05  WS-DS-YYYY              PIC 9(4).
           05  WS-DS-MM                PIC 9(2).
           05  WS-DS-DD                PIC 9(2).
       01  WS-MONTHS-TO-ADD            PIC 9(3).
       01  WS-MONTH-SEQ                PIC 9(6).
       01  WS-MONTH-REM                PIC 9(2).
       01  WS-MAX-PAST-DUE             PIC 9(3) VALUE 999.

       01  WS-BILL-DUE-DATE            PIC 9(8).
       01  WS-PMTS-PAST-DUE            PIC 9(3).
       01  WS-CURRENT-DUE              PIC S9(9)V99 COMP-3.
       01  WS-PRIN-PORTION             PIC S9(9)V99 COMP-3.
       01  WS-INT-PORTION              PIC S9(9)V99 COMP-3.
       01  WS-ESC-PORTION              PIC S9(9)V99 COMP-3.
       01  WS-PAST-DUE-AMT             PIC S9(11)V99 COMP-3.
       01  WS-LATE-DUE                 PIC S9(7)V99 COMP-3.
       01  WS-LATE-NEW                 PIC S9(7)V99 COMP-3.
       01  WS-TOTAL-DUE                PIC S9(11)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-LOANS-READ           PIC 9(7) VALUE 0.
           05  WS-BILLS-ISSUED         PIC 9(7) VALUE 0.
           05  WS-BILLS-PAST-DUE       PIC 9(7) VALUE 0.
           05  WS-BILLS-STAYED         PIC 9(7) VALUE 0.
           05  WS-BILLS-FORBORNE       PIC 9(7) VALUE 0.
           05  WS-BILLS-PAID           PIC 9(7) VALUE 0.
           05  WS-BILLS-UNPAID         PIC 9(7) VALUE 0.
           05  WS-BILLS-INACTIVE       PIC 9(7) VALUE 0.
           05  WS-NOTICES-WRITTEN      PIC 9(7) VALUE 0.
           05  WS-TOTAL-BILLED         PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-PAST-DUE       PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-LATE           PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-TOTAL-UNPAID         PIC S9(13)V99 COMP-3 VALUE 0.

      *----------------------------------------------------------------
      * NOTICE TEXT, ONE 80-BYTE DETAIL PER LETTER CODE.
      *----------------------------------------------------------------
       01  WS-NOTICE-DUE-TEXT.
           05  FILLER                  PIC X(12) VALUE 'PAYMENT DUE '.
           05  WS-ND-DUE               PIC 9999/99/99.
           05  FILLER                  PIC X(19) VALUE
               '  TOTAL AMOUNT DUE '.
           05  WS-ND-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-NOTICE-SPLIT-TEXT.
           05  FILLER                  PIC X(10) VALUE 'PRINCIPAL '.
           05  WS-NS-PRIN              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11) VALUE '  INTEREST '.
           05  WS-NS-INT               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(9) VALUE '  ESCROW '.
           05  WS-NS-ESC               PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-NOTICE-PAST-TEXT.
           05  FILLER                  PIC X(9) VALUE 'PAST DUE '.
           05  WS-NP-PAST              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE ' ('.
           05  WS-NP-COUNT             PIC ZZ9.
           05  FILLER                  PIC X(18) VALUE
               ' PMTS)  LATE CHGS '.
           05  WS-NP-LATE              PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-NOTICE-COUPON-TEXT.
           05  FILLER                  PIC X(9) VALUE 'REMIT BY '.
           05  WS-NC-DUE               PIC 9999/99/99.
           05  FILLER                  PIC X(8) VALUE '  LOAN '.
           05  WS-NC-ACCT              PIC 9(12).
           05  FILLER                  PIC X(7) VALUE '  DUE '.
           05  WS-NC-TOTAL             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(20) VALUE
               '  ENCLOSED ________'.

      *----------------------------------------------------------------
      * BILLING REGISTER REPORT LAYOUTS.
      *----------------------------------------------------------------
       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(25) VALUE SPACES.
           05  FILLER                  PIC X(47) VALUE
               'LOAN BILLING REGISTER - DATE'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RH-DATE              PIC 9(8).
           05  FILLER                  PIC X(12) VALUE
               '  LEAD DAYS '.
           05  WS-RH-LEAD              PIC ZZ9.
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(9) VALUE 'EVENT'.
           05  FILLER                  PIC X(13) VALUE 'LOAN'.
           05  FILLER                  PIC X(11) VALUE 'OWNER'.
           05  FILLER                  PIC X(11) VALUE 'DUE DATE'.
           05  FILLER                  PIC X(15) VALUE
               '    CURRENT DUE'.
           05  FILLER                  PIC X(19) VALUE
               '   PAST DUE (PMTS)'.
           05  FILLER                  PIC X(12) VALUE
               '   LATE CHGS'.
           05  FILLER                  PIC X(18) VALUE
               '         TOTAL DUE'.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-EVENT             PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-ACCT              PIC 9(12).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-OWNER             PIC 9(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-DUE               PIC 9999/99/99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-CURRENT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-DL-PAST              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE '('.
           05  WS-DL-PMTS              PIC ZZ9.
           05  FILLER                  PIC X(1) VALUE ')'.
           05  WS-DL-LATE              PIC ZZZ,ZZ9.99-.
           05  WS-DL-TOTAL             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-AMOUNT            PIC Z(13)9.99-.
           05  FILLER                  PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BILLING-SWEEP
               UNTIL WS-ACCT-EOF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** LOAN BILLING STARTED ***'
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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           OPEN INPUT BILL-CTL-FILE
           IF WS-CTL-OK
               READ BILL-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BC-LEAD-DAYS > 0
                           MOVE BC-LEAD-DAYS TO WS-LEAD-DAYS
                       END-IF
               END-READ
               CLOSE BILL-CTL-FILE
           ELSE
               DISPLAY 'NO BILLING CONTROL - DEFAULT '
                   WS-LEAD-DAYS ' DAYS AHEAD OF DUE DATE'
           END-IF
           PERFORM 1100-LOAD-STAY-LIST
           PERFORM 1200-LOAD-WORKOUT-LIST
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY 'ERROR OPENING ACCOUNT MASTER: ' WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BILL-MASTER
           IF NOT WS-BM-OK AND WS-BM-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING BILLING MASTER: ' WS-BM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND BILL-REGISTER-FILE
           OPEN EXTEND CUST-NOTICE-FILE
           OPEN OUTPUT BILL-REPORT-FILE
           MOVE WS-PROCESSING-DATE TO WS-RH-DATE
           MOVE WS-LEAD-DAYS TO WS-RH-LEAD
           WRITE BILL-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO BILL-REPORT-LINE
           WRITE BILL-REPORT-LINE
           WRITE BILL-REPORT-LINE FROM WS-COLUMN-HEADER.

      *----------------------------------------------------------------
      * A LOAN UNDER THE AUTOMATIC STAY MAY NOT BE BILLED; THE RUN
      * HALTS RATHER THAN RISK BILLING ONE THE TABLE COULD NOT HOLD.
      *----------------------------------------------------------------
       1100-LOAD-STAY-LIST.
           MOVE 0 TO WS-STAY-COUNT
           OPEN INPUT BKR-STAY-FILE
           IF NOT WS-BKRS-OK
               SET WS-BKRS-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-BKRS-NO-MORE
               READ BKR-STAY-FILE
                   AT END
                       SET WS-BKRS-NO-MORE TO TRUE
                   NOT AT END
                       IF BS-STAY-ACTIVE
                           IF WS-STAY-COUNT < WS-MAX-STAY
                               ADD 1 TO WS-STAY-COUNT
                               MOVE BS-ACCT-NUMBER TO
                                   WS-ST-ACCT(WS-STAY-COUNT)
                           ELSE
                               ADD 1 TO WS-STAY-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKR-STAY-FILE
           IF WS-STAY-OVERFLOW > 0
               DISPLAY '*** BANKRUPTCY STAY TABLE OVERFLOW - '
                   WS-STAY-OVERFLOW ' LOAN(S) WOULD NOT LOAD ***'
               DISPLAY 'RUN HALTED - A STAYED LOAN COULD BE BILLED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STAY-COUNT > 0
               DISPLAY 'LOADED ' WS-STAY-COUNT
                   ' LOANS UNDER BANKRUPTCY STAY'
           END-IF.

      *----------------------------------------------------------------
      * A LOAN IN FORBEARANCE OWES NOTHING UNTIL LOANWRK CLOSES THE
      * FORBEARANCE AND SENDS THE END-OF-FORBEARANCE NOTICE.
      *----------------------------------------------------------------
       1200-LOAD-WORKOUT-LIST.
           MOVE 0 TO WS-FORB-COUNT
           OPEN INPUT WORKOUT-LIST-FILE
           IF NOT WS-WKL-OK
               SET WS-WKL-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-WKL-NO-MORE
               READ WORKOUT-LIST-FILE
                   AT END
                       SET WS-WKL-NO-MORE TO TRUE
                   NOT AT END
                       IF WS-FORB-COUNT < WS-MAX-FORB
                           ADD 1 TO WS-FORB-COUNT
                           MOVE WL-ACCT-NUMBER TO
                               WS-FB-ACCT(WS-FORB-COUNT)
                           MOVE WL-FB-START TO
                               WS-FB-START(WS-FORB-COUNT)
                       ELSE
                           ADD 1 TO WS-FORB-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKOUT-LIST-FILE
           IF WS-FORB-OVERFLOW > 0
               DISPLAY '*** FORBEARANCE TABLE OVERFLOW - '
                   WS-FORB-OVERFLOW ' LOAN(S) WOULD NOT LOAD ***'
               DISPLAY 'RUN HALTED - A FORBORNE LOAN COULD BE BILLED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FORB-COUNT > 0
               DISPLAY 'LOADED ' WS-FORB-COUNT
                   ' LOANS IN FORBEARANCE'
           END-IF.

       2000-BILLING-SWEEP.
           READ ACCOUNT-MASTER NEXT
               AT END
                   SET WS-ACCT-EOF TO TRUE
               NOT AT END
                   IF LOAN-ACCT
                       ADD 1 TO WS-LOANS-READ
                       PERFORM 2100-PROCESS-LOAN
                   END-IF
           END-READ.

       2100-PROCESS-LOAN.
           MOVE 'N' TO WS-BM-FOUND-FLAG
           MOVE ACCT-NUMBER TO BM-ACCT-NUMBER
           READ BILL-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BM-FOUND TO TRUE
           END-READ
           IF WS-BM-FOUND AND BM-OPEN
               PERFORM 2200-RECONCILE-PRIOR-BILL
           END-IF
           IF ACCT-ACTIVE AND ACCT-PMT-DUE-DATE > 0
               AND ACCT-PMT-AMOUNT > 0 AND ACCT-BALANCE > 0
               PERFORM 2300-FIND-NEXT-DUE
               COMPUTE WS-DAYS-TO-DUE =
                   FUNCTION INTEGER-OF-DATE(WS-BILL-DUE-DATE)
                       - WS-TODAY-INT
               IF WS-DAYS-TO-DUE <= WS-LEAD-DAYS
                   AND (NOT WS-BM-FOUND
                       OR BM-DUE-DATE < WS-BILL-DUE-DATE)
                   PERFORM 2400-CHECK-STAY
                   PERFORM 2450-CHECK-FORBEARANCE
                   EVALUATE TRUE
                       WHEN WS-STAY-HIT
                           ADD 1 TO WS-BILLS-STAYED
                       WHEN WS-FORB-HIT
                           AND WS-FB-START(WS-FORB-IDX)
                               <= WS-BILL-DUE-DATE
                           ADD 1 TO WS-BILLS-FORBORNE
                       WHEN OTHER
                           PERFORM 3000-ISSUE-BILL
                   END-EVALUATE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * AN OPEN BILL IS SETTLED ONCE ITS DUE DATE HAS PASSED (OR THE
      * LOAN IS NO LONGER ACTIVE): PAID WHEN THE POSTED PAYMENTS HAVE
      * MOVED THE LOAN'S DUE DATE BEYOND THE BILLED ONE.
      *----------------------------------------------------------------
       2200-RECONCILE-PRIOR-BILL.
           EVALUATE TRUE
               WHEN NOT ACCT-ACTIVE
                   SET BM-INACTIVE TO TRUE
                   ADD 1 TO WS-BILLS-INACTIVE
               WHEN ACCT-PMT-DUE-DATE > BM-DUE-DATE
                   SET BM-PAID TO TRUE
                   ADD 1 TO WS-BILLS-PAID
               WHEN WS-PROCESSING-DATE > BM-DUE-DATE
                   SET BM-UNPAID TO TRUE
                   ADD 1 TO WS-BILLS-UNPAID
                   ADD BM-TOTAL-DUE TO WS-TOTAL-UNPAID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT BM-OPEN
               MOVE WS-PROCESSING-DATE TO BM-STATUS-DATE
               REWRITE BILL-MASTER-RECORD
               MOVE SPACES TO BILL-REGISTER-RECORD
               MOVE BM-STATUS TO BR-REC-TYPE
               MOVE ACCT-NUMBER TO BR-ACCT-NUMBER
               MOVE ACCT-BRANCH TO BR-BRANCH
               MOVE ACCT-OWNER-ID TO BR-OWNER-ID
               MOVE BM-BILL-DATE TO BR-BILL-DATE
               MOVE BM-DUE-DATE TO BR-DUE-DATE
               MOVE WS-PROCESSING-DATE TO BR-EVENT-DATE
               MOVE 0 TO BR-CURRENT-DUE BR-PRINCIPAL BR-INTEREST
                   BR-ESCROW BR-PMTS-PAST-DUE BR-PAST-DUE
               MOVE BM-LATE-BILLED TO BR-LATE-CHARGES
               MOVE BM-TOTAL-DUE TO BR-TOTAL-DUE
               WRITE BILL-REGISTER-RECORD
               MOVE SPACES TO WS-DETAIL-LINE
               EVALUATE TRUE
                   WHEN BM-PAID
                       MOVE 'PAID' TO WS-DL-EVENT
                   WHEN BM-UNPAID
                       MOVE 'UNPAID' TO WS-DL-EVENT
                   WHEN OTHER
                       MOVE 'INACTIVE' TO WS-DL-EVENT
               END-EVALUATE
               MOVE ACCT-NUMBER TO WS-DL-ACCT
               MOVE ACCT-OWNER-ID TO WS-DL-OWNER
               MOVE BM-DUE-DATE TO WS-DL-DUE
               MOVE 0 TO WS-DL-CURRENT WS-DL-PAST WS-DL-PMTS
               MOVE BM-LATE-BILLED TO WS-DL-LATE
               MOVE BM-TOTAL-DUE TO WS-DL-TOTAL
               WRITE BILL-REPORT-LINE FROM WS-DETAIL-LINE
           END-IF.

      *----------------------------------------------------------------
      * THE NEXT INSTALLMENT NOT YET DUE: EVERY INSTALLMENT FROM THE
      * LOAN'S DUE DATE THAT FALLS BEFORE TODAY IS PAST DUE.
      *----------------------------------------------------------------
       2300-FIND-NEXT-DUE.
           MOVE 0 TO WS-PMTS-PAST-DUE
           MOVE 0 TO WS-MONTHS-TO-ADD
           PERFORM 6000-INSTALLMENT-DATE
           PERFORM UNTIL WS-DATE-WORK >= WS-PROCESSING-DATE
               OR WS-PMTS-PAST-DUE >= WS-MAX-PAST-DUE
               ADD 1 TO WS-PMTS-PAST-DUE
               ADD 1 TO WS-MONTHS-TO-ADD
               PERFORM 6000-INSTALLMENT-DATE
           END-PERFORM
           MOVE WS-DATE-WORK TO WS-BILL-DUE-DATE.

       2400-CHECK-STAY.
           MOVE 'N' TO WS-STAY-HIT-FLAG
           PERFORM VARYING WS-STAY-IDX FROM 1 BY 1
               UNTIL WS-STAY-IDX > WS-STAY-COUNT
               IF WS-ST-ACCT(WS-STAY-IDX) = ACCT-NUMBER
                   SET WS-STAY-HIT TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2450-CHECK-FORBEARANCE.
           MOVE 'N' TO WS-FORB-HIT-FLAG
           PERFORM VARYING WS-FORB-IDX FROM 1 BY 1
               UNTIL WS-FORB-IDX > WS-FORB-COUNT
               IF WS-FB-ACCT(WS-FORB-IDX) = ACCT-NUMBER
                   SET WS-FORB-HIT TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3000-ISSUE-BILL.
           PERFORM 3100-COMPUTE-AMOUNTS
           PERFORM 3200-WRITE-NOTICES
           PERFORM 3300-WRITE-REGISTER
           PERFORM 3400-UPDATE-BILL-MASTER
           ADD 1 TO WS-BILLS-ISSUED
           ADD WS-TOTAL-DUE TO WS-TOTAL-BILLED
           ADD WS-PAST-DUE-AMT TO WS-TOTAL-PAST-DUE
           ADD WS-LATE-DUE TO WS-TOTAL-LATE
           IF WS-PMTS-PAST-DUE > 0
               ADD 1 TO WS-BILLS-PAST-DUE
           END-IF.

      *----------------------------------------------------------------
      * THE INSTALLMENT SPLITS THE WAY THE NIGHTLY RUN APPLIES A
      * CONTRACTUAL PAYMENT: A MONTH'S INTEREST, THE ESCROW, THEN
      * PRINCIPAL (NEVER MORE THAN THE BALANCE). LATE CHARGES DUE
      * ARE THOSE ASSESSED SINCE THE LAST BILL, PLUS THE LAST BILL'S
      * LATE CHARGES WHEN THAT BILL WENT UNPAID.
      *----------------------------------------------------------------
       3100-COMPUTE-AMOUNTS.
           COMPUTE WS-INT-PORTION ROUNDED =
               ACCT-BALANCE * ACCT-INT-RATE / 12
           IF WS-INT-PORTION > ACCT-PMT-AMOUNT
               MOVE ACCT-PMT-AMOUNT TO WS-INT-PORTION
           END-IF
           COMPUTE WS-ESC-PORTION =
               ACCT-PMT-AMOUNT - WS-INT-PORTION
           IF WS-ESC-PORTION > ACCT-ESCROW-PMT
               MOVE ACCT-ESCROW-PMT TO WS-ESC-PORTION
           END-IF
           IF WS-ESC-PORTION < 0
               MOVE 0 TO WS-ESC-PORTION
           END-IF
           COMPUTE WS-PRIN-PORTION =
               ACCT-PMT-AMOUNT - WS-INT-PORTION - WS-ESC-PORTION
           IF WS-PRIN-PORTION > ACCT-BALANCE
               MOVE ACCT-BALANCE TO WS-PRIN-PORTION
           END-IF
           COMPUTE WS-CURRENT-DUE =
               WS-PRIN-PORTION + WS-INT-PORTION + WS-ESC-PORTION
           COMPUTE WS-PAST-DUE-AMT =
               ACCT-PMT-AMOUNT * WS-PMTS-PAST-DUE
           MOVE 0 TO WS-LATE-DUE
           MOVE ACCT-LATE-FEES-YTD TO WS-LATE-NEW
           IF WS-BM-FOUND
               IF BM-BILL-DATE(1:4) = WS-PROCESSING-DATE(1:4)
                   AND ACCT-LATE-FEES-YTD >= BM-LATE-YTD
                   COMPUTE WS-LATE-NEW =
                       ACCT-LATE-FEES-YTD - BM-LATE-YTD
               END-IF
               IF BM-UNPAID
                   MOVE BM-LATE-BILLED TO WS-LATE-DUE
               END-IF
           END-IF
           ADD WS-LATE-NEW TO WS-LATE-DUE
           COMPUTE WS-TOTAL-DUE =
               WS-CURRENT-DUE + WS-PAST-DUE-AMT + WS-LATE-DUE.

       3200-WRITE-NOTICES.
           MOVE SPACES TO CUST-NOTICE-RECORD
           MOVE ACCT-OWNER-ID TO NO-CUST-ID
           MOVE ACCT-NUMBER TO NO-ACCT-NUMBER
           MOVE WS-PROCESSING-DATE TO NO-NOTICE-DATE
           MOVE 'LBL1' TO NO-LETTER-CODE
           MOVE WS-BILL-DUE-DATE TO WS-ND-DUE
           MOVE WS-TOTAL-DUE TO WS-ND-TOTAL
           MOVE WS-NOTICE-DUE-TEXT TO NO-VAR-DATA
           WRITE CUST-NOTICE-RECORD
           MOVE 'LBL2' TO NO-LETTER-CODE
           MOVE WS-PRIN-PORTION TO WS-NS-PRIN
           MOVE WS-INT-PORTION TO WS-NS-INT
           MOVE WS-ESC-PORTION TO WS-NS-ESC
           MOVE WS-NOTICE-SPLIT-TEXT TO NO-VAR-DATA
           WRITE CUST-NOTICE-RECORD
           ADD 2 TO WS-NOTICES-WRITTEN
           IF WS-PAST-DUE-AMT > 0 OR WS-LATE-DUE > 0
               MOVE 'LBL3' TO NO-LETTER-CODE
               MOVE WS-PAST-DUE-AMT TO WS-NP-PAST
               MOVE WS-PMTS-PAST-DUE TO WS-NP-COUNT
               MOVE WS-LATE-DUE TO WS-NP-LATE
               MOVE WS-NOTICE-PAST-TEXT TO NO-VAR-DATA
               WRITE CUST-NOTICE-RECORD
               ADD 1 TO WS-NOTICES-WRITTEN
           END-IF
           MOVE 'LBL4' TO NO-LETTER-CODE
           MOVE WS-BILL-DUE-DATE TO WS-NC-DUE
           MOVE ACCT-NUMBER TO WS-NC-ACCT
           MOVE WS-TOTAL-DUE TO WS-NC-TOTAL
           MOVE WS-NOTICE-COUPON-TEXT TO NO-VAR-DATA
           WRITE CUST-NOTICE-RECORD
           ADD 1 TO WS-NOTICES-WRITTEN.

       3300-WRITE-REGISTER.
           MOVE SPACES TO BILL-REGISTER-RECORD
           SET BR-BILLED TO TRUE
           MOVE ACCT-NUMBER TO BR-ACCT-NUMBER
           MOVE ACCT-BRANCH TO BR-BRANCH
           MOVE ACCT-OWNER-ID TO BR-OWNER-ID
           MOVE WS-PROCESSING-DATE TO BR-BILL-DATE
           MOVE WS-BILL-DUE-DATE TO BR-DUE-DATE
           MOVE WS-PROCESSING-DATE TO BR-EVENT-DATE
           MOVE WS-CURRENT-DUE TO BR-CURRENT-DUE
           MOVE WS-PRIN-PORTION TO BR-PRINCIPAL
           MOVE WS-INT-PORTION TO BR-INTEREST
           MOVE WS-ESC-PORTION TO BR-ESCROW
           MOVE WS-PMTS-PAST-DUE TO BR-PMTS-PAST-DUE
           MOVE WS-PAST-DUE-AMT TO BR-PAST-DUE
           MOVE WS-LATE-DUE TO BR-LATE-CHARGES
           MOVE WS-TOTAL-DUE TO BR-TOTAL-DUE
           WRITE BILL-REGISTER-RECORD
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'BILLED' TO WS-DL-EVENT
           MOVE ACCT-NUMBER TO WS-DL-ACCT
           MOVE ACCT-OWNER-ID TO WS-DL-OWNER
           MOVE WS-BILL-DUE-DATE TO WS-DL-DUE
           MOVE WS-CURRENT-DUE TO WS-DL-CURRENT
           MOVE WS-PAST-DUE-AMT TO WS-DL-PAST
           MOVE WS-PMTS-PAST-DUE TO WS-DL-PMTS
           MOVE WS-LATE-DUE TO WS-DL-LATE
           MOVE WS-TOTAL-DUE TO WS-DL-TOTAL
           WRITE BILL-REPORT-LINE FROM WS-DETAIL-LINE.

       3400-UPDATE-BILL-MASTER.
           MOVE ACCT-NUMBER TO BM-ACCT-NUMBER
           MOVE WS-PROCESSING-DATE TO BM-BILL-DATE
           MOVE WS-BILL-DUE-DATE TO BM-DUE-DATE
           SET BM-OPEN TO TRUE
           MOVE WS-TOTAL-DUE TO BM-TOTAL-DUE
           MOVE WS-LATE-DUE TO BM-LATE-BILLED
           MOVE ACCT-LATE-FEES-YTD TO BM-LATE-YTD
           MOVE WS-PROCESSING-DATE TO BM-STATUS-DATE
           IF WS-BM-FOUND
               REWRITE BILL-MASTER-RECORD
           ELSE
               WRITE BILL-MASTER-RECORD
           END-IF.

      *----------------------------------------------------------------
      * WS-DATE-WORK = THE LOAN'S DUE DATE PLUS WS-MONTHS-TO-ADD
      * MONTHS.
      *----------------------------------------------------------------
       6000-INSTALLMENT-DATE.
           MOVE ACCT-PMT-DUE-DATE TO WS-DATE-WORK
           COMPUTE WS-MONTH-SEQ =
               WS-DS-YYYY * 12 + WS-DS-MM - 1 + WS-MONTHS-TO-ADD
           DIVIDE WS-MONTH-SEQ BY 12
               GIVING WS-DS-YYYY REMAINDER WS-MONTH-REM
           COMPUTE WS-DS-MM = WS-MONTH-REM + 1
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK)
               = 0
               SUBTRACT 1 FROM WS-DS-DD
           END-PERFORM.

       9000-FINALIZE.
           MOVE SPACES TO BILL-REPORT-LINE
           WRITE BILL-REPORT-LINE
           MOVE 'BILLS ISSUED / TOTAL AMOUNT BILLED' TO WS-TL-LABEL
           MOVE WS-BILLS-ISSUED TO WS-TL-COUNT
           MOVE WS-TOTAL-BILLED TO WS-TL-AMOUNT
           WRITE BILL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'BILLS WITH PAST-DUE AMOUNTS' TO WS-TL-LABEL
           MOVE WS-BILLS-PAST-DUE TO WS-TL-COUNT
           MOVE WS-TOTAL-PAST-DUE TO WS-TL-AMOUNT
           WRITE BILL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'LATE CHARGES BILLED' TO WS-TL-LABEL
           MOVE 0 TO WS-TL-COUNT
           MOVE WS-TOTAL-LATE TO WS-TL-AMOUNT
           WRITE BILL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'PRIOR BILLS PAID' TO WS-TL-LABEL
           MOVE WS-BILLS-PAID TO WS-TL-COUNT
           MOVE 0 TO WS-TL-AMOUNT
           WRITE BILL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'PRIOR BILLS UNPAID AT DUE DATE' TO WS-TL-LABEL
           MOVE WS-BILLS-UNPAID TO WS-TL-COUNT
           MOVE WS-TOTAL-UNPAID TO WS-TL-AMOUNT
           WRITE BILL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'PRIOR BILLS ON LOANS NO LONGER ACTIVE' TO WS-TL-LABEL
           MOVE WS-BILLS-INACTIVE TO WS-TL-COUNT
           MOVE 0 TO WS-TL-AMOUNT
           WRITE BILL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NOT BILLED - BANKRUPTCY STAY' TO WS-TL-LABEL
           MOVE WS-BILLS-STAYED TO WS-TL-COUNT
           MOVE 0 TO WS-TL-AMOUNT
           WRITE BILL-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NOT BILLED - FORBEARANCE' TO WS-TL-LABEL
           MOVE WS-BILLS-FORBORNE TO WS-TL-COUNT
           MOVE 0 TO WS-TL-AMOUNT
           WRITE BILL-REPORT-LINE FROM WS-TOTAL-LINE
           CLOSE ACCOUNT-MASTER
           CLOSE BILL-MASTER
           CLOSE BILL-REGISTER-FILE
           CLOSE CUST-NOTICE-FILE
           CLOSE BILL-REPORT-FILE
           DISPLAY '*** LOAN BILLING COMPLETE ***'
           DISPLAY 'LOANS READ:           ' WS-LOANS-READ
           DISPLAY 'BILLS ISSUED:         ' WS-BILLS-ISSUED
           DISPLAY 'BILLS PAST DUE:       ' WS-BILLS-PAST-DUE
           DISPLAY 'NOTICES WRITTEN:      ' WS-NOTICES-WRITTEN
           DISPLAY 'PRIOR BILLS PAID:     ' WS-BILLS-PAID
           DISPLAY 'PRIOR BILLS UNPAID:   ' WS-BILLS-UNPAID
           DISPLAY 'PRIOR BILLS INACTIVE: ' WS-BILLS-INACTIVE
           DISPLAY 'STAYED - NOT BILLED:  ' WS-BILLS-STAYED
           DISPLAY 'FORBORNE - NOT BILLED:' WS-BILLS-FORBORNE.
