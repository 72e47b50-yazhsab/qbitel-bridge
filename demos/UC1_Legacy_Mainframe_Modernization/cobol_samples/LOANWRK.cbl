       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANWRK.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-08-30.
      *================================================================*
      * LOAN WORKOUT PROCESSING - FORBEARANCE, DEFERRAL, MODIFICATION  *
      * APPLIES THE LOAN OFFICERS' APPROVED WORKOUT REQUESTS SO THE    *
      * PAYMENT SCHEDULE IS NEVER HAND-EDITED ON THE ACCOUNT MASTER:   *
      *   FB  FORBEARANCE FOR A START/END WINDOW. PAYMENTS FALLING     *
      *       DUE IN THE WINDOW ARE SUSPENDED AND MOVE TO THE END OF   *
      *       THE TERM; A REPEAT REQUEST FOR AN ACTIVE FORBEARANCE     *
      *       EXTENDS ITS END DATE.                                    *
      *   DF  DEFERRAL OF N PAYMENTS: THE DUE DATE AND THE MATURITY    *
      *       BOTH MOVE OUT N MONTHS.                                  *
      *   MD  MODIFICATION TO A NEW RATE, TERM, AND PAYMENT (A ZERO    *
      *       PAYMENT ON THE REQUEST IS AMORTIZED HERE).               *
      * EVERY WORKOUT RE-AMORTIZES THE BALANCE OVER THE REMAINING      *
      * TERM, JOURNALS THE ACCOUNT CHANGE, AND WRITES THE LOAN'S       *
      * WORKOUT HISTORY. THE WORKOUT MASTER (LNWKMAST) HOLDS EACH      *
      * LOAN'S CURRENT WORKOUT.                                        *
      *                                                                *
      * A FORBEARANCE WHOSE END DATE HAS PASSED IS CLOSED: THE DUE     *
      * DATE MOVES TO THE FIRST PAYMENT AFTER THE WINDOW AND THE       *
      * CUSTOMER IS SENT THE END-OF-FORBEARANCE NOTICE (FBEN) ON THE   *
      * CONSOLIDATED NOTICE EXTRACT. THE RUN ENDS BY REGENERATING THE  *
      * FORBEARANCE LIST (LNWKLIST) THAT THE NIGHTLY POSTING RUN, THE  *
      * DELINQUENCY AGING, AND THE BUREAU EXTRACT READ SO A LOAN IN    *
      * APPROVED FORBEARANCE IS NEITHER CHARGED LATE NOR AGED.         *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKOUT-REQ-FILE ASSIGN TO LNWKREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL WORKOUT-MASTER ASSIGN TO LNWKMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WM-ACCT-NUMBER
               FILE STATUS IS WS-WKM-STATUS.
           SELECT OPTIONAL WORKOUT-HIST-FILE ASSIGN TO LNWKHIST
               ORGANIZATION IS SEQUENTIAL.
           SELECT WORKOUT-LIST-FILE ASSIGN TO LNWKLIST
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ACCT-JOURNAL-FILE ASSIGN TO ACCTJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CUST-NOTICE-FILE ASSIGN TO CUSTNOTC
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * APPROVED WORKOUT REQUESTS FROM THE LOAN OFFICERS. ONLY THE
      * FIELDS FOR THE REQUEST TYPE ARE USED.
      *----------------------------------------------------------------
       FD  WORKOUT-REQ-FILE.
       01  WORKOUT-REQ-RECORD.
           05  WR-ACCT-NUMBER          PIC 9(12).
           05  WR-TYPE                 PIC X(2).
               88  WR-FORBEARANCE      VALUE 'FB'.
               88  WR-DEFERRAL         VALUE 'DF'.
               88  WR-MODIFICATION     VALUE 'MD'.
           05  WR-FB-START             PIC 9(8).
           05  WR-FB-END               PIC 9(8).
           05  WR-DEFER-COUNT          PIC 9(2).
           05  WR-NEW-RATE             PIC 9V9(5).
           05  WR-NEW-TERM             PIC 9(3).
           05  WR-NEW-PMT              PIC S9(9)V99 COMP-3.
           05  WR-APPROVED-BY          PIC X(8).
           05  FILLER                  PIC X(15).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(12).
           05  ACCT-BRANCH             PIC 9(4).
           05  ACCT-TYPE               PIC X(2).
               88  LOAN-ACCT           VALUE 'LN'.
           05  ACCT-OWNER-ID           PIC 9(10).
           05  ACCT-BALANCE            PIC S9(13)V99 COMP-3.
           05  ACCT-AVAIL-BAL          PIC S9(13)V99 COMP-3.
           05  ACCT-HOLD-AMT           PIC S9(11)V99 COMP-3.
           05  ACCT-INT-RATE           PIC 9V9(5).
           05  ACCT-INT-ACCRUED        PIC S9(9)V99 COMP-3.
           05  ACCT-LAST-INT-DATE      PIC 9(8).
           05  ACCT-OPEN-DATE          PIC 9(8).
           05  ACCT-MATURITY-DATE      PIC 9(8).
           05  ACCT-MONTHLY-FEE        PIC S9(5)V99 COMP-3.
           05  ACCT-MIN-BALANCE        PIC S9(9)V99 COMP-3.
           05  ACCT-OVERDRAFT-LIMIT    PIC S9(9)V99 COMP-3.
           05  ACCT-YTD-INTEREST       PIC S9(9)V99 COMP-3.
           05  ACCT-YTD-FEES           PIC S9(7)V99 COMP-3.
           05  ACCT-STATUS             PIC X(1).
               88  ACCT-ACTIVE         VALUE 'A'.
           05  ACCT-FLAGS              PIC X(4).
           05  ACCT-LAST-ACTIVITY-DATE PIC 9(8).
           05  ACCT-HOLD-DATE          PIC 9(8).
           05  ACCT-STMT-CYCLE         PIC 9(2).
           05  ACCT-CLOSE-DATE         PIC 9(8).
           05  ACCT-ESCROW-PMT         PIC S9(7)V99 COMP-3.
           05  ACCT-ESCROW-BAL         PIC S9(9)V99 COMP-3.
           05  ACCT-ESCROW-YTD-COLL    PIC S9(9)V99 COMP-3.
           05  ACCT-ESCROW-YTD-DISB    PIC S9(9)V99 COMP-3.
           05  ACCT-PMT-DUE-DATE       PIC 9(8).
           05  ACCT-PMT-AMOUNT         PIC S9(9)V99 COMP-3.
           05  ACCT-LATE-FEE-DATE      PIC 9(8).
           05  ACCT-LATE-FEES-YTD      PIC S9(7)V99 COMP-3.
           05  ACCT-LAST-MAINT-TS      PIC 9(14).
           05  FILLER                  PIC X(14).

      *----------------------------------------------------------------
      * WORKOUT MASTER: THE LOAN'S CURRENT WORKOUT. STATUS 'A'
      * FORBEARANCE ACTIVE, 'E' FORBEARANCE ENDED, 'C' DEFERRAL OR
      * MODIFICATION APPLIED.
      *----------------------------------------------------------------
       FD  WORKOUT-MASTER.
       01  WORKOUT-MASTER-RECORD.
           05  WM-ACCT-NUMBER          PIC 9(12).
           05  WM-WORKOUT-TYPE         PIC X(2).
           05  WM-STATUS               PIC X(1).
               88  WM-FORB-ACTIVE      VALUE 'A'.
               88  WM-FORB-ENDED       VALUE 'E'.
               88  WM-APPLIED          VALUE 'C'.
           05  WM-FB-START             PIC 9(8).
           05  WM-FB-END               PIC 9(8).
           05  WM-PMTS-FORBORNE        PIC 9(3).
           05  WM-DEFER-COUNT          PIC 9(2).
           05  WM-MOD-RATE             PIC 9V9(5).
           05  WM-MOD-TERM             PIC 9(3).
           05  WM-APPROVED-BY          PIC X(8).
           05  WM-APPROVED-DATE        PIC 9(8).
           05  WM-LAST-MAINT-DATE      PIC 9(8).
           05  FILLER                  PIC X(20).

      *----------------------------------------------------------------
      * WORKOUT HISTORY: ONE RECORD PER WORKOUT EVENT ON A LOAN,
      * WITH THE SCHEDULE BEFORE AND AFTER. EVENT 'FE' IS THE CLOSE
      * OF A FORBEARANCE AT THE END OF ITS WINDOW.
      *----------------------------------------------------------------
       FD  WORKOUT-HIST-FILE.
       01  WORKOUT-HIST-RECORD.
           05  WH-ACCT-NUMBER          PIC 9(12).
           05  WH-EVENT-DATE           PIC 9(8).
           05  WH-EVENT-TYPE           PIC X(2).
           05  WH-OLD-RATE             PIC 9V9(5).
           05  WH-NEW-RATE             PIC 9V9(5).
           05  WH-OLD-PMT              PIC S9(9)V99 COMP-3.
           05  WH-NEW-PMT              PIC S9(9)V99 COMP-3.
           05  WH-OLD-DUE-DATE         PIC 9(8).
           05  WH-NEW-DUE-DATE         PIC 9(8).
           05  WH-OLD-MATURITY         PIC 9(8).
           05  WH-NEW-MATURITY         PIC 9(8).
           05  WH-FB-START             PIC 9(8).
           05  WH-FB-END               PIC 9(8).
           05  WH-PMTS-MOVED           PIC 9(3).
           05  WH-BALANCE              PIC S9(13)V99 COMP-3.
           05  WH-APPROVED-BY          PIC X(8).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * FORBEARANCE LIST FOR THE NIGHTLY POSTING RUN, THE AGING, AND
      * THE BUREAU EXTRACT, FULLY REGENERATED EACH RUN: EVERY LOAN
      * WITH A FORBEARANCE NOT YET CLOSED. A LOAN IS IN FORBEARANCE
      * FROM ITS START DATE UNTIL IT DROPS OFF THE LIST.
      *----------------------------------------------------------------
       FD  WORKOUT-LIST-FILE.
       01  WORKOUT-LIST-RECORD.
           05  WL-ACCT-NUMBER          PIC 9(12).
           05  WL-FB-START             PIC 9(8).
           05  WL-FB-END               PIC 9(8).
           05  FILLER                  PIC X(12).

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

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-REQ-STATUS               PIC X(2).
           88  WS-REQ-OK               VALUE '00'.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-WKM-STATUS               PIC X(2).
           88  WS-WKM-OK               VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-REQ-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-REQ-EOF              VALUE 'Y'.
       01  WS-WKM-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-WKM-EOF              VALUE 'Y'.
       01  WS-WKM-FOUND-FLAG           PIC X(1).
           88  WS-WKM-FOUND            VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(6).
       01  WS-MAINT-STAMP              PIC 9(14) VALUE 0.
       01  WS-JRNL-TIME                PIC 9(6).
       01  WS-ACCT-BEFORE-IMAGE        PIC X(230).
       01  WS-REJECT-REASON            PIC X(40).

      *----------------------------------------------------------------
      * SCHEDULE ARITHMETIC: MONTH STEPPING (A DAY PAST THE END OF
      * THE TARGET MONTH FALLS BACK TO ITS LAST DAY), THE COUNT OF
      * DUE DATES IN A WINDOW, AND THE LEVEL-PAYMENT AMORTIZATION.
      *----------------------------------------------------------------
       01  WS-DATE-WORK                PIC 9(8).
       01  WS-DATE-SPLIT REDEFINES WS-DATE-WORK.
           05  WS-DS-YYYY              PIC 9(4).
           05  WS-DS-MM                PIC 9(2).
           05  WS-DS-DD                PIC 9(2).
       01  WS-MONTHS-TO-ADD            PIC 9(3).
       01  WS-MONTH-SEQ                PIC 9(6).
       01  WS-MONTH-REM                PIC 9(2).
       01  WS-WIN-FROM                 PIC 9(8).
       01  WS-WIN-TO                   PIC 9(8).
       01  WS-DUE-COUNT                PIC 9(3).
       01  WS-FIRST-DUE                PIC 9(8).
       01  WS-FIRST-SPLIT REDEFINES WS-FIRST-DUE.
           05  WS-FD-YYYY              PIC 9(4).
           05  WS-FD-MM                PIC 9(2).
           05  WS-FD-DD                PIC 9(2).
       01  WS-MATURITY-WORK            PIC 9(8).
       01  WS-MAT-SPLIT REDEFINES WS-MATURITY-WORK.
           05  WS-MW-YYYY              PIC 9(4).
           05  WS-MW-MM                PIC 9(2).
           05  WS-MW-DD                PIC 9(2).
       01  WS-REMAINING-TERM           PIC S9(5).
       01  WS-MONTHLY-RATE             PIC 9V9(10).
       01  WS-AMORT-FACTOR             PIC 9(5)V9(12) COMP-3.
       01  WS-PI-PAYMENT               PIC S9(9)V99 COMP-3.
       01  WS-FIXED-PMT-FLAG           PIC X(1).
           88  WS-FIXED-PMT            VALUE 'Y'.

       01  WS-OLD-RATE                 PIC 9V9(5).
       01  WS-OLD-PMT                  PIC S9(9)V99 COMP-3.
       01  WS-OLD-DUE-DATE             PIC 9(8).
       01  WS-OLD-MATURITY             PIC 9(8).
       01  WS-PMTS-MOVED               PIC 9(3).

       01  WS-NOTICE-TEXT.
           05  FILLER                  PIC X(29) VALUE
               'FORBEARANCE ENDED - PAYMENT '.
           05  WS-NT-PMT               PIC Z(8)9.99.
           05  FILLER                  PIC X(8) VALUE ' DUE ON '.
           05  WS-NT-DUE               PIC 9(8).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ        PIC 9(5) VALUE 0.
           05  WS-FORBEARANCES         PIC 9(5) VALUE 0.
           05  WS-FORB-EXTENSIONS      PIC 9(5) VALUE 0.
           05  WS-DEFERRALS            PIC 9(5) VALUE 0.
           05  WS-MODIFICATIONS        PIC 9(5) VALUE 0.
           05  WS-REQUESTS-REJECTED    PIC 9(5) VALUE 0.
           05  WS-FORB-CLOSED          PIC 9(5) VALUE 0.
           05  WS-NOTICES-WRITTEN      PIC 9(5) VALUE 0.
           05  WS-LIST-WRITTEN         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUESTS
               UNTIL WS-REQ-EOF
           PERFORM 3000-CLOSE-ENDED-FORBEARANCE
           PERFORM 4000-REGENERATE-WORKOUT-LIST
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** LOAN WORKOUT PROCESSING STARTED ***'
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
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE WS-MAINT-STAMP =
               WS-PROCESSING-DATE * 1000000 + WS-RUN-TIME
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           OPEN INPUT WORKOUT-REQ-FILE
           IF NOT WS-REQ-OK
               DISPLAY 'NO WORKOUT REQUEST FILE: ' WS-REQ-STATUS
               SET WS-REQ-EOF TO TRUE
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY 'ERROR OPENING ACCOUNT MASTER: ' WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O WORKOUT-MASTER
           IF NOT WS-WKM-OK AND WS-WKM-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING WORKOUT MASTER: ' WS-WKM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND WORKOUT-HIST-FILE
           OPEN EXTEND ACCT-JOURNAL-FILE
           OPEN EXTEND CUST-NOTICE-FILE.

       2000-PROCESS-REQUESTS.
           READ WORKOUT-REQ-FILE
               AT END
                   SET WS-REQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
                   PERFORM 2100-APPLY-ONE-REQUEST
           END-READ.

      *----------------------------------------------------------------
      * A REQUEST IS REJECTED UNLESS IT NAMES AN ACTIVE LOAN WITH A
      * PAYMENT SCHEDULE AND CARRIES THE FIELDS ITS TYPE NEEDS. A
      * DEFERRAL OR MODIFICATION WAITS UNTIL AN ACTIVE FORBEARANCE
      * HAS CLOSED.
      *----------------------------------------------------------------
       2100-APPLY-ONE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE WR-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
           ELSE
               IF NOT LOAN-ACCT OR NOT ACCT-ACTIVE
                   OR ACCT-PMT-DUE-DATE = 0
                   MOVE 'NOT AN ACTIVE SCHEDULED LOAN'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE 'N' TO WS-WKM-FOUND-FLAG
               MOVE WR-ACCT-NUMBER TO WM-ACCT-NUMBER
               READ WORKOUT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-WKM-FOUND TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN WR-FORBEARANCE
                       IF WR-FB-START = 0 OR WR-FB-END < WR-FB-START
                           MOVE 'INVALID FORBEARANCE WINDOW'
                               TO WS-REJECT-REASON
                       END-IF
                       IF WS-WKM-FOUND AND WM-FORB-ACTIVE
                           AND WR-FB-END NOT > WM-FB-END
                           MOVE 'ACTIVE FORBEARANCE ALREADY COVERS'
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN WR-DEFERRAL
                       IF WR-DEFER-COUNT = 0
                           MOVE 'NO PAYMENTS TO DEFER'
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN WR-MODIFICATION
                       IF WR-NEW-TERM = 0
                           MOVE 'NO MODIFIED TERM'
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN OTHER
                       MOVE 'UNKNOWN WORKOUT TYPE' TO WS-REJECT-REASON
               END-EVALUATE
               IF WS-REJECT-REASON = SPACES
                   AND NOT WR-FORBEARANCE
                   AND WS-WKM-FOUND AND WM-FORB-ACTIVE
                   MOVE 'FORBEARANCE STILL ACTIVE'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REQUESTS-REJECTED
               DISPLAY 'WORKOUT REJECTED - ACCT ' WR-ACCT-NUMBER
                   ' TYPE ' WR-TYPE ': ' WS-REJECT-REASON
           ELSE
               MOVE ACCOUNT-RECORD TO WS-ACCT-BEFORE-IMAGE
               MOVE ACCT-INT-RATE TO WS-OLD-RATE
               MOVE ACCT-PMT-AMOUNT TO WS-OLD-PMT
               MOVE ACCT-PMT-DUE-DATE TO WS-OLD-DUE-DATE
               MOVE ACCT-MATURITY-DATE TO WS-OLD-MATURITY
               MOVE 0 TO WS-PMTS-MOVED
               MOVE 'N' TO WS-FIXED-PMT-FLAG
               IF NOT WS-WKM-FOUND
                   INITIALIZE WORKOUT-MASTER-RECORD
                   MOVE WR-ACCT-NUMBER TO WM-ACCT-NUMBER
               END-IF
               EVALUATE TRUE
                   WHEN WR-FORBEARANCE
                       PERFORM 2200-APPLY-FORBEARANCE
                   WHEN WR-DEFERRAL
                       PERFORM 2300-APPLY-DEFERRAL
                   WHEN WR-MODIFICATION
                       PERFORM 2400-APPLY-MODIFICATION
               END-EVALUATE
               PERFORM 5000-REAMORTIZE
               PERFORM 2900-SAVE-WORKOUT
           END-IF.

      *----------------------------------------------------------------
      * FORBEARANCE: THE DUE DATES INSIDE THE WINDOW ARE COUNTED AND
      * THE MATURITY MOVES OUT BY THAT MANY MONTHS. THE DUE DATE ITSELF
      * STAYS PUT UNTIL THE WINDOW CLOSES, SO A BORROWER WHO PAYS
      * ANYWAY IS CREDITED NORMALLY. AN EXTENSION OF AN ACTIVE
      * FORBEARANCE COUNTS ONLY THE DUE DATES IN THE ADDED STRETCH.
      *----------------------------------------------------------------
       2200-APPLY-FORBEARANCE.
           IF WS-WKM-FOUND AND WM-FORB-ACTIVE
               AND WR-FB-END > WM-FB-END
               COMPUTE WS-WIN-FROM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WM-FB-END) + 1)
               ADD 1 TO WS-FORB-EXTENSIONS
           ELSE
               MOVE WR-FB-START TO WS-WIN-FROM
               MOVE WR-FB-START TO WM-FB-START
               MOVE 0 TO WM-PMTS-FORBORNE
               ADD 1 TO WS-FORBEARANCES
           END-IF
           MOVE WR-FB-END TO WS-WIN-TO
           PERFORM 6100-COUNT-DUES-IN-WINDOW
           MOVE WS-DUE-COUNT TO WS-PMTS-MOVED
           ADD WS-DUE-COUNT TO WM-PMTS-FORBORNE
           MOVE WR-FB-END TO WM-FB-END
           MOVE 'FB' TO WM-WORKOUT-TYPE
           SET WM-FORB-ACTIVE TO TRUE
           IF ACCT-MATURITY-DATE > 0 AND WS-DUE-COUNT > 0
               MOVE ACCT-MATURITY-DATE TO WS-DATE-WORK
               MOVE WS-DUE-COUNT TO WS-MONTHS-TO-ADD
               PERFORM 6000-ADD-MONTHS
               MOVE WS-DATE-WORK TO ACCT-MATURITY-DATE
           END-IF
           MOVE ACCT-PMT-DUE-DATE TO WS-FIRST-DUE
           PERFORM 6200-STEP-PAST-WINDOW
           MOVE WR-FB-START TO WH-FB-START
           MOVE WR-FB-END TO WH-FB-END.

       2300-APPLY-DEFERRAL.
           MOVE ACCT-PMT-DUE-DATE TO WS-DATE-WORK
           MOVE WR-DEFER-COUNT TO WS-MONTHS-TO-ADD
           PERFORM 6000-ADD-MONTHS
           MOVE WS-DATE-WORK TO ACCT-PMT-DUE-DATE
           IF ACCT-MATURITY-DATE > 0
               MOVE ACCT-MATURITY-DATE TO WS-DATE-WORK
               PERFORM 6000-ADD-MONTHS
               MOVE WS-DATE-WORK TO ACCT-MATURITY-DATE
           END-IF
           MOVE WR-DEFER-COUNT TO WS-PMTS-MOVED
           MOVE ACCT-PMT-DUE-DATE TO WS-FIRST-DUE
           MOVE 'DF' TO WM-WORKOUT-TYPE
           MOVE WR-DEFER-COUNT TO WM-DEFER-COUNT
           SET WM-APPLIED TO TRUE
           MOVE 0 TO WH-FB-START
           MOVE 0 TO WH-FB-END
           ADD 1 TO WS-DEFERRALS.

      *----------------------------------------------------------------
      * MODIFICATION: NEW RATE AND A NEW TERM RUNNING FROM THE NEXT
      * DUE DATE. A PAYMENT ON THE REQUEST IS TAKEN AS THE FULL
      * INSTALLMENT (ESCROW INCLUDED); OTHERWISE IT IS AMORTIZED.
      *----------------------------------------------------------------
       2400-APPLY-MODIFICATION.
           MOVE WR-NEW-RATE TO ACCT-INT-RATE
           MOVE ACCT-PMT-DUE-DATE TO WS-DATE-WORK
           COMPUTE WS-MONTHS-TO-ADD = WR-NEW-TERM - 1
           PERFORM 6000-ADD-MONTHS
           MOVE WS-DATE-WORK TO ACCT-MATURITY-DATE
           MOVE ACCT-PMT-DUE-DATE TO WS-FIRST-DUE
           IF WR-NEW-PMT > 0
               MOVE WR-NEW-PMT TO ACCT-PMT-AMOUNT
               SET WS-FIXED-PMT TO TRUE
           END-IF
           MOVE 'MD' TO WM-WORKOUT-TYPE
           MOVE WR-NEW-RATE TO WM-MOD-RATE
           MOVE WR-NEW-TERM TO WM-MOD-TERM
           SET WM-APPLIED TO TRUE
           MOVE 0 TO WH-FB-START
           MOVE 0 TO WH-FB-END
           ADD 1 TO WS-MODIFICATIONS.

      *----------------------------------------------------------------
      * ACCOUNT REWRITE WITH ITS JOURNAL LEG, THE WORKOUT MASTER,
      * AND THE HISTORY RECORD.
      *----------------------------------------------------------------
       2900-SAVE-WORKOUT.
           MOVE WS-MAINT-STAMP TO ACCT-LAST-MAINT-TS
           REWRITE ACCOUNT-RECORD
           PERFORM 8900-WRITE-ACCT-JOURNAL
           MOVE WR-APPROVED-BY TO WM-APPROVED-BY
           MOVE WS-PROCESSING-DATE TO WM-APPROVED-DATE
           MOVE WS-PROCESSING-DATE TO WM-LAST-MAINT-DATE
           IF WS-WKM-FOUND
               REWRITE WORKOUT-MASTER-RECORD
           ELSE
               WRITE WORKOUT-MASTER-RECORD
           END-IF
           MOVE WR-TYPE TO WH-EVENT-TYPE
           MOVE WR-APPROVED-BY TO WH-APPROVED-BY
           PERFORM 7000-WRITE-HISTORY.

      *----------------------------------------------------------------
      * END OF FORBEARANCE: EVERY ACTIVE FORBEARANCE WHOSE WINDOW
      * HAS PASSED CLOSES. A DUE DATE STILL INSIDE THE WINDOW MOVES
      * TO THE FIRST PAYMENT AFTER IT, AND THE CUSTOMER IS TOLD WHEN
      * PAYMENTS RESUME AND FOR HOW MUCH.
      *----------------------------------------------------------------
       3000-CLOSE-ENDED-FORBEARANCE.
           MOVE 'N' TO WS-WKM-EOF-FLAG
           MOVE LOW-VALUES TO WM-ACCT-NUMBER
           START WORKOUT-MASTER KEY > WM-ACCT-NUMBER
           IF NOT WS-WKM-OK
               SET WS-WKM-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-WKM-EOF
               READ WORKOUT-MASTER NEXT
                   AT END
                       SET WS-WKM-EOF TO TRUE
                   NOT AT END
                       IF WM-FORB-ACTIVE
                           AND WM-FB-END < WS-PROCESSING-DATE
                           PERFORM 3100-CLOSE-ONE-FORBEARANCE
                       END-IF
               END-READ
           END-PERFORM.

       3100-CLOSE-ONE-FORBEARANCE.
           MOVE WM-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
           IF WS-ACCT-OK
               MOVE ACCOUNT-RECORD TO WS-ACCT-BEFORE-IMAGE
               MOVE ACCT-INT-RATE TO WS-OLD-RATE
               MOVE ACCT-PMT-AMOUNT TO WS-OLD-PMT
               MOVE ACCT-PMT-DUE-DATE TO WS-OLD-DUE-DATE
               MOVE ACCT-MATURITY-DATE TO WS-OLD-MATURITY
               MOVE 0 TO WS-PMTS-MOVED
               MOVE WM-FB-END TO WS-WIN-TO
               MOVE ACCT-PMT-DUE-DATE TO WS-FIRST-DUE
               PERFORM 6200-STEP-PAST-WINDOW
               MOVE WS-FIRST-DUE TO ACCT-PMT-DUE-DATE
               MOVE WS-MAINT-STAMP TO ACCT-LAST-MAINT-TS
               REWRITE ACCOUNT-RECORD
               PERFORM 8900-WRITE-ACCT-JOURNAL
               MOVE WM-FB-START TO WH-FB-START
               MOVE WM-FB-END TO WH-FB-END
               MOVE 'FE' TO WH-EVENT-TYPE
               MOVE WM-APPROVED-BY TO WH-APPROVED-BY
               PERFORM 7000-WRITE-HISTORY
               PERFORM 3200-WRITE-END-NOTICE
           END-IF
           SET WM-FORB-ENDED TO TRUE
           MOVE WS-PROCESSING-DATE TO WM-LAST-MAINT-DATE
           REWRITE WORKOUT-MASTER-RECORD
           ADD 1 TO WS-FORB-CLOSED.

       3200-WRITE-END-NOTICE.
           MOVE SPACES TO CUST-NOTICE-RECORD
           MOVE 'FBEN' TO NO-LETTER-CODE
           MOVE ACCT-OWNER-ID TO NO-CUST-ID
           MOVE ACCT-NUMBER TO NO-ACCT-NUMBER
           MOVE WS-PROCESSING-DATE TO NO-NOTICE-DATE
           MOVE ACCT-PMT-AMOUNT TO WS-NT-PMT
           MOVE ACCT-PMT-DUE-DATE TO WS-NT-DUE
           MOVE WS-NOTICE-TEXT TO NO-VAR-DATA
           WRITE CUST-NOTICE-RECORD
           ADD 1 TO WS-NOTICES-WRITTEN.

       4000-REGENERATE-WORKOUT-LIST.
           OPEN OUTPUT WORKOUT-LIST-FILE
           MOVE 'N' TO WS-WKM-EOF-FLAG
           MOVE LOW-VALUES TO WM-ACCT-NUMBER
           START WORKOUT-MASTER KEY > WM-ACCT-NUMBER
           IF NOT WS-WKM-OK
               SET WS-WKM-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-WKM-EOF
               READ WORKOUT-MASTER NEXT
                   AT END
                       SET WS-WKM-EOF TO TRUE
                   NOT AT END
                       IF WM-FORB-ACTIVE
                           MOVE SPACES TO WORKOUT-LIST-RECORD
                           MOVE WM-ACCT-NUMBER TO WL-ACCT-NUMBER
                           MOVE WM-FB-START TO WL-FB-START
                           MOVE WM-FB-END TO WL-FB-END
                           WRITE WORKOUT-LIST-RECORD
                           ADD 1 TO WS-LIST-WRITTEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKOUT-LIST-FILE.

      *----------------------------------------------------------------
      * RE-AMORTIZATION: THE BALANCE IS SPREAD LEVEL OVER THE MONTHS
      * FROM THE FIRST PAYMENT OF THE NEW SCHEDULE THROUGH MATURITY
      * AT THE LOAN RATE; THE INSTALLMENT IS THAT PRINCIPAL AND
      * INTEREST PLUS THE ESCROW PORTION. A LOAN WITH NO MATURITY
      * DATE, OR A MODIFICATION THAT FIXED ITS OWN PAYMENT, KEEPS
      * THE PAYMENT AS IT STANDS.
      *----------------------------------------------------------------
       5000-REAMORTIZE.
           IF ACCT-MATURITY-DATE > 0 AND NOT WS-FIXED-PMT
               MOVE ACCT-MATURITY-DATE TO WS-MATURITY-WORK
               COMPUTE WS-REMAINING-TERM =
                   (WS-MW-YYYY * 12 + WS-MW-MM)
                   - (WS-FD-YYYY * 12 + WS-FD-MM) + 1
               IF WS-REMAINING-TERM < 1
                   MOVE 1 TO WS-REMAINING-TERM
               END-IF
               IF ACCT-INT-RATE = 0
                   COMPUTE WS-PI-PAYMENT ROUNDED =
                       ACCT-BALANCE / WS-REMAINING-TERM
               ELSE
                   COMPUTE WS-MONTHLY-RATE = ACCT-INT-RATE / 12
                   COMPUTE WS-AMORT-FACTOR =
                       (1 + WS-MONTHLY-RATE) ** WS-REMAINING-TERM
                   COMPUTE WS-PI-PAYMENT ROUNDED =
                       ACCT-BALANCE * WS-MONTHLY-RATE
                       * WS-AMORT-FACTOR / (WS-AMORT-FACTOR - 1)
               END-IF
               COMPUTE ACCT-PMT-AMOUNT =
                   WS-PI-PAYMENT + ACCT-ESCROW-PMT
           END-IF.

      *----------------------------------------------------------------
      * ADD WS-MONTHS-TO-ADD MONTHS TO WS-DATE-WORK.
      *----------------------------------------------------------------
       6000-ADD-MONTHS.
           COMPUTE WS-MONTH-SEQ =
               WS-DS-YYYY * 12 + WS-DS-MM - 1 + WS-MONTHS-TO-ADD
           DIVIDE WS-MONTH-SEQ BY 12
               GIVING WS-DS-YYYY REMAINDER WS-MONTH-REM
           COMPUTE WS-DS-MM = WS-MONTH-REM + 1
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-WORK)
               = 0
               SUBTRACT 1 FROM WS-DS-DD
           END-PERFORM.

      *----------------------------------------------------------------
      * COUNT THE MONTHLY DUE DATES FROM THE CURRENT DUE DATE THAT
      * FALL BETWEEN WS-WIN-FROM AND WS-WIN-TO.
      *----------------------------------------------------------------
       6100-COUNT-DUES-IN-WINDOW.
           MOVE 0 TO WS-DUE-COUNT
           MOVE ACCT-PMT-DUE-DATE TO WS-DATE-WORK
           MOVE 1 TO WS-MONTHS-TO-ADD
           PERFORM UNTIL WS-DATE-WORK > WS-WIN-TO
               IF WS-DATE-WORK >= WS-WIN-FROM
                   ADD 1 TO WS-DUE-COUNT
               END-IF
               PERFORM 6000-ADD-MONTHS
           END-PERFORM.

      *----------------------------------------------------------------
      * STEP WS-FIRST-DUE A MONTH AT A TIME UNTIL IT FALLS AFTER
      * WS-WIN-TO.
      *----------------------------------------------------------------
       6200-STEP-PAST-WINDOW.
           MOVE WS-FIRST-DUE TO WS-DATE-WORK
           MOVE 1 TO WS-MONTHS-TO-ADD
           PERFORM UNTIL WS-DATE-WORK > WS-WIN-TO
               PERFORM 6000-ADD-MONTHS
           END-PERFORM
           MOVE WS-DATE-WORK TO WS-FIRST-DUE.

       7000-WRITE-HISTORY.
           MOVE ACCT-NUMBER TO WH-ACCT-NUMBER
           MOVE WS-PROCESSING-DATE TO WH-EVENT-DATE
           MOVE WS-OLD-RATE TO WH-OLD-RATE
           MOVE ACCT-INT-RATE TO WH-NEW-RATE
           MOVE WS-OLD-PMT TO WH-OLD-PMT
           MOVE ACCT-PMT-AMOUNT TO WH-NEW-PMT
           MOVE WS-OLD-DUE-DATE TO WH-OLD-DUE-DATE
           MOVE ACCT-PMT-DUE-DATE TO WH-NEW-DUE-DATE
           MOVE WS-OLD-MATURITY TO WH-OLD-MATURITY
           MOVE ACCT-MATURITY-DATE TO WH-NEW-MATURITY
           MOVE WS-PMTS-MOVED TO WH-PMTS-MOVED
           MOVE ACCT-BALANCE TO WH-BALANCE
           WRITE WORKOUT-HIST-RECORD.

       8900-WRITE-ACCT-JOURNAL.
           MOVE ACCT-NUMBER TO JR-ACCT-NUMBER
           MOVE 'LOANWRK' TO JR-PROGRAM
           MOVE WS-PROCESSING-DATE TO JR-DATE
           ACCEPT WS-JRNL-TIME FROM TIME
           MOVE WS-JRNL-TIME TO JR-TIME
           MOVE SPACES TO JR-TRAN-REF
           MOVE WS-ACCT-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD TO JR-AFTER-IMAGE
           WRITE ACCT-JOURNAL-RECORD.

       9000-FINALIZE.
           IF WS-REQ-OK OR WS-REQ-STATUS = '10'
               CLOSE WORKOUT-REQ-FILE
           END-IF
           CLOSE ACCOUNT-MASTER
           CLOSE WORKOUT-MASTER
           CLOSE WORKOUT-HIST-FILE
           CLOSE ACCT-JOURNAL-FILE
           CLOSE CUST-NOTICE-FILE
           DISPLAY '*** LOAN WORKOUT PROCESSING COMPLETE ***'
           DISPLAY 'REQUESTS READ:        ' WS-REQUESTS-READ
           DISPLAY 'FORBEARANCES:         ' WS-FORBEARANCES
           DISPLAY 'FORBEARANCE EXTENDED: ' WS-FORB-EXTENSIONS
           DISPLAY 'DEFERRALS:            ' WS-DEFERRALS
           DISPLAY 'MODIFICATIONS:        ' WS-MODIFICATIONS
           DISPLAY 'REQUESTS REJECTED:    ' WS-REQUESTS-REJECTED
           DISPLAY 'FORBEARANCES CLOSED:  ' WS-FORB-CLOSED
           DISPLAY 'END NOTICES WRITTEN:  ' WS-NOTICES-WRITTEN
           DISPLAY 'FORBEARANCE LIST:     ' WS-LIST-WRITTEN.
