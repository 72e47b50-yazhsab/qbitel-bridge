       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANNACR.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-09-02.
      *================================================================*
      * LOAN NON-ACCRUAL PROCESSING                                    *
      * DEFAULT MODE: PUTS SERIOUSLY DELINQUENT LOANS ON NON-ACCRUAL   *
      * AND RETURNS CURED LOANS TO ACCRUAL.                            *
      *   - EVERY LOAN ON THE DELINQUENCY AGING WORK FILE (WRKDELQ,    *
      *     FROM LOANDELQ) AT OR PAST THE CONFIGURED DAYS-PAST-DUE     *
      *     THRESHOLD GOES ON NON-ACCRUAL.                             *
      *   - LOAN OFFICERS PLACE OR RESTORE INDIVIDUAL LOANS THROUGH    *
      *     THE NON-ACCRUAL REQUEST FILE (NACCREQ).                    *
      *   - A NON-ACCRUAL LOAN WITH THE CONFIGURED RUN OF CONSECUTIVE  *
      *     ON-TIME PAYMENTS (COUNTED BY THE NIGHTLY POSTING RUN)      *
      *     RETURNS TO ACCRUAL; ONE CHARGED OFF OR CLOSED LEAVES THE   *
      *     NON-ACCRUAL PORTFOLIO.                                     *
      * ON PLACEMENT THE ACCRUED-BUT-UNPAID INTEREST IS REVERSED OUT   *
      * OF ACCT-INT-ACCRUED AND THROUGH THE GL FEED; THE NIGHTLY RUN   *
      * STOPS ACCRUING THE LOAN AND APPLIES ITS PAYMENTS UNDER THE     *
      * CONFIGURED NON-ACCRUAL PAYMENT METHOD. EVERY MOVE IN OR OUT    *
      * IS APPENDED TO THE NON-ACCRUAL LOG.                            *
      *                                                                *
      * REPORT MODE ('REPORT'): THE MONTHLY NON-ACCRUAL ROLL-FORWARD   *
      * FOR CREDIT ADMINISTRATION - BEGINNING PORTFOLIO, LOANS IN,     *
      * LOANS OUT, BALANCE MOVEMENT, AND THE ENDING PORTFOLIO, WHICH   *
      * IS SAVED AS THE NEXT PERIOD'S BEGINNING.                       *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL DELQ-WORK-FILE ASSIGN TO WRKDELQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELQ-STATUS.
           SELECT OPTIONAL NACC-REQUEST-FILE ASSIGN TO NACCREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT NACC-CTL-FILE ASSIGN TO NACCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL NACC-LOG-FILE ASSIGN TO NACCLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT OPTIONAL NACC-BAL-FILE ASSIGN TO NACCBAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT NACC-REPORT-FILE ASSIGN TO NACCRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-FEED-FILE ASSIGN TO GLFEED
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ACCT-JOURNAL-FILE ASSIGN TO ACCTJRNL
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
           05  FILLER                  PIC X(21).
           05  ACCT-INT-ACCRUED        PIC S9(9)V99 COMP-3.
           05  ACCT-LAST-INT-DATE      PIC 9(8).
           05  FILLER                  PIC X(43).
           05  ACCT-STATUS             PIC X(1).
               88  ACCT-ACTIVE         VALUE 'A'.
               88  ACCT-CHARGED-OFF    VALUE 'O'.
               88  ACCT-CLOSED         VALUE 'C'.
           05  FILLER                  PIC X(53).
           05  ACCT-PMT-DUE-DATE       PIC 9(8).
           05  FILLER                  PIC X(19).
           05  ACCT-LAST-MAINT-TS      PIC 9(14).
           05  FILLER                  PIC X(12).
           05  ACCT-ACCRUAL-STATUS     PIC X(1).
               88  ACCT-NON-ACCRUAL    VALUE 'N'.
           05  ACCT-CURE-PMTS          PIC 9(1).

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

      *----------------------------------------------------------------
      * OFFICER REQUESTS: NA PLACES THE LOAN ON NON-ACCRUAL, RA
      * RETURNS IT TO ACCRUAL.
      *----------------------------------------------------------------
       FD  NACC-REQUEST-FILE.
       01  NACC-REQUEST-RECORD.
           05  NR-ACCT-NUMBER          PIC 9(12).
           05  NR-ACTION               PIC X(2).
               88  NR-PLACE            VALUE 'NA'.
               88  NR-RESTORE          VALUE 'RA'.
           05  NR-OFFICER-ID           PIC X(8).
           05  NR-REASON               PIC X(30).
           05  FILLER                  PIC X(8).

      *----------------------------------------------------------------
      * CONTROL: DAYS PAST DUE THAT FORCE NON-ACCRUAL, CONSECUTIVE
      * ON-TIME PAYMENTS THAT EARN A RETURN TO ACCRUAL, AND HOW THE
      * NIGHTLY RUN APPLIES A NON-ACCRUAL PAYMENT (P PRINCIPAL
      * FIRST, C CASH BASIS). THE NIGHTLY RUN READS THE SAME FILE.
      *----------------------------------------------------------------
       FD  NACC-CTL-FILE.
       01  NACC-CTL-RECORD.
           05  NC-THRESHOLD-DAYS       PIC 9(3).
           05  NC-CURE-PMTS            PIC 9(1).
           05  NC-PMT-METHOD           PIC X(1).
           05  FILLER                  PIC X(15).

      *----------------------------------------------------------------
      * NON-ACCRUAL LOG: ONE RECORD PER MOVE IN (I) OR OUT (O).
      * REASON D DAYS PAST DUE, F OFFICER, C CURED BY ON-TIME
      * PAYMENTS, X CHARGED OFF OR CLOSED.
      *----------------------------------------------------------------
       FD  NACC-LOG-FILE.
       01  NACC-LOG-RECORD.
           05  NL-ACCT-NUMBER          PIC 9(12).
           05  NL-OWNER-ID             PIC 9(10).
           05  NL-EVENT                PIC X(1).
               88  NL-MOVED-IN         VALUE 'I'.
               88  NL-MOVED-OUT        VALUE 'O'.
           05  NL-REASON               PIC X(1).
           05  NL-DATE                 PIC 9(8).
           05  NL-BALANCE              PIC S9(13)V99 COMP-3.
           05  NL-INT-REVERSED         PIC S9(9)V99 COMP-3.
           05  NL-OFFICER-ID           PIC X(8).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * PERIOD-END PORTFOLIO, ONE RECORD PER MONTHLY REPORT.
      *----------------------------------------------------------------
       FD  NACC-BAL-FILE.
       01  NACC-BAL-RECORD.
           05  NB-PERIOD               PIC 9(6).
           05  NB-LOAN-COUNT           PIC 9(7).
           05  NB-BALANCE              PIC S9(15)V99 COMP-3.
           05  FILLER                  PIC X(10).

       FD  NACC-REPORT-FILE.
       01  NACC-REPORT-LINE            PIC X(132).

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

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
           88  WS-ACCT-EOF             VALUE '10'.
       01  WS-DELQ-STATUS              PIC X(2).
           88  WS-DELQ-OK              VALUE '00'.
       01  WS-REQ-STATUS               PIC X(2).
           88  WS-REQ-OK               VALUE '00'.
       01  WS-CTL-STATUS               PIC X(2).
           88  WS-CTL-OK               VALUE '00'.
       01  WS-LOG-STATUS               PIC X(2).
           88  WS-LOG-OK               VALUE '00'.
       01  WS-BAL-STATUS               PIC X(2).
           88  WS-BAL-OK               VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-DELQ-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-DELQ-EOF             VALUE 'Y'.
       01  WS-REQ-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-REQ-EOF              VALUE 'Y'.
       01  WS-LOG-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-LOG-EOF              VALUE 'Y'.
       01  WS-BAL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-BAL-EOF              VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(6).
       01  WS-MAINT-STAMP              PIC 9(14) VALUE 0.
       01  WS-ACCT-BEFORE-IMAGE        PIC X(230).
       01  WS-JRNL-TIME                PIC 9(6).

       01  WS-COMMAND-LINE             PIC X(40).
       01  WS-RUN-MODE                 PIC X(6) VALUE SPACES.
           88  WS-MODE-REPORT          VALUE 'REPORT'.

       01  WS-THRESHOLD-DAYS           PIC 9(3) VALUE 90.
       01  WS-CURE-PMTS                PIC 9(1) VALUE 6.
       01  WS-MOVE-EVENT               PIC X(1).
       01  WS-MOVE-REASON              PIC X(1).
       01  WS-MOVE-OFFICER             PIC X(8).
       01  WS-INT-REVERSED             PIC S9(9)V99 COMP-3.
       01  WS-REJECT-REASON            PIC X(40).

       01  WS-REPORT-PERIOD            PIC 9(6).
       01  WS-BEGIN-PERIOD             PIC 9(6) VALUE 0.
       01  WS-BEGIN-COUNT              PIC 9(7) VALUE 0.
       01  WS-BEGIN-BALANCE            PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-IN-COUNT                 PIC 9(7) VALUE 0.
       01  WS-IN-BALANCE               PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-IN-INT-REVERSED          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-OUT-CURED-COUNT          PIC 9(7) VALUE 0.
       01  WS-OUT-CURED-BAL            PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-OUT-OFFICER-COUNT        PIC 9(7) VALUE 0.
       01  WS-OUT-OFFICER-BAL          PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-OUT-CLOSED-COUNT         PIC 9(7) VALUE 0.
       01  WS-OUT-CLOSED-BAL           PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-END-COUNT                PIC 9(7) VALUE 0.
       01  WS-END-BALANCE              PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-BAL-MOVEMENT             PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-AGING-READ           PIC 9(7) VALUE 0.
           05  WS-REQUESTS-READ        PIC 9(5) VALUE 0.
           05  WS-REQUESTS-REJECTED    PIC 9(5) VALUE 0.
           05  WS-LOANS-PLACED         PIC 9(5) VALUE 0.
           05  WS-LOANS-RESTORED       PIC 9(5) VALUE 0.
           05  WS-LOANS-EXITED         PIC 9(5) VALUE 0.
           05  WS-LOANS-NON-ACCRUAL    PIC 9(7) VALUE 0.
           05  WS-TOTAL-INT-REVERSED   PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(25) VALUE SPACES.
           05  FILLER                  PIC X(47) VALUE
               'LOAN NON-ACCRUAL ACTIVITY - DATE'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RH-DATE              PIC 9(8).
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-ROLL-HEADER.
           05  FILLER                  PIC X(25) VALUE SPACES.
           05  FILLER                  PIC X(47) VALUE
               'NON-ACCRUAL LOAN ROLL-FORWARD - PERIOD'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RL-PERIOD            PIC 9(6).
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-MOVE-LINE.
           05  WS-ML-EVENT             PIC X(13).
           05  WS-ML-ACCT              PIC 9(12).
           05  FILLER                  PIC X(8) VALUE ' OWNER: '.
           05  WS-ML-OWNER             PIC 9(10).
           05  FILLER                  PIC X(6) VALUE ' BAL: '.
           05  WS-ML-BALANCE           PIC Z(12)9.99-.
           05  FILLER                  PIC X(10) VALUE ' INT REV: '.
           05  WS-ML-INT               PIC Z(8)9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-REASON            PIC X(30).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(13) VALUE 'REJECTED:    '.
           05  WS-RJ-ACCT              PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RJ-ACTION            PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RJ-REASON            PIC X(40).
           05  FILLER                  PIC X(61) VALUE SPACES.

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
           IF WS-MODE-REPORT
               PERFORM 5000-MONTHLY-ROLL-FORWARD
           ELSE
               PERFORM 2000-NON-ACCRUAL-RUN
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE
           DISPLAY '*** LOAN NON-ACCRUAL PROCESSING STARTED ***'
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
           MOVE WS-PROCESSING-DATE(1:6) TO WS-REPORT-PERIOD
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           OPEN INPUT NACC-CTL-FILE
           IF WS-CTL-OK
               READ NACC-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NC-THRESHOLD-DAYS > 0
                           MOVE NC-THRESHOLD-DAYS
                               TO WS-THRESHOLD-DAYS
                       END-IF
                       IF NC-CURE-PMTS > 0
                           MOVE NC-CURE-PMTS TO WS-CURE-PMTS
                       END-IF
               END-READ
               CLOSE NACC-CTL-FILE
           ELSE
               DISPLAY 'NO NON-ACCRUAL CONTROL - DEFAULT '
                   WS-THRESHOLD-DAYS ' DAYS, ' WS-CURE-PMTS
                   ' PAYMENTS TO CURE'
           END-IF
           OPEN OUTPUT NACC-REPORT-FILE.

      *----------------------------------------------------------------
      * THE AGING FEED IS APPLIED FIRST, THEN THE OFFICERS' REQUESTS
      * (SO AN OFFICER'S DECISION STANDS FOR THE DAY), THEN THE
      * SWEEP FOR CURED, CHARGED-OFF, AND CLOSED LOANS.
      *----------------------------------------------------------------
       2000-NON-ACCRUAL-RUN.
           OPEN I-O ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY 'ERROR OPENING ACCOUNT MASTER: ' WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND GL-FEED-FILE
           OPEN EXTEND ACCT-JOURNAL-FILE
           OPEN EXTEND NACC-LOG-FILE
           MOVE WS-PROCESSING-DATE TO WS-RH-DATE
           WRITE NACC-REPORT-LINE FROM WS-REPORT-HEADER
           PERFORM 2100-APPLY-AGING
           PERFORM 2200-APPLY-OFFICER-REQUESTS
           PERFORM 3000-SWEEP-NON-ACCRUAL
           IF WS-TOTAL-INT-REVERSED > 0
               PERFORM 3500-WRITE-GL-ENTRIES
           END-IF
           CLOSE ACCOUNT-MASTER
           CLOSE GL-FEED-FILE
           CLOSE ACCT-JOURNAL-FILE
           CLOSE NACC-LOG-FILE.

       2100-APPLY-AGING.
           OPEN INPUT DELQ-WORK-FILE
           IF NOT WS-DELQ-OK
               DISPLAY 'NO DELINQUENCY AGING FILE - AGING SKIPPED'
               SET WS-DELQ-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-DELQ-EOF
               READ DELQ-WORK-FILE
                   AT END
                       SET WS-DELQ-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AGING-READ
                       IF WK-DAYS-PAST-DUE >= WS-THRESHOLD-DAYS
                           PERFORM 2150-AGE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DELQ-WORK-FILE.

       2150-AGE-ONE-LOAN.
           MOVE WK-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LOAN-ACCT AND ACCT-ACTIVE
                       AND NOT ACCT-NON-ACCRUAL
                       MOVE 'D' TO WS-MOVE-REASON
                       MOVE SPACES TO WS-MOVE-OFFICER
                       PERFORM 6000-PLACE-NON-ACCRUAL
                   END-IF
           END-READ.

       2200-APPLY-OFFICER-REQUESTS.
           OPEN INPUT NACC-REQUEST-FILE
           IF NOT WS-REQ-OK
               SET WS-REQ-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-REQ-EOF
               READ NACC-REQUEST-FILE
                   AT END
                       SET WS-REQ-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REQUESTS-READ
                       PERFORM 2250-APPLY-ONE-REQUEST
               END-READ
           END-PERFORM
           CLOSE NACC-REQUEST-FILE.

       2250-APPLY-ONE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE NR-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN NOT LOAN-ACCT OR NOT ACCT-ACTIVE
                       MOVE 'NOT AN ACTIVE LOAN' TO WS-REJECT-REASON
                   WHEN NR-PLACE AND ACCT-NON-ACCRUAL
                       MOVE 'ALREADY ON NON-ACCRUAL'
                           TO WS-REJECT-REASON
                   WHEN NR-RESTORE AND NOT ACCT-NON-ACCRUAL
                       MOVE 'NOT ON NON-ACCRUAL' TO WS-REJECT-REASON
                   WHEN NOT NR-PLACE AND NOT NR-RESTORE
                       MOVE 'UNKNOWN ACTION' TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REQUESTS-REJECTED
               MOVE NR-ACCT-NUMBER TO WS-RJ-ACCT
               MOVE NR-ACTION TO WS-RJ-ACTION
               MOVE WS-REJECT-REASON TO WS-RJ-REASON
               WRITE NACC-REPORT-LINE FROM WS-REJECT-LINE
           ELSE
               MOVE 'F' TO WS-MOVE-REASON
               MOVE NR-OFFICER-ID TO WS-MOVE-OFFICER
               IF NR-PLACE
                   PERFORM 6000-PLACE-NON-ACCRUAL
               ELSE
                   PERFORM 6100-RESTORE-ACCRUAL
               END-IF
           END-IF.

       3000-SWEEP-NON-ACCRUAL.
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-MASTER KEY > ACCT-NUMBER
           IF NOT WS-ACCT-OK
               SET WS-ACCT-EOF TO TRUE
           END-IF
           PERFORM 3100-SWEEP-LOOP
               UNTIL WS-ACCT-EOF.

       3100-SWEEP-LOOP.
           READ ACCOUNT-MASTER NEXT
               AT END
                   SET WS-ACCT-EOF TO TRUE
               NOT AT END
                   IF LOAN-ACCT AND ACCT-NON-ACCRUAL
                       PERFORM 3200-CHECK-ONE-LOAN
                   END-IF
           END-READ.

       3200-CHECK-ONE-LOAN.
           MOVE SPACES TO WS-MOVE-OFFICER
           EVALUATE TRUE
               WHEN NOT ACCT-ACTIVE
                   MOVE 'X' TO WS-MOVE-REASON
                   PERFORM 6100-RESTORE-ACCRUAL
               WHEN ACCT-CURE-PMTS >= WS-CURE-PMTS
                   MOVE 'C' TO WS-MOVE-REASON
                   PERFORM 6100-RESTORE-ACCRUAL
               WHEN OTHER
                   ADD 1 TO WS-LOANS-NON-ACCRUAL
           END-EVALUATE.

       3500-WRITE-GL-ENTRIES.
           MOVE 'LNINTINC' TO WS-GL-EVENT
           PERFORM 9520-RESOLVE-GL-CODE
           MOVE 'D' TO GL-DR-CR
           MOVE WS-TOTAL-INT-REVERSED TO GL-AMOUNT
           MOVE 'LOAN INTEREST REVERSED - NON-ACCRUAL' TO GL-DESCRIPTION
           MOVE WS-PROCESSING-DATE TO GL-POSTING-DATE
           MOVE 'LOANNACR' TO GL-SOURCE-PROGRAM
           WRITE GL-FEED-RECORD
           MOVE 'LNINTREC' TO WS-GL-EVENT
           PERFORM 9520-RESOLVE-GL-CODE
           MOVE 'C' TO GL-DR-CR
           MOVE WS-TOTAL-INT-REVERSED TO GL-AMOUNT
           MOVE 'ACCRUED LOAN INTEREST REVERSED' TO GL-DESCRIPTION
           MOVE WS-PROCESSING-DATE TO GL-POSTING-DATE
           MOVE 'LOANNACR' TO GL-SOURCE-PROGRAM
           WRITE GL-FEED-RECORD.

      *----------------------------------------------------------------
      * MONTHLY ROLL-FORWARD: THE BEGINNING PORTFOLIO IS THE LAST
      * SAVED PERIOD-END BEFORE THIS PERIOD, MOVES IN AND OUT COME
      * FROM THE LOG, THE ENDING PORTFOLIO FROM THE ACCOUNT MASTER.
      * WHAT IS LEFT OVER IS THE BALANCE MOVEMENT ON LOANS THAT
      * STAYED ON NON-ACCRUAL (PAYMENTS APPLIED TO PRINCIPAL).
      *----------------------------------------------------------------
       5000-MONTHLY-ROLL-FORWARD.
           MOVE WS-REPORT-PERIOD TO WS-RL-PERIOD
           WRITE NACC-REPORT-LINE FROM WS-ROLL-HEADER
           PERFORM 5100-GET-BEGINNING
           PERFORM 5200-TALLY-MOVES
           PERFORM 5300-TALLY-ENDING
           COMPUTE WS-BAL-MOVEMENT =
               WS-BEGIN-BALANCE + WS-IN-BALANCE
               - WS-OUT-CURED-BAL - WS-OUT-OFFICER-BAL
               - WS-OUT-CLOSED-BAL - WS-END-BALANCE
           MOVE 'BEGINNING NON-ACCRUAL LOANS' TO WS-TL-LABEL
           MOVE WS-BEGIN-COUNT TO WS-TL-COUNT
           MOVE WS-BEGIN-BALANCE TO WS-TL-AMOUNT
           WRITE NACC-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ADD: LOANS PLACED ON NON-ACCRUAL' TO WS-TL-LABEL
           MOVE WS-IN-COUNT TO WS-TL-COUNT
           MOVE WS-IN-BALANCE TO WS-TL-AMOUNT
           WRITE NACC-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE '     INTEREST REVERSED ON PLACEMENT' TO WS-TL-LABEL
           MOVE 0 TO WS-TL-COUNT
           MOVE WS-IN-INT-REVERSED TO WS-TL-AMOUNT
           WRITE NACC-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'LESS: RETURNED TO ACCRUAL - CURED' TO WS-TL-LABEL
           MOVE WS-OUT-CURED-COUNT TO WS-TL-COUNT
           MOVE WS-OUT-CURED-BAL TO WS-TL-AMOUNT
           WRITE NACC-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'LESS: RETURNED TO ACCRUAL - OFFICER' TO WS-TL-LABEL
           MOVE WS-OUT-OFFICER-COUNT TO WS-TL-COUNT
           MOVE WS-OUT-OFFICER-BAL TO WS-TL-AMOUNT
           WRITE NACC-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'LESS: CHARGED OFF OR CLOSED' TO WS-TL-LABEL
           MOVE WS-OUT-CLOSED-COUNT TO WS-TL-COUNT
           MOVE WS-OUT-CLOSED-BAL TO WS-TL-AMOUNT
           WRITE NACC-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'LESS: PAYMENTS AND OTHER BALANCE CHANGES'
               TO WS-TL-LABEL
           MOVE 0 TO WS-TL-COUNT
           MOVE WS-BAL-MOVEMENT TO WS-TL-AMOUNT
           WRITE NACC-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ENDING NON-ACCRUAL LOANS' TO WS-TL-LABEL
           MOVE WS-END-COUNT TO WS-TL-COUNT
           MOVE WS-END-BALANCE TO WS-TL-AMOUNT
           WRITE NACC-REPORT-LINE FROM WS-TOTAL-LINE
           OPEN EXTEND NACC-BAL-FILE
           MOVE SPACES TO NACC-BAL-RECORD
           MOVE WS-REPORT-PERIOD TO NB-PERIOD
           MOVE WS-END-COUNT TO NB-LOAN-COUNT
           MOVE WS-END-BALANCE TO NB-BALANCE
           WRITE NACC-BAL-RECORD
           CLOSE NACC-BAL-FILE.

       5100-GET-BEGINNING.
           OPEN INPUT NACC-BAL-FILE
           IF NOT WS-BAL-OK
               SET WS-BAL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-BAL-EOF
               READ NACC-BAL-FILE
                   AT END
                       SET WS-BAL-EOF TO TRUE
                   NOT AT END
                       IF NB-PERIOD < WS-REPORT-PERIOD
                           AND NB-PERIOD >= WS-BEGIN-PERIOD
                           MOVE NB-PERIOD TO WS-BEGIN-PERIOD
                           MOVE NB-LOAN-COUNT TO WS-BEGIN-COUNT
                           MOVE NB-BALANCE TO WS-BEGIN-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BAL-OK OR WS-BAL-STATUS = '10'
               CLOSE NACC-BAL-FILE
           END-IF.

       5200-TALLY-MOVES.
           OPEN INPUT NACC-LOG-FILE
           IF NOT WS-LOG-OK
               SET WS-LOG-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-LOG-EOF
               READ NACC-LOG-FILE
                   AT END
                       SET WS-LOG-EOF TO TRUE
                   NOT AT END
                       IF NL-DATE(1:6) = WS-REPORT-PERIOD
                           PERFORM 5250-TALLY-ONE-MOVE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LOG-OK OR WS-LOG-STATUS = '10'
               CLOSE NACC-LOG-FILE
           END-IF.

       5250-TALLY-ONE-MOVE.
           MOVE NL-ACCT-NUMBER TO WS-ML-ACCT
           MOVE NL-OWNER-ID TO WS-ML-OWNER
           MOVE NL-BALANCE TO WS-ML-BALANCE
           MOVE NL-INT-REVERSED TO WS-ML-INT
           MOVE NL-REASON TO WS-MOVE-REASON
           IF NL-MOVED-IN
               MOVE 'IN:          ' TO WS-ML-EVENT
               ADD 1 TO WS-IN-COUNT
               ADD NL-BALANCE TO WS-IN-BALANCE
               ADD NL-INT-REVERSED TO WS-IN-INT-REVERSED
           ELSE
               MOVE 'OUT:         ' TO WS-ML-EVENT
               EVALUATE NL-REASON
                   WHEN 'C'
                       ADD 1 TO WS-OUT-CURED-COUNT
                       ADD NL-BALANCE TO WS-OUT-CURED-BAL
                   WHEN 'X'
                       ADD 1 TO WS-OUT-CLOSED-COUNT
                       ADD NL-BALANCE TO WS-OUT-CLOSED-BAL
                   WHEN OTHER
                       ADD 1 TO WS-OUT-OFFICER-COUNT
                       ADD NL-BALANCE TO WS-OUT-OFFICER-BAL
               END-EVALUATE
           END-IF
           PERFORM 6300-SET-REASON-TEXT
           WRITE NACC-REPORT-LINE FROM WS-MOVE-LINE.

       5300-TALLY-ENDING.
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY 'ERROR OPENING ACCOUNT MASTER: ' WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
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
                       IF LOAN-ACCT AND ACCT-ACTIVE
                           AND ACCT-NON-ACCRUAL
                           ADD 1 TO WS-END-COUNT
                           ADD ACCT-BALANCE TO WS-END-BALANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER.

      *----------------------------------------------------------------
      * PLACEMENT: THE ACCRUED-BUT-UNPAID INTEREST COMES OFF THE
      * LOAN AND IS REVERSED OUT OF INCOME ON THE GL FEED. THE
      * ON-TIME PAYMENT RUN STARTS OVER FROM ZERO.
      *----------------------------------------------------------------
       6000-PLACE-NON-ACCRUAL.
           MOVE ACCOUNT-RECORD TO WS-ACCT-BEFORE-IMAGE
           MOVE ACCT-INT-ACCRUED TO WS-INT-REVERSED
           MOVE 0 TO ACCT-INT-ACCRUED
           SET ACCT-NON-ACCRUAL TO TRUE
           MOVE 0 TO ACCT-CURE-PMTS
           MOVE WS-MAINT-STAMP TO ACCT-LAST-MAINT-TS
           REWRITE ACCOUNT-RECORD
           PERFORM 8900-WRITE-ACCT-JOURNAL
           MOVE 'I' TO WS-MOVE-EVENT
           PERFORM 6200-WRITE-LOG
           ADD 1 TO WS-LOANS-PLACED
           ADD WS-INT-REVERSED TO WS-TOTAL-INT-REVERSED
           MOVE 'NON-ACCRUAL: ' TO WS-ML-EVENT
           PERFORM 6250-WRITE-MOVE-LINE.

      *----------------------------------------------------------------
      * RETURN TO ACCRUAL: ACCRUAL RESTARTS FROM TODAY - NOTHING IS
      * ACCRUED BACK FOR THE NON-ACCRUAL PERIOD.
      *----------------------------------------------------------------
       6100-RESTORE-ACCRUAL.
           MOVE ACCOUNT-RECORD TO WS-ACCT-BEFORE-IMAGE
           MOVE 0 TO WS-INT-REVERSED
           MOVE 'A' TO ACCT-ACCRUAL-STATUS
           MOVE 0 TO ACCT-CURE-PMTS
           MOVE WS-PROCESSING-DATE TO ACCT-LAST-INT-DATE
           MOVE WS-MAINT-STAMP TO ACCT-LAST-MAINT-TS
           REWRITE ACCOUNT-RECORD
           PERFORM 8900-WRITE-ACCT-JOURNAL
           MOVE 'O' TO WS-MOVE-EVENT
           PERFORM 6200-WRITE-LOG
           IF WS-MOVE-REASON = 'X'
               ADD 1 TO WS-LOANS-EXITED
               MOVE 'LEFT PORTF:  ' TO WS-ML-EVENT
           ELSE
               ADD 1 TO WS-LOANS-RESTORED
               MOVE 'ACCRUAL:     ' TO WS-ML-EVENT
           END-IF
           PERFORM 6250-WRITE-MOVE-LINE.

       6200-WRITE-LOG.
           MOVE SPACES TO NACC-LOG-RECORD
           MOVE ACCT-NUMBER TO NL-ACCT-NUMBER
           MOVE WS-MOVE-EVENT TO NL-EVENT
           MOVE ACCT-OWNER-ID TO NL-OWNER-ID
           MOVE WS-MOVE-REASON TO NL-REASON
           MOVE WS-PROCESSING-DATE TO NL-DATE
           MOVE ACCT-BALANCE TO NL-BALANCE
           MOVE WS-INT-REVERSED TO NL-INT-REVERSED
           MOVE WS-MOVE-OFFICER TO NL-OFFICER-ID
           WRITE NACC-LOG-RECORD.

       6250-WRITE-MOVE-LINE.
           MOVE ACCT-NUMBER TO WS-ML-ACCT
           MOVE ACCT-OWNER-ID TO WS-ML-OWNER
           MOVE ACCT-BALANCE TO WS-ML-BALANCE
           MOVE WS-INT-REVERSED TO WS-ML-INT
           PERFORM 6300-SET-REASON-TEXT
           WRITE NACC-REPORT-LINE FROM WS-MOVE-LINE.

       6300-SET-REASON-TEXT.
           EVALUATE WS-MOVE-REASON
               WHEN 'D'
                   MOVE 'DAYS PAST DUE THRESHOLD' TO WS-ML-REASON
               WHEN 'F'
                   MOVE 'OFFICER REQUEST' TO WS-ML-REASON
               WHEN 'C'
                   MOVE 'CONSECUTIVE ON-TIME PAYMENTS' TO WS-ML-REASON
               WHEN 'X'
                   MOVE 'CHARGED OFF OR CLOSED' TO WS-ML-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-ML-REASON
           END-EVALUATE.

       8900-WRITE-ACCT-JOURNAL.
           MOVE ACCT-NUMBER TO JR-ACCT-NUMBER
           MOVE 'LOANNACR' TO JR-PROGRAM
           MOVE WS-PROCESSING-DATE TO JR-DATE
           ACCEPT WS-JRNL-TIME FROM TIME
           MOVE WS-JRNL-TIME TO JR-TIME
           MOVE SPACES TO JR-TRAN-REF
           MOVE WS-ACCT-BEFORE-IMAGE TO JR-BEFORE-IMAGE
           MOVE ACCOUNT-RECORD TO JR-AFTER-IMAGE
           WRITE ACCT-JOURNAL-RECORD.

       9000-FINALIZE.
           CLOSE NACC-REPORT-FILE
           DISPLAY '*** LOAN NON-ACCRUAL PROCESSING COMPLETE ***'
           IF WS-MODE-REPORT
               DISPLAY 'LOANS PLACED IN PERIOD: ' WS-IN-COUNT
               DISPLAY 'ENDING NON-ACCRUAL:     ' WS-END-COUNT
           ELSE
               DISPLAY 'AGING RECORDS READ:   ' WS-AGING-READ
               DISPLAY 'OFFICER REQUESTS:     ' WS-REQUESTS-READ
               DISPLAY 'REQUESTS REJECTED:    ' WS-REQUESTS-REJECTED
               DISPLAY 'PLACED ON NON-ACCRUAL:' WS-LOANS-PLACED
               DISPLAY 'RETURNED TO ACCRUAL:  ' WS-LOANS-RESTORED
               DISPLAY 'CHARGED OFF/CLOSED:   ' WS-LOANS-EXITED
               DISPLAY 'REMAINING NON-ACCRUAL:' WS-LOANS-NON-ACCRUAL
               DISPLAY 'INTEREST REVERSED:    ' WS-TOTAL-INT-REVERSED
           END-IF.

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
                   WHEN 'LNINTINC' MOVE '410000' TO GL-ACCOUNT-CODE
                   WHEN 'LNINTREC' MOVE '140000' TO GL-ACCOUNT-CODE
               END-EVALUATE
           END-IF
           IF GL-ACCOUNT-CODE = SPACES
               ADD 1 TO WS-GLM-MISSES
               MOVE WS-GL-SUSPENSE-CODE TO GL-ACCOUNT-CODE
               DISPLAY 'GL MAPPING MISS - EVENT ' WS-GL-EVENT
                   ' POSTED TO SUSPENSE'
           END-IF.
