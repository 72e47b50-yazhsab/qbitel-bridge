       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLMON.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-09-09.
      *================================================================*
      * NIGHTLY COLLATERAL MONITOR                                     *
      * WALKS EVERY ACTIVE LIEN ON THE COLLATERAL MASTER (COLLMAST)    *
      * AND REPORTS THE LOANS NEEDING ATTENTION:                       *
      *   - HAZARD INSURANCE EXPIRING WITHIN 30 DAYS, LAPSED, OR NOT   *
      *     ON FILE, FOR THE COLLATERAL TYPES THAT REQUIRE IT          *
      *   - CURRENT LOAN-TO-VALUE (ACCT-BALANCE OVER THE APPRAISED     *
      *     VALUE, OR OVER THE PLEDGED CD'S BALANCE FOR A CD-SECURED   *
      *     LOAN) ABOVE THE POLICY LIMIT FOR THE COLLATERAL TYPE       *
      *   - A PAID-OFF OR CLOSED LOAN STILL CARRYING ITS LIEN, SO THE  *
      *     RELEASE (AND ANY CD PLEDGE HOLD) IS NOT FORGOTTEN          *
      * THE LTV LIMITS AND INSURANCE REQUIREMENT PER COLLATERAL TYPE   *
      * COME FROM THE OPTIONAL COLLATERAL POLICY FILE (COLLCTL); THE   *
      * BUILT-IN POLICY APPLIES TO ANY TYPE IT DOES NOT LIST.          *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLL-MASTER ASSIGN TO COLLMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CO-LOAN-ACCT
               FILE STATUS IS WS-COLL-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL COLL-POLICY-FILE ASSIGN TO COLLCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT MONITOR-REPORT-FILE ASSIGN TO COLLMONR
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COLL-MASTER.
       01  COLL-MASTER-RECORD.
           05  CO-LOAN-ACCT            PIC 9(12).
           05  CO-COLL-TYPE            PIC X(2).
               88  CO-DEPOSIT          VALUE 'CD'.
           05  CO-DESCRIPTION          PIC X(40).
           05  CO-APPRAISED-VALUE      PIC S9(13)V99 COMP-3.
           05  CO-APPRAISAL-DATE       PIC 9(8).
           05  CO-LIEN-POSITION        PIC 9(1).
           05  CO-INS-CARRIER          PIC X(30).
           05  CO-INS-POLICY           PIC X(20).
           05  CO-INS-EXPIRE-DATE      PIC 9(8).
           05  CO-PLEDGED-ACCT         PIC 9(12).
           05  CO-PLEDGE-AMOUNT        PIC S9(11)V99 COMP-3.
           05  CO-PLEDGE-HELD          PIC S9(11)V99 COMP-3.
           05  CO-LIEN-STATUS          PIC X(1).
               88  CO-LIEN-ACTIVE      VALUE 'A'.
           05  CO-RECORDED-DATE        PIC 9(8).
           05  CO-RELEASE-DATE         PIC 9(8).
           05  CO-LAST-MAINT-DATE      PIC 9(8).
           05  FILLER                  PIC X(20).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(12).
           05  ACCT-BRANCH             PIC 9(4).
           05  ACCT-TYPE               PIC X(2).
           05  ACCT-OWNER-ID           PIC 9(10).
           05  ACCT-BALANCE            PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(78).
           05  ACCT-STATUS             PIC X(1).
               88  ACCT-ACTIVE         VALUE 'A'.
           05  FILLER                  PIC X(108).

      *----------------------------------------------------------------
      * COLLATERAL POLICY: MAXIMUM LOAN-TO-VALUE PERCENT AND WHETHER
      * HAZARD INSURANCE IS REQUIRED, PER COLLATERAL TYPE.
      *----------------------------------------------------------------
       FD  COLL-POLICY-FILE.
       01  COLL-POLICY-RECORD.
           05  CP-COLL-TYPE            PIC X(2).
           05  CP-MAX-LTV              PIC 9(3)V99.
           05  CP-INS-REQUIRED         PIC X(1).
           05  FILLER                  PIC X(12).

       FD  MONITOR-REPORT-FILE.
       01  MONITOR-REPORT-LINE         PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-COLL-STATUS              PIC X(2).
           88  WS-COLL-OK              VALUE '00'.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-CTL-STATUS               PIC X(2).
           88  WS-CTL-OK               VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-COLL-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-COLL-EOF             VALUE 'Y'.
       01  WS-CTL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-CTL-EOF              VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-INS-WARN-DAYS            PIC 9(3) VALUE 30.
       01  WS-DATE-CALC.
           05  WS-CURRENT-INT          PIC 9(9).
           05  WS-EXPIRE-INT           PIC 9(9).
           05  WS-EXPIRE-DAYS          PIC S9(5).

      *----------------------------------------------------------------
      * BUILT-IN POLICY: TYPE, MAXIMUM LTV (999V99), INSURANCE
      * REQUIRED. ENTRIES ON THE POLICY FILE REPLACE THESE.
      *----------------------------------------------------------------
       01  WS-POLICY-DEFAULTS.
           05  FILLER PIC X(8) VALUE 'RE08000Y'.
           05  FILLER PIC X(8) VALUE 'VH10000Y'.
           05  FILLER PIC X(8) VALUE 'EQ08000Y'.
           05  FILLER PIC X(8) VALUE 'CD09000N'.
           05  FILLER PIC X(8) VALUE 'SE07000N'.
           05  FILLER PIC X(8) VALUE 'OT08000N'.
       01  WS-POLICY-TABLE REDEFINES WS-POLICY-DEFAULTS.
           05  WS-PY-ENTRY OCCURS 6 TIMES.
               10  WS-PY-TYPE          PIC X(2).
               10  WS-PY-MAX-LTV       PIC 9(3)V99.
               10  WS-PY-INS-REQ       PIC X(1).
       01  WS-POLICY-COUNT             PIC 9(2) VALUE 6.
       01  WS-POLICY-IDX               PIC 9(2).
       01  WS-POLICY-HIT               PIC 9(2).

       01  WS-LOAN-BALANCE             PIC S9(13)V99 COMP-3.
       01  WS-COLL-VALUE               PIC S9(13)V99 COMP-3.
       01  WS-LTV                      PIC 9(5)V99.
       01  WS-MAX-LTV                  PIC 9(3)V99.
       01  WS-INS-REQ-FLAG             PIC X(1).
           88  WS-INS-REQUIRED         VALUE 'Y'.
       01  WS-EXCEPTION-TEXT           PIC X(30).

       01  WS-COUNTERS.
           05  WS-LIENS-CHECKED        PIC 9(7) VALUE 0.
           05  WS-INS-EXPIRING         PIC 9(7) VALUE 0.
           05  WS-INS-LAPSED           PIC 9(7) VALUE 0.
           05  WS-INS-MISSING          PIC 9(7) VALUE 0.
           05  WS-LTV-OVER             PIC 9(7) VALUE 0.
           05  WS-NO-VALUE             PIC 9(7) VALUE 0.
           05  WS-RELEASE-DUE          PIC 9(7) VALUE 0.
           05  WS-LOAN-MISSING         PIC 9(7) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(38) VALUE
               'COLLATERAL INSURANCE AND LTV MONITOR'.
           05  FILLER                  PIC X(6) VALUE 'DATE: '.
           05  WS-RH-DATE              PIC 9999/99/99.
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(16) VALUE
               'LOAN ACCOUNT  TY'.
           05  FILLER                  PIC X(19) VALUE
               '       LOAN BALANCE'.
           05  FILLER                  PIC X(17) VALUE
               '  COLLATERAL VAL'.
           05  FILLER                  PIC X(10) VALUE '       LTV'.
           05  FILLER                  PIC X(8) VALUE '   LIMIT'.
           05  FILLER                  PIC X(12) VALUE '  INS EXPIRE'.
           05  FILLER                  PIC X(20) VALUE '  CARRIER'.
           05  FILLER                  PIC X(30) VALUE 'EXCEPTION'.

       01  WS-DETAIL-LINE.
           05  WS-DL-LOAN              PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-TYPE              PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-BALANCE           PIC Z(10)9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-VALUE             PIC Z(10)9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-LTV               PIC ZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-LIMIT             PIC ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-INS-EXPIRE        PIC 9999/99/99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-CARRIER           PIC X(18).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-EXCEPTION         PIC X(30).

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-LABEL             PIC X(36).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MONITOR-LOOP
               UNTIL WS-COLL-EOF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** COLLATERAL MONITOR STARTED ***'
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
           COMPUTE WS-CURRENT-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
           PERFORM 1100-LOAD-POLICY
           OPEN INPUT COLL-MASTER
           IF NOT WS-COLL-OK
               DISPLAY 'NO COLLATERAL MASTER: ' WS-COLL-STATUS
               SET WS-COLL-EOF TO TRUE
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY 'ERROR OPENING ACCOUNT MASTER: ' WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MONITOR-REPORT-FILE
           MOVE WS-PROCESSING-DATE TO WS-RH-DATE
           WRITE MONITOR-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE MONITOR-REPORT-LINE FROM WS-COLUMN-HEADER.

       1100-LOAD-POLICY.
           OPEN INPUT COLL-POLICY-FILE
           IF NOT WS-CTL-OK
               DISPLAY 'NO COLLATERAL POLICY FILE - BUILT-IN LIMITS'
               SET WS-CTL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CTL-EOF
               READ COLL-POLICY-FILE
                   AT END
                       SET WS-CTL-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-POLICY-IDX FROM 1 BY 1
                           UNTIL WS-POLICY-IDX > WS-POLICY-COUNT
                           IF WS-PY-TYPE(WS-POLICY-IDX)
                               = CP-COLL-TYPE
                               MOVE CP-MAX-LTV
                                   TO WS-PY-MAX-LTV(WS-POLICY-IDX)
                               MOVE CP-INS-REQUIRED
                                   TO WS-PY-INS-REQ(WS-POLICY-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           IF WS-CTL-OK OR WS-CTL-STATUS = '10'
               CLOSE COLL-POLICY-FILE
           END-IF.

       2000-MONITOR-LOOP.
           READ COLL-MASTER NEXT
               AT END
                   SET WS-COLL-EOF TO TRUE
               NOT AT END
                   IF CO-LIEN-ACTIVE
                       ADD 1 TO WS-LIENS-CHECKED
                       PERFORM 3000-CHECK-ONE-LIEN
                   END-IF
           END-READ.

       3000-CHECK-ONE-LIEN.
           MOVE 0 TO WS-POLICY-HIT
           PERFORM VARYING WS-POLICY-IDX FROM 1 BY 1
               UNTIL WS-POLICY-IDX > WS-POLICY-COUNT
               IF WS-PY-TYPE(WS-POLICY-IDX) = CO-COLL-TYPE
                   MOVE WS-POLICY-IDX TO WS-POLICY-HIT
               END-IF
           END-PERFORM
           IF WS-POLICY-HIT = 0
               MOVE WS-POLICY-COUNT TO WS-POLICY-HIT
           END-IF
           MOVE WS-PY-MAX-LTV(WS-POLICY-HIT) TO WS-MAX-LTV
           MOVE WS-PY-INS-REQ(WS-POLICY-HIT) TO WS-INS-REQ-FLAG
           MOVE 0 TO WS-LOAN-BALANCE WS-COLL-VALUE WS-LTV
           MOVE CO-LOAN-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
           EVALUATE TRUE
               WHEN NOT WS-ACCT-OK
                   ADD 1 TO WS-LOAN-MISSING
                   MOVE 'LOAN NOT ON ACCOUNT MASTER'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 8100-WRITE-DETAIL
               WHEN NOT ACCT-ACTIVE OR ACCT-BALANCE <= 0
                   ADD 1 TO WS-RELEASE-DUE
                   MOVE 'LOAN PAID/CLOSED - RELEASE DUE'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 8100-WRITE-DETAIL
               WHEN OTHER
                   MOVE ACCT-BALANCE TO WS-LOAN-BALANCE
                   PERFORM 3100-CHECK-LTV
                   IF WS-INS-REQUIRED
                       PERFORM 3200-CHECK-INSURANCE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * A CD-SECURED LOAN IS MEASURED AGAINST THE PLEDGED
      * CERTIFICATE'S CURRENT BALANCE; ALL OTHERS AGAINST THE LAST
      * APPRAISAL.
      *----------------------------------------------------------------
       3100-CHECK-LTV.
           IF CO-DEPOSIT
               MOVE CO-PLEDGED-ACCT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
               IF WS-ACCT-OK AND ACCT-ACTIVE
                   MOVE ACCT-BALANCE TO WS-COLL-VALUE
               END-IF
           ELSE
               MOVE CO-APPRAISED-VALUE TO WS-COLL-VALUE
           END-IF
           IF WS-COLL-VALUE <= 0
               ADD 1 TO WS-NO-VALUE
               MOVE 'NO COLLATERAL VALUE ON FILE' TO WS-EXCEPTION-TEXT
               PERFORM 8100-WRITE-DETAIL
           ELSE
               COMPUTE WS-LTV ROUNDED =
                   WS-LOAN-BALANCE * 100 / WS-COLL-VALUE
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-LTV
               END-COMPUTE
               IF WS-LTV > WS-MAX-LTV
                   ADD 1 TO WS-LTV-OVER
                   MOVE 'LTV OVER POLICY LIMIT' TO WS-EXCEPTION-TEXT
                   PERFORM 8100-WRITE-DETAIL
               END-IF
           END-IF.

       3200-CHECK-INSURANCE.
           IF CO-INS-EXPIRE-DATE = 0
               ADD 1 TO WS-INS-MISSING
               MOVE 'NO HAZARD INSURANCE ON FILE' TO WS-EXCEPTION-TEXT
               PERFORM 8100-WRITE-DETAIL
           ELSE
               COMPUTE WS-EXPIRE-INT =
                   FUNCTION INTEGER-OF-DATE(CO-INS-EXPIRE-DATE)
               COMPUTE WS-EXPIRE-DAYS = WS-EXPIRE-INT - WS-CURRENT-INT
               IF WS-EXPIRE-DAYS < 0
                   ADD 1 TO WS-INS-LAPSED
                   MOVE '** INSURANCE LAPSED **' TO WS-EXCEPTION-TEXT
                   PERFORM 8100-WRITE-DETAIL
               ELSE
                   IF WS-EXPIRE-DAYS <= WS-INS-WARN-DAYS
                       ADD 1 TO WS-INS-EXPIRING
                       MOVE 'INSURANCE EXPIRES WITHIN 30 DAYS'
                           TO WS-EXCEPTION-TEXT
                       PERFORM 8100-WRITE-DETAIL
                   END-IF
               END-IF
           END-IF.

       8100-WRITE-DETAIL.
           MOVE CO-LOAN-ACCT TO WS-DL-LOAN
           MOVE CO-COLL-TYPE TO WS-DL-TYPE
           MOVE WS-LOAN-BALANCE TO WS-DL-BALANCE
           MOVE WS-COLL-VALUE TO WS-DL-VALUE
           MOVE WS-LTV TO WS-DL-LTV
           MOVE WS-MAX-LTV TO WS-DL-LIMIT
           MOVE CO-INS-EXPIRE-DATE TO WS-DL-INS-EXPIRE
           MOVE CO-INS-CARRIER TO WS-DL-CARRIER
           MOVE WS-EXCEPTION-TEXT TO WS-DL-EXCEPTION
           WRITE MONITOR-REPORT-LINE FROM WS-DETAIL-LINE.

       9000-FINALIZE.
           MOVE SPACES TO MONITOR-REPORT-LINE
           WRITE MONITOR-REPORT-LINE
           MOVE 'ACTIVE LIENS CHECKED' TO WS-TL-LABEL
           MOVE WS-LIENS-CHECKED TO WS-TL-COUNT
           WRITE MONITOR-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'INSURANCE EXPIRING WITHIN 30 DAYS' TO WS-TL-LABEL
           MOVE WS-INS-EXPIRING TO WS-TL-COUNT
           WRITE MONITOR-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'INSURANCE LAPSED' TO WS-TL-LABEL
           MOVE WS-INS-LAPSED TO WS-TL-COUNT
           WRITE MONITOR-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'INSURANCE NOT ON FILE' TO WS-TL-LABEL
           MOVE WS-INS-MISSING TO WS-TL-COUNT
           WRITE MONITOR-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'LTV OVER POLICY LIMIT' TO WS-TL-LABEL
           MOVE WS-LTV-OVER TO WS-TL-COUNT
           WRITE MONITOR-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NO COLLATERAL VALUE' TO WS-TL-LABEL
           MOVE WS-NO-VALUE TO WS-TL-COUNT
           WRITE MONITOR-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'LIEN RELEASE DUE' TO WS-TL-LABEL
           MOVE WS-RELEASE-DUE TO WS-TL-COUNT
           WRITE MONITOR-REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-COLL-OK OR WS-COLL-STATUS = '10'
               CLOSE COLL-MASTER
           END-IF
           CLOSE ACCOUNT-MASTER
           CLOSE MONITOR-REPORT-FILE
           DISPLAY '*** COLLATERAL MONITOR COMPLETE ***'
           DISPLAY 'LIENS CHECKED:        ' WS-LIENS-CHECKED
           DISPLAY 'INSURANCE EXPIRING:   ' WS-INS-EXPIRING
           DISPLAY 'INSURANCE LAPSED:     ' WS-INS-LAPSED
           DISPLAY 'INSURANCE MISSING:    ' WS-INS-MISSING
           DISPLAY 'LTV OVER LIMIT:       ' WS-LTV-OVER
           DISPLAY 'LIEN RELEASES DUE:    ' WS-RELEASE-DUE
           DISPLAY 'LOANS NOT ON MASTER:  ' WS-LOAN-MISSING.
