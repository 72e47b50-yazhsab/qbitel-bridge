       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSCALC.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * FDIC PART 370 INSURED-DEPOSIT DETERMINATION                    *
      * DETERMINES, FOR EVERY DEPOSITOR, HOW MUCH OF THEIR DEPOSITS    *
      * IS INSURED. EACH OPEN DEPOSIT ACCOUNT'S BALANCE PLUS ACCRUED   *
      * INTEREST IS ASSIGNED TO ITS OWNERS AND AGGREGATED PER          *
      * DEPOSITOR BY OWNERSHIP RIGHT AND CAPACITY (ORC):               *
      *   SGL  SINGLE ACCOUNTS (INCLUDING CUSTODIAL ACCOUNTS, WHICH    *
      *        BELONG TO THE MINOR WHO IS THE PRIMARY OWNER)           *
      *   JNT  JOINT ACCOUNTS - THE BALANCE IS SPLIT EQUALLY AMONG     *
      *        THE PRIMARY OWNER AND EVERY ACTIVE 'JT' OWNER ON        *
      *        OWNERXRF, EACH SHARE COUNTING TOWARD THAT OWNER         *
      *   REV  REVOCABLE TRUST - ACCOUNTS WITH AN ACTIVE 'TR' ROLE     *
      *        OR WHOSE OWNER HAS PAYABLE-ON-DEATH BENEFICIARIES ON    *
      *        BENEMAST; COVERAGE IS ONE LIMIT PER UNIQUE ACTIVE       *
      *        BENEFICIARY, UP TO FIVE                                 *
      *   CRA  CERTAIN RETIREMENT ACCOUNTS (IRA-TYPE CUSTOMERS)        *
      *   BUS  CORPORATIONS (SEGMENT 'CO')                             *
      *   GOV  GOVERNMENT DEPOSITORS (SEGMENT 'GV')                    *
      * COVERAGE IS ALLOCATED TO A DEPOSITOR'S ACCOUNTS IN ACCOUNT     *
      * NUMBER ORDER WITHIN EACH CATEGORY. EVERY PARTICIPATION WITH AN *
      * INSURED PORTION IS WRITTEN TO INSOUT AND EVERY ONE WITH AN     *
      * UNINSURED PORTION TO UNINSOUT. ACCOUNTS WHOSE OWNERSHIP DATA   *
      * IS MISSING OR INCONSISTENT ARE LISTED ON THE EXCEPTION REPORT  *
      * (INSEXC), WHICH ENDS THE RUN WITH RETURN CODE 4.               *
      * THE RUN IS TWO SORT PASSES WITH NO IN-MEMORY COPY OF ANY       *
      * MASTER FILE, SO ITS ELAPSED TIME GROWS WITH THE FILE SIZE      *
      * ALONE: PASS ONE MATCHES OWNERXRF ROLES TO THE ACCOUNT MASTER   *
      * AND SPLITS EACH ACCOUNT INTO OWNER SHARES (WORK FILE INSSHR);  *
      * PASS TWO MERGES THE SHARES WITH BENEMAST BY DEPOSITOR AND      *
      * READS EACH DEPOSITOR'S CUSTOMER RECORD ONCE.                   *
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
           SELECT OPTIONAL OWNER-XREF-FILE ASSIGN TO OWNERXRF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT OPTIONAL BENE-MASTER-FILE ASSIGN TO BENEMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BENE-STATUS.
           SELECT SHARE-WORK-FILE ASSIGN TO INSSHR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHARE-STATUS.
           SELECT SORT-OWNER-FILE ASSIGN TO SRTOWN.
           SELECT SORT-DEPOSITOR-FILE ASSIGN TO SRTDEP.
           SELECT INSURED-FILE ASSIGN TO INSOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT UNINSURED-FILE ASSIGN TO UNINSOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO INSEXC
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUMMARY-REPORT-FILE ASSIGN TO INSRPT
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
               88  LOAN-ACCT           VALUE 'LN'.
           05  ACCT-OWNER-ID           PIC 9(10).
           05  ACCT-BALANCE            PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(21).
           05  ACCT-INT-ACCRUED        PIC S9(9)V99 COMP-3.
           05  FILLER                  PIC X(51).
           05  ACCT-STATUS             PIC X(1).
               88  ACCT-CLOSED         VALUE 'C'.
               88  ACCT-CHARGED-OFF    VALUE 'O'.
           05  FILLER                  PIC X(108).

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

       FD  OWNER-XREF-FILE.
       01  OWNER-XREF-RECORD.
           05  OX-ACCT-NUMBER          PIC 9(12).
           05  OX-CUST-ID              PIC 9(10).
           05  OX-OWNERSHIP-CODE       PIC X(2).
               88  OX-PRIMARY          VALUE 'PR'.
               88  OX-JOINT            VALUE 'JT'.
               88  OX-TRUSTEE          VALUE 'TR'.
           05  OX-STATUS               PIC X(1).
               88  OX-ACTIVE           VALUE 'A'.
           05  OX-EFFECTIVE-DATE       PIC 9(8).
           05  OX-REVOKE-DATE          PIC 9(8).
           05  OX-AUTH-LIMIT           PIC S9(9)V99 COMP-3.
           05  FILLER                  PIC X(10).

       FD  BENE-MASTER-FILE.
       01  BENE-MASTER-RECORD.
           05  BF-CUST-ID              PIC 9(10).
           05  BF-SEQ                  PIC 9(2).
           05  BF-NAME                 PIC X(40).
           05  BF-SSN                  PIC 9(9).
           05  BF-RELATION             PIC X(10).
           05  BF-PERCENT              PIC 9(3).
           05  BF-STATUS               PIC X(1).
               88  BF-ACTIVE           VALUE 'A'.
           05  BF-EFF-DATE             PIC 9(8).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * ONE RECORD PER OWNER SHARE OF AN ACCOUNT, PASSED FROM THE
      * OWNERSHIP PASS TO THE DEPOSITOR PASS.
      *----------------------------------------------------------------
       FD  SHARE-WORK-FILE.
       01  SHARE-WORK-RECORD.
           05  SH-DEPOSITOR-ID         PIC 9(10).
           05  SH-ACCT-NUMBER          PIC 9(12).
           05  SH-ACCT-TYPE            PIC X(2).
           05  SH-ROLE                 PIC X(2).
           05  SH-OWNER-COUNT          PIC 9(2).
           05  SH-TRUST-FLAG           PIC X(1).
           05  SH-SHARE                PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(13).

      *----------------------------------------------------------------
      * OWNERSHIP PASS: ROLE ROWS ('1') SORT AHEAD OF THE ACCOUNT
      * ROW ('2') SO AN ACCOUNT'S OWNERS ARE KNOWN WHEN IT ARRIVES.
      *----------------------------------------------------------------
       SD  SORT-OWNER-FILE.
       01  SORT-OWNER-RECORD.
           05  SO-ACCT-NUMBER          PIC 9(12).
           05  SO-REC-TYPE             PIC X(1).
               88  SO-ROLE-REC         VALUE '1'.
               88  SO-ACCOUNT-REC      VALUE '2'.
           05  SO-CUST-ID              PIC 9(10).
           05  SO-ROLE                 PIC X(2).
           05  SO-ACCT-TYPE            PIC X(2).
           05  SO-ELIGIBLE-FLAG        PIC X(1).
               88  SO-ELIGIBLE         VALUE 'Y'.
           05  SO-AMOUNT               PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------
      * DEPOSITOR PASS: BENEFICIARY ROWS ('1', KEYED BY SSN) SORT
      * AHEAD OF THE DEPOSITOR'S SHARES ('2', KEYED BY ACCOUNT).
      *----------------------------------------------------------------
       SD  SORT-DEPOSITOR-FILE.
       01  SORT-DEPOSITOR-RECORD.
           05  SP-DEPOSITOR-ID         PIC 9(10).
           05  SP-REC-TYPE             PIC X(1).
               88  SP-BENE-REC         VALUE '1'.
               88  SP-SHARE-REC        VALUE '2'.
           05  SP-SEQ-KEY              PIC 9(12).
           05  SP-ACCT-TYPE            PIC X(2).
           05  SP-ROLE                 PIC X(2).
           05  SP-OWNER-COUNT          PIC 9(2).
           05  SP-TRUST-FLAG           PIC X(1).
               88  SP-TRUST            VALUE 'Y'.
           05  SP-BENE-PERCENT         PIC 9(3).
           05  SP-AMOUNT               PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------
      * INSURED AND UNINSURED OUTPUT FILES - ONE RECORD PER
      * DEPOSITOR PARTICIPATION IN AN ACCOUNT. A PARTICIPATION ONLY
      * PARTLY COVERED APPEARS ON BOTH FILES.
      *----------------------------------------------------------------
       FD  INSURED-FILE.
       01  INSURED-RECORD.
           05  IO-DEPOSITOR-ID         PIC 9(10).
           05  IO-ACCT-NUMBER          PIC 9(12).
           05  IO-ACCT-TYPE            PIC X(2).
           05  IO-ORC                  PIC X(3).
           05  IO-OWNER-ROLE           PIC X(2).
           05  IO-OWNER-COUNT          PIC 9(2).
           05  IO-BENE-COUNT           PIC 9(2).
           05  IO-ALLOCATED-BAL        PIC S9(13)V99 COMP-3.
           05  IO-INSURED-AMT          PIC S9(13)V99 COMP-3.
           05  IO-UNINSURED-AMT        PIC S9(13)V99 COMP-3.
           05  IO-AS-OF-DATE           PIC 9(8).
           05  FILLER                  PIC X(35).

       FD  UNINSURED-FILE.
       01  UNINSURED-RECORD            PIC X(100).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LINE              PIC X(132).

       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-LINE         PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-XREF-STATUS              PIC X(2).
           88  WS-XREF-OK              VALUE '00'.
       01  WS-BENE-STATUS              PIC X(2).
           88  WS-BENE-OK              VALUE '00'.
       01  WS-SHARE-STATUS             PIC X(2).
           88  WS-SHARE-OK             VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-ACCT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-ACCT-EOF             VALUE 'Y'.
       01  WS-XREF-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-XREF-EOF             VALUE 'Y'.
       01  WS-BENE-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-BENE-EOF             VALUE 'Y'.
       01  WS-SHARE-EOF-FLAG           PIC X(1) VALUE 'N'.
           88  WS-SHARE-EOF            VALUE 'Y'.
       01  WS-SORT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-COVERAGE-LIMIT           PIC S9(13)V99 COMP-3
                                       VALUE 250000.00.
       01  WS-MAX-TRUST-BENES          PIC 9(2) VALUE 5.

      *----------------------------------------------------------------
      * OWNERSHIP OF THE ACCOUNT IN HAND DURING THE OWNERSHIP PASS.
      *----------------------------------------------------------------
       01  WS-AW-ACCT                  PIC 9(12) VALUE 0.
       01  WS-AW-SEEN-FLAG             PIC X(1) VALUE 'N'.
           88  WS-AW-SEEN              VALUE 'Y'.
       01  WS-AW-TRUST-FLAG            PIC X(1) VALUE 'N'.
           88  WS-AW-TRUST             VALUE 'Y'.
       01  WS-AW-PR-CUST               PIC 9(10) VALUE 0.
       01  WS-JOINT-TABLE.
           05  WS-JO-CUST OCCURS 10 TIMES PIC 9(10).
       01  WS-JOINT-COUNT              PIC 9(2) VALUE 0.
       01  WS-MAX-JOINT                PIC 9(2) VALUE 10.
       01  WS-JO-IDX                   PIC 9(2).
       01  WS-OWNER-COUNT              PIC 9(2).
       01  WS-EQUAL-SHARE              PIC S9(13)V99 COMP-3.
       01  WS-PRIMARY-SHARE            PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------
      * DEPOSITOR IN HAND DURING THE DEPOSITOR PASS.
      *----------------------------------------------------------------
       01  WS-DP-ID                    PIC 9(10) VALUE 0.
       01  WS-DP-FIRST-FLAG            PIC X(1) VALUE 'Y'.
           88  WS-DP-FIRST             VALUE 'Y'.
       01  WS-DP-LOOKED-UP-FLAG        PIC X(1) VALUE 'N'.
           88  WS-DP-LOOKED-UP         VALUE 'Y'.
       01  WS-DP-CLASS                 PIC X(1).
           88  WS-DP-INDIVIDUAL        VALUE 'I'.
           88  WS-DP-CORPORATE         VALUE 'C'.
           88  WS-DP-GOVERNMENT        VALUE 'G'.
       01  WS-DP-IRA-FLAG              PIC X(1).
           88  WS-DP-IRA               VALUE 'Y'.
       01  WS-DP-BENE-COUNT            PIC 9(2) VALUE 0.
       01  WS-DP-BENE-PCT-TOTAL        PIC 9(5) VALUE 0.
       01  WS-DP-LAST-SSN              PIC 9(12) VALUE 0.
       01  WS-DP-REV-FLAG              PIC X(1) VALUE 'N'.
           88  WS-DP-HAS-REV           VALUE 'Y'.
       01  WS-DP-ACCT                  PIC 9(12).
       01  WS-DP-REMAINING-TABLE.
           05  WS-DP-REMAINING OCCURS 6 TIMES
                                       PIC S9(13)V99 COMP-3.
       01  WS-CAT-IDX                  PIC 9(1).
       01  WS-INSURED-AMT              PIC S9(13)V99 COMP-3.
       01  WS-UNINSURED-AMT            PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------
      * OWNERSHIP CATEGORIES, WITH RUN TOTALS PER CATEGORY.
      *----------------------------------------------------------------
       01  WS-CAT-DEFS.
           05  FILLER PIC X(33) VALUE
               'SGLSINGLE ACCOUNTS'.
           05  FILLER PIC X(33) VALUE
               'JNTJOINT ACCOUNTS'.
           05  FILLER PIC X(33) VALUE
               'REVREVOCABLE TRUST ACCOUNTS'.
           05  FILLER PIC X(33) VALUE
               'CRACERTAIN RETIREMENT ACCOUNTS'.
           05  FILLER PIC X(33) VALUE
               'BUSCORPORATION ACCOUNTS'.
           05  FILLER PIC X(33) VALUE
               'GOVGOVERNMENT ACCOUNTS'.
       01  WS-CAT-DEFS-R REDEFINES WS-CAT-DEFS.
           05  WS-CD-ENTRY OCCURS 6 TIMES.
               10  WS-CD-ORC           PIC X(3).
               10  WS-CD-DESCRIPTION   PIC X(30).
       01  WS-CAT-TOTALS.
           05  WS-CT-ENTRY OCCURS 6 TIMES.
               10  WS-CT-COUNT         PIC 9(9).
               10  WS-CT-BALANCE       PIC S9(15)V99 COMP-3.
               10  WS-CT-INSURED       PIC S9(15)V99 COMP-3.
               10  WS-CT-UNINSURED     PIC S9(15)V99 COMP-3.
       01  WS-CAT-COUNT                PIC 9(1) VALUE 6.

       01  WS-GRAND-TOTALS.
           05  WS-GT-COUNT             PIC 9(9) VALUE 0.
           05  WS-GT-BALANCE           PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-GT-INSURED           PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-GT-UNINSURED         PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-READ        PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-INSURABLE   PIC 9(9) VALUE 0.
           05  WS-ROLES-READ           PIC 9(9) VALUE 0.
           05  WS-BENES-READ           PIC 9(9) VALUE 0.
           05  WS-SHARES-WRITTEN       PIC 9(9) VALUE 0.
           05  WS-DEPOSITORS           PIC 9(9) VALUE 0.
           05  WS-INSURED-WRITTEN      PIC 9(9) VALUE 0.
           05  WS-UNINSURED-WRITTEN    PIC 9(9) VALUE 0.
           05  WS-EXCEPTIONS           PIC 9(7) VALUE 0.

       01  WS-EXCEPTION-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(42) VALUE
               'INSURED DEPOSIT OWNERSHIP EXCEPTIONS AS OF'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-EH-AS-OF             PIC 9(8).
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-EXCEPTION-DETAIL.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE 'ACCT: '.
           05  WS-ED-ACCT              PIC 9(12).
           05  FILLER                  PIC X(8) VALUE '  CUST: '.
           05  WS-ED-CUST              PIC 9(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ED-REASON            PIC X(50).
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'INSURED DEPOSIT DETERMINATION AS OF DATE'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RH-AS-OF             PIC 9(8).
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(35) VALUE
               'ORC CATEGORY'.
           05  FILLER                  PIC X(11) VALUE
               '     SHARES'.
           05  FILLER                  PIC X(20) VALUE
               '             BALANCE'.
           05  FILLER                  PIC X(20) VALUE
               '             INSURED'.
           05  FILLER                  PIC X(20) VALUE
               '           UNINSURED'.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-ORC               PIC X(3).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-COUNT             PIC Z(8)9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-BALANCE           PIC Z(15)9.99-.
           05  WS-RD-INSURED           PIC Z(15)9.99-.
           05  WS-RD-UNINSURED         PIC Z(15)9.99-.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-REPORT-TOTAL.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RT-LABEL             PIC X(30).
           05  WS-RT-COUNT             PIC Z(8)9.
           05  FILLER                  PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SPLIT-OWNERSHIP
           PERFORM 4000-DETERMINE-COVERAGE
           PERFORM 6000-WRITE-SUMMARY
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** INSURED DEPOSIT DETERMINATION STARTED ***'
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
           DISPLAY 'AS-OF DATE: ' WS-PROCESSING-DATE
           INITIALIZE WS-CAT-TOTALS
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-CUST-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: '
                   WS-CUST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INSURED-FILE
           OPEN OUTPUT UNINSURED-FILE
           OPEN OUTPUT EXCEPTION-FILE
           OPEN OUTPUT SUMMARY-REPORT-FILE
           MOVE WS-PROCESSING-DATE TO WS-EH-AS-OF
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-HEADER
           MOVE WS-PROCESSING-DATE TO WS-RH-AS-OF
           WRITE SUMMARY-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE SUMMARY-REPORT-LINE FROM WS-COLUMN-HEADER.

      *================================================================
      * PASS ONE - OWNERSHIP
      *================================================================
       2000-SPLIT-OWNERSHIP.
           SORT SORT-OWNER-FILE
               ON ASCENDING KEY SO-ACCT-NUMBER SO-REC-TYPE
               INPUT PROCEDURE IS 2100-RELEASE-OWNERSHIP
               OUTPUT PROCEDURE IS 3000-WRITE-OWNER-SHARES.

      *----------------------------------------------------------------
      * EVERY ACCOUNT IS RELEASED SO THAT ROLE ROWS CAN BE TOLD
      * FROM ORPHANS; ONLY OPEN DEPOSIT ACCOUNTS WITH A POSITIVE
      * BALANCE PLUS ACCRUED INTEREST ARE ELIGIBLE FOR COVERAGE.
      *----------------------------------------------------------------
       2100-RELEASE-OWNERSHIP.
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY 'ERROR OPENING ACCOUNT MASTER: '
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNT-MASTER NEXT
                   AT END
                       SET WS-ACCT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ACCOUNTS-READ
                       PERFORM 2200-RELEASE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER
           OPEN INPUT OWNER-XREF-FILE
           IF NOT WS-XREF-OK
               SET WS-XREF-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-XREF-EOF
               READ OWNER-XREF-FILE
                   AT END
                       SET WS-XREF-EOF TO TRUE
                   NOT AT END
                       IF OX-ACTIVE
                           AND (OX-PRIMARY OR OX-JOINT OR OX-TRUSTEE)
                           ADD 1 TO WS-ROLES-READ
                           MOVE OX-ACCT-NUMBER TO SO-ACCT-NUMBER
                           SET SO-ROLE-REC TO TRUE
                           MOVE OX-CUST-ID TO SO-CUST-ID
                           MOVE OX-OWNERSHIP-CODE TO SO-ROLE
                           MOVE SPACES TO SO-ACCT-TYPE
                           MOVE 'N' TO SO-ELIGIBLE-FLAG
                           MOVE 0 TO SO-AMOUNT
                           RELEASE SORT-OWNER-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-XREF-OK OR WS-XREF-STATUS = '10'
               CLOSE OWNER-XREF-FILE
           END-IF.

       2200-RELEASE-ACCOUNT.
           MOVE ACCT-NUMBER TO SO-ACCT-NUMBER
           SET SO-ACCOUNT-REC TO TRUE
           MOVE ACCT-OWNER-ID TO SO-CUST-ID
           MOVE 'PR' TO SO-ROLE
           MOVE ACCT-TYPE TO SO-ACCT-TYPE
           COMPUTE SO-AMOUNT = ACCT-BALANCE + ACCT-INT-ACCRUED
           MOVE 'N' TO SO-ELIGIBLE-FLAG
           IF NOT LOAN-ACCT
               AND NOT ACCT-CLOSED AND NOT ACCT-CHARGED-OFF
               AND SO-AMOUNT > 0
               SET SO-ELIGIBLE TO TRUE
               ADD 1 TO WS-ACCOUNTS-INSURABLE
           END-IF
           RELEASE SORT-OWNER-RECORD.

       3000-WRITE-OWNER-SHARES.
           OPEN OUTPUT SHARE-WORK-FILE
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-OWNER-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF SO-ACCT-NUMBER NOT = WS-AW-ACCT
                           PERFORM 3100-START-ACCOUNT
                       END-IF
                       IF SO-ROLE-REC
                           PERFORM 3200-NOTE-ROLE
                       ELSE
                           SET WS-AW-SEEN TO TRUE
                           IF SO-ELIGIBLE
                               PERFORM 3300-SPLIT-ACCOUNT
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM
           PERFORM 3100-START-ACCOUNT
           CLOSE SHARE-WORK-FILE.

      *----------------------------------------------------------------
      * CLOSES OFF THE PREVIOUS ACCOUNT - ROLE ROWS WITH NO ACCOUNT
      * BEHIND THEM ARE ORPHANS - AND RESETS FOR THE NEW ONE.
      *----------------------------------------------------------------
       3100-START-ACCOUNT.
           IF WS-AW-ACCT NOT = 0 AND NOT WS-AW-SEEN
               MOVE WS-AW-ACCT TO WS-ED-ACCT
               MOVE WS-AW-PR-CUST TO WS-ED-CUST
               IF WS-JOINT-COUNT > 0
                   MOVE WS-JO-CUST(1) TO WS-ED-CUST
               END-IF
               MOVE 'OWNERSHIP ROLES FOR AN ACCOUNT NOT ON MASTER'
                   TO WS-ED-REASON
               PERFORM 8000-WRITE-EXCEPTION
           END-IF
           MOVE SO-ACCT-NUMBER TO WS-AW-ACCT
           MOVE 'N' TO WS-AW-SEEN-FLAG
           MOVE 'N' TO WS-AW-TRUST-FLAG
           MOVE 0 TO WS-AW-PR-CUST
           MOVE 0 TO WS-JOINT-COUNT.

       3200-NOTE-ROLE.
           EVALUATE SO-ROLE
               WHEN 'PR'
                   MOVE SO-CUST-ID TO WS-AW-PR-CUST
               WHEN 'TR'
                   SET WS-AW-TRUST TO TRUE
               WHEN 'JT'
                   PERFORM 3210-ADD-JOINT-OWNER
           END-EVALUATE.

       3210-ADD-JOINT-OWNER.
           PERFORM VARYING WS-JO-IDX FROM 1 BY 1
               UNTIL WS-JO-IDX > WS-JOINT-COUNT
               IF WS-JO-CUST(WS-JO-IDX) = SO-CUST-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-JO-IDX > WS-JOINT-COUNT
               IF WS-JOINT-COUNT < WS-MAX-JOINT
                   ADD 1 TO WS-JOINT-COUNT
                   MOVE SO-CUST-ID TO WS-JO-CUST(WS-JOINT-COUNT)
               ELSE
                   MOVE SO-ACCT-NUMBER TO WS-ED-ACCT
                   MOVE SO-CUST-ID TO WS-ED-CUST
                   MOVE 'TOO MANY JOINT OWNERS - OWNER NOT COUNTED'
                       TO WS-ED-REASON
                   PERFORM 8000-WRITE-EXCEPTION
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * THE ACCOUNT MASTER'S OWNER IS THE PRIMARY OWNER OF RECORD.
      * THE BALANCE IS SPLIT EQUALLY AMONG ALL OWNERS, THE ODD
      * CENTS STAYING WITH THE PRIMARY OWNER.
      *----------------------------------------------------------------
       3300-SPLIT-ACCOUNT.
           IF WS-AW-PR-CUST NOT = 0
               AND WS-AW-PR-CUST NOT = SO-CUST-ID
               MOVE SO-ACCT-NUMBER TO WS-ED-ACCT
               MOVE WS-AW-PR-CUST TO WS-ED-CUST
               MOVE 'PRIMARY ROLE DISAGREES WITH ACCOUNT MASTER OWNER'
                   TO WS-ED-REASON
               PERFORM 8000-WRITE-EXCEPTION
           END-IF
           MOVE 1 TO WS-OWNER-COUNT
           PERFORM VARYING WS-JO-IDX FROM 1 BY 1
               UNTIL WS-JO-IDX > WS-JOINT-COUNT
               IF WS-JO-CUST(WS-JO-IDX) = SO-CUST-ID
                   MOVE SO-ACCT-NUMBER TO WS-ED-ACCT
                   MOVE SO-CUST-ID TO WS-ED-CUST
                   MOVE 'PRIMARY OWNER ALSO RECORDED AS JOINT OWNER'
                       TO WS-ED-REASON
                   PERFORM 8000-WRITE-EXCEPTION
                   MOVE 0 TO WS-JO-CUST(WS-JO-IDX)
               ELSE
                   ADD 1 TO WS-OWNER-COUNT
               END-IF
           END-PERFORM
           COMPUTE WS-EQUAL-SHARE = SO-AMOUNT / WS-OWNER-COUNT
           COMPUTE WS-PRIMARY-SHARE = WS-EQUAL-SHARE * WS-OWNER-COUNT
           COMPUTE WS-PRIMARY-SHARE = SO-AMOUNT - WS-PRIMARY-SHARE
               + WS-EQUAL-SHARE
           MOVE SPACES TO SHARE-WORK-RECORD
           MOVE SO-CUST-ID TO SH-DEPOSITOR-ID
           MOVE SO-ACCT-NUMBER TO SH-ACCT-NUMBER
           MOVE SO-ACCT-TYPE TO SH-ACCT-TYPE
           MOVE 'PR' TO SH-ROLE
           MOVE WS-OWNER-COUNT TO SH-OWNER-COUNT
           MOVE WS-AW-TRUST-FLAG TO SH-TRUST-FLAG
           MOVE WS-PRIMARY-SHARE TO SH-SHARE
           WRITE SHARE-WORK-RECORD
           ADD 1 TO WS-SHARES-WRITTEN
           PERFORM VARYING WS-JO-IDX FROM 1 BY 1
               UNTIL WS-JO-IDX > WS-JOINT-COUNT
               IF WS-JO-CUST(WS-JO-IDX) NOT = 0
                   MOVE WS-JO-CUST(WS-JO-IDX) TO SH-DEPOSITOR-ID
                   MOVE 'JT' TO SH-ROLE
                   MOVE WS-EQUAL-SHARE TO SH-SHARE
                   WRITE SHARE-WORK-RECORD
                   ADD 1 TO WS-SHARES-WRITTEN
               END-IF
           END-PERFORM.

      *================================================================
      * PASS TWO - DEPOSITORS
      *================================================================
       4000-DETERMINE-COVERAGE.
           SORT SORT-DEPOSITOR-FILE
               ON ASCENDING KEY SP-DEPOSITOR-ID SP-REC-TYPE
                   SP-SEQ-KEY
               INPUT PROCEDURE IS 4100-RELEASE-DEPOSITORS
               OUTPUT PROCEDURE IS 5000-APPLY-COVERAGE.

       4100-RELEASE-DEPOSITORS.
           OPEN INPUT SHARE-WORK-FILE
           IF NOT WS-SHARE-OK
               DISPLAY 'ERROR OPENING SHARE WORK FILE: '
                   WS-SHARE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-SHARE-EOF
               READ SHARE-WORK-FILE
                   AT END
                       SET WS-SHARE-EOF TO TRUE
                   NOT AT END
                       MOVE SH-DEPOSITOR-ID TO SP-DEPOSITOR-ID
                       SET SP-SHARE-REC TO TRUE
                       MOVE SH-ACCT-NUMBER TO SP-SEQ-KEY
                       MOVE SH-ACCT-TYPE TO SP-ACCT-TYPE
                       MOVE SH-ROLE TO SP-ROLE
                       MOVE SH-OWNER-COUNT TO SP-OWNER-COUNT
                       MOVE SH-TRUST-FLAG TO SP-TRUST-FLAG
                       MOVE 0 TO SP-BENE-PERCENT
                       MOVE SH-SHARE TO SP-AMOUNT
                       RELEASE SORT-DEPOSITOR-RECORD
               END-READ
           END-PERFORM
           CLOSE SHARE-WORK-FILE
           OPEN INPUT BENE-MASTER-FILE
           IF NOT WS-BENE-OK
               SET WS-BENE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-BENE-EOF
               READ BENE-MASTER-FILE
                   AT END
                       SET WS-BENE-EOF TO TRUE
                   NOT AT END
                       IF BF-ACTIVE AND BF-PERCENT > 0
                           ADD 1 TO WS-BENES-READ
                           MOVE BF-CUST-ID TO SP-DEPOSITOR-ID
                           SET SP-BENE-REC TO TRUE
                           MOVE BF-SSN TO SP-SEQ-KEY
                           MOVE SPACES TO SP-ACCT-TYPE
                           MOVE SPACES TO SP-ROLE
                           MOVE 0 TO SP-OWNER-COUNT
                           MOVE 'N' TO SP-TRUST-FLAG
                           MOVE BF-PERCENT TO SP-BENE-PERCENT
                           MOVE 0 TO SP-AMOUNT
                           RELEASE SORT-DEPOSITOR-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BENE-OK OR WS-BENE-STATUS = '10'
               CLOSE BENE-MASTER-FILE
           END-IF.

       5000-APPLY-COVERAGE.
           MOVE 'N' TO WS-SORT-EOF-FLAG
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-DEPOSITOR-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF WS-DP-FIRST
                           OR SP-DEPOSITOR-ID NOT = WS-DP-ID
                           PERFORM 5100-START-DEPOSITOR
                       END-IF
                       IF SP-BENE-REC
                           PERFORM 5200-COUNT-BENEFICIARY
                       ELSE
                           PERFORM 5300-ALLOCATE-SHARE
                       END-IF
               END-RETURN
           END-PERFORM
           IF NOT WS-DP-FIRST
               PERFORM 5900-END-DEPOSITOR
           END-IF.

       5100-START-DEPOSITOR.
           IF NOT WS-DP-FIRST
               PERFORM 5900-END-DEPOSITOR
           END-IF
           MOVE 'N' TO WS-DP-FIRST-FLAG
           MOVE SP-DEPOSITOR-ID TO WS-DP-ID
           MOVE 'N' TO WS-DP-LOOKED-UP-FLAG
           MOVE 'N' TO WS-DP-REV-FLAG
           MOVE 0 TO WS-DP-BENE-COUNT
           MOVE 0 TO WS-DP-BENE-PCT-TOTAL
           MOVE 0 TO WS-DP-LAST-SSN
           MOVE 0 TO WS-DP-ACCT.

      *----------------------------------------------------------------
      * A BENEFICIARY NAMED TWICE UNDER THE SAME SSN COUNTS ONCE.
      *----------------------------------------------------------------
       5200-COUNT-BENEFICIARY.
           IF SP-SEQ-KEY = 0 OR SP-SEQ-KEY NOT = WS-DP-LAST-SSN
               IF WS-DP-BENE-COUNT < 99
                   ADD 1 TO WS-DP-BENE-COUNT
               END-IF
           END-IF
           MOVE SP-SEQ-KEY TO WS-DP-LAST-SSN
           ADD SP-BENE-PERCENT TO WS-DP-BENE-PCT-TOTAL.

       5300-ALLOCATE-SHARE.
           IF NOT WS-DP-LOOKED-UP
               PERFORM 5400-LOOKUP-DEPOSITOR
           END-IF
           MOVE SP-SEQ-KEY TO WS-DP-ACCT
           PERFORM 5500-CLASSIFY-SHARE
           IF SP-AMOUNT > WS-DP-REMAINING(WS-CAT-IDX)
               MOVE WS-DP-REMAINING(WS-CAT-IDX) TO WS-INSURED-AMT
           ELSE
               MOVE SP-AMOUNT TO WS-INSURED-AMT
           END-IF
           SUBTRACT WS-INSURED-AMT FROM WS-DP-REMAINING(WS-CAT-IDX)
           COMPUTE WS-UNINSURED-AMT = SP-AMOUNT - WS-INSURED-AMT
           MOVE SPACES TO INSURED-RECORD
           MOVE SP-DEPOSITOR-ID TO IO-DEPOSITOR-ID
           MOVE SP-SEQ-KEY TO IO-ACCT-NUMBER
           MOVE SP-ACCT-TYPE TO IO-ACCT-TYPE
           MOVE WS-CD-ORC(WS-CAT-IDX) TO IO-ORC
           MOVE SP-ROLE TO IO-OWNER-ROLE
           MOVE SP-OWNER-COUNT TO IO-OWNER-COUNT
           MOVE 0 TO IO-BENE-COUNT
           IF WS-CAT-IDX = 3
               MOVE WS-DP-BENE-COUNT TO IO-BENE-COUNT
           END-IF
           MOVE SP-AMOUNT TO IO-ALLOCATED-BAL
           MOVE WS-INSURED-AMT TO IO-INSURED-AMT
           MOVE WS-UNINSURED-AMT TO IO-UNINSURED-AMT
           MOVE WS-PROCESSING-DATE TO IO-AS-OF-DATE
           IF WS-INSURED-AMT > 0
               WRITE INSURED-RECORD
               ADD 1 TO WS-INSURED-WRITTEN
           END-IF
           IF WS-UNINSURED-AMT > 0
               WRITE UNINSURED-RECORD FROM INSURED-RECORD
               ADD 1 TO WS-UNINSURED-WRITTEN
           END-IF
           ADD 1 TO WS-CT-COUNT(WS-CAT-IDX)
           ADD SP-AMOUNT TO WS-CT-BALANCE(WS-CAT-IDX)
           ADD WS-INSURED-AMT TO WS-CT-INSURED(WS-CAT-IDX)
           ADD WS-UNINSURED-AMT TO WS-CT-UNINSURED(WS-CAT-IDX).

      *----------------------------------------------------------------
      * A DEPOSITOR NOT ON THE CUSTOMER FILE IS INSURED AS AN
      * INDIVIDUAL AND REPORTED. EACH CATEGORY STARTS WITH ONE
      * COVERAGE LIMIT; REVOCABLE TRUST COVERAGE IS ONE LIMIT PER
      * BENEFICIARY UP TO THE MAXIMUM.
      *----------------------------------------------------------------
       5400-LOOKUP-DEPOSITOR.
           SET WS-DP-LOOKED-UP TO TRUE
           ADD 1 TO WS-DEPOSITORS
           SET WS-DP-INDIVIDUAL TO TRUE
           MOVE 'N' TO WS-DP-IRA-FLAG
           MOVE SP-DEPOSITOR-ID TO CUST-ID
           READ CUSTOMER-FILE
           IF WS-CUST-OK
               EVALUATE TRUE
                   WHEN CUST-CORPORATE
                       SET WS-DP-CORPORATE TO TRUE
                   WHEN CUST-GOVERNMENT
                       SET WS-DP-GOVERNMENT TO TRUE
               END-EVALUATE
               IF IRA-TYPE
                   SET WS-DP-IRA TO TRUE
               END-IF
           ELSE
               MOVE SP-SEQ-KEY TO WS-ED-ACCT
               MOVE SP-DEPOSITOR-ID TO WS-ED-CUST
               MOVE 'DEPOSITOR NOT ON CUSTOMER FILE - TREATED AS SGL'
                   TO WS-ED-REASON
               PERFORM 8000-WRITE-EXCEPTION
           END-IF
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE WS-COVERAGE-LIMIT TO WS-DP-REMAINING(WS-CAT-IDX)
           END-PERFORM
           IF WS-DP-BENE-COUNT > WS-MAX-TRUST-BENES
               COMPUTE WS-DP-REMAINING(3) =
                   WS-COVERAGE-LIMIT * WS-MAX-TRUST-BENES
           ELSE
               COMPUTE WS-DP-REMAINING(3) =
                   WS-COVERAGE-LIMIT * WS-DP-BENE-COUNT
           END-IF.

      *----------------------------------------------------------------
      * JOINT OWNERSHIP TAKES PRECEDENCE; A SOLELY OWNED ACCOUNT
      * FOLLOWS ITS OWNER'S TYPE. A TRUST ACCOUNT WHOSE OWNER HAS
      * NO ACTIVE BENEFICIARIES FALLS BACK TO SINGLE OWNERSHIP.
      *----------------------------------------------------------------
       5500-CLASSIFY-SHARE.
           EVALUATE TRUE
               WHEN SP-OWNER-COUNT > 1
                   MOVE 2 TO WS-CAT-IDX
               WHEN WS-DP-CORPORATE
                   MOVE 5 TO WS-CAT-IDX
               WHEN WS-DP-GOVERNMENT
                   MOVE 6 TO WS-CAT-IDX
               WHEN WS-DP-IRA
                   MOVE 4 TO WS-CAT-IDX
               WHEN WS-DP-BENE-COUNT > 0
                   MOVE 3 TO WS-CAT-IDX
                   SET WS-DP-HAS-REV TO TRUE
               WHEN SP-TRUST
                   MOVE 1 TO WS-CAT-IDX
                   MOVE SP-SEQ-KEY TO WS-ED-ACCT
                   MOVE SP-DEPOSITOR-ID TO WS-ED-CUST
                   MOVE 'TRUST ACCOUNT WITH NO BENEFICIARIES - SGL'
                       TO WS-ED-REASON
                   PERFORM 8000-WRITE-EXCEPTION
               WHEN OTHER
                   MOVE 1 TO WS-CAT-IDX
           END-EVALUATE.

       5900-END-DEPOSITOR.
           IF WS-DP-HAS-REV AND WS-DP-BENE-PCT-TOTAL NOT = 100
               MOVE WS-DP-ACCT TO WS-ED-ACCT
               MOVE WS-DP-ID TO WS-ED-CUST
               MOVE 'BENEFICIARY PERCENTAGES DO NOT TOTAL 100'
                   TO WS-ED-REASON
               PERFORM 8000-WRITE-EXCEPTION
           END-IF.

       6000-WRITE-SUMMARY.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE WS-CD-ORC(WS-CAT-IDX) TO WS-RD-ORC
               MOVE WS-CD-DESCRIPTION(WS-CAT-IDX)
                   TO WS-RD-DESCRIPTION
               MOVE WS-CT-COUNT(WS-CAT-IDX) TO WS-RD-COUNT
               MOVE WS-CT-BALANCE(WS-CAT-IDX) TO WS-RD-BALANCE
               MOVE WS-CT-INSURED(WS-CAT-IDX) TO WS-RD-INSURED
               MOVE WS-CT-UNINSURED(WS-CAT-IDX) TO WS-RD-UNINSURED
               WRITE SUMMARY-REPORT-LINE FROM WS-REPORT-DETAIL
               ADD WS-CT-COUNT(WS-CAT-IDX) TO WS-GT-COUNT
               ADD WS-CT-BALANCE(WS-CAT-IDX) TO WS-GT-BALANCE
               ADD WS-CT-INSURED(WS-CAT-IDX) TO WS-GT-INSURED
               ADD WS-CT-UNINSURED(WS-CAT-IDX) TO WS-GT-UNINSURED
           END-PERFORM
           MOVE SPACES TO WS-RD-ORC
           MOVE 'TOTAL ALL CATEGORIES' TO WS-RD-DESCRIPTION
           MOVE WS-GT-COUNT TO WS-RD-COUNT
           MOVE WS-GT-BALANCE TO WS-RD-BALANCE
           MOVE WS-GT-INSURED TO WS-RD-INSURED
           MOVE WS-GT-UNINSURED TO WS-RD-UNINSURED
           WRITE SUMMARY-REPORT-LINE FROM WS-REPORT-DETAIL
           MOVE SPACES TO SUMMARY-REPORT-LINE
           WRITE SUMMARY-REPORT-LINE
           MOVE 'ACCOUNTS READ' TO WS-RT-LABEL
           MOVE WS-ACCOUNTS-READ TO WS-RT-COUNT
           WRITE SUMMARY-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'INSURABLE DEPOSIT ACCOUNTS' TO WS-RT-LABEL
           MOVE WS-ACCOUNTS-INSURABLE TO WS-RT-COUNT
           WRITE SUMMARY-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'DEPOSITORS' TO WS-RT-LABEL
           MOVE WS-DEPOSITORS TO WS-RT-COUNT
           WRITE SUMMARY-REPORT-LINE FROM WS-REPORT-TOTAL
           MOVE 'OWNERSHIP EXCEPTIONS' TO WS-RT-LABEL
           MOVE WS-EXCEPTIONS TO WS-RT-COUNT
           WRITE SUMMARY-REPORT-LINE FROM WS-REPORT-TOTAL.

       8000-WRITE-EXCEPTION.
           WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL
           ADD 1 TO WS-EXCEPTIONS.

       9000-FINALIZE.
           CLOSE CUSTOMER-FILE
           CLOSE INSURED-FILE
           CLOSE UNINSURED-FILE
           CLOSE EXCEPTION-FILE
           CLOSE SUMMARY-REPORT-FILE
           IF WS-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '*** INSURED DEPOSIT DETERMINATION COMPLETE ***'
           DISPLAY 'ACCOUNTS READ:       ' WS-ACCOUNTS-READ
           DISPLAY 'INSURABLE ACCOUNTS:  ' WS-ACCOUNTS-INSURABLE
           DISPLAY 'OWNER ROLES READ:    ' WS-ROLES-READ
           DISPLAY 'BENEFICIARIES READ:  ' WS-BENES-READ
           DISPLAY 'OWNER SHARES:        ' WS-SHARES-WRITTEN
           DISPLAY 'DEPOSITORS:          ' WS-DEPOSITORS
           DISPLAY 'INSURED RECORDS:     ' WS-INSURED-WRITTEN
           DISPLAY 'UNINSURED RECORDS:   ' WS-UNINSURED-WRITTEN
           DISPLAY 'EXCEPTIONS:          ' WS-EXCEPTIONS.
