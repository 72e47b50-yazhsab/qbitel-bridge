       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBMNT.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * SAFE DEPOSIT BOX MAINTENANCE                                   *
      * MAINTAINS THE SAFE DEPOSIT MASTER (SDBMAST), ONE RECORD PER    *
      * BOX KEYED BY BRANCH AND BOX NUMBER, FROM THE BRANCH            *
      * MAINTENANCE FEED (SDBTRAN). ANNUAL RENT COMES FROM THE         *
      * SIZE-BASED RATE TABLE (SDBRATE). TRANSACTIONS:                 *
      *   'I' INSTALL   - ADD A VACANT BOX OF A RATED SIZE             *
      *   'R' RENT      - LEASE A VACANT BOX TO UP TO FOUR RENTERS:    *
      *                   ONE PRIMARY (P), JOINT RENTERS (J) AND       *
      *                   DEPUTIES (D), ALL ON CUSTMAST, WITH AN       *
      *                   OPTIONAL DEPOSIT ACCOUNT FOR THE RENT. THE   *
      *                   FIRST YEAR BILLS ON THE NEXT SDBBILL RUN     *
      *   'S' SURRENDER - RETURN THE BOX; RENT MUST BE PAID UP AND     *
      *                   UNUSED RENT IS NOT REFUNDED                  *
      *   'D' DRILL     - REASON L (LOST KEYS) OR C (COURT ORDER)      *
      *                   CHARGES THE DRILL FEE AND LEAVES THE LEASE   *
      *                   IN FORCE; REASON D (DELINQUENCY) IS ONLY     *
      *                   TAKEN ON A BOX SDBBILL HAS FLAGGED FOR       *
      *                   DRILLING, VACATES IT AND WRITES OFF THE      *
      *                   UNPAID RENT - THE CONTENTS GO TO THE         *
      *                   UNCLAIMED PROPERTY PROCESS                   *
      *   'C' CHANGE    - REPLACE THE RENTERS AND THE RENT ACCOUNT     *
      *   'P' PAYMENT   - RENT PAID AT THE BRANCH AGAINST AN INVOICE   *
      * EVERY CHANGE WRITES BEFORE AND AFTER IMAGES TO THE SAFE        *
      * DEPOSIT AUDIT FILE (SDBAUD) AND IS LISTED ON SDBMRPT WITH      *
      * THE REJECTS; ANY REJECT ENDS THE STEP WITH RC 4.               *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SDB-TRAN-FILE ASSIGN TO SDBTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT SDB-MASTER-FILE ASSIGN TO SDBMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SB-BOX-KEY
               FILE STATUS IS WS-SDB-STATUS.
           SELECT SDB-RATE-FILE ASSIGN TO SDBRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL SDB-AUDIT-FILE ASSIGN TO SDBAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO SDBMRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SDB-TRAN-FILE.
       01  SDB-TRAN-RECORD.
           05  ST-ACTION               PIC X(1).
               88  ST-INSTALL          VALUE 'I'.
               88  ST-RENT             VALUE 'R'.
               88  ST-SURRENDER        VALUE 'S'.
               88  ST-DRILL            VALUE 'D'.
               88  ST-CHANGE-RENTERS   VALUE 'C'.
               88  ST-PAYMENT          VALUE 'P'.
           05  ST-BOX-KEY.
               10  ST-BRANCH           PIC 9(4).
               10  ST-BOX-NUMBER       PIC 9(6).
           05  ST-SIZE                 PIC X(2).
           05  ST-RENTERS.
               10  ST-RENTER OCCURS 4 TIMES.
                   15  ST-RENTER-ID    PIC 9(10).
                   15  ST-RENTER-ROLE  PIC X(1).
           05  ST-BILL-ACCT            PIC 9(12).
           05  ST-DRILL-REASON         PIC X(1).
               88  ST-DRILL-LOST-KEYS  VALUE 'L'.
               88  ST-DRILL-COURT      VALUE 'C'.
               88  ST-DRILL-DELINQUENT VALUE 'D'.
           05  ST-AMOUNT               PIC S9(7)V99 COMP-3.
           05  ST-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(17).

      *----------------------------------------------------------------
      * SAFE DEPOSIT MASTER. SB-BILLED-THRU IS THE DATE THE NEXT
      * YEAR'S RENT FALLS DUE; SB-AMOUNT-DUE IS RENT AND FEES BILLED
      * BUT NOT YET COLLECTED, WITH SB-CHARGE-PENDING SET UNTIL
      * SDBBILL HAS CHARGED OR INVOICED IT.
      *----------------------------------------------------------------
       FD  SDB-MASTER-FILE.
       01  SDB-MASTER-RECORD.
           05  SB-BOX-KEY.
               10  SB-BRANCH           PIC 9(4).
               10  SB-BOX-NUMBER       PIC 9(6).
           05  SB-SIZE                 PIC X(2).
           05  SB-STATUS               PIC X(1).
               88  SB-VACANT           VALUE 'V'.
               88  SB-RENTED           VALUE 'R'.
               88  SB-DELINQUENT       VALUE 'D'.
               88  SB-DRILL-FLAGGED    VALUE 'X'.
               88  SB-LEASED           VALUES 'R' 'D' 'X'.
           05  SB-LEASE-DATE           PIC 9(8).
           05  SB-ANNUAL-RENT          PIC S9(5)V99 COMP-3.
           05  SB-BILLED-THRU          PIC 9(8).
           05  SB-BILL-ACCT            PIC 9(12).
           05  SB-AMOUNT-DUE           PIC S9(7)V99 COMP-3.
           05  SB-DUE-DATE             PIC 9(8).
           05  SB-CHARGE-PENDING       PIC X(1).
               88  SB-CHARGE-IS-PENDING VALUE 'Y'.
           05  SB-NOTICE-LEVEL         PIC 9(1).
           05  SB-LAST-NOTICE-DATE     PIC 9(8).
           05  SB-FLAG-DATE            PIC 9(8).
           05  SB-DRILL-DATE           PIC 9(8).
           05  SB-DRILL-REASON         PIC X(1).
           05  SB-RENTERS.
               10  SB-RENTER OCCURS 4 TIMES.
                   15  SB-RENTER-ID    PIC 9(10).
                   15  SB-RENTER-ROLE  PIC X(1).
           05  SB-LAST-MAINT-DATE      PIC 9(8).
           05  SB-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(5).

      *----------------------------------------------------------------
      * ANNUAL RENT AND DRILL FEE BY BOX SIZE.
      *----------------------------------------------------------------
       FD  SDB-RATE-FILE.
       01  SDB-RATE-RECORD.
           05  SR-SIZE                 PIC X(2).
           05  SR-ANNUAL-RENT          PIC S9(5)V99 COMP-3.
           05  SR-DRILL-FEE            PIC S9(5)V99 COMP-3.
           05  SR-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(10).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ID                 PIC 9(10).
           05  FILLER                  PIC X(336).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(12).
           05  ACCT-BRANCH             PIC 9(4).
           05  ACCT-TYPE               PIC X(2).
               88  CD-ACCT             VALUE 'CD'.
               88  LOAN-ACCT           VALUE 'LN'.
           05  ACCT-OWNER-ID           PIC 9(10).
           05  FILLER                  PIC X(86).
           05  ACCT-STATUS             PIC X(1).
               88  ACCT-ACTIVE         VALUE 'A'.
           05  FILLER                  PIC X(108).

       FD  SDB-AUDIT-FILE.
       01  SDB-AUDIT-RECORD.
           05  SA-BOX-KEY              PIC X(10).
           05  SA-ACTION               PIC X(1).
           05  SA-PROGRAM              PIC X(8).
           05  SA-BEFORE-IMAGE         PIC X(150).
           05  SA-AFTER-IMAGE          PIC X(150).
           05  SA-OPERATOR-ID          PIC X(8).
           05  SA-DATE                 PIC 9(8).
           05  SA-TIME                 PIC 9(6).
           05  FILLER                  PIC X(9).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE           PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS              PIC X(2).
           88  WS-TRAN-OK              VALUE '00'.
       01  WS-SDB-STATUS               PIC X(2).
           88  WS-SDB-OK               VALUE '00'.
       01  WS-RATE-STATUS              PIC X(2).
           88  WS-RATE-OK              VALUE '00'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-AUDIT-STATUS             PIC X(2).
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-TRAN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-TRAN-EOF             VALUE 'Y'.
       01  WS-RATE-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-RATE-NO-MORE         VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-CURRENT-TIME             PIC 9(6).
       01  WS-SDB-BEFORE-IMAGE         PIC X(150).
       01  WS-REJECT-REASON            PIC X(40).

      *----------------------------------------------------------------
      * RATE TABLE IN MEMORY.
      *----------------------------------------------------------------
       01  WS-RATE-TABLE.
           05  WS-RT-ENTRY OCCURS 20 TIMES.
               10  WS-RT-SIZE          PIC X(2).
               10  WS-RT-RENT          PIC S9(5)V99 COMP-3.
               10  WS-RT-DRILL-FEE     PIC S9(5)V99 COMP-3.
       01  WS-RATE-COUNT               PIC 9(2) VALUE 0.
       01  WS-RT-IDX                   PIC 9(2).
       01  WS-MAX-RATES                PIC 9(2) VALUE 20.
       01  WS-RATE-MATCH               PIC 9(2).

       01  WS-RN-IDX                   PIC 9(1).
       01  WS-PRIMARY-COUNT            PIC 9(1).
       01  WS-RENTER-COUNT             PIC 9(1).
       01  WS-WRITTEN-OFF              PIC S9(7)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(5) VALUE 0.
           05  WS-BOXES-INSTALLED      PIC 9(5) VALUE 0.
           05  WS-BOXES-RENTED         PIC 9(5) VALUE 0.
           05  WS-BOXES-SURRENDERED    PIC 9(5) VALUE 0.
           05  WS-BOXES-DRILLED        PIC 9(5) VALUE 0.
           05  WS-RENTER-CHANGES       PIC 9(5) VALUE 0.
           05  WS-PAYMENTS             PIC 9(5) VALUE 0.
           05  WS-TRANS-REJECTED       PIC 9(5) VALUE 0.
           05  WS-PAYMENT-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.
           05  WS-WRITE-OFF-TOTAL      PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(36) VALUE SPACES.
           05  FILLER                  PIC X(42) VALUE
               'SAFE DEPOSIT BOX MAINTENANCE - DATE '.
           05  WS-RH-DATE              PIC 9999/99/99.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(5) VALUE 'BOX: '.
           05  WS-RD-BRANCH            PIC 9(4).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  WS-RD-BOX               PIC 9(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-ACTION-CODE       PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-SIZE              PIC X(2).
           05  FILLER                  PIC X(9) VALUE '  RENTER '.
           05  WS-RD-RENTER            PIC 9(10).
           05  FILLER                  PIC X(7) VALUE '  ACCT '.
           05  WS-RD-ACCT              PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-AMOUNT            PIC Z(6)9.99-.
           05  FILLER                  PIC X(7) VALUE '  OPER '.
           05  WS-RD-OPERATOR          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-ACTION            PIC X(40).
           05  FILLER                  PIC X(1) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-RATE-TABLE
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL WS-TRAN-EOF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** SAFE DEPOSIT BOX MAINTENANCE STARTED ***'
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
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           OPEN INPUT SDB-TRAN-FILE
           IF NOT WS-TRAN-OK
               DISPLAY 'NO SAFE DEPOSIT TRANSACTIONS: '
                   WS-TRAN-STATUS
               SET WS-TRAN-EOF TO TRUE
           END-IF
           OPEN I-O SDB-MASTER-FILE
           IF WS-SDB-STATUS = '35'
               OPEN OUTPUT SDB-MASTER-FILE
               CLOSE SDB-MASTER-FILE
               OPEN I-O SDB-MASTER-FILE
           END-IF
           IF NOT WS-SDB-OK
               DISPLAY 'ERROR OPENING SAFE DEPOSIT MASTER: '
                   WS-SDB-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT ACCOUNT-MASTER
           OPEN EXTEND SDB-AUDIT-FILE
           OPEN OUTPUT MAINT-REPORT-FILE
           MOVE WS-PROCESSING-DATE TO WS-RH-DATE
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-HEADER.

       1500-LOAD-RATE-TABLE.
           OPEN INPUT SDB-RATE-FILE
           IF NOT WS-RATE-OK
               DISPLAY 'ERROR OPENING SAFE DEPOSIT RATE TABLE: '
                   WS-RATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RATE-NO-MORE
               READ SDB-RATE-FILE
                   AT END
                       SET WS-RATE-NO-MORE TO TRUE
                   NOT AT END
                       IF WS-RATE-COUNT < WS-MAX-RATES
                           ADD 1 TO WS-RATE-COUNT
                           MOVE SR-SIZE TO WS-RT-SIZE(WS-RATE-COUNT)
                           MOVE SR-ANNUAL-RENT
                               TO WS-RT-RENT(WS-RATE-COUNT)
                           MOVE SR-DRILL-FEE
                               TO WS-RT-DRILL-FEE(WS-RATE-COUNT)
                       ELSE
                           DISPLAY 'RATE TABLE FULL - SIZE '
                               SR-SIZE ' IGNORED'
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SDB-RATE-FILE
           DISPLAY 'LOADED ' WS-RATE-COUNT ' BOX SIZE RATES'.

       2000-PROCESS-TRANSACTIONS.
           READ SDB-TRAN-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 3000-APPLY-TRANSACTION
           END-READ.

       3000-APPLY-TRANSACTION.
           MOVE ST-BOX-KEY TO SB-BOX-KEY
           READ SDB-MASTER-FILE
           IF WS-SDB-OK
               MOVE SDB-MASTER-RECORD TO WS-SDB-BEFORE-IMAGE
           END-IF
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN ST-INSTALL
                   PERFORM 3100-INSTALL-BOX
               WHEN NOT WS-SDB-OK
                   MOVE 'REJECTED - BOX NOT ON FILE'
                       TO WS-REJECT-REASON
               WHEN ST-RENT
                   PERFORM 3200-RENT-BOX
               WHEN ST-SURRENDER
                   PERFORM 3300-SURRENDER-BOX
               WHEN ST-DRILL
                   PERFORM 3400-DRILL-BOX
               WHEN ST-CHANGE-RENTERS
                   PERFORM 3500-CHANGE-RENTERS
               WHEN ST-PAYMENT
                   PERFORM 3600-APPLY-PAYMENT
               WHEN OTHER
                   MOVE 'REJECTED - INVALID ACTION'
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 3900-REJECT
           END-IF.

       3100-INSTALL-BOX.
           MOVE ST-SIZE TO SB-SIZE
           PERFORM 7100-FIND-RATE
           EVALUATE TRUE
               WHEN WS-SDB-OK
                   MOVE 'REJECTED - BOX ALREADY ON FILE'
                       TO WS-REJECT-REASON
               WHEN WS-RATE-MATCH = 0
                   MOVE 'REJECTED - SIZE NOT ON RATE TABLE'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-SDB-BEFORE-IMAGE
                   INITIALIZE SDB-MASTER-RECORD
                   MOVE ST-BOX-KEY TO SB-BOX-KEY
                   MOVE ST-SIZE TO SB-SIZE
                   SET SB-VACANT TO TRUE
                   MOVE 'N' TO SB-CHARGE-PENDING
                   PERFORM 7300-STAMP-MAINTENANCE
                   WRITE SDB-MASTER-RECORD
                   ADD 1 TO WS-BOXES-INSTALLED
                   MOVE 'BOX INSTALLED - VACANT' TO WS-RD-ACTION
                   PERFORM 8000-RECORD-CHANGE
           END-EVALUATE.

      *----------------------------------------------------------------
      * A NEW LEASE STARTS TODAY AT THE CURRENT RATE FOR THE SIZE;
      * SB-BILLED-THRU = LEASE DATE SO THE NEXT BILLING RUN CHARGES
      * THE FIRST YEAR.
      *----------------------------------------------------------------
       3200-RENT-BOX.
           PERFORM 7100-FIND-RATE
           IF NOT SB-VACANT
               MOVE 'REJECTED - BOX NOT VACANT' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-RATE-MATCH = 0
               MOVE 'REJECTED - SIZE NOT ON RATE TABLE'
                   TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 7000-VALIDATE-RENTERS
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE ST-RENTERS TO SB-RENTERS
               MOVE ST-BILL-ACCT TO SB-BILL-ACCT
               SET SB-RENTED TO TRUE
               MOVE WS-PROCESSING-DATE TO SB-LEASE-DATE
               MOVE WS-RT-RENT(WS-RATE-MATCH) TO SB-ANNUAL-RENT
               MOVE WS-PROCESSING-DATE TO SB-BILLED-THRU
               MOVE 0 TO SB-AMOUNT-DUE
               MOVE 0 TO SB-DUE-DATE
               MOVE 'N' TO SB-CHARGE-PENDING
               MOVE 0 TO SB-NOTICE-LEVEL
               MOVE 0 TO SB-LAST-NOTICE-DATE
               MOVE 0 TO SB-FLAG-DATE
               MOVE 0 TO SB-DRILL-DATE
               MOVE SPACE TO SB-DRILL-REASON
               PERFORM 7300-STAMP-MAINTENANCE
               REWRITE SDB-MASTER-RECORD
               ADD 1 TO WS-BOXES-RENTED
               MOVE 'BOX RENTED' TO WS-RD-ACTION
               PERFORM 8000-RECORD-CHANGE
           END-IF.

       3300-SURRENDER-BOX.
           EVALUATE TRUE
               WHEN NOT SB-LEASED
                   MOVE 'REJECTED - BOX NOT RENTED'
                       TO WS-REJECT-REASON
               WHEN SB-AMOUNT-DUE > 0
                   MOVE 'REJECTED - RENT OUTSTANDING'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 7200-VACATE-BOX
                   PERFORM 7300-STAMP-MAINTENANCE
                   REWRITE SDB-MASTER-RECORD
                   ADD 1 TO WS-BOXES-SURRENDERED
                   MOVE 'BOX SURRENDERED - NOW VACANT'
                       TO WS-RD-ACTION
                   PERFORM 8000-RECORD-CHANGE
           END-EVALUATE.

      *----------------------------------------------------------------
      * A LOST-KEY OR COURT-ORDER DRILL BILLS THE DRILL FEE THROUGH
      * THE NEXT SDBBILL RUN. A DELINQUENCY DRILL VACATES THE BOX AND
      * WRITES OFF WHAT IS STILL DUE.
      *----------------------------------------------------------------
       3400-DRILL-BOX.
           PERFORM 7100-FIND-RATE
           EVALUATE TRUE
               WHEN NOT SB-LEASED
                   MOVE 'REJECTED - BOX NOT RENTED'
                       TO WS-REJECT-REASON
               WHEN ST-DRILL-DELINQUENT AND NOT SB-DRILL-FLAGGED
                   MOVE 'REJECTED - BOX NOT FLAGGED FOR DRILLING'
                       TO WS-REJECT-REASON
               WHEN ST-DRILL-DELINQUENT
                   MOVE SB-AMOUNT-DUE TO WS-WRITTEN-OFF
                   ADD WS-WRITTEN-OFF TO WS-WRITE-OFF-TOTAL
                   PERFORM 7200-VACATE-BOX
                   MOVE WS-PROCESSING-DATE TO SB-DRILL-DATE
                   MOVE ST-DRILL-REASON TO SB-DRILL-REASON
                   PERFORM 7300-STAMP-MAINTENANCE
                   REWRITE SDB-MASTER-RECORD
                   ADD 1 TO WS-BOXES-DRILLED
                   MOVE WS-WRITTEN-OFF TO ST-AMOUNT
                   MOVE 'DRILLED - DELINQUENT, RENT WRITTEN OFF'
                       TO WS-RD-ACTION
                   PERFORM 8000-RECORD-CHANGE
               WHEN NOT ST-DRILL-LOST-KEYS AND NOT ST-DRILL-COURT
                   MOVE 'REJECTED - INVALID DRILL REASON'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   IF WS-RATE-MATCH > 0
                       MOVE WS-RT-DRILL-FEE(WS-RATE-MATCH) TO ST-AMOUNT
                   ELSE
                       MOVE 0 TO ST-AMOUNT
                   END-IF
                   IF ST-AMOUNT > 0
                       IF SB-AMOUNT-DUE = 0
                           MOVE WS-PROCESSING-DATE TO SB-DUE-DATE
                       END-IF
                       ADD ST-AMOUNT TO SB-AMOUNT-DUE
                       MOVE 'Y' TO SB-CHARGE-PENDING
                   END-IF
                   MOVE WS-PROCESSING-DATE TO SB-DRILL-DATE
                   MOVE ST-DRILL-REASON TO SB-DRILL-REASON
                   PERFORM 7300-STAMP-MAINTENANCE
                   REWRITE SDB-MASTER-RECORD
                   ADD 1 TO WS-BOXES-DRILLED
                   MOVE 'DRILLED - DRILL FEE BILLED' TO WS-RD-ACTION
                   PERFORM 8000-RECORD-CHANGE
           END-EVALUATE.

       3500-CHANGE-RENTERS.
           IF NOT SB-LEASED
               MOVE 'REJECTED - BOX NOT RENTED' TO WS-REJECT-REASON
           ELSE
               PERFORM 7000-VALIDATE-RENTERS
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE ST-RENTERS TO SB-RENTERS
               MOVE ST-BILL-ACCT TO SB-BILL-ACCT
               PERFORM 7300-STAMP-MAINTENANCE
               REWRITE SDB-MASTER-RECORD
               ADD 1 TO WS-RENTER-CHANGES
               MOVE 'RENTERS CHANGED' TO WS-RD-ACTION
               PERFORM 8000-RECORD-CHANGE
           END-IF.

      *----------------------------------------------------------------
      * A PAYMENT IN FULL CLEARS THE DELINQUENCY AND ANY DRILL FLAG.
      *----------------------------------------------------------------
       3600-APPLY-PAYMENT.
           EVALUATE TRUE
               WHEN NOT SB-LEASED
                   MOVE 'REJECTED - BOX NOT RENTED'
                       TO WS-REJECT-REASON
               WHEN SB-AMOUNT-DUE NOT > 0
                   MOVE 'REJECTED - NOTHING DUE' TO WS-REJECT-REASON
               WHEN ST-AMOUNT NOT > 0
                   OR ST-AMOUNT > SB-AMOUNT-DUE
                   MOVE 'REJECTED - INVALID PAYMENT AMOUNT'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   SUBTRACT ST-AMOUNT FROM SB-AMOUNT-DUE
                   IF SB-AMOUNT-DUE = 0
                       SET SB-RENTED TO TRUE
                       MOVE 0 TO SB-DUE-DATE
                       MOVE 'N' TO SB-CHARGE-PENDING
                       MOVE 0 TO SB-NOTICE-LEVEL
                       MOVE 0 TO SB-LAST-NOTICE-DATE
                       MOVE 0 TO SB-FLAG-DATE
                       MOVE 'PAYMENT - PAID IN FULL' TO WS-RD-ACTION
                   ELSE
                       MOVE 'PAYMENT - PARTIAL' TO WS-RD-ACTION
                   END-IF
                   PERFORM 7300-STAMP-MAINTENANCE
                   REWRITE SDB-MASTER-RECORD
                   ADD 1 TO WS-PAYMENTS
                   ADD ST-AMOUNT TO WS-PAYMENT-TOTAL
                   PERFORM 8000-RECORD-CHANGE
           END-EVALUATE.

      *----------------------------------------------------------------
      * EXACTLY ONE PRIMARY RENTER; EVERY RENTER ON CUSTMAST WITH A
      * ROLE OF P, J OR D; A RENT ACCOUNT, WHEN GIVEN, MUST BE AN
      * ACTIVE DEPOSIT ACCOUNT.
      *----------------------------------------------------------------
       7000-VALIDATE-RENTERS.
           MOVE 0 TO WS-PRIMARY-COUNT
           MOVE 0 TO WS-RENTER-COUNT
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
               UNTIL WS-RN-IDX > 4
               IF ST-RENTER-ID(WS-RN-IDX) > 0
                   ADD 1 TO WS-RENTER-COUNT
                   EVALUATE ST-RENTER-ROLE(WS-RN-IDX)
                       WHEN 'P'
                           ADD 1 TO WS-PRIMARY-COUNT
                       WHEN 'J'
                       WHEN 'D'
                           CONTINUE
                       WHEN OTHER
                           MOVE 'REJECTED - INVALID RENTER ROLE'
                               TO WS-REJECT-REASON
                   END-EVALUATE
                   MOVE ST-RENTER-ID(WS-RN-IDX) TO CUST-ID
                   READ CUSTOMER-FILE
                   IF NOT WS-CUST-OK
                       MOVE 'REJECTED - RENTER NOT ON CUSTOMER FILE'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-PERFORM
           IF WS-REJECT-REASON = SPACES AND WS-PRIMARY-COUNT NOT = 1
               MOVE 'REJECTED - NEED ONE PRIMARY RENTER'
                   TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES AND ST-BILL-ACCT > 0
               MOVE ST-BILL-ACCT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
               IF NOT WS-ACCT-OK
                   MOVE 'REJECTED - RENT ACCOUNT NOT ON FILE'
                       TO WS-REJECT-REASON
               ELSE
                   IF NOT ACCT-ACTIVE OR LOAN-ACCT OR CD-ACCT
                       MOVE 'REJECTED - RENT ACCOUNT NOT USABLE'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       7100-FIND-RATE.
           MOVE 0 TO WS-RATE-MATCH
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RATE-COUNT
               IF WS-RT-SIZE(WS-RT-IDX) = SB-SIZE
                   MOVE WS-RT-IDX TO WS-RATE-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       7200-VACATE-BOX.
           SET SB-VACANT TO TRUE
           MOVE SPACES TO SB-RENTERS
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
               UNTIL WS-RN-IDX > 4
               MOVE 0 TO SB-RENTER-ID(WS-RN-IDX)
           END-PERFORM
           MOVE 0 TO SB-BILL-ACCT
           MOVE 0 TO SB-LEASE-DATE
           MOVE 0 TO SB-ANNUAL-RENT
           MOVE 0 TO SB-BILLED-THRU
           MOVE 0 TO SB-AMOUNT-DUE
           MOVE 0 TO SB-DUE-DATE
           MOVE 'N' TO SB-CHARGE-PENDING
           MOVE 0 TO SB-NOTICE-LEVEL
           MOVE 0 TO SB-LAST-NOTICE-DATE
           MOVE 0 TO SB-FLAG-DATE.

       7300-STAMP-MAINTENANCE.
           MOVE WS-PROCESSING-DATE TO SB-LAST-MAINT-DATE
           MOVE ST-OPERATOR-ID TO SB-OPERATOR-ID.

       8000-RECORD-CHANGE.
           MOVE SB-BOX-KEY TO SA-BOX-KEY
           MOVE ST-ACTION TO SA-ACTION
           MOVE 'SDBMNT' TO SA-PROGRAM
           MOVE WS-SDB-BEFORE-IMAGE TO SA-BEFORE-IMAGE
           MOVE SDB-MASTER-RECORD TO SA-AFTER-IMAGE
           MOVE ST-OPERATOR-ID TO SA-OPERATOR-ID
           MOVE WS-PROCESSING-DATE TO SA-DATE
           MOVE WS-CURRENT-TIME TO SA-TIME
           WRITE SDB-AUDIT-RECORD
           PERFORM 8100-WRITE-REPORT-DETAIL.

       8100-WRITE-REPORT-DETAIL.
           MOVE ST-BRANCH TO WS-RD-BRANCH
           MOVE ST-BOX-NUMBER TO WS-RD-BOX
           MOVE ST-ACTION TO WS-RD-ACTION-CODE
           IF ST-SIZE NOT = SPACES
               MOVE ST-SIZE TO WS-RD-SIZE
           ELSE
               MOVE SB-SIZE TO WS-RD-SIZE
           END-IF
           MOVE 0 TO WS-RD-RENTER
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
               UNTIL WS-RN-IDX > 4
               IF ST-RENTER-ROLE(WS-RN-IDX) = 'P'
                   MOVE ST-RENTER-ID(WS-RN-IDX) TO WS-RD-RENTER
               END-IF
           END-PERFORM
           MOVE ST-BILL-ACCT TO WS-RD-ACCT
           MOVE ST-AMOUNT TO WS-RD-AMOUNT
           MOVE ST-OPERATOR-ID TO WS-RD-OPERATOR
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-DETAIL.

       3900-REJECT.
           ADD 1 TO WS-TRANS-REJECTED
           MOVE WS-REJECT-REASON TO WS-RD-ACTION
           PERFORM 8100-WRITE-REPORT-DETAIL.

       9000-FINALIZE.
           IF WS-TRAN-OK OR WS-TRAN-STATUS = '10'
               CLOSE SDB-TRAN-FILE
           END-IF
           CLOSE SDB-MASTER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE SDB-AUDIT-FILE
           CLOSE MAINT-REPORT-FILE
           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '*** SAFE DEPOSIT BOX MAINTENANCE COMPLETE ***'
           DISPLAY 'TRANSACTIONS READ:    ' WS-TRANS-READ
           DISPLAY 'BOXES INSTALLED:      ' WS-BOXES-INSTALLED
           DISPLAY 'BOXES RENTED:         ' WS-BOXES-RENTED
           DISPLAY 'BOXES SURRENDERED:    ' WS-BOXES-SURRENDERED
           DISPLAY 'BOXES DRILLED:        ' WS-BOXES-DRILLED
           DISPLAY 'RENTER CHANGES:       ' WS-RENTER-CHANGES
           DISPLAY 'PAYMENTS APPLIED:     ' WS-PAYMENTS
           DISPLAY 'TRANSACTIONS REJECTED:' WS-TRANS-REJECTED.
