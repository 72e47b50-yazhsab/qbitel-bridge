       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKRPROC.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-08-29.
      *================================================================*
      * BANKRUPTCY NOTICE INTAKE AND AUTOMATIC-STAY LIST               *
      * APPLIES THE BANKRUPTCY COURT NOTICES RECEIVED BY THE           *
      * BANKRUPTCY DESK. A PETITION NOTICE OPENS (OR, ON A CHAPTER     *
      * CONVERSION, UPDATES) THE CUSTOMER'S CASE ON THE BANKRUPTCY     *
      * CASE FILE AND SETS CUST-BANKRUPT-FLAG ON THE CUSTOMER MASTER   *
      * WITH AN AUDIT LEG ON AUDITFL - THE AUTOMATIC STAY IS NOW IN    *
      * EFFECT. A DISCHARGE OR DISMISSAL NOTICE CLOSES THE CASE WITH   *
      * ITS DATE AND CLEARS THE FLAG THE SAME WAY, ENDING THE STAY.    *
      *                                                                *
      * AFTER THE INTAKE IS APPLIED, THE ACCOUNT MASTER IS SWEPT AND   *
      * THE STAY LIST (BKRSTAY) IS REGENERATED: ONE RECORD PER LOAN    *
      * OF EVERY CUSTOMER WITH A CASE ON FILE, CARRYING THE CHAPTER    *
      * AND CASE STATUS. WHILE A LOAN'S CASE IS ACTIVE THE NIGHTLY     *
      * POSTING RUN ASSESSES NO LATE CHARGES, THE COLLECTIONS QUEUE    *
      * DOES NOT WORK IT, AND THE CHARGE-OFF SWEEP HOLDS IT; THE       *
      * METRO 2 EXTRACT REPORTS THE CONSUMER INFORMATION INDICATOR     *
      * FROM THE CHAPTER AND STATUS FOR THE LIFE OF THE CASE.          *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKR-NOTICE-FILE ASSIGN TO BKRNOTC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BNOT-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL BKR-CASE-FILE ASSIGN TO BKRCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BK-CUST-ID
               FILE STATUS IS WS-CASE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CUST-AUDIT-FILE ASSIGN TO AUDITFL
               ORGANIZATION IS SEQUENTIAL.
           SELECT BKR-STAY-FILE ASSIGN TO BKRSTAY
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * COURT NOTICE INTAKE, KEYED BY THE BANKRUPTCY DESK TO THE
      * DEBTOR'S CUSTOMER ID: 'PT' PETITION FILED (ALSO USED FOR A
      * CHAPTER CONVERSION), 'DC' DISCHARGE, 'DM' DISMISSAL. THE
      * ACTION DATE IS THE DISCHARGE OR DISMISSAL DATE.
      *----------------------------------------------------------------
       FD  BKR-NOTICE-FILE.
       01  BKR-NOTICE-RECORD.
           05  BN-CUST-ID              PIC 9(10).
           05  BN-CASE-NUMBER          PIC X(15).
           05  BN-CHAPTER              PIC 9(2).
               88  BN-VALID-CHAPTER    VALUES 7 11 12 13.
           05  BN-ACTION               PIC X(2).
               88  BN-PETITION         VALUE 'PT'.
               88  BN-DISCHARGE        VALUE 'DC'.
               88  BN-DISMISSAL        VALUE 'DM'.
           05  BN-FILING-DATE          PIC 9(8).
           05  BN-ACTION-DATE          PIC 9(8).
           05  FILLER                  PIC X(15).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ID                 PIC 9(10).
           05  FILLER                  PIC X(141).
           05  FILLER                  PIC X(62).
           05  CUST-BANKRUPT-FLAG      PIC X(1).
               88  CUST-BANKRUPT       VALUE 'Y'.
           05  FILLER                  PIC X(71).
           05  CUST-LAST-MAINT-TS      PIC 9(14).
           05  FILLER                  PIC X(47).

      *----------------------------------------------------------------
      * BANKRUPTCY CASE FILE: THE CUSTOMER'S CURRENT (OR MOST
      * RECENT) CASE. STATUS 'A' ACTIVE - THE STAY IS IN EFFECT,
      * 'D' DISCHARGED, 'X' DISMISSED.
      *----------------------------------------------------------------
       FD  BKR-CASE-FILE.
       01  BKR-CASE-RECORD.
           05  BK-CUST-ID              PIC 9(10).
           05  BK-CASE-NUMBER          PIC X(15).
           05  BK-CHAPTER              PIC 9(2).
           05  BK-STATUS               PIC X(1).
               88  BK-ACTIVE           VALUE 'A'.
               88  BK-DISCHARGED       VALUE 'D'.
               88  BK-DISMISSED        VALUE 'X'.
           05  BK-FILING-DATE          PIC 9(8).
           05  BK-DISCHARGE-DATE       PIC 9(8).
           05  BK-DISMISSAL-DATE       PIC 9(8).
           05  BK-LAST-MAINT-DATE      PIC 9(8).
           05  FILLER                  PIC X(20).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(12).
           05  ACCT-BRANCH             PIC 9(4).
           05  ACCT-TYPE               PIC X(2).
               88  LOAN-ACCT           VALUE 'LN'.
           05  ACCT-OWNER-ID           PIC 9(10).
           05  FILLER                  PIC X(195).

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

      *----------------------------------------------------------------
      * AUTOMATIC-STAY LIST FOR THE NIGHTLY POSTING RUN, THE
      * COLLECTIONS QUEUE, THE CHARGE-OFF SWEEP, AND THE METRO 2
      * EXTRACT, FULLY REGENERATED EACH RUN. THE STATUS DATE IS THE
      * DISCHARGE OR DISMISSAL DATE ONCE THE CASE CLOSES.
      *----------------------------------------------------------------
       FD  BKR-STAY-FILE.
       01  BKR-STAY-RECORD.
           05  BS-ACCT-NUMBER          PIC 9(12).
           05  BS-CUST-ID              PIC 9(10).
           05  BS-CASE-NUMBER          PIC X(15).
           05  BS-CHAPTER              PIC 9(2).
           05  BS-STATUS               PIC X(1).
           05  BS-FILING-DATE          PIC 9(8).
           05  BS-STATUS-DATE          PIC 9(8).
           05  FILLER                  PIC X(14).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-BNOT-STATUS              PIC X(2).
           88  WS-BNOT-OK              VALUE '00'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-CASE-STATUS              PIC X(2).
           88  WS-CASE-OK              VALUE '00'.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-BNOT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-BNOT-EOF             VALUE 'Y'.
       01  WS-CASE-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-CASE-EOF             VALUE 'Y'.
       01  WS-ACCT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-ACCT-EOF             VALUE 'Y'.
       01  WS-CASE-FOUND-FLAG          PIC X(1).
           88  WS-CASE-FOUND           VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-CURRENT-TIME             PIC 9(6).
       01  WS-MAINT-STAMP              PIC 9(14) VALUE 0.
       01  WS-STAY-VALUE.
           05  FILLER                  PIC X(6) VALUE 'CASE: '.
           05  WS-SV-CASE              PIC X(15).
           05  FILLER                  PIC X(6) VALUE ' CH: '.
           05  WS-SV-CHAPTER           PIC 9(2).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-SV-TEXT              PIC X(50).

      *----------------------------------------------------------------
      * CASE FILE IN MEMORY FOR THE STAY-LIST SWEEP.
      *----------------------------------------------------------------
       01  WS-CASE-TABLE.
           05  WS-BK-ENTRY OCCURS 2000 TIMES.
               10  WS-BK-CUST          PIC 9(10).
               10  WS-BK-CASE          PIC X(15).
               10  WS-BK-CHAPTER       PIC 9(2).
               10  WS-BK-STATUS        PIC X(1).
               10  WS-BK-FILED         PIC 9(8).
               10  WS-BK-STATUS-DATE   PIC 9(8).
       01  WS-CASE-COUNT               PIC 9(4) VALUE 0.
       01  WS-BK-IDX                   PIC 9(4).
       01  WS-MAX-CASES                PIC 9(4) VALUE 2000.
       01  WS-CASE-OVERFLOW            PIC 9(7) VALUE 0.

       01  WS-COUNTERS.
           05  WS-NOTICES-READ         PIC 9(5) VALUE 0.
           05  WS-PETITIONS-APPLIED    PIC 9(5) VALUE 0.
           05  WS-DISCHARGES-APPLIED   PIC 9(5) VALUE 0.
           05  WS-DISMISSALS-APPLIED   PIC 9(5) VALUE 0.
           05  WS-NOTICES-REJECTED     PIC 9(5) VALUE 0.
           05  WS-STAY-WRITTEN         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-NOTICES
               UNTIL WS-BNOT-EOF
           PERFORM 3000-REGENERATE-STAY-LIST
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** BANKRUPTCY NOTICE PROCESSING STARTED ***'
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
           OPEN INPUT BKR-NOTICE-FILE
           IF NOT WS-BNOT-OK
               DISPLAY 'NO BANKRUPTCY NOTICE FILE: ' WS-BNOT-STATUS
               SET WS-BNOT-EOF TO TRUE
           END-IF
           OPEN I-O CUSTOMER-FILE
           IF NOT WS-CUST-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BKR-CASE-FILE
           IF NOT WS-CASE-OK AND WS-CASE-STATUS NOT = '05'
               DISPLAY 'ERROR OPENING BANKRUPTCY CASE FILE: '
                   WS-CASE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CUST-AUDIT-FILE.

       2000-PROCESS-NOTICES.
           READ BKR-NOTICE-FILE
               AT END
                   SET WS-BNOT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-NOTICES-READ
                   PERFORM 2100-APPLY-ONE-NOTICE
           END-READ.

      *----------------------------------------------------------------
      * A NOTICE FOR A CUSTOMER NOT ON FILE, A PETITION WITHOUT A
      * VALID CHAPTER, OR A DISCHARGE/DISMISSAL WITH NO ACTIVE CASE
      * UNDER THAT CASE NUMBER IS REJECTED TO THE DESK UNAPPLIED.
      *----------------------------------------------------------------
       2100-APPLY-ONE-NOTICE.
           MOVE BN-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
           IF NOT WS-CUST-OK
               ADD 1 TO WS-NOTICES-REJECTED
               DISPLAY 'BANKRUPTCY NOTICE - CUSTOMER NOT ON FILE: '
                   BN-CUST-ID
           ELSE
               MOVE 'N' TO WS-CASE-FOUND-FLAG
               MOVE BN-CUST-ID TO BK-CUST-ID
               READ BKR-CASE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CASE-FOUND TO TRUE
               END-READ
               EVALUATE TRUE
                   WHEN BN-PETITION AND BN-VALID-CHAPTER
                       PERFORM 2200-APPLY-PETITION
                   WHEN (BN-DISCHARGE OR BN-DISMISSAL)
                       AND WS-CASE-FOUND AND BK-ACTIVE
                       AND BK-CASE-NUMBER = BN-CASE-NUMBER
                       PERFORM 2300-APPLY-CASE-CLOSE
                   WHEN OTHER
                       ADD 1 TO WS-NOTICES-REJECTED
                       DISPLAY 'BANKRUPTCY NOTICE REJECTED - CUST '
                           BN-CUST-ID ' CASE ' BN-CASE-NUMBER
                           ' ACTION ' BN-ACTION
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * PETITION: THE CASE GOES (OR STAYS) ACTIVE UNDER THE NOTICE'S
      * CASE NUMBER AND CHAPTER, AND THE CUSTOMER FLAG IS SET.
      *----------------------------------------------------------------
       2200-APPLY-PETITION.
           IF NOT WS-CASE-FOUND
               MOVE SPACES TO BKR-CASE-RECORD
               MOVE BN-CUST-ID TO BK-CUST-ID
           END-IF
           MOVE BN-CASE-NUMBER TO BK-CASE-NUMBER
           MOVE BN-CHAPTER TO BK-CHAPTER
           SET BK-ACTIVE TO TRUE
           MOVE BN-FILING-DATE TO BK-FILING-DATE
           MOVE 0 TO BK-DISCHARGE-DATE
           MOVE 0 TO BK-DISMISSAL-DATE
           MOVE WS-PROCESSING-DATE TO BK-LAST-MAINT-DATE
           IF WS-CASE-FOUND
               REWRITE BKR-CASE-RECORD
           ELSE
               WRITE BKR-CASE-RECORD
           END-IF
           MOVE BN-CASE-NUMBER TO WS-SV-CASE
           MOVE BN-CHAPTER TO WS-SV-CHAPTER
           MOVE 'PETITION FILED - AUTOMATIC STAY' TO WS-SV-TEXT
           IF CUST-BANKRUPT
               MOVE 'BANKRUPT Y' TO AUD-OLD-VALUE
           ELSE
               MOVE 'BANKRUPT N' TO AUD-OLD-VALUE
           END-IF
           SET CUST-BANKRUPT TO TRUE
           MOVE WS-STAY-VALUE TO AUD-NEW-VALUE
           PERFORM 2400-REWRITE-WITH-AUDIT
           ADD 1 TO WS-PETITIONS-APPLIED.

       2300-APPLY-CASE-CLOSE.
           MOVE BK-CASE-NUMBER TO WS-SV-CASE
           MOVE BK-CHAPTER TO WS-SV-CHAPTER
           IF BN-DISCHARGE
               SET BK-DISCHARGED TO TRUE
               MOVE BN-ACTION-DATE TO BK-DISCHARGE-DATE
               MOVE 'DISCHARGED - STAY ENDED' TO WS-SV-TEXT
               ADD 1 TO WS-DISCHARGES-APPLIED
           ELSE
               SET BK-DISMISSED TO TRUE
               MOVE BN-ACTION-DATE TO BK-DISMISSAL-DATE
               MOVE 'DISMISSED - STAY ENDED' TO WS-SV-TEXT
               ADD 1 TO WS-DISMISSALS-APPLIED
           END-IF
           MOVE WS-PROCESSING-DATE TO BK-LAST-MAINT-DATE
           REWRITE BKR-CASE-RECORD
           MOVE 'BANKRUPT Y' TO AUD-OLD-VALUE
           MOVE 'N' TO CUST-BANKRUPT-FLAG
           MOVE WS-STAY-VALUE TO AUD-NEW-VALUE
           PERFORM 2400-REWRITE-WITH-AUDIT.

       2400-REWRITE-WITH-AUDIT.
           MOVE WS-MAINT-STAMP TO CUST-LAST-MAINT-TS
           REWRITE CUSTOMER-MASTER-RECORD
           MOVE CUST-ID TO AUD-CUST-ID
           MOVE 0 TO AUD-OLD-BALANCE
           MOVE 0 TO AUD-NEW-BALANCE
           MOVE 0 TO AUD-TRAN-ID
           MOVE WS-PROCESSING-DATE TO AUD-DATE
           MOVE WS-CURRENT-TIME TO AUD-TIME
           MOVE 'BK' TO AUD-TRAN-TYPE
           WRITE CUST-AUDIT-RECORD.

      *----------------------------------------------------------------
      * STAY LIST: THE CASE FILE IS LOADED, THEN EVERY LOAN OWNED BY
      * A CUSTOMER WITH A CASE IS LISTED. AN OVERFLOWING CASE TABLE
      * HALTS THE RUN - A TRUNCATED LIST WOULD LET COLLECTION
      * RESUME AGAINST A PROTECTED DEBTOR.
      *----------------------------------------------------------------
       3000-REGENERATE-STAY-LIST.
           PERFORM 3100-LOAD-CASES
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY 'ERROR OPENING ACCOUNT MASTER: ' WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BKR-STAY-FILE
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNT-MASTER NEXT
                   AT END
                       SET WS-ACCT-EOF TO TRUE
                   NOT AT END
                       IF LOAN-ACCT
                           PERFORM 3200-LIST-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER
           CLOSE BKR-STAY-FILE.

       3100-LOAD-CASES.
           MOVE 0 TO WS-CASE-COUNT
           MOVE LOW-VALUES TO BK-CUST-ID
           START BKR-CASE-FILE KEY > BK-CUST-ID
           IF NOT WS-CASE-OK
               SET WS-CASE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CASE-EOF
               READ BKR-CASE-FILE NEXT
                   AT END
                       SET WS-CASE-EOF TO TRUE
                   NOT AT END
                       IF WS-CASE-COUNT < WS-MAX-CASES
                           ADD 1 TO WS-CASE-COUNT
                           MOVE BK-CUST-ID TO
                               WS-BK-CUST(WS-CASE-COUNT)
                           MOVE BK-CASE-NUMBER TO
                               WS-BK-CASE(WS-CASE-COUNT)
                           MOVE BK-CHAPTER TO
                               WS-BK-CHAPTER(WS-CASE-COUNT)
                           MOVE BK-STATUS TO
                               WS-BK-STATUS(WS-CASE-COUNT)
                           MOVE BK-FILING-DATE TO
                               WS-BK-FILED(WS-CASE-COUNT)
                           EVALUATE TRUE
                               WHEN BK-DISCHARGED
                                   MOVE BK-DISCHARGE-DATE TO
                                     WS-BK-STATUS-DATE(WS-CASE-COUNT)
                               WHEN BK-DISMISSED
                                   MOVE BK-DISMISSAL-DATE TO
                                     WS-BK-STATUS-DATE(WS-CASE-COUNT)
                               WHEN OTHER
                                   MOVE 0 TO
                                     WS-BK-STATUS-DATE(WS-CASE-COUNT)
                           END-EVALUATE
                       ELSE
                           ADD 1 TO WS-CASE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CASE-OVERFLOW > 0
               DISPLAY '*** BANKRUPTCY CASE TABLE OVERFLOW - '
                   WS-CASE-OVERFLOW ' CASE(S) WOULD NOT LOAD ***'
               DISPLAY 'RUN HALTED - STAY LIST WOULD BE INCOMPLETE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'LOADED ' WS-CASE-COUNT ' BANKRUPTCY CASES'.

       3200-LIST-ONE-LOAN.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-CASE-COUNT
               IF WS-BK-CUST(WS-BK-IDX) = ACCT-OWNER-ID
                   MOVE SPACES TO BKR-STAY-RECORD
                   MOVE ACCT-NUMBER TO BS-ACCT-NUMBER
                   MOVE ACCT-OWNER-ID TO BS-CUST-ID
                   MOVE WS-BK-CASE(WS-BK-IDX) TO BS-CASE-NUMBER
                   MOVE WS-BK-CHAPTER(WS-BK-IDX) TO BS-CHAPTER
                   MOVE WS-BK-STATUS(WS-BK-IDX) TO BS-STATUS
                   MOVE WS-BK-FILED(WS-BK-IDX) TO BS-FILING-DATE
                   MOVE WS-BK-STATUS-DATE(WS-BK-IDX)
                       TO BS-STATUS-DATE
                   WRITE BKR-STAY-RECORD
                   ADD 1 TO WS-STAY-WRITTEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       9000-FINALIZE.
           IF WS-BNOT-OK OR WS-BNOT-STATUS = '10'
               CLOSE BKR-NOTICE-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE BKR-CASE-FILE
           CLOSE CUST-AUDIT-FILE
           DISPLAY '*** BANKRUPTCY NOTICE PROCESSING COMPLETE ***'
           DISPLAY 'NOTICES READ:         ' WS-NOTICES-READ
           DISPLAY 'PETITIONS APPLIED:    ' WS-PETITIONS-APPLIED
           DISPLAY 'DISCHARGES APPLIED:   ' WS-DISCHARGES-APPLIED
           DISPLAY 'DISMISSALS APPLIED:   ' WS-DISMISSALS-APPLIED
           DISPLAY 'NOTICES REJECTED:     ' WS-NOTICES-REJECTED
           DISPLAY 'STAY LIST RECORDS:    ' WS-STAY-WRITTEN.
