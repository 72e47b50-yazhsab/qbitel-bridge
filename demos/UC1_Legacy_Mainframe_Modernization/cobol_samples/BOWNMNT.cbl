       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOWNMNT.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-09-09.
      *================================================================*
      * BENEFICIAL OWNERSHIP (CDD RULE) MAINTENANCE                    *
      * MAINTAINS THE BENEFICIAL-OWNER FILE FOR CORPORATE CUSTOMERS    *
      * (CUST-SEGMENT 'CO'): THE CERTIFICATION TAKEN FROM THE PERSON   *
      * OPENING THE ACCOUNT, EVERY INDIVIDUAL OWNING 25 PERCENT OR     *
      * MORE, AND THE SINGLE INDIVIDUAL WITH SIGNIFICANT CONTROL. THE  *
      * FILE IS KEYED BY THE ENTITY'S TIN, SINCE THE CERTIFICATION IS  *
      * TAKEN BEFORE ACCTOPEN ASSIGNS A CUSTOMER ID; EACH RUN LINKS    *
      * NEWLY BOARDED CORPORATE CUSTOMERS TO THEIR RECORDS BY TIN.     *
      * MAINTENANCE TRANSACTIONS, EVERY ONE AUDITED TO AUDITFL:        *
      *   'K' CERTIFY     - RECORD OR REFRESH THE CERTIFICATION        *
      *   'A' ADD OWNER   'C' CHANGE OWNER   'R' REMOVE OWNER          *
      *                                                                *
      * ACCTOPEN WILL NOT BOARD A CORPORATE CUSTOMER WITHOUT AN ACTIVE *
      * CERTIFICATION AND CONTROL PERSON ON THIS FILE; OFACSCRN AND    *
      * FIN314A SCREEN THE OWNERS AND REPORT HITS UNDER THE CORPORATE  *
      * CUSTOMER.                                                      *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOWN-TRAN-FILE ASSIGN TO BOWNTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT BOWN-MASTER-FILE ASSIGN TO BOWNMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOWN-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CUST-AUDIT-FILE ASSIGN TO AUDITFL
               ORGANIZATION IS SEQUENTIAL.
           SELECT BOWN-REPORT-FILE ASSIGN TO BOWNRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BOWN-TRAN-FILE.
       01  BOWN-TRAN-RECORD.
           05  BT-ACTION               PIC X(1).
               88  BT-CERTIFY          VALUE 'K'.
               88  BT-ADD              VALUE 'A'.
               88  BT-CHANGE           VALUE 'C'.
               88  BT-REMOVE           VALUE 'R'.
           05  BT-ENTITY-TIN           PIC 9(9).
           05  BT-CUST-ID              PIC 9(10).
           05  BT-SEQ                  PIC 9(2).
           05  BT-NAME                 PIC X(40).
           05  BT-DOB                  PIC 9(8).
           05  BT-ID-TYPE              PIC X(1).
               88  BT-ID-SSN           VALUE 'S'.
               88  BT-ID-PASSPORT      VALUE 'P'.
           05  BT-ID-NUMBER            PIC X(20).
           05  BT-ID-COUNTRY           PIC X(3).
           05  BT-STREET               PIC X(40).
           05  BT-CITY                 PIC X(25).
           05  BT-STATE                PIC X(2).
           05  BT-POSTAL               PIC X(10).
           05  BT-COUNTRY              PIC X(3).
           05  BT-OWN-PCT              PIC 9(3)V99.
           05  BT-CONTROL-FLAG         PIC X(1).
               88  BT-CONTROL-PRONG    VALUE 'Y'.
           05  BT-CERT-DATE            PIC 9(8).
           05  BT-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * BENEFICIAL-OWNER FILE. ONE 'C' RECORD (SEQ 00) PER ENTITY
      * HOLDS THE CERTIFICATION - BO-NAME IS THE CERTIFYING
      * INDIVIDUAL AND BO-EFF-DATE THE DATE SIGNED. 'O' RECORDS ARE
      * THE OWNERS AND THE CONTROL PERSON. BO-CUST-ID IS ZERO UNTIL
      * THE CORPORATE CUSTOMER IS BOARDED AND LINKED. REMOVED OWNERS
      * STAY ON FILE WITH STATUS 'R' FOR THE RECORD-KEEPING PERIOD.
      *----------------------------------------------------------------
       FD  BOWN-MASTER-FILE.
       01  BOWN-MASTER-RECORD.
           05  BO-REC-TYPE             PIC X(1).
               88  BO-CERT-REC         VALUE 'C'.
               88  BO-OWNER-REC        VALUE 'O'.
           05  BO-ENTITY-TIN           PIC 9(9).
           05  BO-CUST-ID              PIC 9(10).
           05  BO-SEQ                  PIC 9(2).
           05  BO-NAME                 PIC X(40).
           05  BO-DOB                  PIC 9(8).
           05  BO-ID-TYPE              PIC X(1).
           05  BO-ID-NUMBER            PIC X(20).
           05  BO-ID-COUNTRY           PIC X(3).
           05  BO-STREET               PIC X(40).
           05  BO-CITY                 PIC X(25).
           05  BO-STATE                PIC X(2).
           05  BO-POSTAL               PIC X(10).
           05  BO-COUNTRY              PIC X(3).
           05  BO-OWN-PCT              PIC 9(3)V99.
           05  BO-CONTROL-FLAG         PIC X(1).
           05  BO-STATUS               PIC X(1).
               88  BO-ACTIVE           VALUE 'A'.
               88  BO-REMOVED          VALUE 'R'.
           05  BO-EFF-DATE             PIC 9(8).
           05  BO-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(13).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ID                 PIC 9(10).
           05  CUST-NAME.
               10  CUST-FIRST-NAME     PIC X(20).
               10  CUST-LAST-NAME      PIC X(30).
           05  FILLER                  PIC X(82).
           05  CUST-SSN                PIC 9(9).
           05  FILLER                  PIC X(57).
           05  CUST-SEGMENT            PIC X(2).
               88  CUST-CORPORATE      VALUE 'CO'.
           05  FILLER                  PIC X(136).

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

       FD  BOWN-REPORT-FILE.
       01  BOWN-REPORT-LINE            PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS              PIC X(2).
           88  WS-TRAN-OK              VALUE '00'.
       01  WS-BOWN-STATUS              PIC X(2).
           88  WS-BOWN-OK              VALUE '00'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-TRAN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-TRAN-EOF             VALUE 'Y'.
       01  WS-BOWN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-BOWN-NO-MORE         VALUE 'Y'.
       01  WS-CUST-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-CUST-EOF             VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-CURRENT-TIME             PIC 9(6).

       01  WS-BOWN-TABLE.
           05  WS-BO-ENTRY OCCURS 3000 TIMES.
               10  WS-BO-REC-TYPE      PIC X(1).
               10  WS-BO-ENTITY-TIN    PIC 9(9).
               10  WS-BO-CUST-ID       PIC 9(10).
               10  WS-BO-SEQ           PIC 9(2).
               10  WS-BO-NAME          PIC X(40).
               10  WS-BO-DOB           PIC 9(8).
               10  WS-BO-ID-TYPE       PIC X(1).
               10  WS-BO-ID-NUMBER     PIC X(20).
               10  WS-BO-ID-COUNTRY    PIC X(3).
               10  WS-BO-STREET        PIC X(40).
               10  WS-BO-CITY          PIC X(25).
               10  WS-BO-STATE         PIC X(2).
               10  WS-BO-POSTAL        PIC X(10).
               10  WS-BO-COUNTRY       PIC X(3).
               10  WS-BO-OWN-PCT       PIC 9(3)V99.
               10  WS-BO-CONTROL-FLAG  PIC X(1).
               10  WS-BO-STATUS        PIC X(1).
               10  WS-BO-EFF-DATE      PIC 9(8).
               10  WS-BO-OPERATOR-ID   PIC X(8).
               10  FILLER              PIC X(13).
       01  WS-BOWN-COUNT               PIC 9(4) VALUE 0.
       01  WS-BOWN-IDX                 PIC 9(4).
       01  WS-MAX-BOWN                 PIC 9(4) VALUE 3000.
       01  WS-BOWN-MATCH-IDX           PIC 9(4) VALUE 0.
       01  WS-CERT-MATCH-IDX           PIC 9(4) VALUE 0.
       01  WS-BOWN-OVERFLOW            PIC 9(5) VALUE 0.
       01  WS-UNLINKED-COUNT           PIC 9(4) VALUE 0.

       01  WS-OWNED-PCT-TOTAL          PIC 9(5)V99.
       01  WS-CONTROL-COUNT            PIC 9(3).
       01  WS-LINK-CUST-ID             PIC 9(10).
       01  WS-VALID-FLAG               PIC X(1).
           88  WS-TRAN-VALID           VALUE 'Y'.
       01  WS-DOB-YEAR                 PIC 9(4).
       01  WS-DOB-MONTH                PIC 9(2).
       01  WS-DOB-DAY                  PIC 9(2).
       01  WS-AUDIT-VALUE.
           05  WS-AV-NAME              PIC X(40).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-AV-PCT               PIC ZZ9.99.
           05  FILLER                  PIC X(5) VALUE ' PCT '.
           05  WS-AV-CONTROL           PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-AV-STATUS            PIC X(1).
           05  FILLER                  PIC X(4) VALUE ' BY '.
           05  WS-AV-OPERATOR          PIC X(8).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(5) VALUE 0.
           05  WS-CERTS-RECORDED       PIC 9(5) VALUE 0.
           05  WS-OWNERS-ADDED         PIC 9(5) VALUE 0.
           05  WS-OWNERS-CHANGED       PIC 9(5) VALUE 0.
           05  WS-OWNERS-REMOVED       PIC 9(5) VALUE 0.
           05  WS-ENTITIES-LINKED      PIC 9(5) VALUE 0.
           05  WS-TRANS-REJECTED       PIC 9(5) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'BENEFICIAL OWNERSHIP MAINTENANCE'.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-ACTION-DETAIL.
           05  FILLER                  PIC X(5) VALUE 'TIN: '.
           05  WS-AD-TIN               PIC 9(9).
           05  FILLER                  PIC X(7) VALUE ' CUST: '.
           05  WS-AD-CUST              PIC 9(10).
           05  FILLER                  PIC X(6) VALUE ' SEQ: '.
           05  WS-AD-SEQ               PIC 9(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-NAME              PIC X(40).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-ACTION            PIC X(40).
           05  FILLER                  PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-BOWN-MASTER
           IF WS-UNLINKED-COUNT > 0
               PERFORM 2500-LINK-CORPORATE-CUSTOMERS
           END-IF
           PERFORM 3000-PROCESS-TRANSACTIONS
               UNTIL WS-TRAN-EOF
           PERFORM 8000-REWRITE-BOWN-MASTER
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** BENEFICIAL OWNERSHIP MAINTENANCE STARTED ***'
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
           OPEN INPUT BOWN-TRAN-FILE
           IF NOT WS-TRAN-OK
               DISPLAY 'NO BENEFICIAL OWNER TRANSACTION FILE: '
                   WS-TRAN-STATUS
               SET WS-TRAN-EOF TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN EXTEND CUST-AUDIT-FILE
           OPEN OUTPUT BOWN-REPORT-FILE
           WRITE BOWN-REPORT-LINE FROM WS-REPORT-HEADER.

       2000-LOAD-BOWN-MASTER.
           OPEN INPUT BOWN-MASTER-FILE
           IF NOT WS-BOWN-OK
               DISPLAY 'NO BENEFICIAL OWNER FILE: ' WS-BOWN-STATUS
               SET WS-BOWN-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-BOWN-NO-MORE
               READ BOWN-MASTER-FILE
                   AT END
                       SET WS-BOWN-NO-MORE TO TRUE
                   NOT AT END
                       IF WS-BOWN-COUNT < WS-MAX-BOWN
                           ADD 1 TO WS-BOWN-COUNT
                           MOVE BOWN-MASTER-RECORD
                               TO WS-BO-ENTRY(WS-BOWN-COUNT)
                           IF BO-CUST-ID = 0 AND BO-ACTIVE
                               ADD 1 TO WS-UNLINKED-COUNT
                           END-IF
                       ELSE
                           ADD 1 TO WS-BOWN-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BOWN-OK OR WS-BOWN-STATUS = '10'
               CLOSE BOWN-MASTER-FILE
           END-IF
           IF WS-BOWN-OVERFLOW > 0
               DISPLAY '*** BENEFICIAL OWNER TABLE OVERFLOW - '
                   WS-BOWN-OVERFLOW ' RECORD(S) WOULD NOT LOAD ***'
               DISPLAY 'RUN HALTED - AN OWNER RECORD COULD BE LOST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'LOADED ' WS-BOWN-COUNT ' BENEFICIAL OWNER RECORDS'.

      *----------------------------------------------------------------
      * A CORPORATE CUSTOMER BOARDED SINCE ITS CERTIFICATION WAS
      * TAKEN IS LINKED TO ITS RECORDS BY TIN, SO SCREENING HITS ON
      * AN OWNER ARE REPORTED UNDER THE CORPORATE CUSTOMER ID.
      *----------------------------------------------------------------
       2500-LINK-CORPORATE-CUSTOMERS.
           MOVE LOW-VALUES TO CUST-ID
           START CUSTOMER-FILE KEY > CUST-ID
           IF NOT WS-CUST-OK
               SET WS-CUST-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CUST-EOF
               READ CUSTOMER-FILE NEXT
                   AT END
                       SET WS-CUST-EOF TO TRUE
                   NOT AT END
                       IF CUST-CORPORATE
                           PERFORM 2550-LINK-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'CORPORATE CUSTOMERS LINKED: ' WS-ENTITIES-LINKED.

       2550-LINK-ONE-CUSTOMER.
           PERFORM VARYING WS-BOWN-IDX FROM 1 BY 1
               UNTIL WS-BOWN-IDX > WS-BOWN-COUNT
               IF WS-BO-ENTITY-TIN(WS-BOWN-IDX) = CUST-SSN
                   AND WS-BO-CUST-ID(WS-BOWN-IDX) = 0
                   MOVE CUST-ID TO WS-BO-CUST-ID(WS-BOWN-IDX)
                   IF WS-BO-REC-TYPE(WS-BOWN-IDX) = 'C'
                       ADD 1 TO WS-ENTITIES-LINKED
                       MOVE CUST-ID TO AUD-CUST-ID
                       MOVE CUST-SSN TO AUD-TRAN-ID
                       MOVE 'OL' TO AUD-TRAN-TYPE
                       MOVE SPACES TO AUD-OLD-VALUE
                       MOVE SPACES TO AUD-NEW-VALUE
                       STRING 'LINKED TO TIN ' CUST-SSN
                           DELIMITED BY SIZE INTO AUD-NEW-VALUE
                       PERFORM 3850-WRITE-AUDIT-RECORD
                       MOVE CUST-SSN TO WS-AD-TIN
                       MOVE CUST-ID TO WS-AD-CUST
                       MOVE 0 TO WS-AD-SEQ
                       MOVE CUST-NAME TO WS-AD-NAME
                       MOVE 'CORPORATE CUSTOMER LINKED'
                           TO WS-AD-ACTION
                       WRITE BOWN-REPORT-LINE FROM WS-ACTION-DETAIL
                   END-IF
               END-IF
           END-PERFORM.

       3000-PROCESS-TRANSACTIONS.
           READ BOWN-TRAN-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 3010-RESOLVE-CUSTOMER
                   IF WS-TRAN-VALID
                       EVALUATE TRUE
                           WHEN BT-CERTIFY
                               PERFORM 3100-RECORD-CERTIFICATION
                           WHEN BT-ADD
                               PERFORM 3200-ADD-OWNER
                           WHEN BT-CHANGE
                               PERFORM 3300-CHANGE-OWNER
                           WHEN BT-REMOVE
                               PERFORM 3400-REMOVE-OWNER
                           WHEN OTHER
                               MOVE 'REJECTED - INVALID ACTION'
                                   TO WS-AD-ACTION
                               PERFORM 3900-REJECT-TRAN
                       END-EVALUATE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * THE ENTITY IS IDENTIFIED BY TIN. A CUSTOMER ID ON THE
      * TRANSACTION MUST BE A CORPORATE CUSTOMER CARRYING THAT TIN;
      * OTHERWISE THE LINK ALREADY ON FILE (IF ANY) IS USED.
      *----------------------------------------------------------------
       3010-RESOLVE-CUSTOMER.
           MOVE 'Y' TO WS-VALID-FLAG
           MOVE 0 TO WS-LINK-CUST-ID
           IF BT-ENTITY-TIN NOT NUMERIC OR BT-ENTITY-TIN = 0
               MOVE 'REJECTED - INVALID ENTITY TIN' TO WS-AD-ACTION
               PERFORM 3900-REJECT-TRAN
           ELSE
               PERFORM 3050-FIND-CERTIFICATION
               IF WS-CERT-MATCH-IDX > 0
                   MOVE WS-BO-CUST-ID(WS-CERT-MATCH-IDX)
                       TO WS-LINK-CUST-ID
               END-IF
               IF BT-CUST-ID > 0
                   MOVE BT-CUST-ID TO CUST-ID
                   READ CUSTOMER-FILE
                   EVALUATE TRUE
                       WHEN NOT WS-CUST-OK
                           MOVE 'REJECTED - CUSTOMER NOT ON FILE'
                               TO WS-AD-ACTION
                           PERFORM 3900-REJECT-TRAN
                       WHEN NOT CUST-CORPORATE
                           MOVE 'REJECTED - NOT A CORPORATE CUSTOMER'
                               TO WS-AD-ACTION
                           PERFORM 3900-REJECT-TRAN
                       WHEN CUST-SSN NOT = BT-ENTITY-TIN
                           MOVE 'REJECTED - TIN DOES NOT MATCH CUSTOMER'
                               TO WS-AD-ACTION
                           PERFORM 3900-REJECT-TRAN
                       WHEN OTHER
                           MOVE BT-CUST-ID TO WS-LINK-CUST-ID
                   END-EVALUATE
               END-IF
           END-IF.

       3050-FIND-CERTIFICATION.
           MOVE 0 TO WS-CERT-MATCH-IDX
           PERFORM VARYING WS-BOWN-IDX FROM 1 BY 1
               UNTIL WS-BOWN-IDX > WS-BOWN-COUNT
               IF WS-BO-ENTITY-TIN(WS-BOWN-IDX) = BT-ENTITY-TIN
                   AND WS-BO-REC-TYPE(WS-BOWN-IDX) = 'C'
                   MOVE WS-BOWN-IDX TO WS-CERT-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3060-FIND-OWNER.
           MOVE 0 TO WS-BOWN-MATCH-IDX
           PERFORM VARYING WS-BOWN-IDX FROM 1 BY 1
               UNTIL WS-BOWN-IDX > WS-BOWN-COUNT
               IF WS-BO-ENTITY-TIN(WS-BOWN-IDX) = BT-ENTITY-TIN
                   AND WS-BO-REC-TYPE(WS-BOWN-IDX) = 'O'
                   AND WS-BO-SEQ(WS-BOWN-IDX) = BT-SEQ
                   MOVE WS-BOWN-IDX TO WS-BOWN-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * THE CERTIFICATION RECORDS WHO CERTIFIED AND WHEN. A NEW
      * CERTIFICATION REPLACES THE OLD ONE; THE PRIOR SIGNER AND DATE
      * ARE KEPT ON THE AUDIT LEG.
      *----------------------------------------------------------------
       3100-RECORD-CERTIFICATION.
           IF BT-NAME = SPACES
               MOVE 'REJECTED - CERTIFYING INDIVIDUAL MISSING'
                   TO WS-AD-ACTION
               PERFORM 3900-REJECT-TRAN
           ELSE
               MOVE SPACES TO AUD-OLD-VALUE
               IF WS-CERT-MATCH-IDX = 0
                   IF WS-BOWN-COUNT < WS-MAX-BOWN
                       ADD 1 TO WS-BOWN-COUNT
                       MOVE WS-BOWN-COUNT TO WS-CERT-MATCH-IDX
                       MOVE SPACES TO WS-BO-ENTRY(WS-CERT-MATCH-IDX)
                   ELSE
                       MOVE 'REJECTED - OWNER TABLE FULL'
                           TO WS-AD-ACTION
                       PERFORM 3900-REJECT-TRAN
                   END-IF
               ELSE
                   STRING 'CERTIFIED BY '
                       WS-BO-NAME(WS-CERT-MATCH-IDX)
                       ' ON ' WS-BO-EFF-DATE(WS-CERT-MATCH-IDX)
                       DELIMITED BY SIZE INTO AUD-OLD-VALUE
               END-IF
               IF WS-CERT-MATCH-IDX > 0
                   MOVE 'C' TO WS-BO-REC-TYPE(WS-CERT-MATCH-IDX)
                   MOVE BT-ENTITY-TIN
                       TO WS-BO-ENTITY-TIN(WS-CERT-MATCH-IDX)
                   MOVE WS-LINK-CUST-ID
                       TO WS-BO-CUST-ID(WS-CERT-MATCH-IDX)
                   MOVE 0 TO WS-BO-SEQ(WS-CERT-MATCH-IDX)
                   MOVE BT-NAME TO WS-BO-NAME(WS-CERT-MATCH-IDX)
                   MOVE 0 TO WS-BO-DOB(WS-CERT-MATCH-IDX)
                   MOVE 0 TO WS-BO-OWN-PCT(WS-CERT-MATCH-IDX)
                   MOVE 'N' TO WS-BO-CONTROL-FLAG(WS-CERT-MATCH-IDX)
                   MOVE 'A' TO WS-BO-STATUS(WS-CERT-MATCH-IDX)
                   IF BT-CERT-DATE > 0
                       MOVE BT-CERT-DATE
                           TO WS-BO-EFF-DATE(WS-CERT-MATCH-IDX)
                   ELSE
                       MOVE WS-PROCESSING-DATE
                           TO WS-BO-EFF-DATE(WS-CERT-MATCH-IDX)
                   END-IF
                   MOVE BT-OPERATOR-ID
                       TO WS-BO-OPERATOR-ID(WS-CERT-MATCH-IDX)
                   PERFORM 3150-LINK-ENTITY-RECORDS
                   ADD 1 TO WS-CERTS-RECORDED
                   MOVE SPACES TO AUD-NEW-VALUE
                   STRING 'CERTIFIED BY '
                       WS-BO-NAME(WS-CERT-MATCH-IDX)
                       ' ON ' WS-BO-EFF-DATE(WS-CERT-MATCH-IDX)
                       DELIMITED BY SIZE INTO AUD-NEW-VALUE
                   MOVE 'OK' TO AUD-TRAN-TYPE
                   PERFORM 3800-WRITE-AUDIT
                   MOVE 'CERTIFICATION RECORDED' TO WS-AD-ACTION
                   PERFORM 8100-WRITE-ACTION-LINE
               END-IF
           END-IF.

       3150-LINK-ENTITY-RECORDS.
           IF WS-LINK-CUST-ID > 0
               PERFORM VARYING WS-BOWN-IDX FROM 1 BY 1
                   UNTIL WS-BOWN-IDX > WS-BOWN-COUNT
                   IF WS-BO-ENTITY-TIN(WS-BOWN-IDX) = BT-ENTITY-TIN
                       MOVE WS-LINK-CUST-ID
                           TO WS-BO-CUST-ID(WS-BOWN-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * OWNER VALIDATION: NAME, A REAL DATE OF BIRTH, AN SSN OR A
      * PASSPORT NUMBER WITH ISSUING COUNTRY, AND AN ADDRESS. AN
      * OWNERSHIP-PRONG ENTRY MUST HOLD AT LEAST 25 PERCENT; THE
      * CONTROL PERSON MAY HOLD ANY SHARE. ONLY ONE ACTIVE CONTROL
      * PERSON PER ENTITY, AND ACTIVE OWNERSHIP MAY NOT PASS 100.
      *----------------------------------------------------------------
       3500-VALIDATE-OWNER.
           MOVE BT-DOB(1:4) TO WS-DOB-YEAR
           MOVE BT-DOB(5:2) TO WS-DOB-MONTH
           MOVE BT-DOB(7:2) TO WS-DOB-DAY
           PERFORM 3550-TOTAL-ENTITY-OWNERSHIP
           EVALUATE TRUE
               WHEN WS-CERT-MATCH-IDX = 0
                   MOVE 'REJECTED - NO CERTIFICATION FOR ENTITY'
                       TO WS-AD-ACTION
                   PERFORM 3900-REJECT-TRAN
               WHEN BT-NAME = SPACES
                   MOVE 'REJECTED - OWNER NAME MISSING'
                       TO WS-AD-ACTION
                   PERFORM 3900-REJECT-TRAN
               WHEN BT-DOB NOT NUMERIC
                   OR WS-DOB-YEAR < 1900
                   OR WS-DOB-YEAR > WS-PROCESSING-DATE(1:4)
                   OR WS-DOB-MONTH < 1 OR WS-DOB-MONTH > 12
                   OR WS-DOB-DAY < 1 OR WS-DOB-DAY > 31
                   MOVE 'REJECTED - INVALID DATE OF BIRTH'
                       TO WS-AD-ACTION
                   PERFORM 3900-REJECT-TRAN
               WHEN BT-ID-SSN
                   AND (BT-ID-NUMBER(1:9) NOT NUMERIC
                        OR BT-ID-NUMBER(1:9) = '000000000')
                   MOVE 'REJECTED - INVALID SSN' TO WS-AD-ACTION
                   PERFORM 3900-REJECT-TRAN
               WHEN BT-ID-PASSPORT
                   AND (BT-ID-NUMBER = SPACES
                        OR BT-ID-COUNTRY = SPACES)
                   MOVE 'REJECTED - PASSPORT NUMBER/COUNTRY MISSING'
                       TO WS-AD-ACTION
                   PERFORM 3900-REJECT-TRAN
               WHEN NOT BT-ID-SSN AND NOT BT-ID-PASSPORT
                   MOVE 'REJECTED - INVALID ID TYPE' TO WS-AD-ACTION
                   PERFORM 3900-REJECT-TRAN
               WHEN BT-STREET = SPACES OR BT-CITY = SPACES
                   MOVE 'REJECTED - OWNER ADDRESS MISSING'
                       TO WS-AD-ACTION
                   PERFORM 3900-REJECT-TRAN
               WHEN BT-OWN-PCT > 100
                   MOVE 'REJECTED - OWNERSHIP OVER 100 PCT'
                       TO WS-AD-ACTION
                   PERFORM 3900-REJECT-TRAN
               WHEN BT-OWN-PCT < 25 AND NOT BT-CONTROL-PRONG
                   MOVE 'REJECTED - UNDER 25 PCT, NOT CONTROL PERSON'
                       TO WS-AD-ACTION
                   PERFORM 3900-REJECT-TRAN
               WHEN BT-CONTROL-PRONG AND WS-CONTROL-COUNT > 0
                   MOVE 'REJECTED - CONTROL PERSON ALREADY ON FILE'
                       TO WS-AD-ACTION
                   PERFORM 3900-REJECT-TRAN
               WHEN WS-OWNED-PCT-TOTAL + BT-OWN-PCT > 100
                   MOVE 'REJECTED - ENTITY OWNERSHIP OVER 100 PCT'
                       TO WS-AD-ACTION
                   PERFORM 3900-REJECT-TRAN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * ACTIVE OWNERSHIP AND CONTROL PERSONS FOR THE ENTITY, LEAVING
      * OUT THE OWNER BEING CHANGED SO ITS OLD VALUES DO NOT COUNT.
      *----------------------------------------------------------------
       3550-TOTAL-ENTITY-OWNERSHIP.
           MOVE 0 TO WS-OWNED-PCT-TOTAL
           MOVE 0 TO WS-CONTROL-COUNT
           PERFORM VARYING WS-BOWN-IDX FROM 1 BY 1
               UNTIL WS-BOWN-IDX > WS-BOWN-COUNT
               IF WS-BO-ENTITY-TIN(WS-BOWN-IDX) = BT-ENTITY-TIN
                   AND WS-BO-REC-TYPE(WS-BOWN-IDX) = 'O'
                   AND WS-BO-STATUS(WS-BOWN-IDX) = 'A'
                   AND WS-BOWN-IDX NOT = WS-BOWN-MATCH-IDX
                   ADD WS-BO-OWN-PCT(WS-BOWN-IDX)
                       TO WS-OWNED-PCT-TOTAL
                   IF WS-BO-CONTROL-FLAG(WS-BOWN-IDX) = 'Y'
                       ADD 1 TO WS-CONTROL-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       3200-ADD-OWNER.
           PERFORM 3060-FIND-OWNER
           IF WS-BOWN-MATCH-IDX > 0
               AND WS-BO-STATUS(WS-BOWN-MATCH-IDX) = 'A'
               MOVE 'REJECTED - OWNER SEQ ALREADY ON FILE'
                   TO WS-AD-ACTION
               PERFORM 3900-REJECT-TRAN
           ELSE
               PERFORM 3500-VALIDATE-OWNER
               IF WS-TRAN-VALID AND WS-BOWN-MATCH-IDX = 0
                   IF WS-BOWN-COUNT < WS-MAX-BOWN
                       ADD 1 TO WS-BOWN-COUNT
                       MOVE WS-BOWN-COUNT TO WS-BOWN-MATCH-IDX
                   ELSE
                       MOVE 'REJECTED - OWNER TABLE FULL'
                           TO WS-AD-ACTION
                       PERFORM 3900-REJECT-TRAN
                   END-IF
               END-IF
               IF WS-TRAN-VALID
                   MOVE SPACES TO AUD-OLD-VALUE
                   PERFORM 3250-STORE-OWNER-FIELDS
                   ADD 1 TO WS-OWNERS-ADDED
                   MOVE 'OA' TO AUD-TRAN-TYPE
                   PERFORM 3700-AUDIT-OWNER-CHANGE
                   MOVE 'OWNER ADDED' TO WS-AD-ACTION
                   PERFORM 8100-WRITE-ACTION-LINE
               END-IF
           END-IF.

       3250-STORE-OWNER-FIELDS.
           MOVE SPACES TO WS-BO-ENTRY(WS-BOWN-MATCH-IDX)
           MOVE 'O' TO WS-BO-REC-TYPE(WS-BOWN-MATCH-IDX)
           MOVE BT-ENTITY-TIN TO WS-BO-ENTITY-TIN(WS-BOWN-MATCH-IDX)
           MOVE WS-LINK-CUST-ID TO WS-BO-CUST-ID(WS-BOWN-MATCH-IDX)
           MOVE BT-SEQ TO WS-BO-SEQ(WS-BOWN-MATCH-IDX)
           MOVE BT-NAME TO WS-BO-NAME(WS-BOWN-MATCH-IDX)
           MOVE BT-DOB TO WS-BO-DOB(WS-BOWN-MATCH-IDX)
           MOVE BT-ID-TYPE TO WS-BO-ID-TYPE(WS-BOWN-MATCH-IDX)
           MOVE BT-ID-NUMBER TO WS-BO-ID-NUMBER(WS-BOWN-MATCH-IDX)
           MOVE BT-ID-COUNTRY TO WS-BO-ID-COUNTRY(WS-BOWN-MATCH-IDX)
           MOVE BT-STREET TO WS-BO-STREET(WS-BOWN-MATCH-IDX)
           MOVE BT-CITY TO WS-BO-CITY(WS-BOWN-MATCH-IDX)
           MOVE BT-STATE TO WS-BO-STATE(WS-BOWN-MATCH-IDX)
           MOVE BT-POSTAL TO WS-BO-POSTAL(WS-BOWN-MATCH-IDX)
           MOVE BT-COUNTRY TO WS-BO-COUNTRY(WS-BOWN-MATCH-IDX)
           MOVE BT-OWN-PCT TO WS-BO-OWN-PCT(WS-BOWN-MATCH-IDX)
           IF BT-CONTROL-PRONG
               MOVE 'Y' TO WS-BO-CONTROL-FLAG(WS-BOWN-MATCH-IDX)
           ELSE
               MOVE 'N' TO WS-BO-CONTROL-FLAG(WS-BOWN-MATCH-IDX)
           END-IF
           MOVE 'A' TO WS-BO-STATUS(WS-BOWN-MATCH-IDX)
           MOVE WS-PROCESSING-DATE TO
               WS-BO-EFF-DATE(WS-BOWN-MATCH-IDX)
           MOVE BT-OPERATOR-ID TO WS-BO-OPERATOR-ID(WS-BOWN-MATCH-IDX).

       3300-CHANGE-OWNER.
           PERFORM 3060-FIND-OWNER
           EVALUATE TRUE
               WHEN WS-BOWN-MATCH-IDX = 0
                   MOVE 'REJECTED - OWNER NOT ON FILE' TO WS-AD-ACTION
                   PERFORM 3900-REJECT-TRAN
               WHEN WS-BO-STATUS(WS-BOWN-MATCH-IDX) NOT = 'A'
                   MOVE 'REJECTED - OWNER ALREADY REMOVED'
                       TO WS-AD-ACTION
                   PERFORM 3900-REJECT-TRAN
               WHEN OTHER
                   PERFORM 3500-VALIDATE-OWNER
                   IF WS-TRAN-VALID
                       PERFORM 3650-SAVE-OLD-VALUE
                       PERFORM 3250-STORE-OWNER-FIELDS
                       ADD 1 TO WS-OWNERS-CHANGED
                       MOVE 'OC' TO AUD-TRAN-TYPE
                       PERFORM 3700-AUDIT-OWNER-CHANGE
                       MOVE 'OWNER CHANGED' TO WS-AD-ACTION
                       PERFORM 8100-WRITE-ACTION-LINE
                   END-IF
           END-EVALUATE.

       3400-REMOVE-OWNER.
           PERFORM 3060-FIND-OWNER
           EVALUATE TRUE
               WHEN WS-BOWN-MATCH-IDX = 0
                   MOVE 'REJECTED - OWNER NOT ON FILE' TO WS-AD-ACTION
                   PERFORM 3900-REJECT-TRAN
               WHEN WS-BO-STATUS(WS-BOWN-MATCH-IDX) NOT = 'A'
                   MOVE 'REJECTED - OWNER ALREADY REMOVED'
                       TO WS-AD-ACTION
                   PERFORM 3900-REJECT-TRAN
               WHEN OTHER
                   PERFORM 3650-SAVE-OLD-VALUE
                   MOVE 'R' TO WS-BO-STATUS(WS-BOWN-MATCH-IDX)
                   MOVE WS-PROCESSING-DATE TO
                       WS-BO-EFF-DATE(WS-BOWN-MATCH-IDX)
                   MOVE BT-OPERATOR-ID TO
                       WS-BO-OPERATOR-ID(WS-BOWN-MATCH-IDX)
                   ADD 1 TO WS-OWNERS-REMOVED
                   MOVE 'OR' TO AUD-TRAN-TYPE
                   PERFORM 3700-AUDIT-OWNER-CHANGE
                   MOVE 'OWNER REMOVED' TO WS-AD-ACTION
                   PERFORM 8100-WRITE-ACTION-LINE
           END-EVALUATE.

       3650-SAVE-OLD-VALUE.
           MOVE WS-BO-NAME(WS-BOWN-MATCH-IDX) TO WS-AV-NAME
           MOVE WS-BO-OWN-PCT(WS-BOWN-MATCH-IDX) TO WS-AV-PCT
           MOVE WS-BO-CONTROL-FLAG(WS-BOWN-MATCH-IDX)
               TO WS-AV-CONTROL
           MOVE WS-BO-STATUS(WS-BOWN-MATCH-IDX) TO WS-AV-STATUS
           MOVE WS-BO-OPERATOR-ID(WS-BOWN-MATCH-IDX)
               TO WS-AV-OPERATOR
           MOVE WS-AUDIT-VALUE TO AUD-OLD-VALUE.

       3700-AUDIT-OWNER-CHANGE.
           MOVE WS-BO-NAME(WS-BOWN-MATCH-IDX) TO WS-AV-NAME
           MOVE WS-BO-OWN-PCT(WS-BOWN-MATCH-IDX) TO WS-AV-PCT
           MOVE WS-BO-CONTROL-FLAG(WS-BOWN-MATCH-IDX)
               TO WS-AV-CONTROL
           MOVE WS-BO-STATUS(WS-BOWN-MATCH-IDX) TO WS-AV-STATUS
           MOVE BT-OPERATOR-ID TO WS-AV-OPERATOR
           MOVE WS-AUDIT-VALUE TO AUD-NEW-VALUE
           PERFORM 3800-WRITE-AUDIT.

       3800-WRITE-AUDIT.
           MOVE WS-LINK-CUST-ID TO AUD-CUST-ID
           MOVE BT-ENTITY-TIN TO AUD-TRAN-ID
           PERFORM 3850-WRITE-AUDIT-RECORD.

       3850-WRITE-AUDIT-RECORD.
           MOVE 0 TO AUD-OLD-BALANCE
           MOVE 0 TO AUD-NEW-BALANCE
           MOVE WS-PROCESSING-DATE TO AUD-DATE
           MOVE WS-CURRENT-TIME TO AUD-TIME
           WRITE CUST-AUDIT-RECORD.

       3900-REJECT-TRAN.
           MOVE 'N' TO WS-VALID-FLAG
           ADD 1 TO WS-TRANS-REJECTED
           PERFORM 8100-WRITE-ACTION-LINE.

       8100-WRITE-ACTION-LINE.
           MOVE BT-ENTITY-TIN TO WS-AD-TIN
           MOVE WS-LINK-CUST-ID TO WS-AD-CUST
           MOVE BT-SEQ TO WS-AD-SEQ
           MOVE BT-NAME TO WS-AD-NAME
           WRITE BOWN-REPORT-LINE FROM WS-ACTION-DETAIL.

       8000-REWRITE-BOWN-MASTER.
           OPEN OUTPUT BOWN-MASTER-FILE
           PERFORM VARYING WS-BOWN-IDX FROM 1 BY 1
               UNTIL WS-BOWN-IDX > WS-BOWN-COUNT
               MOVE WS-BO-ENTRY(WS-BOWN-IDX) TO BOWN-MASTER-RECORD
               WRITE BOWN-MASTER-RECORD
           END-PERFORM
           CLOSE BOWN-MASTER-FILE.

       9000-FINALIZE.
           IF WS-TRAN-OK OR WS-TRAN-STATUS = '10'
               CLOSE BOWN-TRAN-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE CUST-AUDIT-FILE
           CLOSE BOWN-REPORT-FILE
           DISPLAY '*** BENEFICIAL OWNERSHIP MAINTENANCE COMPLETE ***'
           DISPLAY 'TRANSACTIONS READ:    ' WS-TRANS-READ
           DISPLAY 'CERTIFICATIONS:       ' WS-CERTS-RECORDED
           DISPLAY 'OWNERS ADDED:         ' WS-OWNERS-ADDED
           DISPLAY 'OWNERS CHANGED:       ' WS-OWNERS-CHANGED
           DISPLAY 'OWNERS REMOVED:       ' WS-OWNERS-REMOVED
           DISPLAY 'ENTITIES LINKED:      ' WS-ENTITIES-LINKED
           DISPLAY 'TRANSACTIONS REJECTED:' WS-TRANS-REJECTED.
