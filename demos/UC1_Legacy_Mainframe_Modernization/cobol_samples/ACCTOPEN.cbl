               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BENE-MASTER-FILE ASSIGN TO BENEMAST
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BOWN-MASTER-FILE ASSIGN TO BOWNMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOWN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  OPR-BENE-NAME           PIC X(40).
           05  OPR-BENE-SSN            PIC 9(9).
           05  OPR-BENE-RELATION       PIC X(10).
      *----------------------------------------------------------------
      * CUSTOMER SEGMENT; BLANK BOARDS AS STANDARD ('ST'). A
      * CORPORATE ('CO') APPLICATION CARRIES THE ENTITY'S EIN IN
      * OPR-SSN AND ITS FORMATION DATE IN OPR-DOB.
      *----------------------------------------------------------------
           05  OPR-SEGMENT             PIC X(2).
               88  OPR-CORPORATE       VALUE 'CO'.
           05  FILLER                  PIC X(8).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  ACCT-REGD-WDL-CNT       PIC 9(2).
           05  ACCT-REGD-VIOL-CYCLES   PIC 9(2).
           05  ACCT-ESCHEAT-NOTICE     PIC 9(8).
           05  ACCT-ACCRUAL-STATUS     PIC X(1).
           05  ACCT-CURE-PMTS          PIC 9(1).

       FD  NUMBER-CONTROL-FILE.
       01  NUMBER-CONTROL-RECORD.
           05  BF-EFF-DATE             PIC 9(8).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * BENEFICIAL-OWNER FILE MAINTAINED BY BOWNMNT, KEYED BY ENTITY
      * TIN. A CORPORATE CUSTOMER IS NOT BOARDED UNLESS AN ACTIVE
      * CERTIFICATION ('C') AND AN ACTIVE CONTROL PERSON ARE ON FILE.
      *----------------------------------------------------------------
       FD  BOWN-MASTER-FILE.
       01  BOWN-MASTER-RECORD.
           05  BO-REC-TYPE             PIC X(1).
               88  BO-CERT-REC         VALUE 'C'.
               88  BO-OWNER-REC        VALUE 'O'.
           05  BO-ENTITY-TIN           PIC 9(9).
           05  FILLER                  PIC X(169).
           05  BO-CONTROL-FLAG         PIC X(1).
               88  BO-CONTROL-PRONG    VALUE 'Y'.
           05  BO-STATUS               PIC X(1).
               88  BO-ACTIVE           VALUE 'A'.
           05  FILLER                  PIC X(29).

       WORKING-STORAGE SECTION.
       01  WS-REQ-STATUS               PIC X(2).
           88  WS-REQ-OK               VALUE '00'.
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-NUM-STATUS               PIC X(2).
           88  WS-NUM-OK               VALUE '00'.
       01  WS-BOWN-STATUS              PIC X(2).
           88  WS-BOWN-OK              VALUE '00'.
       01  WS-BOWN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-BOWN-EOF             VALUE 'Y'.

       01  WS-REQ-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-REQ-EOF              VALUE 'Y'.
       01  WS-BENES-BOARDED            PIC 9(5) VALUE 0.
       01  WS-MAINT-TIME               PIC 9(6).

       01  WS-CDD-TABLE.
           05  WS-CDD-ENTRY OCCURS 2000 TIMES.
               10  WS-CDD-TIN          PIC 9(9).
               10  WS-CDD-CERT-FLAG    PIC X(1).
               10  WS-CDD-CONTROL-FLAG PIC X(1).
       01  WS-CDD-COUNT                PIC 9(4) VALUE 0.
       01  WS-CDD-IDX                  PIC 9(4).
       01  WS-CDD-MATCH-IDX            PIC 9(4).
       01  WS-MAX-CDD                  PIC 9(4) VALUE 2000.
       01  WS-CDD-OVERFLOW             PIC 9(5) VALUE 0.
       01  WS-CDD-SEARCH-TIN           PIC 9(9).

       01  WS-COUNTERS.
           05  WS-REQUESTS-READ        PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-BOARDED     PIC 9(7) VALUE 0.
           OPEN OUTPUT BOARDING-REPORT-FILE
           OPEN EXTEND BENE-MASTER-FILE
           WRITE BOARDING-REPORT-LINE FROM WS-REPORT-HEADER
           PERFORM 1100-READ-NUMBER-CONTROL
           PERFORM 1200-LOAD-CDD-CERTIFICATIONS.

       1100-READ-NUMBER-CONTROL.
           OPEN INPUT NUMBER-CONTROL-FILE
               DISPLAY 'NO NUMBER CONTROL FILE - USING DEFAULTS'
           END-IF.

      *----------------------------------------------------------------
      * ONE ENTRY PER ENTITY TIN, NOTING WHETHER AN ACTIVE
      * CERTIFICATION AND AN ACTIVE CONTROL PERSON ARE ON FILE. AN
      * ENTITY THAT DOES NOT FIT IN THE TABLE FAILS THE CHECK.
      *----------------------------------------------------------------
       1200-LOAD-CDD-CERTIFICATIONS.
           OPEN INPUT BOWN-MASTER-FILE
           IF NOT WS-BOWN-OK
               SET WS-BOWN-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-BOWN-EOF
               READ BOWN-MASTER-FILE
                   AT END
                       SET WS-BOWN-EOF TO TRUE
                   NOT AT END
                       IF BO-ACTIVE
                           PERFORM 1210-POST-CDD-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BOWN-OK OR WS-BOWN-STATUS = '10'
               CLOSE BOWN-MASTER-FILE
           END-IF
           IF WS-CDD-OVERFLOW > 0
               DISPLAY '*** CDD TABLE FULL - ' WS-CDD-OVERFLOW
                   ' OWNER RECORD(S) NOT LOADED ***'
           END-IF.

       1210-POST-CDD-ENTRY.
           MOVE BO-ENTITY-TIN TO WS-CDD-SEARCH-TIN
           PERFORM 3150-FIND-CDD-ENTRY
           IF WS-CDD-MATCH-IDX = 0
               IF WS-CDD-COUNT < WS-MAX-CDD
                   ADD 1 TO WS-CDD-COUNT
                   MOVE WS-CDD-COUNT TO WS-CDD-MATCH-IDX
                   MOVE BO-ENTITY-TIN TO WS-CDD-TIN(WS-CDD-MATCH-IDX)
                   MOVE 'N' TO WS-CDD-CERT-FLAG(WS-CDD-MATCH-IDX)
                   MOVE 'N' TO WS-CDD-CONTROL-FLAG(WS-CDD-MATCH-IDX)
               ELSE
                   ADD 1 TO WS-CDD-OVERFLOW
               END-IF
           END-IF
           IF WS-CDD-MATCH-IDX > 0
               IF BO-CERT-REC
                   MOVE 'Y' TO WS-CDD-CERT-FLAG(WS-CDD-MATCH-IDX)
               END-IF
               IF BO-OWNER-REC AND BO-CONTROL-PRONG
                   MOVE 'Y' TO WS-CDD-CONTROL-FLAG(WS-CDD-MATCH-IDX)
               END-IF
           END-IF.

       2000-PROCESS-REQUESTS.
           READ OPEN-REQUEST-FILE
               AT END
                   MOVE 'NEGATIVE INITIAL DEPOSIT'
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-DATA-VALID AND OPR-CORPORATE
               PERFORM 3100-CHECK-CDD-CERTIFICATION
           END-IF.

      *----------------------------------------------------------------
      * CDD RULE: A LEGAL-ENTITY CUSTOMER MAY NOT BE BOARDED WITHOUT
      * THE BENEFICIAL OWNERSHIP CERTIFICATION, INCLUDING THE
      * CONTROL PERSON, ON FILE UNDER ITS EIN.
      *----------------------------------------------------------------
       3100-CHECK-CDD-CERTIFICATION.
           MOVE OPR-SSN TO WS-CDD-SEARCH-TIN
           PERFORM 3150-FIND-CDD-ENTRY
           EVALUATE TRUE
               WHEN WS-CDD-MATCH-IDX = 0
                   SET WS-DATA-INVALID TO TRUE
                   MOVE 'NO CDD CERTIFICATION ON FILE'
                       TO WS-REJECT-REASON
               WHEN WS-CDD-CERT-FLAG(WS-CDD-MATCH-IDX) NOT = 'Y'
                   SET WS-DATA-INVALID TO TRUE
                   MOVE 'NO CDD CERTIFICATION ON FILE'
                       TO WS-REJECT-REASON
               WHEN WS-CDD-CONTROL-FLAG(WS-CDD-MATCH-IDX) NOT = 'Y'
                   SET WS-DATA-INVALID TO TRUE
                   MOVE 'CDD CERT LACKS CONTROL PERSON'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3150-FIND-CDD-ENTRY.
           MOVE 0 TO WS-CDD-MATCH-IDX
           PERFORM VARYING WS-CDD-IDX FROM 1 BY 1
               UNTIL WS-CDD-IDX > WS-CDD-COUNT
               IF WS-CDD-TIN(WS-CDD-IDX) = WS-CDD-SEARCH-TIN
                   MOVE WS-CDD-IDX TO WS-CDD-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       4000-BOARD-ACCOUNT.
           PERFORM 4100-WRITE-CUSTOMER
           PERFORM 4200-WRITE-ACCOUNT
           MOVE 0 TO CUST-CREDIT-SCORE
           MOVE 'N' TO CUST-AML-FLAG
           MOVE OPR-OFFICER-ID TO CUST-OFFICER-ID
           IF OPR-SEGMENT NOT = SPACES
               MOVE OPR-SEGMENT TO CUST-SEGMENT
           ELSE
               MOVE 'ST' TO CUST-SEGMENT
           END-IF
           MOVE 'N' TO CUST-KYC-VERIFIED
           MOVE 'N' TO CUST-FRAUD-FLAG
           MOVE 'N' TO CUST-DECEASED-FLAG
               MOVE 0 TO ACCT-REGD-WDL-CNT
               MOVE 0 TO ACCT-REGD-VIOL-CYCLES
               MOVE 0 TO ACCT-ESCHEAT-NOTICE
               MOVE 'A' TO ACCT-ACCRUAL-STATUS
               MOVE 0 TO ACCT-CURE-PMTS
               WRITE ACCOUNT-RECORD
                   INVALID KEY
                       SET WS-DATA-INVALID TO TRUE
