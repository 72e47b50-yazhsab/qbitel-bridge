      * WRITTEN IN THE LAYOUT THE FINCEN UPLOAD EXPECTS. THE SEARCH    *
      * CERTIFICATION REPORT PROVES THE SCAN RAN - SUBJECTS LOADED,    *
      * CUSTOMERS SCREENED, HITS FOUND - EVEN WHEN THERE WERE NONE.    *
      * BENEFICIAL OWNERS OF BOARDED CORPORATE CUSTOMERS (BOWNMAST)    *
      * ARE MATCHED ON THE SAME RULES; A HIT IS TIED TO THE CORPORATE  *
      * CUSTOMER SO THE LOOKBACK REPORTS THE CORPORATION'S ACCOUNTS.   *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT CERT-REPORT-FILE ASSIGN TO FIN314RP
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BOWN-MASTER-FILE ASSIGN TO BOWNMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOWN-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
       FD  CERT-REPORT-FILE.
       01  CERT-REPORT-LINE            PIC X(132).

      *----------------------------------------------------------------
      * BENEFICIAL-OWNER FILE MAINTAINED BY BOWNMNT. BO-CUST-ID IS
      * THE CORPORATE CUSTOMER, ZERO UNTIL THE ENTITY IS BOARDED.
      *----------------------------------------------------------------
       FD  BOWN-MASTER-FILE.
       01  BOWN-MASTER-RECORD.
           05  BO-REC-TYPE             PIC X(1).
               88  BO-OWNER-REC        VALUE 'O'.
           05  BO-ENTITY-TIN           PIC 9(9).
           05  BO-CUST-ID              PIC 9(10).
           05  BO-SEQ                  PIC 9(2).
           05  BO-NAME                 PIC X(40).
           05  BO-DOB                  PIC 9(8).
           05  BO-ID-TYPE              PIC X(1).
               88  BO-ID-SSN           VALUE 'S'.
           05  BO-ID-NUMBER            PIC X(20).
           05  FILLER                  PIC X(88).
           05  BO-CONTROL-FLAG         PIC X(1).
           05  BO-STATUS               PIC X(1).
               88  BO-ACTIVE           VALUE 'A'.
           05  FILLER                  PIC X(29).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.
       01  WS-BOWN-STATUS              PIC X(2).
           88  WS-BOWN-OK              VALUE '00'.

       01  WS-SUBJ-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-SUBJ-NO-MORE         VALUE 'Y'.
           88  WS-CUST-EOF             VALUE 'Y'.
       01  WS-ACCT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-ACCT-EOF             VALUE 'Y'.
       01  WS-BOWN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-BOWN-EOF             VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).

       01  WS-SUBJECT-NAME             PIC X(60).
       01  WS-CUST-FULL-NAME           PIC X(50).
       01  WS-MATCH-BASIS              PIC X(3).
       01  WS-OWNER-SSN                PIC 9(9).
       01  WS-DUP-HIT-FLAG             PIC X(1).
           88  WS-DUP-HIT              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-SUBJECTS-LOADED      PIC 9(5) VALUE 0.
           05  WS-CUSTOMERS-SCREENED   PIC 9(9) VALUE 0.
           05  WS-CUSTOMER-HITS        PIC 9(5) VALUE 0.
           05  WS-OWNERS-SCREENED      PIC 9(7) VALUE 0.
           05  WS-OWNER-HITS           PIC 9(5) VALUE 0.
           05  WS-ACCOUNTS-REPORTED    PIC 9(5) VALUE 0.

       01  WS-CERT-HEADER.
           05  WS-HL-BASIS             PIC X(3).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-OWNER-HIT-LINE.
           05  FILLER                  PIC X(21) VALUE SPACES.
           05  FILLER                  PIC X(36) VALUE
               'BENEFICIAL OWNER OF CORPORATE CUST '.
           05  WS-OH-CUST              PIC 9(10).
           05  FILLER                  PIC X(6) VALUE ' TIN: '.
           05  WS-OH-TIN               PIC 9(9).
           05  FILLER                  PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 2000-LOAD-SUBJECT-LIST
           PERFORM 3000-SCREEN-CUSTOMERS
               UNTIL WS-CUST-EOF
           PERFORM 4000-SCREEN-BENEFICIAL-OWNERS
               UNTIL WS-BOWN-EOF
           PERFORM 5000-ACCOUNT-LOOKBACK
               UNTIL WS-ACCT-EOF
           PERFORM 8000-WRITE-CERTIFICATION
           IF NOT WS-ACCT-OK
               SET WS-ACCT-EOF TO TRUE
           END-IF
           OPEN INPUT BOWN-MASTER-FILE
           IF NOT WS-BOWN-OK
               SET WS-BOWN-EOF TO TRUE
           END-IF
           OPEN OUTPUT RESPONSE-FILE
           OPEN OUTPUT CERT-REPORT-FILE
           MOVE WS-PROCESSING-DATE TO WS-CH-DATE
               WRITE CERT-REPORT-LINE FROM WS-HIT-LINE
           END-IF.

      *----------------------------------------------------------------
      * ACTIVE OWNERS AND CONTROL PERSONS OF BOARDED CORPORATE
      * CUSTOMERS, MATCHED ON THE SAME PRIORITY AS A CUSTOMER (THE
      * SSN ONLY WHEN THE OWNER WAS IDENTIFIED BY ONE). A HIT IS
      * RECORDED AGAINST THE CORPORATE CUSTOMER ID, ONCE PER SUBJECT.
      *----------------------------------------------------------------
       4000-SCREEN-BENEFICIAL-OWNERS.
           READ BOWN-MASTER-FILE
               AT END
                   SET WS-BOWN-EOF TO TRUE
               NOT AT END
                   IF BO-OWNER-REC AND BO-ACTIVE AND BO-CUST-ID > 0
                       ADD 1 TO WS-OWNERS-SCREENED
                       PERFORM 4100-SCREEN-ONE-OWNER
                   END-IF
           END-READ.

       4100-SCREEN-ONE-OWNER.
           MOVE 0 TO WS-OWNER-SSN
           IF BO-ID-SSN AND BO-ID-NUMBER(1:9) NUMERIC
               MOVE BO-ID-NUMBER(1:9) TO WS-OWNER-SSN
           END-IF
           MOVE BO-NAME TO WS-NORM-INPUT
           PERFORM 7000-NORMALIZE-NAME
           PERFORM VARYING WS-SJ-IDX FROM 1 BY 1
               UNTIL WS-SJ-IDX > WS-SUBJECT-COUNT
               MOVE SPACES TO WS-MATCH-BASIS
               IF WS-SJ-SSN(WS-SJ-IDX) > 0
                   AND WS-SJ-SSN(WS-SJ-IDX) = WS-OWNER-SSN
                   MOVE 'TIN' TO WS-MATCH-BASIS
               ELSE
                   PERFORM 6000-MATCH-SUBJECT-NAME
                   IF WS-NAME-MATCHED
                       IF WS-SJ-DOB(WS-SJ-IDX) > 0
                           AND WS-SJ-DOB(WS-SJ-IDX) = BO-DOB
                           MOVE 'NDB' TO WS-MATCH-BASIS
                       ELSE
                           MOVE 'NAM' TO WS-MATCH-BASIS
                       END-IF
                   END-IF
               END-IF
               IF WS-MATCH-BASIS NOT = SPACES
                   PERFORM 4150-CHECK-DUPLICATE-HIT
                   IF NOT WS-DUP-HIT
                       PERFORM 4200-RECORD-OWNER-HIT
                   END-IF
               END-IF
           END-PERFORM.

       4150-CHECK-DUPLICATE-HIT.
           MOVE 'N' TO WS-DUP-HIT-FLAG
           PERFORM VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HIT-COUNT
               IF WS-HT-SUBJECT(WS-HT-IDX) = WS-SJ-ID(WS-SJ-IDX)
                   AND WS-HT-CUST(WS-HT-IDX) = BO-CUST-ID
                   SET WS-DUP-HIT TO TRUE
               END-IF
           END-PERFORM.

       4200-RECORD-OWNER-HIT.
           IF WS-HIT-COUNT < WS-MAX-HITS
               ADD 1 TO WS-HIT-COUNT
               ADD 1 TO WS-OWNER-HITS
               MOVE WS-SJ-ID(WS-SJ-IDX) TO
                   WS-HT-SUBJECT(WS-HIT-COUNT)
               MOVE BO-CUST-ID TO WS-HT-CUST(WS-HIT-COUNT)
               MOVE BO-NAME TO WS-HT-NAME(WS-HIT-COUNT)
               MOVE WS-OWNER-SSN TO WS-HT-SSN(WS-HIT-COUNT)
               MOVE WS-SJ-LOOKBACK(WS-SJ-IDX) TO
                   WS-HT-LOOKBACK(WS-HIT-COUNT)
               MOVE WS-MATCH-BASIS TO
                   WS-HT-BASIS(WS-HIT-COUNT)
               MOVE WS-SJ-ID(WS-SJ-IDX) TO WS-HL-SUBJECT
               MOVE BO-CUST-ID TO WS-HL-CUST
               MOVE BO-NAME TO WS-HL-NAME
               MOVE WS-MATCH-BASIS TO WS-HL-BASIS
               WRITE CERT-REPORT-LINE FROM WS-HIT-LINE
               MOVE BO-CUST-ID TO WS-OH-CUST
               MOVE BO-ENTITY-TIN TO WS-OH-TIN
               WRITE CERT-REPORT-LINE FROM WS-OWNER-HIT-LINE
           END-IF.

       6000-MATCH-SUBJECT-NAME.
           MOVE 'N' TO WS-NAME-MATCH-FLAG
           IF WS-SJ-NORM-LEN(WS-SJ-IDX) = 0 OR WS-NORM-LEN = 0
           MOVE 'CUSTOMER MATCHES' TO WS-CD-LABEL
           MOVE WS-CUSTOMER-HITS TO WS-CD-COUNT
           WRITE CERT-REPORT-LINE FROM WS-CERT-DETAIL
           MOVE 'BENEFICIAL OWNERS SCREENED' TO WS-CD-LABEL
           MOVE WS-OWNERS-SCREENED TO WS-CD-COUNT
           WRITE CERT-REPORT-LINE FROM WS-CERT-DETAIL
           MOVE 'BENEFICIAL OWNER MATCHES' TO WS-CD-LABEL
           MOVE WS-OWNER-HITS TO WS-CD-COUNT
           WRITE CERT-REPORT-LINE FROM WS-CERT-DETAIL
           MOVE 'ACCOUNTS IN POSITIVE RESPONSE' TO WS-CD-LABEL
           MOVE WS-ACCOUNTS-REPORTED TO WS-CD-COUNT
           WRITE CERT-REPORT-LINE FROM WS-CERT-DETAIL
           IF WS-CUSTOMER-HITS = 0 AND WS-OWNER-HITS = 0
               MOVE 'SEARCH COMPLETED - NO MATCHES FOUND'
                   TO WS-CD-LABEL
               MOVE 0 TO WS-CD-COUNT
           IF WS-ACCT-OK OR WS-ACCT-STATUS = '10'
               CLOSE ACCOUNT-MASTER
           END-IF
           IF WS-BOWN-OK OR WS-BOWN-STATUS = '10'
               CLOSE BOWN-MASTER-FILE
           END-IF
           CLOSE RESPONSE-FILE
           CLOSE CERT-REPORT-FILE
           DISPLAY '*** FINCEN 314(A) MATCHING COMPLETE ***'
           DISPLAY 'SUBJECTS LOADED:     ' WS-SUBJECTS-LOADED
           DISPLAY 'CUSTOMERS SCREENED:  ' WS-CUSTOMERS-SCREENED
           DISPLAY 'CUSTOMER MATCHES:    ' WS-CUSTOMER-HITS
           DISPLAY 'OWNER MATCHES:       ' WS-OWNER-HITS
           DISPLAY 'ACCOUNTS REPORTED:   ' WS-ACCOUNTS-REPORTED.
