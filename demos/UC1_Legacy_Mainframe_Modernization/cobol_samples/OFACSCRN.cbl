      * REPORT; A CONFIRMED-HITS FILE FROM COMPLIANCE REVIEW DRIVES    *
      * THE BLOCK - THE CUSTOMER'S FRAUD FLAG IS SET AND EVERY         *
      * ACCOUNT OWNED IS FROZEN, WHICH STOPS POSTING IN ACCTPROC.      *
      * BENEFICIAL OWNERS OF CORPORATE CUSTOMERS (BOWNMAST) ARE        *
      * SCREENED TOO; A MATCH IS REPORTED UNDER THE CORPORATE          *
      * CUSTOMER ID SO A CONFIRMED HIT BLOCKS THE CORPORATION.         *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ACCT-JOURNAL-FILE ASSIGN TO ACCTJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BOWN-MASTER-FILE ASSIGN TO BOWNMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BOWN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MATCH-REPORT-FILE.
       01  MATCH-REPORT-LINE           PIC X(132).

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
           05  FILLER                  PIC X(117).
           05  BO-CONTROL-FLAG         PIC X(1).
           05  BO-STATUS               PIC X(1).
               88  BO-ACTIVE           VALUE 'A'.
           05  FILLER                  PIC X(29).

      *----------------------------------------------------------------
      * BEFORE/AFTER IMAGE JOURNAL SHARED WITH THE NIGHTLY POSTING
      * RUN - EVERY REWRITE OF ACCOUNT-RECORD HERE IS JOURNALED SO
           88  WS-TRAN-OK              VALUE '00'.
       01  WS-CONF-STATUS              PIC X(2).
           88  WS-CONF-OK              VALUE '00'.
       01  WS-BOWN-STATUS              PIC X(2).
           88  WS-BOWN-OK              VALUE '00'.

       01  WS-WATCH-EOF-FLAG           PIC X(1) VALUE 'N'.
           88  WS-WATCH-EOF            VALUE 'Y'.
           88  WS-CONF-EOF             VALUE 'Y'.
       01  WS-CUST-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-NO-MORE-CUST         VALUE 'Y'.
       01  WS-BOWN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-BOWN-EOF             VALUE 'Y'.

      *----------------------------------------------------------------
      * WATCH LIST, HELD NORMALIZED IN STORAGE. WS-WL-NORM-LEN IS
       01  WS-COUNTERS.
           05  WS-CUSTS-SCREENED       PIC 9(7) VALUE 0.
           05  WS-WIRES-SCREENED       PIC 9(7) VALUE 0.
           05  WS-OWNERS-SCREENED      PIC 9(7) VALUE 0.
           05  WS-POTENTIAL-MATCHES    PIC 9(7) VALUE 0.
           05  WS-CUSTS-BLOCKED        PIC 9(7) VALUE 0.
           05  WS-ACCTS-FROZEN         PIC 9(7) VALUE 0.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCREEN-CUSTOMERS
               UNTIL WS-NO-MORE-CUST
           PERFORM 2500-SCREEN-BENEFICIAL-OWNERS
               UNTIL WS-BOWN-EOF
           PERFORM 3000-SCREEN-WIRES
               UNTIL WS-TRAN-EOF
           PERFORM 4000-APPLY-CONFIRMED-HITS
               DISPLAY 'NO CONFIRMED HITS FILE: ' WS-CONF-STATUS
               SET WS-CONF-EOF TO TRUE
           END-IF
           OPEN INPUT BOWN-MASTER-FILE
           IF NOT WS-BOWN-OK
               SET WS-BOWN-EOF TO TRUE
           END-IF
           OPEN OUTPUT MATCH-REPORT-FILE
           WRITE MATCH-REPORT-LINE FROM WS-REPORT-HEADER
           PERFORM 1100-LOAD-WATCH-LIST.
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * ACTIVE BENEFICIAL OWNERS AND CONTROL PERSONS. THE MATCH KEY
      * IS THE CORPORATE CUSTOMER ID, OR THE ENTITY TIN WHEN THE
      * ENTITY HAS NOT YET BEEN BOARDED.
      *----------------------------------------------------------------
       2500-SCREEN-BENEFICIAL-OWNERS.
           READ BOWN-MASTER-FILE
               AT END
                   SET WS-BOWN-EOF TO TRUE
               NOT AT END
                   IF BO-OWNER-REC AND BO-ACTIVE
                       ADD 1 TO WS-OWNERS-SCREENED
                       MOVE BO-NAME TO WS-SUBJECT-NAME
                       PERFORM 6000-MATCH-AGAINST-WATCH-LIST
                       IF WS-NAME-MATCHED
                           ADD 1 TO WS-POTENTIAL-MATCHES
                           MOVE 'BOWN  ' TO WS-ML-SOURCE
                           MOVE SPACES TO WS-ML-KEY
                           IF BO-CUST-ID > 0
                               MOVE BO-CUST-ID TO WS-ML-KEY
                           ELSE
                               STRING 'TIN ' BO-ENTITY-TIN
                                   DELIMITED BY SIZE INTO WS-ML-KEY
                           END-IF
                           MOVE WS-SUBJECT-NAME TO WS-ML-SUBJECT
                           MOVE WS-WL-NAME(WS-WATCH-IDX)
                               TO WS-ML-WL-NAME
                           MOVE WS-WL-PROGRAM(WS-WATCH-IDX)
                               TO WS-ML-PROGRAM
                           WRITE MATCH-REPORT-LINE FROM WS-MATCH-LINE
                       END-IF
                   END-IF
           END-READ.

       3000-SCREEN-WIRES.
           READ DAILY-TRANS
               AT END
       9000-FINALIZE.
           DISPLAY '*** SANCTIONS SCREENING COMPLETE ***'
           DISPLAY 'CUSTOMERS SCREENED: ' WS-CUSTS-SCREENED
           DISPLAY 'OWNERS SCREENED:    ' WS-OWNERS-SCREENED
           DISPLAY 'WIRES SCREENED:     ' WS-WIRES-SCREENED
           DISPLAY 'POTENTIAL MATCHES:  ' WS-POTENTIAL-MATCHES
           DISPLAY 'CUSTOMERS BLOCKED:  ' WS-CUSTS-BLOCKED
           IF WS-CONF-OK OR WS-CONF-STATUS = '10'
               CLOSE CONFIRMED-HITS-FILE
           END-IF
           IF WS-BOWN-OK OR WS-BOWN-STATUS = '10'
               CLOSE BOWN-MASTER-FILE
           END-IF
           CLOSE MATCH-REPORT-FILE.
