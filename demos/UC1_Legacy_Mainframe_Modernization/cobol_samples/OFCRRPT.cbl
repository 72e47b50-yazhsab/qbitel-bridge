      * DEPOSIT BALANCES BY ACCOUNT TYPE AND LOAN BALANCES FROM THE    *
      * ACCOUNT MASTER, DELINQUENT LOAN COUNTS FROM THE AGING WORK     *
      * FILE LOANDELQ LEAVES (WRKDELQ), AND ACCOUNTS BOARDED AND       *
      * CLOSED IN THE REPORT MONTH. WHEN THE MONTHLY RELATIONSHIP      *
      * PROFITABILITY EXTRACT (PROFEXT, FROM RELPROF) IS PRESENT,      *
      * EACH OFFICER ALSO GETS THE BOOK'S NET RELATIONSHIP PROFIT AND  *
      * ITS COUNT OF UNPROFITABLE CUSTOMERS FOR THE PRICED MONTH.      *
      *================================================================*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL DELQ-WORK-FILE ASSIGN TO WRKDELQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELQ-STATUS.
           SELECT OPTIONAL PROFIT-EXTRACT-FILE ASSIGN TO PROFEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.
           SELECT PORTFOLIO-REPORT-FILE ASSIGN TO OFCRRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
           05  WK-PMT-AMOUNT           PIC S9(9)V99 COMP-3.
           05  WK-LOAN-BALANCE         PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------
      * RELATIONSHIP PROFITABILITY EXTRACT - ONE RECORD PER CUSTOMER
      * FOR THE MONTH RELPROF LAST PRICED.
      *----------------------------------------------------------------
       FD  PROFIT-EXTRACT-FILE.
       01  PROFIT-EXTRACT-RECORD.
           05  PX-PERIOD               PIC 9(6).
           05  PX-OFFICER-ID           PIC 9(6).
           05  PX-SEGMENT              PIC X(2).
           05  PX-CUST-ID              PIC 9(10).
           05  PX-HOUSEHOLD-ID         PIC 9(8).
           05  PX-RANK                 PIC 9(5).
           05  PX-NET-INT-INCOME       PIC S9(11)V99 COMP-3.
           05  PX-FEE-INCOME           PIC S9(11)V99 COMP-3.
           05  PX-ANAL-FEES            PIC S9(11)V99 COMP-3.
           05  PX-INTERCHANGE          PIC S9(11)V99 COMP-3.
           05  PX-SERVICE-COST         PIC S9(11)V99 COMP-3.
           05  PX-NET-PROFIT           PIC S9(11)V99 COMP-3.
           05  PX-HH-NET-PROFIT        PIC S9(11)V99 COMP-3.
           05  FILLER                  PIC X(14).

       FD  PORTFOLIO-REPORT-FILE.
       01  PORTFOLIO-REPORT-LINE       PIC X(132).

           88  WS-DELQ-OK              VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.
       01  WS-PROF-STATUS              PIC X(2).
           88  WS-PROF-OK              VALUE '00'.

       01  WS-CUST-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-CUST-EOF             VALUE 'Y'.
           88  WS-ACCT-EOF             VALUE 'Y'.
       01  WS-DELQ-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-DELQ-EOF             VALUE 'Y'.
       01  WS-PROF-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PROF-EOF             VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-REPORT-PERIOD            PIC 9(6).
       01  WS-PROFIT-PERIOD            PIC 9(6) VALUE 0.

      *----------------------------------------------------------------
      * PER-OFFICER PORTFOLIO TOTALS.
               10  WS-OF-DELQ-COUNT    PIC 9(5).
               10  WS-OF-NEW-ACCTS     PIC 9(5).
               10  WS-OF-CLOSED-ACCTS  PIC 9(5).
               10  WS-OF-REL-NET       PIC S9(13)V99 COMP-3.
               10  WS-OF-UNPROFITABLE  PIC 9(5).
       01  WS-OFFICER-COUNT            PIC 9(3) VALUE 0.
       01  WS-OF-IDX                   PIC 9(3).
       01  WS-MAX-OFFICERS             PIC 9(3) VALUE 500.
           05  WS-CUSTOMERS-READ       PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-READ        PIC 9(9) VALUE 0.
           05  WS-OFFICERS-REPORTED    PIC 9(5) VALUE 0.
           05  WS-PROFIT-RECS-READ     PIC 9(9) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  WS-O3-CLOSED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-OFFICER-LINE-4.
           05  FILLER                  PIC X(20) VALUE
               '  RELATIONSHIP NET ('.
           05  WS-O4-PERIOD            PIC 9(6).
           05  FILLER                  PIC X(3) VALUE '): '.
           05  WS-O4-NET               PIC Z(12)9.99-.
           05  FILLER                  PIC X(15) VALUE
               ' UNPROFITABLE: '.
           05  WS-O4-UNPROFITABLE      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
               UNTIL WS-ACCT-EOF
           PERFORM 4000-SCAN-DELINQUENCY
               UNTIL WS-DELQ-EOF
           PERFORM 4500-SCAN-PROFITABILITY
               UNTIL WS-PROF-EOF
           PERFORM 5000-WRITE-PORTFOLIO-REPORT
           PERFORM 9000-FINALIZE
           STOP RUN.
           IF NOT WS-DELQ-OK
               SET WS-DELQ-EOF TO TRUE
           END-IF
           OPEN INPUT PROFIT-EXTRACT-FILE
           IF NOT WS-PROF-OK
               SET WS-PROF-EOF TO TRUE
           END-IF
           OPEN OUTPUT PORTFOLIO-REPORT-FILE
           MOVE WS-REPORT-PERIOD TO WS-RH-PERIOD
           WRITE PORTFOLIO-REPORT-LINE FROM WS-REPORT-HEADER.
                   END-IF
           END-READ.

       4500-SCAN-PROFITABILITY.
           READ PROFIT-EXTRACT-FILE
               AT END
                   SET WS-PROF-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PROFIT-RECS-READ
                   MOVE PX-PERIOD TO WS-PROFIT-PERIOD
                   MOVE PX-OFFICER-ID TO WS-LOOKUP-OFFICER
                   PERFORM 1100-FIND-OR-ADD-OFFICER
                   IF WS-OF-MATCH-IDX > 0
                       ADD PX-NET-PROFIT TO
                           WS-OF-REL-NET(WS-OF-MATCH-IDX)
                       IF PX-NET-PROFIT < 0
                           ADD 1 TO
                               WS-OF-UNPROFITABLE(WS-OF-MATCH-IDX)
                       END-IF
                   END-IF
           END-READ.

       5000-WRITE-PORTFOLIO-REPORT.
           PERFORM VARYING WS-OF-IDX FROM 1 BY 1
               UNTIL WS-OF-IDX > WS-OFFICER-COUNT
               MOVE WS-OF-NEW-ACCTS(WS-OF-IDX) TO WS-O3-NEW
               MOVE WS-OF-CLOSED-ACCTS(WS-OF-IDX) TO WS-O3-CLOSED
               WRITE PORTFOLIO-REPORT-LINE FROM WS-OFFICER-LINE-3
               IF WS-PROFIT-RECS-READ > 0
                   MOVE WS-PROFIT-PERIOD TO WS-O4-PERIOD
                   MOVE WS-OF-REL-NET(WS-OF-IDX) TO WS-O4-NET
                   MOVE WS-OF-UNPROFITABLE(WS-OF-IDX)
                       TO WS-O4-UNPROFITABLE
                   WRITE PORTFOLIO-REPORT-LINE
                       FROM WS-OFFICER-LINE-4
               END-IF
           END-PERFORM.

       9000-FINALIZE.
           IF WS-DELQ-OK OR WS-DELQ-STATUS = '10'
               CLOSE DELQ-WORK-FILE
           END-IF
           IF WS-PROF-OK OR WS-PROF-STATUS = '10'
               CLOSE PROFIT-EXTRACT-FILE
           END-IF
           CLOSE PORTFOLIO-REPORT-FILE
           DISPLAY '*** OFFICER PORTFOLIO REPORT COMPLETE ***'
           DISPLAY 'CUSTOMERS READ:    ' WS-CUSTOMERS-READ
           DISPLAY 'ACCOUNTS READ:     ' WS-ACCOUNTS-READ
           DISPLAY 'OFFICERS REPORTED: ' WS-OFFICERS-REPORTED
           DISPLAY 'PROFIT RECS READ:  ' WS-PROFIT-RECS-READ.
