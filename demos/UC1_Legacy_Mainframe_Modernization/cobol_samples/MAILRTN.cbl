       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILRTN.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-09.
      *================================================================*
      * RETURNED-MAIL INTAKE                                           *
      * POSTS THE MAIL ROOM'S RETURNED-MAIL FEED TO THE MAIL STATUS    *
      * MASTER (MAILSTAT), ONE RECORD PER CUSTOMER. A RETURNED PIECE   *
      * MARKS THE CUSTOMER 'ADDRESS UNKNOWN'; WHILE THE MARK IS SET,   *
      * ESTMTEXT, STMTCOMB AND NOTCFMT SUPPRESS PAPER FOR THE          *
      * CUSTOMER AND ROUTE THE ITEMS TO THE HOLD-MAIL FILE (HOLDMAIL)  *
      * INSTEAD OF MAILING THEM AGAIN. CUSTMAST CLEARS THE MARK WHEN   *
      * A VERIFIED ADDRESS CHANGE POSTS. A PIECE RETURNED FROM AN      *
      * ADDRESS THAT HAS SINCE BEEN VERIFIED IS REPORTED AND IGNORED.  *
      * EVERY MARK IS WRITTEN TO THE MAIL STATUS AUDIT FILE AND        *
      * LISTED ON THE RUN REPORT.                                      *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL-FILE ASSIGN TO MAILRTRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTRN-STATUS.
           SELECT MAIL-STATUS-FILE ASSIGN TO MAILSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MU-CUST-ID
               FILE STATUS IS WS-MAIL-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL MAIL-AUDIT-FILE ASSIGN TO MAILAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO MAILRRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * ONE RECORD PER RETURNED PIECE, KEYED BY THE MAIL ROOM FROM
      * THE CUSTOMER NUMBER PRINTED ON THE ENVELOPE. REASON CODES
      * FOLLOW THE POSTAL ENDORSEMENT: UN UNDELIVERABLE, NS NO SUCH
      * NUMBER OR STREET, VC VACANT, FE FORWARDING EXPIRED, AN
      * ATTEMPTED NOT KNOWN, IA INSUFFICIENT ADDRESS.
      *----------------------------------------------------------------
       FD  RETURNED-MAIL-FILE.
       01  RETURNED-MAIL-RECORD.
           05  RR-CUST-ID              PIC 9(10).
           05  RR-RETURN-DATE          PIC 9(8).
           05  RR-REASON               PIC X(2).
               88  RR-VALID-REASON     VALUES 'UN' 'NS' 'VC' 'FE'
                                              'AN' 'IA'.
           05  RR-ITEM-TYPE            PIC X(4).
           05  RR-ACCT-NUMBER          PIC 9(12).
           05  RR-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(16).

      *----------------------------------------------------------------
      * MAIL STATUS MASTER, ONE RECORD PER CUSTOMER WHOSE MAIL HAS
      * EVER BEEN RETURNED. 'U' ADDRESS UNKNOWN, 'V' ADDRESS
      * VERIFIED (MARK CLEARED). A CUSTOMER WITH NO RECORD IS
      * MAILABLE.
      *----------------------------------------------------------------
       FD  MAIL-STATUS-FILE.
       01  MAIL-STATUS-RECORD.
           05  MU-CUST-ID              PIC 9(10).
           05  MU-STATUS               PIC X(1).
               88  MU-ADDR-UNKNOWN     VALUE 'U'.
               88  MU-ADDR-VERIFIED    VALUE 'V'.
           05  MU-MARK-DATE            PIC 9(8).
           05  MU-RETURN-COUNT         PIC 9(3).
           05  MU-LAST-RETURN-DATE     PIC 9(8).
           05  MU-RETURN-REASON        PIC X(2).
           05  MU-CLEAR-DATE           PIC 9(8).
           05  MU-CLEAR-SOURCE         PIC X(8).
           05  MU-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(4).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ID                 PIC 9(10).
           05  FILLER                  PIC X(336).

       FD  MAIL-AUDIT-FILE.
       01  MAIL-AUDIT-RECORD.
           05  MA-CUST-ID              PIC 9(10).
           05  MA-OLD-STATUS           PIC X(1).
           05  MA-NEW-STATUS           PIC X(1).
           05  MA-REASON               PIC X(2).
           05  MA-SOURCE               PIC X(8).
           05  MA-OPERATOR-ID          PIC X(8).
           05  MA-DATE                 PIC 9(8).
           05  MA-TIME                 PIC 9(6).
           05  FILLER                  PIC X(16).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-LINE           PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-RTRN-STATUS              PIC X(2).
           88  WS-RTRN-OK              VALUE '00'.
       01  WS-MAIL-STATUS              PIC X(2).
           88  WS-MAIL-OK              VALUE '00'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-AUDIT-STATUS             PIC X(2).
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-RTRN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-RTRN-EOF             VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-CURRENT-TIME             PIC 9(6).
       01  WS-RETURN-DATE              PIC 9(8).
       01  WS-OLD-STATUS               PIC X(1).
       01  WS-RECORD-FOUND-FLAG        PIC X(1).
           88  WS-RECORD-FOUND         VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-RETURNS-READ         PIC 9(5) VALUE 0.
           05  WS-CUSTS-MARKED         PIC 9(5) VALUE 0.
           05  WS-REPEAT-RETURNS       PIC 9(5) VALUE 0.
           05  WS-STALE-RETURNS        PIC 9(5) VALUE 0.
           05  WS-RETURNS-REJECTED     PIC 9(5) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'RETURNED MAIL INTAKE'.
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(6) VALUE 'CUST: '.
           05  WS-RD-CUST              PIC 9(10).
           05  FILLER                  PIC X(10) VALUE ' RETURNED '.
           05  WS-RD-RETURN-DATE       PIC 9(8).
           05  FILLER                  PIC X(9) VALUE ' REASON: '.
           05  WS-RD-REASON            PIC X(2).
           05  FILLER                  PIC X(7) VALUE ' ITEM: '.
           05  WS-RD-ITEM-TYPE         PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RD-ACCT              PIC 9(12).
           05  FILLER                  PIC X(7) VALUE ' OPER: '.
           05  WS-RD-OPERATOR          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-ACTION            PIC X(40).
           05  FILLER                  PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RETURNS
               UNTIL WS-RTRN-EOF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** RETURNED MAIL INTAKE STARTED ***'
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
           OPEN INPUT RETURNED-MAIL-FILE
           IF NOT WS-RTRN-OK
               DISPLAY 'NO RETURNED MAIL FILE: ' WS-RTRN-STATUS
               SET WS-RTRN-EOF TO TRUE
           END-IF
           OPEN I-O MAIL-STATUS-FILE
           IF WS-MAIL-STATUS = '35'
               OPEN OUTPUT MAIL-STATUS-FILE
               CLOSE MAIL-STATUS-FILE
               OPEN I-O MAIL-STATUS-FILE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN EXTEND MAIL-AUDIT-FILE
           OPEN OUTPUT MAINT-REPORT-FILE
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-HEADER.

       2000-PROCESS-RETURNS.
           READ RETURNED-MAIL-FILE
               AT END
                   SET WS-RTRN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RETURNS-READ
                   PERFORM 3000-APPLY-RETURN
           END-READ.

      *----------------------------------------------------------------
      * A RETURN IS ACCEPTED FOR A CUSTOMER ON THE MASTER WITH A
      * KNOWN ENDORSEMENT REASON. A MISSING RETURN DATE DEFAULTS TO
      * THE PROCESSING DATE; A PIECE RETURNED BEFORE THE CUSTOMER'S
      * ADDRESS WAS LAST VERIFIED WAS MAILED TO THE OLD ADDRESS AND
      * DOES NOT RE-MARK THE CUSTOMER.
      *----------------------------------------------------------------
       3000-APPLY-RETURN.
           IF RR-RETURN-DATE > 0
               MOVE RR-RETURN-DATE TO WS-RETURN-DATE
           ELSE
               MOVE WS-PROCESSING-DATE TO WS-RETURN-DATE
           END-IF
           MOVE RR-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
           MOVE RR-CUST-ID TO MU-CUST-ID
           READ MAIL-STATUS-FILE
           IF WS-MAIL-OK
               SET WS-RECORD-FOUND TO TRUE
               MOVE MU-STATUS TO WS-OLD-STATUS
           ELSE
               MOVE 'N' TO WS-RECORD-FOUND-FLAG
               MOVE SPACE TO WS-OLD-STATUS
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-CUST-OK
                   MOVE 'REJECTED - CUSTOMER NOT ON MASTER'
                       TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN NOT RR-VALID-REASON
                   MOVE 'REJECTED - INVALID RETURN REASON'
                       TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN WS-RECORD-FOUND AND MU-ADDR-VERIFIED
                   AND MU-CLEAR-DATE >= WS-RETURN-DATE
                   ADD 1 TO WS-STALE-RETURNS
                   MOVE 'IGNORED - ADDRESS VERIFIED SINCE'
                       TO WS-RD-ACTION
                   PERFORM 8100-WRITE-REPORT-DETAIL
               WHEN WS-RECORD-FOUND AND MU-ADDR-UNKNOWN
                   PERFORM 3200-COUNT-REPEAT-RETURN
               WHEN OTHER
                   PERFORM 3100-MARK-ADDRESS-UNKNOWN
           END-EVALUATE.

       3100-MARK-ADDRESS-UNKNOWN.
           IF NOT WS-RECORD-FOUND
               MOVE SPACES TO MAIL-STATUS-RECORD
               MOVE RR-CUST-ID TO MU-CUST-ID
               MOVE 0 TO MU-RETURN-COUNT
               MOVE 0 TO MU-CLEAR-DATE
           END-IF
           SET MU-ADDR-UNKNOWN TO TRUE
           MOVE WS-PROCESSING-DATE TO MU-MARK-DATE
           IF MU-RETURN-COUNT < 999
               ADD 1 TO MU-RETURN-COUNT
           END-IF
           MOVE WS-RETURN-DATE TO MU-LAST-RETURN-DATE
           MOVE RR-REASON TO MU-RETURN-REASON
           MOVE RR-OPERATOR-ID TO MU-OPERATOR-ID
           IF WS-RECORD-FOUND
               REWRITE MAIL-STATUS-RECORD
           ELSE
               WRITE MAIL-STATUS-RECORD
           END-IF
           ADD 1 TO WS-CUSTS-MARKED
           MOVE 'MARKED ADDRESS UNKNOWN' TO WS-RD-ACTION
           PERFORM 8200-WRITE-AUDIT
           PERFORM 8100-WRITE-REPORT-DETAIL.

       3200-COUNT-REPEAT-RETURN.
           IF MU-RETURN-COUNT < 999
               ADD 1 TO MU-RETURN-COUNT
           END-IF
           IF WS-RETURN-DATE > MU-LAST-RETURN-DATE
               MOVE WS-RETURN-DATE TO MU-LAST-RETURN-DATE
               MOVE RR-REASON TO MU-RETURN-REASON
           END-IF
           REWRITE MAIL-STATUS-RECORD
           ADD 1 TO WS-REPEAT-RETURNS
           MOVE 'ALREADY MARKED - RETURN COUNTED' TO WS-RD-ACTION
           PERFORM 8100-WRITE-REPORT-DETAIL.

       8200-WRITE-AUDIT.
           MOVE MU-CUST-ID TO MA-CUST-ID
           MOVE WS-OLD-STATUS TO MA-OLD-STATUS
           MOVE MU-STATUS TO MA-NEW-STATUS
           MOVE RR-REASON TO MA-REASON
           MOVE 'MAILRTN' TO MA-SOURCE
           MOVE RR-OPERATOR-ID TO MA-OPERATOR-ID
           MOVE WS-PROCESSING-DATE TO MA-DATE
           MOVE WS-CURRENT-TIME TO MA-TIME
           WRITE MAIL-AUDIT-RECORD.

       8100-WRITE-REPORT-DETAIL.
           MOVE RR-CUST-ID TO WS-RD-CUST
           MOVE WS-RETURN-DATE TO WS-RD-RETURN-DATE
           MOVE RR-REASON TO WS-RD-REASON
           MOVE RR-ITEM-TYPE TO WS-RD-ITEM-TYPE
           MOVE RR-ACCT-NUMBER TO WS-RD-ACCT
           MOVE RR-OPERATOR-ID TO WS-RD-OPERATOR
           WRITE MAINT-REPORT-LINE FROM WS-REPORT-DETAIL.

       3900-REJECT.
           ADD 1 TO WS-RETURNS-REJECTED
           PERFORM 8100-WRITE-REPORT-DETAIL.

       9000-FINALIZE.
           IF WS-RTRN-OK OR WS-RTRN-STATUS = '10'
               CLOSE RETURNED-MAIL-FILE
           END-IF
           CLOSE MAIL-STATUS-FILE
           CLOSE CUSTOMER-FILE
           CLOSE MAIL-AUDIT-FILE
           CLOSE MAINT-REPORT-FILE
           DISPLAY '*** RETURNED MAIL INTAKE COMPLETE ***'
           DISPLAY 'RETURNS READ:         ' WS-RETURNS-READ
           DISPLAY 'CUSTOMERS MARKED:     ' WS-CUSTS-MARKED
           DISPLAY 'REPEAT RETURNS:       ' WS-REPEAT-RETURNS
           DISPLAY 'STALE RETURNS:        ' WS-STALE-RETURNS
           DISPLAY 'RETURNS REJECTED:     ' WS-RETURNS-REJECTED.
