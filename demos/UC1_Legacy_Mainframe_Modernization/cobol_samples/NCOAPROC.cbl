       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCOAPROC.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-09.
      *================================================================*
      * QUARTERLY NCOA (NATIONAL CHANGE OF ADDRESS) PROCESSING         *
      * EXTRACT MODE (DEFAULT): WRITES THE NAME AND ADDRESS OF EVERY   *
      * OPEN, LIVING CUSTOMER TO THE NCOA VENDOR FILE (NCOAOUT).       *
      *                                                                *
      * APPLY MODE (COMMAND LINE 'APPLY'): READS THE VENDOR'S RESULT   *
      * FILE (NCOARSLT) AND TURNS EACH MATCHED MOVE WITH A NEW         *
      * ADDRESS INTO AN 'AC' ADDRESS-CHANGE ITEM ON THE CUSTOMER       *
      * TRANSACTION FILE (TRANFILE), CREATED BY NCOAPROC. CUSTMAST     *
      * POSTS THE ITEMS THROUGH ITS NORMAL VALIDATED, AUDITED          *
      * MAINTENANCE PATH, WHICH ALSO CLEARS ANY RETURNED-MAIL MARK     *
      * AND SENDS THE CUSTOMER AN ADDRESS-CHANGE CONFIRMATION          *
      * NOTICE. MOVES WITH NO FORWARDING ADDRESS, NON-MATCHES, AND     *
      * REJECTED RESULTS ARE LISTED ON THE RUN REPORT FOR THE BRANCH.  *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT NCOA-EXTRACT-FILE ASSIGN TO NCOAOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL NCOA-RESULT-FILE ASSIGN TO NCOARSLT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSLT-STATUS.
           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT NCOA-REPORT-FILE ASSIGN TO NCOARPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ID                 PIC 9(10).
           05  CUST-NAME.
               10  CUST-FIRST-NAME     PIC X(20).
               10  CUST-LAST-NAME      PIC X(30).
           05  CUST-ADDRESS.
               10  CUST-STREET         PIC X(40).
               10  CUST-CITY           PIC X(25).
               10  CUST-STATE          PIC X(2).
               10  CUST-ZIP            PIC 9(5).
           05  FILLER                  PIC X(57).
           05  CUST-STATUS             PIC X(1).
               88  CUST-CLOSED         VALUE 'C'.
           05  FILLER                  PIC X(22).
           05  CUST-DECEASED-FLAG      PIC X(1).
               88  CUST-DECEASED       VALUE 'Y'.
           05  FILLER                  PIC X(133).

      *----------------------------------------------------------------
      * NCOA VENDOR INPUT, ONE RECORD PER CUSTOMER.
      *----------------------------------------------------------------
       FD  NCOA-EXTRACT-FILE.
       01  NCOA-EXTRACT-RECORD.
           05  NX-CUST-ID              PIC 9(10).
           05  NX-FIRST-NAME           PIC X(20).
           05  NX-LAST-NAME            PIC X(30).
           05  NX-STREET               PIC X(40).
           05  NX-CITY                 PIC X(25).
           05  NX-STATE                PIC X(2).
           05  NX-ZIP                  PIC 9(5).
           05  FILLER                  PIC X(18).

      *----------------------------------------------------------------
      * NCOA VENDOR RESULTS. MATCH CODES: M INDIVIDUAL MOVE, F FAMILY
      * MOVE, B BUSINESS MOVE (ALL WITH A NEW ADDRESS), X MOVED LEFT
      * NO FORWARDING ADDRESS, N NO MATCH.
      *----------------------------------------------------------------
       FD  NCOA-RESULT-FILE.
       01  NCOA-RESULT-RECORD.
           05  NR-CUST-ID              PIC 9(10).
           05  NR-MATCH-CODE           PIC X(1).
               88  NR-MOVE-WITH-ADDRESS VALUES 'M' 'F' 'B'.
               88  NR-MOVED-NO-FORWARD VALUE 'X'.
               88  NR-NO-MATCH         VALUE 'N'.
           05  NR-MOVE-EFF-DATE        PIC 9(8).
           05  NR-NEW-STREET           PIC X(40).
           05  NR-NEW-CITY             PIC X(25).
           05  NR-NEW-STATE            PIC X(2).
           05  NR-NEW-ZIP              PIC 9(5).
           05  NR-OLD-ZIP              PIC 9(5).
           05  FILLER                  PIC X(24).

      *----------------------------------------------------------------
      * CUSTOMER TRANSACTION FILE POSTED BY CUSTMAST. ONLY THE
      * ADDRESS-CHANGE VIEW OF THE CHANGED-FIELD AREA IS USED HERE.
      *----------------------------------------------------------------
       FD  TRANSACTION-FILE.
       01  TRANSACTION-RECORD.
           05  TRAN-ID                 PIC 9(12).
           05  TRAN-CUST-ID            PIC 9(10).
           05  TRAN-TYPE               PIC X(2).
           05  TRAN-AMOUNT             PIC S9(9)V99 COMP-3.
           05  TRAN-DATE               PIC 9(8).
           05  TRAN-TIME               PIC 9(6).
           05  TRAN-STATUS             PIC X(1).
           05  TRAN-TO-CUST-ID         PIC 9(10).
           05  TRAN-CREATED-BY         PIC X(8).
           05  TRAN-MODIFIED-BY        PIC X(8).
           05  TRAN-TAX-YEAR           PIC 9(4).
           05  TRAN-AC-DATA.
               10  TRAN-NEW-STREET     PIC X(40).
               10  TRAN-NEW-CITY       PIC X(25).
               10  TRAN-NEW-STATE      PIC X(2).
               10  TRAN-NEW-ZIP        PIC 9(5).
               10  FILLER              PIC X(8).
           05  TRAN-OVERRIDE-CODE      PIC X(2).
           05  TRAN-ACTING-PARTY       PIC 9(10).

       FD  NCOA-REPORT-FILE.
       01  NCOA-REPORT-LINE            PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-RSLT-STATUS              PIC X(2).
           88  WS-RSLT-OK              VALUE '00'.
       01  WS-TRAN-STATUS              PIC X(2).
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-CUST-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-CUST-EOF             VALUE 'Y'.
       01  WS-RSLT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-RSLT-EOF             VALUE 'Y'.

       01  WS-COMMAND-LINE             PIC X(40).
       01  WS-RUN-MODE                 PIC X(5) VALUE SPACES.
           88  WS-MODE-APPLY           VALUE 'APPLY'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-CURRENT-TIME             PIC 9(6).
       01  WS-TRAN-SEQ                 PIC 9(6) VALUE 0.
       01  WS-NCOA-CREATOR             PIC X(8) VALUE 'NCOAPROC'.

       01  WS-COUNTERS.
           05  WS-CUSTS-READ           PIC 9(7) VALUE 0.
           05  WS-CUSTS-EXTRACTED      PIC 9(7) VALUE 0.
           05  WS-CUSTS-SKIPPED        PIC 9(7) VALUE 0.
           05  WS-RESULTS-READ         PIC 9(7) VALUE 0.
           05  WS-CHANGES-QUEUED       PIC 9(7) VALUE 0.
           05  WS-ALREADY-CURRENT      PIC 9(7) VALUE 0.
           05  WS-NO-FORWARD           PIC 9(7) VALUE 0.
           05  WS-NO-MATCH             PIC 9(7) VALUE 0.
           05  WS-RESULTS-REJECTED     PIC 9(7) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'NCOA CHANGE OF ADDRESS - '.
           05  WS-RH-MODE              PIC X(7).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(6) VALUE 'CUST: '.
           05  WS-RD-CUST              PIC 9(10).
           05  FILLER                  PIC X(7) VALUE ' CODE: '.
           05  WS-RD-MATCH             PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RD-EFF-DATE          PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RD-NEW-ADDRESS       PIC X(56).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-ACTION            PIC X(40).

       01  WS-REPORT-TOTAL.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RT-LABEL             PIC X(30).
           05  WS-RT-COUNT             PIC Z(6)9.
           05  FILLER                  PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF WS-MODE-APPLY
               PERFORM 3000-APPLY-RESULTS
           ELSE
               PERFORM 2000-EXTRACT-CUSTOMERS
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE WS-COMMAND-LINE(1:5) TO WS-RUN-MODE
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
           DISPLAY '*** NCOA PROCESSING STARTED ***'
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-CUST-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NCOA-REPORT-FILE
           IF WS-MODE-APPLY
               MOVE 'APPLY' TO WS-RH-MODE
           ELSE
               MOVE 'EXTRACT' TO WS-RH-MODE
           END-IF
           WRITE NCOA-REPORT-LINE FROM WS-REPORT-HEADER.

      *----------------------------------------------------------------
      * EXTRACT: EVERY CUSTOMER EXCEPT CLOSED AND DECEASED ONES GOES
      * TO THE VENDOR, INCLUDING THOSE MARKED ADDRESS UNKNOWN - THE
      * NCOA PASS IS HOW MOST OF THEM ARE FOUND AGAIN.
      *----------------------------------------------------------------
       2000-EXTRACT-CUSTOMERS.
           OPEN OUTPUT NCOA-EXTRACT-FILE
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
                       ADD 1 TO WS-CUSTS-READ
                       PERFORM 2100-EXTRACT-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE NCOA-EXTRACT-FILE.

       2100-EXTRACT-ONE-CUSTOMER.
           IF CUST-CLOSED OR CUST-DECEASED
               ADD 1 TO WS-CUSTS-SKIPPED
           ELSE
               MOVE SPACES TO NCOA-EXTRACT-RECORD
               MOVE CUST-ID TO NX-CUST-ID
               MOVE CUST-FIRST-NAME TO NX-FIRST-NAME
               MOVE CUST-LAST-NAME TO NX-LAST-NAME
               MOVE CUST-STREET TO NX-STREET
               MOVE CUST-CITY TO NX-CITY
               MOVE CUST-STATE TO NX-STATE
               MOVE CUST-ZIP TO NX-ZIP
               WRITE NCOA-EXTRACT-RECORD
               ADD 1 TO WS-CUSTS-EXTRACTED
           END-IF.

      *----------------------------------------------------------------
      * APPLY: THE RESULT FILE IS OPTIONAL SO AN APPLY RUN BEFORE THE
      * VENDOR RETURNS IS HARMLESS. EACH QUEUED ITEM CARRIES A
      * TRAN-ID OF THE PROCESSING DATE (YYMMDD) AND A RUN SEQUENCE.
      *----------------------------------------------------------------
       3000-APPLY-RESULTS.
           OPEN INPUT NCOA-RESULT-FILE
           IF NOT WS-RSLT-OK
               DISPLAY 'NO NCOA RESULT FILE: ' WS-RSLT-STATUS
               SET WS-RSLT-EOF TO TRUE
           END-IF
           OPEN EXTEND TRANSACTION-FILE
           PERFORM UNTIL WS-RSLT-EOF
               READ NCOA-RESULT-FILE
                   AT END
                       SET WS-RSLT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RESULTS-READ
                       PERFORM 3100-APPLY-ONE-RESULT
               END-READ
           END-PERFORM
           IF WS-RSLT-OK OR WS-RSLT-STATUS = '10'
               CLOSE NCOA-RESULT-FILE
           END-IF
           CLOSE TRANSACTION-FILE.

      *----------------------------------------------------------------
      * A MOVE IS QUEUED ONLY FOR AN OPEN, LIVING CUSTOMER ON THE
      * MASTER WHEN THE NEW ADDRESS PASSES THE SAME ZIP AND STREET
      * EDITS CUSTMAST APPLIES, AND DIFFERS FROM THE ADDRESS ON FILE.
      *----------------------------------------------------------------
       3100-APPLY-ONE-RESULT.
           MOVE SPACES TO WS-RD-NEW-ADDRESS
           STRING NR-NEW-STREET DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               NR-NEW-CITY DELIMITED BY '  '
               ' ' NR-NEW-STATE ' ' NR-NEW-ZIP
               DELIMITED BY SIZE INTO WS-RD-NEW-ADDRESS
           MOVE NR-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
           EVALUATE TRUE
               WHEN NOT WS-CUST-OK
                   MOVE 'REJECTED - CUSTOMER NOT ON MASTER'
                       TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN NR-NO-MATCH
                   ADD 1 TO WS-NO-MATCH
               WHEN NR-MOVED-NO-FORWARD
                   ADD 1 TO WS-NO-FORWARD
                   MOVE 'MOVED - NO FORWARDING ADDRESS'
                       TO WS-RD-ACTION
                   PERFORM 8100-WRITE-REPORT-DETAIL
               WHEN NOT NR-MOVE-WITH-ADDRESS
                   MOVE 'REJECTED - INVALID MATCH CODE'
                       TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN CUST-CLOSED OR CUST-DECEASED
                   MOVE 'REJECTED - CUSTOMER CLOSED OR DECEASED'
                       TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN NR-NEW-ZIP NOT NUMERIC
                   OR NR-NEW-ZIP < 00501 OR NR-NEW-ZIP > 99950
                   OR NR-NEW-STREET = SPACES
                   MOVE 'REJECTED - INVALID NEW ADDRESS'
                       TO WS-RD-ACTION
                   PERFORM 3900-REJECT
               WHEN NR-NEW-STREET = CUST-STREET
                   AND NR-NEW-CITY = CUST-CITY
                   AND NR-NEW-STATE = CUST-STATE
                   AND NR-NEW-ZIP = CUST-ZIP
                   ADD 1 TO WS-ALREADY-CURRENT
                   MOVE 'NO CHANGE - ADDRESS ALREADY CURRENT'
                       TO WS-RD-ACTION
                   PERFORM 8100-WRITE-REPORT-DETAIL
               WHEN OTHER
                   PERFORM 3200-QUEUE-ADDRESS-CHANGE
           END-EVALUATE.

       3200-QUEUE-ADDRESS-CHANGE.
           ADD 1 TO WS-TRAN-SEQ
           MOVE SPACES TO TRANSACTION-RECORD
           COMPUTE TRAN-ID =
               FUNCTION MOD(WS-PROCESSING-DATE, 1000000) * 1000000
               + WS-TRAN-SEQ
           MOVE NR-CUST-ID TO TRAN-CUST-ID
           MOVE 'AC' TO TRAN-TYPE
           MOVE 0 TO TRAN-AMOUNT
           MOVE WS-PROCESSING-DATE TO TRAN-DATE
           MOVE WS-CURRENT-TIME TO TRAN-TIME
           MOVE 0 TO TRAN-TO-CUST-ID
           MOVE WS-NCOA-CREATOR TO TRAN-CREATED-BY
           MOVE 0 TO TRAN-TAX-YEAR
           MOVE NR-NEW-STREET TO TRAN-NEW-STREET
           MOVE NR-NEW-CITY TO TRAN-NEW-CITY
           MOVE NR-NEW-STATE TO TRAN-NEW-STATE
           MOVE NR-NEW-ZIP TO TRAN-NEW-ZIP
           MOVE 0 TO TRAN-ACTING-PARTY
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-CHANGES-QUEUED
           MOVE 'ADDRESS CHANGE QUEUED FOR POSTING' TO WS-RD-ACTION
           PERFORM 8100-WRITE-REPORT-DETAIL.

       8100-WRITE-REPORT-DETAIL.
           MOVE NR-CUST-ID TO WS-RD-CUST
           MOVE NR-MATCH-CODE TO WS-RD-MATCH
           MOVE NR-MOVE-EFF-DATE TO WS-RD-EFF-DATE
           WRITE NCOA-REPORT-LINE FROM WS-REPORT-DETAIL.

       3900-REJECT.
           ADD 1 TO WS-RESULTS-REJECTED
           PERFORM 8100-WRITE-REPORT-DETAIL.

       8900-WRITE-TOTAL.
           WRITE NCOA-REPORT-LINE FROM WS-REPORT-TOTAL.

       9000-FINALIZE.
           IF WS-MODE-APPLY
               MOVE 'RESULTS READ' TO WS-RT-LABEL
               MOVE WS-RESULTS-READ TO WS-RT-COUNT
               PERFORM 8900-WRITE-TOTAL
               MOVE 'ADDRESS CHANGES QUEUED' TO WS-RT-LABEL
               MOVE WS-CHANGES-QUEUED TO WS-RT-COUNT
               PERFORM 8900-WRITE-TOTAL
               MOVE 'ALREADY CURRENT' TO WS-RT-LABEL
               MOVE WS-ALREADY-CURRENT TO WS-RT-COUNT
               PERFORM 8900-WRITE-TOTAL
               MOVE 'MOVED - NO FORWARDING ADDRESS' TO WS-RT-LABEL
               MOVE WS-NO-FORWARD TO WS-RT-COUNT
               PERFORM 8900-WRITE-TOTAL
               MOVE 'NO MATCH' TO WS-RT-LABEL
               MOVE WS-NO-MATCH TO WS-RT-COUNT
               PERFORM 8900-WRITE-TOTAL
               MOVE 'REJECTED' TO WS-RT-LABEL
               MOVE WS-RESULTS-REJECTED TO WS-RT-COUNT
               PERFORM 8900-WRITE-TOTAL
           ELSE
               MOVE 'CUSTOMERS READ' TO WS-RT-LABEL
               MOVE WS-CUSTS-READ TO WS-RT-COUNT
               PERFORM 8900-WRITE-TOTAL
               MOVE 'SENT TO NCOA VENDOR' TO WS-RT-LABEL
               MOVE WS-CUSTS-EXTRACTED TO WS-RT-COUNT
               PERFORM 8900-WRITE-TOTAL
               MOVE 'SKIPPED - CLOSED OR DECEASED' TO WS-RT-LABEL
               MOVE WS-CUSTS-SKIPPED TO WS-RT-COUNT
               PERFORM 8900-WRITE-TOTAL
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE NCOA-REPORT-FILE
           DISPLAY '*** NCOA PROCESSING COMPLETE ***'
           IF WS-MODE-APPLY
               DISPLAY 'RESULTS READ:         ' WS-RESULTS-READ
               DISPLAY 'CHANGES QUEUED:       ' WS-CHANGES-QUEUED
               DISPLAY 'ALREADY CURRENT:      ' WS-ALREADY-CURRENT
               DISPLAY 'NO FORWARDING ADDR:   ' WS-NO-FORWARD
               DISPLAY 'NO MATCH:             ' WS-NO-MATCH
               DISPLAY 'RESULTS REJECTED:     ' WS-RESULTS-REJECTED
           ELSE
               DISPLAY 'CUSTOMERS READ:       ' WS-CUSTS-READ
               DISPLAY 'CUSTOMERS EXTRACTED:  ' WS-CUSTS-EXTRACTED
               DISPLAY 'CUSTOMERS SKIPPED:    ' WS-CUSTS-SKIPPED
           END-IF.
