       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFACRLSE.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-09-24.
      *================================================================*
      * SANCTIONS SCREENING HOLD - COMPLIANCE RELEASE / REJECT         *
      * WORKS THE HOLD QUEUE THE NIGHTLY POSTING RUN FILLS WHEN AN     *
      * OUTBOUND WIRE'S BENEFICIARY, BENEFICIARY BANK, ORIGINATOR OR   *
      * WIRE TEXT IS A POTENTIAL WATCH-LIST HIT. THE CUSTOMER DEBIT    *
      * HAS POSTED; ONLY THE TRANSMISSION IS HELD. COMPLIANCE          *
      * DECISIONS (SCRNDECN):                                          *
      *   'R' RELEASE - A FALSE POSITIVE. THE WIRE GOES TO WIREOUT     *
      *       VALUE-DATED TODAY SO WIREACK MATCHES IT ON THE DAY IT    *
      *       TRANSMITS.                                               *
      *   'X' REJECT  - THE WIRE IS NOT SENT AND THE USD DEBIT IS      *
      *       RETURNED TO THE CUSTOMER BY AN ADJ CREDIT ON DAYTRANS.   *
      * EVERY DECISION MUST CARRY THE OFFICER ID AND A REASON OR IT    *
      * IS REFUSED. EACH DECISION, REFUSAL AND UNMATCHED REFERENCE IS  *
      * WRITTEN TO THE SCREENING LOG (WIRESLOG) NEXT TO THE ORIGINAL   *
      * SCREENING RESULT, SO THE LOG SHOWS FOR ANY WIRE WHAT WAS HIT,  *
      * WHO DECIDED, WHEN AND WHY. UNDECIDED WIRES CARRY FORWARD AND   *
      * ARE LISTED WITH THEIR AGE ON THE REPORT.                       *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIRE-HOLD-FILE ASSIGN TO WIREHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT WIRE-HOLD-NEW-FILE ASSIGN TO WIREHLDN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SCREEN-DECISION-FILE ASSIGN TO SCRNDECN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECN-STATUS.
           SELECT WIRE-OUT-FILE ASSIGN TO WIREOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DAILY-TRANS ASSIGN TO DAYTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT OPTIONAL WIRE-SCREEN-LOG ASSIGN TO WIRESLOG
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BCTL-STATUS.
           SELECT SCREEN-REPORT-FILE ASSIGN TO WIRESRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  WIRE-HOLD-FILE.
       01  WIRE-HOLD-RECORD.
           05  HQ-WIRE-REF             PIC X(16).
           05  HQ-ACCT-NUMBER          PIC 9(12).
           05  HQ-USD-AMOUNT           PIC S9(13)V99 COMP-3.
           05  HQ-CURRENCY-CODE        PIC X(3).
           05  HQ-ORIG-AMOUNT          PIC S9(11)V99 COMP-3.
           05  HQ-BENE-NAME            PIC X(35).
           05  HQ-BENE-BANK-ROUTING    PIC 9(9).
           05  HQ-BENE-ACCT            PIC X(20).
           05  HQ-ORIG-NAME            PIC X(35).
           05  HQ-HELD-DATE            PIC 9(8).
           05  HQ-HELD-TIME            PIC 9(6).
           05  HQ-HIT-SUBJECT          PIC X(4).
           05  HQ-HIT-TEXT             PIC X(35).
           05  HQ-WL-NAME              PIC X(50).
           05  HQ-WL-PROGRAM           PIC X(10).
           05  FILLER                  PIC X(12).

       FD  WIRE-HOLD-NEW-FILE.
       01  WIRE-HOLD-NEW-RECORD        PIC X(270).

       FD  SCREEN-DECISION-FILE.
       01  SCREEN-DECISION-RECORD.
           05  SD-ACTION               PIC X(1).
               88  SD-RELEASE          VALUE 'R'.
               88  SD-REJECT           VALUE 'X'.
           05  SD-WIRE-REF             PIC X(16).
           05  SD-OFFICER-ID           PIC X(8).
           05  SD-REASON               PIC X(30).
           05  FILLER                  PIC X(25).

       FD  WIRE-OUT-FILE.
       01  WIRE-OUT-RECORD.
           05  WO-WIRE-REF             PIC X(16).
           05  WO-ACCT-NUMBER          PIC 9(12).
           05  WO-USD-AMOUNT           PIC S9(13)V99 COMP-3.
           05  WO-CURRENCY-CODE        PIC X(3).
           05  WO-ORIG-AMOUNT          PIC S9(11)V99 COMP-3.
           05  WO-BENE-NAME            PIC X(35).
           05  WO-BENE-BANK-ROUTING    PIC 9(9).
           05  WO-BENE-ACCT            PIC X(20).
           05  WO-VALUE-DATE           PIC 9(8).
           05  WO-STATUS               PIC X(1).
               88  WO-SENT             VALUE 'S'.
           05  FILLER                  PIC X(10).

       FD  DAILY-TRANS.
       01  TRANS-RECORD.
           05  TR-ACCT-NUMBER          PIC 9(12).
           05  TR-TRAN-CODE            PIC X(3).
           05  TR-AMOUNT               PIC S9(11)V99 COMP-3.
           05  TR-DATE                 PIC 9(8).
           05  TR-TIME                 PIC 9(6).
           05  TR-REF-NUMBER           PIC X(16).
           05  TR-DESCRIPTION          PIC X(30).
           05  TR-BRANCH               PIC 9(4).
           05  TR-TELLER-ID            PIC X(8).
           05  TR-CURRENCY-CODE        PIC X(3).
           05  TR-EXCHANGE-RATE        PIC 9(3)V9(6) COMP-3.
           05  TR-INSTRUMENT-TYPE      PIC X(1).
           05  TR-AVAIL-DEFER-AMT      PIC S9(11)V99 COMP-3.
           05  TR-AVAIL-DEFER-DAYS     PIC 9(1).
           05  FILLER                  PIC X(3).
           05  TR-BENE-NAME            PIC X(35).
           05  TR-BENE-BANK-ROUTING    PIC 9(9).
           05  TR-BENE-ACCT            PIC X(20).
           05  TR-WIRE-REF             PIC X(16).

       FD  WIRE-SCREEN-LOG.
       01  WIRE-SCREEN-LOG-RECORD.
           05  SL-LOG-DATE             PIC 9(8).
           05  SL-LOG-TIME             PIC 9(6).
           05  SL-PROGRAM              PIC X(8).
           05  SL-EVENT                PIC X(8).
           05  SL-WIRE-REF             PIC X(16).
           05  SL-ACCT-NUMBER          PIC 9(12).
           05  SL-USD-AMOUNT           PIC S9(13)V99 COMP-3.
           05  SL-BENE-NAME            PIC X(35).
           05  SL-HIT-SUBJECT          PIC X(4).
           05  SL-WL-NAME              PIC X(50).
           05  SL-WL-PROGRAM           PIC X(10).
           05  SL-OFFICER-ID           PIC X(8).
           05  SL-REASON               PIC X(30).
           05  FILLER                  PIC X(17).

      *----------------------------------------------------------------
      * SHARED BATCH CONTROL FILE. EVERY PROGRAM THAT PRODUCES OR
      * CONSUMES A HANDOFF FILE IN THE NIGHTLY CHAIN RECORDS ITS
      * RECORD COUNT AND DOLLAR HASH HERE SO THE NEXT STEP CAN PROVE
      * THE HANDOFF BEFORE POSTING.
      *----------------------------------------------------------------
       FD  BATCH-CONTROL-FILE.
       01  BATCH-CONTROL-RECORD.
           05  BC-RUN-DATE             PIC 9(8).
           05  BC-STEP-NAME            PIC X(8).
           05  BC-FILE-NAME            PIC X(8).
           05  BC-RECORD-COUNT         PIC 9(9).
           05  BC-AMOUNT-HASH          PIC S9(15)V99 COMP-3.
           05  FILLER                  PIC X(10).

       FD  SCREEN-REPORT-FILE.
       01  SCREEN-REPORT-LINE          PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS              PIC X(2).
           88  WS-HOLD-OK              VALUE '00'.
       01  WS-DECN-STATUS              PIC X(2).
           88  WS-DECN-OK              VALUE '00'.
       01  WS-TRAN-STATUS              PIC X(2).
       01  WS-BCTL-STATUS              PIC X(2).
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-HOLD-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-HOLD-NO-MORE         VALUE 'Y'.
       01  WS-DECN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-DECN-EOF             VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-PROCESSING-TIME          PIC 9(6).
       01  WS-DAYS-HELD                PIC S9(5).

      *----------------------------------------------------------------
      * THE HOLD QUEUE IN MEMORY, IN ARRIVAL ORDER. WS-HQ-DISP IS H
      * (STILL HELD), R (RELEASED) OR X (REJECTED AND RETURNED).
      *----------------------------------------------------------------
       01  WS-HOLD-TABLE.
           05  WS-HQ-ENTRY OCCURS 500 TIMES.
               10  WS-HQ-RECORD        PIC X(270).
               10  WS-HQ-DISP          PIC X(1).
                   88  WS-HQ-HELD      VALUE 'H'.
                   88  WS-HQ-RELEASED  VALUE 'R'.
                   88  WS-HQ-REJECTED  VALUE 'X'.
       01  WS-HOLD-COUNT               PIC 9(3) VALUE 0.
       01  WS-HQ-IDX                   PIC 9(3).
       01  WS-HQ-MATCH-IDX             PIC 9(3).
       01  WS-MAX-HOLD                 PIC 9(3) VALUE 500.
       01  WS-HOLD-OVERFLOW            PIC 9(7) VALUE 0.
       01  WS-BC-POSTED-HASH           PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-QUEUE-LOADED         PIC 9(5) VALUE 0.
           05  WS-DECISIONS-READ       PIC 9(5) VALUE 0.
           05  WS-DECISIONS-REFUSED    PIC 9(5) VALUE 0.
           05  WS-WIRES-RELEASED       PIC 9(5) VALUE 0.
           05  WS-RELEASED-AMOUNT      PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-WIRES-REJECTED       PIC 9(5) VALUE 0.
           05  WS-REJECTED-AMOUNT      PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-WIRES-REMAINING      PIC 9(5) VALUE 0.
           05  WS-REMAINING-AMOUNT     PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(35) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'SANCTIONS SCREENING HOLD QUEUE REPORT'.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(6) VALUE 'WIRE: '.
           05  WS-RD-REF               PIC X(16).
           05  FILLER                  PIC X(7) VALUE ' ACCT: '.
           05  WS-RD-ACCT              PIC 9(12).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-AMOUNT            PIC Z(11)9.99-.
           05  FILLER                  PIC X(7) VALUE ' HELD: '.
           05  WS-RD-HELD              PIC 9999/99/99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-DAYS              PIC ZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-DISP              PIC X(13).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-SUBJECT           PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-WL-NAME           PIC X(22).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-OFFICER           PIC X(8).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-HOLD-QUEUE
           PERFORM 3000-APPLY-DECISIONS
               UNTIL WS-DECN-EOF
           PERFORM 7000-REPORT-AND-CARRY-FORWARD
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** SANCTIONS HOLD RELEASE STARTED ***'
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
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           OPEN INPUT SCREEN-DECISION-FILE
           IF NOT WS-DECN-OK
               SET WS-DECN-EOF TO TRUE
           END-IF
           OPEN EXTEND DAILY-TRANS
           IF WS-TRAN-STATUS NOT = '00' AND '05'
               DISPLAY 'ERROR OPENING DAYTRANS: ' WS-TRAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND WIRE-OUT-FILE
           OPEN EXTEND WIRE-SCREEN-LOG
           OPEN OUTPUT SCREEN-REPORT-FILE
           WRITE SCREEN-REPORT-LINE FROM WS-REPORT-HEADER.

       2000-LOAD-HOLD-QUEUE.
           OPEN INPUT WIRE-HOLD-FILE
           IF NOT WS-HOLD-OK
               DISPLAY 'NO SCREENING HOLD QUEUE: ' WS-HOLD-STATUS
               SET WS-HOLD-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-HOLD-NO-MORE
               READ WIRE-HOLD-FILE
                   AT END
                       SET WS-HOLD-NO-MORE TO TRUE
                   NOT AT END
                       IF WS-HOLD-COUNT < WS-MAX-HOLD
                           ADD 1 TO WS-HOLD-COUNT
                           ADD 1 TO WS-QUEUE-LOADED
                           MOVE WIRE-HOLD-RECORD TO
                               WS-HQ-RECORD(WS-HOLD-COUNT)
                           SET WS-HQ-HELD(WS-HOLD-COUNT) TO TRUE
                       ELSE
                           DISPLAY 'HOLD QUEUE TABLE FULL - NOT '
                               'LOADED: ' HQ-WIRE-REF
                           ADD 1 TO WS-HOLD-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLD-OK OR WS-HOLD-STATUS = '10'
               CLOSE WIRE-HOLD-FILE
           END-IF
           IF WS-HOLD-OVERFLOW > 0
               DISPLAY '*** HOLD QUEUE TABLE OVERFLOW - '
                   WS-HOLD-OVERFLOW ' WIRE(S) WOULD NOT LOAD ***'
               DISPLAY 'RUN HALTED - A HELD WIRE WOULD LEAVE THE QUEUE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'LOADED ' WS-HOLD-COUNT ' HELD WIRES'.

      *----------------------------------------------------------------
      * ONE COMPLIANCE DECISION. A DECISION WITHOUT AN OFFICER OR A
      * REASON, OR FOR A WIRE NOT ON THE QUEUE, IS LOGGED AND REFUSED.
      *----------------------------------------------------------------
       3000-APPLY-DECISIONS.
           READ SCREEN-DECISION-FILE
               AT END
                   SET WS-DECN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-DECISIONS-READ
                   PERFORM 3100-FIND-HELD-WIRE
                   EVALUATE TRUE
                       WHEN NOT SD-RELEASE AND NOT SD-REJECT
                           MOVE 'INVALID ACTION CODE' TO SL-REASON
                           PERFORM 3900-REFUSE-DECISION
                       WHEN SD-OFFICER-ID = SPACES
                           OR SD-REASON = SPACES
                           MOVE 'OFFICER AND REASON REQUIRED'
                               TO SL-REASON
                           PERFORM 3900-REFUSE-DECISION
                       WHEN WS-HQ-MATCH-IDX = 0
                           MOVE 'WIRE NOT ON HOLD QUEUE' TO SL-REASON
                           PERFORM 3900-REFUSE-DECISION
                       WHEN SD-RELEASE
                           PERFORM 4000-RELEASE-WIRE
                       WHEN SD-REJECT
                           PERFORM 5000-REJECT-WIRE
                   END-EVALUATE
           END-READ.

       3100-FIND-HELD-WIRE.
           MOVE 0 TO WS-HQ-MATCH-IDX
           PERFORM VARYING WS-HQ-IDX FROM 1 BY 1
               UNTIL WS-HQ-IDX > WS-HOLD-COUNT
               IF WS-HQ-HELD(WS-HQ-IDX)
                   AND WS-HQ-RECORD(WS-HQ-IDX)(1:16) = SD-WIRE-REF
                   MOVE WS-HQ-IDX TO WS-HQ-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HQ-MATCH-IDX > 0
               MOVE WS-HQ-RECORD(WS-HQ-MATCH-IDX) TO WIRE-HOLD-RECORD
           ELSE
               MOVE SPACES TO WIRE-HOLD-RECORD
               MOVE SD-WIRE-REF TO HQ-WIRE-REF
               MOVE 0 TO HQ-ACCT-NUMBER
               MOVE 0 TO HQ-USD-AMOUNT
               MOVE 0 TO HQ-HELD-DATE
           END-IF.

       3900-REFUSE-DECISION.
           ADD 1 TO WS-DECISIONS-REFUSED
           DISPLAY 'SCREENING DECISION REFUSED: ' SD-WIRE-REF ' '
               SL-REASON
           MOVE 'REFUSED' TO SL-EVENT
           PERFORM 8000-WRITE-LOG.

      *----------------------------------------------------------------
      * A FALSE POSITIVE GOES OUT VALUE-DATED TODAY, AS WIRERLSE DOES
      * FOR CAP-HELD WIRES.
      *----------------------------------------------------------------
       4000-RELEASE-WIRE.
           SET WS-HQ-RELEASED(WS-HQ-MATCH-IDX) TO TRUE
           ADD 1 TO WS-WIRES-RELEASED
           ADD HQ-USD-AMOUNT TO WS-RELEASED-AMOUNT
           MOVE SPACES TO WIRE-OUT-RECORD
           MOVE HQ-WIRE-REF TO WO-WIRE-REF
           MOVE HQ-ACCT-NUMBER TO WO-ACCT-NUMBER
           MOVE HQ-USD-AMOUNT TO WO-USD-AMOUNT
           MOVE HQ-CURRENCY-CODE TO WO-CURRENCY-CODE
           MOVE HQ-ORIG-AMOUNT TO WO-ORIG-AMOUNT
           MOVE HQ-BENE-NAME TO WO-BENE-NAME
           MOVE HQ-BENE-BANK-ROUTING TO WO-BENE-BANK-ROUTING
           MOVE HQ-BENE-ACCT TO WO-BENE-ACCT
           MOVE WS-PROCESSING-DATE TO WO-VALUE-DATE
           SET WO-SENT TO TRUE
           WRITE WIRE-OUT-RECORD
           MOVE 'RELEASED' TO SL-EVENT
           MOVE SD-REASON TO SL-REASON
           PERFORM 8000-WRITE-LOG
           MOVE 'RELEASED' TO WS-RD-DISP
           PERFORM 8100-WRITE-DETAIL.

      *----------------------------------------------------------------
      * A REJECTED WIRE IS NOT SENT. THE USD AMOUNT DEBITED AT POSTING
      * IS RETURNED BY A CREDIT ADJUSTMENT THAT POSTS IN THE NEXT
      * NIGHTLY RUN; ITS REFERENCE IS DERIVED FROM THE WIRE REFERENCE
      * SO IT CANNOT COLLIDE WITH THE ORIGINAL DEBIT'S.
      *----------------------------------------------------------------
       5000-REJECT-WIRE.
           SET WS-HQ-REJECTED(WS-HQ-MATCH-IDX) TO TRUE
           ADD 1 TO WS-WIRES-REJECTED
           ADD HQ-USD-AMOUNT TO WS-REJECTED-AMOUNT
           MOVE SPACES TO TRANS-RECORD
           MOVE HQ-ACCT-NUMBER TO TR-ACCT-NUMBER
           MOVE 'ADJ' TO TR-TRAN-CODE
           MOVE HQ-USD-AMOUNT TO TR-AMOUNT
           MOVE WS-PROCESSING-DATE TO TR-DATE
           ACCEPT WS-PROCESSING-TIME FROM TIME
           MOVE WS-PROCESSING-TIME TO TR-TIME
           STRING 'SR' DELIMITED BY SIZE
               HQ-WIRE-REF(1:14) DELIMITED BY SIZE
               INTO TR-REF-NUMBER
           MOVE 'WIRE RETURNED - SANCTIONS REJ' TO TR-DESCRIPTION
           MOVE 0 TO TR-BRANCH
           MOVE SD-OFFICER-ID TO TR-TELLER-ID
           MOVE 'USD' TO TR-CURRENCY-CODE
           MOVE 1 TO TR-EXCHANGE-RATE
           MOVE SPACES TO TR-INSTRUMENT-TYPE
           MOVE 0 TO TR-AVAIL-DEFER-AMT
           MOVE 0 TO TR-AVAIL-DEFER-DAYS
           MOVE SPACES TO TR-BENE-NAME
           MOVE 0 TO TR-BENE-BANK-ROUTING
           MOVE SPACES TO TR-BENE-ACCT
           MOVE HQ-WIRE-REF TO TR-WIRE-REF
           WRITE TRANS-RECORD
           ADD TR-AMOUNT TO WS-BC-POSTED-HASH
           MOVE 'REJECTED' TO SL-EVENT
           MOVE SD-REASON TO SL-REASON
           PERFORM 8000-WRITE-LOG
           MOVE 'REJ/RETURNED' TO WS-RD-DISP
           PERFORM 8100-WRITE-DETAIL.

      *----------------------------------------------------------------
      * THE LOG RECORD CARRIES THE ORIGINAL HIT FROM THE HOLD RECORD
      * ALONGSIDE THE DECISION. SL-EVENT AND SL-REASON ARE SET BY THE
      * CALLER.
      *----------------------------------------------------------------
       8000-WRITE-LOG.
           ACCEPT WS-PROCESSING-TIME FROM TIME
           MOVE WS-PROCESSING-DATE TO SL-LOG-DATE
           MOVE WS-PROCESSING-TIME TO SL-LOG-TIME
           MOVE 'OFACRLSE' TO SL-PROGRAM
           MOVE HQ-WIRE-REF TO SL-WIRE-REF
           MOVE HQ-ACCT-NUMBER TO SL-ACCT-NUMBER
           MOVE HQ-USD-AMOUNT TO SL-USD-AMOUNT
           MOVE HQ-BENE-NAME TO SL-BENE-NAME
           MOVE HQ-HIT-SUBJECT TO SL-HIT-SUBJECT
           MOVE HQ-WL-NAME TO SL-WL-NAME
           MOVE HQ-WL-PROGRAM TO SL-WL-PROGRAM
           MOVE SD-OFFICER-ID TO SL-OFFICER-ID
           WRITE WIRE-SCREEN-LOG-RECORD.

       8100-WRITE-DETAIL.
           MOVE HQ-WIRE-REF TO WS-RD-REF
           MOVE HQ-ACCT-NUMBER TO WS-RD-ACCT
           MOVE HQ-USD-AMOUNT TO WS-RD-AMOUNT
           MOVE HQ-HELD-DATE TO WS-RD-HELD
           MOVE 0 TO WS-DAYS-HELD
           IF HQ-HELD-DATE > 0
               COMPUTE WS-DAYS-HELD =
                   FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
                   - FUNCTION INTEGER-OF-DATE(HQ-HELD-DATE)
           END-IF
           MOVE WS-DAYS-HELD TO WS-RD-DAYS
           MOVE HQ-HIT-SUBJECT TO WS-RD-SUBJECT
           MOVE HQ-WL-NAME TO WS-RD-WL-NAME
           MOVE SD-OFFICER-ID TO WS-RD-OFFICER
           WRITE SCREEN-REPORT-LINE FROM WS-REPORT-DETAIL.

       7000-REPORT-AND-CARRY-FORWARD.
           OPEN OUTPUT WIRE-HOLD-NEW-FILE
           MOVE SPACES TO SD-OFFICER-ID
           PERFORM VARYING WS-HQ-IDX FROM 1 BY 1
               UNTIL WS-HQ-IDX > WS-HOLD-COUNT
               IF WS-HQ-HELD(WS-HQ-IDX)
                   MOVE WS-HQ-RECORD(WS-HQ-IDX) TO WIRE-HOLD-RECORD
                   ADD 1 TO WS-WIRES-REMAINING
                   ADD HQ-USD-AMOUNT TO WS-REMAINING-AMOUNT
                   WRITE WIRE-HOLD-NEW-RECORD FROM WIRE-HOLD-RECORD
                   MOVE 'STILL HELD' TO WS-RD-DISP
                   PERFORM 8100-WRITE-DETAIL
               END-IF
           END-PERFORM
           CLOSE WIRE-HOLD-NEW-FILE.

       9000-FINALIZE.
           IF WS-DECN-OK OR WS-DECN-STATUS = '10'
               CLOSE SCREEN-DECISION-FILE
           END-IF
           CLOSE DAILY-TRANS
           CLOSE WIRE-OUT-FILE
           CLOSE WIRE-SCREEN-LOG
           CLOSE SCREEN-REPORT-FILE
           OPEN EXTEND BATCH-CONTROL-FILE
           MOVE WS-PROCESSING-DATE TO BC-RUN-DATE
           MOVE 'OFACRLSE' TO BC-STEP-NAME
           MOVE 'DAYTRANS' TO BC-FILE-NAME
           MOVE WS-WIRES-REJECTED TO BC-RECORD-COUNT
           MOVE WS-BC-POSTED-HASH TO BC-AMOUNT-HASH
           WRITE BATCH-CONTROL-RECORD
           CLOSE BATCH-CONTROL-FILE
           IF WS-DECISIONS-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '*** SANCTIONS HOLD RELEASE COMPLETE ***'
           DISPLAY 'HOLD QUEUE LOADED:  ' WS-QUEUE-LOADED
           DISPLAY 'DECISIONS READ:     ' WS-DECISIONS-READ
           DISPLAY 'DECISIONS REFUSED:  ' WS-DECISIONS-REFUSED
           DISPLAY 'WIRES RELEASED:     ' WS-WIRES-RELEASED
           DISPLAY 'RELEASED AMOUNT:    ' WS-RELEASED-AMOUNT
           DISPLAY 'WIRES REJECTED:     ' WS-WIRES-REJECTED
           DISPLAY 'RETURNED AMOUNT:    ' WS-REJECTED-AMOUNT
           DISPLAY 'WIRES STILL HELD:   ' WS-WIRES-REMAINING
           DISPLAY 'HELD AMOUNT:        ' WS-REMAINING-AMOUNT.
