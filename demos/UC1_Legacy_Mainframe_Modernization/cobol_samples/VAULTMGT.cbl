      * CLOSING VAULT. DRAWER-LEVEL PROOF OF THE SAME TICKETS          *
      * HAPPENS IN TELLPRF; THIS RUN PROVES THE VAULT SIDE AND         *
      * CARRIES THE POSITION FILE FORWARD.                             *
      * SHIPMENTS ORDERED BY CURRORD ARRIVE AS EXPECTED TICKETS        *
      * (VLTEXPCT); EACH BRANCH'S FED RECEIPTS AND SHIPMENTS FOR THE   *
      * DAY ARE PROVED AGAINST WHAT WAS EXPECTED TO ARRIVE AND LEAVE.  *
      *================================================================*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL VAULT-TICKET-FILE ASSIGN TO VLTTICKT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TICK-STATUS.
           SELECT OPTIONAL EXPECTED-TICKET-FILE ASSIGN TO VLTEXPCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXP-STATUS.
           SELECT VAULT-POS-FILE ASSIGN TO VLTPOS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
           05  VT-DATE                 PIC 9(8).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * EXPECTED TICKETS WRITTEN BY CURRORD IN THE VAULT TICKET
      * LAYOUT, DATED FOR THE DAY THE SHIPMENT SHOULD MOVE.
      *----------------------------------------------------------------
       FD  EXPECTED-TICKET-FILE.
       01  EXPECTED-TICKET-RECORD.
           05  EX-BRANCH               PIC 9(4).
           05  EX-TICKET-TYPE          PIC X(2).
               88  EX-FED-SHIPMENT     VALUE 'FS'.
               88  EX-FED-RECEIPT      VALUE 'FR'.
           05  EX-TELLER-ID            PIC X(8).
           05  EX-AMOUNT               PIC S9(11)V99 COMP-3.
           05  EX-DATE                 PIC 9(8).
           05  FILLER                  PIC X(10).

       FD  VAULT-POS-FILE.
       01  VAULT-POS-RECORD.
           05  VP-BRANCH               PIC 9(4).
           88  WS-TICK-OK              VALUE '00'.
       01  WS-POS-STATUS               PIC X(2).
           88  WS-POS-OK               VALUE '00'.
       01  WS-EXP-STATUS               PIC X(2).
           88  WS-EXP-OK               VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

           88  WS-TICK-EOF             VALUE 'Y'.
       01  WS-POS-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-POS-NO-MORE          VALUE 'Y'.
       01  WS-EXP-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-EXP-EOF              VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).

               10  WS-BR-DRAWER-BUYS   PIC S9(11)V99 COMP-3.
               10  WS-BR-DRAWER-SELLS  PIC S9(11)V99 COMP-3.
               10  WS-BR-ON-POS-FILE   PIC X(1).
               10  WS-BR-EXPECTED-IN   PIC S9(11)V99 COMP-3.
               10  WS-BR-EXPECTED-OUT  PIC S9(11)V99 COMP-3.
       01  WS-BRANCH-COUNT             PIC 9(3) VALUE 0.
       01  WS-BR-IDX                   PIC 9(3).
       01  WS-MAX-BRANCHES             PIC 9(3) VALUE 200.
       01  WS-COUNTERS.
           05  WS-TICKETS-READ         PIC 9(7) VALUE 0.
           05  WS-BRANCHES-RECAPPED    PIC 9(5) VALUE 0.
           05  WS-EXPECTED-READ        PIC 9(7) VALUE 0.
           05  WS-SHIPMENTS-PROVED     PIC 9(5) VALUE 0.
           05  WS-SHIPMENTS-UNPROVED   PIC 9(5) VALUE 0.

       01  WS-RECAP-HEADER.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(8) VALUE ' CLOSE: '.
           05  WS-RC-CLOSING           PIC Z(10)9.99-.

       01  WS-PROOF-HEADER.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'CURRENCY SHIPMENT PROOF'.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-PROOF-DETAIL.
           05  FILLER                  PIC X(8) VALUE 'BRANCH: '.
           05  WS-PF-BRANCH            PIC 9(4).
           05  FILLER                  PIC X(11) VALUE ' EXPCT IN: '.
           05  WS-PF-EXPECTED-IN       PIC Z(8)9.99-.
           05  FILLER                  PIC X(9) VALUE ' FED IN: '.
           05  WS-PF-FED-IN            PIC Z(8)9.99-.
           05  FILLER                  PIC X(12) VALUE ' EXPCT OUT: '.
           05  WS-PF-EXPECTED-OUT      PIC Z(8)9.99-.
           05  FILLER                  PIC X(10) VALUE ' FED OUT: '.
           05  WS-PF-FED-OUT           PIC Z(8)9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-PF-STATUS            PIC X(12).
           05  FILLER                  PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-VAULT-POSITIONS
           PERFORM 2500-LOAD-EXPECTED-TICKETS
           PERFORM 3000-APPLY-TICKETS
               UNTIL WS-TICK-EOF
           PERFORM 5000-RECAP-AND-CARRY-FORWARD
           PERFORM 6000-PROVE-SHIPMENTS
           PERFORM 9000-FINALIZE
           STOP RUN.

                               WS-BR-DRAWER-SELLS(WS-BRANCH-COUNT)
                           MOVE 'Y' TO
                               WS-BR-ON-POS-FILE(WS-BRANCH-COUNT)
                           MOVE 0 TO
                               WS-BR-EXPECTED-IN(WS-BRANCH-COUNT)
                           MOVE 0 TO
                               WS-BR-EXPECTED-OUT(WS-BRANCH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           END-IF
           DISPLAY 'LOADED ' WS-BRANCH-COUNT ' VAULT POSITIONS'.

      *----------------------------------------------------------------
      * ONLY SHIPMENTS DUE TODAY ARE PROVED; LATER ONES WAIT FOR
      * THEIR OWN DAY.
      *----------------------------------------------------------------
       2500-LOAD-EXPECTED-TICKETS.
           OPEN INPUT EXPECTED-TICKET-FILE
           IF NOT WS-EXP-OK
               DISPLAY 'NO EXPECTED TICKET FILE: ' WS-EXP-STATUS
               SET WS-EXP-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-EXP-EOF
               READ EXPECTED-TICKET-FILE
                   AT END
                       SET WS-EXP-EOF TO TRUE
                   NOT AT END
                       IF EX-DATE = WS-PROCESSING-DATE
                           ADD 1 TO WS-EXPECTED-READ
                           MOVE EX-BRANCH TO WS-LOOKUP-BRANCH
                           PERFORM 3100-FIND-OR-ADD-BRANCH
                           IF WS-BR-MATCH-IDX > 0
                               PERFORM 2510-APPLY-ONE-EXPECTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EXP-OK OR WS-EXP-STATUS = '10'
               CLOSE EXPECTED-TICKET-FILE
           END-IF.

       2510-APPLY-ONE-EXPECTED.
           EVALUATE TRUE
               WHEN EX-FED-RECEIPT
                   ADD EX-AMOUNT TO
                       WS-BR-EXPECTED-IN(WS-BR-MATCH-IDX)
               WHEN EX-FED-SHIPMENT
                   ADD EX-AMOUNT TO
                       WS-BR-EXPECTED-OUT(WS-BR-MATCH-IDX)
           END-EVALUATE.

       3000-APPLY-TICKETS.
           READ VAULT-TICKET-FILE
               AT END
               MOVE 0 TO WS-BR-DRAWER-BUYS(WS-BRANCH-COUNT)
               MOVE 0 TO WS-BR-DRAWER-SELLS(WS-BRANCH-COUNT)
               MOVE 'N' TO WS-BR-ON-POS-FILE(WS-BRANCH-COUNT)
               MOVE 0 TO WS-BR-EXPECTED-IN(WS-BRANCH-COUNT)
               MOVE 0 TO WS-BR-EXPECTED-OUT(WS-BRANCH-COUNT)
               MOVE WS-BRANCH-COUNT TO WS-BR-MATCH-IDX
           END-IF.

               WRITE VAULT-POS-NEW-RECORD FROM VAULT-POS-RECORD
           END-PERFORM.

      *----------------------------------------------------------------
      * A BRANCH WITH A SHIPMENT DUE TODAY IS PROVED WHEN ITS FED
      * RECEIPTS AND SHIPMENTS EQUAL WHAT WAS EXPECTED. A SHIPMENT
      * THAT DID NOT ARRIVE, ARRIVED SHORT OR OVER, OR DID NOT LEAVE
      * IS FLAGGED FOR THE CASH DESK.
      *----------------------------------------------------------------
       6000-PROVE-SHIPMENTS.
           IF WS-EXPECTED-READ > 0
               MOVE SPACES TO RECAP-REPORT-LINE
               WRITE RECAP-REPORT-LINE
               WRITE RECAP-REPORT-LINE FROM WS-PROOF-HEADER
           END-IF
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
               UNTIL WS-BR-IDX > WS-BRANCH-COUNT
               IF WS-BR-EXPECTED-IN(WS-BR-IDX) NOT = 0
                   OR WS-BR-EXPECTED-OUT(WS-BR-IDX) NOT = 0
                   MOVE WS-BR-BRANCH(WS-BR-IDX) TO WS-PF-BRANCH
                   MOVE WS-BR-EXPECTED-IN(WS-BR-IDX)
                       TO WS-PF-EXPECTED-IN
                   MOVE WS-BR-FED-IN(WS-BR-IDX) TO WS-PF-FED-IN
                   MOVE WS-BR-EXPECTED-OUT(WS-BR-IDX)
                       TO WS-PF-EXPECTED-OUT
                   MOVE WS-BR-FED-OUT(WS-BR-IDX) TO WS-PF-FED-OUT
                   IF WS-BR-EXPECTED-IN(WS-BR-IDX)
                           = WS-BR-FED-IN(WS-BR-IDX)
                       AND WS-BR-EXPECTED-OUT(WS-BR-IDX)
                           = WS-BR-FED-OUT(WS-BR-IDX)
                       MOVE 'PROVED' TO WS-PF-STATUS
                       ADD 1 TO WS-SHIPMENTS-PROVED
                   ELSE
                       MOVE 'NOT PROVED' TO WS-PF-STATUS
                       ADD 1 TO WS-SHIPMENTS-UNPROVED
                   END-IF
                   WRITE RECAP-REPORT-LINE FROM WS-PROOF-DETAIL
               END-IF
           END-PERFORM.

       9000-FINALIZE.
           IF WS-TICK-OK OR WS-TICK-STATUS = '10'
               CLOSE VAULT-TICKET-FILE
           CLOSE RECAP-REPORT-FILE
           DISPLAY '*** VAULT CASH MANAGEMENT COMPLETE ***'
           DISPLAY 'TICKETS READ:       ' WS-TICKETS-READ
           DISPLAY 'BRANCHES RECAPPED:  ' WS-BRANCHES-RECAPPED
           DISPLAY 'SHIPMENTS PROVED:   ' WS-SHIPMENTS-PROVED
           DISPLAY 'SHIPMENTS NOT PROVED:' WS-SHIPMENTS-UNPROVED
           IF WS-SHIPMENTS-UNPROVED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
