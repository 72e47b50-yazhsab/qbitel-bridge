      * WIRE STILL UNCONFIRMED ON THE SAME-DAY EXCEPTION REPORT SO    *
      * THE WIRE DESK CHASES IT BEFORE CUTOFF. THE UPDATED INTERFACE  *
      * FILE IS REWRITTEN IN PLACE.                                   *
      * WIRES SENT AS ISO 20022 PACS.008 ARE CONFIRMED BY THE          *
      * GATEWAY'S PACS.002 STATUS REPORTS (WIREP002), MATCHED BY UETR  *
      * THROUGH THE CROSS-REFERENCE THE FORMATTER (WIREFMT) KEEPS.     *
      * THE CROSS-REFERENCE IS REWRITTEN WITH ONLY THE WIRES STILL     *
      * UNCONFIRMED. WIRES ON THE OUTBOUND REPAIR QUEUE ARE LISTED.    *
      *================================================================*

       ENVIRONMENT DIVISION.
           SELECT WIRE-ACK-FILE ASSIGN TO WIREACKF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT OPTIONAL STATUS-REPORT-FILE ASSIGN TO WIREP002
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-P002-STATUS.
           SELECT OPTIONAL UETR-XREF-FILE ASSIGN TO WIREUETR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UETR-STATUS.
           SELECT ACK-EXCEPTION-FILE ASSIGN TO WIREEXCP
               ORGANIZATION IS SEQUENTIAL.

               88  WO-SENT             VALUE 'S'.
               88  WO-ACKNOWLEDGED     VALUE 'A'.
               88  WO-REJECTED         VALUE 'R'.
               88  WO-IN-REPAIR        VALUE 'Q'.
           05  FILLER                  PIC X(10).

       FD  WIRE-ACK-FILE.
           05  AK-REASON               PIC X(20).
           05  FILLER                  PIC X(13).

      *----------------------------------------------------------------
      * PACS.002 STATUS REPORT AS THE GATEWAY DELIVERS IT: ONE RECORD
      * PER TRANSACTION STATUS, CARRYING THE ORIGINAL MESSAGE ID
      * (OUR WIRE REFERENCE) AND THE UETR.
      *----------------------------------------------------------------
       FD  STATUS-REPORT-FILE.
       01  STATUS-REPORT-RECORD.
           05  P2-MSG-ID               PIC X(35).
           05  P2-ORIG-MSG-ID          PIC X(35).
           05  P2-UETR                 PIC X(36).
           05  P2-TX-STATUS            PIC X(4).
               88  P2-ACCEPTED         VALUES 'ACCC' 'ACSC' 'ACSP'
                                              'ACTC' 'ACWC'.
               88  P2-PENDING          VALUE 'PDNG'.
               88  P2-REJECTED         VALUE 'RJCT'.
           05  P2-REASON-CODE          PIC X(4).
           05  P2-ADDTL-INFO           PIC X(30).
           05  FILLER                  PIC X(6).

       FD  UETR-XREF-FILE.
       01  UETR-XREF-RECORD.
           05  UX-UETR                 PIC X(36).
           05  UX-WIRE-REF             PIC X(16).
           05  UX-ACCT-NUMBER          PIC 9(12).
           05  UX-SENT-DATE            PIC 9(8).
           05  FILLER                  PIC X(8).

       FD  ACK-EXCEPTION-FILE.
       01  ACK-EXCEPTION-LINE          PIC X(132).

           88  WS-WIRE-OK              VALUE '00'.
       01  WS-ACK-STATUS               PIC X(2).
           88  WS-ACK-OK               VALUE '00'.
       01  WS-P002-STATUS              PIC X(2).
           88  WS-P002-OK              VALUE '00'.
       01  WS-UETR-STATUS              PIC X(2).
           88  WS-UETR-OK              VALUE '00'.
       01  WS-WIRE-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-WIRE-EOF             VALUE 'Y'.
       01  WS-ACK-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-ACK-EOF              VALUE 'Y'.
       01  WS-P002-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-P002-EOF             VALUE 'Y'.
       01  WS-UETR-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-UETR-EOF             VALUE 'Y'.

      *----------------------------------------------------------------
      * OUTBOUND WIRES HELD IN STORAGE WHILE THE ACK FILE IS
       01  WS-OVERFLOW-SKIP-FLAG       PIC X(1) VALUE 'N'.
           88  WS-OVERFLOW-SKIP        VALUE 'Y'.

      *----------------------------------------------------------------
      * UETR CROSS-REFERENCE IN STORAGE, REWRITTEN AT THE END WITH
      * ONLY THE ENTRIES WHOSE WIRE IS STILL SENT AND UNCONFIRMED.
      *----------------------------------------------------------------
       01  WS-XREF-TABLE.
           05  WS-UX-ENTRY OCCURS 4000 TIMES.
               10  WS-UX-UETR          PIC X(36).
               10  WS-UX-REST          PIC X(44).
       01  WS-XREF-COUNT               PIC 9(4) VALUE 0.
       01  WS-XREF-IDX                 PIC 9(4).
       01  WS-MAX-XREF                 PIC 9(4) VALUE 4000.
       01  WS-XREF-MATCH-IDX           PIC 9(4) VALUE 0.
       01  WS-XREF-OVERFLOW            PIC 9(5) VALUE 0.
       01  WS-XREF-VIEW.
           05  WS-XV-UETR              PIC X(36).
           05  WS-XV-WIRE-REF          PIC X(16).
           05  WS-XV-ACCT              PIC 9(12).
           05  WS-XV-SENT-DATE         PIC 9(8).
           05  FILLER                  PIC X(8).
       01  WS-XREF-KEEP-FLAG           PIC X(1).
           88  WS-XREF-KEEP            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ACKS-READ            PIC 9(7) VALUE 0.
           05  WS-WIRES-ACKED          PIC 9(7) VALUE 0.
           05  WS-WIRES-REJECTED       PIC 9(7) VALUE 0.
           05  WS-ACKS-UNMATCHED       PIC 9(7) VALUE 0.
           05  WS-WIRES-UNCONFIRMED    PIC 9(7) VALUE 0.
           05  WS-STATUS-RPTS-READ     PIC 9(7) VALUE 0.
           05  WS-STATUS-RPTS-PENDING  PIC 9(7) VALUE 0.
           05  WS-STATUS-RPTS-UNMATCHED
                                       PIC 9(7) VALUE 0.
           05  WS-WIRES-IN-REPAIR      PIC 9(7) VALUE 0.

       01  WS-EXCEPTION-LINE.
           05  WS-EL-TAG               PIC X(12).
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ACKS
               UNTIL WS-ACK-EOF
           PERFORM 2500-APPLY-STATUS-REPORTS
               UNTIL WS-P002-EOF
           IF NOT WS-OVERFLOW-SKIP
               PERFORM 3000-REPORT-UNCONFIRMED
               PERFORM 4000-REWRITE-WIRE-FILE
               PERFORM 4100-REWRITE-UETR-XREF
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.
           IF NOT WS-ACK-OK
               DISPLAY 'NO ACKNOWLEDGMENT FILE: ' WS-ACK-STATUS
               SET WS-ACK-EOF TO TRUE
           END-IF
           PERFORM 1200-LOAD-UETR-XREF
           OPEN INPUT STATUS-REPORT-FILE
           IF NOT WS-P002-OK
               SET WS-P002-EOF TO TRUE
           END-IF
           IF WS-OVERFLOW-SKIP
               SET WS-ACK-EOF TO TRUE
               SET WS-P002-EOF TO TRUE
           END-IF.

       1100-LOAD-WIRE-FILE.
           END-IF
           DISPLAY 'OUTBOUND WIRES LOADED: ' WS-WIRE-COUNT.

       1200-LOAD-UETR-XREF.
           OPEN INPUT UETR-XREF-FILE
           IF NOT WS-UETR-OK
               SET WS-UETR-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-UETR-EOF
               READ UETR-XREF-FILE
                   AT END
                       SET WS-UETR-EOF TO TRUE
                   NOT AT END
                       IF WS-XREF-COUNT < WS-MAX-XREF
                           ADD 1 TO WS-XREF-COUNT
                           MOVE UETR-XREF-RECORD TO
                               WS-UX-ENTRY(WS-XREF-COUNT)
                       ELSE
                           ADD 1 TO WS-XREF-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-UETR-OK OR WS-UETR-STATUS = '05' OR '10'
               CLOSE UETR-XREF-FILE
           END-IF
           IF WS-XREF-OVERFLOW > 0
               DISPLAY '*** UETR CROSS-REFERENCE OVERFLOW - '
                   WS-XREF-OVERFLOW ' ENTRY(S) NOT LOADED - '
                   'RUN SKIPPED, FILE PRESERVED ***'
               SET WS-OVERFLOW-SKIP TO TRUE
           END-IF.

       2000-APPLY-ACKS.
           READ WIRE-ACK-FILE
               AT END
               MOVE WS-WT-VIEW TO WS-WT-RECORD(WS-MATCH-IDX)
           END-IF.

      *----------------------------------------------------------------
      * PACS.002: THE UETR FINDS THE WIRE REFERENCE ON THE CROSS-
      * REFERENCE, WHICH FINDS THE SENT WIRE. AN ACCEPTED STATUS
      * CONFIRMS THE WIRE, RJCT REJECTS IT, PDNG LEAVES IT OPEN.
      *----------------------------------------------------------------
       2500-APPLY-STATUS-REPORTS.
           READ STATUS-REPORT-FILE
               AT END
                   SET WS-P002-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-STATUS-RPTS-READ
                   PERFORM 2600-APPLY-ONE-STATUS-REPORT
           END-READ.

       2600-APPLY-ONE-STATUS-REPORT.
           MOVE 0 TO WS-XREF-MATCH-IDX
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT
               IF WS-UX-UETR(WS-XREF-IDX) = P2-UETR
                   MOVE WS-XREF-IDX TO WS-XREF-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-XREF-MATCH-IDX > 0
               MOVE WS-UX-ENTRY(WS-XREF-MATCH-IDX) TO WS-XREF-VIEW
               PERFORM VARYING WS-WIRE-IDX FROM 1 BY 1
                   UNTIL WS-WIRE-IDX > WS-WIRE-COUNT
                   MOVE WS-WT-RECORD(WS-WIRE-IDX) TO WS-WT-VIEW
                   IF WS-WV-WIRE-REF = WS-XV-WIRE-REF
                       AND WS-WV-ACCT = WS-XV-ACCT
                       AND WS-WV-STATUS = 'S'
                       MOVE WS-WIRE-IDX TO WS-MATCH-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-MATCH-IDX = 0
                   ADD 1 TO WS-STATUS-RPTS-UNMATCHED
                   MOVE 'STS UNMATCHD' TO WS-EL-TAG
                   MOVE P2-ORIG-MSG-ID TO WS-EL-REF
                   MOVE 0 TO WS-EL-ACCT
                   MOVE 0 TO WS-EL-AMOUNT
                   MOVE P2-UETR TO WS-EL-NOTE
                   WRITE ACK-EXCEPTION-LINE FROM WS-EXCEPTION-LINE
               WHEN P2-REJECTED
                   MOVE 'R' TO WS-WV-STATUS
                   ADD 1 TO WS-WIRES-REJECTED
                   MOVE 'WIRE REJECT ' TO WS-EL-TAG
                   MOVE WS-WV-WIRE-REF TO WS-EL-REF
                   MOVE WS-WV-ACCT TO WS-EL-ACCT
                   MOVE WS-WV-USD-AMOUNT TO WS-EL-AMOUNT
                   MOVE SPACES TO WS-EL-NOTE
                   STRING 'RJCT ' P2-REASON-CODE ' ' P2-ADDTL-INFO
                       DELIMITED BY SIZE INTO WS-EL-NOTE
                   END-STRING
                   WRITE ACK-EXCEPTION-LINE FROM WS-EXCEPTION-LINE
                   MOVE WS-WT-VIEW TO WS-WT-RECORD(WS-MATCH-IDX)
               WHEN P2-ACCEPTED
                   MOVE 'A' TO WS-WV-STATUS
                   ADD 1 TO WS-WIRES-ACKED
                   MOVE WS-WT-VIEW TO WS-WT-RECORD(WS-MATCH-IDX)
               WHEN P2-PENDING
                   ADD 1 TO WS-STATUS-RPTS-PENDING
               WHEN OTHER
                   ADD 1 TO WS-STATUS-RPTS-UNMATCHED
                   MOVE 'STS UNKNOWN ' TO WS-EL-TAG
                   MOVE WS-WV-WIRE-REF TO WS-EL-REF
                   MOVE WS-WV-ACCT TO WS-EL-ACCT
                   MOVE WS-WV-USD-AMOUNT TO WS-EL-AMOUNT
                   MOVE SPACES TO WS-EL-NOTE
                   STRING 'STATUS ' P2-TX-STATUS
                       DELIMITED BY SIZE INTO WS-EL-NOTE
                   END-STRING
                   WRITE ACK-EXCEPTION-LINE FROM WS-EXCEPTION-LINE
           END-EVALUATE.

       3000-REPORT-UNCONFIRMED.
           PERFORM VARYING WS-WIRE-IDX FROM 1 BY 1
               UNTIL WS-WIRE-IDX > WS-WIRE-COUNT
                   MOVE 'NO GATEWAY ACK' TO WS-EL-NOTE
                   WRITE ACK-EXCEPTION-LINE FROM WS-EXCEPTION-LINE
               END-IF
               IF WS-WV-STATUS = 'Q'
                   ADD 1 TO WS-WIRES-IN-REPAIR
                   MOVE 'IN REPAIR   ' TO WS-EL-TAG
                   MOVE WS-WV-WIRE-REF TO WS-EL-REF
                   MOVE WS-WV-ACCT TO WS-EL-ACCT
                   MOVE WS-WV-USD-AMOUNT TO WS-EL-AMOUNT
                   MOVE 'NOT YET TRANSMITTED' TO WS-EL-NOTE
                   WRITE ACK-EXCEPTION-LINE FROM WS-EXCEPTION-LINE
               END-IF
           END-PERFORM.

       4000-REWRITE-WIRE-FILE.
           END-PERFORM
           CLOSE WIRE-OUT-FILE.

       4100-REWRITE-UETR-XREF.
           OPEN OUTPUT UETR-XREF-FILE
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT
               MOVE WS-UX-ENTRY(WS-XREF-IDX) TO WS-XREF-VIEW
               MOVE 'N' TO WS-XREF-KEEP-FLAG
               PERFORM VARYING WS-WIRE-IDX FROM 1 BY 1
                   UNTIL WS-WIRE-IDX > WS-WIRE-COUNT
                   MOVE WS-WT-RECORD(WS-WIRE-IDX) TO WS-WT-VIEW
                   IF WS-WV-WIRE-REF = WS-XV-WIRE-REF
                       AND WS-WV-ACCT = WS-XV-ACCT
                       AND WS-WV-STATUS = 'S'
                       SET WS-XREF-KEEP TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-XREF-KEEP
                   MOVE WS-XREF-VIEW TO UETR-XREF-RECORD
                   WRITE UETR-XREF-RECORD
               END-IF
           END-PERFORM
           CLOSE UETR-XREF-FILE.

       9000-FINALIZE.
           DISPLAY '*** WIRE ACKNOWLEDGMENT PROCESSING COMPLETE ***'
           DISPLAY 'ACKS READ:         ' WS-ACKS-READ
           DISPLAY 'WIRES REJECTED:    ' WS-WIRES-REJECTED
           DISPLAY 'ACKS UNMATCHED:    ' WS-ACKS-UNMATCHED
           DISPLAY 'WIRES UNCONFIRMED: ' WS-WIRES-UNCONFIRMED
           DISPLAY 'PACS.002 READ:     ' WS-STATUS-RPTS-READ
           DISPLAY 'PACS.002 PENDING:  ' WS-STATUS-RPTS-PENDING
           DISPLAY 'PACS.002 UNMATCHED:' WS-STATUS-RPTS-UNMATCHED
           DISPLAY 'WIRES IN REPAIR:   ' WS-WIRES-IN-REPAIR
           IF WS-ACK-OK OR WS-ACK-STATUS = '10'
               CLOSE WIRE-ACK-FILE
           END-IF
           IF WS-P002-OK OR WS-P002-STATUS = '10'
               CLOSE STATUS-REPORT-FILE
           END-IF
           CLOSE ACK-EXCEPTION-FILE.
