      * CHECK PATH AND IS LISTED ON THE CONTROL REPORT. THE CONTROL   *
      * REPORT CARRIES ENTRY COUNTS AND DOLLAR TOTALS PER SOURCE FOR   *
      * SETTLEMENT WITH THE ODFI.                                      *
      *                                                                *
      * CORPORATE CUSTOMER BATCHES RELEASED BY CORPACH (ACHCORP) ARE   *
      * MERGED INTO THE SAME FILE AS THEY STAND - THE CUSTOMER'S OWN   *
      * COMPANY BATCHES - RE-STAMPED WITH OUR ODFI, BATCH NUMBERS AND  *
      * TRACE NUMBERS. THEY CARRY NO SETTLEMENT OFFSET; CORPACH FUNDS  *
      * THEM FROM THE CUSTOMER'S ACCOUNT THROUGH DAYTRANS.             *
      *================================================================*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL OFC-ESCH-FILE ASSIGN TO OFCESCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFCE-STATUS.
           SELECT OPTIONAL CORP-BATCH-FILE ASSIGN TO ACHCORP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORP-STATUS.
           SELECT RECEIVER-XREF-FILE ASSIGN TO ACHRCVR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVR-STATUS.
           05  CO-SETTLE-ACCOUNT       PIC X(17).
           05  FILLER                  PIC X(16).

      *----------------------------------------------------------------
      * CORPORATE BATCHES RELEASED FOR ORIGINATION: BATCH HEADER,
      * ENTRIES, ADDENDA AND BATCH CONTROL IN NACHA FORMAT.
      *----------------------------------------------------------------
       FD  CORP-BATCH-FILE.
       01  CORP-BATCH-RECORD           PIC X(94).

       FD  NACHA-OUT-FILE.
       01  NACHA-OUT-RECORD            PIC X(94).

           88  WS-OFCE-OK              VALUE '00'.
       01  WS-OFCE-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-OFCE-EOF             VALUE 'Y'.
       01  WS-CORP-STATUS              PIC X(2).
           88  WS-CORP-OK              VALUE '00'.
       01  WS-CORP-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-CORP-EOF             VALUE 'Y'.
       01  WS-RCVR-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-RCVR-NO-MORE         VALUE 'Y'.


       01  WS-BLOCK-FILLER-LINE        PIC X(94) VALUE ALL '9'.

      *----------------------------------------------------------------
      * CORPORATE BATCH RECORD AS MERGED. POSITIONS 80-94 HOLD THE
      * ODFI AND BATCH NUMBER ON HEADER AND CONTROL RECORDS, THE
      * TRACE NUMBER ON ENTRIES AND THE ENTRY SEQUENCE ON ADDENDA.
      *----------------------------------------------------------------
       01  WS-CORP-NACHA.
           05  WS-CN-RECORD-TYPE       PIC X(1).
               88  WS-CN-BATCH-HEADER  VALUE '5'.
               88  WS-CN-ENTRY-DETAIL  VALUE '6'.
               88  WS-CN-ADDENDA       VALUE '7'.
               88  WS-CN-BATCH-CONTROL VALUE '8'.
           05  FILLER                  PIC X(1).
           05  WS-CN-TRAN-TYPE         PIC X(1).
               88  WS-CN-CREDIT        VALUES '2' '3' '4'.
               88  WS-CN-DEBIT         VALUES '7' '8' '9'.
           05  WS-CN-RDFI              PIC 9(8).
           05  FILLER                  PIC X(18).
           05  WS-CN-AMOUNT            PIC 9(10).
           05  FILLER                  PIC X(40).
           05  WS-CN-ODFI              PIC X(8).
           05  WS-CN-SEQUENCE          PIC 9(7).

      *----------------------------------------------------------------
      * PER-BATCH AND PER-FILE RUNNING TOTALS. ENTRY HASH IS THE SUM
      * OF THE RDFI ROUTING PREFIXES, TRUNCATED TO TEN DIGITS.
       01  WS-ENTRY-CENTS              PIC 9(10).

       01  WS-SOURCE-TOTALS.
           05  WS-SRC-ENTRY OCCURS 5 TIMES.
               10  WS-SRC-NAME         PIC X(10).
               10  WS-SRC-COUNT        PIC 9(7).
               10  WS-SRC-AMOUNT       PIC S9(13)V99 COMP-3.
           MOVE 4 TO WS-SRC-IDX
           MOVE 'OFCESCH' TO WS-SRC-NAME(4)
           PERFORM 6500-BATCH-OFC-ESCH
           MOVE 5 TO WS-SRC-IDX
           MOVE 'CORPORATE' TO WS-SRC-NAME(5)
           PERFORM 6800-MERGE-CORP-BATCHES
           PERFORM 7000-BUILD-FILE-CONTROL
           PERFORM 8000-WRITE-CONTROL-REPORT
           PERFORM 9000-FINALIZE
           OPEN OUTPUT CONTROL-REPORT-FILE
           WRITE CONTROL-REPORT-LINE FROM WS-REPORT-HEADER
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > 5
               MOVE 0 TO WS-SRC-COUNT(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-AMOUNT(WS-SRC-IDX)
               MOVE 0 TO WS-SRC-SKIPPED(WS-SRC-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CORPORATE BATCHES ARE COPIED RECORD FOR RECORD. BATCH NUMBERS
      * AND TRACE NUMBERS CONTINUE OUR OWN SEQUENCES; ENTRY COUNTS,
      * HASH AND DOLLARS ARE ADDED FROM THE ENTRIES THEMSELVES SO THE
      * FILE CONTROL PROVES AGAINST WHAT WAS ACTUALLY WRITTEN.
      *----------------------------------------------------------------
       6800-MERGE-CORP-BATCHES.
           OPEN INPUT CORP-BATCH-FILE
           IF NOT WS-CORP-OK
               SET WS-CORP-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-CORP-EOF
               READ CORP-BATCH-FILE INTO WS-CORP-NACHA
                   AT END
                       SET WS-CORP-EOF TO TRUE
                   NOT AT END
                       PERFORM 6900-MERGE-CORP-RECORD
               END-READ
           END-PERFORM
           IF WS-CORP-OK OR WS-CORP-STATUS = '10'
               CLOSE CORP-BATCH-FILE
           END-IF.

       6900-MERGE-CORP-RECORD.
           EVALUATE TRUE
               WHEN WS-CN-BATCH-HEADER
                   ADD 1 TO WS-BATCH-NUMBER
                   MOVE WS-ODFI-ROUTING(1:8) TO WS-CN-ODFI
                   MOVE WS-BATCH-NUMBER TO WS-CN-SEQUENCE
               WHEN WS-CN-ENTRY-DETAIL
                   ADD 1 TO WS-TRACE-SEQ
                   MOVE WS-ODFI-ROUTING(1:8) TO WS-CN-ODFI
                   MOVE WS-TRACE-SEQ TO WS-CN-SEQUENCE
                   ADD 1 TO WS-FILE-ENTRY-COUNT
                   ADD 1 TO WS-ENTRIES-ORIGINATED
                   ADD 1 TO WS-SRC-COUNT(WS-SRC-IDX)
                   ADD WS-CN-RDFI TO WS-FILE-HASH
                   COMPUTE WS-ENTRY-AMOUNT = WS-CN-AMOUNT / 100
                   IF WS-CN-DEBIT
                       ADD WS-ENTRY-AMOUNT TO WS-FILE-DEBITS
                   ELSE
                       ADD WS-ENTRY-AMOUNT TO WS-FILE-CREDITS
                       ADD WS-ENTRY-AMOUNT TO
                           WS-SRC-AMOUNT(WS-SRC-IDX)
                   END-IF
               WHEN WS-CN-ADDENDA
                   MOVE WS-TRACE-SEQ TO WS-CN-SEQUENCE
                   ADD 1 TO WS-FILE-ENTRY-COUNT
               WHEN WS-CN-BATCH-CONTROL
                   MOVE WS-ODFI-ROUTING(1:8) TO WS-CN-ODFI
                   MOVE WS-BATCH-NUMBER TO WS-CN-SEQUENCE
                   ADD 1 TO WS-BATCHES-WRITTEN
           END-EVALUATE
           WRITE NACHA-OUT-RECORD FROM WS-CORP-NACHA
           ADD 1 TO WS-RECORDS-WRITTEN.

       7900-SKIP-NO-INSTRUCTION.
           ADD 1 TO WS-ITEMS-SKIPPED
           ADD 1 TO WS-SRC-SKIPPED(WS-SRC-IDX)

       8000-WRITE-CONTROL-REPORT.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > 5
               MOVE WS-SRC-NAME(WS-SRC-IDX) TO WS-SL-NAME
               MOVE WS-SRC-COUNT(WS-SRC-IDX) TO WS-SL-COUNT
               MOVE WS-SRC-AMOUNT(WS-SRC-IDX) TO WS-SL-AMOUNT
