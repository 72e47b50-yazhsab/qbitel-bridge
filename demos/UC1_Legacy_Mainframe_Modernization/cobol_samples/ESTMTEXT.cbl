      * ADDRESS AND PAPER IS SUPPRESSED; EVERYTHING ELSE GOES TO THE  *
      * PRINT FILE UNCHANGED. THE VENDOR'S BOUNCE FILE IS PROCESSED   *
      * FIRST - A BOUNCED ADDRESS REVERTS THE CUSTOMER TO PAPER       *
      * BEFORE TONIGHT'S SPLIT. A PAPER STATEMENT FOR AN OWNER MARKED *
      * ADDRESS UNKNOWN ON THE MAIL STATUS MASTER (MAILSTAT) GOES TO  *
      * THE HOLD-MAIL FILE (HOLDMAIL) INSTEAD OF THE PRINT FILE.      *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-STMT-FILE ASSIGN TO PRNTSTMT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MAIL-STATUS-FILE ASSIGN TO MAILSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MU-CUST-ID
               FILE STATUS IS WS-MAIL-STATUS.
           SELECT OPTIONAL HOLD-MAIL-FILE ASSIGN TO HOLDMAIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-STMT-FILE.
       01  PRINT-STMT-RECORD           PIC X(200).

       FD  MAIL-STATUS-FILE.
       01  MAIL-STATUS-RECORD.
           05  MU-CUST-ID              PIC 9(10).
           05  MU-STATUS               PIC X(1).
               88  MU-ADDR-UNKNOWN     VALUE 'U'.
           05  FILLER                  PIC X(49).

      *----------------------------------------------------------------
      * HOLD-MAIL FILE SHARED WITH STMTCOMB AND NOTCFMT: EACH LINE OF
      * A HELD ITEM, TAGGED WITH THE PRODUCING PROGRAM, CUSTOMER,
      * ACCOUNT AND ITEM TYPE.
      *----------------------------------------------------------------
       FD  HOLD-MAIL-FILE.
       01  HOLD-MAIL-RECORD.
           05  HO-SOURCE-PGM           PIC X(8).
           05  HO-CUST-ID              PIC 9(10).
           05  HO-ACCT-NUMBER          PIC 9(12).
           05  HO-ITEM-TYPE            PIC X(4).
           05  HO-HOLD-DATE            PIC 9(8).
           05  HO-LINE                 PIC X(200).
           05  FILLER                  PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-STMT-STATUS              PIC X(2).
           88  WS-STMT-OK              VALUE '00'.
           88  WS-CUST-OK              VALUE '00'.
       01  WS-BNCE-STATUS              PIC X(2).
           88  WS-BNCE-OK              VALUE '00'.
       01  WS-MAIL-STATUS              PIC X(2).
           88  WS-MAIL-OK              VALUE '00'.
       01  WS-HOLD-STATUS              PIC X(2).
       01  WS-MAIL-HOLD-FLAG           PIC X(1) VALUE 'N'.
           88  WS-MAIL-HOLD            VALUE 'Y'.

       01  WS-STMT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-STMT-EOF             VALUE 'Y'.
           05  WS-LINES-READ           PIC 9(9) VALUE 0.
           05  WS-STMTS-ELECTRONIC     PIC 9(7) VALUE 0.
           05  WS-STMTS-PAPER          PIC 9(7) VALUE 0.
           05  WS-STMTS-HELD           PIC 9(7) VALUE 0.
           05  WS-BOUNCES-APPLIED      PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
               SET WS-BNCE-EOF TO TRUE
           END-IF
           OPEN OUTPUT EDELIVERY-FILE
           OPEN OUTPUT PRINT-STMT-FILE
           OPEN INPUT MAIL-STATUS-FILE
           OPEN EXTEND HOLD-MAIL-FILE.

       2000-APPLY-BOUNCES.
           READ BOUNCE-FILE
       4000-ROUTE-BLOCK.
           MOVE 'N' TO WS-BLOCK-OPEN-FLAG
           PERFORM 4100-LOOK-UP-DELIVERY
           PERFORM 4150-CHECK-MAIL-HOLD
           EVALUATE TRUE
               WHEN WS-CUST-OK AND CUST-E-DELIVERY
                   ADD 1 TO WS-STMTS-ELECTRONIC
                   MOVE CUST-EMAIL TO WS-EH-EMAIL
                   MOVE CUST-ID TO WS-EH-CUST-ID
                   WRITE EDELIVERY-RECORD FROM WS-EDELIV-HEADER
                   PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
                       UNTIL WS-BLOCK-IDX > WS-BLOCK-COUNT
                       WRITE EDELIVERY-RECORD
                           FROM WS-BL-LINE(WS-BLOCK-IDX)
                   END-PERFORM
               WHEN WS-MAIL-HOLD
                   PERFORM 4200-HOLD-BLOCK
               WHEN OTHER
                   ADD 1 TO WS-STMTS-PAPER
                   PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
                       UNTIL WS-BLOCK-IDX > WS-BLOCK-COUNT
                       WRITE PRINT-STMT-RECORD
                           FROM WS-BL-LINE(WS-BLOCK-IDX)
                   END-PERFORM
           END-EVALUATE.

       4100-LOOK-UP-DELIVERY.
           MOVE '23' TO WS-CUST-STATUS
               END-IF
           END-IF.

       4150-CHECK-MAIL-HOLD.
           MOVE 'N' TO WS-MAIL-HOLD-FLAG
           IF WS-CUST-OK
               MOVE CUST-ID TO MU-CUST-ID
               READ MAIL-STATUS-FILE
               IF WS-MAIL-OK AND MU-ADDR-UNKNOWN
                   SET WS-MAIL-HOLD TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * THE OWNER'S ADDRESS IS KNOWN BAD: THE WHOLE STATEMENT BLOCK
      * GOES TO THE HOLD-MAIL FILE RATHER THAN BACK TO THE PRINTER.
      *----------------------------------------------------------------
       4200-HOLD-BLOCK.
           ADD 1 TO WS-STMTS-HELD
           MOVE 'ESTMTEXT' TO HO-SOURCE-PGM
           MOVE CUST-ID TO HO-CUST-ID
           MOVE WS-BLOCK-ACCT TO HO-ACCT-NUMBER
           MOVE 'STMT' TO HO-ITEM-TYPE
           MOVE WS-PROCESSING-DATE TO HO-HOLD-DATE
           PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
               UNTIL WS-BLOCK-IDX > WS-BLOCK-COUNT
               MOVE WS-BL-LINE(WS-BLOCK-IDX) TO HO-LINE
               WRITE HOLD-MAIL-RECORD
           END-PERFORM.

       9000-FINALIZE.
           DISPLAY '*** E-STATEMENT EXTRACT COMPLETE ***'
           DISPLAY 'STATEMENT LINES READ: ' WS-LINES-READ
           DISPLAY 'ELECTRONIC STMTS:     ' WS-STMTS-ELECTRONIC
           DISPLAY 'PAPER STMTS:          ' WS-STMTS-PAPER
           DISPLAY 'HELD - ADDR UNKNOWN:  ' WS-STMTS-HELD
           DISPLAY 'BOUNCES APPLIED:      ' WS-BOUNCES-APPLIED
           IF WS-STMT-OK OR WS-STMT-STATUS = '10'
               CLOSE STATEMENT-FILE
               CLOSE BOUNCE-FILE
           END-IF
           CLOSE EDELIVERY-FILE
           CLOSE PRINT-STMT-FILE
           CLOSE MAIL-STATUS-FILE
           CLOSE HOLD-MAIL-FILE.
