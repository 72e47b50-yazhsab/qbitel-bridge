      * CUSTMAST'S CUSTOMER-FILE AND A SUB-SECTION PER ACCOUNT.        *
      * OPERATIONS RUNS THIS STEP ONLY FOR CUSTOMERS ENROLLED IN       *
      * COMBINED STATEMENTS; THE PER-ACCOUNT STATEMENT RUN IN          *
      * ACCTPROC IS UNCHANGED. AN OWNER MARKED ADDRESS UNKNOWN ON THE  *
      * MAIL STATUS MASTER (MAILSTAT) GETS NO PRINTED STATEMENT: THE   *
      * DETAIL GOES TO THE HOLD-MAIL FILE (HOLDMAIL) INSTEAD, AND THE  *
      * OWNER IS NEVER FOLDED INTO A HOUSEHOLD ENVELOPE.               *
      *================================================================*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL STMT-MSG-FILE ASSIGN TO STMTMSG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSG-STATUS.
           SELECT OPTIONAL MAIL-STATUS-FILE ASSIGN TO MAILSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MU-CUST-ID
               FILE STATUS IS WS-MAIL-STATUS.
           SELECT OPTIONAL HOLD-MAIL-FILE ASSIGN TO HOLDMAIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT MSG-PROOF-FILE ASSIGN TO MSGPROOF
               ORGANIZATION IS SEQUENTIAL.

           05  WSD-AMOUNT              PIC S9(11)V99 COMP-3.
           05  WSD-RUNNING-BALANCE     PIC S9(13)V99 COMP-3.
           05  WSD-INT-FLAG            PIC X(1).
           05  FILLER                  PIC X(4).

       SD  SORT-OWNER-FILE.
       01  SORT-OWNER-RECORD.
           05  MS-TEXT                 PIC X(60).
           05  FILLER                  PIC X(10).

       FD  MAIL-STATUS-FILE.
       01  MAIL-STATUS-RECORD.
           05  MU-CUST-ID              PIC 9(10).
           05  MU-STATUS               PIC X(1).
               88  MU-ADDR-UNKNOWN     VALUE 'U'.
           05  FILLER                  PIC X(49).

      *----------------------------------------------------------------
      * HOLD-MAIL FILE SHARED WITH ESTMTEXT AND NOTCFMT: EACH LINE OF
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

       FD  MSG-PROOF-FILE.
       01  MSG-PROOF-LINE              PIC X(132).

           88  WS-ACCT-OK              VALUE '00'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-MAIL-STATUS              PIC X(2).
           88  WS-MAIL-OK              VALUE '00'.
       01  WS-HOLD-STATUS              PIC X(2).
       01  WS-MAIL-HOLD-FLAG           PIC X(1) VALUE 'N'.
           88  WS-MAIL-HOLD            VALUE 'Y'.
       01  WS-HOLD-LAST-ACCT           PIC 9(12) VALUE 0.

       01  WS-WORK-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-WORK-EOF             VALUE 'Y'.
           05  WS-DETAILS-READ         PIC 9(7) VALUE 0.
           05  WS-STMTS-GENERATED      PIC 9(7) VALUE 0.
           05  WS-ORPHAN-DETAILS       PIC 9(7) VALUE 0.
           05  WS-STMTS-HELD           PIC 9(7) VALUE 0.

       01  WS-STMT-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT COMBINED-STMT-FILE
           OPEN INPUT MAIL-STATUS-FILE
           OPEN EXTEND HOLD-MAIL-FILE
           PERFORM 1100-LOAD-CUSTODIAN-LINKS
           PERFORM 1200-LOAD-STMT-MESSAGES.

      * A DETAIL IS TAGGED WITH ITS OWNER'S HOUSEHOLD ONLY WHEN THE
      * OWNER HAS OPTED INTO MAIL CONSOLIDATION; EVERYONE ELSE
      * SORTS UNDER HOUSEHOLD ZERO AND KEEPS A PER-CUSTOMER
      * ENVELOPE. AN OWNER WHOSE MAIL IS ON HOLD ALSO SORTS UNDER
      * HOUSEHOLD ZERO SO THE HOLD NEVER CATCHES THE HOUSEHOLD.
      *----------------------------------------------------------------
       2150-TAG-HOUSEHOLD.
           MOVE 0 TO SO-HOUSEHOLD
           MOVE ACCT-OWNER-ID TO CUST-ID
           READ CUSTOMER-FILE
           PERFORM 3130-CHECK-MAIL-HOLD
           IF WS-CUST-OK AND CUST-HH-MAIL-CONSOL
               AND CUST-HOUSEHOLD-ID > 0
               AND NOT WS-MAIL-HOLD
               MOVE CUST-HOUSEHOLD-ID TO SO-HOUSEHOLD
           END-IF.

               MOVE SO-HOUSEHOLD TO WS-LAST-HOUSEHOLD
               MOVE 0 TO WS-LAST-OWNER-ID
               MOVE 0 TO WS-LAST-ACCT-NUMBER
               MOVE SO-OWNER-ID TO CUST-ID
               PERFORM 3130-CHECK-MAIL-HOLD
               IF WS-MAIL-HOLD
                   MOVE SO-OWNER-ID TO WS-LAST-OWNER-ID
                   MOVE 0 TO WS-HOLD-LAST-ACCT
                   ADD 1 TO WS-STMTS-HELD
               ELSE
                   PERFORM 3200-WRITE-CUSTOMER-HEADER
                   ADD 1 TO WS-STMTS-GENERATED
               END-IF
           END-IF
           IF WS-MAIL-HOLD
               PERFORM 3120-HOLD-DETAIL
           ELSE
               PERFORM 3110-FORMAT-DETAIL
           END-IF.

       3110-FORMAT-DETAIL.
           IF SO-OWNER-ID NOT = WS-LAST-OWNER-ID
               IF WS-LAST-ACCT-NUMBER > 0
                   PERFORM 3150-CLOSE-ACCT-SECTION
           ADD 1 TO WS-SECT-DETAIL-COUNT
           WRITE COMBINED-STMT-RECORD FROM WS-STMT-DETAIL.

      *----------------------------------------------------------------
      * HELD ENVELOPE: THE ACCOUNT AND DETAIL LINES GO TO THE
      * HOLD-MAIL FILE. NO ACCOUNT SECTION IS OPENED ON THE PRINT
      * FILE, SO THE SECTION CLOSE NEVER FIRES FOR A HELD OWNER.
      *----------------------------------------------------------------
       3120-HOLD-DETAIL.
           MOVE 'STMTCOMB' TO HO-SOURCE-PGM
           MOVE SO-OWNER-ID TO HO-CUST-ID
           MOVE SO-ACCT-NUMBER TO HO-ACCT-NUMBER
           MOVE 'CSTM' TO HO-ITEM-TYPE
           MOVE WS-PROCESSING-DATE TO HO-HOLD-DATE
           IF SO-ACCT-NUMBER NOT = WS-HOLD-LAST-ACCT
               MOVE SO-ACCT-NUMBER TO WS-HOLD-LAST-ACCT
               MOVE SO-ACCT-NUMBER TO WS-SA-ACCT-NUMBER
               MOVE WS-STMT-ACCT-LINE TO HO-LINE
               WRITE HOLD-MAIL-RECORD
           END-IF
           MOVE SO-TRAN-DATE TO WS-SD-DATE
           MOVE SO-DESCRIPTION TO WS-SD-DESC
           MOVE SO-AMOUNT TO WS-SD-AMOUNT
           MOVE SO-RUNNING-BALANCE TO WS-SD-BALANCE
           MOVE WS-STMT-DETAIL TO HO-LINE
           WRITE HOLD-MAIL-RECORD.

       3130-CHECK-MAIL-HOLD.
           MOVE 'N' TO WS-MAIL-HOLD-FLAG
           MOVE CUST-ID TO MU-CUST-ID
           READ MAIL-STATUS-FILE
           IF WS-MAIL-OK AND MU-ADDR-UNKNOWN
               SET WS-MAIL-HOLD TO TRUE
           END-IF.

      *----------------------------------------------------------------
      * REGULATION DD BLOCK AT THE END OF EACH ACCOUNT SECTION. THE
      * APY EARNED IS ANNUALIZED OVER THE SECTION'S DETAIL DATE
           DISPLAY 'DETAILS READ:         ' WS-DETAILS-READ
           DISPLAY 'STATEMENTS GENERATED: ' WS-STMTS-GENERATED
           DISPLAY 'ORPHAN DETAILS:       ' WS-ORPHAN-DETAILS
           DISPLAY 'HELD - ADDR UNKNOWN:  ' WS-STMTS-HELD
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-FILE
           CLOSE COMBINED-STMT-FILE
           CLOSE MAIL-STATUS-FILE
           CLOSE HOLD-MAIL-FILE.
