      * EXPIRY WINDOW ARE RELEASED AS EXPIRED, SO EODPROC'S BLANKET    *
      * THREE-DAY RELEASE IS NO LONGER THE ONLY RECOURSE. OPEN HOLDS   *
      * ARE CARRIED FORWARD ON THE AUTH-HOLD-FILE FOR THE NEXT RUN.    *
      * EVERY SETTLEMENT ITEM IS ALSO APPENDED TO THE SETTLEMENT       *
      * HISTORY (CARDSHST) SO A LATER DISPUTE CAN BE CHARGED BACK      *
      * AGAINST THE ORIGINAL NETWORK PRESENTMENT.                      *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ACCT-JOURNAL-FILE ASSIGN TO ACCTJRNL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SETL-HISTORY-FILE ASSIGN TO CARDSHST
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  SET-AMOUNT              PIC S9(9)V99 COMP-3.
           05  SET-POST-DATE           PIC 9(8).
           05  SET-REF-NUMBER          PIC X(16).
           05  SET-NETWORK             PIC X(1).
               88  SET-VISA            VALUE 'V'.
               88  SET-MASTERCARD      VALUE 'M'.
           05  SET-ACQUIRER-ID         PIC 9(6).
           05  FILLER                  PIC X(5).

       FD  SETL-EXCEPTION-FILE.
       01  SETL-EXCEPTION-LINE         PIC X(132).
           05  JR-AFTER-IMAGE          PIC X(230).
           05  FILLER                  PIC X(12).

      *----------------------------------------------------------------
      * SETTLEMENT HISTORY - ONE RECORD PER NETWORK SETTLEMENT ITEM,
      * MATCHED OR NOT. CHGBACK LOOKS THE DISPUTED POSTING UP HERE BY
      * ACCOUNT AND REFERENCE FOR THE NETWORK, ACQUIRER AND SETTLEMENT
      * DATE THAT DRIVE THE CHARGEBACK TIME LIMITS. RETENTION IS A
      * HOUSEKEEPING JOB; THE NETWORKS' OUTER LIMIT IS 540 DAYS.
      *----------------------------------------------------------------
       FD  SETL-HISTORY-FILE.
       01  SETL-HISTORY-RECORD.
           05  SH-ACCT-NUMBER          PIC 9(12).
           05  SH-REF-NUMBER           PIC X(16).
           05  SH-AUTH-CODE            PIC X(6).
           05  SH-AMOUNT               PIC S9(9)V99 COMP-3.
           05  SH-POST-DATE            PIC 9(8).
           05  SH-NETWORK              PIC X(1).
           05  SH-ACQUIRER-ID          PIC 9(6).
           05  SH-LOAD-DATE            PIC 9(8).
           05  FILLER                  PIC X(17).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS              PIC X(2).
           05  WS-HOLDS-EXPIRED        PIC 9(7) VALUE 0.
           05  WS-SETL-UNMATCHED       PIC 9(7) VALUE 0.
           05  WS-HOLDS-CARRIED        PIC 9(7) VALUE 0.
           05  WS-HISTORY-WRITTEN      PIC 9(7) VALUE 0.

       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(6) VALUE 'SETL: '.
               SET WS-SETL-EOF TO TRUE
           END-IF
           OPEN OUTPUT SETL-EXCEPTION-FILE
           OPEN EXTEND SETL-HISTORY-FILE
           PERFORM 1100-LOAD-AUTH-HOLDS.

       1100-LOAD-AUTH-HOLDS.
               NOT AT END
                   ADD 1 TO WS-SETTLEMENTS-READ
                   PERFORM 2100-MATCH-ONE-SETTLEMENT
                   PERFORM 2200-WRITE-SETL-HISTORY
           END-READ.

       2100-MATCH-ONE-SETTLEMENT.
               ADD 1 TO WS-HOLDS-RELEASED
           END-IF.

       2200-WRITE-SETL-HISTORY.
           MOVE SPACES TO SETL-HISTORY-RECORD
           MOVE SET-ACCT-NUMBER TO SH-ACCT-NUMBER
           MOVE SET-REF-NUMBER TO SH-REF-NUMBER
           MOVE SET-AUTH-CODE TO SH-AUTH-CODE
           MOVE SET-AMOUNT TO SH-AMOUNT
           MOVE SET-POST-DATE TO SH-POST-DATE
           MOVE SET-NETWORK TO SH-NETWORK
           MOVE SET-ACQUIRER-ID TO SH-ACQUIRER-ID
           MOVE WS-PROCESSING-DATE TO SH-LOAD-DATE
           WRITE SETL-HISTORY-RECORD
           ADD 1 TO WS-HISTORY-WRITTEN.

      *----------------------------------------------------------------
      * RELEASE THE MATCHED (OR EXPIRED) HOLD'S AMOUNT FROM THE
      * ACCOUNT. THE HOLD FLAG AND DATE CLEAR ONLY WHEN NO HELD
           DISPLAY 'HOLDS EXPIRED:      ' WS-HOLDS-EXPIRED
           DISPLAY 'SETTLE UNMATCHED:   ' WS-SETL-UNMATCHED
           DISPLAY 'HOLDS CARRIED FWD:  ' WS-HOLDS-CARRIED
           DISPLAY 'HISTORY WRITTEN:    ' WS-HISTORY-WRITTEN
           CLOSE ACCOUNT-MASTER
           IF WS-SETL-OK OR WS-SETL-STATUS = '10'
               CLOSE SETTLEMENT-FILE
           END-IF
           CLOSE SETL-EXCEPTION-FILE
           CLOSE SETL-HISTORY-FILE
           CLOSE ACCT-JOURNAL-FILE.
