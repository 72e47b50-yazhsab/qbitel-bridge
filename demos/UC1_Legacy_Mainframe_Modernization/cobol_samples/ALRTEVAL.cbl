       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTEVAL.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * NIGHTLY CUSTOMER BALANCE AND TRANSACTION ALERTS                *
      * RUNS AFTER ACCTPROC. THE DAY'S ITEMS ON DAYTRANS THAT ACCTPROC *
      * ACTUALLY POSTED (CONFIRMED ON THE POSTED-REFERENCE HISTORY,    *
      * POSTHIST) AND THE DAY'S CARD DECLINES FROM CARDAUTH (CARDRESP) *
      * ARE SORTED BY ACCOUNT AND MATCHED AGAINST THE ALERT PREFERENCE *
      * MASTER (ALRTPREF, MAINTAINED BY ALRTMNT), AND EACH PREFERENCE  *
      * IS ALSO TESTED AGAINST THE ACCOUNT'S CLOSING BALANCE ON        *
      * ACCTMAST. EVERY ALERT IS FORMATTED AND WRITTEN TO THE          *
      * MESSAGING VENDOR EXTRACT (ALRTMSG) - ONE RECORD PER EVENT PER  *
      * CHANNEL, TEXT TO CUST-PHONE AND EMAIL TO CUST-EMAIL.           *
      *                                                                *
      * DUPLICATES ARE SUPPRESSED THREE WAYS: THE SAME ITEM TWICE IN   *
      * THE DAY'S INPUT ALERTS ONCE; A LOW-BALANCE OR OVERDRAFT ALERT  *
      * GOES OUT ONCE WHEN THE BALANCE CROSSES THE LINE AND RE-ARMS    *
      * ONLY WHEN IT RECOVERS; AND A RERUN FOR A PROCESSING DATE       *
      * ALREADY ALERTED SENDS NO ITEM ALERTS AGAIN. AN ALERT FALLING   *
      * IN THE CUSTOMER'S QUIET HOURS CARRIES A SEND-AFTER DATE AND    *
      * TIME AT THE END OF THE WINDOW FOR THE VENDOR TO HOLD IT.       *
      * THE CONTROL REPORT (ALRTRPT) GIVES THE COUNTS AND LISTS ANY    *
      * ALERT THAT COULD NOT BE SENT FOR WANT OF A PHONE OR EMAIL.     *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DAILY-TRANS ASSIGN TO DAYTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT POSTED-REF-FILE ASSIGN TO POSTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPTIONAL AUTH-RESPONSE-FILE ASSIGN TO CARDRESP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.
           SELECT SORT-EVENT-FILE ASSIGN TO SRTALRT.
           SELECT ALERT-PREF-FILE ASSIGN TO ALRTPREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-PREF-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ALERT-EXTRACT-FILE ASSIGN TO ALRTMSG
               ORGANIZATION IS SEQUENTIAL.
           SELECT ALERT-REPORT-FILE ASSIGN TO ALRTRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DAILY-TRANS.
       01  TRANS-RECORD.
           05  TR-ACCT-NUMBER          PIC 9(12).
           05  TR-TRAN-CODE            PIC X(3).
               88  TR-CREDIT-ITEM      VALUES 'DEP' 'TRI' 'WIR'.
               88  TR-DEBIT-ITEM       VALUES 'WDL' 'CHK' 'TRO' 'FEE'.
               88  TR-WIRE-OUT         VALUE 'WRO'.
           05  TR-AMOUNT               PIC S9(11)V99 COMP-3.
           05  TR-DATE                 PIC 9(8).
           05  TR-TIME                 PIC 9(6).
           05  TR-REF-NUMBER           PIC X(16).
           05  TR-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(112).

       FD  POSTED-REF-FILE.
       01  POSTED-REF-RECORD.
           05  PR-KEY.
               10  PR-REF-NUMBER       PIC X(16).
               10  PR-TRAN-DATE        PIC 9(8).
           05  PR-ACCT-NUMBER          PIC 9(12).
           05  PR-AMOUNT               PIC S9(11)V99 COMP-3.
           05  PR-POSTED-DATE          PIC 9(8).
           05  FILLER                  PIC X(9).

       FD  AUTH-RESPONSE-FILE.
       01  AUTH-RESPONSE-RECORD.
           05  AS-REF-NUMBER           PIC X(16).
           05  AS-ACCT-NUMBER          PIC 9(12).
           05  AS-AMOUNT               PIC S9(9)V99 COMP-3.
           05  AS-APPROVAL-CODE        PIC X(6).
           05  AS-RESPONSE-CODE        PIC X(2).
               88  AS-NOT-A-DECLINE    VALUES '00' '01' '14'.
           05  AS-RESPONSE-TEXT        PIC X(20).
           05  FILLER                  PIC X(20).

      *----------------------------------------------------------------
      * ONE SORT RECORD PER ALERTABLE EVENT. CLASS CR CREDIT, DR
      * DEBIT, WO OUTGOING WIRE, CD CARD DECLINE.
      *----------------------------------------------------------------
       SD  SORT-EVENT-FILE.
       01  SORT-EVENT-RECORD.
           05  SE-ACCT-NUMBER          PIC 9(12).
           05  SE-EVENT-CLASS          PIC X(2).
           05  SE-REF-NUMBER           PIC X(16).
           05  SE-EVENT-DATE           PIC 9(8).
           05  SE-AMOUNT               PIC S9(11)V99 COMP-3.
           05  SE-DESCRIPTION          PIC X(30).

       FD  ALERT-PREF-FILE.
       01  ALERT-PREF-RECORD.
           05  AP-KEY.
               10  AP-ACCT-NUMBER      PIC 9(12).
               10  AP-CUST-ID          PIC 9(10).
           05  AP-CHANNEL              PIC X(1).
               88  AP-WANTS-SMS        VALUES 'S' 'B'.
               88  AP-WANTS-EMAIL      VALUES 'E' 'B'.
           05  AP-LOW-BAL-ALERT        PIC X(1).
           05  AP-LOW-BAL-AMOUNT       PIC S9(11)V99 COMP-3.
           05  AP-DEPOSIT-ALERT        PIC X(1).
           05  AP-DEPOSIT-MINIMUM      PIC S9(11)V99 COMP-3.
           05  AP-DEBIT-ALERT          PIC X(1).
           05  AP-DEBIT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  AP-OVERDRAFT-ALERT      PIC X(1).
           05  AP-WIRE-ALERT           PIC X(1).
           05  AP-DECLINE-ALERT        PIC X(1).
           05  AP-QUIET-START          PIC 9(4).
           05  AP-QUIET-END            PIC 9(4).
           05  AP-LOW-BAL-SENT         PIC X(1).
           05  AP-OVERDRAFT-SENT       PIC X(1).
           05  AP-LAST-ALERT-RUN       PIC 9(8).
           05  AP-LAST-MAINT-DATE      PIC 9(8).
           05  AP-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(16).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(12).
           05  FILLER                  PIC X(16).
           05  ACCT-BALANCE            PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(78).
           05  ACCT-STATUS             PIC X(1).
               88  ACCT-CLOSED         VALUE 'C'.
           05  FILLER                  PIC X(108).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ID                 PIC 9(10).
           05  FILLER                  PIC X(122).
           05  CUST-PHONE              PIC 9(10).
           05  FILLER                  PIC X(92).
           05  CUST-EMAIL              PIC X(50).
           05  FILLER                  PIC X(62).

      *----------------------------------------------------------------
      * MESSAGING VENDOR EXTRACT. CHANNEL S = TEXT MESSAGE TO THE
      * PHONE NUMBER IN THE DESTINATION, E = EMAIL. THE VENDOR HOLDS
      * EACH MESSAGE UNTIL ITS SEND-AFTER DATE AND TIME (HHMM).
      *----------------------------------------------------------------
       FD  ALERT-EXTRACT-FILE.
       01  ALERT-EXTRACT-RECORD.
           05  MV-CHANNEL              PIC X(1).
           05  MV-DESTINATION          PIC X(50).
           05  MV-CUST-ID              PIC 9(10).
           05  MV-ACCT-LAST4           PIC 9(4).
           05  MV-ALERT-TYPE           PIC X(2).
           05  MV-EVENT-DATE           PIC 9(8).
           05  MV-REF-NUMBER           PIC X(16).
           05  MV-AMOUNT               PIC S9(11)V99 COMP-3.
           05  MV-SEND-DATE            PIC 9(8).
           05  MV-SEND-TIME            PIC 9(4).
           05  MV-QUIET-HELD           PIC X(1).
           05  MV-MESSAGE              PIC X(160).
           05  FILLER                  PIC X(29).

       FD  ALERT-REPORT-FILE.
       01  ALERT-REPORT-LINE           PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS              PIC X(2).
           88  WS-TRAN-OK              VALUE '00'.
       01  WS-HIST-STATUS         PIC X(2).
           88  WS-HIST-OK         VALUE '00'.
       01  WS-RESP-STATUS              PIC X(2).
           88  WS-RESP-OK              VALUE '00'.
       01  WS-PREF-STATUS              PIC X(2).
           88  WS-PREF-OK              VALUE '00'.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-TRAN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-TRAN-EOF             VALUE 'Y'.
       01  WS-RESP-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-RESP-EOF             VALUE 'Y'.
       01  WS-PREF-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PREF-EOF             VALUE 'Y'.
       01  WS-EVENT-EOF-FLAG           PIC X(1) VALUE 'N'.
           88  WS-EVENT-EOF            VALUE 'Y'.
       01  WS-ACCT-FOUND-FLAG          PIC X(1).
           88  WS-ACCT-FOUND           VALUE 'Y'.
       01  WS-PREF-CHANGED-FLAG        PIC X(1).
           88  WS-PREF-CHANGED         VALUE 'Y'.
       01  WS-DELIVERED-FLAG           PIC X(1).
           88  WS-DELIVERED            VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-CLOCK-TIME               PIC 9(8).
       01  WS-CLOCK-HHMM               PIC 9(4).
       01  WS-BUF-ACCT                 PIC 9(12) VALUE 0.
       01  WS-CLOSING-BALANCE          PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------
      * THE CURRENT ACCOUNT'S EVENTS, HELD SO EACH OWNER'S
      * PREFERENCES ON THE ACCOUNT CAN BE TESTED AGAINST THEM.
      *----------------------------------------------------------------
       01  WS-EVENT-TABLE.
           05  WS-EV-ENTRY OCCURS 200 TIMES.
               10  WS-EV-CLASS         PIC X(2).
               10  WS-EV-REF           PIC X(16).
               10  WS-EV-DATE          PIC 9(8).
               10  WS-EV-AMOUNT        PIC S9(11)V99 COMP-3.
               10  WS-EV-DESCRIPTION   PIC X(30).
       01  WS-EVENT-COUNT              PIC 9(3) VALUE 0.
       01  WS-EV-IDX                   PIC 9(3).
       01  WS-MAX-EVENTS               PIC 9(3) VALUE 200.

      *----------------------------------------------------------------
      * ALERT TYPES AND THEIR REPORT LABELS.
      *----------------------------------------------------------------
       01  WS-ALERT-TYPE-TABLE.
           05  FILLER                  PIC X(32) VALUE
               'LBLOW BALANCE ALERTS'.
           05  FILLER                  PIC X(32) VALUE
               'DPDEPOSIT ALERTS'.
           05  FILLER                  PIC X(32) VALUE
               'DBDEBIT ALERTS'.
           05  FILLER                  PIC X(32) VALUE
               'ODOVERDRAFT ALERTS'.
           05  FILLER                  PIC X(32) VALUE
               'WSWIRE SENT ALERTS'.
           05  FILLER                  PIC X(32) VALUE
               'CDCARD DECLINED ALERTS'.
       01  WS-ALERT-TYPE-TABLE-R REDEFINES WS-ALERT-TYPE-TABLE.
           05  WS-AT-ENTRY OCCURS 6 TIMES.
               10  WS-AT-CODE          PIC X(2).
               10  WS-AT-LABEL         PIC X(30).
       01  WS-ALERT-TYPE-COUNTS.
           05  WS-AT-COUNT             PIC 9(7) OCCURS 6 TIMES.
       01  WS-AT-IDX                   PIC 9(1).

      *----------------------------------------------------------------
      * THE ALERT BEING ISSUED.
      *----------------------------------------------------------------
       01  WS-ALERT-TYPE               PIC X(2).
       01  WS-ALERT-TYPE-IDX           PIC 9(1).
       01  WS-ALERT-REF                PIC X(16).
       01  WS-ALERT-DATE               PIC 9(8).
       01  WS-ALERT-DATE-R REDEFINES WS-ALERT-DATE.
           05  WS-AD-YEAR              PIC 9(4).
           05  WS-AD-MONTH             PIC 9(2).
           05  WS-AD-DAY               PIC 9(2).
       01  WS-ALERT-AMOUNT             PIC S9(11)V99 COMP-3.
       01  WS-ALERT-DESCRIPTION        PIC X(30).
       01  WS-ALERT-MESSAGE            PIC X(160).
       01  WS-ACCT-LAST4               PIC 9(4).

       01  WS-MSG-DATE.
           05  WS-MD-MONTH             PIC 9(2).
           05  FILLER                  PIC X(1) VALUE '/'.
           05  WS-MD-DAY               PIC 9(2).
           05  FILLER                  PIC X(1) VALUE '/'.
           05  WS-MD-YEAR              PIC 9(4).

       01  WS-EDIT-WORK.
           05  WS-EDIT-AMOUNT          PIC S9(13)V99 COMP-3.
           05  WS-EDIT-PICTURE         PIC $$$$,$$$,$$$,$$9.99.
           05  WS-EDIT-LEAD            PIC 9(2).
           05  WS-EDIT-TEXT            PIC X(21).
       01  WS-AMOUNT-TEXT-1            PIC X(21).
       01  WS-AMOUNT-TEXT-2            PIC X(21).

       01  WS-SEND-DATE                PIC 9(8).
       01  WS-SEND-TIME                PIC 9(4).
       01  WS-QUIET-HELD               PIC X(1).
       01  WS-NEXT-DAY-INT             PIC 9(9).

       01  WS-COUNTERS.
           05  WS-TRANS-READ           PIC 9(7) VALUE 0.
           05  WS-TRANS-NOT-POSTED     PIC 9(7) VALUE 0.
           05  WS-DECLINES-READ        PIC 9(7) VALUE 0.
           05  WS-EVENTS-SORTED        PIC 9(7) VALUE 0.
           05  WS-EVENTS-NO-PREFS      PIC 9(7) VALUE 0.
           05  WS-DUPS-SUPPRESSED      PIC 9(7) VALUE 0.
           05  WS-EVENTS-OVERFLOW      PIC 9(7) VALUE 0.
           05  WS-PREFS-READ           PIC 9(7) VALUE 0.
           05  WS-RERUN-SUPPRESSED     PIC 9(7) VALUE 0.
           05  WS-ALERTS-RAISED        PIC 9(7) VALUE 0.
           05  WS-SMS-WRITTEN          PIC 9(7) VALUE 0.
           05  WS-EMAIL-WRITTEN        PIC 9(7) VALUE 0.
           05  WS-QUIET-HELD-COUNT     PIC 9(7) VALUE 0.
           05  WS-UNDELIVERABLE        PIC 9(7) VALUE 0.
           05  WS-BALANCE-REARMED      PIC 9(7) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(36) VALUE SPACES.
           05  FILLER                  PIC X(44) VALUE
               'CUSTOMER BALANCE AND TRANSACTION ALERTS -'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RH-DATE              PIC 9999/99/99.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-UNDELIVERED-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               'NOT SENT ACCT'.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-UL-ACCT              PIC 9(12).
           05  FILLER                  PIC X(7) VALUE '  CUST '.
           05  WS-UL-CUST              PIC 9(10).
           05  FILLER                  PIC X(7) VALUE '  TYPE '.
           05  WS-UL-TYPE              PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-UL-REASON            PIC X(40).
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-LABEL             PIC X(34).
           05  WS-TL-COUNT             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(87) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SORT-AND-ALERT
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** CUSTOMER ALERT RUN STARTED ***'
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-PROCESSING-DATE
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
           ACCEPT WS-CLOCK-TIME FROM TIME
           MOVE WS-CLOCK-TIME(1:4) TO WS-CLOCK-HHMM
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           OPEN INPUT POSTED-REF-FILE
           IF NOT WS-HIST-OK
               DISPLAY 'ERROR OPENING POSTED-REFERENCE HISTORY: '
                   WS-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT ALERT-EXTRACT-FILE
           OPEN OUTPUT ALERT-REPORT-FILE
           INITIALIZE WS-ALERT-TYPE-COUNTS
           MOVE WS-PROCESSING-DATE TO WS-RH-DATE
           WRITE ALERT-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO ALERT-REPORT-LINE
           WRITE ALERT-REPORT-LINE.

      *----------------------------------------------------------------
      * SORT THE DAY'S EVENTS INTO ACCOUNT ORDER AND MATCH THEM TO
      * THE PREFERENCE MASTER IN THE SORT'S OUTPUT PROCEDURE.
      *----------------------------------------------------------------
       2000-SORT-AND-ALERT.
           SORT SORT-EVENT-FILE
               ON ASCENDING KEY SE-ACCT-NUMBER SE-EVENT-CLASS
                                SE-REF-NUMBER
               INPUT PROCEDURE IS 2100-LOAD-EVENTS
               OUTPUT PROCEDURE IS 4000-APPLY-PREFERENCES.

       2100-LOAD-EVENTS.
           OPEN INPUT DAILY-TRANS
           IF NOT WS-TRAN-OK
               SET WS-TRAN-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-TRAN-EOF
               READ DAILY-TRANS
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM 2200-RELEASE-POSTED-ITEM
               END-READ
           END-PERFORM
           IF WS-TRAN-OK OR WS-TRAN-STATUS = '10'
               CLOSE DAILY-TRANS
           END-IF
           OPEN INPUT AUTH-RESPONSE-FILE
           IF NOT WS-RESP-OK
               SET WS-RESP-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-RESP-EOF
               READ AUTH-RESPONSE-FILE
                   AT END
                       SET WS-RESP-EOF TO TRUE
                   NOT AT END
                       IF NOT AS-NOT-A-DECLINE
                           PERFORM 2300-RELEASE-DECLINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RESP-OK OR WS-RESP-STATUS = '10'
               CLOSE AUTH-RESPONSE-FILE
           END-IF.

      *----------------------------------------------------------------
      * ONLY AN ITEM ACCTPROC POSTED TO THIS ACCOUNT TODAY ALERTS -
      * A REJECTED OR RECYCLED ITEM NEVER REACHED THE BALANCE.
      *----------------------------------------------------------------
       2200-RELEASE-POSTED-ITEM.
           MOVE TR-REF-NUMBER TO PR-REF-NUMBER
           MOVE TR-DATE TO PR-TRAN-DATE
           READ POSTED-REF-FILE
           IF NOT WS-HIST-OK
               OR PR-ACCT-NUMBER NOT = TR-ACCT-NUMBER
               OR PR-POSTED-DATE NOT = WS-PROCESSING-DATE
               ADD 1 TO WS-TRANS-NOT-POSTED
           ELSE
               MOVE SPACES TO SE-EVENT-CLASS
               EVALUATE TRUE
                   WHEN TR-CREDIT-ITEM
                       MOVE 'CR' TO SE-EVENT-CLASS
                   WHEN TR-DEBIT-ITEM
                       MOVE 'DR' TO SE-EVENT-CLASS
                   WHEN TR-WIRE-OUT
                       MOVE 'WO' TO SE-EVENT-CLASS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF SE-EVENT-CLASS NOT = SPACES
                   MOVE TR-ACCT-NUMBER TO SE-ACCT-NUMBER
                   MOVE TR-REF-NUMBER TO SE-REF-NUMBER
                   MOVE TR-DATE TO SE-EVENT-DATE
                   MOVE TR-AMOUNT TO SE-AMOUNT
                   MOVE TR-DESCRIPTION TO SE-DESCRIPTION
                   RELEASE SORT-EVENT-RECORD
                   ADD 1 TO WS-EVENTS-SORTED
               END-IF
           END-IF.

       2300-RELEASE-DECLINE.
           ADD 1 TO WS-DECLINES-READ
           MOVE AS-ACCT-NUMBER TO SE-ACCT-NUMBER
           MOVE 'CD' TO SE-EVENT-CLASS
           MOVE AS-REF-NUMBER TO SE-REF-NUMBER
           MOVE WS-PROCESSING-DATE TO SE-EVENT-DATE
           MOVE AS-AMOUNT TO SE-AMOUNT
           MOVE AS-RESPONSE-TEXT TO SE-DESCRIPTION
           RELEASE SORT-EVENT-RECORD
           ADD 1 TO WS-EVENTS-SORTED.

      *----------------------------------------------------------------
      * MATCH-MERGE: THE PREFERENCE MASTER IS IN ACCOUNT/CUSTOMER
      * ORDER. EACH NEW ACCOUNT LOADS ITS EVENTS FROM THE SORT;
      * EVENTS FOR ACCOUNTS WITH NO PREFERENCES ARE PASSED OVER.
      *----------------------------------------------------------------
       4000-APPLY-PREFERENCES.
           PERFORM 4050-RETURN-EVENT
           OPEN I-O ALERT-PREF-FILE
           IF NOT WS-PREF-OK
               DISPLAY 'NO ALERT PREFERENCE MASTER: ' WS-PREF-STATUS
               SET WS-PREF-EOF TO TRUE
           END-IF
           PERFORM 4100-PROCESS-PREFERENCE
               UNTIL WS-PREF-EOF
           PERFORM UNTIL WS-EVENT-EOF
               ADD 1 TO WS-EVENTS-NO-PREFS
               PERFORM 4050-RETURN-EVENT
           END-PERFORM
           IF WS-PREF-OK OR WS-PREF-STATUS = '10'
               CLOSE ALERT-PREF-FILE
           END-IF.

       4050-RETURN-EVENT.
           RETURN SORT-EVENT-FILE
               AT END
                   SET WS-EVENT-EOF TO TRUE
           END-RETURN.

       4100-PROCESS-PREFERENCE.
           READ ALERT-PREF-FILE NEXT
               AT END
                   SET WS-PREF-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PREFS-READ
                   IF AP-ACCT-NUMBER NOT = WS-BUF-ACCT
                       PERFORM 4200-LOAD-ACCOUNT-EVENTS
                       PERFORM 4250-GET-CLOSING-BALANCE
                   END-IF
                   PERFORM 4300-EVALUATE-PREFERENCE
           END-READ.

      *----------------------------------------------------------------
      * THE SAME CLASS AND REFERENCE TWICE FOR AN ACCOUNT IS ONE
      * EVENT (THE SORT PUTS REPEATS SIDE BY SIDE).
      *----------------------------------------------------------------
       4200-LOAD-ACCOUNT-EVENTS.
           MOVE AP-ACCT-NUMBER TO WS-BUF-ACCT
           MOVE 0 TO WS-EVENT-COUNT
           PERFORM UNTIL WS-EVENT-EOF
               OR SE-ACCT-NUMBER NOT < WS-BUF-ACCT
               ADD 1 TO WS-EVENTS-NO-PREFS
               PERFORM 4050-RETURN-EVENT
           END-PERFORM
           PERFORM UNTIL WS-EVENT-EOF
               OR SE-ACCT-NUMBER NOT = WS-BUF-ACCT
               IF WS-EVENT-COUNT > 0
                   AND SE-EVENT-CLASS = WS-EV-CLASS(WS-EVENT-COUNT)
                   AND SE-REF-NUMBER = WS-EV-REF(WS-EVENT-COUNT)
                   AND SE-REF-NUMBER NOT = SPACES
                   ADD 1 TO WS-DUPS-SUPPRESSED
               ELSE
                   IF WS-EVENT-COUNT < WS-MAX-EVENTS
                       ADD 1 TO WS-EVENT-COUNT
                       MOVE SE-EVENT-CLASS
                           TO WS-EV-CLASS(WS-EVENT-COUNT)
                       MOVE SE-REF-NUMBER TO WS-EV-REF(WS-EVENT-COUNT)
                       MOVE SE-EVENT-DATE
                           TO WS-EV-DATE(WS-EVENT-COUNT)
                       MOVE SE-AMOUNT TO WS-EV-AMOUNT(WS-EVENT-COUNT)
                       MOVE SE-DESCRIPTION
                           TO WS-EV-DESCRIPTION(WS-EVENT-COUNT)
                   ELSE
                       ADD 1 TO WS-EVENTS-OVERFLOW
                   END-IF
               END-IF
               PERFORM 4050-RETURN-EVENT
           END-PERFORM.

       4250-GET-CLOSING-BALANCE.
           MOVE 'N' TO WS-ACCT-FOUND-FLAG
           MOVE 0 TO WS-CLOSING-BALANCE
           MOVE WS-BUF-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
           IF WS-ACCT-OK AND NOT ACCT-CLOSED
               SET WS-ACCT-FOUND TO TRUE
               MOVE ACCT-BALANCE TO WS-CLOSING-BALANCE
           END-IF
           MOVE WS-BUF-ACCT(9:4) TO WS-ACCT-LAST4.

       4300-EVALUATE-PREFERENCE.
           MOVE 'N' TO WS-PREF-CHANGED-FLAG
           MOVE AP-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
           PERFORM 4400-SET-SEND-TIME
           IF AP-LAST-ALERT-RUN = WS-PROCESSING-DATE
               ADD WS-EVENT-COUNT TO WS-RERUN-SUPPRESSED
           ELSE
               PERFORM VARYING WS-EV-IDX FROM 1 BY 1
                   UNTIL WS-EV-IDX > WS-EVENT-COUNT
                   PERFORM 4500-EVALUATE-EVENT
               END-PERFORM
               MOVE WS-PROCESSING-DATE TO AP-LAST-ALERT-RUN
               SET WS-PREF-CHANGED TO TRUE
           END-IF
           IF WS-ACCT-FOUND
               PERFORM 4600-EVALUATE-BALANCE
           END-IF
           IF WS-PREF-CHANGED
               REWRITE ALERT-PREF-RECORD
           END-IF.

      *----------------------------------------------------------------
      * QUIET HOURS: A WINDOW WHOSE START IS AFTER ITS END RUNS
      * PAST MIDNIGHT. AN ALERT RAISED INSIDE THE WINDOW IS HELD
      * UNTIL THE WINDOW ENDS - TOMORROW IF THE RUN IS BEFORE
      * MIDNIGHT IN AN OVERNIGHT WINDOW.
      *----------------------------------------------------------------
       4400-SET-SEND-TIME.
           MOVE WS-RUN-DATE TO WS-SEND-DATE
           MOVE WS-CLOCK-HHMM TO WS-SEND-TIME
           MOVE 'N' TO WS-QUIET-HELD
           EVALUATE TRUE
               WHEN AP-QUIET-START = AP-QUIET-END
                   CONTINUE
               WHEN AP-QUIET-START < AP-QUIET-END
                   IF WS-CLOCK-HHMM NOT < AP-QUIET-START
                       AND WS-CLOCK-HHMM < AP-QUIET-END
                       MOVE AP-QUIET-END TO WS-SEND-TIME
                       MOVE 'Y' TO WS-QUIET-HELD
                   END-IF
               WHEN WS-CLOCK-HHMM NOT < AP-QUIET-START
                   COMPUTE WS-NEXT-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1
                   COMPUTE WS-SEND-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-NEXT-DAY-INT)
                   MOVE AP-QUIET-END TO WS-SEND-TIME
                   MOVE 'Y' TO WS-QUIET-HELD
               WHEN WS-CLOCK-HHMM < AP-QUIET-END
                   MOVE AP-QUIET-END TO WS-SEND-TIME
                   MOVE 'Y' TO WS-QUIET-HELD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * AN OUTGOING WIRE RAISES THE WIRE ALERT WHEN THE CUSTOMER HAS
      * IT, AND OTHERWISE COUNTS AS A DEBIT AGAINST THE DEBIT AMOUNT.
      *----------------------------------------------------------------
       4500-EVALUATE-EVENT.
           MOVE SPACES TO WS-ALERT-TYPE
           EVALUATE TRUE
               WHEN WS-EV-CLASS(WS-EV-IDX) = 'CR'
                   AND AP-DEPOSIT-ALERT = 'Y'
                   AND WS-EV-AMOUNT(WS-EV-IDX) NOT < AP-DEPOSIT-MINIMUM
                   MOVE 'DP' TO WS-ALERT-TYPE
               WHEN WS-EV-CLASS(WS-EV-IDX) = 'WO'
                   AND AP-WIRE-ALERT = 'Y'
                   MOVE 'WS' TO WS-ALERT-TYPE
               WHEN (WS-EV-CLASS(WS-EV-IDX) = 'DR'
                   OR WS-EV-CLASS(WS-EV-IDX) = 'WO')
                   AND AP-DEBIT-ALERT = 'Y'
                   AND WS-EV-AMOUNT(WS-EV-IDX) NOT < AP-DEBIT-AMOUNT
                   MOVE 'DB' TO WS-ALERT-TYPE
               WHEN WS-EV-CLASS(WS-EV-IDX) = 'CD'
                   AND AP-DECLINE-ALERT = 'Y'
                   MOVE 'CD' TO WS-ALERT-TYPE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-ALERT-TYPE NOT = SPACES
               MOVE WS-EV-REF(WS-EV-IDX) TO WS-ALERT-REF
               MOVE WS-EV-DATE(WS-EV-IDX) TO WS-ALERT-DATE
               MOVE WS-EV-AMOUNT(WS-EV-IDX) TO WS-ALERT-AMOUNT
               MOVE WS-EV-DESCRIPTION(WS-EV-IDX)
                   TO WS-ALERT-DESCRIPTION
               PERFORM 5000-ISSUE-ALERT
           END-IF.

      *----------------------------------------------------------------
      * BALANCE ALERTS FIRE ONCE PER EPISODE. WHILE THE ACCOUNT IS
      * OVERDRAWN AND THE CUSTOMER HAS THE OVERDRAFT ALERT, THE
      * LOW-BALANCE ALERT IS TAKEN AS SENT.
      *----------------------------------------------------------------
       4600-EVALUATE-BALANCE.
           MOVE SPACES TO WS-ALERT-REF
           MOVE WS-PROCESSING-DATE TO WS-ALERT-DATE
           MOVE WS-CLOSING-BALANCE TO WS-ALERT-AMOUNT
           MOVE SPACES TO WS-ALERT-DESCRIPTION
           IF WS-CLOSING-BALANCE < 0
               IF AP-OVERDRAFT-ALERT = 'Y'
                   AND AP-OVERDRAFT-SENT NOT = 'Y'
                   MOVE 'OD' TO WS-ALERT-TYPE
                   PERFORM 5000-ISSUE-ALERT
                   MOVE 'Y' TO AP-OVERDRAFT-SENT
                   SET WS-PREF-CHANGED TO TRUE
               END-IF
           ELSE
               IF AP-OVERDRAFT-SENT = 'Y'
                   MOVE 'N' TO AP-OVERDRAFT-SENT
                   ADD 1 TO WS-BALANCE-REARMED
                   SET WS-PREF-CHANGED TO TRUE
               END-IF
           END-IF
           IF AP-LOW-BAL-ALERT = 'Y'
               IF WS-CLOSING-BALANCE < AP-LOW-BAL-AMOUNT
                   IF AP-LOW-BAL-SENT NOT = 'Y'
                       IF WS-CLOSING-BALANCE NOT < 0
                           OR AP-OVERDRAFT-ALERT NOT = 'Y'
                           MOVE 'LB' TO WS-ALERT-TYPE
                           PERFORM 5000-ISSUE-ALERT
                       END-IF
                       MOVE 'Y' TO AP-LOW-BAL-SENT
                       SET WS-PREF-CHANGED TO TRUE
                   END-IF
               ELSE
                   IF AP-LOW-BAL-SENT = 'Y'
                       MOVE 'N' TO AP-LOW-BAL-SENT
                       ADD 1 TO WS-BALANCE-REARMED
                       SET WS-PREF-CHANGED TO TRUE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * ONE EXTRACT RECORD PER CHANNEL THE CUSTOMER ASKED FOR AND CAN
      * BE REACHED ON.
      *----------------------------------------------------------------
       5000-ISSUE-ALERT.
           ADD 1 TO WS-ALERTS-RAISED
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > 6
               IF WS-AT-CODE(WS-AT-IDX) = WS-ALERT-TYPE
                   ADD 1 TO WS-AT-COUNT(WS-AT-IDX)
               END-IF
           END-PERFORM
           PERFORM 5100-FORMAT-MESSAGE
           MOVE 'N' TO WS-DELIVERED-FLAG
           IF AP-WANTS-SMS AND WS-CUST-OK AND CUST-PHONE > 0
               MOVE SPACES TO ALERT-EXTRACT-RECORD
               MOVE 'S' TO MV-CHANNEL
               MOVE CUST-PHONE TO MV-DESTINATION
               PERFORM 5200-WRITE-EXTRACT
               ADD 1 TO WS-SMS-WRITTEN
           END-IF
           IF AP-WANTS-EMAIL AND WS-CUST-OK AND CUST-EMAIL NOT = SPACES
               MOVE SPACES TO ALERT-EXTRACT-RECORD
               MOVE 'E' TO MV-CHANNEL
               MOVE CUST-EMAIL TO MV-DESTINATION
               PERFORM 5200-WRITE-EXTRACT
               ADD 1 TO WS-EMAIL-WRITTEN
           END-IF
           IF WS-DELIVERED
               IF WS-QUIET-HELD = 'Y'
                   ADD 1 TO WS-QUIET-HELD-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-UNDELIVERABLE
               MOVE WS-BUF-ACCT TO WS-UL-ACCT
               MOVE AP-CUST-ID TO WS-UL-CUST
               MOVE WS-ALERT-TYPE TO WS-UL-TYPE
               IF WS-CUST-OK
                   MOVE 'NO PHONE OR EMAIL FOR THE CHANNEL'
                       TO WS-UL-REASON
               ELSE
                   MOVE 'CUSTOMER NOT ON FILE' TO WS-UL-REASON
               END-IF
               WRITE ALERT-REPORT-LINE FROM WS-UNDELIVERED-LINE
           END-IF.

       5100-FORMAT-MESSAGE.
           MOVE WS-AD-MONTH TO WS-MD-MONTH
           MOVE WS-AD-DAY TO WS-MD-DAY
           MOVE WS-AD-YEAR TO WS-MD-YEAR
           MOVE WS-ALERT-AMOUNT TO WS-EDIT-AMOUNT
           PERFORM 5150-EDIT-AMOUNT
           MOVE WS-EDIT-TEXT TO WS-AMOUNT-TEXT-1
           MOVE SPACES TO WS-ALERT-MESSAGE
           EVALUATE WS-ALERT-TYPE
               WHEN 'LB'
                   MOVE AP-LOW-BAL-AMOUNT TO WS-EDIT-AMOUNT
                   PERFORM 5150-EDIT-AMOUNT
                   MOVE WS-EDIT-TEXT TO WS-AMOUNT-TEXT-2
                   STRING 'LOW BALANCE ALERT: ACCT ENDING '
                       WS-ACCT-LAST4 ' BALANCE IS '
                       DELIMITED BY SIZE
                       WS-AMOUNT-TEXT-1 DELIMITED BY SPACE
                       ', BELOW YOUR ALERT AMOUNT OF '
                       DELIMITED BY SIZE
                       WS-AMOUNT-TEXT-2 DELIMITED BY SPACE
                       '.' DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
               WHEN 'DP'
                   STRING 'DEPOSIT ALERT: ' DELIMITED BY SIZE
                       WS-AMOUNT-TEXT-1 DELIMITED BY SPACE
                       ' POSTED TO ACCT ENDING ' WS-ACCT-LAST4
                       ' ON ' WS-MSG-DATE ' - '
                       DELIMITED BY SIZE
                       WS-ALERT-DESCRIPTION DELIMITED BY '  '
                       '.' DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
               WHEN 'DB'
                   STRING 'DEBIT ALERT: ' DELIMITED BY SIZE
                       WS-AMOUNT-TEXT-1 DELIMITED BY SPACE
                       ' POSTED TO ACCT ENDING ' WS-ACCT-LAST4
                       ' ON ' WS-MSG-DATE ' - '
                       DELIMITED BY SIZE
                       WS-ALERT-DESCRIPTION DELIMITED BY '  '
                       '.' DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
               WHEN 'OD'
                   STRING 'OVERDRAFT ALERT: ACCT ENDING '
                       WS-ACCT-LAST4 ' IS OVERDRAWN. BALANCE IS '
                       DELIMITED BY SIZE
                       WS-AMOUNT-TEXT-1 DELIMITED BY SPACE
                       '.' DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
               WHEN 'WS'
                   STRING 'WIRE ALERT: ' DELIMITED BY SIZE
                       WS-AMOUNT-TEXT-1 DELIMITED BY SPACE
                       ' WIRE SENT FROM ACCT ENDING ' WS-ACCT-LAST4
                       ' ON ' WS-MSG-DATE '.'
                       DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
               WHEN 'CD'
                   STRING 'CARD ALERT: ' DELIMITED BY SIZE
                       WS-AMOUNT-TEXT-1 DELIMITED BY SPACE
                       ' CARD REQUEST ON ACCT ENDING ' WS-ACCT-LAST4
                       ' WAS DECLINED - ' DELIMITED BY SIZE
                       WS-ALERT-DESCRIPTION DELIMITED BY '  '
                       '.' DELIMITED BY SIZE
                       INTO WS-ALERT-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------------
      * DOLLAR AMOUNT WITHOUT LEADING BLANKS, MINUS SIGN IN FRONT.
      *----------------------------------------------------------------
       5150-EDIT-AMOUNT.
           MOVE SPACES TO WS-EDIT-TEXT
           IF WS-EDIT-AMOUNT < 0
               COMPUTE WS-EDIT-AMOUNT = 0 - WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO WS-EDIT-PICTURE
               MOVE 0 TO WS-EDIT-LEAD
               INSPECT WS-EDIT-PICTURE
                   TALLYING WS-EDIT-LEAD FOR LEADING SPACES
               STRING '-' WS-EDIT-PICTURE(WS-EDIT-LEAD + 1:)
                   DELIMITED BY SIZE INTO WS-EDIT-TEXT
           ELSE
               MOVE WS-EDIT-AMOUNT TO WS-EDIT-PICTURE
               MOVE 0 TO WS-EDIT-LEAD
               INSPECT WS-EDIT-PICTURE
                   TALLYING WS-EDIT-LEAD FOR LEADING SPACES
               MOVE WS-EDIT-PICTURE(WS-EDIT-LEAD + 1:)
                   TO WS-EDIT-TEXT
           END-IF.

       5200-WRITE-EXTRACT.
           MOVE AP-CUST-ID TO MV-CUST-ID
           MOVE WS-ACCT-LAST4 TO MV-ACCT-LAST4
           MOVE WS-ALERT-TYPE TO MV-ALERT-TYPE
           MOVE WS-ALERT-DATE TO MV-EVENT-DATE
           MOVE WS-ALERT-REF TO MV-REF-NUMBER
           MOVE WS-ALERT-AMOUNT TO MV-AMOUNT
           MOVE WS-SEND-DATE TO MV-SEND-DATE
           MOVE WS-SEND-TIME TO MV-SEND-TIME
           MOVE WS-QUIET-HELD TO MV-QUIET-HELD
           MOVE WS-ALERT-MESSAGE TO MV-MESSAGE
           WRITE ALERT-EXTRACT-RECORD
           SET WS-DELIVERED TO TRUE.

       9000-FINALIZE.
           MOVE SPACES TO ALERT-REPORT-LINE
           WRITE ALERT-REPORT-LINE
           MOVE 'DAY ITEMS READ' TO WS-TL-LABEL
           MOVE WS-TRANS-READ TO WS-TL-COUNT
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ITEMS NOT POSTED - NO ALERT' TO WS-TL-LABEL
           MOVE WS-TRANS-NOT-POSTED TO WS-TL-COUNT
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CARD DECLINES READ' TO WS-TL-LABEL
           MOVE WS-DECLINES-READ TO WS-TL-COUNT
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'EVENTS SORTED' TO WS-TL-LABEL
           MOVE WS-EVENTS-SORTED TO WS-TL-COUNT
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'EVENTS ON ACCTS WITHOUT ALERTS' TO WS-TL-LABEL
           MOVE WS-EVENTS-NO-PREFS TO WS-TL-COUNT
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'DUPLICATE EVENTS SUPPRESSED' TO WS-TL-LABEL
           MOVE WS-DUPS-SUPPRESSED TO WS-TL-COUNT
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'EVENTS OVER ACCOUNT TABLE LIMIT' TO WS-TL-LABEL
           MOVE WS-EVENTS-OVERFLOW TO WS-TL-COUNT
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'PREFERENCE RECORDS READ' TO WS-TL-LABEL
           MOVE WS-PREFS-READ TO WS-TL-COUNT
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'EVENTS ALREADY ALERTED - RERUN' TO WS-TL-LABEL
           MOVE WS-RERUN-SUPPRESSED TO WS-TL-COUNT
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'BALANCE ALERTS RE-ARMED' TO WS-TL-LABEL
           MOVE WS-BALANCE-REARMED TO WS-TL-COUNT
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO ALERT-REPORT-LINE
           WRITE ALERT-REPORT-LINE
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > 6
               MOVE WS-AT-LABEL(WS-AT-IDX) TO WS-TL-LABEL
               MOVE WS-AT-COUNT(WS-AT-IDX) TO WS-TL-COUNT
               WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE
           END-PERFORM
           MOVE 'TOTAL ALERTS RAISED' TO WS-TL-LABEL
           MOVE WS-ALERTS-RAISED TO WS-TL-COUNT
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TEXT MESSAGES WRITTEN' TO WS-TL-LABEL
           MOVE WS-SMS-WRITTEN TO WS-TL-COUNT
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'EMAILS WRITTEN' TO WS-TL-LABEL
           MOVE WS-EMAIL-WRITTEN TO WS-TL-COUNT
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ALERTS HELD FOR QUIET HOURS' TO WS-TL-LABEL
           MOVE WS-QUIET-HELD-COUNT TO WS-TL-COUNT
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ALERTS NOT SENT - NO CONTACT' TO WS-TL-LABEL
           MOVE WS-UNDELIVERABLE TO WS-TL-COUNT
           WRITE ALERT-REPORT-LINE FROM WS-TOTAL-LINE
           CLOSE POSTED-REF-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-FILE
           CLOSE ALERT-EXTRACT-FILE
           CLOSE ALERT-REPORT-FILE
           IF WS-UNDELIVERABLE > 0 OR WS-EVENTS-OVERFLOW > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '*** CUSTOMER ALERT RUN COMPLETE ***'
           DISPLAY 'EVENTS SORTED:        ' WS-EVENTS-SORTED
           DISPLAY 'DUPLICATES SUPPRESSED:' WS-DUPS-SUPPRESSED
           DISPLAY 'ALERTS RAISED:        ' WS-ALERTS-RAISED
           DISPLAY 'TEXT MESSAGES:        ' WS-SMS-WRITTEN
           DISPLAY 'EMAILS:               ' WS-EMAIL-WRITTEN
           DISPLAY 'HELD FOR QUIET HOURS: ' WS-QUIET-HELD-COUNT
           DISPLAY 'NOT SENT - NO CONTACT:' WS-UNDELIVERABLE.
