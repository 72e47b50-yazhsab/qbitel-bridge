      * CHARGED-OFF ('O'), WHICH STOPS FURTHER ACCRUAL IN THE          *
      * NIGHTLY RUN (ACCRUAL ONLY TOUCHES ACTIVE ACCOUNTS) AND         *
      * ROUTES LATER PAYMENTS TO THE RECOVERY LEDGER INSTEAD OF THE    *
      * LOAN. EACH CHARGE-OFF IS APPENDED TO THE CHARGE-OFF LOG. A     *
      * LOAN UNDER AN ACTIVE BANKRUPTCY STAY (BKRSTAY) IS HELD AND     *
      * LISTED ON THE REPORT INSTEAD OF BEING CHARGED OFF.             *
      *                                                                *
      * REPORT MODE ('REPORT'): THE MONTHLY CHARGE-OFF AND RECOVERY    *
      * REPORT FROM THE LOG AND THE RECOVERY LEDGER, FOR THE ALLL      *
           SELECT OPTIONAL BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BCTL-STATUS.
           SELECT OPTIONAL BKR-STAY-FILE ASSIGN TO BKRSTAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKRS-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           05  BC-AMOUNT-HASH          PIC S9(15)V99 COMP-3.
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * AUTOMATIC-STAY LIST FROM THE BANKRUPTCY NOTICE INTAKE
      * (BKRPROC), ONE RECORD PER LOAN OF A CUSTOMER WITH A CASE.
      *----------------------------------------------------------------
       FD  BKR-STAY-FILE.
       01  BKR-STAY-RECORD.
           05  BS-ACCT-NUMBER          PIC 9(12).
           05  BS-CUST-ID              PIC 9(10).
           05  BS-CASE-NUMBER          PIC X(15).
           05  BS-CHAPTER              PIC 9(2).
           05  BS-STATUS               PIC X(1).
               88  BS-STAY-ACTIVE      VALUE 'A'.
           05  BS-FILING-DATE          PIC 9(8).
           05  BS-STATUS-DATE          PIC 9(8).
           05  FILLER                  PIC X(14).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-BKRS-STATUS              PIC X(2).
           88  WS-BKRS-OK              VALUE '00'.

       01  WS-LOG-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-LOG-EOF              VALUE 'Y'.
       01  WS-RECV-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-RECV-EOF             VALUE 'Y'.
       01  WS-BKRS-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-BKRS-NO-MORE         VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(6).
       01  WS-MONTH-RECOVERIES         PIC 9(5) VALUE 0.
       01  WS-MONTH-RECOVERY-AMT       PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-STAY-TABLE.
           05  WS-ST-ACCT OCCURS 2000 TIMES PIC 9(12).
       01  WS-STAY-COUNT               PIC 9(4) VALUE 0.
       01  WS-STAY-IDX                 PIC 9(4).
       01  WS-MAX-STAY                 PIC 9(4) VALUE 2000.
       01  WS-STAY-OVERFLOW            PIC 9(7) VALUE 0.
       01  WS-STAY-HIT-FLAG            PIC X(1).
           88  WS-STAY-HIT             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LOANS-SCANNED        PIC 9(7) VALUE 0.
           05  WS-LOANS-CHARGED-OFF    PIC 9(5) VALUE 0.
           05  WS-LOANS-HELD-STAY      PIC 9(5) VALUE 0.
           05  WS-TOTAL-CHARGED-OFF    PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-REPORT-HEADER.
           05  WS-CO-AMOUNT            PIC Z(12)9.99-.
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-STAY-HOLD-LINE.
           05  FILLER                  PIC X(13) VALUE 'HELD (STAY): '.
           05  WS-SH-ACCT              PIC 9(12).
           05  FILLER                  PIC X(8) VALUE ' OWNER: '.
           05  WS-SH-OWNER             PIC 9(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SH-AMOUNT            PIC Z(12)9.99-.
           05  FILLER                  PIC X(6) VALUE ' DPD: '.
           05  WS-SH-DPD               PIC ZZZZ9.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-LABEL             PIC X(34).
           OPEN EXTEND GL-FEED-FILE
           OPEN EXTEND ACCT-JOURNAL-FILE
           OPEN EXTEND CHGOFF-LOG-FILE
           PERFORM 3050-LOAD-STAY-LIST
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-MASTER KEY > ACCT-NUMBER
           IF NOT WS-ACCT-OK
           CLOSE ACCT-JOURNAL-FILE
           CLOSE CHGOFF-LOG-FILE.

      *----------------------------------------------------------------
      * ONLY LOANS UNDER AN ACTIVE STAY ARE KEPT. AN OVERFLOW HALTS
      * THE RUN - A MISSED STAY WOULD CHARGE OFF A PROTECTED LOAN.
      *----------------------------------------------------------------
       3050-LOAD-STAY-LIST.
           OPEN INPUT BKR-STAY-FILE
           IF NOT WS-BKRS-OK
               SET WS-BKRS-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-BKRS-NO-MORE
               READ BKR-STAY-FILE
                   AT END
                       SET WS-BKRS-NO-MORE TO TRUE
                   NOT AT END
                       IF BS-STAY-ACTIVE
                           IF WS-STAY-COUNT < WS-MAX-STAY
                               ADD 1 TO WS-STAY-COUNT
                               MOVE BS-ACCT-NUMBER TO
                                   WS-ST-ACCT(WS-STAY-COUNT)
                           ELSE
                               ADD 1 TO WS-STAY-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKR-STAY-FILE
           IF WS-STAY-OVERFLOW > 0
               DISPLAY '*** BANKRUPTCY STAY TABLE OVERFLOW - '
                   WS-STAY-OVERFLOW ' LOAN(S) WOULD NOT LOAD ***'
               DISPLAY 'RUN HALTED - A STAYED LOAN COULD BE CHARGED'
                   ' OFF'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       3100-SWEEP-LOOP.
           READ ACCOUNT-MASTER NEXT
               AT END
               FUNCTION INTEGER-OF-DATE(ACCT-PMT-DUE-DATE)
           COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-INT - WS-DUE-INT
           IF WS-DAYS-PAST-DUE >= WS-THRESHOLD-DAYS
               PERFORM 3250-CHECK-STAY
               IF WS-STAY-HIT
                   PERFORM 3260-HOLD-FOR-STAY
               ELSE
                   PERFORM 3300-CHARGE-OFF-ONE-LOAN
               END-IF
           END-IF.

       3250-CHECK-STAY.
           MOVE 'N' TO WS-STAY-HIT-FLAG
           PERFORM VARYING WS-STAY-IDX FROM 1 BY 1
               UNTIL WS-STAY-IDX > WS-STAY-COUNT
               IF WS-ST-ACCT(WS-STAY-IDX) = ACCT-NUMBER
                   SET WS-STAY-HIT TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3260-HOLD-FOR-STAY.
           ADD 1 TO WS-LOANS-HELD-STAY
           MOVE ACCT-NUMBER TO WS-SH-ACCT
           MOVE ACCT-OWNER-ID TO WS-SH-OWNER
           MOVE ACCT-BALANCE TO WS-SH-AMOUNT
           MOVE WS-DAYS-PAST-DUE TO WS-SH-DPD
           WRITE CHGOFF-REPORT-LINE FROM WS-STAY-HOLD-LINE.

      *----------------------------------------------------------------
      * THE CHARGE-OFF ITSELF: THE STATUS GOES TO 'O' (WHICH STOPS
      * ACCRUAL AND REDIRECTS PAYMENTS TO RECOVERIES), THE BALANCE
           DISPLAY '*** LOAN CHARGE-OFF PROCESSING COMPLETE ***'
           DISPLAY 'LOANS SCANNED:        ' WS-LOANS-SCANNED
           DISPLAY 'LOANS CHARGED OFF:    ' WS-LOANS-CHARGED-OFF
           DISPLAY 'HELD UNDER STAY:      ' WS-LOANS-HELD-STAY
           DISPLAY 'AMOUNT CHARGED OFF:   ' WS-TOTAL-CHARGED-OFF.

       9530-LOAD-GL-MAP.
