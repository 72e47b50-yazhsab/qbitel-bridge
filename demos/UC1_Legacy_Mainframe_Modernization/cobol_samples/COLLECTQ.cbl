      * ONTO PENDING PROMISES, MARKING A PROMISE KEPT AS SOON AS IT    *
      * IS COVERED AND BROKEN ONLY AFTER ITS DATE PASSES UNCOVERED     *
      * (A BROKEN PROMISE FLAGS THE CASE BACK INTO THE QUEUE). A CASE  *
      * CLOSES ITSELF WHEN THE LOAN LEAVES THE AGING. A LOAN UNDER AN  *
      * ACTIVE BANKRUPTCY STAY (BKRSTAY) IS NOT WORKED: NO CASE OPENS, *
      * AN OPEN CASE IS SET ASIDE AS STAYED, ITS PENDING PROMISES ARE  *
      * WITHDRAWN, AND NO NEW PROMISE IS TAKEN; THE CASE RETURNS TO    *
      * THE QUEUE IF THE LOAN IS STILL AGED WHEN THE STAY ENDS. THE    *
      * RUN ENDS WITH THE COLLECTOR PRODUCTIVITY AND KEPT-PROMISE      *
      * REPORT.                                                        *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT COLL-REPORT-FILE ASSIGN TO COLLRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BKR-STAY-FILE ASSIGN TO BKRSTAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKRS-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
               88  CQ-OPEN             VALUE 'O'.
               88  CQ-BROKEN-PROMISE   VALUE 'B'.
               88  CQ-CURED            VALUE 'C'.
               88  CQ-STAYED           VALUE 'S'.
           05  FILLER                  PIC X(10).

       FD  PROMISE-FILE.
               88  PM-PENDING          VALUE 'P'.
               88  PM-KEPT             VALUE 'K'.
               88  PM-BROKEN           VALUE 'B'.
               88  PM-WITHDRAWN        VALUE 'W'.
           05  PM-PAID-TO-DATE         PIC S9(9)V99 COMP-3.
           05  FILLER                  PIC X(4).

       FD  COLL-REPORT-FILE.
       01  COLL-REPORT-LINE            PIC X(132).

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
           88  WS-CCTL-OK              VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.
       01  WS-BKRS-STATUS              PIC X(2).
           88  WS-BKRS-OK              VALUE '00'.

       01  WS-DELQ-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-DELQ-EOF             VALUE 'Y'.
           88  WS-PROM-NO-MORE         VALUE 'Y'.
       01  WS-CCTL-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-CCTL-NO-MORE         VALUE 'Y'.
       01  WS-BKRS-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-BKRS-NO-MORE         VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).

       01  WS-PY-IDX                   PIC 9(4).
       01  WS-MAX-PAYMENTS             PIC 9(4) VALUE 2000.

      *----------------------------------------------------------------
      * LOANS UNDER AN ACTIVE BANKRUPTCY STAY.
      *----------------------------------------------------------------
       01  WS-STAY-TABLE.
           05  WS-ST-ACCT OCCURS 2000 TIMES PIC 9(12).
       01  WS-STAY-COUNT               PIC 9(4) VALUE 0.
       01  WS-STAY-IDX                 PIC 9(4).
       01  WS-MAX-STAY                 PIC 9(4) VALUE 2000.
       01  WS-STAY-OVERFLOW            PIC 9(7) VALUE 0.
       01  WS-STAY-LOOKUP-ACCT         PIC 9(12).
       01  WS-STAY-HIT-FLAG            PIC X(1).
           88  WS-STAY-HIT             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-AGING-READ           PIC 9(7) VALUE 0.
           05  WS-CASES-OPENED         PIC 9(5) VALUE 0.
           05  WS-PROMISES-TAKEN       PIC 9(5) VALUE 0.
           05  WS-PROMISES-KEPT        PIC 9(5) VALUE 0.
           05  WS-PROMISES-BROKEN      PIC 9(5) VALUE 0.
           05  WS-CASES-STAYED         PIC 9(5) VALUE 0.
           05  WS-CASES-RESUMED        PIC 9(5) VALUE 0.
           05  WS-PROMISES-WITHDRAWN   PIC 9(5) VALUE 0.
           05  WS-PROMISES-REFUSED     PIC 9(5) VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
       2000-LOAD-MASTERS.
           PERFORM 2100-LOAD-COLLECTORS
           PERFORM 2200-LOAD-CASES
           PERFORM 2300-LOAD-PROMISES
           PERFORM 2400-LOAD-STAY-LIST.

       2100-LOAD-COLLECTORS.
           OPEN INPUT COLLECTOR-CTL-FILE
               CLOSE PROMISE-FILE
           END-IF.

      *----------------------------------------------------------------
      * ONLY LOANS UNDER AN ACTIVE STAY ARE KEPT. AN OVERFLOW HALTS
      * THE RUN - A MISSED STAY WOULD PUT A PROTECTED DEBTOR BACK IN
      * FRONT OF A COLLECTOR.
      *----------------------------------------------------------------
       2400-LOAD-STAY-LIST.
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
               DISPLAY 'RUN HALTED - A STAYED LOAN COULD BE WORKED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'LOADED ' WS-STAY-COUNT ' LOANS UNDER STAY'.

       2500-CHECK-STAY.
           MOVE 'N' TO WS-STAY-HIT-FLAG
           PERFORM VARYING WS-STAY-IDX FROM 1 BY 1
               UNTIL WS-STAY-IDX > WS-STAY-COUNT
               IF WS-ST-ACCT(WS-STAY-IDX) = WS-STAY-LOOKUP-ACCT
                   SET WS-STAY-HIT TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * AGING FEED: A DELINQUENT LOAN WITHOUT AN OPEN CASE OPENS
      * ONE, ASSIGNED ROUND-ROBIN; AN EXISTING CASE REFRESHES ITS
      * BUCKET AND AMOUNTS AND IS MARKED STILL-ON-AGING. UNDER AN
      * ACTIVE STAY NO CASE OPENS AND AN EXISTING CASE IS SET ASIDE
      * AS STAYED; A STAYED CASE WHOSE STAY HAS ENDED REOPENS.
      *----------------------------------------------------------------
       3000-FEED-FROM-AGING.
           READ DELQ-WORK-FILE
           END-READ.

       3100-FEED-ONE-LOAN.
           MOVE WK-ACCT-NUMBER TO WS-STAY-LOOKUP-ACCT
           PERFORM 2500-CHECK-STAY
           MOVE 0 TO WS-CQ-MATCH-IDX
           PERFORM VARYING WS-CQ-IDX FROM 1 BY 1
               UNTIL WS-CQ-IDX > WS-CASE-COUNT
               MOVE WK-LOAN-BALANCE TO
                   WS-CQ-BALANCE(WS-CQ-MATCH-IDX)
               MOVE 'Y' TO WS-CQ-ON-AGING(WS-CQ-MATCH-IDX)
               EVALUATE TRUE
                   WHEN WS-STAY-HIT
                       AND WS-CQ-STATUS(WS-CQ-MATCH-IDX) NOT = 'S'
                       MOVE 'S' TO WS-CQ-STATUS(WS-CQ-MATCH-IDX)
                       ADD 1 TO WS-CASES-STAYED
                   WHEN NOT WS-STAY-HIT
                       AND WS-CQ-STATUS(WS-CQ-MATCH-IDX) = 'S'
                       MOVE 'O' TO WS-CQ-STATUS(WS-CQ-MATCH-IDX)
                       ADD 1 TO WS-CASES-RESUMED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               IF WS-CASE-COUNT < WS-MAX-CASES
                   AND NOT WS-STAY-HIT
                   ADD 1 TO WS-CASE-COUNT
                   MOVE WS-NEXT-CASE-ID TO WS-CQ-ID(WS-CASE-COUNT)
                   ADD 1 TO WS-NEXT-CASE-ID
               PERFORM VARYING WS-CQ-IDX FROM 1 BY 1
                   UNTIL WS-CQ-IDX > WS-CASE-COUNT
                   IF (WS-CQ-STATUS(WS-CQ-IDX) = 'O'
                       OR WS-CQ-STATUS(WS-CQ-IDX) = 'B'
                       OR WS-CQ-STATUS(WS-CQ-IDX) = 'S')
                       AND WS-CQ-ON-AGING(WS-CQ-IDX) = 'N'
                       MOVE 'C' TO WS-CQ-STATUS(WS-CQ-IDX)
                       ADD 1 TO WS-CASES-CURED
                   PERFORM 4100-APPLY-ONE-ACTIVITY
           END-READ.

      *----------------------------------------------------------------
      * ACTIVITY IS LOGGED AS REPORTED, BUT NO PROMISE IS TAKEN ON A
      * LOAN UNDER STAY AND ANY CONTACT ON ONE IS FLAGGED FOR REVIEW.
      *----------------------------------------------------------------
       4100-APPLY-ONE-ACTIVITY.
           MOVE CT-ACCT-NUMBER TO WS-STAY-LOOKUP-ACCT
           PERFORM 2500-CHECK-STAY
           IF WS-STAY-HIT
               DISPLAY '*** CONTACT ON LOAN UNDER BANKRUPTCY STAY: '
                   CT-ACCT-NUMBER ' COLLECTOR ' CT-COLLECTOR-ID
           END-IF
           PERFORM 4200-TALLY-COLLECTOR-ACTION
           MOVE CT-ACCT-NUMBER TO AL-ACCT-NUMBER
           MOVE CT-COLLECTOR-ID TO AL-COLLECTOR-ID
           MOVE WS-PROCESSING-DATE TO AL-DATE
           MOVE CT-PROMISE-AMOUNT TO AL-AMOUNT
           WRITE ACTIVITY-LOG-RECORD
           IF CT-PROMISE AND WS-STAY-HIT
               ADD 1 TO WS-PROMISES-REFUSED
           END-IF
           IF CT-PROMISE AND NOT WS-STAY-HIT
               AND WS-PROMISE-COUNT < WS-MAX-PROMISES
               ADD 1 TO WS-PROMISE-COUNT
               MOVE CT-ACCT-NUMBER TO
      * ONTO THE PROMISE, IT IS KEPT THE MOMENT THE PAYMENTS COVER
      * THE PROMISED AMOUNT (EARLY PAYERS INCLUDED), AND IT BREAKS
      * ONLY WHEN THE PROMISE DATE HAS PASSED STILL UNCOVERED - A
      * BROKEN PROMISE FLAGS THE CASE BACK INTO THE QUEUE. A PENDING
      * PROMISE ON A LOAN UNDER STAY IS WITHDRAWN, NEVER BROKEN.
      *----------------------------------------------------------------
       6000-VERIFY-PROMISES.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
               UNTIL WS-PM-IDX > WS-PROMISE-COUNT
               IF WS-PM-STATUS(WS-PM-IDX) = 'P'
                   MOVE WS-PM-ACCT(WS-PM-IDX) TO WS-STAY-LOOKUP-ACCT
                   PERFORM 2500-CHECK-STAY
                   IF WS-STAY-HIT
                       MOVE 'W' TO WS-PM-STATUS(WS-PM-IDX)
                       ADD 1 TO WS-PROMISES-WITHDRAWN
                   ELSE
                       PERFORM 6100-VERIFY-ONE-PROMISE
                   END-IF
               END-IF
           END-PERFORM.

           DISPLAY 'CASES CURED/CLOSED:   ' WS-CASES-CURED
           DISPLAY 'PROMISES TAKEN:       ' WS-PROMISES-TAKEN
           DISPLAY 'PROMISES KEPT:        ' WS-PROMISES-KEPT
           DISPLAY 'PROMISES BROKEN:      ' WS-PROMISES-BROKEN
           DISPLAY 'CASES STAYED:         ' WS-CASES-STAYED
           DISPLAY 'CASES RESUMED:        ' WS-CASES-RESUMED
           DISPLAY 'PROMISES WITHDRAWN:   ' WS-PROMISES-WITHDRAWN
           DISPLAY 'PROMISES REFUSED:     ' WS-PROMISES-REFUSED.
