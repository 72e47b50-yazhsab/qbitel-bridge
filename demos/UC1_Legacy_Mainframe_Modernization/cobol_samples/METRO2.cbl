      * AND CLOSED ACCOUNTS CARRY THEIR OWN STATUS CODES. RECORDS      *
      * THAT FAIL THE PRE-TRANSMISSION EDITS (MISSING TIN, MISSING     *
      * IDENTITY) GO ON THE EDIT REPORT AND STAY OUT OF THE FILE SO    *
      * ERRORS NEVER REACH THE BUREAUS. A LOAN WHOSE BORROWER HAS A    *
      * BANKRUPTCY CASE ON THE STAY LIST (BKRSTAY) CARRIES THE         *
      * CONSUMER INFORMATION INDICATOR FOR THE CHAPTER AND CASE        *
      * STATUS (PETITION, DISCHARGED, OR DISMISSED). A LOAN IN AN     *
      * APPROVED FORBEARANCE (LNWKLIST) THAT HAS STARTED IS NOT AGED  *
      * AND REPORTS AS CURRENT.                                        *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT EDIT-REPORT-FILE ASSIGN TO METRO2ED
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BKR-STAY-FILE ASSIGN TO BKRSTAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKRS-STATUS.
           SELECT OPTIONAL WORKOUT-LIST-FILE ASSIGN TO LNWKLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WKL-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           05  M2-CITY                 PIC X(20).
           05  M2-STATE                PIC X(2).
           05  M2-ZIP                  PIC 9(9).
           05  M2-CONSUMER-INFO-IND    PIC X(2).
           05  FILLER                  PIC X(11).

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-LINE            PIC X(132).

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
           05  BS-FILING-DATE          PIC 9(8).
           05  BS-STATUS-DATE          PIC 9(8).
           05  FILLER                  PIC X(14).

       FD  WORKOUT-LIST-FILE.
       01  WORKOUT-LIST-RECORD.
           05  WL-ACCT-NUMBER          PIC 9(12).
           05  WL-FB-START             PIC 9(8).
           05  WL-FB-END               PIC 9(8).
           05  FILLER                  PIC X(12).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.
       01  WS-BKRS-STATUS              PIC X(2).
           88  WS-BKRS-OK              VALUE '00'.
       01  WS-BKRS-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-BKRS-NO-MORE         VALUE 'Y'.
       01  WS-WKL-STATUS               PIC X(2).
           88  WS-WKL-OK               VALUE '00'.
       01  WS-WKL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-WKL-NO-MORE          VALUE 'Y'.

       01  WS-ACCT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-ACCT-EOF             VALUE 'Y'.
       01  WS-DAYS-PAST-DUE            PIC S9(5).
       01  WS-PAST-DUE-AMT             PIC S9(9)V99 COMP-3.

      *----------------------------------------------------------------
      * BANKRUPTCY CASES BY LOAN, AND THE CONSUMER INFORMATION
      * INDICATOR BY CHAPTER (7, 11, 12, 13) FOR EACH CASE STATUS.
      *----------------------------------------------------------------
       01  WS-STAY-TABLE.
           05  WS-ST-ENTRY OCCURS 2000 TIMES.
               10  WS-ST-ACCT          PIC 9(12).
               10  WS-ST-CHAPTER       PIC 9(2).
               10  WS-ST-STATUS        PIC X(1).
       01  WS-STAY-COUNT               PIC 9(4) VALUE 0.
       01  WS-STAY-IDX                 PIC 9(4).
       01  WS-MAX-STAY                 PIC 9(4) VALUE 2000.
       01  WS-STAY-OVERFLOW            PIC 9(7) VALUE 0.
       01  WS-CII-PETITION             PIC X(4) VALUE 'ABCD'.
       01  WS-CII-DISCHARGED           PIC X(4) VALUE 'EFGH'.
       01  WS-CII-DISMISSED            PIC X(4) VALUE 'IJKL'.
       01  WS-CII-POS                  PIC 9(1).

      *----------------------------------------------------------------
      * LOANS WHOSE FORBEARANCE WINDOW HAS STARTED
      *----------------------------------------------------------------
       01  WS-FORB-TABLE.
           05  WS-FB-ACCT OCCURS 2000 TIMES PIC 9(12).
       01  WS-FORB-COUNT               PIC 9(4) VALUE 0.
       01  WS-FORB-IDX                 PIC 9(4).
       01  WS-MAX-FORB                 PIC 9(4) VALUE 2000.
       01  WS-FORB-OVERFLOW            PIC 9(7) VALUE 0.
       01  WS-FORB-HIT-FLAG            PIC X(1).
           88  WS-FORB-HIT             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LOANS-SCANNED        PIC 9(7) VALUE 0.
           05  WS-BANKRUPT-REPORTED    PIC 9(7) VALUE 0.
           05  WS-FORBORNE-REPORTED    PIC 9(7) VALUE 0.
           05  WS-RECORDS-EXTRACTED    PIC 9(7) VALUE 0.
           05  WS-RECORDS-FAILED       PIC 9(7) VALUE 0.

               SET WS-ACCT-EOF TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           PERFORM 1100-LOAD-STAY-LIST
           PERFORM 1200-LOAD-WORKOUT-LIST
           OPEN OUTPUT METRO2-OUT-FILE
           OPEN OUTPUT EDIT-REPORT-FILE
           WRITE EDIT-REPORT-LINE FROM WS-EDIT-HEADER.

      *----------------------------------------------------------------
      * AN OVERFLOW HALTS THE EXTRACT - A MISSING INDICATOR WOULD
      * REPORT A BANKRUPT BORROWER'S LOAN AS ORDINARY DEBT.
      *----------------------------------------------------------------
       1100-LOAD-STAY-LIST.
           OPEN INPUT BKR-STAY-FILE
           IF NOT WS-BKRS-OK
               SET WS-BKRS-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-BKRS-NO-MORE
               READ BKR-STAY-FILE
                   AT END
                       SET WS-BKRS-NO-MORE TO TRUE
                   NOT AT END
                       IF WS-STAY-COUNT < WS-MAX-STAY
                           ADD 1 TO WS-STAY-COUNT
                           MOVE BS-ACCT-NUMBER TO
                               WS-ST-ACCT(WS-STAY-COUNT)
                           MOVE BS-CHAPTER TO
                               WS-ST-CHAPTER(WS-STAY-COUNT)
                           MOVE BS-STATUS TO
                               WS-ST-STATUS(WS-STAY-COUNT)
                       ELSE
                           ADD 1 TO WS-STAY-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKR-STAY-FILE
           IF WS-STAY-OVERFLOW > 0
               DISPLAY '*** BANKRUPTCY CASE TABLE OVERFLOW - '
                   WS-STAY-OVERFLOW ' LOAN(S) WOULD NOT LOAD ***'
               DISPLAY 'RUN HALTED - INDICATORS WOULD BE MISSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * AN OVERFLOW HALTS THE EXTRACT - A MISSED FORBEARANCE WOULD
      * REPORT A LOAN UNDER AN AGREED PLAN AS DELINQUENT.
      *----------------------------------------------------------------
       1200-LOAD-WORKOUT-LIST.
           OPEN INPUT WORKOUT-LIST-FILE
           IF NOT WS-WKL-OK
               SET WS-WKL-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-WKL-NO-MORE
               READ WORKOUT-LIST-FILE
                   AT END
                       SET WS-WKL-NO-MORE TO TRUE
                   NOT AT END
                       IF WL-FB-START <= WS-PROCESSING-DATE
                           IF WS-FORB-COUNT < WS-MAX-FORB
                               ADD 1 TO WS-FORB-COUNT
                               MOVE WL-ACCT-NUMBER TO
                                   WS-FB-ACCT(WS-FORB-COUNT)
                           ELSE
                               ADD 1 TO WS-FORB-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKOUT-LIST-FILE
           IF WS-FORB-OVERFLOW > 0
               DISPLAY '*** FORBEARANCE TABLE OVERFLOW - '
                   WS-FORB-OVERFLOW ' LOAN(S) WOULD NOT LOAD ***'
               DISPLAY 'RUN HALTED - A FORBORNE LOAN COULD BE AGED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-EXTRACT-LOOP.
           READ ACCOUNT-MASTER NEXT
               AT END
               COMPUTE WS-DAYS-PAST-DUE =
                   WS-TODAY-INT - WS-DUE-INT
           END-IF
           PERFORM 4050-CHECK-FORBEARANCE
           IF WS-FORB-HIT
               MOVE 0 TO WS-DAYS-PAST-DUE
               ADD 1 TO WS-FORBORNE-REPORTED
           END-IF
           EVALUATE TRUE
               WHEN ACCT-CHARGED-OFF
                   MOVE '97' TO M2-ACCOUNT-STATUS
           MOVE CUST-CITY TO M2-CITY
           MOVE CUST-STATE TO M2-STATE
           MOVE CUST-ZIP TO M2-ZIP
           PERFORM 4100-SET-CONSUMER-INFO-IND
           WRITE METRO2-RECORD
           ADD 1 TO WS-RECORDS-EXTRACTED.

       4050-CHECK-FORBEARANCE.
           MOVE 'N' TO WS-FORB-HIT-FLAG
           PERFORM VARYING WS-FORB-IDX FROM 1 BY 1
               UNTIL WS-FORB-IDX > WS-FORB-COUNT
               IF WS-FB-ACCT(WS-FORB-IDX) = ACCT-NUMBER
                   SET WS-FORB-HIT TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * CONSUMER INFORMATION INDICATOR: A-D PETITION, E-H DISCHARGED,
      * I-L DISMISSED, FOR CHAPTER 7, 11, 12, 13 IN THAT ORDER. A
      * DISCHARGED LOAN IS NO LONGER OWED, SO IT REPORTS A ZERO
      * BALANCE AND NOTHING PAST DUE.
      *----------------------------------------------------------------
       4100-SET-CONSUMER-INFO-IND.
           MOVE SPACES TO M2-CONSUMER-INFO-IND
           PERFORM VARYING WS-STAY-IDX FROM 1 BY 1
               UNTIL WS-STAY-IDX > WS-STAY-COUNT
               IF WS-ST-ACCT(WS-STAY-IDX) = ACCT-NUMBER
                   EVALUATE WS-ST-CHAPTER(WS-STAY-IDX)
                       WHEN 7
                           MOVE 1 TO WS-CII-POS
                       WHEN 11
                           MOVE 2 TO WS-CII-POS
                       WHEN 12
                           MOVE 3 TO WS-CII-POS
                       WHEN OTHER
                           MOVE 4 TO WS-CII-POS
                   END-EVALUATE
                   EVALUATE WS-ST-STATUS(WS-STAY-IDX)
                       WHEN 'D'
                           MOVE WS-CII-DISCHARGED(WS-CII-POS:1)
                               TO M2-CONSUMER-INFO-IND
                           MOVE 0 TO M2-CURRENT-BALANCE
                           MOVE 0 TO M2-AMOUNT-PAST-DUE
                       WHEN 'X'
                           MOVE WS-CII-DISMISSED(WS-CII-POS:1)
                               TO M2-CONSUMER-INFO-IND
                       WHEN OTHER
                           MOVE WS-CII-PETITION(WS-CII-POS:1)
                               TO M2-CONSUMER-INFO-IND
                   END-EVALUATE
                   ADD 1 TO WS-BANKRUPT-REPORTED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       9000-FINALIZE.
           IF WS-ACCT-OK OR WS-ACCT-STATUS = '10'
               CLOSE ACCOUNT-MASTER
           DISPLAY '*** METRO 2 BUREAU EXTRACT COMPLETE ***'
           DISPLAY 'LOANS SCANNED:      ' WS-LOANS-SCANNED
           DISPLAY 'RECORDS EXTRACTED:  ' WS-RECORDS-EXTRACTED
           DISPLAY 'RECORDS FAILED EDIT:' WS-RECORDS-FAILED
           DISPLAY 'BANKRUPTCY INDICATORS:' WS-BANKRUPT-REPORTED
           DISPLAY 'IN FORBEARANCE:     ' WS-FORBORNE-REPORTED.
