           05  PT-TOTAL-CLOSE-DISB     PIC S9(15)V99 COMP-3.
           05  PT-SUSP-CREDITS         PIC S9(15)V99 COMP-3.
           05  PT-SUSP-DEBITS          PIC S9(15)V99 COMP-3.
           05  PT-PENALTY-ACCR         PIC S9(11)V99 COMP-3.
           05  PT-PENALTY-PRIN         PIC S9(11)V99 COMP-3.
           05  PT-LOAN-ACCRUAL         PIC S9(11)V99 COMP-3.
           05  PT-LOAN-ACCR-RELIEF     PIC S9(11)V99 COMP-3.
           05  FILLER                  PIC X(10).

       FD  GL-FEED-FILE.
           05  WS-GT-CLOSE-DISB        PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-GT-SUSP-CREDITS      PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-GT-SUSP-DEBITS       PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-GT-PENALTY-ACCR      PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-GT-PENALTY-PRIN      PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-GT-LOAN-ACCRUAL      PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-GT-LOAN-ACCR-RELIEF  PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-PARTITIONS-MERGED        PIC 9(3) VALUE 0.

                   ADD PT-TOTAL-CLOSE-DISB TO WS-GT-CLOSE-DISB
                   ADD PT-SUSP-CREDITS TO WS-GT-SUSP-CREDITS
                   ADD PT-SUSP-DEBITS TO WS-GT-SUSP-DEBITS
                   ADD PT-PENALTY-ACCR TO WS-GT-PENALTY-ACCR
                   ADD PT-PENALTY-PRIN TO WS-GT-PENALTY-PRIN
                   ADD PT-LOAN-ACCRUAL TO WS-GT-LOAN-ACCRUAL
                   ADD PT-LOAN-ACCR-RELIEF TO WS-GT-LOAN-ACCR-RELIEF
                   PERFORM 2100-WRITE-PARTITION-LINE
           END-READ.

               MOVE WS-GT-CAPITALIZED TO WS-GL-AMT
               MOVE 'INTEREST PAID TO DEPOSITS' TO WS-GL-DESC
               PERFORM 3100-WRITE-GL-ENTRY
           END-IF
           IF WS-GT-PENALTY-ACCR > 0
               MOVE 'ACCRINT' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'D' TO WS-GL-DRCR
               MOVE WS-GT-PENALTY-ACCR TO WS-GL-AMT
               MOVE 'CD PENALTY - ACCRUED INT FORFEITED' TO WS-GL-DESC
               PERFORM 3100-WRITE-GL-ENTRY
           END-IF
           IF WS-GT-PENALTY-PRIN > 0
               MOVE 'DDACASH' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'D' TO WS-GL-DRCR
               MOVE WS-GT-PENALTY-PRIN TO WS-GL-AMT
               MOVE 'CD PENALTY - TAKEN FROM PRINCIPAL' TO WS-GL-DESC
               PERFORM 3100-WRITE-GL-ENTRY
           END-IF
           IF WS-GT-PENALTY-ACCR + WS-GT-PENALTY-PRIN > 0
               MOVE 'PENALINC' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'C' TO WS-GL-DRCR
               COMPUTE WS-GL-AMT =
                   WS-GT-PENALTY-ACCR + WS-GT-PENALTY-PRIN
               MOVE 'CD EARLY WITHDRAWAL PENALTY INCOME' TO WS-GL-DESC
               PERFORM 3100-WRITE-GL-ENTRY
           END-IF
           IF WS-GT-LOAN-ACCRUAL > 0
               MOVE 'LNINTREC' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'D' TO WS-GL-DRCR
               MOVE WS-GT-LOAN-ACCRUAL TO WS-GL-AMT
               MOVE 'LOAN INTEREST ACCRUED' TO WS-GL-DESC
               PERFORM 3100-WRITE-GL-ENTRY
               MOVE 'LNINTINC' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'C' TO WS-GL-DRCR
               MOVE WS-GT-LOAN-ACCRUAL TO WS-GL-AMT
               MOVE 'LOAN INTEREST INCOME ACCRUED' TO WS-GL-DESC
               PERFORM 3100-WRITE-GL-ENTRY
           END-IF
           IF WS-GT-LOAN-ACCR-RELIEF > 0
               MOVE 'LNINTINC' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'D' TO WS-GL-DRCR
               MOVE WS-GT-LOAN-ACCR-RELIEF TO WS-GL-AMT
               MOVE 'LOAN ACCRUAL RELIEVED BY PAYMENT' TO WS-GL-DESC
               PERFORM 3100-WRITE-GL-ENTRY
               MOVE 'LNINTREC' TO WS-GL-EVENT
               PERFORM 9520-RESOLVE-GL-CODE
               MOVE 'C' TO WS-GL-DRCR
               MOVE WS-GT-LOAN-ACCR-RELIEF TO WS-GL-AMT
               MOVE 'ACCRUED LOAN INTEREST COLLECTED' TO WS-GL-DESC
               PERFORM 3100-WRITE-GL-ENTRY
           END-IF.

       3100-WRITE-GL-ENTRY.
                   WHEN 'OFCOUT' MOVE '220000' TO WS-GL-ACCT
                   WHEN 'OVERSHRT' MOVE '550000' TO WS-GL-ACCT
                   WHEN 'CHGOFF' MOVE '590000' TO WS-GL-ACCT
                   WHEN 'PENALINC' MOVE '505000' TO WS-GL-ACCT
                   WHEN 'LNINTINC' MOVE '410000' TO WS-GL-ACCT
                   WHEN 'LNINTREC' MOVE '140000' TO WS-GL-ACCT
               END-EVALUATE
           END-IF
           IF WS-GL-ACCT = SPACES
