           05  TR-CURRENCY-CODE        PIC X(3).
           05  TR-EXCHANGE-RATE        PIC 9(3)V9(6) COMP-3.
           05  TR-INSTRUMENT-TYPE      PIC X(1).
               88  TR-LOCKBOX-DEPOSIT  VALUE 'L'.
           05  FILLER                  PIC X(11).
           05  TR-BENE-NAME            PIC X(35).
           05  TR-BENE-BANK-ROUTING    PIC 9(9).
      * INTO SORT-TRANS-RECORD RATHER THAN USING SORT ... USING,
      * SINCE THE SD RECORD REORDERS/RESIZES FIELDS RELATIVE TO THE
      * FD AND A GROUP-LEVEL USING MOVE WOULD COPY THE WRONG BYTES.
      * A CONSOLIDATED LOCKBOX DEPOSIT IS ALL CHECKS, NOT CURRENCY, SO
      * IT IS LEFT OUT OF THE SORT.
      *----------------------------------------------------------------
       2000-SORT-AND-REPORT.
           SORT SORT-TRANS-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       IF NOT TR-LOCKBOX-DEPOSIT
                           MOVE TR-ACCT-NUMBER TO ST-ACCT-NUMBER
                           MOVE TR-DATE TO ST-TRAN-DATE
                           MOVE TR-TRAN-CODE TO ST-TRAN-CODE
                           MOVE TR-AMOUNT TO ST-AMOUNT
                           MOVE TR-BRANCH TO ST-BRANCH
                           MOVE TR-REF-NUMBER TO ST-REF-NUMBER
                           RELEASE SORT-TRANS-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DAILY-TRANS.
