      * ESCHEATMENT CLOCK.
      *----------------------------------------------------------------
           05  ACCT-ESCHEAT-NOTICE     PIC 9(8).
           05  ACCT-ACCRUAL-STATUS     PIC X(1).
           05  ACCT-CURE-PMTS          PIC 9(1).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
