      * LETTER CODES: RTCH RATE CHANGE, CDMT CD MATURITY/ROLLOVER,     *
      * REGD REG D WARNING, ESCH ESCHEAT DUE DILIGENCE, DECD           *
      * DECEASED-ACCOUNT ACTIVITY, RTNI RETURNED DEPOSITED ITEM,       *
      * UTMA MAJORITY TRANSITION, BWH1/BWH2 B-NOTICES, FBEN END OF     *
      * LOAN FORBEARANCE, LBL1-LBL4 LOAN BILLING NOTICE AND PAYMENT    *
      * COUPON, ADDR ADDRESS-CHANGE CONFIRMATION, PCN1-PCN3 PRODUCT    *
      * CONVERSION CHANGE IN TERMS, SDB1-SDB3 SAFE DEPOSIT BOX RENT    *
      * INVOICE AND DELINQUENCY NOTICES, W8S1/W8X1 W-8BEN RENEWAL      *
      * REQUEST AND EXPIRATION, RMD1/RMD2 IRA REQUIRED MINIMUM         *
      * DISTRIBUTION NOTICE AND SHORTFALL REMINDER. A CUSTOMER'S       *
      * NOTICES PRINT GROUPED BY ACCOUNT.                              *
      *                                                                *
      * A CUSTOMER MARKED ADDRESS UNKNOWN ON THE MAIL STATUS MASTER    *
      * (MAILSTAT) GETS NO PAPER: THE LETTERS GO TO THE HOLD-MAIL      *
      * FILE (HOLDMAIL) UNTIL A VERIFIED ADDRESS CHANGE CLEARS THE     *
      * MARK, AND THE CUSTOMER IS NEVER FOLDED INTO A HOUSEHOLD        *
      * ENVELOPE.                                                      *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT EDELIVERY-FILE ASSIGN TO NOTCEDLV
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL MAIL-STATUS-FILE ASSIGN TO MAILSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MU-CUST-ID
               FILE STATUS IS WS-MAIL-STATUS.
           SELECT OPTIONAL HOLD-MAIL-FILE ASSIGN TO HOLDMAIL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
           05  ED-EMAIL                PIC X(50).
           05  ED-LINE                 PIC X(210).

       FD  MAIL-STATUS-FILE.
       01  MAIL-STATUS-RECORD.
           05  MU-CUST-ID              PIC 9(10).
           05  MU-STATUS               PIC X(1).
               88  MU-ADDR-UNKNOWN     VALUE 'U'.
           05  FILLER                  PIC X(49).

      *----------------------------------------------------------------
      * HOLD-MAIL FILE SHARED WITH THE STATEMENT RUNS (ESTMTEXT,
      * STMTCOMB): EACH PRINT LINE OF A HELD ITEM, TAGGED WITH THE
      * PRODUCING PROGRAM, CUSTOMER, ACCOUNT AND ITEM TYPE.
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

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.
       01  WS-MAIL-STATUS              PIC X(2).
           88  WS-MAIL-OK              VALUE '00'.
       01  WS-HOLD-STATUS              PIC X(2).
       01  WS-MAIL-HOLD-FLAG           PIC X(1) VALUE 'N'.
           88  WS-MAIL-HOLD            VALUE 'Y'.

       01  WS-NOTC-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-NOTC-EOF             VALUE 'Y'.
               'BWH2SECOND B-NOTICE - TIN MISMATCH                '.
           05  FILLER PIC X(54) VALUE
               'REGEREGULATION E DISPUTE RESOLUTION NOTICE        '.
           05  FILLER PIC X(54) VALUE
               'FBENEND OF LOAN FORBEARANCE NOTICE                '.
           05  FILLER PIC X(54) VALUE
               'LBL1LOAN BILLING NOTICE                           '.
           05  FILLER PIC X(54) VALUE
               'LBL2CURRENT INSTALLMENT BREAKDOWN                 '.
           05  FILLER PIC X(54) VALUE
               'LBL3PAST-DUE AMOUNT AND LATE CHARGES              '.
           05  FILLER PIC X(54) VALUE
               'LBL4LOAN PAYMENT COUPON - DETACH AND RETURN       '.
           05  FILLER PIC X(54) VALUE
               'ADDRCONFIRMATION OF ADDRESS CHANGE                '.
           05  FILLER PIC X(54) VALUE
               'PCN1CHANGE IN TERMS - ACCOUNT PRODUCT CONVERSION  '.
           05  FILLER PIC X(54) VALUE
               'PCN2NEW INTEREST RATE AND MONTHLY FEE             '.
           05  FILLER PIC X(54) VALUE
               'PCN3NEW BALANCE AND OVERDRAFT TERMS               '.
           05  FILLER PIC X(54) VALUE
               'SDB1SAFE DEPOSIT BOX RENT INVOICE                     '.
           05  FILLER PIC X(54) VALUE
               'SDB2SAFE DEPOSIT BOX RENT PAST DUE                    '.
           05  FILLER PIC X(54) VALUE
               'SDB3FINAL NOTICE - SAFE DEPOSIT BOX TO BE DRILLED     '.
           05  FILLER PIC X(54) VALUE
               'W8S1W-8BEN RENEWAL REQUEST - CERTIFICATION EXPIRING   '.
           05  FILLER PIC X(54) VALUE
               'W8X1W-8BEN EXPIRED - WITHHOLDING NOW APPLIES          '.
           05  FILLER PIC X(54) VALUE
               'RMD1IRA REQUIRED MINIMUM DISTRIBUTION NOTICE      '.
           05  FILLER PIC X(54) VALUE
               'RMD2REMINDER - IRA REQUIRED DISTRIBUTION NOT TAKEN'.
       01  WS-TEMPLATE-TABLE-R REDEFINES WS-TEMPLATE-TABLE.
           05  WS-TP-ENTRY OCCURS 26 TIMES.
               10  WS-TP-CODE          PIC X(4).
               10  WS-TP-TITLE         PIC X(50).
       01  WS-TP-IDX                   PIC 9(2).
           05  WS-E-NOTICES            PIC 9(7) VALUE 0.
           05  WS-ENVELOPES            PIC 9(7) VALUE 0.
           05  WS-CUSTS-NOT-FOUND      PIC 9(7) VALUE 0.
           05  WS-HELD-LETTERS         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

           PERFORM 1000-INITIALIZE
           SORT SORT-NOTICE-FILE
               ON ASCENDING KEY SN-HOUSEHOLD SN-CUST-ID
                   SN-ACCT-NUMBER SN-LETTER-CODE
               INPUT PROCEDURE IS 2000-TAG-NOTICES
               OUTPUT PROCEDURE IS 3000-RENDER-LETTERS
           PERFORM 9000-FINALIZE
           END-IF
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT MAIL-STATUS-FILE
           OPEN OUTPUT PAPER-LETTER-FILE
           OPEN OUTPUT EDELIVERY-FILE
           OPEN EXTEND HOLD-MAIL-FILE.

      *----------------------------------------------------------------
      * EACH NOTICE IS TAGGED WITH ITS CUSTOMER'S HOUSEHOLD (WHEN
                       MOVE 0 TO SN-HOUSEHOLD
                       MOVE NO-CUST-ID TO CUST-ID
                       READ CUSTOMER-FILE
                       PERFORM 3150-CHECK-MAIL-HOLD
                       IF WS-CUST-OK AND CUST-HH-MAIL-CONSOL
                           AND CUST-HOUSEHOLD-ID > 0
                           AND NOT WS-MAIL-HOLD
                           MOVE CUST-HOUSEHOLD-ID TO SN-HOUSEHOLD
                       END-IF
                       MOVE NO-CUST-ID TO SN-CUST-ID
               ADD 1 TO WS-CUSTS-NOT-FOUND
           ELSE
               PERFORM 3200-GET-LETTER-TITLE
               PERFORM 3150-CHECK-MAIL-HOLD
               EVALUATE TRUE
                   WHEN CUST-E-DELIVERY AND CUST-EMAIL NOT = SPACES
                       PERFORM 3400-WRITE-E-NOTICE
                   WHEN WS-MAIL-HOLD
                       PERFORM 3500-WRITE-HELD-LETTER
                   WHEN OTHER
                       PERFORM 3300-WRITE-PAPER-LETTER
               END-EVALUATE
           END-IF.

       3150-CHECK-MAIL-HOLD.
           MOVE 'N' TO WS-MAIL-HOLD-FLAG
           MOVE CUST-ID TO MU-CUST-ID
           READ MAIL-STATUS-FILE
           IF WS-MAIL-OK AND MU-ADDR-UNKNOWN
               SET WS-MAIL-HOLD TO TRUE
           END-IF.

       3200-GET-LETTER-TITLE.
           MOVE 'CUSTOMER NOTICE' TO WS-LETTER-TITLE
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
               UNTIL WS-TP-IDX > 26
               IF WS-TP-CODE(WS-TP-IDX) = SN-LETTER-CODE
                   MOVE WS-TP-TITLE(WS-TP-IDX) TO WS-LETTER-TITLE
                   EXIT PERFORM
           WRITE EDELIVERY-RECORD
           ADD 1 TO WS-E-NOTICES.

      *----------------------------------------------------------------
      * HELD PATH: THE LETTER'S TITLE AND DETAIL LINES GO TO THE
      * HOLD-MAIL FILE INSTEAD OF THE MAIL ROOM. NO ENVELOPE IS
      * COUNTED AND THE ADDRESS BLOCK IS LEFT OFF - IT IS REBUILT
      * FROM THE VERIFIED ADDRESS WHEN THE ITEM IS RELEASED.
      *----------------------------------------------------------------
       3500-WRITE-HELD-LETTER.
           MOVE 'NOTCFMT' TO HO-SOURCE-PGM
           MOVE SN-CUST-ID TO HO-CUST-ID
           MOVE SN-ACCT-NUMBER TO HO-ACCT-NUMBER
           MOVE SN-LETTER-CODE TO HO-ITEM-TYPE
           MOVE WS-PROCESSING-DATE TO HO-HOLD-DATE
           MOVE WS-LETTER-TITLE TO WS-LT-TITLE
           MOVE SN-NOTICE-DATE TO WS-LT-DATE
           MOVE WS-LETTER-TITLE-LINE TO HO-LINE
           WRITE HOLD-MAIL-RECORD
           MOVE SN-ACCT-NUMBER TO WS-LA-ACCT
           MOVE SN-VAR-DATA TO WS-LA-VAR-DATA
           MOVE WS-LETTER-ACCT-LINE TO HO-LINE
           WRITE HOLD-MAIL-RECORD
           ADD 1 TO WS-HELD-LETTERS.

       9000-FINALIZE.
           CLOSE CUSTOMER-FILE
           CLOSE MAIL-STATUS-FILE
           CLOSE PAPER-LETTER-FILE
           CLOSE EDELIVERY-FILE
           CLOSE HOLD-MAIL-FILE
           DISPLAY '*** NOTICE FORMATTER COMPLETE ***'
           DISPLAY 'NOTICES READ:       ' WS-NOTICES-READ
           DISPLAY 'PAPER LETTERS:      ' WS-PAPER-LETTERS
           DISPLAY 'ENVELOPES:          ' WS-ENVELOPES
           DISPLAY 'E-NOTICES:          ' WS-E-NOTICES
           DISPLAY 'HELD - ADDR UNKNOWN:' WS-HELD-LETTERS
           DISPLAY 'CUSTOMERS NOT FOUND:' WS-CUSTS-NOT-FOUND.
