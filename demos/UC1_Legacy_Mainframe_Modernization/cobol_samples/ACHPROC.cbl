      * OUTBOUND RETURN ENTRIES (R01 INSUFFICIENT FUNDS, R02 ACCOUNT   *
      * CLOSED, R03 NO ACCOUNT) SO RETURNS GO BACK INSIDE THE TWO-DAY  *
      * DEADLINE.                                                       *
      *                                                                *
      * ACH DEBIT FILTERS: AN ACCOUNT ON THE FILTER FILE (ACHFILT) IS  *
      * FULL BLOCK (B), ALLOW-LIST ONLY (A) OR REVIEW (R). EVERY DEBIT *
      * ENTRY IN A PROVED BATCH IS CHECKED BEFORE IT REACHES DAYTRANS. *
      * A DEBIT FROM AN ALLOWED ORIGINATOR COMPANY ID, WITHIN THAT     *
      * ORIGINATOR'S MAXIMUM (IF ANY), POSTS AS USUAL. ANY OTHER DEBIT *
      * TO A BLOCK OR ALLOW-LIST ACCOUNT IS RETURNED R29 AT ONCE; ON A *
      * REVIEW ACCOUNT IT IS WRITTEN TO THE REVIEW FILE FOR THE        *
      * CORPORATE CUSTOMER TO DECIDE THE NEXT MORNING. THE FOLLOWING   *
      * NIGHT'S INTAKE WORKS THAT REVIEW FILE (ACHRVIN, THE PRIOR      *
      * ACHRVOUT) AGAINST THE CUSTOMER'S DECISIONS (ACHDECN): ITEMS    *
      * MARKED PAY POST, AND ITEMS MARKED RETURN, NOT DECIDED, OR      *
      * DECIDED AFTER THE CUTOFF ARE RETURNED R29. FILTER RETURNS ARE  *
      * HELD ON ACHFRTN AND RETURNS MODE SENDS THEM WITH THE REST.     *
      *                                                                *
      * NOTIFICATIONS OF CHANGE: AN ENTRY WITH TRAN CODE 21/26/31/36   *
      * AND A CHANGE CODE (C01-C13) IS A COR ENTRY FROM THE RECEIVING  *
      * BANK ABOUT ONE OF OUR ORIGINATIONS. IT IS MATCHED TO THE ACH   *
      * RECEIVER INSTRUCTION (ACHRCVR) BY THE ORIGINAL ROUTING AND     *
      * ACCOUNT, AND THE ACCOUNT, ROUTING AND NAME CORRECTIONS (C01-   *
      * C04) ARE APPLIED WITH A BEFORE/AFTER AUDIT RECORD. ANY OTHER   *
      * CORRECTION, OR ONE THAT CANNOT BE MATCHED, IS REPORTED ON      *
      * ACHREJ AND CARRIED ON THE OPEN-CORRECTION FILE (ACHNOCIN IN,   *
      * ACHNOCOT OUT) UNTIL IT APPLIES OR OPERATIONS CLEARS IT ON      *
      * ACHNOCCL. THE AGING REPORT (ACHNOCAG) LISTS EVERY OPEN         *
      * CORRECTION AGAINST ITS SIX-BANKING-DAY DEADLINE.               *
      *================================================================*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACH-REJECT-REPORT ASSIGN TO ACHREJ
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ACH-FILTER-FILE ASSIGN TO ACHFILT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILT-STATUS.
           SELECT OPTIONAL ACH-FILTER-RETURN-FILE ASSIGN TO ACHFRTN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRTN-STATUS.
           SELECT OPTIONAL ACH-REVIEW-IN-FILE ASSIGN TO ACHRVIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVIN-STATUS.
           SELECT ACH-REVIEW-OUT-FILE ASSIGN TO ACHRVOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ACH-DECISION-FILE ASSIGN TO ACHDECN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DECN-STATUS.
           SELECT OPTIONAL RECEIVER-XREF-FILE ASSIGN TO ACHRCVR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVR-STATUS.
           SELECT OPTIONAL NOC-OPEN-IN-FILE ASSIGN TO ACHNOCIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOCI-STATUS.
           SELECT NOC-OPEN-OUT-FILE ASSIGN TO ACHNOCOT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL NOC-CLEAR-FILE ASSIGN TO ACHNOCCL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOCC-STATUS.
           SELECT NOC-AGING-REPORT ASSIGN TO ACHNOCAG
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HOLIDAY-CAL-FILE ASSIGN TO HOLCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
           SELECT CUST-AUDIT-FILE ASSIGN TO AUDITFL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BCTL-STATUS.
       FD  ACH-REJECT-REPORT.
       01  ACH-REJECT-LINE             PIC X(132).

      *----------------------------------------------------------------
      * ACH DEBIT FILTER. ONE RECORD WITH A BLANK COMPANY ID SETS THE
      * ACCOUNT'S FILTER TYPE; EACH RECORD WITH A COMPANY ID ALLOWS
      * DEBITS FROM THAT ORIGINATOR, UP TO AF-MAX-AMOUNT IF NOT ZERO.
      *----------------------------------------------------------------
       FD  ACH-FILTER-FILE.
       01  ACH-FILTER-RECORD.
           05  AF-ACCT-NUMBER          PIC 9(12).
           05  AF-FILTER-TYPE          PIC X(1).
               88  AF-BLOCK-ALL        VALUE 'B'.
               88  AF-ALLOW-LIST       VALUE 'A'.
               88  AF-REVIEW           VALUE 'R'.
           05  AF-COMPANY-ID           PIC X(10).
           05  AF-MAX-AMOUNT           PIC 9(9)V99.
           05  FILLER                  PIC X(46).

       FD  ACH-FILTER-RETURN-FILE.
       01  ACH-FILTER-RETURN-RECORD    PIC X(120).

       FD  ACH-REVIEW-IN-FILE.
       01  ACH-REVIEW-IN-RECORD        PIC X(120).

       FD  ACH-REVIEW-OUT-FILE.
       01  ACH-REVIEW-OUT-RECORD       PIC X(120).

      *----------------------------------------------------------------
      * CUSTOMER DECISIONS ON REVIEW ITEMS, CAPTURED BY THE CASH
      * MANAGEMENT CHANNEL WITH THE DATE AND TIME EACH WAS MADE.
      *----------------------------------------------------------------
       FD  ACH-DECISION-FILE.
       01  ACH-DECISION-RECORD.
           05  DC-TRACE-NUMBER         PIC X(16).
           05  DC-ACCT-NUMBER          PIC 9(12).
           05  DC-DECISION             PIC X(1).
               88  DC-PAY              VALUE 'P'.
               88  DC-RETURN           VALUE 'R'.
           05  DC-DECIDED-BY           PIC X(8).
           05  DC-DECISION-DATE        PIC 9(8).
           05  DC-DECISION-TIME        PIC 9(6).
           05  FILLER                  PIC X(29).

      *----------------------------------------------------------------
      * ACH RECEIVER INSTRUCTIONS, AS ACHORIG READS THEM. REWRITTEN IN
      * FULL WHEN A NOTIFICATION OF CHANGE IS APPLIED.
      *----------------------------------------------------------------
       FD  RECEIVER-XREF-FILE.
       01  RECEIVER-XREF-RECORD.
           05  RV-SOURCE-KEY           PIC X(12).
           05  RV-ROUTING              PIC 9(9).
           05  RV-DDA-ACCOUNT          PIC X(17).
           05  RV-RECEIVER-NAME        PIC X(22).
           05  FILLER                  PIC X(10).

       FD  NOC-OPEN-IN-FILE.
       01  NOC-OPEN-IN-RECORD          PIC X(150).

       FD  NOC-OPEN-OUT-FILE.
       01  NOC-OPEN-OUT-RECORD         PIC X(150).

      *----------------------------------------------------------------
      * CORRECTIONS OPERATIONS HAS WORKED BY HAND, BY COR TRACE NUMBER.
      *----------------------------------------------------------------
       FD  NOC-CLEAR-FILE.
       01  NOC-CLEAR-RECORD.
           05  NL-COR-TRACE            PIC X(16).
           05  NL-CLEARED-BY           PIC X(8).
           05  NL-CLEARED-DATE         PIC 9(8).
           05  FILLER                  PIC X(48).

       FD  NOC-AGING-REPORT.
       01  NOC-AGING-LINE              PIC X(132).

       FD  HOLIDAY-CAL-FILE.
       01  HOLIDAY-CAL-RECORD.
           05  HC-HOLIDAY-DATE         PIC 9(8).
           05  HC-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(12).

       FD  CUST-AUDIT-FILE.
       01  CUST-AUDIT-RECORD.
           05  AUD-CUST-ID             PIC 9(10).
           05  AUD-OLD-BALANCE         PIC S9(11)V99 COMP-3.
           05  AUD-NEW-BALANCE         PIC S9(11)V99 COMP-3.
           05  AUD-TRAN-ID             PIC 9(12).
           05  AUD-DATE                PIC 9(8).
           05  AUD-TIME                PIC 9(6).
           05  AUD-TRAN-TYPE           PIC X(2).
           05  AUD-OLD-VALUE           PIC X(80).
           05  AUD-NEW-VALUE           PIC X(80).
           05  FILLER                  PIC X(18).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
       01  WS-BCTL-STATUS              PIC X(2).
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.
       01  WS-FILT-STATUS              PIC X(2).
           88  WS-FILT-OK              VALUE '00'.
       01  WS-FRTN-STATUS              PIC X(2).
           88  WS-FRTN-OK              VALUE '00'.
       01  WS-RVIN-STATUS              PIC X(2).
           88  WS-RVIN-OK              VALUE '00'.
       01  WS-DECN-STATUS              PIC X(2).
           88  WS-DECN-OK              VALUE '00'.
       01  WS-RCVR-STATUS              PIC X(2).
           88  WS-RCVR-OK              VALUE '00'.
       01  WS-NOCI-STATUS              PIC X(2).
           88  WS-NOCI-OK              VALUE '00'.
       01  WS-NOCC-STATUS              PIC X(2).
           88  WS-NOCC-OK              VALUE '00'.
       01  WS-HOL-STATUS               PIC X(2).
           88  WS-HOL-OK               VALUE '00'.
       01  WS-BC-POSTED-HASH           PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-ACH-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-ERR-EOF              VALUE 'Y'.
       01  WS-TRACE-EOF-FLAG           PIC X(1) VALUE 'N'.
           88  WS-TRACE-EOF            VALUE 'Y'.
       01  WS-FILT-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-FILT-EOF             VALUE 'Y'.
       01  WS-FRTN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-FRTN-EOF             VALUE 'Y'.
       01  WS-RVIN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-RVIN-EOF             VALUE 'Y'.
       01  WS-DECN-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-DECN-EOF             VALUE 'Y'.
       01  WS-RCVR-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-RCVR-EOF             VALUE 'Y'.
       01  WS-NOCI-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-NOCI-EOF             VALUE 'Y'.
       01  WS-NOCC-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-NOCC-EOF             VALUE 'Y'.
       01  WS-HOL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-HOL-EOF              VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-PROCESSING-TIME          PIC 9(6).
           05  WS-AE-TRAN-CODE         PIC 9(2).
               88  WS-AE-CREDIT        VALUES 22 32.
               88  WS-AE-DEBIT         VALUES 27 37.
               88  WS-AE-COR-TRAN      VALUES 21 26 31 36.
           05  WS-AE-ROUTING           PIC 9(9).
           05  WS-AE-ACCT-NUMBER       PIC 9(12).
           05  WS-AE-AMOUNT            PIC 9(9)V99.
           05  WS-AE-TRACE-NUMBER      PIC X(16).
           05  FILLER                  PIC X(47).

      *----------------------------------------------------------------
      * NOTIFICATION OF CHANGE (COR) ENTRY. ROUTING, ACCOUNT AND
      * INDIVIDUAL ID ARE AS WE ORIGINATED THEM; THE CORRECTED DATA
      * IS LAID OUT PER CHANGE CODE (C01 ACCOUNT IN 1-17, C02 ROUTING
      * IN 1-9, C03 ROUTING IN 1-9 AND ACCOUNT IN 13-29, C04 NAME IN
      * 1-22). THE ENTRY CARRIES NO DOLLARS.
      *----------------------------------------------------------------
       01  WS-ACH-COR REDEFINES WS-ACH-GENERIC.
           05  FILLER                  PIC X(1).
           05  WS-ACOR-TRAN-CODE       PIC 9(2).
           05  WS-ACOR-ORIG-ROUTING    PIC 9(9).
           05  WS-ACOR-ORIG-DDA        PIC X(17).
           05  WS-ACOR-INDIVIDUAL-ID   PIC X(15).
           05  WS-ACOR-INDIVIDUAL-NAME PIC X(22).
           05  WS-ACOR-TRACE-NUMBER    PIC X(16).
           05  WS-ACOR-CHANGE-CODE     PIC X(3).
           05  WS-ACOR-CORRECTED-DATA  PIC X(29).
           05  FILLER                  PIC X(6).

       01  WS-ACH-CONTROL REDEFINES WS-ACH-GENERIC.
           05  FILLER                  PIC X(1).
           05  WS-AC-ENTRY-COUNT       PIC 9(6).
       01  WS-BATCH-OPEN-FLAG          PIC X(1) VALUE 'N'.
           88  WS-BATCH-OPEN           VALUE 'Y'.
       01  WS-BATCH-COMPANY-NAME       PIC X(16).
       01  WS-BATCH-COMPANY-ID         PIC X(10).
       01  WS-BATCH-EFFECTIVE-DATE     PIC 9(8).
       01  WS-BATCH-NUMBER             PIC 9(7).
       01  WS-BATCH-ENTRY-COUNT        PIC 9(6) VALUE 0.
       01  WS-PENDING-IDX              PIC 9(4).
       01  WS-MAX-PENDING              PIC 9(4) VALUE 5000.

       01  WS-PENDING-CORS.
           05  WS-PC-ENTRY OCCURS 500 TIMES PIC X(120).
       01  WS-PC-COUNT                 PIC 9(4) VALUE 0.
       01  WS-PC-IDX                   PIC 9(4).
       01  WS-MAX-PC                   PIC 9(4) VALUE 500.

      *----------------------------------------------------------------
      * THE ENTRY BEING POSTED, FILTERED OR SENT FOR REVIEW. LOADED
      * FROM THE PENDING TABLE FOR TODAY'S BATCHES AND FROM THE
      * REVIEW FILE FOR ITEMS THE CUSTOMER HAS APPROVED.
      *----------------------------------------------------------------
       01  WS-ITEM.
           05  WS-ITEM-TRAN-CODE       PIC 9(2).
           05  WS-ITEM-ROUTING         PIC 9(9).
           05  WS-ITEM-ACCT-NUMBER     PIC 9(12).
           05  WS-ITEM-AMOUNT          PIC S9(11)V99 COMP-3.
           05  WS-ITEM-NAME            PIC X(22).
           05  WS-ITEM-TRACE           PIC X(16).
           05  WS-ITEM-COMPANY-NAME    PIC X(16).
           05  WS-ITEM-COMPANY-ID      PIC X(10).
           05  WS-ITEM-EFFECTIVE-DATE  PIC 9(8).

      *----------------------------------------------------------------
      * ACH DEBIT FILTER TABLES, LOADED FROM ACHFILT AT INTAKE. AN
      * ACCOUNT NOT IN WS-FILTER-ACCTS IS NOT FILTERED.
      *----------------------------------------------------------------
       01  WS-FILTER-ACCTS.
           05  WS-FA-ENTRY OCCURS 3000 TIMES.
               10  WS-FA-ACCT-NUMBER   PIC 9(12).
               10  WS-FA-FILTER-TYPE   PIC X(1).
       01  WS-FA-COUNT                 PIC 9(4) VALUE 0.
       01  WS-FA-IDX                   PIC 9(4).
       01  WS-MAX-FA                   PIC 9(4) VALUE 3000.

       01  WS-FILTER-ALLOWS.
           05  WS-FW-ENTRY OCCURS 9999 TIMES.
               10  WS-FW-ACCT-NUMBER   PIC 9(12).
               10  WS-FW-COMPANY-ID    PIC X(10).
               10  WS-FW-MAX-AMOUNT    PIC S9(9)V99 COMP-3.
       01  WS-FW-COUNT                 PIC 9(4) VALUE 0.
       01  WS-FW-IDX                   PIC 9(4).
       01  WS-MAX-FW                   PIC 9(4) VALUE 9999.

       01  WS-FILTER-TYPE              PIC X(1).
       01  WS-FILTER-ACTION            PIC X(1).
           88  WS-FILTER-PASS          VALUE 'P'.
           88  WS-FILTER-BLOCK         VALUE 'B'.
           88  WS-FILTER-REVIEW        VALUE 'R'.
       01  WS-FILTER-REASON            PIC X(40).

      *----------------------------------------------------------------
      * REVIEW ITEMS AND CUSTOMER DECISIONS. A DECISION COUNTS ONLY IF
      * IT WAS MADE BEFORE WS-REVIEW-CUTOFF-TIME ON THE BUSINESS DAY
      * THE ITEMS ARE WORKED (OR ON AN EARLIER DAY).
      *----------------------------------------------------------------
       01  WS-REVIEW-ITEM.
           05  WS-RV-TRACE-NUMBER      PIC X(16).
           05  WS-RV-ACCT-NUMBER       PIC 9(12).
           05  WS-RV-AMOUNT            PIC S9(11)V99 COMP-3.
           05  WS-RV-TRAN-CODE         PIC 9(2).
           05  WS-RV-ROUTING           PIC 9(9).
           05  WS-RV-COMPANY-NAME      PIC X(16).
           05  WS-RV-COMPANY-ID        PIC X(10).
           05  WS-RV-EFFECTIVE-DATE    PIC 9(8).
           05  WS-RV-INDIVIDUAL-NAME   PIC X(22).
           05  WS-RV-REVIEW-DATE       PIC 9(8).
           05  FILLER                  PIC X(10).

       01  WS-REVIEW-CUTOFF-TIME       PIC 9(6) VALUE 110000.
       01  WS-DECISIONS.
           05  WS-DN-ENTRY OCCURS 5000 TIMES.
               10  WS-DN-TRACE-NUMBER  PIC X(16).
               10  WS-DN-ACCT-NUMBER   PIC 9(12).
               10  WS-DN-DECISION      PIC X(1).
       01  WS-DN-COUNT                 PIC 9(4) VALUE 0.
       01  WS-DN-IDX                   PIC 9(4).
       01  WS-DN-MATCH-IDX             PIC 9(4).
       01  WS-MAX-DN                   PIC 9(4) VALUE 5000.

      *----------------------------------------------------------------
      * ACH RECEIVER INSTRUCTIONS, LOADED AT INTAKE SO NOTIFICATIONS OF
      * CHANGE CAN BE APPLIED AND THE FILE REWRITTEN.
      *----------------------------------------------------------------
       01  WS-RCVR-TABLE.
           05  WS-RX-ENTRY OCCURS 1000 TIMES.
               10  WS-RX-KEY           PIC X(12).
               10  WS-RX-ROUTING       PIC 9(9).
               10  WS-RX-DDA           PIC X(17).
               10  WS-RX-NAME          PIC X(22).
               10  WS-RX-REST          PIC X(10).
       01  WS-RX-COUNT                 PIC 9(4) VALUE 0.
       01  WS-RX-IDX                   PIC 9(4).
       01  WS-RX-MATCH-IDX             PIC 9(4).
       01  WS-RX-MATCH-COUNT           PIC 9(4).
       01  WS-RX-KEY-MATCH-FLAG        PIC X(1).
           88  WS-RX-KEY-MATCHED       VALUE 'Y'.
       01  WS-MAX-RX                   PIC 9(4) VALUE 1000.
       01  WS-RX-OVERFLOW              PIC 9(7) VALUE 0.
       01  WS-RCVR-CHANGED-FLAG        PIC X(1) VALUE 'N'.
           88  WS-RCVR-CHANGED         VALUE 'Y'.

      *----------------------------------------------------------------
      * ONE NOTIFICATION OF CHANGE, AS RECEIVED TODAY OR CARRIED OPEN
      * FROM AN EARLIER RUN. NACHA ALLOWS SIX BANKING DAYS FROM RECEIPT
      * TO MAKE THE CHANGE; WEEKENDS AND HOLCAL HOLIDAYS DO NOT COUNT.
      *----------------------------------------------------------------
       01  WS-NOC-ITEM.
           05  WS-NC-COR-TRACE         PIC X(16).
           05  WS-NC-CHANGE-CODE       PIC X(3).
           05  WS-NC-ORIG-ROUTING      PIC 9(9).
           05  WS-NC-ORIG-DDA          PIC X(17).
           05  WS-NC-INDIVIDUAL-ID     PIC X(15).
           05  WS-NC-CORRECTED-DATA    PIC X(29).
           05  WS-NC-SOURCE-KEY        PIC X(12).
           05  WS-NC-RECEIVED-DATE     PIC 9(8).
           05  WS-NC-DEADLINE          PIC 9(8).
           05  WS-NC-REASON            PIC X(30).
           05  FILLER                  PIC X(3).

       01  WS-NOC-DEADLINE-DAYS        PIC 9(1) VALUE 6.
       01  WS-NOC-APPLY-FLAG           PIC X(1).
           88  WS-NOC-APPLIED          VALUE 'Y'.
       01  WS-NOC-NEW-ROUTING          PIC 9(9).
       01  WS-NOC-NEW-DDA              PIC X(17).
       01  WS-NOC-NEW-NAME             PIC X(22).

       01  WS-NOC-AUDIT-VALUE.
           05  WS-NA-SOURCE-KEY        PIC X(12).
           05  WS-NA-ROUTING           PIC 9(9).
           05  WS-NA-DDA               PIC X(17).
           05  WS-NA-NAME              PIC X(22).
           05  WS-NA-CHANGE-CODE       PIC X(3).
           05  WS-NA-COR-TRACE         PIC X(16).
           05  FILLER                  PIC X(1).

       01  WS-NOC-CLEARS.
           05  WS-NL-TRACE OCCURS 1000 TIMES PIC X(16).
       01  WS-NL-COUNT                 PIC 9(4) VALUE 0.
       01  WS-NL-IDX                   PIC 9(4).
       01  WS-MAX-NL                   PIC 9(4) VALUE 1000.

       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-DATE OCCURS 30 TIMES PIC 9(8).
       01  WS-HOL-COUNT                PIC 9(2) VALUE 0.
       01  WS-HOL-IDX                  PIC 9(2).
       01  WS-CAL-DATE                 PIC 9(8).
       01  WS-DATE-INT                 PIC 9(9).
       01  WS-END-DATE-INT             PIC 9(9).
       01  WS-DAY-OF-WEEK              PIC 9(1).
       01  WS-NON-BUSINESS-FLAG        PIC X(1).
           88  WS-NON-BUSINESS-DAY     VALUE 'Y'.
       01  WS-BANKING-DAYS             PIC 9(3).

       01  WS-AGING-HEADER-1.
           05  FILLER                  PIC X(44) VALUE
               'ACH NOTIFICATION OF CHANGE AGING - RUN DATE '.
           05  WS-AH1-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-AGING-HEADER-2.
           05  FILLER                  PIC X(18) VALUE 'COR TRACE'.
           05  FILLER                  PIC X(5) VALUE 'CODE'.
           05  FILLER                  PIC X(14) VALUE 'SOURCE KEY'.
           05  FILLER                  PIC X(11) VALUE 'ORIG RTN'.
           05  FILLER                  PIC X(19) VALUE 'ORIG ACCOUNT'.
           05  FILLER                  PIC X(10) VALUE 'RECEIVED'.
           05  FILLER                  PIC X(10) VALUE 'DEADLINE'.
           05  FILLER                  PIC X(4) VALUE 'BDY'.
           05  FILLER                  PIC X(11) VALUE 'STATUS'.
           05  FILLER                  PIC X(30) VALUE 'REASON'.

       01  WS-AGING-DETAIL.
           05  WS-AD-COR-TRACE         PIC X(16).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-CHANGE-CODE       PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-SOURCE-KEY        PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-ORIG-ROUTING      PIC 9(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-ORIG-DDA          PIC X(17).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-RECEIVED-DATE     PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-DEADLINE          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AD-BANKING-DAYS      PIC ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-AD-STATUS            PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-AD-REASON            PIC X(30).

       01  WS-AGING-TRAILER.
           05  FILLER                  PIC X(18) VALUE
               'OPEN CORRECTIONS: '.
           05  WS-AT-OPEN-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               '  PAST DUE: '.
           05  WS-AT-PAST-DUE-COUNT    PIC ZZZZZZ9.
           05  FILLER                  PIC X(88) VALUE SPACES.

      *----------------------------------------------------------------
      * TRACE CROSS-REFERENCE TABLE, LOADED IN RETURNS MODE SO EACH
      * ACCTPROC REJECT CAN BE TIED BACK TO ITS ACH ITEM BY ACCOUNT
           05  WS-ENTRIES-POSTED       PIC 9(7) VALUE 0.
           05  WS-RETURNS-WRITTEN      PIC 9(7) VALUE 0.
           05  WS-ERRORS-UNMATCHED     PIC 9(7) VALUE 0.
           05  WS-DEBITS-BLOCKED       PIC 9(7) VALUE 0.
           05  WS-DEBITS-TO-REVIEW     PIC 9(7) VALUE 0.
           05  WS-REVIEW-PAID          PIC 9(7) VALUE 0.
           05  WS-REVIEW-RETURNED      PIC 9(7) VALUE 0.
           05  WS-FILTER-RETURNS-SENT  PIC 9(7) VALUE 0.
           05  WS-NOC-RECEIVED         PIC 9(7) VALUE 0.
           05  WS-NOC-APPLIED-COUNT    PIC 9(7) VALUE 0.
           05  WS-NOC-CLEARED          PIC 9(7) VALUE 0.
           05  WS-NOC-OPEN             PIC 9(7) VALUE 0.
           05  WS-NOC-PAST-DUE         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

           END-IF
           OPEN OUTPUT ACH-TRACE-FILE
           OPEN OUTPUT ACH-REJECT-REPORT
           OPEN OUTPUT ACH-FILTER-RETURN-FILE
           OPEN OUTPUT ACH-REVIEW-OUT-FILE
           OPEN OUTPUT NOC-OPEN-OUT-FILE
           OPEN OUTPUT NOC-AGING-REPORT
           OPEN EXTEND CUST-AUDIT-FILE
           MOVE WS-PROCESSING-DATE TO WS-AH1-RUN-DATE
           WRITE NOC-AGING-LINE FROM WS-AGING-HEADER-1
           WRITE NOC-AGING-LINE FROM WS-AGING-HEADER-2
           PERFORM 1100-LOAD-DEBIT-FILTERS
           PERFORM 1300-LOAD-HOLIDAY-CALENDAR
           PERFORM 1400-LOAD-RECEIVER-XREF
           PERFORM 1500-WORK-REVIEW-DECISIONS
           PERFORM 1700-WORK-OPEN-CORRECTIONS
           PERFORM 2000-PROCESS-ACH-RECORDS
               UNTIL WS-ACH-EOF
           IF WS-BATCH-OPEN
           CLOSE DAILY-TRANS
           CLOSE ACH-TRACE-FILE
           CLOSE ACH-REJECT-REPORT
           CLOSE ACH-FILTER-RETURN-FILE
           CLOSE ACH-REVIEW-OUT-FILE
           IF WS-RCVR-CHANGED
               PERFORM 3900-REWRITE-RECEIVER-XREF
           END-IF
           MOVE WS-NOC-OPEN TO WS-AT-OPEN-COUNT
           MOVE WS-NOC-PAST-DUE TO WS-AT-PAST-DUE-COUNT
           WRITE NOC-AGING-LINE FROM WS-AGING-TRAILER
           CLOSE NOC-OPEN-OUT-FILE
           CLOSE NOC-AGING-REPORT
           CLOSE CUST-AUDIT-FILE
           OPEN EXTEND BATCH-CONTROL-FILE
           MOVE WS-PROCESSING-DATE TO BC-RUN-DATE
           MOVE 'ACHPROC ' TO BC-STEP-NAME
           DISPLAY 'RECORDS READ:     ' WS-RECORDS-READ
           DISPLAY 'BATCHES ACCEPTED: ' WS-BATCHES-ACCEPTED
           DISPLAY 'BATCHES REJECTED: ' WS-BATCHES-REJECTED
           DISPLAY 'ENTRIES POSTED:   ' WS-ENTRIES-POSTED
           DISPLAY 'DEBITS BLOCKED:   ' WS-DEBITS-BLOCKED
           DISPLAY 'DEBITS TO REVIEW: ' WS-DEBITS-TO-REVIEW
           DISPLAY 'REVIEW PAID:      ' WS-REVIEW-PAID
           DISPLAY 'REVIEW RETURNED:  ' WS-REVIEW-RETURNED
           DISPLAY 'NOC RECEIVED:     ' WS-NOC-RECEIVED
           DISPLAY 'NOC APPLIED:      ' WS-NOC-APPLIED-COUNT
           DISPLAY 'NOC CLEARED:      ' WS-NOC-CLEARED
           DISPLAY 'NOC OPEN:         ' WS-NOC-OPEN
           DISPLAY 'NOC PAST DUE:     ' WS-NOC-PAST-DUE.

       1100-LOAD-DEBIT-FILTERS.
           OPEN INPUT ACH-FILTER-FILE
           IF NOT WS-FILT-OK
               SET WS-FILT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-FILT-EOF
               READ ACH-FILTER-FILE
                   AT END
                       SET WS-FILT-EOF TO TRUE
                   NOT AT END
                       PERFORM 1110-POST-FILTER-ENTRY
               END-READ
           END-PERFORM
           IF WS-FILT-OK OR WS-FILT-STATUS = '10'
               CLOSE ACH-FILTER-FILE
           END-IF
           DISPLAY 'ACH FILTER ACCOUNTS LOADED: ' WS-FA-COUNT
               ' ALLOWED ORIGINATORS: ' WS-FW-COUNT.

       1110-POST-FILTER-ENTRY.
           MOVE 0 TO WS-FA-IDX
           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
               UNTIL WS-FA-IDX > WS-FA-COUNT
               IF WS-FA-ACCT-NUMBER(WS-FA-IDX) = AF-ACCT-NUMBER
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-FA-IDX <= WS-FA-COUNT
                   IF AF-COMPANY-ID = SPACES
                       MOVE AF-FILTER-TYPE TO
                           WS-FA-FILTER-TYPE(WS-FA-IDX)
                   END-IF
               WHEN WS-FA-COUNT >= WS-MAX-FA
                   DISPLAY 'ACH FILTER TABLE FULL - SKIPPED: '
                       AF-ACCT-NUMBER
               WHEN OTHER
                   ADD 1 TO WS-FA-COUNT
                   MOVE AF-ACCT-NUMBER TO
                       WS-FA-ACCT-NUMBER(WS-FA-COUNT)
                   MOVE AF-FILTER-TYPE TO
                       WS-FA-FILTER-TYPE(WS-FA-COUNT)
           END-EVALUATE
           IF AF-COMPANY-ID NOT = SPACES
               IF WS-FW-COUNT < WS-MAX-FW
                   ADD 1 TO WS-FW-COUNT
                   MOVE AF-ACCT-NUMBER TO
                       WS-FW-ACCT-NUMBER(WS-FW-COUNT)
                   MOVE AF-COMPANY-ID TO
                       WS-FW-COMPANY-ID(WS-FW-COUNT)
                   MOVE AF-MAX-AMOUNT TO
                       WS-FW-MAX-AMOUNT(WS-FW-COUNT)
               ELSE
                   DISPLAY 'ACH ALLOW TABLE FULL - SKIPPED: '
                       AF-ACCT-NUMBER ' ' AF-COMPANY-ID
               END-IF
           END-IF.

       1300-LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-CAL-FILE
           IF NOT WS-HOL-OK
               SET WS-HOL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-HOL-EOF
               READ HOLIDAY-CAL-FILE
                   AT END
                       SET WS-HOL-EOF TO TRUE
                   NOT AT END
                       IF WS-HOL-COUNT < 30
                           ADD 1 TO WS-HOL-COUNT
                           MOVE HC-HOLIDAY-DATE TO
                               WS-HOL-DATE(WS-HOL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOL-OK OR WS-HOL-STATUS = '10'
               CLOSE HOLIDAY-CAL-FILE
           END-IF.

      *----------------------------------------------------------------
      * THE NOC DEADLINE IS THE SIXTH BANKING DAY AFTER RECEIPT.
      *----------------------------------------------------------------
       1320-COMPUTE-NOC-DEADLINE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-NC-RECEIVED-DATE)
           MOVE 0 TO WS-BANKING-DAYS
           PERFORM UNTIL WS-BANKING-DAYS >= WS-NOC-DEADLINE-DAYS
               ADD 1 TO WS-DATE-INT
               COMPUTE WS-CAL-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               PERFORM 1350-CHECK-NON-BUSINESS-DAY
               IF NOT WS-NON-BUSINESS-DAY
                   ADD 1 TO WS-BANKING-DAYS
               END-IF
           END-PERFORM
           MOVE WS-CAL-DATE TO WS-NC-DEADLINE.

      *----------------------------------------------------------------
      * BANKING DAYS A CORRECTION HAS BEEN OPEN, NOT COUNTING THE DAY
      * IT WAS RECEIVED.
      *----------------------------------------------------------------
       1330-COUNT-BANKING-DAYS-OPEN.
           MOVE 0 TO WS-BANKING-DAYS
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-NC-RECEIVED-DATE)
           COMPUTE WS-END-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
           PERFORM UNTIL WS-DATE-INT >= WS-END-DATE-INT
               ADD 1 TO WS-DATE-INT
               COMPUTE WS-CAL-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               PERFORM 1350-CHECK-NON-BUSINESS-DAY
               IF NOT WS-NON-BUSINESS-DAY
                   ADD 1 TO WS-BANKING-DAYS
               END-IF
           END-PERFORM.

       1350-CHECK-NON-BUSINESS-DAY.
           MOVE 'N' TO WS-NON-BUSINESS-FLAG
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION REM(WS-DATE-INT, 7)
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               SET WS-NON-BUSINESS-DAY TO TRUE
           END-IF
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF WS-HOL-DATE(WS-HOL-IDX) = WS-CAL-DATE
                   SET WS-NON-BUSINESS-DAY TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       1400-LOAD-RECEIVER-XREF.
           OPEN INPUT RECEIVER-XREF-FILE
           IF NOT WS-RCVR-OK
               DISPLAY 'NO RECEIVER INSTRUCTION FILE: ' WS-RCVR-STATUS
               SET WS-RCVR-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-RCVR-EOF
               READ RECEIVER-XREF-FILE
                   AT END
                       SET WS-RCVR-EOF TO TRUE
                   NOT AT END
                       IF WS-RX-COUNT < WS-MAX-RX
                           ADD 1 TO WS-RX-COUNT
                           MOVE RECEIVER-XREF-RECORD TO
                               WS-RX-ENTRY(WS-RX-COUNT)
                       ELSE
                           DISPLAY 'RECEIVER TABLE FULL - SKIPPED: '
                               RV-SOURCE-KEY
                           ADD 1 TO WS-RX-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RCVR-OK OR WS-RCVR-STATUS = '10'
               CLOSE RECEIVER-XREF-FILE
           END-IF
           IF WS-RX-OVERFLOW > 0
               DISPLAY '*** RECEIVER TABLE OVERFLOW - '
                   WS-RX-OVERFLOW ' INSTRUCTION(S) WOULD NOT LOAD ***'
               DISPLAY 'RUN HALTED - THE REWRITE WOULD DROP THEM'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'ACH RECEIVER INSTRUCTIONS LOADED: ' WS-RX-COUNT.

      *----------------------------------------------------------------
      * WORK YESTERDAY'S REVIEW ITEMS. THE CUTOFF HAS PASSED BY THE
      * TIME THE NIGHTLY INTAKE RUNS, SO EVERY ITEM IS SETTLED HERE:
      * PAY DECISIONS POST WITH TODAY'S ENTRIES, EVERYTHING ELSE IS
      * RETURNED R29 (NOT AUTHORIZED BY THE CORPORATE CUSTOMER).
      *----------------------------------------------------------------
       1500-WORK-REVIEW-DECISIONS.
           OPEN INPUT ACH-DECISION-FILE
           IF NOT WS-DECN-OK
               SET WS-DECN-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-DECN-EOF
               READ ACH-DECISION-FILE
                   AT END
                       SET WS-DECN-EOF TO TRUE
                   NOT AT END
                       PERFORM 1510-POST-DECISION
               END-READ
           END-PERFORM
           IF WS-DECN-OK OR WS-DECN-STATUS = '10'
               CLOSE ACH-DECISION-FILE
           END-IF
           OPEN INPUT ACH-REVIEW-IN-FILE
           IF NOT WS-RVIN-OK
               SET WS-RVIN-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-RVIN-EOF
               READ ACH-REVIEW-IN-FILE INTO WS-REVIEW-ITEM
                   AT END
                       SET WS-RVIN-EOF TO TRUE
                   NOT AT END
                       PERFORM 1550-SETTLE-REVIEW-ITEM
               END-READ
           END-PERFORM
           IF WS-RVIN-OK OR WS-RVIN-STATUS = '10'
               CLOSE ACH-REVIEW-IN-FILE
           END-IF.

       1510-POST-DECISION.
           EVALUATE TRUE
               WHEN DC-DECISION-DATE = WS-PROCESSING-DATE
                   AND DC-DECISION-TIME > WS-REVIEW-CUTOFF-TIME
                   MOVE 0 TO WS-RJ-BATCH
                   MOVE 'DECISION AFTER CUTOFF - IGNORED'
                       TO WS-RJ-REASON
                   MOVE DC-TRACE-NUMBER TO WS-RJ-DETAIL
                   WRITE ACH-REJECT-LINE FROM WS-REJECT-LINE
               WHEN DC-DECISION-DATE > WS-PROCESSING-DATE
                   MOVE 0 TO WS-RJ-BATCH
                   MOVE 'DECISION AFTER CUTOFF - IGNORED'
                       TO WS-RJ-REASON
                   MOVE DC-TRACE-NUMBER TO WS-RJ-DETAIL
                   WRITE ACH-REJECT-LINE FROM WS-REJECT-LINE
               WHEN WS-DN-COUNT >= WS-MAX-DN
                   DISPLAY 'ACH DECISION TABLE FULL - SKIPPED: '
                       DC-TRACE-NUMBER
               WHEN OTHER
                   ADD 1 TO WS-DN-COUNT
                   MOVE DC-TRACE-NUMBER TO
                       WS-DN-TRACE-NUMBER(WS-DN-COUNT)
                   MOVE DC-ACCT-NUMBER TO
                       WS-DN-ACCT-NUMBER(WS-DN-COUNT)
                   MOVE DC-DECISION TO WS-DN-DECISION(WS-DN-COUNT)
           END-EVALUATE.

      *----------------------------------------------------------------
      * THE LAST DECISION RECORDED FOR AN ITEM IS THE ONE THAT STANDS,
      * SO THE CUSTOMER CAN CHANGE ITS MIND BEFORE THE CUTOFF.
      *----------------------------------------------------------------
       1550-SETTLE-REVIEW-ITEM.
           MOVE 0 TO WS-DN-MATCH-IDX
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
               UNTIL WS-DN-IDX > WS-DN-COUNT
               IF WS-DN-TRACE-NUMBER(WS-DN-IDX) = WS-RV-TRACE-NUMBER
                   AND WS-DN-ACCT-NUMBER(WS-DN-IDX) =
                       WS-RV-ACCT-NUMBER
                   MOVE WS-DN-IDX TO WS-DN-MATCH-IDX
               END-IF
           END-PERFORM
           MOVE WS-RV-TRAN-CODE TO WS-ITEM-TRAN-CODE
           MOVE WS-RV-ROUTING TO WS-ITEM-ROUTING
           MOVE WS-RV-ACCT-NUMBER TO WS-ITEM-ACCT-NUMBER
           MOVE WS-RV-AMOUNT TO WS-ITEM-AMOUNT
           MOVE WS-RV-INDIVIDUAL-NAME TO WS-ITEM-NAME
           MOVE WS-RV-TRACE-NUMBER TO WS-ITEM-TRACE
           MOVE WS-RV-COMPANY-NAME TO WS-ITEM-COMPANY-NAME
           MOVE WS-RV-COMPANY-ID TO WS-ITEM-COMPANY-ID
           MOVE WS-RV-EFFECTIVE-DATE TO WS-ITEM-EFFECTIVE-DATE
           MOVE 0 TO WS-RJ-BATCH
           EVALUATE TRUE
               WHEN WS-DN-MATCH-IDX = 0
                   MOVE 'REVIEW NOT DECIDED BY CUTOFF - R29'
                       TO WS-FILTER-REASON
                   PERFORM 2700-WRITE-FILTER-RETURN
                   ADD 1 TO WS-REVIEW-RETURNED
               WHEN WS-DN-DECISION(WS-DN-MATCH-IDX) = 'P'
                   PERFORM 2550-POST-ITEM
                   ADD 1 TO WS-REVIEW-PAID
               WHEN OTHER
                   MOVE 'RETURNED ON CUSTOMER REVIEW - R29'
                       TO WS-FILTER-REASON
                   PERFORM 2700-WRITE-FILTER-RETURN
                   ADD 1 TO WS-REVIEW-RETURNED
           END-EVALUATE.

      *----------------------------------------------------------------
      * CORRECTIONS STILL OPEN FROM EARLIER RUNS. ONE OPERATIONS HAS
      * CLEARED IS DROPPED; THE REST ARE TRIED AGAIN AGAINST TODAY'S
      * RECEIVER FILE AND CARRIED FORWARD IF THEY STILL CANNOT APPLY.
      *----------------------------------------------------------------
       1700-WORK-OPEN-CORRECTIONS.
           OPEN INPUT NOC-CLEAR-FILE
           IF NOT WS-NOCC-OK
               SET WS-NOCC-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-NOCC-EOF
               READ NOC-CLEAR-FILE
                   AT END
                       SET WS-NOCC-EOF TO TRUE
                   NOT AT END
                       IF WS-NL-COUNT < WS-MAX-NL
                           ADD 1 TO WS-NL-COUNT
                           MOVE NL-COR-TRACE TO
                               WS-NL-TRACE(WS-NL-COUNT)
                       ELSE
                           DISPLAY 'NOC CLEAR TABLE FULL - SKIPPED: '
                               NL-COR-TRACE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NOCC-OK OR WS-NOCC-STATUS = '10'
               CLOSE NOC-CLEAR-FILE
           END-IF
           OPEN INPUT NOC-OPEN-IN-FILE
           IF NOT WS-NOCI-OK
               SET WS-NOCI-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-NOCI-EOF
               READ NOC-OPEN-IN-FILE INTO WS-NOC-ITEM
                   AT END
                       SET WS-NOCI-EOF TO TRUE
                   NOT AT END
                       PERFORM 1710-RETRY-OPEN-CORRECTION
               END-READ
           END-PERFORM
           IF WS-NOCI-OK OR WS-NOCI-STATUS = '10'
               CLOSE NOC-OPEN-IN-FILE
           END-IF.

       1710-RETRY-OPEN-CORRECTION.
           PERFORM VARYING WS-NL-IDX FROM 1 BY 1
               UNTIL WS-NL-IDX > WS-NL-COUNT
               IF WS-NL-TRACE(WS-NL-IDX) = WS-NC-COR-TRACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-NL-IDX <= WS-NL-COUNT
               ADD 1 TO WS-NOC-CLEARED
           ELSE
               PERFORM 3000-APPLY-CORRECTION
               IF NOT WS-NOC-APPLIED
                   PERFORM 3800-CARRY-OPEN-CORRECTION
               END-IF
           END-IF.

       2000-PROCESS-ACH-RECORDS.
           READ ACH-BATCH-FILE INTO WS-ACH-GENERIC
           END-IF
           SET WS-BATCH-OPEN TO TRUE
           MOVE WS-AH-COMPANY-NAME TO WS-BATCH-COMPANY-NAME
           MOVE WS-AH-COMPANY-ID TO WS-BATCH-COMPANY-ID
           MOVE WS-AH-EFFECTIVE-DATE TO WS-BATCH-EFFECTIVE-DATE
           MOVE WS-AH-BATCH-NUMBER TO WS-BATCH-NUMBER
           MOVE 0 TO WS-BATCH-ENTRY-COUNT
           MOVE 0 TO WS-BATCH-DEBIT-TOTAL
           MOVE 0 TO WS-BATCH-CREDIT-TOTAL
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 0 TO WS-PC-COUNT.

       2200-HOLD-ENTRY.
           IF NOT WS-BATCH-OPEN
               MOVE WS-AE-TRACE-NUMBER TO WS-RJ-DETAIL
               WRITE ACH-REJECT-LINE FROM WS-REJECT-LINE
           ELSE
               IF WS-AE-COR-TRAN AND WS-ACOR-CHANGE-CODE(1:1) = 'C'
                   PERFORM 2250-HOLD-COR-ENTRY
               ELSE
                   PERFORM 2210-HOLD-VALUE-ENTRY
               END-IF
           END-IF.

       2210-HOLD-VALUE-ENTRY.
           IF WS-PENDING-COUNT >= WS-MAX-PENDING
               MOVE WS-BATCH-NUMBER TO WS-RJ-BATCH
               MOVE 'BATCH EXCEEDS ENTRY TABLE LIMIT'
                   TO WS-RJ-REASON
               MOVE WS-AE-TRACE-NUMBER TO WS-RJ-DETAIL
               WRITE ACH-REJECT-LINE FROM WS-REJECT-LINE
           ELSE
               ADD 1 TO WS-PENDING-COUNT
               ADD 1 TO WS-BATCH-ENTRY-COUNT
               MOVE WS-AE-TRAN-CODE TO
                   WS-PE-TRAN-CODE(WS-PENDING-COUNT)
               MOVE WS-AE-ROUTING TO
                   WS-PE-ROUTING(WS-PENDING-COUNT)
               MOVE WS-AE-ACCT-NUMBER TO
                   WS-PE-ACCT-NUMBER(WS-PENDING-COUNT)
               MOVE WS-AE-AMOUNT TO
                   WS-PE-AMOUNT(WS-PENDING-COUNT)
               MOVE WS-AE-INDIVIDUAL-NAME TO
                   WS-PE-NAME(WS-PENDING-COUNT)
               MOVE WS-AE-TRACE-NUMBER TO
                   WS-PE-TRACE(WS-PENDING-COUNT)
               IF WS-AE-DEBIT
                   ADD WS-AE-AMOUNT TO WS-BATCH-DEBIT-TOTAL
               ELSE
                   ADD WS-AE-AMOUNT TO WS-BATCH-CREDIT-TOTAL
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A COR ENTRY COUNTS IN THE BATCH CONTROL BUT CARRIES NO DOLLARS.
      * IT IS HELD WITH THE BATCH AND WORKED ONLY IF THE BATCH PROVES.
      *----------------------------------------------------------------
       2250-HOLD-COR-ENTRY.
           IF WS-PC-COUNT >= WS-MAX-PC
               MOVE WS-BATCH-NUMBER TO WS-RJ-BATCH
               MOVE 'BATCH EXCEEDS NOC TABLE LIMIT' TO WS-RJ-REASON
               MOVE WS-ACOR-TRACE-NUMBER TO WS-RJ-DETAIL
               WRITE ACH-REJECT-LINE FROM WS-REJECT-LINE
           ELSE
               ADD 1 TO WS-PC-COUNT
               ADD 1 TO WS-BATCH-ENTRY-COUNT
               MOVE WS-ACH-GENERIC TO WS-PC-ENTRY(WS-PC-COUNT)
           END-IF.

       2300-PROVE-AND-RELEASE.
           IF NOT WS-BATCH-OPEN
               MOVE WS-AC-BATCH-NUMBER TO WS-RJ-BATCH
           PERFORM 2500-WRITE-ONE-ENTRY
               VARYING WS-PENDING-IDX FROM 1 BY 1
               UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
           PERFORM 2800-RECEIVE-CORRECTION
               VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-COUNT
           ADD 1 TO WS-BATCHES-ACCEPTED
           MOVE 'N' TO WS-BATCH-OPEN-FLAG.

       2500-WRITE-ONE-ENTRY.
           MOVE WS-PE-TRAN-CODE(WS-PENDING-IDX) TO WS-ITEM-TRAN-CODE
           MOVE WS-PE-ROUTING(WS-PENDING-IDX) TO WS-ITEM-ROUTING
           MOVE WS-PE-ACCT-NUMBER(WS-PENDING-IDX)
               TO WS-ITEM-ACCT-NUMBER
           MOVE WS-PE-AMOUNT(WS-PENDING-IDX) TO WS-ITEM-AMOUNT
           MOVE WS-PE-NAME(WS-PENDING-IDX) TO WS-ITEM-NAME
           MOVE WS-PE-TRACE(WS-PENDING-IDX) TO WS-ITEM-TRACE
           MOVE WS-BATCH-COMPANY-NAME TO WS-ITEM-COMPANY-NAME
           MOVE WS-BATCH-COMPANY-ID TO WS-ITEM-COMPANY-ID
           MOVE WS-BATCH-EFFECTIVE-DATE TO WS-ITEM-EFFECTIVE-DATE
           SET WS-FILTER-PASS TO TRUE
           IF WS-ITEM-TRAN-CODE = 27 OR 37
               PERFORM 2600-APPLY-DEBIT-FILTER
           END-IF
           MOVE WS-BATCH-NUMBER TO WS-RJ-BATCH
           EVALUATE TRUE
               WHEN WS-FILTER-BLOCK
                   PERFORM 2700-WRITE-FILTER-RETURN
                   ADD 1 TO WS-DEBITS-BLOCKED
               WHEN WS-FILTER-REVIEW
                   PERFORM 2750-WRITE-REVIEW-ITEM
               WHEN OTHER
                   PERFORM 2550-POST-ITEM
           END-EVALUATE.

       2550-POST-ITEM.
           MOVE SPACES TO TRANS-RECORD
           MOVE WS-ITEM-ACCT-NUMBER TO TR-ACCT-NUMBER
           IF WS-ITEM-TRAN-CODE = 27 OR 37
               MOVE 'WDL' TO TR-TRAN-CODE
           ELSE
               MOVE 'DEP' TO TR-TRAN-CODE
           END-IF
           MOVE WS-ITEM-AMOUNT TO TR-AMOUNT
           MOVE WS-ITEM-EFFECTIVE-DATE TO TR-DATE
           MOVE WS-PROCESSING-TIME TO TR-TIME
           MOVE WS-ITEM-TRACE TO TR-REF-NUMBER
           STRING 'ACH ' DELIMITED BY SIZE
               WS-ITEM-COMPANY-NAME DELIMITED BY SIZE
               INTO TR-DESCRIPTION
           MOVE 0 TO TR-BRANCH
           MOVE SPACES TO TR-TELLER-ID
           MOVE SPACES TO TR-WIRE-REF
           WRITE TRANS-RECORD
           ADD 1 TO WS-ENTRIES-POSTED
           ADD WS-ITEM-AMOUNT TO WS-BC-POSTED-HASH
           MOVE WS-ITEM-TRACE TO AT-TRACE-NUMBER
           MOVE WS-ITEM-ACCT-NUMBER TO AT-ACCT-NUMBER
           MOVE WS-ITEM-AMOUNT TO AT-AMOUNT
           MOVE WS-ITEM-TRAN-CODE TO AT-TRAN-CODE
           MOVE WS-ITEM-ROUTING TO AT-ROUTING
           MOVE WS-ITEM-COMPANY-NAME TO AT-COMPANY-NAME
           MOVE WS-ITEM-EFFECTIVE-DATE TO AT-EFFECTIVE-DATE
           WRITE ACH-TRACE-RECORD.

      *----------------------------------------------------------------
      * AN ALLOWED ORIGINATOR PASSES ON ALLOW-LIST AND REVIEW ACCOUNTS
      * ALIKE; A BLOCK ACCOUNT TAKES NO DEBITS AT ALL.
      *----------------------------------------------------------------
       2600-APPLY-DEBIT-FILTER.
           MOVE SPACE TO WS-FILTER-TYPE
           PERFORM VARYING WS-FA-IDX FROM 1 BY 1
               UNTIL WS-FA-IDX > WS-FA-COUNT
               IF WS-FA-ACCT-NUMBER(WS-FA-IDX) = WS-ITEM-ACCT-NUMBER
                   MOVE WS-FA-FILTER-TYPE(WS-FA-IDX) TO WS-FILTER-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FILTER-TYPE = 'A' OR 'R'
               PERFORM VARYING WS-FW-IDX FROM 1 BY 1
                   UNTIL WS-FW-IDX > WS-FW-COUNT
                   IF WS-FW-ACCT-NUMBER(WS-FW-IDX) =
                       WS-ITEM-ACCT-NUMBER
                       AND WS-FW-COMPANY-ID(WS-FW-IDX) =
                           WS-ITEM-COMPANY-ID
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-FILTER-TYPE = 'B'
                   SET WS-FILTER-BLOCK TO TRUE
                   MOVE 'DEBIT BLOCK ON ACCOUNT - R29'
                       TO WS-FILTER-REASON
               WHEN WS-FILTER-TYPE NOT = 'A' AND NOT = 'R'
                   SET WS-FILTER-PASS TO TRUE
               WHEN WS-FW-IDX <= WS-FW-COUNT
                   AND (WS-FW-MAX-AMOUNT(WS-FW-IDX) = 0
                   OR WS-ITEM-AMOUNT <= WS-FW-MAX-AMOUNT(WS-FW-IDX))
                   SET WS-FILTER-PASS TO TRUE
               WHEN WS-FILTER-TYPE = 'R'
                   SET WS-FILTER-REVIEW TO TRUE
               WHEN WS-FW-IDX <= WS-FW-COUNT
                   SET WS-FILTER-BLOCK TO TRUE
                   MOVE 'DEBIT OVER ORIGINATOR MAXIMUM - R29'
                       TO WS-FILTER-REASON
               WHEN OTHER
                   SET WS-FILTER-BLOCK TO TRUE
                   MOVE 'ORIGINATOR NOT ON ALLOW LIST - R29'
                       TO WS-FILTER-REASON
           END-EVALUATE.

      *----------------------------------------------------------------
      * A FILTERED DEBIT NEVER REACHES DAYTRANS; ITS RETURN IS BUILT
      * IN THE OUTBOUND RETURN LAYOUT AND HELD FOR RETURNS MODE.
      *----------------------------------------------------------------
       2700-WRITE-FILTER-RETURN.
           MOVE WS-ITEM-TRAN-CODE TO WS-RE-TRAN-CODE
           MOVE WS-ITEM-ROUTING TO WS-RE-ROUTING
           MOVE WS-ITEM-ACCT-NUMBER TO WS-RE-ACCT-NUMBER
           MOVE WS-ITEM-AMOUNT TO WS-RE-AMOUNT
           MOVE 'R29' TO WS-RE-REASON-CODE
           MOVE WS-ITEM-TRACE TO WS-RE-ORIG-TRACE
           MOVE WS-PROCESSING-DATE TO WS-RE-RETURN-DATE
           WRITE ACH-FILTER-RETURN-RECORD FROM WS-RETURN-ENTRY
           MOVE WS-FILTER-REASON TO WS-RJ-REASON
           MOVE SPACES TO WS-RJ-DETAIL
           STRING WS-ITEM-TRACE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ITEM-ACCT-NUMBER DELIMITED BY SIZE
               INTO WS-RJ-DETAIL
           WRITE ACH-REJECT-LINE FROM WS-REJECT-LINE.

       2750-WRITE-REVIEW-ITEM.
           MOVE SPACES TO WS-REVIEW-ITEM
           MOVE WS-ITEM-TRACE TO WS-RV-TRACE-NUMBER
           MOVE WS-ITEM-ACCT-NUMBER TO WS-RV-ACCT-NUMBER
           MOVE WS-ITEM-AMOUNT TO WS-RV-AMOUNT
           MOVE WS-ITEM-TRAN-CODE TO WS-RV-TRAN-CODE
           MOVE WS-ITEM-ROUTING TO WS-RV-ROUTING
           MOVE WS-ITEM-COMPANY-NAME TO WS-RV-COMPANY-NAME
           MOVE WS-ITEM-COMPANY-ID TO WS-RV-COMPANY-ID
           MOVE WS-ITEM-EFFECTIVE-DATE TO WS-RV-EFFECTIVE-DATE
           MOVE WS-ITEM-NAME TO WS-RV-INDIVIDUAL-NAME
           MOVE WS-PROCESSING-DATE TO WS-RV-REVIEW-DATE
           WRITE ACH-REVIEW-OUT-RECORD FROM WS-REVIEW-ITEM
           ADD 1 TO WS-DEBITS-TO-REVIEW
           MOVE 'DEBIT HELD FOR CUSTOMER REVIEW' TO WS-RJ-REASON
           MOVE SPACES TO WS-RJ-DETAIL
           STRING WS-ITEM-TRACE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-ITEM-ACCT-NUMBER DELIMITED BY SIZE
               INTO WS-RJ-DETAIL
           WRITE ACH-REJECT-LINE FROM WS-REJECT-LINE.

       2800-RECEIVE-CORRECTION.
           MOVE WS-PC-ENTRY(WS-PC-IDX) TO WS-ACH-GENERIC
           ADD 1 TO WS-NOC-RECEIVED
           MOVE SPACES TO WS-NOC-ITEM
           MOVE WS-ACOR-TRACE-NUMBER TO WS-NC-COR-TRACE
           MOVE WS-ACOR-CHANGE-CODE TO WS-NC-CHANGE-CODE
           MOVE WS-ACOR-ORIG-ROUTING TO WS-NC-ORIG-ROUTING
           MOVE WS-ACOR-ORIG-DDA TO WS-NC-ORIG-DDA
           MOVE WS-ACOR-INDIVIDUAL-ID TO WS-NC-INDIVIDUAL-ID
           MOVE WS-ACOR-CORRECTED-DATA TO WS-NC-CORRECTED-DATA
           MOVE WS-PROCESSING-DATE TO WS-NC-RECEIVED-DATE
           PERFORM 1320-COMPUTE-NOC-DEADLINE
           PERFORM 3000-APPLY-CORRECTION
           IF NOT WS-NOC-APPLIED
               MOVE WS-BATCH-NUMBER TO WS-RJ-BATCH
               MOVE SPACES TO WS-RJ-REASON
               STRING 'NOC ' DELIMITED BY SIZE
                   WS-NC-CHANGE-CODE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-NC-REASON DELIMITED BY SIZE
                   INTO WS-RJ-REASON
               MOVE SPACES TO WS-RJ-DETAIL
               STRING WS-NC-COR-TRACE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-NC-ORIG-DDA DELIMITED BY SIZE
                   INTO WS-RJ-DETAIL
               WRITE ACH-REJECT-LINE FROM WS-REJECT-LINE
               PERFORM 3800-CARRY-OPEN-CORRECTION
           END-IF.

       2900-REJECT-BATCH.
           ADD 1 TO WS-BATCHES-REJECTED
           MOVE WS-BATCH-NUMBER TO WS-RJ-BATCH
           MOVE WS-BATCH-COMPANY-NAME TO WS-RJ-DETAIL
           WRITE ACH-REJECT-LINE FROM WS-REJECT-LINE
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 0 TO WS-PC-COUNT
           MOVE 'N' TO WS-BATCH-OPEN-FLAG.

      *----------------------------------------------------------------
      * FIND THE RECEIVER INSTRUCTION THE CORRECTION IS ABOUT AND APPLY
      * IT. THE INSTRUCTION IS THE ONE WE ORIGINATED TO - SAME ROUTING
      * AND ACCOUNT; WHERE SEVERAL SOURCE KEYS SHARE THAT ACCOUNT, THE
      * ONE WHOSE KEY IS THE ENTRY'S INDIVIDUAL ID. ONLY ACCOUNT,
      * ROUTING AND NAME ARE HELD ON THE INSTRUCTION, SO THE OTHER
      * CHANGE CODES ARE LEFT FOR OPERATIONS.
      *----------------------------------------------------------------
       3000-APPLY-CORRECTION.
           MOVE 'N' TO WS-NOC-APPLY-FLAG
           MOVE SPACES TO WS-NC-REASON
           PERFORM 3100-FIND-RECEIVER
           IF WS-RX-MATCH-IDX > 0
               MOVE WS-RX-KEY(WS-RX-MATCH-IDX) TO WS-NC-SOURCE-KEY
               MOVE WS-RX-ROUTING(WS-RX-MATCH-IDX)
                   TO WS-NOC-NEW-ROUTING
               MOVE WS-RX-DDA(WS-RX-MATCH-IDX) TO WS-NOC-NEW-DDA
               MOVE WS-RX-NAME(WS-RX-MATCH-IDX) TO WS-NOC-NEW-NAME
           END-IF
           EVALUATE TRUE
               WHEN WS-NC-CHANGE-CODE = 'C05' OR 'C06' OR 'C07'
                   MOVE 'TRAN CODE CHANGE - MANUAL'
                       TO WS-NC-REASON
               WHEN WS-NC-CHANGE-CODE = 'C08'
                   MOVE 'FOREIGN RDFI CHANGE - MANUAL'
                       TO WS-NC-REASON
               WHEN WS-NC-CHANGE-CODE = 'C09'
                   MOVE 'INDIVIDUAL ID CHANGE - MANUAL'
                       TO WS-NC-REASON
               WHEN WS-NC-CHANGE-CODE = 'C10' OR 'C11' OR 'C12'
                   MOVE 'COMPANY ID/NAME - SEE ACHCOCTL'
                       TO WS-NC-REASON
               WHEN WS-NC-CHANGE-CODE = 'C13'
                   MOVE 'ADDENDA FORMAT ERROR - MANUAL'
                       TO WS-NC-REASON
               WHEN WS-NC-CHANGE-CODE NOT = 'C01' AND NOT = 'C02'
                   AND NOT = 'C03' AND NOT = 'C04'
                   MOVE 'INVALID CHANGE CODE' TO WS-NC-REASON
               WHEN WS-RX-MATCH-COUNT = 0
                   MOVE 'NO MATCHING RECEIVER RECORD'
                       TO WS-NC-REASON
               WHEN WS-RX-MATCH-IDX = 0
                   MOVE 'SEVERAL RECEIVERS MATCH'
                       TO WS-NC-REASON
               WHEN OTHER
                   PERFORM 3200-BUILD-CORRECTED-VALUES
           END-EVALUATE
           IF WS-NC-REASON = SPACES
               PERFORM 3300-UPDATE-RECEIVER
           END-IF.

       3100-FIND-RECEIVER.
           MOVE 0 TO WS-RX-MATCH-IDX
           MOVE 0 TO WS-RX-MATCH-COUNT
           MOVE 'N' TO WS-RX-KEY-MATCH-FLAG
           PERFORM VARYING WS-RX-IDX FROM 1 BY 1
               UNTIL WS-RX-IDX > WS-RX-COUNT
               IF WS-RX-ROUTING(WS-RX-IDX) = WS-NC-ORIG-ROUTING
                   AND WS-RX-DDA(WS-RX-IDX) = WS-NC-ORIG-DDA
                   ADD 1 TO WS-RX-MATCH-COUNT
                   EVALUATE TRUE
                       WHEN WS-RX-KEY(WS-RX-IDX) =
                           WS-NC-INDIVIDUAL-ID(1:12)
                           MOVE WS-RX-IDX TO WS-RX-MATCH-IDX
                           SET WS-RX-KEY-MATCHED TO TRUE
                       WHEN WS-RX-MATCH-COUNT = 1
                           MOVE WS-RX-IDX TO WS-RX-MATCH-IDX
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-RX-MATCH-COUNT > 1 AND NOT WS-RX-KEY-MATCHED
               MOVE 0 TO WS-RX-MATCH-IDX
           END-IF.

       3200-BUILD-CORRECTED-VALUES.
           EVALUATE WS-NC-CHANGE-CODE
               WHEN 'C01'
                   MOVE WS-NC-CORRECTED-DATA(1:17) TO WS-NOC-NEW-DDA
               WHEN 'C02'
                   IF WS-NC-CORRECTED-DATA(1:9) IS NUMERIC
                       MOVE WS-NC-CORRECTED-DATA(1:9)
                           TO WS-NOC-NEW-ROUTING
                   ELSE
                       MOVE 'CORRECTED ROUTING NOT NUMERIC'
                           TO WS-NC-REASON
                   END-IF
               WHEN 'C03'
                   IF WS-NC-CORRECTED-DATA(1:9) IS NUMERIC
                       MOVE WS-NC-CORRECTED-DATA(1:9)
                           TO WS-NOC-NEW-ROUTING
                       MOVE WS-NC-CORRECTED-DATA(13:17)
                           TO WS-NOC-NEW-DDA
                   ELSE
                       MOVE 'CORRECTED ROUTING NOT NUMERIC'
                           TO WS-NC-REASON
                   END-IF
               WHEN 'C04'
                   MOVE WS-NC-CORRECTED-DATA(1:22) TO WS-NOC-NEW-NAME
           END-EVALUATE
           IF WS-NOC-NEW-DDA = SPACES OR WS-NOC-NEW-NAME = SPACES
               MOVE 'CORRECTED DATA IS BLANK' TO WS-NC-REASON
           END-IF.

       3300-UPDATE-RECEIVER.
           MOVE WS-RX-KEY(WS-RX-MATCH-IDX) TO WS-NA-SOURCE-KEY
           MOVE WS-RX-ROUTING(WS-RX-MATCH-IDX) TO WS-NA-ROUTING
           MOVE WS-RX-DDA(WS-RX-MATCH-IDX) TO WS-NA-DDA
           MOVE WS-RX-NAME(WS-RX-MATCH-IDX) TO WS-NA-NAME
           MOVE WS-NC-CHANGE-CODE TO WS-NA-CHANGE-CODE
           MOVE WS-NC-COR-TRACE TO WS-NA-COR-TRACE
           MOVE WS-NOC-AUDIT-VALUE TO AUD-OLD-VALUE
           MOVE WS-NOC-NEW-ROUTING TO WS-RX-ROUTING(WS-RX-MATCH-IDX)
           MOVE WS-NOC-NEW-DDA TO WS-RX-DDA(WS-RX-MATCH-IDX)
           MOVE WS-NOC-NEW-NAME TO WS-RX-NAME(WS-RX-MATCH-IDX)
           MOVE WS-NOC-NEW-ROUTING TO WS-NA-ROUTING
           MOVE WS-NOC-NEW-DDA TO WS-NA-DDA
           MOVE WS-NOC-NEW-NAME TO WS-NA-NAME
           MOVE WS-NOC-AUDIT-VALUE TO AUD-NEW-VALUE
           MOVE 0 TO AUD-CUST-ID
           MOVE 0 TO AUD-TRAN-ID
           MOVE 0 TO AUD-OLD-BALANCE
           MOVE 0 TO AUD-NEW-BALANCE
           MOVE WS-PROCESSING-DATE TO AUD-DATE
           MOVE WS-PROCESSING-TIME TO AUD-TIME
           MOVE 'NC' TO AUD-TRAN-TYPE
           WRITE CUST-AUDIT-RECORD
           SET WS-RCVR-CHANGED TO TRUE
           SET WS-NOC-APPLIED TO TRUE
           ADD 1 TO WS-NOC-APPLIED-COUNT.

      *----------------------------------------------------------------
      * AN UNAPPLIED CORRECTION GOES TO THE OPEN FILE FOR TOMORROW AND
      * ONTO TODAY'S AGING REPORT.
      *----------------------------------------------------------------
       3800-CARRY-OPEN-CORRECTION.
           WRITE NOC-OPEN-OUT-RECORD FROM WS-NOC-ITEM
           ADD 1 TO WS-NOC-OPEN
           PERFORM 1330-COUNT-BANKING-DAYS-OPEN
           MOVE WS-NC-COR-TRACE TO WS-AD-COR-TRACE
           MOVE WS-NC-CHANGE-CODE TO WS-AD-CHANGE-CODE
           MOVE WS-NC-SOURCE-KEY TO WS-AD-SOURCE-KEY
           MOVE WS-NC-ORIG-ROUTING TO WS-AD-ORIG-ROUTING
           MOVE WS-NC-ORIG-DDA TO WS-AD-ORIG-DDA
           MOVE WS-NC-RECEIVED-DATE TO WS-AD-RECEIVED-DATE
           MOVE WS-NC-DEADLINE TO WS-AD-DEADLINE
           MOVE WS-BANKING-DAYS TO WS-AD-BANKING-DAYS
           MOVE WS-NC-REASON TO WS-AD-REASON
           EVALUATE TRUE
               WHEN WS-PROCESSING-DATE > WS-NC-DEADLINE
                   MOVE 'PAST DUE' TO WS-AD-STATUS
                   ADD 1 TO WS-NOC-PAST-DUE
               WHEN WS-PROCESSING-DATE = WS-NC-DEADLINE
                   MOVE 'DUE TODAY' TO WS-AD-STATUS
               WHEN OTHER
                   MOVE 'OPEN' TO WS-AD-STATUS
           END-EVALUATE
           WRITE NOC-AGING-LINE FROM WS-AGING-DETAIL.

       3900-REWRITE-RECEIVER-XREF.
           OPEN OUTPUT RECEIVER-XREF-FILE
           PERFORM VARYING WS-RX-IDX FROM 1 BY 1
               UNTIL WS-RX-IDX > WS-RX-COUNT
               MOVE WS-RX-ENTRY(WS-RX-IDX) TO RECEIVER-XREF-RECORD
               WRITE RECEIVER-XREF-RECORD
           END-PERFORM
           CLOSE RECEIVER-XREF-FILE
           DISPLAY 'ACH RECEIVER INSTRUCTIONS REWRITTEN: ' WS-RX-COUNT.

      *================================================================*
      * RETURNS MODE                                                   *
      *================================================================*
               SET WS-ERR-EOF TO TRUE
           END-IF
           OPEN OUTPUT ACH-RETURN-FILE
           PERFORM 5050-SEND-FILTER-RETURNS
           PERFORM 5200-SCAN-ERROR-FILE
               UNTIL WS-ERR-EOF
           PERFORM 5500-WRITE-RETURN-CONTROL
           CLOSE ACH-RETURN-FILE
           DISPLAY '*** ACH RETURN GENERATION COMPLETE ***'
           DISPLAY 'RETURNS WRITTEN:  ' WS-RETURNS-WRITTEN
           DISPLAY 'FILTER RETURNS:   ' WS-FILTER-RETURNS-SENT
           DISPLAY 'ERRORS UNMATCHED: ' WS-ERRORS-UNMATCHED.

      *----------------------------------------------------------------
      * R29 RETURNS FROM THE DEBIT FILTERS WERE BUILT AT INTAKE AND
      * GO OUT FIRST, IN THE SAME FILE AND CONTROL TOTALS.
      *----------------------------------------------------------------
       5050-SEND-FILTER-RETURNS.
           OPEN INPUT ACH-FILTER-RETURN-FILE
           IF NOT WS-FRTN-OK
               SET WS-FRTN-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-FRTN-EOF
               READ ACH-FILTER-RETURN-FILE INTO WS-RETURN-ENTRY
                   AT END
                       SET WS-FRTN-EOF TO TRUE
                   NOT AT END
                       WRITE ACH-RETURN-RECORD FROM WS-RETURN-ENTRY
                       ADD WS-RE-AMOUNT TO WS-RETURN-TOTAL
                       ADD 1 TO WS-RETURNS-WRITTEN
                       ADD 1 TO WS-FILTER-RETURNS-SENT
               END-READ
           END-PERFORM
           IF WS-FRTN-OK OR WS-FRTN-STATUS = '10'
               CLOSE ACH-FILTER-RETURN-FILE
           END-IF.

       5100-LOAD-TRACE-TABLE.
           OPEN INPUT ACH-TRACE-FILE
           IF NOT WS-TRACE-OK
