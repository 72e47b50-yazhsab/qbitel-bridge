       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDRB342.
       AUTHOR. M. JOHNSON.
       INSTALLATION. QBITEL-BRIDGE.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
       SECURITY. CONFIDENTIAL.
      *
      * Billing program for telecommunications invoicing
      * Domain: TELECOMMUNICATIONS
      * Generated for QBITEL Bridge Training Dataset
      *
      * TURNS THE CYCLE'S RATED USAGE INTO CUSTOMER INVOICES. THE
      * HISTORY FILE CDRC341 WROTE FOR THE CYCLE, ANY RETRO-RATING
      * ADJUSTMENTS, AND THE PAYMENTS RECEIVED IN THE CYCLE ARE
      * SORTED TOGETHER INTO ACCOUNT ORDER. EACH ACCOUNT GETS ONE
      * INVOICE: USAGE SUMMARIZED BY SERVICE CLASS AND TIER, RE-
      * RATING ADJUSTMENTS BY SERVICE CLASS, TAXES ITEMIZED BY
      * JURISDICTION, THEN THE PRIOR BALANCE FROM THE ACCOUNT
      * BALANCE FILE, PAYMENTS, AND THE AMOUNT DUE. THE AMOUNT DUE
      * BECOMES THE ACCOUNT'S NEW BALANCE AND IS SENT TO ACCOUNTS
      * RECEIVABLE ON THE AR FEED. THE CYCLE CONTROL REPORT PROVES
      * THE INVOICE TOTALS BACK TO THE RATED HISTORY, ADJUSTMENT
      * AND PAYMENT INPUT TOTALS.
      *
      * COMMAND LINE: OPTIONAL INVOICE DATE YYYYMMDD (DEFAULT
      * TODAY). PAYMENT IS DUE 21 DAYS AFTER THE INVOICE DATE.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-ZOS.
       OBJECT-COMPUTER. IBM-ZOS.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
               ASSIGN TO DDHISTOR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ADJUSTMENT-FILE
               ASSIGN TO DDADJUST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADJU-STATUS.
           SELECT PAYMENT-FILE
               ASSIGN TO DDPAYMNT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYM-STATUS.
           SELECT ACCOUNT-BALANCE-FILE
               ASSIGN TO DDACTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-ACCOUNT-KEY
               FILE STATUS IS WS-ABAL-STATUS.
           SELECT SORT-BILLING-FILE
               ASSIGN TO SRTBILL.
           SELECT INVOICE-FILE
               ASSIGN TO DDINVOIC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INVC-STATUS.
           SELECT AR-FEED-FILE
               ASSIGN TO DDARFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARFD-STATUS.
           SELECT CONTROL-REPORT-FILE
               ASSIGN TO DDBILCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTRL-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * CDRC341'S RATED USAGE HISTORY FOR THE CYCLE, ONE RECORD PER
      * RATED DETAIL. THE HISTORY KEY IS THE ACCOUNT (MASTER) KEY.
       FD HISTORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01 HISTORY-RECORD.
          05 HISTORY-KEY PIC X(10).
          05 HISTORY-ID PIC 9(10).
          05 HISTORY-SERVICE-CLASS PIC X(2).
          05 HISTORY-TIER PIC 9(2).
          05 HISTORY-JURISDICTION PIC X(3).
          05 HISTORY-USAGE-UNITS PIC 9(9).
          05 HISTORY-UNIT-RATE PIC 9(3)V9(4) COMP-3.
          05 HISTORY-CHARGE PIC S9(11)V99 COMP-3.
          05 HISTORY-TAX PIC S9(9)V99 COMP-3.
          05 HISTORY-TOTAL PIC S9(11)V99 COMP-3.
          05 FILLER PIC X(20).
      * CDRC341 RETRO-RATING ADJUSTMENTS. ONLY THE CHARGE AND TAX
      * DELTAS ARE BILLED.
       FD ADJUSTMENT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
       01 ADJUSTMENT-RECORD.
          05 ADJ-KEY PIC X(10).
          05 ADJ-ID PIC 9(10).
          05 ADJ-SERVICE-CLASS PIC X(2).
          05 ADJ-JURISDICTION PIC X(3).
          05 ADJ-EFF-DATE PIC 9(8).
          05 ADJ-USAGE-UNITS PIC 9(9).
          05 ADJ-OLD-CHARGE PIC S9(11)V99 COMP-3.
          05 ADJ-NEW-CHARGE PIC S9(11)V99 COMP-3.
          05 ADJ-CHARGE-DELTA PIC S9(11)V99 COMP-3.
          05 ADJ-OLD-TAX PIC S9(9)V99 COMP-3.
          05 ADJ-NEW-TAX PIC S9(9)V99 COMP-3.
          05 ADJ-TAX-DELTA PIC S9(9)V99 COMP-3.
          05 FILLER PIC X(19).
      * PAYMENTS POSTED SINCE THE LAST BILLING CYCLE.
       FD PAYMENT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 40 CHARACTERS.
       01 PAYMENT-RECORD.
          05 PM-ACCOUNT-KEY PIC X(10).
          05 PM-PAYMENT-DATE PIC 9(8).
          05 PM-AMOUNT PIC S9(9)V99 COMP-3.
          05 PM-REFERENCE PIC X(12).
          05 FILLER PIC X(4).
      * BALANCE CARRIED FORWARD PER ACCOUNT - THE AMOUNT DUE ON ITS
      * LAST INVOICE. AN ACCOUNT BILLED FOR THE FIRST TIME STARTS
      * AT ZERO.
       FD ACCOUNT-BALANCE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 60 CHARACTERS.
       01 ACCOUNT-BALANCE-RECORD.
          05 AB-ACCOUNT-KEY PIC X(10).
          05 AB-ACCOUNT-ID PIC 9(10).
          05 AB-BALANCE PIC S9(11)V99 COMP-3.
          05 AB-LAST-INVOICE-NO PIC 9(14).
          05 AB-LAST-INVOICE-DATE PIC 9(8).
          05 AB-LAST-AMOUNT-DUE PIC S9(11)V99 COMP-3.
          05 FILLER PIC X(4).
      * HISTORY, ADJUSTMENTS AND PAYMENTS IN ONE LAYOUT, SORTED TO
      * ACCOUNT ORDER FOR THE INVOICE BREAK.
       SD SORT-BILLING-FILE.
       01 SORT-BILLING-RECORD.
          05 SB-ACCOUNT-KEY PIC X(10).
          05 SB-REC-TYPE PIC X(1).
             88 SB-ADJUSTMENT VALUE 'A'.
             88 SB-USAGE VALUE 'H'.
             88 SB-PAYMENT VALUE 'P'.
          05 SB-SERVICE-CLASS PIC X(2).
          05 SB-TIER PIC 9(2).
          05 SB-JURISDICTION PIC X(3).
          05 SB-ACCOUNT-ID PIC 9(10).
          05 SB-USAGE-UNITS PIC 9(9).
          05 SB-CHARGE PIC S9(11)V99 COMP-3.
          05 SB-TAX PIC S9(9)V99 COMP-3.
          05 SB-PAY-AMOUNT PIC S9(11)V99 COMP-3.
          05 FILLER PIC X(23).
       FD INVOICE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01 INVOICE-LINE PIC X(132).
      * ONE RECORD PER INVOICE FOR ACCOUNTS RECEIVABLE.
       FD AR-FEED-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
       01 AR-FEED-RECORD.
          05 AR-ACCOUNT-KEY PIC X(10).
          05 AR-ACCOUNT-ID PIC 9(10).
          05 AR-INVOICE-NO PIC 9(14).
          05 AR-INVOICE-DATE PIC 9(8).
          05 AR-DUE-DATE PIC 9(8).
          05 AR-PRIOR-BALANCE PIC S9(11)V99 COMP-3.
          05 AR-PAYMENTS PIC S9(11)V99 COMP-3.
          05 AR-USAGE-CHARGES PIC S9(11)V99 COMP-3.
          05 AR-ADJUSTMENTS PIC S9(11)V99 COMP-3.
          05 AR-TAXES PIC S9(11)V99 COMP-3.
          05 AR-AMOUNT-DUE PIC S9(11)V99 COMP-3.
          05 FILLER PIC X(8).
       FD CONTROL-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01 CONTROL-REPORT-LINE PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *--- PROGRAM CONSTANTS ---
       01 WS-CONSTANTS.
           05 WS-PROGRAM-NAME      PIC X(8) VALUE 'CDRBILL '.
           05 WS-PROGRAM-VERSION   PIC X(6) VALUE '01.00'.
           05 WS-PAYMENT-TERMS     PIC 9(3) VALUE 21.
      *
      *--- FILE STATUS VARIABLES ---
       01 WS-FILE-STATUS-VARS.
           05 WS-HIST-STATUS     PIC XX VALUE SPACES.
           05 WS-ADJU-STATUS     PIC XX VALUE SPACES.
           05 WS-PAYM-STATUS     PIC XX VALUE SPACES.
           05 WS-ABAL-STATUS     PIC XX VALUE SPACES.
           05 WS-INVC-STATUS     PIC XX VALUE SPACES.
           05 WS-ARFD-STATUS     PIC XX VALUE SPACES.
           05 WS-CTRL-STATUS     PIC XX VALUE SPACES.
      *
       01 WS-COMMAND-LINE       PIC X(20) VALUE SPACES.
       01 WS-INVOICE-DATE-TEXT  PIC X(8) VALUE SPACES.
       01 WS-INVOICE-DATE       PIC 9(8) VALUE 0.
       01 WS-DUE-DATE           PIC 9(8) VALUE 0.
       01 WS-INVOICE-NO.
           05 WS-IN-DATE         PIC 9(8) VALUE 0.
           05 WS-IN-SEQ          PIC 9(6) VALUE 0.
       01 WS-HIST-EOF-FLAG      PIC X(1) VALUE 'N'.
           88 WS-HIST-EOF       VALUE 'Y'.
       01 WS-ADJU-EOF-FLAG      PIC X(1) VALUE 'N'.
           88 WS-ADJU-EOF       VALUE 'Y'.
       01 WS-PAYM-EOF-FLAG      PIC X(1) VALUE 'N'.
           88 WS-PAYM-EOF       VALUE 'Y'.
       01 WS-SORT-EOF-FLAG      PIC X(1) VALUE 'N'.
           88 WS-SORT-EOF       VALUE 'Y'.
      *
      *--- CURRENT ACCOUNT ---
       01 WS-ACCOUNT-WORK.
           05 WS-CURR-ACCOUNT    PIC X(10) VALUE SPACES.
           05 WS-ACCT-ID         PIC 9(10) VALUE 0.
           05 WS-ACCT-USAGE      PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-ACCT-ADJ        PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-ACCT-TAX        PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-ACCT-PAY        PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-ACCT-PRIOR      PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-ACCT-CURRENT    PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-ACCT-DUE        PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-BALANCE-NEW-FLAG PIC 9 VALUE 0.
              88 WS-BALANCE-NEW  VALUE 1.
      *
      *--- INVOICE DETAIL TABLES FOR THE CURRENT ACCOUNT ---
      * A FULL TABLE ADDS INTO ITS LAST ENTRY SO THE INVOICE STILL
      * FOOTS TO THE INPUT.
       01 WS-USAGE-TABLE.
           05 WS-UT-ENTRY OCCURS 50 TIMES.
              10 WS-UT-CLASS PIC X(2).
              10 WS-UT-TIER PIC 9(2).
              10 WS-UT-COUNT PIC 9(7).
              10 WS-UT-UNITS PIC 9(11).
              10 WS-UT-CHARGE PIC S9(11)V99 COMP-3.
       01 WS-USAGE-COUNT        PIC 9(2) VALUE 0.
       01 WS-UT-IDX             PIC 9(2) VALUE 0.
       01 WS-ADJ-TABLE.
           05 WS-AT-ENTRY OCCURS 20 TIMES.
              10 WS-AT-CLASS PIC X(2).
              10 WS-AT-COUNT PIC 9(7).
              10 WS-AT-CHARGE PIC S9(11)V99 COMP-3.
       01 WS-ADJ-COUNT          PIC 9(2) VALUE 0.
       01 WS-AT-IDX             PIC 9(2) VALUE 0.
       01 WS-TAX-TABLE.
           05 WS-TX-ENTRY OCCURS 50 TIMES.
              10 WS-TX-JURIS PIC X(3).
              10 WS-TX-AMOUNT PIC S9(11)V99 COMP-3.
       01 WS-TAX-COUNT          PIC 9(2) VALUE 0.
       01 WS-TX-IDX             PIC 9(2) VALUE 0.
       01 WS-TABLE-OVERFLOWS    PIC 9(7) VALUE 0.
      *
      *--- INPUT AND INVOICE CONTROL TOTALS ---
       01 WS-CONTROL-TOTALS.
           05 WS-HIST-READ       PIC 9(9) VALUE 0.
           05 WS-HIST-CHARGE     PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-HIST-TAX        PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-ADJ-READ        PIC 9(9) VALUE 0.
           05 WS-ADJ-CHARGE      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-ADJ-TAX         PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-PAY-READ        PIC 9(9) VALUE 0.
           05 WS-PAY-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-INVOICES        PIC 9(9) VALUE 0.
           05 WS-ACCOUNTS-OPENED PIC 9(9) VALUE 0.
           05 WS-BALANCE-FAILURES PIC 9(9) VALUE 0.
           05 WS-INV-USAGE       PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-INV-ADJ         PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-INV-TAX         PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-INV-PAY         PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-INV-PRIOR       PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-INV-DUE         PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-AR-DUE          PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-BALANCE-FLAG    PIC 9 VALUE 0.
              88 WS-IN-BALANCE   VALUE 0.
              88 WS-OUT-OF-BALANCE VALUE 1.
      *
      *--- INVOICE PRINT LINES ---
       01 WS-INV-HEADER-1.
           05 FILLER             PIC X(16) VALUE 'INVOICE NUMBER: '.
           05 WS-IH-INVOICE-NO   PIC 9(14).
           05 FILLER             PIC X(16) VALUE '  INVOICE DATE: '.
           05 WS-IH-INVOICE-DATE PIC 9(8).
           05 FILLER             PIC X(12) VALUE '  DUE DATE: '.
           05 WS-IH-DUE-DATE     PIC 9(8).
           05 FILLER             PIC X(58) VALUE SPACES.
       01 WS-INV-HEADER-2.
           05 FILLER             PIC X(9) VALUE 'ACCOUNT: '.
           05 WS-IH-ACCOUNT      PIC X(10).
           05 FILLER             PIC X(14) VALUE '  ACCOUNT ID: '.
           05 WS-IH-ACCOUNT-ID   PIC 9(10).
           05 FILLER             PIC X(89) VALUE SPACES.
       01 WS-INV-USAGE-COLUMNS.
           05 FILLER             PIC X(13) VALUE '  CLASS'.
           05 FILLER             PIC X(7) VALUE 'TIER'.
           05 FILLER             PIC X(19) VALUE 'DETAILS'.
           05 FILLER             PIC X(13) VALUE 'UNITS'.
           05 FILLER             PIC X(7) VALUE 'CHARGE'.
           05 FILLER             PIC X(73) VALUE SPACES.
       01 WS-INV-USAGE-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 WS-IU-CLASS        PIC X(2).
           05 FILLER             PIC X(9) VALUE SPACES.
           05 WS-IU-TIER         PIC 9(2).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WS-IU-COUNT        PIC ZZZ.ZZ9.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WS-IU-UNITS        PIC ZZ.ZZZ.ZZZ.ZZ9.
           05 WS-IU-CHARGE       PIC Z(10)9,99-.
           05 FILLER             PIC X(73) VALUE SPACES.
       01 WS-INV-TITLE-LINE.
           05 WS-IT-TITLE        PIC X(40).
           05 FILLER             PIC X(92) VALUE SPACES.
       01 WS-INV-AMOUNT-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 WS-IA-LABEL        PIC X(40).
           05 WS-IA-AMOUNT       PIC Z(10)9,99-.
           05 FILLER             PIC X(73) VALUE SPACES.
      *
      *--- CONTROL REPORT LINES ---
       01 WS-CTL-HEADER.
           05 FILLER             PIC X(28)
                                 VALUE 'BILLING CYCLE CONTROL REPORT'.
           05 FILLER             PIC X(16) VALUE '  INVOICE DATE: '.
           05 WS-CH-DATE         PIC 9(8).
           05 FILLER             PIC X(80) VALUE SPACES.
       01 WS-CTL-COUNT-LINE.
           05 WS-CC-LABEL        PIC X(40).
           05 WS-CC-COUNT        PIC ZZZ.ZZZ.ZZ9.
           05 FILLER             PIC X(81) VALUE SPACES.
       01 WS-CTL-AMOUNT-LINE.
           05 WS-CA-LABEL        PIC X(40).
           05 WS-CA-AMOUNT       PIC Z(12)9,99-.
           05 FILLER             PIC X(75) VALUE SPACES.
       01 WS-CTL-BALANCE-LINE.
           05 FILLER             PIC X(16) VALUE 'CYCLE TIE-OUT: '.
           05 WS-CB-RESULT       PIC X(14).
           05 FILLER             PIC X(102) VALUE SPACES.
      *
      *--- COUNTERS AND ACCUMULATORS ---
       01 WS-COUNTERS.
           05 WS-RECORDS-READ      PIC 9(9) COMP VALUE 0.
           05 WS-RECORDS-WRITTEN   PIC 9(9) COMP VALUE 0.
           05 WS-ERROR-COUNT       PIC 9(9) COMP VALUE 0.
      *
      *--- FLAGS AND SWITCHES ---
       01 WS-FLAGS.
           05 WS-ERROR-FLAG        PIC 9 VALUE 0.
              88 ERROR-OCCURRED    VALUE 1.
              88 NO-ERROR          VALUE 0.
      *
      *--- DATE AND TIME ---
       01 WS-DATE-TIME.
           05 WS-CURRENT-DATE.
              10 WS-YEAR           PIC 9(4).
              10 WS-MONTH          PIC 9(2).
              10 WS-DAY            PIC 9(2).
           05 WS-CURRENT-TIME.
              10 WS-HOUR           PIC 9(2).
              10 WS-MINUTE         PIC 9(2).
              10 WS-SECOND         PIC 9(2).
       PROCEDURE DIVISION.
      *===============================================================
      * MAIN PROGRAM LOGIC
      *===============================================================
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZATION
           SORT SORT-BILLING-FILE
               ON ASCENDING KEY SB-ACCOUNT-KEY SB-REC-TYPE
                   SB-SERVICE-CLASS SB-TIER SB-JURISDICTION
               INPUT PROCEDURE IS 2000-COLLECT-BILLING-INPUT
               OUTPUT PROCEDURE IS 4000-PRODUCE-INVOICES
           PERFORM 9000-TERMINATION
           STOP RUN.
      *
      *===============================================================
      * INITIALIZATION
      *===============================================================
       1000-INITIALIZATION.
           PERFORM 1100-INIT-VARIABLES
           PERFORM 1200-OPEN-FILES.
      *
       1100-INIT-VARIABLES.
           INITIALIZE WS-COUNTERS
           INITIALIZE WS-FLAGS
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-INVOICE-DATE-TEXT
           IF WS-INVOICE-DATE-TEXT NUMERIC
               MOVE WS-INVOICE-DATE-TEXT TO WS-INVOICE-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO WS-INVOICE-DATE
           END-IF
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-INVOICE-DATE)
                + WS-PAYMENT-TERMS)
           MOVE WS-INVOICE-DATE TO WS-IN-DATE
           MOVE 0 TO WS-IN-SEQ.
      *
      * THE ADJUSTMENT AND PAYMENT FILES ARE OPTIONAL - A CYCLE
      * WITH NO RETRO-RATING OR NO PAYMENTS SIMPLY HAS NONE.
       1200-OPEN-FILES.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING HISTORY-FILE: ' WS-HIST-STATUS
               SET ERROR-OCCURRED TO TRUE
               PERFORM 9999-ABORT-PROGRAM
           END-IF.
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJU-STATUS NOT = '00'
               DISPLAY 'NO ADJUSTMENT FILE: ' WS-ADJU-STATUS
               SET WS-ADJU-EOF TO TRUE
           END-IF.
           OPEN INPUT PAYMENT-FILE
           IF WS-PAYM-STATUS NOT = '00'
               DISPLAY 'NO PAYMENT FILE: ' WS-PAYM-STATUS
               SET WS-PAYM-EOF TO TRUE
           END-IF.
           OPEN I-O ACCOUNT-BALANCE-FILE
           IF WS-ABAL-STATUS = '35'
               OPEN OUTPUT ACCOUNT-BALANCE-FILE
               CLOSE ACCOUNT-BALANCE-FILE
               OPEN I-O ACCOUNT-BALANCE-FILE
           END-IF
           IF WS-ABAL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCOUNT-BALANCE-FILE: '
                   WS-ABAL-STATUS
               SET ERROR-OCCURRED TO TRUE
               PERFORM 9999-ABORT-PROGRAM
           END-IF.
           OPEN OUTPUT INVOICE-FILE
           IF WS-INVC-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INVOICE-FILE: ' WS-INVC-STATUS
               SET ERROR-OCCURRED TO TRUE
               PERFORM 9999-ABORT-PROGRAM
           END-IF.
           OPEN OUTPUT AR-FEED-FILE
           IF WS-ARFD-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING AR-FEED-FILE: ' WS-ARFD-STATUS
               SET ERROR-OCCURRED TO TRUE
               PERFORM 9999-ABORT-PROGRAM
           END-IF.
           OPEN OUTPUT CONTROL-REPORT-FILE
           IF WS-CTRL-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING CONTROL-REPORT-FILE: '
                   WS-CTRL-STATUS
               SET ERROR-OCCURRED TO TRUE
               PERFORM 9999-ABORT-PROGRAM
           END-IF.
      *
      *===============================================================
      * BILLING INPUT (SORT INPUT PROCEDURE)
      * EVERY INPUT RECORD IS COUNTED AND TOTALLED HERE, AS READ,
      * SO THE CONTROL REPORT PROVES THE INVOICES AGAINST THE
      * INPUT FILES RATHER THAN AGAINST THEMSELVES.
      *===============================================================
       2000-COLLECT-BILLING-INPUT.
           PERFORM UNTIL WS-HIST-EOF
               READ HISTORY-FILE
                   AT END
                       SET WS-HIST-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-RELEASE-USAGE
               END-READ
           END-PERFORM
           PERFORM UNTIL WS-ADJU-EOF
               READ ADJUSTMENT-FILE
                   AT END
                       SET WS-ADJU-EOF TO TRUE
                   NOT AT END
                       PERFORM 2200-RELEASE-ADJUSTMENT
               END-READ
           END-PERFORM
           PERFORM UNTIL WS-PAYM-EOF
               READ PAYMENT-FILE
                   AT END
                       SET WS-PAYM-EOF TO TRUE
                   NOT AT END
                       PERFORM 2300-RELEASE-PAYMENT
               END-READ
           END-PERFORM.
      *
       2100-RELEASE-USAGE.
           ADD 1 TO WS-RECORDS-READ
           ADD 1 TO WS-HIST-READ
           ADD HISTORY-CHARGE TO WS-HIST-CHARGE
           ADD HISTORY-TAX TO WS-HIST-TAX
           MOVE SPACES TO SORT-BILLING-RECORD
           MOVE HISTORY-KEY TO SB-ACCOUNT-KEY
           SET SB-USAGE TO TRUE
           MOVE HISTORY-SERVICE-CLASS TO SB-SERVICE-CLASS
           MOVE HISTORY-TIER TO SB-TIER
           MOVE HISTORY-JURISDICTION TO SB-JURISDICTION
           MOVE HISTORY-ID TO SB-ACCOUNT-ID
           MOVE HISTORY-USAGE-UNITS TO SB-USAGE-UNITS
           MOVE HISTORY-CHARGE TO SB-CHARGE
           MOVE HISTORY-TAX TO SB-TAX
           MOVE 0 TO SB-PAY-AMOUNT
           RELEASE SORT-BILLING-RECORD.
      *
       2200-RELEASE-ADJUSTMENT.
           ADD 1 TO WS-RECORDS-READ
           ADD 1 TO WS-ADJ-READ
           ADD ADJ-CHARGE-DELTA TO WS-ADJ-CHARGE
           ADD ADJ-TAX-DELTA TO WS-ADJ-TAX
           MOVE SPACES TO SORT-BILLING-RECORD
           MOVE ADJ-KEY TO SB-ACCOUNT-KEY
           SET SB-ADJUSTMENT TO TRUE
           MOVE ADJ-SERVICE-CLASS TO SB-SERVICE-CLASS
           MOVE 0 TO SB-TIER
           MOVE ADJ-JURISDICTION TO SB-JURISDICTION
           MOVE ADJ-ID TO SB-ACCOUNT-ID
           MOVE ADJ-USAGE-UNITS TO SB-USAGE-UNITS
           MOVE ADJ-CHARGE-DELTA TO SB-CHARGE
           MOVE ADJ-TAX-DELTA TO SB-TAX
           MOVE 0 TO SB-PAY-AMOUNT
           RELEASE SORT-BILLING-RECORD.
      *
       2300-RELEASE-PAYMENT.
           ADD 1 TO WS-RECORDS-READ
           ADD 1 TO WS-PAY-READ
           ADD PM-AMOUNT TO WS-PAY-TOTAL
           MOVE SPACES TO SORT-BILLING-RECORD
           MOVE PM-ACCOUNT-KEY TO SB-ACCOUNT-KEY
           SET SB-PAYMENT TO TRUE
           MOVE 0 TO SB-TIER
           MOVE 0 TO SB-ACCOUNT-ID
           MOVE 0 TO SB-USAGE-UNITS
           MOVE 0 TO SB-CHARGE
           MOVE 0 TO SB-TAX
           MOVE PM-AMOUNT TO SB-PAY-AMOUNT
           RELEASE SORT-BILLING-RECORD.
      *
      *===============================================================
      * INVOICING (SORT OUTPUT PROCEDURE)
      * ONE INVOICE AT EACH CHANGE OF ACCOUNT.
      *===============================================================
       4000-PRODUCE-INVOICES.
           MOVE SPACES TO WS-CURR-ACCOUNT
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-BILLING-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF SB-ACCOUNT-KEY NOT = WS-CURR-ACCOUNT
                           IF WS-CURR-ACCOUNT NOT = SPACES
                               PERFORM 5000-FINISH-ACCOUNT
                           END-IF
                           PERFORM 4100-START-ACCOUNT
                       END-IF
                       PERFORM 4200-ACCUMULATE-ITEM
               END-RETURN
           END-PERFORM
           IF WS-CURR-ACCOUNT NOT = SPACES
               PERFORM 5000-FINISH-ACCOUNT
           END-IF.
      *
       4100-START-ACCOUNT.
           MOVE SB-ACCOUNT-KEY TO WS-CURR-ACCOUNT
           MOVE 0 TO WS-ACCT-ID
           MOVE 0 TO WS-ACCT-USAGE
           MOVE 0 TO WS-ACCT-ADJ
           MOVE 0 TO WS-ACCT-TAX
           MOVE 0 TO WS-ACCT-PAY
           MOVE 0 TO WS-USAGE-COUNT
           MOVE 0 TO WS-ADJ-COUNT
           MOVE 0 TO WS-TAX-COUNT.
      *
       4200-ACCUMULATE-ITEM.
           IF WS-ACCT-ID = 0
               MOVE SB-ACCOUNT-ID TO WS-ACCT-ID
           END-IF
           EVALUATE TRUE
               WHEN SB-USAGE
                   ADD SB-CHARGE TO WS-ACCT-USAGE
                   ADD SB-TAX TO WS-ACCT-TAX
                   PERFORM 4300-ADD-USAGE-LINE
                   PERFORM 4500-ADD-TAX-LINE
               WHEN SB-ADJUSTMENT
                   ADD SB-CHARGE TO WS-ACCT-ADJ
                   ADD SB-TAX TO WS-ACCT-TAX
                   PERFORM 4400-ADD-ADJUSTMENT-LINE
                   PERFORM 4500-ADD-TAX-LINE
               WHEN SB-PAYMENT
                   ADD SB-PAY-AMOUNT TO WS-ACCT-PAY
           END-EVALUATE.
      *
       4300-ADD-USAGE-LINE.
           PERFORM VARYING WS-UT-IDX FROM 1 BY 1
               UNTIL WS-UT-IDX > WS-USAGE-COUNT
               OR (WS-UT-CLASS(WS-UT-IDX) = SB-SERVICE-CLASS
                   AND WS-UT-TIER(WS-UT-IDX) = SB-TIER)
               CONTINUE
           END-PERFORM
           IF WS-UT-IDX > WS-USAGE-COUNT
               IF WS-USAGE-COUNT < 50
                   ADD 1 TO WS-USAGE-COUNT
                   MOVE SB-SERVICE-CLASS TO
                       WS-UT-CLASS(WS-USAGE-COUNT)
                   MOVE SB-TIER TO WS-UT-TIER(WS-USAGE-COUNT)
                   MOVE 0 TO WS-UT-COUNT(WS-USAGE-COUNT)
                   MOVE 0 TO WS-UT-UNITS(WS-USAGE-COUNT)
                   MOVE 0 TO WS-UT-CHARGE(WS-USAGE-COUNT)
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOWS
               END-IF
               MOVE WS-USAGE-COUNT TO WS-UT-IDX
           END-IF
           ADD 1 TO WS-UT-COUNT(WS-UT-IDX)
           ADD SB-USAGE-UNITS TO WS-UT-UNITS(WS-UT-IDX)
           ADD SB-CHARGE TO WS-UT-CHARGE(WS-UT-IDX).
      *
       4400-ADD-ADJUSTMENT-LINE.
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
               UNTIL WS-AT-IDX > WS-ADJ-COUNT
               OR WS-AT-CLASS(WS-AT-IDX) = SB-SERVICE-CLASS
               CONTINUE
           END-PERFORM
           IF WS-AT-IDX > WS-ADJ-COUNT
               IF WS-ADJ-COUNT < 20
                   ADD 1 TO WS-ADJ-COUNT
                   MOVE SB-SERVICE-CLASS TO WS-AT-CLASS(WS-ADJ-COUNT)
                   MOVE 0 TO WS-AT-COUNT(WS-ADJ-COUNT)
                   MOVE 0 TO WS-AT-CHARGE(WS-ADJ-COUNT)
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOWS
               END-IF
               MOVE WS-ADJ-COUNT TO WS-AT-IDX
           END-IF
           ADD 1 TO WS-AT-COUNT(WS-AT-IDX)
           ADD SB-CHARGE TO WS-AT-CHARGE(WS-AT-IDX).
      *
       4500-ADD-TAX-LINE.
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
               UNTIL WS-TX-IDX > WS-TAX-COUNT
               OR WS-TX-JURIS(WS-TX-IDX) = SB-JURISDICTION
               CONTINUE
           END-PERFORM
           IF WS-TX-IDX > WS-TAX-COUNT
               IF WS-TAX-COUNT < 50
                   ADD 1 TO WS-TAX-COUNT
                   MOVE SB-JURISDICTION TO WS-TX-JURIS(WS-TAX-COUNT)
                   MOVE 0 TO WS-TX-AMOUNT(WS-TAX-COUNT)
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOWS
               END-IF
               MOVE WS-TAX-COUNT TO WS-TX-IDX
           END-IF
           ADD SB-TAX TO WS-TX-AMOUNT(WS-TX-IDX).
      *
      *===============================================================
      * ACCOUNT END: BALANCE FORWARD, INVOICE, AR FEED
      * AMOUNT DUE = PRIOR BALANCE - PAYMENTS + USAGE CHARGES
      *              + ADJUSTMENTS + TAXES
      *===============================================================
       5000-FINISH-ACCOUNT.
           PERFORM 5100-READ-BALANCE
           COMPUTE WS-ACCT-CURRENT =
               WS-ACCT-USAGE + WS-ACCT-ADJ + WS-ACCT-TAX
           COMPUTE WS-ACCT-DUE =
               WS-ACCT-PRIOR - WS-ACCT-PAY + WS-ACCT-CURRENT
           ADD 1 TO WS-IN-SEQ
           PERFORM 6000-PRINT-INVOICE
           PERFORM 5200-WRITE-AR-FEED
           PERFORM 5300-UPDATE-BALANCE
           ADD 1 TO WS-INVOICES
           ADD WS-ACCT-USAGE TO WS-INV-USAGE
           ADD WS-ACCT-ADJ TO WS-INV-ADJ
           ADD WS-ACCT-TAX TO WS-INV-TAX
           ADD WS-ACCT-PAY TO WS-INV-PAY
           ADD WS-ACCT-PRIOR TO WS-INV-PRIOR
           ADD WS-ACCT-DUE TO WS-INV-DUE.
      *
       5100-READ-BALANCE.
           MOVE 0 TO WS-BALANCE-NEW-FLAG
           MOVE WS-CURR-ACCOUNT TO AB-ACCOUNT-KEY
           READ ACCOUNT-BALANCE-FILE
               INVALID KEY
                   SET WS-BALANCE-NEW TO TRUE
                   MOVE SPACES TO ACCOUNT-BALANCE-RECORD
                   MOVE WS-CURR-ACCOUNT TO AB-ACCOUNT-KEY
                   MOVE 0 TO AB-BALANCE
           END-READ
           MOVE AB-BALANCE TO WS-ACCT-PRIOR
           IF WS-ACCT-ID = 0 AND NOT WS-BALANCE-NEW
               MOVE AB-ACCOUNT-ID TO WS-ACCT-ID
           END-IF.
      *
       5200-WRITE-AR-FEED.
           MOVE SPACES TO AR-FEED-RECORD
           MOVE WS-CURR-ACCOUNT TO AR-ACCOUNT-KEY
           MOVE WS-ACCT-ID TO AR-ACCOUNT-ID
           MOVE WS-INVOICE-NO TO AR-INVOICE-NO
           MOVE WS-INVOICE-DATE TO AR-INVOICE-DATE
           MOVE WS-DUE-DATE TO AR-DUE-DATE
           MOVE WS-ACCT-PRIOR TO AR-PRIOR-BALANCE
           MOVE WS-ACCT-PAY TO AR-PAYMENTS
           MOVE WS-ACCT-USAGE TO AR-USAGE-CHARGES
           MOVE WS-ACCT-ADJ TO AR-ADJUSTMENTS
           MOVE WS-ACCT-TAX TO AR-TAXES
           MOVE WS-ACCT-DUE TO AR-AMOUNT-DUE
           WRITE AR-FEED-RECORD
           ADD 1 TO WS-RECORDS-WRITTEN
           ADD WS-ACCT-DUE TO WS-AR-DUE.
      *
       5300-UPDATE-BALANCE.
           MOVE WS-ACCT-ID TO AB-ACCOUNT-ID
           MOVE WS-ACCT-DUE TO AB-BALANCE
           MOVE WS-INVOICE-NO TO AB-LAST-INVOICE-NO
           MOVE WS-INVOICE-DATE TO AB-LAST-INVOICE-DATE
           MOVE WS-ACCT-DUE TO AB-LAST-AMOUNT-DUE
           IF WS-BALANCE-NEW
               WRITE ACCOUNT-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY 'BALANCE WRITE FAILED: '
                           AB-ACCOUNT-KEY
                       ADD 1 TO WS-BALANCE-FAILURES
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-ACCOUNTS-OPENED
               END-WRITE
           ELSE
               REWRITE ACCOUNT-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY 'BALANCE REWRITE FAILED: '
                           AB-ACCOUNT-KEY
                       ADD 1 TO WS-BALANCE-FAILURES
                       ADD 1 TO WS-ERROR-COUNT
               END-REWRITE
           END-IF.
      *
      *===============================================================
      * PRINT-READY INVOICE
      *===============================================================
       6000-PRINT-INVOICE.
           MOVE WS-INVOICE-NO TO WS-IH-INVOICE-NO
           MOVE WS-INVOICE-DATE TO WS-IH-INVOICE-DATE
           MOVE WS-DUE-DATE TO WS-IH-DUE-DATE
           WRITE INVOICE-LINE FROM WS-INV-HEADER-1
           MOVE WS-CURR-ACCOUNT TO WS-IH-ACCOUNT
           MOVE WS-ACCT-ID TO WS-IH-ACCOUNT-ID
           WRITE INVOICE-LINE FROM WS-INV-HEADER-2
           MOVE SPACES TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE 'USAGE CHARGES' TO WS-IT-TITLE
           WRITE INVOICE-LINE FROM WS-INV-TITLE-LINE
           WRITE INVOICE-LINE FROM WS-INV-USAGE-COLUMNS
           PERFORM VARYING WS-UT-IDX FROM 1 BY 1
               UNTIL WS-UT-IDX > WS-USAGE-COUNT
               MOVE WS-UT-CLASS(WS-UT-IDX) TO WS-IU-CLASS
               MOVE WS-UT-TIER(WS-UT-IDX) TO WS-IU-TIER
               MOVE WS-UT-COUNT(WS-UT-IDX) TO WS-IU-COUNT
               MOVE WS-UT-UNITS(WS-UT-IDX) TO WS-IU-UNITS
               MOVE WS-UT-CHARGE(WS-UT-IDX) TO WS-IU-CHARGE
               WRITE INVOICE-LINE FROM WS-INV-USAGE-LINE
           END-PERFORM
           MOVE 'TOTAL USAGE CHARGES' TO WS-IA-LABEL
           MOVE WS-ACCT-USAGE TO WS-IA-AMOUNT
           WRITE INVOICE-LINE FROM WS-INV-AMOUNT-LINE
           IF WS-ADJ-COUNT > 0
               MOVE SPACES TO INVOICE-LINE
               WRITE INVOICE-LINE
               MOVE 'RE-RATING ADJUSTMENTS' TO WS-IT-TITLE
               WRITE INVOICE-LINE FROM WS-INV-TITLE-LINE
               PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > WS-ADJ-COUNT
                   MOVE SPACES TO WS-IA-LABEL
                   STRING 'SERVICE CLASS ' DELIMITED BY SIZE
                       WS-AT-CLASS(WS-AT-IDX) DELIMITED BY SIZE
                       INTO WS-IA-LABEL
                   END-STRING
                   MOVE WS-AT-CHARGE(WS-AT-IDX) TO WS-IA-AMOUNT
                   WRITE INVOICE-LINE FROM WS-INV-AMOUNT-LINE
               END-PERFORM
               MOVE 'TOTAL ADJUSTMENTS' TO WS-IA-LABEL
               MOVE WS-ACCT-ADJ TO WS-IA-AMOUNT
               WRITE INVOICE-LINE FROM WS-INV-AMOUNT-LINE
           END-IF
           MOVE SPACES TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE 'TAXES' TO WS-IT-TITLE
           WRITE INVOICE-LINE FROM WS-INV-TITLE-LINE
           PERFORM VARYING WS-TX-IDX FROM 1 BY 1
               UNTIL WS-TX-IDX > WS-TAX-COUNT
               MOVE SPACES TO WS-IA-LABEL
               STRING 'JURISDICTION ' DELIMITED BY SIZE
                   WS-TX-JURIS(WS-TX-IDX) DELIMITED BY SIZE
                   INTO WS-IA-LABEL
               END-STRING
               MOVE WS-TX-AMOUNT(WS-TX-IDX) TO WS-IA-AMOUNT
               WRITE INVOICE-LINE FROM WS-INV-AMOUNT-LINE
           END-PERFORM
           MOVE 'TOTAL TAXES' TO WS-IA-LABEL
           MOVE WS-ACCT-TAX TO WS-IA-AMOUNT
           WRITE INVOICE-LINE FROM WS-INV-AMOUNT-LINE
           MOVE SPACES TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE 'ACCOUNT SUMMARY' TO WS-IT-TITLE
           WRITE INVOICE-LINE FROM WS-INV-TITLE-LINE
           MOVE 'PRIOR BALANCE' TO WS-IA-LABEL
           MOVE WS-ACCT-PRIOR TO WS-IA-AMOUNT
           WRITE INVOICE-LINE FROM WS-INV-AMOUNT-LINE
           MOVE 'PAYMENTS RECEIVED - THANK YOU' TO WS-IA-LABEL
           COMPUTE WS-IA-AMOUNT = 0 - WS-ACCT-PAY
           WRITE INVOICE-LINE FROM WS-INV-AMOUNT-LINE
           MOVE 'CURRENT CHARGES' TO WS-IA-LABEL
           MOVE WS-ACCT-CURRENT TO WS-IA-AMOUNT
           WRITE INVOICE-LINE FROM WS-INV-AMOUNT-LINE
           MOVE 'AMOUNT DUE' TO WS-IA-LABEL
           MOVE WS-ACCT-DUE TO WS-IA-AMOUNT
           WRITE INVOICE-LINE FROM WS-INV-AMOUNT-LINE
           MOVE SPACES TO INVOICE-LINE
           WRITE INVOICE-LINE
           WRITE INVOICE-LINE.
      *
      *===============================================================
      * CYCLE CONTROL REPORT AND TIE-OUT
      * INVOICED USAGE MUST EQUAL THE RATED HISTORY CHARGES,
      * INVOICED ADJUSTMENTS THE ADJUSTMENT CHARGE DELTAS, INVOICED
      * TAX THE HISTORY TAX PLUS THE ADJUSTMENT TAX DELTAS, AND
      * INVOICED PAYMENTS THE PAYMENTS READ. THE AMOUNT DUE MUST
      * FOOT FROM ITS PARTS AND AGREE WITH THE AR FEED.
      *===============================================================
       8000-WRITE-CONTROL-REPORT.
           MOVE WS-INVOICE-DATE TO WS-CH-DATE
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-HEADER
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE 'RATED HISTORY RECORDS' TO WS-CC-LABEL
           MOVE WS-HIST-READ TO WS-CC-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-COUNT-LINE
           MOVE 'RATED HISTORY CHARGES' TO WS-CA-LABEL
           MOVE WS-HIST-CHARGE TO WS-CA-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-AMOUNT-LINE
           MOVE 'RATED HISTORY TAX' TO WS-CA-LABEL
           MOVE WS-HIST-TAX TO WS-CA-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-AMOUNT-LINE
           MOVE 'ADJUSTMENT RECORDS' TO WS-CC-LABEL
           MOVE WS-ADJ-READ TO WS-CC-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-COUNT-LINE
           MOVE 'ADJUSTMENT CHARGE DELTAS' TO WS-CA-LABEL
           MOVE WS-ADJ-CHARGE TO WS-CA-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-AMOUNT-LINE
           MOVE 'ADJUSTMENT TAX DELTAS' TO WS-CA-LABEL
           MOVE WS-ADJ-TAX TO WS-CA-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-AMOUNT-LINE
           MOVE 'PAYMENT RECORDS' TO WS-CC-LABEL
           MOVE WS-PAY-READ TO WS-CC-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-COUNT-LINE
           MOVE 'PAYMENTS' TO WS-CA-LABEL
           MOVE WS-PAY-TOTAL TO WS-CA-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-AMOUNT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE 'INVOICES PRODUCED' TO WS-CC-LABEL
           MOVE WS-INVOICES TO WS-CC-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-COUNT-LINE
           MOVE 'NEW ACCOUNTS OPENED' TO WS-CC-LABEL
           MOVE WS-ACCOUNTS-OPENED TO WS-CC-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-COUNT-LINE
           MOVE 'INVOICED USAGE CHARGES' TO WS-CA-LABEL
           MOVE WS-INV-USAGE TO WS-CA-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-AMOUNT-LINE
           MOVE 'INVOICED ADJUSTMENTS' TO WS-CA-LABEL
           MOVE WS-INV-ADJ TO WS-CA-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-AMOUNT-LINE
           MOVE 'INVOICED TAXES' TO WS-CA-LABEL
           MOVE WS-INV-TAX TO WS-CA-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-AMOUNT-LINE
           MOVE 'PRIOR BALANCES' TO WS-CA-LABEL
           MOVE WS-INV-PRIOR TO WS-CA-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-AMOUNT-LINE
           MOVE 'PAYMENTS APPLIED' TO WS-CA-LABEL
           MOVE WS-INV-PAY TO WS-CA-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-AMOUNT-LINE
           MOVE 'AMOUNT DUE ON INVOICES' TO WS-CA-LABEL
           MOVE WS-INV-DUE TO WS-CA-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-AMOUNT-LINE
           MOVE 'AMOUNT DUE ON AR FEED' TO WS-CA-LABEL
           MOVE WS-AR-DUE TO WS-CA-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-AMOUNT-LINE
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           SET WS-IN-BALANCE TO TRUE
           IF WS-INV-USAGE NOT = WS-HIST-CHARGE
               OR WS-INV-ADJ NOT = WS-ADJ-CHARGE
               OR WS-INV-TAX NOT = WS-HIST-TAX + WS-ADJ-TAX
               OR WS-INV-PAY NOT = WS-PAY-TOTAL
               OR WS-INV-DUE NOT = WS-INV-PRIOR - WS-INV-PAY
                   + WS-INV-USAGE + WS-INV-ADJ + WS-INV-TAX
               OR WS-AR-DUE NOT = WS-INV-DUE
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-IN-BALANCE
               MOVE 'IN BALANCE' TO WS-CB-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-CB-RESULT
               DISPLAY '*** INVOICE TOTALS DO NOT TIE TO RATED '
                   'HISTORY ***'
           END-IF
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-BALANCE-LINE.
      *
      *===============================================================
      * TERMINATION
      *===============================================================
       9000-TERMINATION.
           PERFORM 8000-WRITE-CONTROL-REPORT
           PERFORM 9100-CLOSE-FILES
           PERFORM 9200-DISPLAY-STATISTICS.
      *
       9100-CLOSE-FILES.
           CLOSE HISTORY-FILE.
           CLOSE ADJUSTMENT-FILE.
           CLOSE PAYMENT-FILE.
           CLOSE ACCOUNT-BALANCE-FILE.
           CLOSE INVOICE-FILE.
           CLOSE AR-FEED-FILE.
           CLOSE CONTROL-REPORT-FILE.
      *
       9200-DISPLAY-STATISTICS.
           DISPLAY '========================================='
           DISPLAY 'PROGRAM STATISTICS'
           DISPLAY '========================================='
           DISPLAY 'RECORDS READ:    ' WS-RECORDS-READ
           DISPLAY 'AR RECORDS OUT:  ' WS-RECORDS-WRITTEN
           DISPLAY 'INVOICES:        ' WS-INVOICES
           DISPLAY 'BALANCE FAILURES:' WS-BALANCE-FAILURES
           DISPLAY 'TABLE OVERFLOWS: ' WS-TABLE-OVERFLOWS
           DISPLAY 'ERRORS:          ' WS-ERROR-COUNT
           DISPLAY '========================================='.
      *
       9999-ABORT-PROGRAM.
           DISPLAY 'PROGRAM ABORTED DUE TO ERROR'
           PERFORM 9100-CLOSE-FILES
           STOP RUN.
