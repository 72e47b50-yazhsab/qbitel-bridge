       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-09-18.
      *================================================================*
      * WHOLESALE LOCKBOX RECEIVABLES INTAKE                           *
      * READS THE LOCKBOX PROCESSOR'S DAILY FILE (FILE HEADER 1, BATCH *
      * HEADER 5, CHECK 6, INVOICE REMITTANCE 4, BATCH TRAILER 8, FILE *
      * TRAILER 9). EVERY BATCH IS PROVED AGAINST ITS TRAILER BEFORE   *
      * ANY OF IT IS USED; A BATCH THAT DOES NOT PROVE, OR WHOSE       *
      * LOCKBOX IS NOT ON THE LOCKBOX PROFILE FILE, IS LISTED ON THE   *
      * EXCEPTION REPORT AND NOT POSTED.                               *
      *                                                                *
      * PROVED BATCHES ARE CONSOLIDATED INTO ONE DEP ITEM PER LOCKBOX  *
      * TO THE CLIENT'S DDA ON DAYTRANS. THE DEPOSIT CARRIES THE       *
      * LOCKBOX AVAILABILITY ASSIGNMENT (INSTRUMENT TYPE 'L'): CHECKS  *
      * THE PROCESSOR ASSIGNED ZERO-DAY AVAILABILITY ARE AVAILABLE     *
      * IMMEDIATELY, THE REST ARE DEFERRED FOR THE LONGEST DAYS        *
      * ASSIGNED TO ANY OF THEM, AND ACCTPROC PLACES THE HOLD FROM     *
      * THOSE FIGURES INSTEAD OF THE CONSUMER CHECK-DEPOSIT SCHEDULE.  *
      *                                                                *
      * EVERY PROVED CHECK IS WRITTEN TO THE RECEIVABLES REMITTANCE    *
      * FILE, ONE LINE PER INVOICE PAID, IN THE CLIENT'S FORMAT FROM   *
      * THE PROFILE: F FIXED COLUMNS OR D DELIMITED. EACH CLIENT'S     *
      * LINES ARE FRAMED BY A FIXED HDR/TRL PAIR SO THE TRANSMISSION   *
      * STEP CAN SPLIT THE FILE BY CLIENT. A CHECK WITH NO INVOICE, OR *
      * WHOSE INVOICES DO NOT ADD UP TO THE CHECK, IS STILL DEPOSITED  *
      * BUT IS FLAGGED ON ITS REMITTANCE LINES AND LISTED ON THE       *
      * EXCEPTION REPORT FOR THE CLIENT TO DECIDE HOW TO APPLY IT.     *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LBX-FILE ASSIGN TO LBXIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LBX-STATUS.
           SELECT LBX-PROFILE-FILE ASSIGN TO LBXPROF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PROF-STATUS.
           SELECT OPTIONAL DAILY-TRANS ASSIGN TO DAYTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT LBX-REMIT-FILE ASSIGN TO LBXRMT
               ORGANIZATION IS SEQUENTIAL.
           SELECT LBX-EXCEPT-REPORT ASSIGN TO LBXEXC
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BCTL-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LBX-FILE.
       01  LBX-RECORD                  PIC X(100).

      *----------------------------------------------------------------
      * LOCKBOX PROFILE. ONE RECORD PER LOCKBOX, MAINTAINED BY CASH
      * MANAGEMENT WHEN A CORPORATE CLIENT IS SET UP. THE DEFAULT
      * AVAILABILITY APPLIES TO ANY CHECK THE PROCESSOR SENDS WITHOUT
      * AN AVAILABILITY ASSIGNMENT.
      *----------------------------------------------------------------
       FD  LBX-PROFILE-FILE.
       01  LBX-PROFILE-RECORD.
           05  LP-LOCKBOX-ID           PIC X(7).
           05  LP-CLIENT-ID            PIC X(10).
           05  LP-CLIENT-NAME          PIC X(30).
           05  LP-DDA-ACCOUNT          PIC 9(12).
           05  LP-REMIT-FORMAT         PIC X(1).
               88  LP-FORMAT-FIXED     VALUE 'F'.
               88  LP-FORMAT-DELIMITED VALUE 'D'.
           05  LP-DELIMITER            PIC X(1).
           05  LP-DEFAULT-AVAIL-DAYS   PIC 9(1).
           05  LP-STATUS               PIC X(1).
               88  LP-ACTIVE           VALUE 'A'.
           05  FILLER                  PIC X(17).

       FD  DAILY-TRANS.
       01  TRANS-RECORD.
           05  TR-ACCT-NUMBER          PIC 9(12).
           05  TR-TRAN-CODE            PIC X(3).
           05  TR-AMOUNT               PIC S9(11)V99 COMP-3.
           05  TR-DATE                 PIC 9(8).
           05  TR-TIME                 PIC 9(6).
           05  TR-REF-NUMBER           PIC X(16).
           05  TR-DESCRIPTION          PIC X(30).
           05  TR-BRANCH               PIC 9(4).
           05  TR-TELLER-ID            PIC X(8).
           05  TR-CURRENCY-CODE        PIC X(3).
           05  TR-EXCHANGE-RATE        PIC 9(3)V9(6) COMP-3.
           05  TR-INSTRUMENT-TYPE      PIC X(1).
           05  TR-AVAIL-DEFER-AMT      PIC S9(11)V99 COMP-3.
           05  TR-AVAIL-DEFER-DAYS     PIC 9(1).
           05  FILLER                  PIC X(3).
           05  TR-BENE-NAME            PIC X(35).
           05  TR-BENE-BANK-ROUTING    PIC 9(9).
           05  TR-BENE-ACCT            PIC X(20).
           05  TR-WIRE-REF             PIC X(16).

       FD  LBX-REMIT-FILE.
       01  LBX-REMIT-RECORD            PIC X(200).

       FD  LBX-EXCEPT-REPORT.
       01  LBX-EXCEPT-LINE             PIC X(132).

      *----------------------------------------------------------------
      * SHARED BATCH CONTROL FILE. EVERY PROGRAM THAT PRODUCES OR
      * CONSUMES A HANDOFF FILE IN THE NIGHTLY CHAIN RECORDS ITS
      * RECORD COUNT AND DOLLAR HASH HERE SO THE NEXT STEP CAN PROVE
      * THE HANDOFF BEFORE POSTING.
      *----------------------------------------------------------------
       FD  BATCH-CONTROL-FILE.
       01  BATCH-CONTROL-RECORD.
           05  BC-RUN-DATE             PIC 9(8).
           05  BC-STEP-NAME            PIC X(8).
           05  BC-FILE-NAME            PIC X(8).
           05  BC-RECORD-COUNT         PIC 9(9).
           05  BC-AMOUNT-HASH          PIC S9(15)V99 COMP-3.
           05  FILLER                  PIC X(10).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-LBX-STATUS               PIC X(2).
           88  WS-LBX-OK               VALUE '00'.
       01  WS-PROF-STATUS              PIC X(2).
           88  WS-PROF-OK              VALUE '00'.
       01  WS-TRAN-STATUS              PIC X(2).
       01  WS-BCTL-STATUS              PIC X(2).
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.
       01  WS-BC-POSTED-HASH           PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-LBX-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-LBX-EOF              VALUE 'Y'.
       01  WS-PROF-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PROF-EOF             VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-PROCESSING-TIME          PIC 9(6).

      *----------------------------------------------------------------
      * LOCKBOX PROFILE TABLE. THE DEPOSIT ACCUMULATORS SIT BESIDE
      * EACH PROFILE SO EVERY PROVED BATCH FOR A LOCKBOX ROLLS INTO
      * THE ONE CONSOLIDATED DEPOSIT POSTED AT END OF FILE.
      *----------------------------------------------------------------
       01  WS-PROFILE-TABLE.
           05  WS-PF-ENTRY OCCURS 500 TIMES.
               10  WS-PF-LOCKBOX-ID    PIC X(7).
               10  WS-PF-CLIENT-ID     PIC X(10).
               10  WS-PF-CLIENT-NAME   PIC X(30).
               10  WS-PF-DDA-ACCOUNT   PIC 9(12).
               10  WS-PF-REMIT-FORMAT  PIC X(1).
                   88  WS-PF-FORMAT-DELIMITED
                                       VALUE 'D'.
               10  WS-PF-DELIMITER     PIC X(1).
               10  WS-PF-DEFAULT-DAYS  PIC 9(1).
               10  WS-PF-BATCHES       PIC 9(5).
               10  WS-PF-ITEMS         PIC 9(7).
               10  WS-PF-TOTAL         PIC S9(13)V99 COMP-3.
               10  WS-PF-DEFER-AMT     PIC S9(13)V99 COMP-3.
               10  WS-PF-DEFER-DAYS    PIC 9(1).
       01  WS-PROF-COUNT               PIC 9(3) VALUE 0.
       01  WS-PROF-IDX                 PIC 9(3).
       01  WS-MAX-PROFILES             PIC 9(3) VALUE 500.

      *----------------------------------------------------------------
      * INBOUND LOCKBOX RECORD VIEWS. EVERY RECORD STARTS WITH A ONE-
      * CHARACTER RECORD TYPE; EACH READ IS MOVED INTO THE MATCHING
      * VIEW. AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS.
      *----------------------------------------------------------------
       01  WS-LBX-GENERIC.
           05  WS-LG-RECORD-TYPE       PIC X(1).
               88  WS-LG-FILE-HEADER   VALUE '1'.
               88  WS-LG-BATCH-HEADER  VALUE '5'.
               88  WS-LG-CHECK         VALUE '6'.
               88  WS-LG-INVOICE       VALUE '4'.
               88  WS-LG-BATCH-TRAILER VALUE '8'.
               88  WS-LG-FILE-TRAILER  VALUE '9'.
           05  FILLER                  PIC X(99).

       01  WS-LBX-FILE-HEADER REDEFINES WS-LBX-GENERIC.
           05  FILLER                  PIC X(1).
           05  WS-FH-PROCESSOR-ID      PIC X(10).
           05  WS-FH-FILE-DATE         PIC 9(8).
           05  WS-FH-FILE-ID           PIC X(8).
           05  FILLER                  PIC X(73).

       01  WS-LBX-BATCH-HEADER REDEFINES WS-LBX-GENERIC.
           05  FILLER                  PIC X(1).
           05  WS-BH-LOCKBOX-ID        PIC X(7).
           05  WS-BH-BATCH-NUMBER      PIC 9(4).
           05  WS-BH-DEPOSIT-DATE      PIC 9(8).
           05  FILLER                  PIC X(80).

       01  WS-LBX-CHECK REDEFINES WS-LBX-GENERIC.
           05  FILLER                  PIC X(1).
           05  WS-CK-ITEM-SEQ          PIC 9(5).
           05  WS-CK-AMOUNT            PIC 9(10)V99.
           05  WS-CK-PAYER-ROUTING     PIC 9(9).
           05  WS-CK-PAYER-ACCOUNT     PIC X(17).
           05  WS-CK-CHECK-NUMBER      PIC X(10).
           05  WS-CK-PAYER-NAME        PIC X(30).
           05  WS-CK-AVAIL-DAYS        PIC X(1).
           05  FILLER                  PIC X(15).

       01  WS-LBX-INVOICE REDEFINES WS-LBX-GENERIC.
           05  FILLER                  PIC X(1).
           05  WS-IV-ITEM-SEQ          PIC 9(5).
           05  WS-IV-INVOICE-NUMBER    PIC X(15).
           05  WS-IV-INVOICE-AMOUNT    PIC 9(10)V99.
           05  FILLER                  PIC X(67).

       01  WS-LBX-BATCH-TRAILER REDEFINES WS-LBX-GENERIC.
           05  FILLER                  PIC X(1).
           05  WS-BT-ITEM-COUNT        PIC 9(5).
           05  WS-BT-BATCH-TOTAL       PIC 9(12)V99.
           05  FILLER                  PIC X(80).

       01  WS-LBX-FILE-TRAILER REDEFINES WS-LBX-GENERIC.
           05  FILLER                  PIC X(1).
           05  WS-FT-BATCH-COUNT       PIC 9(5).
           05  WS-FT-ITEM-COUNT        PIC 9(7).
           05  WS-FT-FILE-TOTAL        PIC 9(14)V99.
           05  FILLER                  PIC X(71).

      *----------------------------------------------------------------
      * FILE AND BATCH STATE. A BATCH'S CHECKS AND INVOICES ARE HELD
      * IN THE PENDING TABLES UNTIL ITS TRAILER PROVES IT.
      *----------------------------------------------------------------
       01  WS-FILE-HEADER-FLAG         PIC X(1) VALUE 'N'.
           88  WS-FILE-HEADER-SEEN     VALUE 'Y'.
       01  WS-FILE-TRAILER-FLAG        PIC X(1) VALUE 'N'.
           88  WS-FILE-TRAILER-SEEN    VALUE 'Y'.
       01  WS-FILE-BATCH-COUNT         PIC 9(5) VALUE 0.
       01  WS-FILE-ITEM-COUNT          PIC 9(7) VALUE 0.
       01  WS-FILE-TOTAL-AMOUNT        PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-BATCH-OPEN-FLAG          PIC X(1) VALUE 'N'.
           88  WS-BATCH-OPEN           VALUE 'Y'.
       01  WS-BATCH-BAD-FLAG           PIC X(1) VALUE 'N'.
           88  WS-BATCH-BAD            VALUE 'Y'.
       01  WS-BATCH-BAD-REASON         PIC X(38).
       01  WS-BATCH-LOCKBOX-ID         PIC X(7).
       01  WS-BATCH-NUMBER             PIC 9(4).
       01  WS-BATCH-DEPOSIT-DATE       PIC 9(8).
       01  WS-BATCH-PROF-IDX           PIC 9(3) VALUE 0.
       01  WS-BATCH-ITEM-COUNT         PIC 9(5) VALUE 0.
       01  WS-BATCH-TOTAL-AMOUNT       PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-PENDING-ITEMS.
           05  WS-PI-ENTRY OCCURS 2000 TIMES.
               10  WS-PI-ITEM-SEQ      PIC 9(5).
               10  WS-PI-AMOUNT        PIC S9(11)V99 COMP-3.
               10  WS-PI-PAYER-ROUTING PIC 9(9).
               10  WS-PI-PAYER-ACCOUNT PIC X(17).
               10  WS-PI-CHECK-NUMBER  PIC X(10).
               10  WS-PI-PAYER-NAME    PIC X(30).
               10  WS-PI-AVAIL-DAYS    PIC 9(1).
               10  WS-PI-INV-COUNT     PIC 9(4).
               10  WS-PI-INV-TOTAL     PIC S9(11)V99 COMP-3.
               10  WS-PI-EXCEPTION     PIC X(2).
                   88  WS-PI-CLEAN     VALUE SPACES.
                   88  WS-PI-MISSING-INVOICE
                                       VALUE 'MI'.
                   88  WS-PI-AMOUNT-MISMATCH
                                       VALUE 'AM'.
       01  WS-PENDING-COUNT            PIC 9(4) VALUE 0.
       01  WS-PENDING-IDX              PIC 9(4).
       01  WS-MAX-PENDING              PIC 9(4) VALUE 2000.

       01  WS-PENDING-INVOICES.
           05  WS-PV-ENTRY OCCURS 9999 TIMES.
               10  WS-PV-ITEM-IDX      PIC 9(4).
               10  WS-PV-INVOICE-NUMBER
                                       PIC X(15).
               10  WS-PV-AMOUNT        PIC S9(11)V99 COMP-3.
       01  WS-INVOICE-COUNT            PIC 9(4) VALUE 0.
       01  WS-INVOICE-IDX              PIC 9(4).
       01  WS-MAX-INVOICES             PIC 9(4) VALUE 9999.
       01  WS-MATCH-IDX                PIC 9(4) VALUE 0.

      *----------------------------------------------------------------
      * RECEIVABLES REMITTANCE FILE. THE HDR AND TRL RECORDS ARE THE
      * SAME FOR EVERY CLIENT; THE DETAIL LINES BETWEEN THEM FOLLOW
      * THE CLIENT'S FORMAT. FIXED DETAIL USES WS-REMIT-FIXED AS IS;
      * DELIMITED DETAIL CARRIES THE SAME FIELDS, IN THE SAME ORDER,
      * SEPARATED BY THE CLIENT'S DELIMITER (COMMA IF NONE IS SET).
      *----------------------------------------------------------------
       01  WS-REMIT-SECTION-FLAG       PIC X(1) VALUE 'N'.
           88  WS-REMIT-SECTION-OPEN   VALUE 'Y'.
       01  WS-REMIT-PROF-IDX           PIC 9(3) VALUE 0.
       01  WS-REMIT-LINES              PIC 9(7) VALUE 0.
       01  WS-REMIT-TOTAL              PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-REMIT-DELIM              PIC X(1).

       01  WS-REMIT-HEADER.
           05  FILLER                  PIC X(3) VALUE 'HDR'.
           05  WS-RH-CLIENT-ID         PIC X(10).
           05  WS-RH-CLIENT-NAME       PIC X(30).
           05  WS-RH-LOCKBOX-ID        PIC X(7).
           05  WS-RH-PROCESS-DATE      PIC 9(8).
           05  WS-RH-FORMAT            PIC X(1).
           05  WS-RH-DELIMITER         PIC X(1).
           05  FILLER                  PIC X(140) VALUE SPACES.

       01  WS-REMIT-TRAILER.
           05  FILLER                  PIC X(3) VALUE 'TRL'.
           05  WS-RT-CLIENT-ID         PIC X(10).
           05  WS-RT-LOCKBOX-ID        PIC X(7).
           05  WS-RT-LINE-COUNT        PIC 9(7).
           05  WS-RT-CHECK-TOTAL       PIC 9(13)V99.
           05  FILLER                  PIC X(158) VALUE SPACES.

       01  WS-REMIT-FIXED.
           05  FILLER                  PIC X(1) VALUE 'D'.
           05  WS-RF-CLIENT-ID         PIC X(10).
           05  WS-RF-LOCKBOX-ID        PIC X(7).
           05  WS-RF-DEPOSIT-DATE      PIC 9(8).
           05  WS-RF-BATCH-NUMBER      PIC 9(4).
           05  WS-RF-ITEM-SEQ          PIC 9(5).
           05  WS-RF-CHECK-NUMBER      PIC X(10).
           05  WS-RF-PAYER-ROUTING     PIC 9(9).
           05  WS-RF-PAYER-ACCOUNT     PIC X(17).
           05  WS-RF-PAYER-NAME        PIC X(30).
           05  WS-RF-CHECK-AMOUNT      PIC 9(10)V99.
           05  WS-RF-INVOICE-NUMBER    PIC X(15).
           05  WS-RF-INVOICE-AMOUNT    PIC 9(10)V99.
           05  WS-RF-EXCEPTION         PIC X(2).
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-REMIT-DELIMITED          PIC X(200).
       01  WS-REMIT-PTR                PIC 9(3).
       01  WS-REMIT-NAME               PIC X(30).
       01  WS-EDIT-AMOUNT              PIC Z(9)9.99.
       01  WS-EDIT-LEAD                PIC 9(2).
       01  WS-CHECK-AMT-TEXT           PIC X(13).
       01  WS-INVOICE-AMT-TEXT         PIC X(13).
       01  WS-AMT-TEXT                 PIC X(13).

      *----------------------------------------------------------------
      * EXCEPTION REPORT. ITEM EXCEPTIONS ARE DEPOSITED AND AWAIT THE
      * CLIENT'S DECISION; BATCH EXCEPTIONS ARE NOT POSTED AT ALL AND
      * SHOW THE BATCH'S ITEM COUNT AND CHECK TOTAL.
      *----------------------------------------------------------------
       01  WS-EXC-HEADER-1.
           05  FILLER                  PIC X(30)
               VALUE 'LOCKBOX EXCEPTION REPORT      '.
           05  FILLER                  PIC X(17)
               VALUE 'PROCESSING DATE: '.
           05  WS-EH-DATE              PIC 9(8).
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-EXC-HEADER-2.
           05  FILLER                  PIC X(12) VALUE 'CLIENT'.
           05  FILLER                  PIC X(9) VALUE 'LOCKBOX'.
           05  FILLER                  PIC X(6) VALUE 'BATCH'.
           05  FILLER                  PIC X(7) VALUE 'ITEM'.
           05  FILLER                  PIC X(12) VALUE 'CHECK NO'.
           05  FILLER                  PIC X(15) VALUE '    CHECK AMT'.
           05  FILLER                  PIC X(15) VALUE ' REMITTED AMT'.
           05  FILLER                  PIC X(40) VALUE 'REASON'.
           05  FILLER                  PIC X(16) VALUE 'ACTION'.

       01  WS-EXC-LINE.
           05  WS-EX-CLIENT-ID         PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EX-LOCKBOX-ID        PIC X(7).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EX-BATCH-NUMBER      PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EX-ITEM-SEQ          PIC 9(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EX-CHECK-NUMBER      PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EX-CHECK-AMOUNT      PIC Z(9)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EX-REMIT-AMOUNT      PIC Z(9)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EX-REASON            PIC X(38).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EX-ACTION            PIC X(16).

       01  WS-COUNTERS.
           05  WS-RECORDS-READ         PIC 9(8) VALUE 0.
           05  WS-BATCHES-ACCEPTED     PIC 9(5) VALUE 0.
           05  WS-BATCHES-REJECTED     PIC 9(5) VALUE 0.
           05  WS-CHECKS-ACCEPTED      PIC 9(7) VALUE 0.
           05  WS-INVOICES-ACCEPTED    PIC 9(7) VALUE 0.
           05  WS-ITEM-EXCEPTIONS      PIC 9(7) VALUE 0.
           05  WS-DEPOSITS-POSTED      PIC 9(5) VALUE 0.
           05  WS-DEPOSIT-TOTAL        PIC S9(15)V99 COMP-3 VALUE 0.
           05  WS-DEFERRED-TOTAL       PIC S9(15)V99 COMP-3 VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 0100-GET-BUSINESS-DATE
           ACCEPT WS-PROCESSING-TIME FROM TIME
           DISPLAY '*** LOCKBOX RECEIVABLES INTAKE STARTED ***'
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-LBX-RECORDS
               UNTIL WS-LBX-EOF
           IF WS-BATCH-OPEN
               MOVE 'BATCH TRAILER MISSING' TO WS-BATCH-BAD-REASON
               PERFORM 2900-REJECT-BATCH
           END-IF
           PERFORM 2730-END-REMIT-SECTION
           IF WS-FILE-HEADER-SEEN AND NOT WS-FILE-TRAILER-SEEN
               MOVE SPACES TO WS-EXC-LINE
               MOVE 'FILE TRAILER RECORD MISSING' TO WS-EX-REASON
               WRITE LBX-EXCEPT-LINE FROM WS-EXC-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 3000-POST-DEPOSITS
           PERFORM 9000-TERMINATE
           STOP RUN.

       0100-GET-BUSINESS-DATE.
           ACCEPT WS-PROCESSING-DATE FROM DATE YYYYMMDD
           OPEN INPUT PROC-DATE-FILE
           IF WS-PDATE-OK
               READ PROC-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PD-BUSINESS-DATE TO WS-PROCESSING-DATE
               END-READ
               CLOSE PROC-DATE-FILE
           END-IF.

      *----------------------------------------------------------------
      * WITHOUT THE PROFILE FILE NO LOCKBOX CAN BE TIED TO A CLIENT
      * ACCOUNT, SO THE RUN STOPS BEFORE ANYTHING IS WRITTEN.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-LOAD-PROFILES
           OPEN INPUT LBX-FILE
           IF NOT WS-LBX-OK
               DISPLAY 'ERROR OPENING LOCKBOX FILE: ' WS-LBX-STATUS
               SET WS-LBX-EOF TO TRUE
           END-IF
           OPEN EXTEND DAILY-TRANS
           IF WS-TRAN-STATUS NOT = '00' AND '05'
               DISPLAY 'ERROR OPENING DAYTRANS: ' WS-TRAN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LBX-REMIT-FILE
           OPEN OUTPUT LBX-EXCEPT-REPORT
           MOVE WS-PROCESSING-DATE TO WS-EH-DATE
           WRITE LBX-EXCEPT-LINE FROM WS-EXC-HEADER-1
           WRITE LBX-EXCEPT-LINE FROM WS-EXC-HEADER-2.

       1100-LOAD-PROFILES.
           OPEN INPUT LBX-PROFILE-FILE
           IF NOT WS-PROF-OK
               DISPLAY 'ERROR OPENING LOCKBOX PROFILE FILE: '
                   WS-PROF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PROF-EOF
               READ LBX-PROFILE-FILE
                   AT END
                       SET WS-PROF-EOF TO TRUE
                   NOT AT END
                       PERFORM 1110-POST-PROFILE
               END-READ
           END-PERFORM
           CLOSE LBX-PROFILE-FILE
           DISPLAY 'LOCKBOX PROFILES LOADED: ' WS-PROF-COUNT.

       1110-POST-PROFILE.
           EVALUATE TRUE
               WHEN NOT LP-ACTIVE
                   CONTINUE
               WHEN WS-PROF-COUNT >= WS-MAX-PROFILES
                   DISPLAY 'LOCKBOX PROFILE TABLE FULL - SKIPPED: '
                       LP-LOCKBOX-ID
               WHEN OTHER
                   ADD 1 TO WS-PROF-COUNT
                   MOVE LP-LOCKBOX-ID TO
                       WS-PF-LOCKBOX-ID(WS-PROF-COUNT)
                   MOVE LP-CLIENT-ID TO WS-PF-CLIENT-ID(WS-PROF-COUNT)
                   MOVE LP-CLIENT-NAME TO
                       WS-PF-CLIENT-NAME(WS-PROF-COUNT)
                   MOVE LP-DDA-ACCOUNT TO
                       WS-PF-DDA-ACCOUNT(WS-PROF-COUNT)
                   MOVE LP-REMIT-FORMAT TO
                       WS-PF-REMIT-FORMAT(WS-PROF-COUNT)
                   MOVE LP-DELIMITER TO
                       WS-PF-DELIMITER(WS-PROF-COUNT)
                   IF WS-PF-DELIMITER(WS-PROF-COUNT) = SPACE
                       MOVE ',' TO WS-PF-DELIMITER(WS-PROF-COUNT)
                   END-IF
                   IF LP-DEFAULT-AVAIL-DAYS IS NUMERIC
                       MOVE LP-DEFAULT-AVAIL-DAYS TO
                           WS-PF-DEFAULT-DAYS(WS-PROF-COUNT)
                   ELSE
                       MOVE 1 TO WS-PF-DEFAULT-DAYS(WS-PROF-COUNT)
                   END-IF
                   MOVE 0 TO WS-PF-BATCHES(WS-PROF-COUNT)
                   MOVE 0 TO WS-PF-ITEMS(WS-PROF-COUNT)
                   MOVE 0 TO WS-PF-TOTAL(WS-PROF-COUNT)
                   MOVE 0 TO WS-PF-DEFER-AMT(WS-PROF-COUNT)
                   MOVE 0 TO WS-PF-DEFER-DAYS(WS-PROF-COUNT)
           END-EVALUATE.

       2000-PROCESS-LBX-RECORDS.
           READ LBX-FILE INTO WS-LBX-GENERIC
               AT END
                   SET WS-LBX-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   EVALUATE TRUE
                       WHEN WS-LG-FILE-HEADER
                           PERFORM 2100-START-FILE
                       WHEN WS-LG-BATCH-HEADER
                           PERFORM 2200-START-BATCH
                       WHEN WS-LG-CHECK
                           PERFORM 2300-HOLD-CHECK-ITEM
                       WHEN WS-LG-INVOICE
                           PERFORM 2400-ATTACH-INVOICE
                       WHEN WS-LG-BATCH-TRAILER
                           PERFORM 2500-PROVE-BATCH
                       WHEN WS-LG-FILE-TRAILER
                           PERFORM 2800-PROVE-FILE
                       WHEN OTHER
                           MOVE SPACES TO WS-EXC-LINE
                           MOVE 'UNKNOWN RECORD TYPE' TO WS-EX-REASON
                           MOVE WS-LBX-GENERIC(1:10)
                               TO WS-EX-CHECK-NUMBER
                           WRITE LBX-EXCEPT-LINE FROM WS-EXC-LINE
                   END-EVALUATE
           END-READ.

       2100-START-FILE.
           IF WS-FILE-HEADER-SEEN
               MOVE SPACES TO WS-EXC-LINE
               MOVE 'SECOND FILE HEADER IN ONE FILE' TO WS-EX-REASON
               WRITE LBX-EXCEPT-LINE FROM WS-EXC-LINE
           END-IF
           SET WS-FILE-HEADER-SEEN TO TRUE
           DISPLAY 'LOCKBOX FILE ' WS-FH-FILE-ID ' FROM '
               WS-FH-PROCESSOR-ID ' DATED ' WS-FH-FILE-DATE.

      *----------------------------------------------------------------
      * A NEW BATCH HEADER WHILE A BATCH IS STILL OPEN MEANS THE
      * EARLIER BATCH LOST ITS TRAILER; IT CANNOT BE PROVED AND IS
      * REJECTED BEFORE THE NEW ONE STARTS.
      *----------------------------------------------------------------
       2200-START-BATCH.
           IF WS-BATCH-OPEN
               MOVE 'BATCH TRAILER MISSING' TO WS-BATCH-BAD-REASON
               PERFORM 2900-REJECT-BATCH
           END-IF
           SET WS-BATCH-OPEN TO TRUE
           MOVE 'N' TO WS-BATCH-BAD-FLAG
           MOVE SPACES TO WS-BATCH-BAD-REASON
           MOVE WS-BH-LOCKBOX-ID TO WS-BATCH-LOCKBOX-ID
           MOVE WS-BH-BATCH-NUMBER TO WS-BATCH-NUMBER
           MOVE WS-BH-DEPOSIT-DATE TO WS-BATCH-DEPOSIT-DATE
           MOVE 0 TO WS-BATCH-ITEM-COUNT
           MOVE 0 TO WS-BATCH-TOTAL-AMOUNT
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 0 TO WS-INVOICE-COUNT
           MOVE 0 TO WS-BATCH-PROF-IDX
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
               UNTIL WS-PROF-IDX > WS-PROF-COUNT
               IF WS-PF-LOCKBOX-ID(WS-PROF-IDX) = WS-BATCH-LOCKBOX-ID
                   MOVE WS-PROF-IDX TO WS-BATCH-PROF-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BATCH-PROF-IDX = 0
               MOVE 'LOCKBOX NOT ON PROFILE FILE'
                   TO WS-BATCH-BAD-REASON
               SET WS-BATCH-BAD TO TRUE
           END-IF.

       2300-HOLD-CHECK-ITEM.
           EVALUATE TRUE
               WHEN NOT WS-BATCH-OPEN
                   MOVE SPACES TO WS-EXC-LINE
                   MOVE WS-CK-ITEM-SEQ TO WS-EX-ITEM-SEQ
                   MOVE WS-CK-CHECK-NUMBER TO WS-EX-CHECK-NUMBER
                   MOVE WS-CK-AMOUNT TO WS-EX-CHECK-AMOUNT
                   MOVE 'CHECK OUTSIDE ANY BATCH' TO WS-EX-REASON
                   MOVE 'NOT POSTED' TO WS-EX-ACTION
                   WRITE LBX-EXCEPT-LINE FROM WS-EXC-LINE
               WHEN WS-PENDING-COUNT >= WS-MAX-PENDING
                   MOVE 'BATCH EXCEEDS ITEM TABLE LIMIT'
                       TO WS-BATCH-BAD-REASON
                   SET WS-BATCH-BAD TO TRUE
                   ADD 1 TO WS-BATCH-ITEM-COUNT
                   ADD WS-CK-AMOUNT TO WS-BATCH-TOTAL-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-PENDING-COUNT
                   ADD 1 TO WS-BATCH-ITEM-COUNT
                   ADD WS-CK-AMOUNT TO WS-BATCH-TOTAL-AMOUNT
                   MOVE WS-CK-ITEM-SEQ TO
                       WS-PI-ITEM-SEQ(WS-PENDING-COUNT)
                   MOVE WS-CK-AMOUNT TO WS-PI-AMOUNT(WS-PENDING-COUNT)
                   MOVE WS-CK-PAYER-ROUTING TO
                       WS-PI-PAYER-ROUTING(WS-PENDING-COUNT)
                   MOVE WS-CK-PAYER-ACCOUNT TO
                       WS-PI-PAYER-ACCOUNT(WS-PENDING-COUNT)
                   MOVE WS-CK-CHECK-NUMBER TO
                       WS-PI-CHECK-NUMBER(WS-PENDING-COUNT)
                   MOVE WS-CK-PAYER-NAME TO
                       WS-PI-PAYER-NAME(WS-PENDING-COUNT)
                   IF WS-CK-AVAIL-DAYS IS NUMERIC
                       MOVE WS-CK-AVAIL-DAYS TO
                           WS-PI-AVAIL-DAYS(WS-PENDING-COUNT)
                   ELSE
                       IF WS-BATCH-PROF-IDX > 0
                           MOVE WS-PF-DEFAULT-DAYS(WS-BATCH-PROF-IDX)
                               TO WS-PI-AVAIL-DAYS(WS-PENDING-COUNT)
                       ELSE
                           MOVE 1 TO WS-PI-AVAIL-DAYS(WS-PENDING-COUNT)
                       END-IF
                   END-IF
                   MOVE 0 TO WS-PI-INV-COUNT(WS-PENDING-COUNT)
                   MOVE 0 TO WS-PI-INV-TOTAL(WS-PENDING-COUNT)
                   MOVE SPACES TO WS-PI-EXCEPTION(WS-PENDING-COUNT)
           END-EVALUATE.

      *----------------------------------------------------------------
      * AN INVOICE RECORD NAMES THE CHECK IT PAYS BY ITEM SEQUENCE.
      * THE PROCESSOR WRITES IT RIGHT AFTER ITS CHECK, SO THE SEARCH
      * RUNS BACKWARD FROM THE LAST CHECK HELD. REMITTANCE WITH NO
      * CHECK BEHIND IT CANNOT BE APPLIED AND IS REPORTED AT ONCE;
      * IT DOES NOT AFFECT THE BATCH PROOF, WHICH IS ON CHECKS ONLY.
      *----------------------------------------------------------------
       2400-ATTACH-INVOICE.
           MOVE 0 TO WS-MATCH-IDX
           IF WS-BATCH-OPEN
               PERFORM VARYING WS-PENDING-IDX FROM WS-PENDING-COUNT
                   BY -1 UNTIL WS-PENDING-IDX < 1
                   IF WS-PI-ITEM-SEQ(WS-PENDING-IDX) = WS-IV-ITEM-SEQ
                       MOVE WS-PENDING-IDX TO WS-MATCH-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-MATCH-IDX = 0
                   MOVE SPACES TO WS-EXC-LINE
                   MOVE WS-BATCH-LOCKBOX-ID TO WS-EX-LOCKBOX-ID
                   MOVE WS-BATCH-NUMBER TO WS-EX-BATCH-NUMBER
                   MOVE WS-IV-ITEM-SEQ TO WS-EX-ITEM-SEQ
                   MOVE WS-IV-INVOICE-AMOUNT TO WS-EX-REMIT-AMOUNT
                   MOVE 'REMITTANCE WITH NO MATCHING CHECK'
                       TO WS-EX-REASON
                   MOVE 'CLIENT DECISION' TO WS-EX-ACTION
                   WRITE LBX-EXCEPT-LINE FROM WS-EXC-LINE
                   ADD 1 TO WS-ITEM-EXCEPTIONS
               WHEN WS-INVOICE-COUNT >= WS-MAX-INVOICES
                   MOVE 'BATCH EXCEEDS INVOICE TABLE LIMIT'
                       TO WS-BATCH-BAD-REASON
                   SET WS-BATCH-BAD TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-INVOICE-COUNT
                   MOVE WS-MATCH-IDX TO WS-PV-ITEM-IDX(WS-INVOICE-COUNT)
                   MOVE WS-IV-INVOICE-NUMBER TO
                       WS-PV-INVOICE-NUMBER(WS-INVOICE-COUNT)
                   MOVE WS-IV-INVOICE-AMOUNT TO
                       WS-PV-AMOUNT(WS-INVOICE-COUNT)
                   ADD 1 TO WS-PI-INV-COUNT(WS-MATCH-IDX)
                   ADD WS-IV-INVOICE-AMOUNT TO
                       WS-PI-INV-TOTAL(WS-MATCH-IDX)
           END-EVALUATE.

       2500-PROVE-BATCH.
           EVALUATE TRUE
               WHEN NOT WS-BATCH-OPEN
                   MOVE SPACES TO WS-EXC-LINE
                   MOVE 'BATCH TRAILER WITHOUT BATCH HEADER'
                       TO WS-EX-REASON
                   MOVE 'NOT POSTED' TO WS-EX-ACTION
                   WRITE LBX-EXCEPT-LINE FROM WS-EXC-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN WS-BATCH-BAD
                   PERFORM 2550-ADD-TO-FILE-TOTALS
                   PERFORM 2900-REJECT-BATCH
               WHEN WS-BT-ITEM-COUNT NOT = WS-BATCH-ITEM-COUNT
                 OR WS-BT-BATCH-TOTAL NOT = WS-BATCH-TOTAL-AMOUNT
                   PERFORM 2550-ADD-TO-FILE-TOTALS
                   MOVE 'BATCH TOTAL OUT OF BALANCE'
                       TO WS-BATCH-BAD-REASON
                   PERFORM 2900-REJECT-BATCH
               WHEN OTHER
                   PERFORM 2550-ADD-TO-FILE-TOTALS
                   PERFORM 2600-ACCEPT-BATCH
           END-EVALUATE.

       2550-ADD-TO-FILE-TOTALS.
           ADD 1 TO WS-FILE-BATCH-COUNT
           ADD WS-BATCH-ITEM-COUNT TO WS-FILE-ITEM-COUNT
           ADD WS-BATCH-TOTAL-AMOUNT TO WS-FILE-TOTAL-AMOUNT.

      *----------------------------------------------------------------
      * A PROVED BATCH ROLLS INTO ITS LOCKBOX'S DEPOSIT AND IS
      * WRITTEN TO THE CLIENT'S REMITTANCE SECTION, OPENING A NEW
      * SECTION WHEN THE LOCKBOX CHANGES.
      *----------------------------------------------------------------
       2600-ACCEPT-BATCH.
           IF NOT WS-REMIT-SECTION-OPEN
               OR WS-REMIT-PROF-IDX NOT = WS-BATCH-PROF-IDX
               PERFORM 2730-END-REMIT-SECTION
               PERFORM 2720-START-REMIT-SECTION
           END-IF
           PERFORM 2650-ACCEPT-ONE-CHECK
               VARYING WS-PENDING-IDX FROM 1 BY 1
               UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
           ADD 1 TO WS-PF-BATCHES(WS-BATCH-PROF-IDX)
           ADD 1 TO WS-BATCHES-ACCEPTED
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 0 TO WS-INVOICE-COUNT
           MOVE 'N' TO WS-BATCH-OPEN-FLAG.

      *----------------------------------------------------------------
      * THE CONSOLIDATED DEPOSIT DEFERS EVERY CHECK NOT ASSIGNED
      * SAME-DAY AVAILABILITY, FOR THE LONGEST DAYS ASSIGNED.
      *----------------------------------------------------------------
       2650-ACCEPT-ONE-CHECK.
           ADD 1 TO WS-PF-ITEMS(WS-BATCH-PROF-IDX)
           ADD WS-PI-AMOUNT(WS-PENDING-IDX) TO
               WS-PF-TOTAL(WS-BATCH-PROF-IDX)
           IF WS-PI-AVAIL-DAYS(WS-PENDING-IDX) > 0
               ADD WS-PI-AMOUNT(WS-PENDING-IDX) TO
                   WS-PF-DEFER-AMT(WS-BATCH-PROF-IDX)
               IF WS-PI-AVAIL-DAYS(WS-PENDING-IDX) >
                   WS-PF-DEFER-DAYS(WS-BATCH-PROF-IDX)
                   MOVE WS-PI-AVAIL-DAYS(WS-PENDING-IDX) TO
                       WS-PF-DEFER-DAYS(WS-BATCH-PROF-IDX)
               END-IF
           END-IF
           ADD 1 TO WS-CHECKS-ACCEPTED
           ADD WS-PI-INV-COUNT(WS-PENDING-IDX) TO WS-INVOICES-ACCEPTED
           EVALUATE TRUE
               WHEN WS-PI-INV-COUNT(WS-PENDING-IDX) = 0
                   SET WS-PI-MISSING-INVOICE(WS-PENDING-IDX) TO TRUE
                   MOVE 'MISSING INVOICE' TO WS-EX-REASON
                   PERFORM 2690-WRITE-ITEM-EXCEPTION
               WHEN WS-PI-INV-TOTAL(WS-PENDING-IDX) NOT =
                   WS-PI-AMOUNT(WS-PENDING-IDX)
                   SET WS-PI-AMOUNT-MISMATCH(WS-PENDING-IDX) TO TRUE
                   MOVE 'AMOUNT MISMATCH' TO WS-EX-REASON
                   PERFORM 2690-WRITE-ITEM-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-PI-INV-COUNT(WS-PENDING-IDX) = 0
               MOVE SPACES TO WS-RF-INVOICE-NUMBER
               MOVE 0 TO WS-RF-INVOICE-AMOUNT
               PERFORM 2700-WRITE-REMIT-DETAIL
           ELSE
               PERFORM VARYING WS-INVOICE-IDX FROM 1 BY 1
                   UNTIL WS-INVOICE-IDX > WS-INVOICE-COUNT
                   IF WS-PV-ITEM-IDX(WS-INVOICE-IDX) = WS-PENDING-IDX
                       MOVE WS-PV-INVOICE-NUMBER(WS-INVOICE-IDX)
                           TO WS-RF-INVOICE-NUMBER
                       MOVE WS-PV-AMOUNT(WS-INVOICE-IDX)
                           TO WS-RF-INVOICE-AMOUNT
                       PERFORM 2700-WRITE-REMIT-DETAIL
                   END-IF
               END-PERFORM
           END-IF
           ADD WS-PI-AMOUNT(WS-PENDING-IDX) TO WS-REMIT-TOTAL.

       2690-WRITE-ITEM-EXCEPTION.
           MOVE WS-PF-CLIENT-ID(WS-BATCH-PROF-IDX) TO WS-EX-CLIENT-ID
           MOVE WS-BATCH-LOCKBOX-ID TO WS-EX-LOCKBOX-ID
           MOVE WS-BATCH-NUMBER TO WS-EX-BATCH-NUMBER
           MOVE WS-PI-ITEM-SEQ(WS-PENDING-IDX) TO WS-EX-ITEM-SEQ
           MOVE WS-PI-CHECK-NUMBER(WS-PENDING-IDX)
               TO WS-EX-CHECK-NUMBER
           MOVE WS-PI-AMOUNT(WS-PENDING-IDX) TO WS-EX-CHECK-AMOUNT
           MOVE WS-PI-INV-TOTAL(WS-PENDING-IDX) TO WS-EX-REMIT-AMOUNT
           MOVE 'CLIENT DECISION' TO WS-EX-ACTION
           WRITE LBX-EXCEPT-LINE FROM WS-EXC-LINE
           ADD 1 TO WS-ITEM-EXCEPTIONS.

      *----------------------------------------------------------------
      * ONE REMITTANCE LINE. THE INVOICE FIELDS ARE SET BY THE CALLER;
      * THE CHECK FIELDS COME FROM THE PENDING ENTRY.
      *----------------------------------------------------------------
       2700-WRITE-REMIT-DETAIL.
           MOVE WS-PF-CLIENT-ID(WS-BATCH-PROF-IDX) TO WS-RF-CLIENT-ID
           MOVE WS-BATCH-LOCKBOX-ID TO WS-RF-LOCKBOX-ID
           MOVE WS-BATCH-DEPOSIT-DATE TO WS-RF-DEPOSIT-DATE
           MOVE WS-BATCH-NUMBER TO WS-RF-BATCH-NUMBER
           MOVE WS-PI-ITEM-SEQ(WS-PENDING-IDX) TO WS-RF-ITEM-SEQ
           MOVE WS-PI-CHECK-NUMBER(WS-PENDING-IDX)
               TO WS-RF-CHECK-NUMBER
           MOVE WS-PI-PAYER-ROUTING(WS-PENDING-IDX)
               TO WS-RF-PAYER-ROUTING
           MOVE WS-PI-PAYER-ACCOUNT(WS-PENDING-IDX)
               TO WS-RF-PAYER-ACCOUNT
           MOVE WS-PI-PAYER-NAME(WS-PENDING-IDX) TO WS-RF-PAYER-NAME
           MOVE WS-PI-AMOUNT(WS-PENDING-IDX) TO WS-RF-CHECK-AMOUNT
           MOVE WS-PI-EXCEPTION(WS-PENDING-IDX) TO WS-RF-EXCEPTION
           IF WS-PF-FORMAT-DELIMITED(WS-BATCH-PROF-IDX)
               PERFORM 2710-BUILD-DELIMITED-LINE
               WRITE LBX-REMIT-RECORD FROM WS-REMIT-DELIMITED
           ELSE
               WRITE LBX-REMIT-RECORD FROM WS-REMIT-FIXED
           END-IF
           ADD 1 TO WS-REMIT-LINES.

      *----------------------------------------------------------------
      * TEXT FIELDS END AT THE FIRST DOUBLE SPACE SO NAMES KEEP THEIR
      * INNER BLANKS; A DELIMITER INSIDE THE PAYER NAME IS BLANKED SO
      * IT CANNOT SHIFT THE CLIENT'S COLUMNS. AMOUNTS ARE EDITED WITH
      * A DECIMAL POINT AND LEADING BLANKS DROPPED.
      *----------------------------------------------------------------
       2710-BUILD-DELIMITED-LINE.
           MOVE WS-PF-DELIMITER(WS-BATCH-PROF-IDX) TO WS-REMIT-DELIM
           MOVE WS-RF-PAYER-NAME TO WS-REMIT-NAME
           INSPECT WS-REMIT-NAME REPLACING ALL WS-REMIT-DELIM BY SPACE
           MOVE WS-RF-CHECK-AMOUNT TO WS-EDIT-AMOUNT
           PERFORM 2715-LEFT-JUSTIFY-AMOUNT
           MOVE WS-AMT-TEXT TO WS-CHECK-AMT-TEXT
           MOVE WS-RF-INVOICE-AMOUNT TO WS-EDIT-AMOUNT
           PERFORM 2715-LEFT-JUSTIFY-AMOUNT
           MOVE WS-AMT-TEXT TO WS-INVOICE-AMT-TEXT
           MOVE SPACES TO WS-REMIT-DELIMITED
           MOVE 1 TO WS-REMIT-PTR
           STRING 'D'                  DELIMITED BY SIZE
                  WS-REMIT-DELIM       DELIMITED BY SIZE
                  WS-RF-CLIENT-ID      DELIMITED BY SPACE
                  WS-REMIT-DELIM       DELIMITED BY SIZE
                  WS-RF-LOCKBOX-ID     DELIMITED BY SPACE
                  WS-REMIT-DELIM       DELIMITED BY SIZE
                  WS-RF-DEPOSIT-DATE   DELIMITED BY SIZE
                  WS-REMIT-DELIM       DELIMITED BY SIZE
                  WS-RF-BATCH-NUMBER   DELIMITED BY SIZE
                  WS-REMIT-DELIM       DELIMITED BY SIZE
                  WS-RF-ITEM-SEQ       DELIMITED BY SIZE
                  WS-REMIT-DELIM       DELIMITED BY SIZE
                  WS-RF-CHECK-NUMBER   DELIMITED BY SPACE
                  WS-REMIT-DELIM       DELIMITED BY SIZE
                  WS-RF-PAYER-ROUTING  DELIMITED BY SIZE
                  WS-REMIT-DELIM       DELIMITED BY SIZE
                  WS-RF-PAYER-ACCOUNT  DELIMITED BY SPACE
                  WS-REMIT-DELIM       DELIMITED BY SIZE
                  WS-REMIT-NAME        DELIMITED BY '  '
                  WS-REMIT-DELIM       DELIMITED BY SIZE
                  WS-CHECK-AMT-TEXT    DELIMITED BY SPACE
                  WS-REMIT-DELIM       DELIMITED BY SIZE
                  WS-RF-INVOICE-NUMBER DELIMITED BY SPACE
                  WS-REMIT-DELIM       DELIMITED BY SIZE
                  WS-INVOICE-AMT-TEXT  DELIMITED BY SPACE
                  WS-REMIT-DELIM       DELIMITED BY SIZE
                  WS-RF-EXCEPTION      DELIMITED BY SPACE
               INTO WS-REMIT-DELIMITED
               WITH POINTER WS-REMIT-PTR
           END-STRING.

       2715-LEFT-JUSTIFY-AMOUNT.
           MOVE 0 TO WS-EDIT-LEAD
           INSPECT WS-EDIT-AMOUNT TALLYING WS-EDIT-LEAD
               FOR LEADING SPACES
           MOVE SPACES TO WS-AMT-TEXT
           MOVE WS-EDIT-AMOUNT(WS-EDIT-LEAD + 1:) TO WS-AMT-TEXT.

       2720-START-REMIT-SECTION.
           MOVE WS-BATCH-PROF-IDX TO WS-REMIT-PROF-IDX
           MOVE WS-PF-CLIENT-ID(WS-REMIT-PROF-IDX) TO WS-RH-CLIENT-ID
           MOVE WS-PF-CLIENT-NAME(WS-REMIT-PROF-IDX)
               TO WS-RH-CLIENT-NAME
           MOVE WS-PF-LOCKBOX-ID(WS-REMIT-PROF-IDX)
               TO WS-RH-LOCKBOX-ID
           MOVE WS-PROCESSING-DATE TO WS-RH-PROCESS-DATE
           MOVE WS-PF-REMIT-FORMAT(WS-REMIT-PROF-IDX) TO WS-RH-FORMAT
           MOVE WS-PF-DELIMITER(WS-REMIT-PROF-IDX)
               TO WS-RH-DELIMITER
           WRITE LBX-REMIT-RECORD FROM WS-REMIT-HEADER
           MOVE 0 TO WS-REMIT-LINES
           MOVE 0 TO WS-REMIT-TOTAL
           SET WS-REMIT-SECTION-OPEN TO TRUE.

       2730-END-REMIT-SECTION.
           IF WS-REMIT-SECTION-OPEN
               MOVE WS-PF-CLIENT-ID(WS-REMIT-PROF-IDX)
                   TO WS-RT-CLIENT-ID
               MOVE WS-PF-LOCKBOX-ID(WS-REMIT-PROF-IDX)
                   TO WS-RT-LOCKBOX-ID
               MOVE WS-REMIT-LINES TO WS-RT-LINE-COUNT
               MOVE WS-REMIT-TOTAL TO WS-RT-CHECK-TOTAL
               WRITE LBX-REMIT-RECORD FROM WS-REMIT-TRAILER
               MOVE 'N' TO WS-REMIT-SECTION-FLAG
           END-IF.

      *----------------------------------------------------------------
      * THE FILE TRAILER IS PROVED AGAINST EVERY BATCH READ, POSTED
      * OR NOT. EACH BATCH HAS ALREADY PROVED ON ITS OWN, SO A FILE-
      * LEVEL BREAK IS REPORTED WITH A WARNING RETURN CODE RATHER
      * THAN HOLDING BACK BATCHES THAT BALANCED.
      *----------------------------------------------------------------
       2800-PROVE-FILE.
           SET WS-FILE-TRAILER-SEEN TO TRUE
           IF WS-FT-BATCH-COUNT NOT = WS-FILE-BATCH-COUNT
               OR WS-FT-ITEM-COUNT NOT = WS-FILE-ITEM-COUNT
               OR WS-FT-FILE-TOTAL NOT = WS-FILE-TOTAL-AMOUNT
               MOVE SPACES TO WS-EXC-LINE
               MOVE 'FILE TRAILER TOTALS OUT OF BALANCE'
                   TO WS-EX-REASON
               WRITE LBX-EXCEPT-LINE FROM WS-EXC-LINE
               DISPLAY '*** LOCKBOX FILE TRAILER DOES NOT BALANCE ***'
               MOVE 4 TO RETURN-CODE
           END-IF.

       2900-REJECT-BATCH.
           ADD 1 TO WS-BATCHES-REJECTED
           MOVE SPACES TO WS-EXC-LINE
           IF WS-BATCH-PROF-IDX > 0
               MOVE WS-PF-CLIENT-ID(WS-BATCH-PROF-IDX)
                   TO WS-EX-CLIENT-ID
           END-IF
           MOVE WS-BATCH-LOCKBOX-ID TO WS-EX-LOCKBOX-ID
           MOVE WS-BATCH-NUMBER TO WS-EX-BATCH-NUMBER
           MOVE WS-BATCH-ITEM-COUNT TO WS-EX-ITEM-SEQ
           MOVE WS-BATCH-TOTAL-AMOUNT TO WS-EX-CHECK-AMOUNT
           MOVE WS-BATCH-BAD-REASON TO WS-EX-REASON
           MOVE 'NOT POSTED' TO WS-EX-ACTION
           WRITE LBX-EXCEPT-LINE FROM WS-EXC-LINE
           MOVE 4 TO RETURN-CODE
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 0 TO WS-INVOICE-COUNT
           MOVE 'N' TO WS-BATCH-OPEN-FLAG.

      *----------------------------------------------------------------
      * ONE DEP PER LOCKBOX WITH PROVED ITEMS. THE REFERENCE IS THE
      * LOCKBOX AND BUSINESS DATE SO A RERUN OF THE SAME FILE IS
      * CAUGHT BY ACCTPROC'S DUPLICATE-REFERENCE CHECK.
      *----------------------------------------------------------------
       3000-POST-DEPOSITS.
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
               UNTIL WS-PROF-IDX > WS-PROF-COUNT
               IF WS-PF-TOTAL(WS-PROF-IDX) > 0
                   PERFORM 3100-WRITE-DEPOSIT
               END-IF
           END-PERFORM.

       3100-WRITE-DEPOSIT.
           MOVE SPACES TO TRANS-RECORD
           MOVE WS-PF-DDA-ACCOUNT(WS-PROF-IDX) TO TR-ACCT-NUMBER
           MOVE 'DEP' TO TR-TRAN-CODE
           MOVE WS-PF-TOTAL(WS-PROF-IDX) TO TR-AMOUNT
           MOVE WS-PROCESSING-DATE TO TR-DATE
           MOVE WS-PROCESSING-TIME TO TR-TIME
           STRING WS-PF-LOCKBOX-ID(WS-PROF-IDX) DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               WS-PROCESSING-DATE DELIMITED BY SIZE
               INTO TR-REF-NUMBER
           STRING 'LOCKBOX DEPOSIT ' DELIMITED BY SIZE
               WS-PF-LOCKBOX-ID(WS-PROF-IDX) DELIMITED BY SPACE
               INTO TR-DESCRIPTION
           MOVE 0 TO TR-BRANCH
           MOVE SPACES TO TR-TELLER-ID
           MOVE 'USD' TO TR-CURRENCY-CODE
           MOVE 1 TO TR-EXCHANGE-RATE
           MOVE 'L' TO TR-INSTRUMENT-TYPE
           MOVE WS-PF-DEFER-AMT(WS-PROF-IDX) TO TR-AVAIL-DEFER-AMT
           MOVE WS-PF-DEFER-DAYS(WS-PROF-IDX) TO TR-AVAIL-DEFER-DAYS
           MOVE SPACES TO TR-BENE-NAME
           MOVE 0 TO TR-BENE-BANK-ROUTING
           MOVE SPACES TO TR-BENE-ACCT
           MOVE SPACES TO TR-WIRE-REF
           WRITE TRANS-RECORD
           ADD 1 TO WS-DEPOSITS-POSTED
           ADD WS-PF-TOTAL(WS-PROF-IDX) TO WS-DEPOSIT-TOTAL
           ADD WS-PF-DEFER-AMT(WS-PROF-IDX) TO WS-DEFERRED-TOTAL
           ADD WS-PF-TOTAL(WS-PROF-IDX) TO WS-BC-POSTED-HASH
           DISPLAY 'LOCKBOX ' WS-PF-LOCKBOX-ID(WS-PROF-IDX)
               ' DEPOSIT TO ' WS-PF-DDA-ACCOUNT(WS-PROF-IDX)
               ' ITEMS ' WS-PF-ITEMS(WS-PROF-IDX).

       9000-TERMINATE.
           CLOSE LBX-FILE
           CLOSE DAILY-TRANS
           CLOSE LBX-REMIT-FILE
           CLOSE LBX-EXCEPT-REPORT
           OPEN EXTEND BATCH-CONTROL-FILE
           MOVE WS-PROCESSING-DATE TO BC-RUN-DATE
           MOVE 'LOCKBOX ' TO BC-STEP-NAME
           MOVE 'DAYTRANS' TO BC-FILE-NAME
           MOVE WS-DEPOSITS-POSTED TO BC-RECORD-COUNT
           MOVE WS-BC-POSTED-HASH TO BC-AMOUNT-HASH
           WRITE BATCH-CONTROL-RECORD
           CLOSE BATCH-CONTROL-FILE
           DISPLAY '*** LOCKBOX RECEIVABLES INTAKE COMPLETE ***'
           DISPLAY 'RECORDS READ:          ' WS-RECORDS-READ
           DISPLAY 'BATCHES ACCEPTED:      ' WS-BATCHES-ACCEPTED
           DISPLAY 'BATCHES REJECTED:      ' WS-BATCHES-REJECTED
           DISPLAY 'CHECKS ACCEPTED:       ' WS-CHECKS-ACCEPTED
           DISPLAY 'INVOICES REMITTED:     ' WS-INVOICES-ACCEPTED
           DISPLAY 'ITEM EXCEPTIONS:       ' WS-ITEM-EXCEPTIONS
           DISPLAY 'DEPOSITS POSTED:       ' WS-DEPOSITS-POSTED
           DISPLAY 'DEPOSIT TOTAL:         ' WS-DEPOSIT-TOTAL
           DISPLAY 'DEFERRED AVAILABILITY: ' WS-DEFERRED-TOTAL.
