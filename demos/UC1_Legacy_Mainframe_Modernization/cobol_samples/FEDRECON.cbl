       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEDRECON.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * FEDERAL RESERVE MASTER ACCOUNT RECONCILIATION                  *
      * TICKS THE DAILY FED ACCOUNT STATEMENT AGAINST WHAT OUR OWN     *
      * SYSTEMS SAY SETTLED THROUGH THE MASTER ACCOUNT THAT DAY:       *
      *   - OUTBOUND WIRES FROM WIREOUT (BY WIRE REFERENCE)            *
      *   - THE ACH SETTLEMENT NET FROM ACHPROC'S CONTROL TOTALS ON    *
      *     THE SHARED BATCH CONTROL FILE                              *
      *   - THE OFFICIAL-CHECK CASH LETTER FROM OFFCHECK'S PAID ITEMS  *
      *   - FED CASH SHIPMENTS AND CASH ORDERS FROM THE VAULT TICKETS  *
      * ENTRIES MATCH ON TYPE, REFERENCE AND AMOUNT, THEN ON TYPE AND  *
      * AMOUNT FOR SOURCES THAT CARRY NO REFERENCE. UNMATCHED ITEMS    *
      * ARE REPORTED AS OURS-NOT-FED'S OR FED'S-NOT-OURS, CARRIED      *
      * FORWARD TO THE NEXT RUN WITH THEIR ORIGINAL DATE, AND AGED IN  *
      * BANKING DAYS; ANYTHING OPEN MORE THAN TWO BANKING DAYS IS      *
      * ESCALATED. THE FED CLOSING BALANCE, ADJUSTED FOR THE OPEN      *
      * ITEMS, IS PROVED AGAINST THE DUE-FROM-FED GL BALANCE CARRIED   *
      * BY GLPROOF ON THE GL BALANCE FILE.                             *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FED-STMT-FILE ASSIGN TO FEDSTMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FSTM-STATUS.
           SELECT OPTIONAL WIRE-OUT-FILE ASSIGN TO WIREOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WIRE-STATUS.
           SELECT OPTIONAL BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BCTL-STATUS.
           SELECT OPTIONAL PAID-ITEMS-FILE ASSIGN TO OFCPAID
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAID-STATUS.
           SELECT OPTIONAL VAULT-TICKET-FILE ASSIGN TO VLTTICKT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VLT-STATUS.
           SELECT OPTIONAL FED-OPEN-IN ASSIGN TO FEDOPNI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPNI-STATUS.
           SELECT FED-OPEN-OUT ASSIGN TO FEDOPNO
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-BALANCE-FILE ASSIGN TO GLBAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BAL-STATUS.
           SELECT OPTIONAL GL-MAP-FILE ASSIGN TO GLMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLM-STATUS.
           SELECT OPTIONAL HOLIDAY-CAL-FILE ASSIGN TO HOLCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
           SELECT FED-RECON-REPORT ASSIGN TO FEDRRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * FED MASTER ACCOUNT STATEMENT. ONE HEADER CARRYING THE OPENING
      * BALANCE, ONE DETAIL PER SETTLED ENTRY, ONE TRAILER CARRYING
      * THE CLOSING BALANCE. ENTRY TYPES:
      *   WR FUNDS TRANSFER (WIRE)     AC ACH SETTLEMENT
      *   CL CHECK CASH LETTER         CS CURRENCY SHIPMENT TO FED
      *   CO CURRENCY ORDER FROM FED
      *----------------------------------------------------------------
       FD  FED-STMT-FILE.
       01  FED-STMT-RECORD.
           05  FS-RECORD-TYPE          PIC X(1).
               88  FS-HEADER           VALUE 'H'.
               88  FS-DETAIL           VALUE 'D'.
               88  FS-TRAILER          VALUE 'T'.
           05  FS-SETTLE-DATE          PIC 9(8).
           05  FS-ENTRY-TYPE           PIC X(2).
           05  FS-DR-CR                PIC X(1).
               88  FS-IS-DEBIT         VALUE 'D'.
               88  FS-IS-CREDIT        VALUE 'C'.
           05  FS-AMOUNT               PIC S9(13)V99 COMP-3.
           05  FS-REFERENCE            PIC X(16).
           05  FS-DESCRIPTION          PIC X(30).
           05  FS-BALANCE              PIC S9(15)V99 COMP-3.
           05  FILLER                  PIC X(25).

       FD  WIRE-OUT-FILE.
       01  WIRE-OUT-RECORD.
           05  WO-WIRE-REF             PIC X(16).
           05  WO-ACCT-NUMBER          PIC 9(12).
           05  WO-USD-AMOUNT           PIC S9(13)V99 COMP-3.
           05  WO-CURRENCY-CODE        PIC X(3).
           05  WO-ORIG-AMOUNT          PIC S9(11)V99 COMP-3.
           05  WO-BENE-NAME            PIC X(35).
           05  WO-BENE-BANK-ROUTING    PIC 9(9).
           05  WO-BENE-ACCT            PIC X(20).
           05  WO-VALUE-DATE           PIC 9(8).
           05  WO-STATUS               PIC X(1).
           05  FILLER                  PIC X(10).

       FD  BATCH-CONTROL-FILE.
       01  BATCH-CONTROL-RECORD.
           05  BC-RUN-DATE             PIC 9(8).
           05  BC-STEP-NAME            PIC X(8).
           05  BC-FILE-NAME            PIC X(8).
           05  BC-RECORD-COUNT         PIC 9(9).
           05  BC-AMOUNT-HASH          PIC S9(15)V99 COMP-3.
           05  FILLER                  PIC X(10).

       FD  PAID-ITEMS-FILE.
       01  PAID-ITEMS-RECORD.
           05  PA-SERIAL               PIC 9(10).
           05  PA-AMOUNT               PIC S9(11)V99 COMP-3.
           05  PA-PAID-DATE            PIC 9(8).
           05  FILLER                  PIC X(10).

       FD  VAULT-TICKET-FILE.
       01  VAULT-TICKET-RECORD.
           05  VT-BRANCH               PIC 9(4).
           05  VT-TICKET-TYPE          PIC X(2).
               88  VT-FED-SHIPMENT     VALUE 'FS'.
               88  VT-FED-RECEIPT      VALUE 'FR'.
           05  VT-TELLER-ID            PIC X(8).
           05  VT-AMOUNT               PIC S9(11)V99 COMP-3.
           05  VT-DATE                 PIC 9(8).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * UNRESOLVED ITEMS CARRIED FROM RUN TO RUN WITH THE DATE THEY
      * FIRST APPEARED. SIDE 'O' IS OURS-NOT-FED'S, 'F' FED'S-NOT-OURS.
      *----------------------------------------------------------------
       FD  FED-OPEN-IN.
       01  FED-OPEN-IN-RECORD          PIC X(80).

       FD  FED-OPEN-OUT.
       01  FED-OPEN-OUT-RECORD         PIC X(80).

       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-RECORD.
           05  GB-ACCOUNT-CODE         PIC X(10).
           05  GB-BALANCE              PIC S9(15)V99 COMP-3.
           05  GB-LAST-POST-DATE       PIC 9(8).
           05  FILLER                  PIC X(10).

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05  GM-EVENT-CODE           PIC X(8).
           05  GM-GL-ACCOUNT           PIC X(10).
           05  GM-EFF-DATE             PIC 9(8).
           05  FILLER                  PIC X(10).

       FD  HOLIDAY-CAL-FILE.
       01  HOLIDAY-CAL-RECORD.
           05  HC-HOLIDAY-DATE         PIC 9(8).
           05  HC-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(12).

       FD  FED-RECON-REPORT.
       01  FED-RECON-LINE              PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-FSTM-STATUS              PIC X(2).
           88  WS-FSTM-OK              VALUE '00'.
       01  WS-WIRE-STATUS              PIC X(2).
           88  WS-WIRE-OK              VALUE '00'.
       01  WS-BCTL-STATUS              PIC X(2).
           88  WS-BCTL-OK              VALUE '00'.
       01  WS-PAID-STATUS              PIC X(2).
           88  WS-PAID-OK              VALUE '00'.
       01  WS-VLT-STATUS               PIC X(2).
           88  WS-VLT-OK               VALUE '00'.
       01  WS-OPNI-STATUS              PIC X(2).
           88  WS-OPNI-OK              VALUE '00'.
       01  WS-BAL-STATUS               PIC X(2).
           88  WS-BAL-OK               VALUE '00'.
       01  WS-GLM-STATUS               PIC X(2).
           88  WS-GLM-OK               VALUE '00'.
       01  WS-HOL-STATUS               PIC X(2).
           88  WS-HOL-OK               VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-FSTM-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-FSTM-EOF             VALUE 'Y'.
       01  WS-WIRE-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-WIRE-EOF             VALUE 'Y'.
       01  WS-BCTL-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-BCTL-EOF             VALUE 'Y'.
       01  WS-PAID-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-PAID-EOF             VALUE 'Y'.
       01  WS-VLT-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-VLT-EOF              VALUE 'Y'.
       01  WS-OPNI-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-OPNI-EOF             VALUE 'Y'.
       01  WS-BAL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-BAL-EOF              VALUE 'Y'.
       01  WS-GLM-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-GLM-NO-MORE          VALUE 'Y'.
       01  WS-HOL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-HOL-EOF              VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).

      *----------------------------------------------------------------
      * CARRY-FORWARD LAYOUT FOR THE OPEN-ITEM FILES.
      *----------------------------------------------------------------
       01  WS-OPEN-ITEM.
           05  WS-OP-SIDE              PIC X(1).
               88  WS-OP-OURS          VALUE 'O'.
               88  WS-OP-FEDS          VALUE 'F'.
           05  WS-OP-ENTRY-TYPE        PIC X(2).
           05  WS-OP-REFERENCE         PIC X(16).
           05  WS-OP-AMOUNT            PIC S9(13)V99 COMP-3.
           05  WS-OP-ITEM-DATE         PIC 9(8).
           05  WS-OP-SOURCE            PIC X(8).
           05  WS-OP-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(7).

      *----------------------------------------------------------------
      * OUR SIDE: TODAY'S INTERNAL SETTLEMENTS PLUS CARRIED ITEMS.
      * AMOUNTS ARE SIGNED AS THEY MOVE THE FED ACCOUNT: CREDITS TO
      * THE ACCOUNT POSITIVE, DEBITS NEGATIVE.
      *----------------------------------------------------------------
       01  WS-OURS-TABLE.
           05  WS-OI-ENTRY OCCURS 3000 TIMES.
               10  WS-OI-TYPE          PIC X(2).
               10  WS-OI-REF           PIC X(16).
               10  WS-OI-AMOUNT        PIC S9(13)V99 COMP-3.
               10  WS-OI-DATE          PIC 9(8).
               10  WS-OI-SOURCE        PIC X(8).
               10  WS-OI-DESC          PIC X(30).
               10  WS-OI-MATCH         PIC 9(4).
       01  WS-OURS-COUNT               PIC 9(4) VALUE 0.
       01  WS-OURS-IDX                 PIC 9(4).
       01  WS-MAX-OURS                 PIC 9(4) VALUE 3000.

      *----------------------------------------------------------------
      * FED SIDE: TODAY'S STATEMENT DETAIL PLUS CARRIED ITEMS.
      *----------------------------------------------------------------
       01  WS-FEDS-TABLE.
           05  WS-FI-ENTRY OCCURS 3000 TIMES.
               10  WS-FI-TYPE          PIC X(2).
               10  WS-FI-REF           PIC X(16).
               10  WS-FI-AMOUNT        PIC S9(13)V99 COMP-3.
               10  WS-FI-DATE          PIC 9(8).
               10  WS-FI-DESC          PIC X(30).
               10  WS-FI-MATCH-TYPE    PIC X(1).
                   88  WS-FI-UNMATCHED VALUE ' '.
                   88  WS-FI-BY-REF    VALUE 'R'.
                   88  WS-FI-BY-AMOUNT VALUE 'A'.
               10  WS-FI-MATCH         PIC 9(4).
       01  WS-FEDS-COUNT               PIC 9(4) VALUE 0.
       01  WS-FEDS-IDX                 PIC 9(4).
       01  WS-MAX-FEDS                 PIC 9(4) VALUE 3000.

      *----------------------------------------------------------------
      * A NEW OUR-SIDE ITEM IS BUILT HERE BEFORE IT IS TABLED.
      *----------------------------------------------------------------
       01  WS-NEW-ITEM.
           05  WS-NI-TYPE              PIC X(2).
           05  WS-NI-REF               PIC X(16).
           05  WS-NI-AMOUNT            PIC S9(13)V99 COMP-3.
           05  WS-NI-DATE              PIC 9(8).
           05  WS-NI-SOURCE            PIC X(8).
           05  WS-NI-DESC              PIC X(30).

       01  WS-CASH-LETTER-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CASH-LETTER-ITEMS        PIC 9(7) VALUE 0.
       01  WS-BRANCH-EDIT              PIC 9(4).

      *----------------------------------------------------------------
      * FED STATEMENT CONTROL FIGURES.
      *----------------------------------------------------------------
       01  WS-HEADER-FLAG              PIC X(1) VALUE 'N'.
           88  WS-HEADER-SEEN          VALUE 'Y'.
       01  WS-TRAILER-FLAG             PIC X(1) VALUE 'N'.
           88  WS-TRAILER-SEEN         VALUE 'Y'.
       01  WS-FED-OPENING              PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-FED-CLOSING              PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-FED-ACTIVITY             PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-FED-COMPUTED-CLOSE       PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-SIGNED-AMOUNT            PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------
      * DUE-FROM-FED GL ACCOUNT, RESOLVED THROUGH THE GL MAPPING
      * TABLE. DEBITS CARRY POSITIVE ON THE GL BALANCE FILE, SO THE
      * ASSET BALANCE COMPARES DIRECTLY WITH THE FED BALANCE.
      *----------------------------------------------------------------
       01  WS-GLM-LOADED-FLAG          PIC X(1) VALUE 'N'.
           88  WS-GLM-LOADED           VALUE 'Y'.
       01  WS-GLM-TABLE.
           05  WS-GM-ENTRY OCCURS 50 TIMES.
               10  WS-GM-EVENT         PIC X(8).
               10  WS-GM-ACCOUNT       PIC X(10).
               10  WS-GM-EFF           PIC 9(8).
       01  WS-GLM-COUNT                PIC 9(2) VALUE 0.
       01  WS-GLM-IDX                  PIC 9(2).
       01  WS-MAX-GLM                  PIC 9(2) VALUE 50.
       01  WS-GLM-BEST-DATE            PIC 9(8).
       01  WS-GL-EVENT                 PIC X(8).
       01  WS-DUE-FROM-FED-CODE        PIC X(10).
       01  WS-GL-FOUND-FLAG            PIC X(1) VALUE 'N'.
           88  WS-GL-FOUND             VALUE 'Y'.
       01  WS-GL-BALANCE               PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-GL-LAST-POST             PIC 9(8) VALUE 0.
       01  WS-ADJUSTED-FED             PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-PROOF-DIFF               PIC S9(15)V99 COMP-3 VALUE 0.

      *----------------------------------------------------------------
      * BANKING-DAY AGING. ITEMS OPEN MORE THAN THE ESCALATION LIMIT
      * ARE FLAGGED FOR THE CONTROLLER.
      *----------------------------------------------------------------
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-DATE OCCURS 30 TIMES PIC 9(8).
       01  WS-HOL-COUNT                PIC 9(2) VALUE 0.
       01  WS-HOL-IDX                  PIC 9(2).
       01  WS-CAL-DATE                 PIC 9(8).
       01  WS-AGE-FROM-DATE            PIC 9(8).
       01  WS-DATE-INT                 PIC 9(9).
       01  WS-END-DATE-INT             PIC 9(9).
       01  WS-DAY-OF-WEEK              PIC 9(1).
       01  WS-NON-BUSINESS-FLAG        PIC X(1).
           88  WS-NON-BUSINESS-DAY     VALUE 'Y'.
       01  WS-BANKING-DAYS             PIC 9(3).
       01  WS-ESCALATE-DAYS            PIC 9(3) VALUE 2.

       01  WS-COUNTERS.
           05  WS-FED-ENTRIES          PIC 9(7) VALUE 0.
           05  WS-WIRES-LOADED         PIC 9(7) VALUE 0.
           05  WS-ACH-LOADED           PIC 9(7) VALUE 0.
           05  WS-VAULT-LOADED         PIC 9(7) VALUE 0.
           05  WS-CARRIED-IN           PIC 9(7) VALUE 0.
           05  WS-MATCHED-COUNT        PIC 9(7) VALUE 0.
           05  WS-OURS-OPEN-COUNT      PIC 9(7) VALUE 0.
           05  WS-FEDS-OPEN-COUNT      PIC 9(7) VALUE 0.
           05  WS-ESCALATED-COUNT      PIC 9(7) VALUE 0.
           05  WS-CARRIED-OUT          PIC 9(7) VALUE 0.

       01  WS-MATCHED-TOTAL            PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-OURS-OPEN-TOTAL          PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-FEDS-OPEN-TOTAL          PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-ESCALATED-TOTAL          PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(47) VALUE
               'FEDERAL RESERVE MASTER ACCOUNT RECONCILIATION -'.
           05  FILLER                  PIC X(15) VALUE
               ' BUSINESS DATE '.
           05  WS-RH-DATE              PIC 9999/99/99.
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SL-TITLE             PIC X(40).
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE 'TY  '.
           05  FILLER                  PIC X(18) VALUE 'REFERENCE'.
           05  FILLER                  PIC X(10) VALUE 'SOURCE'.
           05  FILLER                  PIC X(31) VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(20) VALUE
               '            AMOUNT  '.
           05  FILLER                  PIC X(12) VALUE 'ITEM DATE'.
           05  FILLER                  PIC X(5) VALUE 'AGE  '.
           05  FILLER                  PIC X(30) VALUE 'STATUS'.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-TYPE              PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-REF               PIC X(16).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-SOURCE            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-DESC              PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-AMOUNT            PIC Z(13)9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-DATE              PIC 9999/99/99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-AGE               PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-STATUS            PIC X(20).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-TL-AMOUNT            PIC Z(13)9.99-.
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  WS-PROOF-LINE.
           05  WS-PL-LABEL             PIC X(49).
           05  WS-PL-AMOUNT            PIC Z(13)9.99-.
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  WS-PROOF-RESULT-LINE.
           05  WS-PR-TEXT              PIC X(60).
           05  FILLER                  PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-FED-STATEMENT
           PERFORM 2100-LOAD-WIRES
           PERFORM 2200-LOAD-ACH-SETTLEMENT
           PERFORM 2300-LOAD-CASH-LETTER
           PERFORM 2400-LOAD-VAULT-TICKETS
           PERFORM 2500-LOAD-CARRIED-ITEMS
           PERFORM 3000-MATCH-BY-REFERENCE
           PERFORM 3100-MATCH-BY-AMOUNT
           PERFORM 4000-LOAD-GL-BALANCE
           PERFORM 5000-REPORT-MATCHED
           PERFORM 5100-REPORT-OURS-NOT-FEDS
           PERFORM 5200-REPORT-FEDS-NOT-OURS
           PERFORM 6000-PROVE-FED-BALANCE
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** FED MASTER ACCOUNT RECONCILIATION STARTED ***'
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
           END-IF
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           PERFORM 1300-LOAD-HOLIDAY-CALENDAR
           MOVE 'DUEFRFED' TO WS-GL-EVENT
           PERFORM 9520-RESOLVE-GL-CODE
           OPEN OUTPUT FED-RECON-REPORT
           MOVE WS-PROCESSING-DATE TO WS-RH-DATE
           WRITE FED-RECON-LINE FROM WS-REPORT-HEADER.

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
      * BANKING DAYS AN ITEM HAS BEEN OPEN, NOT COUNTING THE DAY IT
      * FIRST APPEARED. WEEKENDS AND HOLCAL HOLIDAYS DO NOT COUNT.
      *----------------------------------------------------------------
       1330-COUNT-BANKING-DAYS-OPEN.
           MOVE 0 TO WS-BANKING-DAYS
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-AGE-FROM-DATE)
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

      *----------------------------------------------------------------
      * THE STATEMENT MUST BE FOR THE PROCESSING DATE AND CARRY BOTH
      * A HEADER AND A TRAILER; OPENING PLUS DETAIL MUST FOOT TO THE
      * CLOSING BALANCE BEFORE ANYTHING IS MATCHED AGAINST IT.
      *----------------------------------------------------------------
       2000-LOAD-FED-STATEMENT.
           OPEN INPUT FED-STMT-FILE
           IF NOT WS-FSTM-OK
               DISPLAY 'ERROR OPENING FED STATEMENT: ' WS-FSTM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FSTM-EOF
               READ FED-STMT-FILE
                   AT END
                       SET WS-FSTM-EOF TO TRUE
                   NOT AT END
                       PERFORM 2010-APPLY-STATEMENT-RECORD
               END-READ
           END-PERFORM
           CLOSE FED-STMT-FILE
           IF NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
               DISPLAY 'FED STATEMENT INCOMPLETE - HEADER OR TRAILER '
                   'MISSING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-FED-COMPUTED-CLOSE =
               WS-FED-OPENING + WS-FED-ACTIVITY
           IF WS-FED-COMPUTED-CLOSE NOT = WS-FED-CLOSING
               DISPLAY 'FED STATEMENT DOES NOT FOOT TO ITS CLOSING '
                   'BALANCE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'FED STATEMENT ENTRIES:  ' WS-FED-ENTRIES.

       2010-APPLY-STATEMENT-RECORD.
           EVALUATE TRUE
               WHEN FS-HEADER
                   IF FS-SETTLE-DATE NOT = WS-PROCESSING-DATE
                       DISPLAY 'FED STATEMENT DATE ' FS-SETTLE-DATE
                           ' IS NOT THE PROCESSING DATE'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET WS-HEADER-SEEN TO TRUE
                   MOVE FS-BALANCE TO WS-FED-OPENING
               WHEN FS-TRAILER
                   SET WS-TRAILER-SEEN TO TRUE
                   MOVE FS-BALANCE TO WS-FED-CLOSING
               WHEN FS-DETAIL
                   ADD 1 TO WS-FED-ENTRIES
                   IF FS-IS-DEBIT
                       COMPUTE WS-SIGNED-AMOUNT = 0 - FS-AMOUNT
                   ELSE
                       MOVE FS-AMOUNT TO WS-SIGNED-AMOUNT
                   END-IF
                   ADD WS-SIGNED-AMOUNT TO WS-FED-ACTIVITY
                   IF WS-FEDS-COUNT >= WS-MAX-FEDS
                       DISPLAY 'FED ITEM TABLE FULL AT ' WS-MAX-FEDS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-FEDS-COUNT
                   MOVE FS-ENTRY-TYPE TO WS-FI-TYPE(WS-FEDS-COUNT)
                   MOVE FS-REFERENCE TO WS-FI-REF(WS-FEDS-COUNT)
                   MOVE WS-SIGNED-AMOUNT TO
                       WS-FI-AMOUNT(WS-FEDS-COUNT)
                   MOVE FS-SETTLE-DATE TO WS-FI-DATE(WS-FEDS-COUNT)
                   MOVE FS-DESCRIPTION TO WS-FI-DESC(WS-FEDS-COUNT)
                   MOVE SPACE TO WS-FI-MATCH-TYPE(WS-FEDS-COUNT)
                   MOVE 0 TO WS-FI-MATCH(WS-FEDS-COUNT)
           END-EVALUATE.

      *----------------------------------------------------------------
      * OUTBOUND WIRES VALUED TODAY DEBIT THE FED ACCOUNT. WIRES STILL
      * QUEUED FOR RELEASE HAVE NOT GONE OUT.
      *----------------------------------------------------------------
       2100-LOAD-WIRES.
           OPEN INPUT WIRE-OUT-FILE
           IF NOT WS-WIRE-OK
               SET WS-WIRE-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-WIRE-EOF
               READ WIRE-OUT-FILE
                   AT END
                       SET WS-WIRE-EOF TO TRUE
                   NOT AT END
                       IF WO-VALUE-DATE = WS-PROCESSING-DATE
                           AND WO-STATUS NOT = 'Q'
                           MOVE 'WR' TO WS-NI-TYPE
                           MOVE WO-WIRE-REF TO WS-NI-REF
                           COMPUTE WS-NI-AMOUNT = 0 - WO-USD-AMOUNT
                           MOVE WO-VALUE-DATE TO WS-NI-DATE
                           MOVE 'WIREOUT' TO WS-NI-SOURCE
                           MOVE WO-BENE-NAME TO WS-NI-DESC
                           PERFORM 2900-ADD-OURS-ITEM
                           ADD 1 TO WS-WIRES-LOADED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WIRE-OK OR WS-WIRE-STATUS = '10'
               CLOSE WIRE-OUT-FILE
           END-IF.

      *----------------------------------------------------------------
      * ACH SETTLES AT THE NET ACHPROC POSTED TO CUSTOMER ACCOUNTS,
      * ONE FED ENTRY PER ACHPROC CONTROL RECORD FOR THE DATE.
      *----------------------------------------------------------------
       2200-LOAD-ACH-SETTLEMENT.
           OPEN INPUT BATCH-CONTROL-FILE
           IF NOT WS-BCTL-OK
               SET WS-BCTL-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-BCTL-EOF
               READ BATCH-CONTROL-FILE
                   AT END
                       SET WS-BCTL-EOF TO TRUE
                   NOT AT END
                       IF BC-STEP-NAME = 'ACHPROC'
                           AND BC-RUN-DATE = WS-PROCESSING-DATE
                           MOVE 'AC' TO WS-NI-TYPE
                           MOVE SPACES TO WS-NI-REF
                           MOVE BC-AMOUNT-HASH TO WS-NI-AMOUNT
                           MOVE BC-RUN-DATE TO WS-NI-DATE
                           MOVE 'ACHPROC' TO WS-NI-SOURCE
                           MOVE 'ACH SETTLEMENT NET' TO WS-NI-DESC
                           PERFORM 2900-ADD-OURS-ITEM
                           ADD 1 TO WS-ACH-LOADED
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BCTL-OK OR WS-BCTL-STATUS = '10'
               CLOSE BATCH-CONTROL-FILE
           END-IF.

      *----------------------------------------------------------------
      * OFFICIAL CHECKS PRESENTED TODAY COME IN AS ONE CASH LETTER
      * DEBIT FOR THE DAY'S PAID TOTAL.
      *----------------------------------------------------------------
       2300-LOAD-CASH-LETTER.
           OPEN INPUT PAID-ITEMS-FILE
           IF NOT WS-PAID-OK
               SET WS-PAID-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-PAID-EOF
               READ PAID-ITEMS-FILE
                   AT END
                       SET WS-PAID-EOF TO TRUE
                   NOT AT END
                       IF PA-PAID-DATE = WS-PROCESSING-DATE
                           ADD PA-AMOUNT TO WS-CASH-LETTER-TOTAL
                           ADD 1 TO WS-CASH-LETTER-ITEMS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PAID-OK OR WS-PAID-STATUS = '10'
               CLOSE PAID-ITEMS-FILE
           END-IF
           IF WS-CASH-LETTER-ITEMS > 0
               MOVE 'CL' TO WS-NI-TYPE
               MOVE SPACES TO WS-NI-REF
               COMPUTE WS-NI-AMOUNT = 0 - WS-CASH-LETTER-TOTAL
               MOVE WS-PROCESSING-DATE TO WS-NI-DATE
               MOVE 'OFFCHECK' TO WS-NI-SOURCE
               MOVE 'OFFICIAL CHECK CASH LETTER' TO WS-NI-DESC
               PERFORM 2900-ADD-OURS-ITEM
           END-IF.

      *----------------------------------------------------------------
      * CURRENCY SHIPPED TO THE FED CREDITS THE ACCOUNT; A CASH ORDER
      * RECEIVED FROM THE FED DEBITS IT.
      *----------------------------------------------------------------
       2400-LOAD-VAULT-TICKETS.
           OPEN INPUT VAULT-TICKET-FILE
           IF NOT WS-VLT-OK
               SET WS-VLT-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-VLT-EOF
               READ VAULT-TICKET-FILE
                   AT END
                       SET WS-VLT-EOF TO TRUE
                   NOT AT END
                       IF VT-DATE = WS-PROCESSING-DATE
                           AND (VT-FED-SHIPMENT OR VT-FED-RECEIPT)
                           PERFORM 2410-TABLE-VAULT-TICKET
                       END-IF
               END-READ
           END-PERFORM
           IF WS-VLT-OK OR WS-VLT-STATUS = '10'
               CLOSE VAULT-TICKET-FILE
           END-IF.

       2410-TABLE-VAULT-TICKET.
           MOVE SPACES TO WS-NI-REF
           MOVE VT-DATE TO WS-NI-DATE
           MOVE 'VAULTMGT' TO WS-NI-SOURCE
           MOVE VT-BRANCH TO WS-BRANCH-EDIT
           MOVE SPACES TO WS-NI-DESC
           IF VT-FED-SHIPMENT
               MOVE 'CS' TO WS-NI-TYPE
               MOVE VT-AMOUNT TO WS-NI-AMOUNT
               STRING 'CASH SHIPMENT BRANCH ' DELIMITED BY SIZE
                   WS-BRANCH-EDIT DELIMITED BY SIZE
                   INTO WS-NI-DESC
           ELSE
               MOVE 'CO' TO WS-NI-TYPE
               COMPUTE WS-NI-AMOUNT = 0 - VT-AMOUNT
               STRING 'CASH ORDER BRANCH ' DELIMITED BY SIZE
                   WS-BRANCH-EDIT DELIMITED BY SIZE
                   INTO WS-NI-DESC
           END-IF
           PERFORM 2900-ADD-OURS-ITEM
           ADD 1 TO WS-VAULT-LOADED.

      *----------------------------------------------------------------
      * ITEMS LEFT OPEN BY EARLIER RUNS GO BACK INTO THEIR TABLES SO
      * A LATE SETTLEMENT OR A LATE POSTING CAN STILL CLEAR THEM.
      *----------------------------------------------------------------
       2500-LOAD-CARRIED-ITEMS.
           OPEN INPUT FED-OPEN-IN
           IF NOT WS-OPNI-OK
               SET WS-OPNI-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-OPNI-EOF
               READ FED-OPEN-IN INTO WS-OPEN-ITEM
                   AT END
                       SET WS-OPNI-EOF TO TRUE
                   NOT AT END
                       IF WS-OP-ITEM-DATE < WS-PROCESSING-DATE
                           PERFORM 2510-TABLE-CARRIED-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPNI-OK OR WS-OPNI-STATUS = '10'
               CLOSE FED-OPEN-IN
           END-IF
           DISPLAY 'OPEN ITEMS CARRIED IN:  ' WS-CARRIED-IN.

       2510-TABLE-CARRIED-ITEM.
           ADD 1 TO WS-CARRIED-IN
           IF WS-OP-OURS
               MOVE WS-OP-ENTRY-TYPE TO WS-NI-TYPE
               MOVE WS-OP-REFERENCE TO WS-NI-REF
               MOVE WS-OP-AMOUNT TO WS-NI-AMOUNT
               MOVE WS-OP-ITEM-DATE TO WS-NI-DATE
               MOVE WS-OP-SOURCE TO WS-NI-SOURCE
               MOVE WS-OP-DESCRIPTION TO WS-NI-DESC
               PERFORM 2900-ADD-OURS-ITEM
           ELSE
               IF WS-FEDS-COUNT >= WS-MAX-FEDS
                   DISPLAY 'FED ITEM TABLE FULL AT ' WS-MAX-FEDS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FEDS-COUNT
               MOVE WS-OP-ENTRY-TYPE TO WS-FI-TYPE(WS-FEDS-COUNT)
               MOVE WS-OP-REFERENCE TO WS-FI-REF(WS-FEDS-COUNT)
               MOVE WS-OP-AMOUNT TO WS-FI-AMOUNT(WS-FEDS-COUNT)
               MOVE WS-OP-ITEM-DATE TO WS-FI-DATE(WS-FEDS-COUNT)
               MOVE WS-OP-DESCRIPTION TO WS-FI-DESC(WS-FEDS-COUNT)
               MOVE SPACE TO WS-FI-MATCH-TYPE(WS-FEDS-COUNT)
               MOVE 0 TO WS-FI-MATCH(WS-FEDS-COUNT)
           END-IF.

       2900-ADD-OURS-ITEM.
           IF WS-OURS-COUNT >= WS-MAX-OURS
               DISPLAY 'INTERNAL ITEM TABLE FULL AT ' WS-MAX-OURS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OURS-COUNT
           MOVE WS-NI-TYPE TO WS-OI-TYPE(WS-OURS-COUNT)
           MOVE WS-NI-REF TO WS-OI-REF(WS-OURS-COUNT)
           MOVE WS-NI-AMOUNT TO WS-OI-AMOUNT(WS-OURS-COUNT)
           MOVE WS-NI-DATE TO WS-OI-DATE(WS-OURS-COUNT)
           MOVE WS-NI-SOURCE TO WS-OI-SOURCE(WS-OURS-COUNT)
           MOVE WS-NI-DESC TO WS-OI-DESC(WS-OURS-COUNT)
           MOVE 0 TO WS-OI-MATCH(WS-OURS-COUNT).

      *----------------------------------------------------------------
      * FIRST PASS: SAME ENTRY TYPE, SAME REFERENCE, SAME AMOUNT.
      *----------------------------------------------------------------
       3000-MATCH-BY-REFERENCE.
           PERFORM VARYING WS-OURS-IDX FROM 1 BY 1
               UNTIL WS-OURS-IDX > WS-OURS-COUNT
               IF WS-OI-REF(WS-OURS-IDX) NOT = SPACES
                   PERFORM VARYING WS-FEDS-IDX FROM 1 BY 1
                       UNTIL WS-FEDS-IDX > WS-FEDS-COUNT
                       IF WS-FI-UNMATCHED(WS-FEDS-IDX)
                           AND WS-FI-TYPE(WS-FEDS-IDX)
                               = WS-OI-TYPE(WS-OURS-IDX)
                           AND WS-FI-REF(WS-FEDS-IDX)
                               = WS-OI-REF(WS-OURS-IDX)
                           AND WS-FI-AMOUNT(WS-FEDS-IDX)
                               = WS-OI-AMOUNT(WS-OURS-IDX)
                           SET WS-FI-BY-REF(WS-FEDS-IDX) TO TRUE
                           PERFORM 3900-PAIR-ITEMS
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * SECOND PASS: OUR SOURCES THAT CARRY NO REFERENCE (ACH NET,
      * CASH LETTER, CURRENCY) MATCH ON ENTRY TYPE AND AMOUNT ALONE.
      *----------------------------------------------------------------
       3100-MATCH-BY-AMOUNT.
           PERFORM VARYING WS-OURS-IDX FROM 1 BY 1
               UNTIL WS-OURS-IDX > WS-OURS-COUNT
               IF WS-OI-MATCH(WS-OURS-IDX) = 0
                   AND WS-OI-REF(WS-OURS-IDX) = SPACES
                   PERFORM VARYING WS-FEDS-IDX FROM 1 BY 1
                       UNTIL WS-FEDS-IDX > WS-FEDS-COUNT
                       IF WS-FI-UNMATCHED(WS-FEDS-IDX)
                           AND WS-FI-TYPE(WS-FEDS-IDX)
                               = WS-OI-TYPE(WS-OURS-IDX)
                           AND WS-FI-AMOUNT(WS-FEDS-IDX)
                               = WS-OI-AMOUNT(WS-OURS-IDX)
                           SET WS-FI-BY-AMOUNT(WS-FEDS-IDX) TO TRUE
                           PERFORM 3900-PAIR-ITEMS
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       3900-PAIR-ITEMS.
           MOVE WS-FEDS-IDX TO WS-OI-MATCH(WS-OURS-IDX)
           MOVE WS-OURS-IDX TO WS-FI-MATCH(WS-FEDS-IDX)
           ADD 1 TO WS-MATCHED-COUNT
           ADD WS-OI-AMOUNT(WS-OURS-IDX) TO WS-MATCHED-TOTAL.

      *----------------------------------------------------------------
      * DUE-FROM-FED BALANCE AS GLPROOF LEFT IT ON THE GL BALANCE
      * FILE. WITHOUT THE FILE THERE IS NOTHING TO PROVE AGAINST.
      *----------------------------------------------------------------
       4000-LOAD-GL-BALANCE.
           OPEN INPUT GL-BALANCE-FILE
           IF NOT WS-BAL-OK
               DISPLAY 'ERROR OPENING GL BALANCE FILE: ' WS-BAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-BAL-EOF
               READ GL-BALANCE-FILE
                   AT END
                       SET WS-BAL-EOF TO TRUE
                   NOT AT END
                       IF GB-ACCOUNT-CODE = WS-DUE-FROM-FED-CODE
                           SET WS-GL-FOUND TO TRUE
                           MOVE GB-BALANCE TO WS-GL-BALANCE
                           MOVE GB-LAST-POST-DATE TO WS-GL-LAST-POST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-BALANCE-FILE
           IF NOT WS-GL-FOUND
               DISPLAY 'NO GL BALANCE FOR DUE-FROM-FED ACCOUNT '
                   WS-DUE-FROM-FED-CODE
           END-IF.

       5000-REPORT-MATCHED.
           MOVE SPACES TO FED-RECON-LINE
           WRITE FED-RECON-LINE
           MOVE 'MATCHED ITEMS' TO WS-SL-TITLE
           WRITE FED-RECON-LINE FROM WS-SECTION-LINE
           WRITE FED-RECON-LINE FROM WS-COLUMN-HEADER
           PERFORM VARYING WS-FEDS-IDX FROM 1 BY 1
               UNTIL WS-FEDS-IDX > WS-FEDS-COUNT
               IF NOT WS-FI-UNMATCHED(WS-FEDS-IDX)
                   MOVE WS-FI-MATCH(WS-FEDS-IDX) TO WS-OURS-IDX
                   MOVE WS-FI-TYPE(WS-FEDS-IDX) TO WS-DL-TYPE
                   MOVE WS-FI-REF(WS-FEDS-IDX) TO WS-DL-REF
                   MOVE WS-OI-SOURCE(WS-OURS-IDX) TO WS-DL-SOURCE
                   MOVE WS-OI-DESC(WS-OURS-IDX) TO WS-DL-DESC
                   MOVE WS-FI-AMOUNT(WS-FEDS-IDX) TO WS-DL-AMOUNT
                   IF WS-OI-DATE(WS-OURS-IDX) < WS-FI-DATE(WS-FEDS-IDX)
                       MOVE WS-OI-DATE(WS-OURS-IDX) TO WS-AGE-FROM-DATE
                   ELSE
                       MOVE WS-FI-DATE(WS-FEDS-IDX) TO WS-AGE-FROM-DATE
                   END-IF
                   MOVE WS-AGE-FROM-DATE TO WS-DL-DATE
                   PERFORM 1330-COUNT-BANKING-DAYS-OPEN
                   MOVE WS-BANKING-DAYS TO WS-DL-AGE
                   IF WS-FI-BY-REF(WS-FEDS-IDX)
                       MOVE 'MATCHED ON REFERENCE' TO WS-DL-STATUS
                   ELSE
                       MOVE 'MATCHED ON AMOUNT' TO WS-DL-STATUS
                   END-IF
                   WRITE FED-RECON-LINE FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * OUR ENTRIES THE FED HAS NOT SETTLED. EACH IS AGED, ESCALATED
      * PAST THE LIMIT, AND CARRIED TO THE NEXT RUN.
      *----------------------------------------------------------------
       5100-REPORT-OURS-NOT-FEDS.
           OPEN OUTPUT FED-OPEN-OUT
           MOVE SPACES TO FED-RECON-LINE
           WRITE FED-RECON-LINE
           MOVE 'OURS NOT FED''S' TO WS-SL-TITLE
           WRITE FED-RECON-LINE FROM WS-SECTION-LINE
           WRITE FED-RECON-LINE FROM WS-COLUMN-HEADER
           PERFORM VARYING WS-OURS-IDX FROM 1 BY 1
               UNTIL WS-OURS-IDX > WS-OURS-COUNT
               IF WS-OI-MATCH(WS-OURS-IDX) = 0
                   ADD 1 TO WS-OURS-OPEN-COUNT
                   ADD WS-OI-AMOUNT(WS-OURS-IDX) TO WS-OURS-OPEN-TOTAL
                   MOVE WS-OI-TYPE(WS-OURS-IDX) TO WS-DL-TYPE
                   MOVE WS-OI-REF(WS-OURS-IDX) TO WS-DL-REF
                   MOVE WS-OI-SOURCE(WS-OURS-IDX) TO WS-DL-SOURCE
                   MOVE WS-OI-DESC(WS-OURS-IDX) TO WS-DL-DESC
                   MOVE WS-OI-AMOUNT(WS-OURS-IDX) TO WS-SIGNED-AMOUNT
                   MOVE WS-OI-DATE(WS-OURS-IDX) TO WS-AGE-FROM-DATE
                   PERFORM 5900-AGE-EXCEPTION
                   MOVE SPACES TO WS-OPEN-ITEM
                   SET WS-OP-OURS TO TRUE
                   MOVE WS-OI-TYPE(WS-OURS-IDX) TO WS-OP-ENTRY-TYPE
                   MOVE WS-OI-REF(WS-OURS-IDX) TO WS-OP-REFERENCE
                   MOVE WS-OI-AMOUNT(WS-OURS-IDX) TO WS-OP-AMOUNT
                   MOVE WS-OI-DATE(WS-OURS-IDX) TO WS-OP-ITEM-DATE
                   MOVE WS-OI-SOURCE(WS-OURS-IDX) TO WS-OP-SOURCE
                   MOVE WS-OI-DESC(WS-OURS-IDX) TO WS-OP-DESCRIPTION
                   WRITE FED-OPEN-OUT-RECORD FROM WS-OPEN-ITEM
                   ADD 1 TO WS-CARRIED-OUT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * FED ENTRIES NONE OF OUR SOURCES ACCOUNT FOR.
      *----------------------------------------------------------------
       5200-REPORT-FEDS-NOT-OURS.
           MOVE SPACES TO FED-RECON-LINE
           WRITE FED-RECON-LINE
           MOVE 'FED''S NOT OURS' TO WS-SL-TITLE
           WRITE FED-RECON-LINE FROM WS-SECTION-LINE
           WRITE FED-RECON-LINE FROM WS-COLUMN-HEADER
           PERFORM VARYING WS-FEDS-IDX FROM 1 BY 1
               UNTIL WS-FEDS-IDX > WS-FEDS-COUNT
               IF WS-FI-UNMATCHED(WS-FEDS-IDX)
                   ADD 1 TO WS-FEDS-OPEN-COUNT
                   ADD WS-FI-AMOUNT(WS-FEDS-IDX) TO WS-FEDS-OPEN-TOTAL
                   MOVE WS-FI-TYPE(WS-FEDS-IDX) TO WS-DL-TYPE
                   MOVE WS-FI-REF(WS-FEDS-IDX) TO WS-DL-REF
                   MOVE 'FEDSTMT' TO WS-DL-SOURCE
                   MOVE WS-FI-DESC(WS-FEDS-IDX) TO WS-DL-DESC
                   MOVE WS-FI-AMOUNT(WS-FEDS-IDX) TO WS-SIGNED-AMOUNT
                   MOVE WS-FI-DATE(WS-FEDS-IDX) TO WS-AGE-FROM-DATE
                   PERFORM 5900-AGE-EXCEPTION
                   MOVE SPACES TO WS-OPEN-ITEM
                   SET WS-OP-FEDS TO TRUE
                   MOVE WS-FI-TYPE(WS-FEDS-IDX) TO WS-OP-ENTRY-TYPE
                   MOVE WS-FI-REF(WS-FEDS-IDX) TO WS-OP-REFERENCE
                   MOVE WS-FI-AMOUNT(WS-FEDS-IDX) TO WS-OP-AMOUNT
                   MOVE WS-FI-DATE(WS-FEDS-IDX) TO WS-OP-ITEM-DATE
                   MOVE 'FEDSTMT' TO WS-OP-SOURCE
                   MOVE WS-FI-DESC(WS-FEDS-IDX) TO WS-OP-DESCRIPTION
                   WRITE FED-OPEN-OUT-RECORD FROM WS-OPEN-ITEM
                   ADD 1 TO WS-CARRIED-OUT
               END-IF
           END-PERFORM
           CLOSE FED-OPEN-OUT.

       5900-AGE-EXCEPTION.
           MOVE WS-SIGNED-AMOUNT TO WS-DL-AMOUNT
           MOVE WS-AGE-FROM-DATE TO WS-DL-DATE
           PERFORM 1330-COUNT-BANKING-DAYS-OPEN
           MOVE WS-BANKING-DAYS TO WS-DL-AGE
           IF WS-BANKING-DAYS > WS-ESCALATE-DAYS
               MOVE '*** ESCALATE ***' TO WS-DL-STATUS
               ADD 1 TO WS-ESCALATED-COUNT
               ADD WS-SIGNED-AMOUNT TO WS-ESCALATED-TOTAL
           ELSE
               MOVE 'OPEN' TO WS-DL-STATUS
           END-IF
           WRITE FED-RECON-LINE FROM WS-DETAIL-LINE.

      *----------------------------------------------------------------
      * FED CLOSING BALANCE, LESS WHAT ONLY THE FED HAS AND PLUS WHAT
      * ONLY WE HAVE, MUST EQUAL THE DUE-FROM-FED GL BALANCE.
      *----------------------------------------------------------------
       6000-PROVE-FED-BALANCE.
           MOVE SPACES TO FED-RECON-LINE
           WRITE FED-RECON-LINE
           MOVE 'RECONCILIATION SUMMARY' TO WS-SL-TITLE
           WRITE FED-RECON-LINE FROM WS-SECTION-LINE
           MOVE 'MATCHED ITEMS' TO WS-TL-LABEL
           MOVE WS-MATCHED-COUNT TO WS-TL-COUNT
           MOVE WS-MATCHED-TOTAL TO WS-TL-AMOUNT
           WRITE FED-RECON-LINE FROM WS-TOTAL-LINE
           MOVE 'OURS NOT FED''S' TO WS-TL-LABEL
           MOVE WS-OURS-OPEN-COUNT TO WS-TL-COUNT
           MOVE WS-OURS-OPEN-TOTAL TO WS-TL-AMOUNT
           WRITE FED-RECON-LINE FROM WS-TOTAL-LINE
           MOVE 'FED''S NOT OURS' TO WS-TL-LABEL
           MOVE WS-FEDS-OPEN-COUNT TO WS-TL-COUNT
           MOVE WS-FEDS-OPEN-TOTAL TO WS-TL-AMOUNT
           WRITE FED-RECON-LINE FROM WS-TOTAL-LINE
           MOVE 'ESCALATED - OPEN OVER 2 BANKING DAYS' TO WS-TL-LABEL
           MOVE WS-ESCALATED-COUNT TO WS-TL-COUNT
           MOVE WS-ESCALATED-TOTAL TO WS-TL-AMOUNT
           WRITE FED-RECON-LINE FROM WS-TOTAL-LINE

           COMPUTE WS-ADJUSTED-FED = WS-FED-CLOSING
               - WS-FEDS-OPEN-TOTAL + WS-OURS-OPEN-TOTAL
           COMPUTE WS-PROOF-DIFF = WS-ADJUSTED-FED - WS-GL-BALANCE
           MOVE SPACES TO FED-RECON-LINE
           WRITE FED-RECON-LINE
           MOVE 'BALANCE PROOF' TO WS-SL-TITLE
           WRITE FED-RECON-LINE FROM WS-SECTION-LINE
           MOVE 'FED OPENING BALANCE' TO WS-PL-LABEL
           MOVE WS-FED-OPENING TO WS-PL-AMOUNT
           WRITE FED-RECON-LINE FROM WS-PROOF-LINE
           MOVE 'FED ACTIVITY FOR THE DAY' TO WS-PL-LABEL
           MOVE WS-FED-ACTIVITY TO WS-PL-AMOUNT
           WRITE FED-RECON-LINE FROM WS-PROOF-LINE
           MOVE 'FED CLOSING BALANCE' TO WS-PL-LABEL
           MOVE WS-FED-CLOSING TO WS-PL-AMOUNT
           WRITE FED-RECON-LINE FROM WS-PROOF-LINE
           MOVE 'LESS FED''S NOT OURS' TO WS-PL-LABEL
           MOVE WS-FEDS-OPEN-TOTAL TO WS-PL-AMOUNT
           WRITE FED-RECON-LINE FROM WS-PROOF-LINE
           MOVE 'PLUS OURS NOT FED''S' TO WS-PL-LABEL
           MOVE WS-OURS-OPEN-TOTAL TO WS-PL-AMOUNT
           WRITE FED-RECON-LINE FROM WS-PROOF-LINE
           MOVE 'ADJUSTED FED BALANCE' TO WS-PL-LABEL
           MOVE WS-ADJUSTED-FED TO WS-PL-AMOUNT
           WRITE FED-RECON-LINE FROM WS-PROOF-LINE
           MOVE SPACES TO WS-PL-LABEL
           STRING 'DUE FROM FED GL BALANCE - ACCOUNT '
               DELIMITED BY SIZE
               WS-DUE-FROM-FED-CODE DELIMITED BY SPACE
               INTO WS-PL-LABEL
           MOVE WS-GL-BALANCE TO WS-PL-AMOUNT
           WRITE FED-RECON-LINE FROM WS-PROOF-LINE
           MOVE 'DIFFERENCE' TO WS-PL-LABEL
           MOVE WS-PROOF-DIFF TO WS-PL-AMOUNT
           WRITE FED-RECON-LINE FROM WS-PROOF-LINE
           IF WS-PROOF-DIFF = 0 AND WS-GL-FOUND
               MOVE 'FED BALANCE PROVES TO THE GENERAL LEDGER'
                   TO WS-PR-TEXT
           ELSE
               MOVE '*** FED BALANCE OUT OF PROOF WITH THE LEDGER ***'
                   TO WS-PR-TEXT
           END-IF
           WRITE FED-RECON-LINE FROM WS-PROOF-RESULT-LINE.

       9000-FINALIZE.
           DISPLAY '*** FED MASTER ACCOUNT RECONCILIATION COMPLETE ***'
           DISPLAY 'WIRES LOADED:           ' WS-WIRES-LOADED
           DISPLAY 'ACH SETTLEMENTS LOADED: ' WS-ACH-LOADED
           DISPLAY 'CASH LETTER ITEMS:      ' WS-CASH-LETTER-ITEMS
           DISPLAY 'VAULT TICKETS LOADED:   ' WS-VAULT-LOADED
           DISPLAY 'ITEMS MATCHED:          ' WS-MATCHED-COUNT
           DISPLAY 'OURS NOT FED''S:         ' WS-OURS-OPEN-COUNT
           DISPLAY 'FED''S NOT OURS:         ' WS-FEDS-OPEN-COUNT
           DISPLAY 'ITEMS ESCALATED:        ' WS-ESCALATED-COUNT
           DISPLAY 'OPEN ITEMS CARRIED OUT: ' WS-CARRIED-OUT
           CLOSE FED-RECON-REPORT
           EVALUATE TRUE
               WHEN WS-PROOF-DIFF NOT = 0 OR NOT WS-GL-FOUND
                   DISPLAY 'FED BALANCE OUT OF PROOF BY ' WS-PROOF-DIFF
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ESCALATED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       9530-LOAD-GL-MAP.
           SET WS-GLM-LOADED TO TRUE
           OPEN INPUT GL-MAP-FILE
           IF NOT WS-GLM-OK
               SET WS-GLM-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-GLM-NO-MORE
               READ GL-MAP-FILE
                   AT END
                       SET WS-GLM-NO-MORE TO TRUE
                   NOT AT END
                       IF GM-EFF-DATE <= WS-PROCESSING-DATE
                           AND WS-GLM-COUNT < WS-MAX-GLM
                           ADD 1 TO WS-GLM-COUNT
                           MOVE GM-EVENT-CODE TO
                               WS-GM-EVENT(WS-GLM-COUNT)
                           MOVE GM-GL-ACCOUNT TO
                               WS-GM-ACCOUNT(WS-GLM-COUNT)
                           MOVE GM-EFF-DATE TO
                               WS-GM-EFF(WS-GLM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GLM-OK OR WS-GLM-STATUS = '10'
               CLOSE GL-MAP-FILE
           END-IF.

      *----------------------------------------------------------------
      * THE LATEST EFFECTIVE MAPPING FOR THE EVENT WINS. WITH NO
      * MAPPING ON FILE THE SETTLEMENT CASH ACCOUNT THE POSTING
      * PROGRAMS OFFSET AGAINST STANDS AS DUE FROM FED.
      *----------------------------------------------------------------
       9520-RESOLVE-GL-CODE.
           IF NOT WS-GLM-LOADED
               PERFORM 9530-LOAD-GL-MAP
           END-IF
           MOVE SPACES TO WS-DUE-FROM-FED-CODE
           MOVE 0 TO WS-GLM-BEST-DATE
           PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
               UNTIL WS-GLM-IDX > WS-GLM-COUNT
               IF WS-GM-EVENT(WS-GLM-IDX) = WS-GL-EVENT
                   AND WS-GM-EFF(WS-GLM-IDX) >= WS-GLM-BEST-DATE
                   MOVE WS-GM-ACCOUNT(WS-GLM-IDX) TO
                       WS-DUE-FROM-FED-CODE
                   MOVE WS-GM-EFF(WS-GLM-IDX) TO WS-GLM-BEST-DATE
               END-IF
           END-PERFORM
           IF WS-DUE-FROM-FED-CODE = SPACES
               MOVE '100000' TO WS-DUE-FROM-FED-CODE
           END-IF
           DISPLAY 'DUE FROM FED GL ACCOUNT: ' WS-DUE-FROM-FED-CODE.
