       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKPRES.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-09-05.
      *================================================================*
      * INBOUND IMAGE CASH LETTER (X9.37) PRESENTMENT INTAKE AND       *
      * RETURN GENERATION                                              *
      * INTAKE MODE (DEFAULT): READS THE FEDERAL RESERVE'S IMAGE CASH  *
      * LETTER OF CHECKS DRAWN ON OUR CUSTOMERS (FILE HEADER 01, CASH  *
      * LETTER HEADER 10, BUNDLE HEADER 20, CHECK DETAIL 25, BUNDLE    *
      * CONTROL 70, CASH LETTER CONTROL 90, FILE CONTROL 99). EVERY    *
      * BUNDLE IS PROVED AGAINST ITS 70 RECORD AND THE CASH LETTER     *
      * AGAINST ITS 90 RECORD; ONLY A CASH LETTER WHOSE BUNDLES AND    *
      * CONTROL ALL BALANCE IS RELEASED TO DAYTRANS, ONE CHK ITEM PER  *
      * CHECK WITH THE CHECK SERIAL IN TR-REF-NUMBER. EACH RELEASED    *
      * ITEM IS ALSO RECORDED ON THE PRESENTMENT CROSS-REFERENCE WITH  *
      * ITS MIDNIGHT RETURN DEADLINE (THE NEXT BUSINESS DAY AFTER      *
      * PRESENTMENT). ADDENDUM AND IMAGE VIEW RECORDS (26-28, 50, 52)  *
      * ARE COUNTED BUT NOT NEEDED FOR POSTING.                        *
      *                                                                *
      * RETURNS MODE (COMMAND LINE 'RETURNS'): READS ACCTPROC'S        *
      * ERROR-FILE FOR REJECTED CHK ITEMS, TIES EACH ONE BACK TO ITS   *
      * PRESENTMENT THROUGH THE CROSS-REFERENCE, AND WRITES AN X9.37   *
      * RETURN FILE (RETURN RECORD 31) CARRYING THE X9 RETURN REASON:  *
      *   A NSF            B FUNDS ON HOLD     C STOP PAYMENT          *
      *   D ACCOUNT CLOSED E NO SUCH ACCOUNT   F ACCOUNT RESTRAINED    *
      * AN ITEM PAST ITS MIDNIGHT DEADLINE, OR REJECTED FOR ANY OTHER  *
      * REASON, IS LISTED ON THE RETURNS REPORT FOR OPERATIONS REVIEW  *
      * INSTEAD OF BEING RETURNED.                                     *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICL-FILE ASSIGN TO ICLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ICL-STATUS.
           SELECT OPTIONAL DAILY-TRANS ASSIGN TO DAYTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT CHK-XREF-FILE ASSIGN TO CHKXREF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT ERROR-FILE ASSIGN TO ERRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.
           SELECT CHK-RETURN-FILE ASSIGN TO ICLRTRN
               ORGANIZATION IS SEQUENTIAL.
           SELECT ICL-REJECT-REPORT ASSIGN TO ICLREJ
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHK-RETURN-REPORT ASSIGN TO CHKRRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HOLIDAY-CAL-FILE ASSIGN TO HOLCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
           SELECT OPTIONAL BATCH-CONTROL-FILE ASSIGN TO BATCHCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BCTL-STATUS.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ICL-FILE.
       01  ICL-RECORD                  PIC X(80).

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
           05  FILLER                  PIC X(12).
           05  TR-BENE-NAME            PIC X(35).
           05  TR-BENE-BANK-ROUTING    PIC 9(9).
           05  TR-BENE-ACCT            PIC X(20).
           05  TR-WIRE-REF             PIC X(16).

      *----------------------------------------------------------------
      * PRESENTMENT CROSS-REFERENCE. ONE RECORD PER CHECK RELEASED TO
      * DAYTRANS, CARRYING WHAT THE RETURN RECORD NEEDS (ON-US FIELD,
      * ITEM SEQUENCE, PRESENTING ROUTINGS) AND THE DATE BY WHICH A
      * RETURN MUST BE DISPATCHED.
      *----------------------------------------------------------------
       FD  CHK-XREF-FILE.
       01  CHK-XREF-RECORD.
           05  XR-SERIAL               PIC X(16).
           05  XR-ACCT-NUMBER          PIC 9(12).
           05  XR-AMOUNT               PIC S9(11)V99 COMP-3.
           05  XR-PAYOR-ROUTING        PIC 9(9).
           05  XR-ON-US                PIC X(20).
           05  XR-ITEM-SEQ             PIC X(15).
           05  XR-ECE-ROUTING          PIC 9(9).
           05  XR-PRESENTER-ROUTING    PIC 9(9).
           05  XR-PRESENT-DATE         PIC 9(8).
           05  XR-DEADLINE             PIC 9(8).
           05  XR-CASH-LETTER-ID       PIC X(8).
           05  FILLER                  PIC X(9).

       FD  ERROR-FILE.
       01  ERROR-RECORD                PIC X(200).

       FD  CHK-RETURN-FILE.
       01  CHK-RETURN-RECORD           PIC X(80).

       FD  ICL-REJECT-REPORT.
       01  ICL-REJECT-LINE             PIC X(132).

       FD  CHK-RETURN-REPORT.
       01  CHK-RETURN-LINE             PIC X(132).

       FD  HOLIDAY-CAL-FILE.
       01  HOLIDAY-CAL-RECORD.
           05  HC-HOLIDAY-DATE         PIC 9(8).
           05  HC-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(12).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

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

       WORKING-STORAGE SECTION.
       01  WS-ICL-STATUS               PIC X(2).
           88  WS-ICL-OK               VALUE '00'.
       01  WS-TRAN-STATUS              PIC X(2).
       01  WS-XREF-STATUS              PIC X(2).
           88  WS-XREF-OK              VALUE '00'.
       01  WS-ERR-STATUS               PIC X(2).
           88  WS-ERR-OK               VALUE '00'.
       01  WS-HOL-STATUS               PIC X(2).
           88  WS-HOL-OK               VALUE '00'.
       01  WS-BCTL-STATUS              PIC X(2).
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.
       01  WS-BC-POSTED-HASH           PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-ICL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-ICL-EOF              VALUE 'Y'.
       01  WS-ERR-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-ERR-EOF              VALUE 'Y'.
       01  WS-XREF-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-XREF-EOF             VALUE 'Y'.
       01  WS-HOL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-HOL-EOF              VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-PROCESSING-TIME          PIC 9(6).

       01  WS-COMMAND-LINE             PIC X(40).
       01  WS-RUN-MODE                 PIC X(7) VALUE SPACES.
           88  WS-MODE-RETURNS         VALUE 'RETURNS'.

      *----------------------------------------------------------------
      * MIDNIGHT DEADLINE. A PRESENTED ITEM MUST BE RETURNED BEFORE
      * MIDNIGHT OF THE BUSINESS DAY AFTER IT WAS RECEIVED; WEEKENDS
      * AND HOLCAL HOLIDAYS ARE NOT BUSINESS DAYS.
      *----------------------------------------------------------------
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-DATE OCCURS 30 TIMES PIC 9(8).
       01  WS-HOL-COUNT                PIC 9(2) VALUE 0.
       01  WS-HOL-IDX                  PIC 9(2).
       01  WS-RETURN-DEADLINE          PIC 9(8).
       01  WS-DATE-INT                 PIC 9(9).
       01  WS-DAY-OF-WEEK              PIC 9(1).
       01  WS-NON-BUSINESS-FLAG        PIC X(1).
           88  WS-NON-BUSINESS-DAY     VALUE 'Y'.

      *----------------------------------------------------------------
      * INBOUND X9.37 RECORD VIEWS. EVERY RECORD STARTS WITH A TWO-
      * DIGIT RECORD TYPE; EACH READ IS MOVED INTO THE MATCHING VIEW.
      *----------------------------------------------------------------
       01  WS-ICL-GENERIC.
           05  WS-IG-RECORD-TYPE       PIC X(2).
               88  WS-IG-FILE-HEADER   VALUE '01'.
               88  WS-IG-CL-HEADER     VALUE '10'.
               88  WS-IG-BUNDLE-HEADER VALUE '20'.
               88  WS-IG-CHECK-DETAIL  VALUE '25'.
               88  WS-IG-ADDENDUM-IMAGE
                                       VALUES '26' '27' '28'
                                              '50' '52'.
               88  WS-IG-BUNDLE-CONTROL
                                       VALUE '70'.
               88  WS-IG-CL-CONTROL    VALUE '90'.
               88  WS-IG-FILE-CONTROL  VALUE '99'.
           05  FILLER                  PIC X(78).

       01  WS-ICL-FILE-HEADER REDEFINES WS-ICL-GENERIC.
           05  FILLER                  PIC X(2).
           05  WS-FH-STANDARD-LEVEL    PIC X(2).
           05  WS-FH-TEST-INDICATOR    PIC X(1).
           05  WS-FH-DEST-ROUTING      PIC 9(9).
           05  WS-FH-ORIGIN-ROUTING    PIC 9(9).
           05  WS-FH-CREATION-DATE     PIC 9(8).
           05  WS-FH-CREATION-TIME     PIC 9(4).
           05  WS-FH-RESEND-INDICATOR  PIC X(1).
           05  WS-FH-DEST-NAME         PIC X(18).
           05  WS-FH-ORIGIN-NAME       PIC X(18).
           05  FILLER                  PIC X(8).

       01  WS-ICL-CL-HEADER REDEFINES WS-ICL-GENERIC.
           05  FILLER                  PIC X(2).
           05  WS-LH-COLLECTION-TYPE   PIC X(2).
           05  WS-LH-DEST-ROUTING      PIC 9(9).
           05  WS-LH-ECE-ROUTING       PIC 9(9).
           05  WS-LH-BUSINESS-DATE     PIC 9(8).
           05  WS-LH-CREATION-DATE     PIC 9(8).
           05  WS-LH-CREATION-TIME     PIC 9(4).
           05  WS-LH-RECORD-TYPE-IND   PIC X(1).
           05  WS-LH-DOC-TYPE          PIC X(1).
           05  WS-LH-CASH-LETTER-ID    PIC X(8).
           05  FILLER                  PIC X(28).

       01  WS-ICL-BUNDLE-HEADER REDEFINES WS-ICL-GENERIC.
           05  FILLER                  PIC X(2).
           05  WS-BH-COLLECTION-TYPE   PIC X(2).
           05  WS-BH-DEST-ROUTING      PIC 9(9).
           05  WS-BH-ECE-ROUTING       PIC 9(9).
           05  WS-BH-BUSINESS-DATE     PIC 9(8).
           05  WS-BH-CREATION-DATE     PIC 9(8).
           05  WS-BH-BUNDLE-ID         PIC X(10).
           05  WS-BH-SEQUENCE          PIC X(4).
           05  WS-BH-CYCLE             PIC X(2).
           05  WS-BH-RETURN-ROUTING    PIC 9(9).
           05  FILLER                  PIC X(17).

       01  WS-ICL-CHECK-DETAIL REDEFINES WS-ICL-GENERIC.
           05  FILLER                  PIC X(2).
           05  WS-CD-AUX-ON-US         PIC X(15).
           05  WS-CD-EXT-PROC-CODE     PIC X(1).
           05  WS-CD-PAYOR-ROUTING     PIC 9(9).
           05  WS-CD-ON-US             PIC X(20).
           05  WS-CD-AMOUNT            PIC 9(8)V99.
           05  WS-CD-ITEM-SEQ          PIC X(15).
           05  WS-CD-DOC-TYPE          PIC X(1).
           05  FILLER                  PIC X(7).

       01  WS-ICL-BUNDLE-CONTROL REDEFINES WS-ICL-GENERIC.
           05  FILLER                  PIC X(2).
           05  WS-BC-ITEM-COUNT        PIC 9(4).
           05  WS-BC-TOTAL-AMOUNT      PIC 9(10)V99.
           05  WS-BC-MICR-VALID-TOTAL  PIC 9(10)V99.
           05  WS-BC-IMAGE-COUNT       PIC 9(5).
           05  FILLER                  PIC X(45).

       01  WS-ICL-CL-CONTROL REDEFINES WS-ICL-GENERIC.
           05  FILLER                  PIC X(2).
           05  WS-LC-BUNDLE-COUNT      PIC 9(6).
           05  WS-LC-ITEM-COUNT        PIC 9(8).
           05  WS-LC-TOTAL-AMOUNT      PIC 9(12)V99.
           05  WS-LC-IMAGE-COUNT       PIC 9(9).
           05  WS-LC-ECE-NAME          PIC X(18).
           05  WS-LC-SETTLEMENT-DATE   PIC 9(8).
           05  FILLER                  PIC X(15).

       01  WS-ICL-FILE-CONTROL REDEFINES WS-ICL-GENERIC.
           05  FILLER                  PIC X(2).
           05  WS-FC-CASH-LETTER-COUNT PIC 9(6).
           05  WS-FC-RECORD-COUNT      PIC 9(8).
           05  WS-FC-ITEM-COUNT        PIC 9(8).
           05  WS-FC-TOTAL-AMOUNT      PIC 9(14)V99.
           05  FILLER                  PIC X(40).

      *----------------------------------------------------------------
      * FILE, CASH LETTER AND BUNDLE STATE. ITEMS ARE HELD IN THE
      * PENDING TABLE FOR THE WHOLE CASH LETTER; A BUNDLE THAT FAILS
      * ITS OWN CONTROL MARKS THE CASH LETTER BAD SO NOTHING FROM IT
      * IS RELEASED.
      *----------------------------------------------------------------
       01  WS-FILE-HEADER-FLAG         PIC X(1) VALUE 'N'.
           88  WS-FILE-HEADER-SEEN     VALUE 'Y'.
       01  WS-FILE-CONTROL-FLAG        PIC X(1) VALUE 'N'.
           88  WS-FILE-CONTROL-SEEN    VALUE 'Y'.
       01  WS-PRESENTER-ROUTING        PIC 9(9) VALUE 0.
       01  WS-FILE-CL-COUNT            PIC 9(6) VALUE 0.
       01  WS-FILE-ITEM-COUNT          PIC 9(8) VALUE 0.
       01  WS-FILE-TOTAL-AMOUNT        PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-CL-OPEN-FLAG             PIC X(1) VALUE 'N'.
           88  WS-CL-OPEN              VALUE 'Y'.
       01  WS-CL-BAD-FLAG              PIC X(1) VALUE 'N'.
           88  WS-CL-BAD               VALUE 'Y'.
       01  WS-CL-BAD-REASON            PIC X(40).
       01  WS-CL-ID                    PIC X(8).
       01  WS-CL-BUSINESS-DATE         PIC 9(8).
       01  WS-CL-ECE-ROUTING           PIC 9(9).
       01  WS-CL-BUNDLE-COUNT          PIC 9(6) VALUE 0.
       01  WS-CL-ITEM-COUNT            PIC 9(8) VALUE 0.
       01  WS-CL-TOTAL-AMOUNT          PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-BUNDLE-OPEN-FLAG         PIC X(1) VALUE 'N'.
           88  WS-BUNDLE-OPEN          VALUE 'Y'.
       01  WS-BUNDLE-ID                PIC X(10).
       01  WS-BUNDLE-RETURN-ROUTING    PIC 9(9).
       01  WS-BUNDLE-ITEM-COUNT        PIC 9(4) VALUE 0.
       01  WS-BUNDLE-TOTAL-AMOUNT      PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-PENDING-ITEMS.
           05  WS-PI-ENTRY OCCURS 9999 TIMES.
               10  WS-PI-ACCT-NUMBER   PIC 9(12).
               10  WS-PI-AMOUNT        PIC S9(11)V99 COMP-3.
               10  WS-PI-SERIAL        PIC X(16).
               10  WS-PI-PAYOR-ROUTING PIC 9(9).
               10  WS-PI-ON-US         PIC X(20).
               10  WS-PI-ITEM-SEQ      PIC X(15).
               10  WS-PI-ECE-ROUTING   PIC 9(9).
       01  WS-PENDING-COUNT            PIC 9(4) VALUE 0.
       01  WS-PENDING-IDX              PIC 9(4).
       01  WS-MAX-PENDING              PIC 9(4) VALUE 9999.

      *----------------------------------------------------------------
      * ON-US FIELD PARSING. THE ON-US FIELD CARRIES THE ACCOUNT
      * NUMBER AND, ON PERSONAL CHECKS, THE SERIAL AFTER THE '/'
      * SEPARATOR; BUSINESS CHECKS CARRY THE SERIAL IN THE AUXILIARY
      * ON-US FIELD INSTEAD. LEADING SPACES AND ZEROS ARE DROPPED
      * FROM THE SERIAL SO IT MATCHES THE CHECK NUMBER AS KEYED ON
      * STOP ORDERS AND THE ISSUED-CHECKS REGISTER.
      *----------------------------------------------------------------
       01  WS-ONUS-WORK                PIC X(20).
       01  WS-ONUS-LEAD                PIC 9(2) VALUE 0.
       01  WS-ONUS-ACCT-TEXT           PIC X(20).
       01  WS-ONUS-ACCT-LEN            PIC 9(2) VALUE 0.
       01  WS-ONUS-SERIAL-TEXT         PIC X(20).
       01  WS-SERIAL-WORK              PIC X(20).
       01  WS-SERIAL-LEAD              PIC 9(2) VALUE 0.
       01  WS-ITEM-ACCT                PIC 9(12).
       01  WS-ITEM-SERIAL              PIC X(16).

      *----------------------------------------------------------------
      * CROSS-REFERENCE TABLE, LOADED IN RETURNS MODE SO EACH
      * ACCTPROC CHK REJECT CAN BE TIED BACK TO ITS PRESENTMENT BY
      * ACCOUNT AND AMOUNT.
      *----------------------------------------------------------------
       01  WS-XREF-TABLE.
           05  WS-XT-ENTRY OCCURS 9999 TIMES.
               10  WS-XT-SERIAL        PIC X(16).
               10  WS-XT-ACCT-NUMBER   PIC 9(12).
               10  WS-XT-AMOUNT        PIC S9(11)V99 COMP-3.
               10  WS-XT-PAYOR-ROUTING PIC 9(9).
               10  WS-XT-ON-US         PIC X(20).
               10  WS-XT-ITEM-SEQ      PIC X(15).
               10  WS-XT-ECE-ROUTING   PIC 9(9).
               10  WS-XT-PRESENTER     PIC 9(9).
               10  WS-XT-PRESENT-DATE  PIC 9(8).
               10  WS-XT-DEADLINE      PIC 9(8).
               10  WS-XT-RETURNED-FLAG PIC X(1).
                   88  WS-XT-RETURNED  VALUE 'Y'.
       01  WS-XREF-COUNT               PIC 9(4) VALUE 0.
       01  WS-XREF-IDX                 PIC 9(4).
       01  WS-XREF-MATCH-IDX           PIC 9(4) VALUE 0.
       01  WS-MAX-XREF                 PIC 9(4) VALUE 9999.

      *----------------------------------------------------------------
      * MIRROR OF ACCTPROC'S WS-ERROR-MSG LINE SO ERROR-FILE CAN BE
      * PARSED POSITIONALLY IN RETURNS MODE.
      *----------------------------------------------------------------
       01  WS-ERROR-MSG.
           05  FILLER                  PIC X(10).
           05  WS-ERR-ACCT             PIC 9(12).
           05  FILLER                  PIC X(2).
           05  WS-ERR-CODE             PIC X(3).
           05  FILLER                  PIC X(2).
           05  WS-ERR-DESC             PIC X(60).
           05  FILLER                  PIC X(2).
           05  WS-ERR-AMT              PIC Z(10)9.99-.
       01  WS-ERR-AMOUNT               PIC S9(11)V99 COMP-3.
       01  WS-RETURN-REASON            PIC X(1).

      *----------------------------------------------------------------
      * OUTBOUND X9.37 RETURN FILE: ONE FILE, ONE RETURN CASH LETTER
      * AND ONE BUNDLE, WRITTEN ONCE THE FIRST RETURN IS KNOWN.
      *----------------------------------------------------------------
       01  WS-RETURN-HEADERS-FLAG      PIC X(1) VALUE 'N'.
           88  WS-RETURN-HEADERS-WRITTEN
                                       VALUE 'Y'.
       01  WS-RETURN-RECORDS           PIC 9(8) VALUE 0.
       01  WS-RETURN-TOTAL             PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-RTN-FILE-HEADER.
           05  FILLER                  PIC X(2) VALUE '01'.
           05  FILLER                  PIC X(2) VALUE '03'.
           05  FILLER                  PIC X(1) VALUE 'P'.
           05  WS-RFH-DEST-ROUTING     PIC 9(9).
           05  WS-RFH-ORIGIN-ROUTING   PIC 9(9).
           05  WS-RFH-CREATION-DATE    PIC 9(8).
           05  WS-RFH-CREATION-TIME    PIC 9(4).
           05  FILLER                  PIC X(1) VALUE 'N'.
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  FILLER                  PIC X(1) VALUE 'A'.
           05  FILLER                  PIC X(2) VALUE 'US'.
           05  FILLER                  PIC X(5) VALUE SPACES.

       01  WS-RTN-CL-HEADER.
           05  FILLER                  PIC X(2) VALUE '10'.
           05  FILLER                  PIC X(2) VALUE '03'.
           05  WS-RLH-DEST-ROUTING     PIC 9(9).
           05  WS-RLH-ECE-ROUTING      PIC 9(9).
           05  WS-RLH-BUSINESS-DATE    PIC 9(8).
           05  WS-RLH-CREATION-DATE    PIC 9(8).
           05  WS-RLH-CREATION-TIME    PIC 9(4).
           05  FILLER                  PIC X(1) VALUE 'N'.
           05  FILLER                  PIC X(1) VALUE 'G'.
           05  WS-RLH-CASH-LETTER-ID   PIC X(8).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-RTN-BUNDLE-HEADER.
           05  FILLER                  PIC X(2) VALUE '20'.
           05  FILLER                  PIC X(2) VALUE '03'.
           05  WS-RBH-DEST-ROUTING     PIC 9(9).
           05  WS-RBH-ECE-ROUTING      PIC 9(9).
           05  WS-RBH-BUSINESS-DATE    PIC 9(8).
           05  WS-RBH-CREATION-DATE    PIC 9(8).
           05  WS-RBH-BUNDLE-ID        PIC X(10).
           05  FILLER                  PIC X(4) VALUE '0001'.
           05  FILLER                  PIC X(2) VALUE '01'.
           05  WS-RBH-RETURN-ROUTING   PIC 9(9).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-RTN-ITEM.
           05  FILLER                  PIC X(2) VALUE '31'.
           05  WS-RI-PAYOR-ROUTING     PIC 9(9).
           05  WS-RI-ON-US             PIC X(20).
           05  WS-RI-AMOUNT            PIC 9(8)V99.
           05  WS-RI-REASON            PIC X(1).
           05  FILLER                  PIC X(2) VALUE '00'.
           05  FILLER                  PIC X(1) VALUE 'G'.
           05  WS-RI-FORWARD-DATE      PIC 9(8).
           05  WS-RI-ITEM-SEQ          PIC X(15).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(1) VALUE '1'.
           05  FILLER                  PIC X(8) VALUE SPACES.

       01  WS-RTN-BUNDLE-CONTROL.
           05  FILLER                  PIC X(2) VALUE '70'.
           05  WS-RBC-ITEM-COUNT       PIC 9(4).
           05  WS-RBC-TOTAL-AMOUNT     PIC 9(10)V99.
           05  WS-RBC-MICR-VALID-TOTAL PIC 9(10)V99.
           05  FILLER                  PIC 9(5) VALUE 0.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-RTN-CL-CONTROL.
           05  FILLER                  PIC X(2) VALUE '90'.
           05  FILLER                  PIC 9(6) VALUE 1.
           05  WS-RLC-ITEM-COUNT       PIC 9(8).
           05  WS-RLC-TOTAL-AMOUNT     PIC 9(12)V99.
           05  FILLER                  PIC 9(9) VALUE 0.
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  WS-RLC-SETTLEMENT-DATE  PIC 9(8).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-RTN-FILE-CONTROL.
           05  FILLER                  PIC X(2) VALUE '99'.
           05  FILLER                  PIC 9(6) VALUE 1.
           05  WS-RFC-RECORD-COUNT     PIC 9(8).
           05  WS-RFC-ITEM-COUNT       PIC 9(8).
           05  WS-RFC-TOTAL-AMOUNT     PIC 9(14)V99.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(12) VALUE 'ICL REJECT: '.
           05  WS-RJ-CASH-LETTER       PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RJ-REASON            PIC X(40).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RJ-DETAIL            PIC X(40).

       01  WS-RETURN-RPT-LINE.
           05  WS-RR-ACCT              PIC 9(12).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RR-SERIAL            PIC X(16).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RR-AMOUNT            PIC Z(10)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RR-DEADLINE          PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RR-REASON            PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RR-DISPOSITION       PIC X(40).

       01  WS-COUNTERS.
           05  WS-RECORDS-READ         PIC 9(8) VALUE 0.
           05  WS-ADDENDA-SKIPPED      PIC 9(8) VALUE 0.
           05  WS-CASH-LETTERS-ACCEPTED
                                       PIC 9(5) VALUE 0.
           05  WS-CASH-LETTERS-REJECTED
                                       PIC 9(5) VALUE 0.
           05  WS-ITEMS-POSTED         PIC 9(8) VALUE 0.
           05  WS-RETURNS-WRITTEN      PIC 9(7) VALUE 0.
           05  WS-RETURNS-LATE         PIC 9(7) VALUE 0.
           05  WS-RETURNS-REFERRED     PIC 9(7) VALUE 0.
           05  WS-ERRORS-UNMATCHED     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE WS-COMMAND-LINE(1:7) TO WS-RUN-MODE
           PERFORM 0100-GET-BUSINESS-DATE
           ACCEPT WS-PROCESSING-TIME FROM TIME
           IF WS-MODE-RETURNS
               PERFORM 5000-GENERATE-RETURNS
           ELSE
               PERFORM 1000-RUN-INTAKE
           END-IF
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

      *================================================================*
      * INTAKE MODE                                                    *
      *================================================================*
       1000-RUN-INTAKE.
           DISPLAY '*** IMAGE CASH LETTER INTAKE STARTED ***'
           DISPLAY 'PROCESSING DATE: ' WS-PROCESSING-DATE
           PERFORM 1100-LOAD-HOLIDAY-CALENDAR
           PERFORM 1200-COMPUTE-RETURN-DEADLINE
           DISPLAY 'RETURN DEADLINE: ' WS-RETURN-DEADLINE
           OPEN INPUT ICL-FILE
           IF NOT WS-ICL-OK
               DISPLAY 'ERROR OPENING CASH LETTER FILE: '
                   WS-ICL-STATUS
               SET WS-ICL-EOF TO TRUE
           END-IF
           OPEN EXTEND DAILY-TRANS
           IF WS-TRAN-STATUS NOT = '00' AND '05'
               DISPLAY 'ERROR OPENING DAYTRANS: ' WS-TRAN-STATUS
               SET WS-ICL-EOF TO TRUE
           END-IF
           OPEN OUTPUT CHK-XREF-FILE
           OPEN OUTPUT ICL-REJECT-REPORT
           PERFORM 2000-PROCESS-ICL-RECORDS
               UNTIL WS-ICL-EOF
           IF WS-CL-OPEN
               MOVE 'CASH LETTER CONTROL RECORD MISSING'
                   TO WS-RJ-REASON
               PERFORM 2900-REJECT-CASH-LETTER
           END-IF
           IF WS-FILE-HEADER-SEEN AND NOT WS-FILE-CONTROL-SEEN
               MOVE SPACES TO WS-RJ-CASH-LETTER
               MOVE 'FILE CONTROL RECORD MISSING' TO WS-RJ-REASON
               MOVE SPACES TO WS-RJ-DETAIL
               WRITE ICL-REJECT-LINE FROM WS-REJECT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE ICL-FILE
           CLOSE DAILY-TRANS
           CLOSE CHK-XREF-FILE
           CLOSE ICL-REJECT-REPORT
           OPEN EXTEND BATCH-CONTROL-FILE
           MOVE WS-PROCESSING-DATE TO BC-RUN-DATE
           MOVE 'CHKPRES ' TO BC-STEP-NAME
           MOVE 'DAYTRANS' TO BC-FILE-NAME
           MOVE WS-ITEMS-POSTED TO BC-RECORD-COUNT
           MOVE WS-BC-POSTED-HASH TO BC-AMOUNT-HASH
           WRITE BATCH-CONTROL-RECORD
           CLOSE BATCH-CONTROL-FILE
           DISPLAY '*** IMAGE CASH LETTER INTAKE COMPLETE ***'
           DISPLAY 'RECORDS READ:          ' WS-RECORDS-READ
           DISPLAY 'ADDENDA/IMAGE RECORDS: ' WS-ADDENDA-SKIPPED
           DISPLAY 'CASH LETTERS ACCEPTED: ' WS-CASH-LETTERS-ACCEPTED
           DISPLAY 'CASH LETTERS REJECTED: ' WS-CASH-LETTERS-REJECTED
           DISPLAY 'CHECKS POSTED:         ' WS-ITEMS-POSTED.

       1100-LOAD-HOLIDAY-CALENDAR.
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

       1200-COMPUTE-RETURN-DEADLINE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE) + 1
           COMPUTE WS-RETURN-DEADLINE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           PERFORM 1250-CHECK-NON-BUSINESS-DAY
           PERFORM UNTIL NOT WS-NON-BUSINESS-DAY
               ADD 1 TO WS-DATE-INT
               COMPUTE WS-RETURN-DEADLINE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               PERFORM 1250-CHECK-NON-BUSINESS-DAY
           END-PERFORM.

       1250-CHECK-NON-BUSINESS-DAY.
           MOVE 'N' TO WS-NON-BUSINESS-FLAG
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION REM(WS-DATE-INT, 7)
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               SET WS-NON-BUSINESS-DAY TO TRUE
           END-IF
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT
               IF WS-HOL-DATE(WS-HOL-IDX) = WS-RETURN-DEADLINE
                   SET WS-NON-BUSINESS-DAY TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2000-PROCESS-ICL-RECORDS.
           READ ICL-FILE INTO WS-ICL-GENERIC
               AT END
                   SET WS-ICL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   EVALUATE TRUE
                       WHEN WS-IG-FILE-HEADER
                           PERFORM 2100-START-FILE
                       WHEN WS-IG-CL-HEADER
                           PERFORM 2200-START-CASH-LETTER
                       WHEN WS-IG-BUNDLE-HEADER
                           PERFORM 2300-START-BUNDLE
                       WHEN WS-IG-CHECK-DETAIL
                           PERFORM 2400-HOLD-CHECK-ITEM
                       WHEN WS-IG-ADDENDUM-IMAGE
                           ADD 1 TO WS-ADDENDA-SKIPPED
                       WHEN WS-IG-BUNDLE-CONTROL
                           PERFORM 2500-PROVE-BUNDLE
                       WHEN WS-IG-CL-CONTROL
                           PERFORM 2600-PROVE-CASH-LETTER
                       WHEN WS-IG-FILE-CONTROL
                           PERFORM 2800-PROVE-FILE
                       WHEN OTHER
                           MOVE SPACES TO WS-RJ-CASH-LETTER
                           MOVE 'UNKNOWN RECORD TYPE' TO WS-RJ-REASON
                           MOVE WS-ICL-GENERIC(1:40) TO WS-RJ-DETAIL
                           WRITE ICL-REJECT-LINE FROM WS-REJECT-LINE
                   END-EVALUATE
           END-READ.

       2100-START-FILE.
           IF WS-FILE-HEADER-SEEN
               MOVE SPACES TO WS-RJ-CASH-LETTER
               MOVE 'SECOND FILE HEADER IN ONE FILE' TO WS-RJ-REASON
               MOVE WS-FH-ORIGIN-NAME TO WS-RJ-DETAIL
               WRITE ICL-REJECT-LINE FROM WS-REJECT-LINE
           END-IF
           SET WS-FILE-HEADER-SEEN TO TRUE
           MOVE WS-FH-ORIGIN-ROUTING TO WS-PRESENTER-ROUTING
           IF WS-FH-TEST-INDICATOR = 'T'
               DISPLAY 'WARNING: CASH LETTER FILE MARKED AS TEST'
           END-IF.

       2200-START-CASH-LETTER.
           IF WS-CL-OPEN
               MOVE 'HEADER BEFORE PRIOR CASH LETTER CONTROL'
                   TO WS-RJ-REASON
               PERFORM 2900-REJECT-CASH-LETTER
           END-IF
           SET WS-CL-OPEN TO TRUE
           MOVE 'N' TO WS-CL-BAD-FLAG
           MOVE SPACES TO WS-CL-BAD-REASON
           MOVE WS-LH-CASH-LETTER-ID TO WS-CL-ID
           MOVE WS-LH-BUSINESS-DATE TO WS-CL-BUSINESS-DATE
           MOVE WS-LH-ECE-ROUTING TO WS-CL-ECE-ROUTING
           MOVE 0 TO WS-CL-BUNDLE-COUNT
           MOVE 0 TO WS-CL-ITEM-COUNT
           MOVE 0 TO WS-CL-TOTAL-AMOUNT
           MOVE 'N' TO WS-BUNDLE-OPEN-FLAG
           MOVE 0 TO WS-PENDING-COUNT.

       2300-START-BUNDLE.
           IF NOT WS-CL-OPEN
               MOVE SPACES TO WS-RJ-CASH-LETTER
               MOVE 'BUNDLE OUTSIDE ANY CASH LETTER'
                   TO WS-RJ-REASON
               MOVE WS-BH-BUNDLE-ID TO WS-RJ-DETAIL
               WRITE ICL-REJECT-LINE FROM WS-REJECT-LINE
           ELSE
               IF WS-BUNDLE-OPEN
                   MOVE 'BUNDLE CONTROL RECORD MISSING'
                       TO WS-CL-BAD-REASON
                   SET WS-CL-BAD TO TRUE
               END-IF
               SET WS-BUNDLE-OPEN TO TRUE
               MOVE WS-BH-BUNDLE-ID TO WS-BUNDLE-ID
               MOVE WS-BH-RETURN-ROUTING TO WS-BUNDLE-RETURN-ROUTING
               MOVE 0 TO WS-BUNDLE-ITEM-COUNT
               MOVE 0 TO WS-BUNDLE-TOTAL-AMOUNT
           END-IF.

       2400-HOLD-CHECK-ITEM.
           EVALUATE TRUE
               WHEN NOT WS-BUNDLE-OPEN
                   MOVE WS-CL-ID TO WS-RJ-CASH-LETTER
                   MOVE 'CHECK OUTSIDE ANY BUNDLE' TO WS-RJ-REASON
                   MOVE WS-CD-ITEM-SEQ TO WS-RJ-DETAIL
                   WRITE ICL-REJECT-LINE FROM WS-REJECT-LINE
                   IF WS-CL-OPEN
                       MOVE 'CHECK OUTSIDE ANY BUNDLE'
                           TO WS-CL-BAD-REASON
                       SET WS-CL-BAD TO TRUE
                   END-IF
               WHEN WS-PENDING-COUNT >= WS-MAX-PENDING
                   MOVE 'CASH LETTER EXCEEDS ITEM TABLE LIMIT'
                       TO WS-CL-BAD-REASON
                   SET WS-CL-BAD TO TRUE
                   ADD 1 TO WS-BUNDLE-ITEM-COUNT
                   ADD WS-CD-AMOUNT TO WS-BUNDLE-TOTAL-AMOUNT
               WHEN OTHER
                   PERFORM 2450-PARSE-ON-US
                   ADD 1 TO WS-PENDING-COUNT
                   ADD 1 TO WS-BUNDLE-ITEM-COUNT
                   ADD WS-CD-AMOUNT TO WS-BUNDLE-TOTAL-AMOUNT
                   MOVE WS-ITEM-ACCT TO
                       WS-PI-ACCT-NUMBER(WS-PENDING-COUNT)
                   MOVE WS-CD-AMOUNT TO
                       WS-PI-AMOUNT(WS-PENDING-COUNT)
                   MOVE WS-ITEM-SERIAL TO
                       WS-PI-SERIAL(WS-PENDING-COUNT)
                   MOVE WS-CD-PAYOR-ROUTING TO
                       WS-PI-PAYOR-ROUTING(WS-PENDING-COUNT)
                   MOVE WS-CD-ON-US TO
                       WS-PI-ON-US(WS-PENDING-COUNT)
                   MOVE WS-CD-ITEM-SEQ TO
                       WS-PI-ITEM-SEQ(WS-PENDING-COUNT)
                   IF WS-BUNDLE-RETURN-ROUTING > 0
                       MOVE WS-BUNDLE-RETURN-ROUTING TO
                           WS-PI-ECE-ROUTING(WS-PENDING-COUNT)
                   ELSE
                       MOVE WS-CL-ECE-ROUTING TO
                           WS-PI-ECE-ROUTING(WS-PENDING-COUNT)
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * AN ON-US FIELD WITH NO READABLE ACCOUNT NUMBER STILL POSTS,
      * UNDER ACCOUNT ZERO, SO ACCTPROC REJECTS IT AS NOT FOUND AND
      * THE RETURNS PASS SENDS IT BACK AS UNABLE TO LOCATE ACCOUNT.
      * A CHECK WITH NO SERIAL IS REFERENCED BY ITS ITEM SEQUENCE
      * NUMBER SO IT CANNOT COLLIDE WITH ANOTHER BLANK REFERENCE.
      *----------------------------------------------------------------
       2450-PARSE-ON-US.
           MOVE 0 TO WS-ITEM-ACCT
           MOVE SPACES TO WS-ITEM-SERIAL
           MOVE SPACES TO WS-ONUS-ACCT-TEXT
           MOVE SPACES TO WS-ONUS-SERIAL-TEXT
           MOVE 0 TO WS-ONUS-ACCT-LEN
           MOVE 0 TO WS-ONUS-LEAD
           MOVE WS-CD-ON-US TO WS-ONUS-WORK
           INSPECT WS-ONUS-WORK TALLYING WS-ONUS-LEAD
               FOR LEADING SPACES
           IF WS-ONUS-LEAD < 20
               UNSTRING WS-ONUS-WORK(WS-ONUS-LEAD + 1:)
                   DELIMITED BY '/' OR SPACE
                   INTO WS-ONUS-ACCT-TEXT
                            COUNT IN WS-ONUS-ACCT-LEN
                        WS-ONUS-SERIAL-TEXT
               END-UNSTRING
           END-IF
           IF WS-ONUS-ACCT-LEN > 0 AND WS-ONUS-ACCT-LEN <= 12
               AND WS-ONUS-ACCT-TEXT(1:WS-ONUS-ACCT-LEN) IS NUMERIC
               MOVE WS-ONUS-ACCT-TEXT(1:WS-ONUS-ACCT-LEN)
                   TO WS-ITEM-ACCT
           ELSE
               MOVE WS-CL-ID TO WS-RJ-CASH-LETTER
               MOVE 'ON-US ACCOUNT UNREADABLE - POSTS FOR RETURN'
                   TO WS-RJ-REASON
               MOVE WS-CD-ON-US TO WS-RJ-DETAIL
               WRITE ICL-REJECT-LINE FROM WS-REJECT-LINE
           END-IF
           IF WS-CD-AUX-ON-US NOT = SPACES
               MOVE WS-CD-AUX-ON-US TO WS-SERIAL-WORK
           ELSE
               MOVE WS-ONUS-SERIAL-TEXT TO WS-SERIAL-WORK
           END-IF
           PERFORM 2460-NORMALIZE-SERIAL
           IF WS-ITEM-SERIAL = SPACES
               MOVE WS-CD-ITEM-SEQ TO WS-ITEM-SERIAL
           END-IF.

       2460-NORMALIZE-SERIAL.
           MOVE 0 TO WS-SERIAL-LEAD
           INSPECT WS-SERIAL-WORK TALLYING WS-SERIAL-LEAD
               FOR LEADING SPACES
           IF WS-SERIAL-LEAD < 20
               INSPECT WS-SERIAL-WORK(WS-SERIAL-LEAD + 1:)
                   TALLYING WS-SERIAL-LEAD FOR LEADING '0'
           END-IF
           IF WS-SERIAL-LEAD < 20
               MOVE WS-SERIAL-WORK(WS-SERIAL-LEAD + 1:)
                   TO WS-ITEM-SERIAL
           END-IF.

       2500-PROVE-BUNDLE.
           IF NOT WS-BUNDLE-OPEN
               MOVE WS-CL-ID TO WS-RJ-CASH-LETTER
               MOVE 'BUNDLE CONTROL WITHOUT BUNDLE HEADER'
                   TO WS-RJ-REASON
               MOVE SPACES TO WS-RJ-DETAIL
               WRITE ICL-REJECT-LINE FROM WS-REJECT-LINE
               IF WS-CL-OPEN
                   MOVE 'BUNDLE CONTROL WITHOUT BUNDLE HEADER'
                       TO WS-CL-BAD-REASON
                   SET WS-CL-BAD TO TRUE
               END-IF
           ELSE
               IF WS-BC-ITEM-COUNT NOT = WS-BUNDLE-ITEM-COUNT
                   OR WS-BC-TOTAL-AMOUNT NOT = WS-BUNDLE-TOTAL-AMOUNT
                   MOVE WS-CL-ID TO WS-RJ-CASH-LETTER
                   MOVE 'BUNDLE CONTROL TOTALS OUT OF BALANCE'
                       TO WS-RJ-REASON
                   MOVE WS-BUNDLE-ID TO WS-RJ-DETAIL
                   WRITE ICL-REJECT-LINE FROM WS-REJECT-LINE
                   MOVE 'BUNDLE CONTROL TOTALS OUT OF BALANCE'
                       TO WS-CL-BAD-REASON
                   SET WS-CL-BAD TO TRUE
               END-IF
               ADD 1 TO WS-CL-BUNDLE-COUNT
               ADD WS-BUNDLE-ITEM-COUNT TO WS-CL-ITEM-COUNT
               ADD WS-BUNDLE-TOTAL-AMOUNT TO WS-CL-TOTAL-AMOUNT
               MOVE 'N' TO WS-BUNDLE-OPEN-FLAG
           END-IF.

       2600-PROVE-CASH-LETTER.
           IF NOT WS-CL-OPEN
               MOVE SPACES TO WS-RJ-CASH-LETTER
               MOVE 'CASH LETTER CONTROL WITHOUT HEADER'
                   TO WS-RJ-REASON
               MOVE SPACES TO WS-RJ-DETAIL
               WRITE ICL-REJECT-LINE FROM WS-REJECT-LINE
           ELSE
               IF WS-BUNDLE-OPEN
                   MOVE 'BUNDLE CONTROL RECORD MISSING'
                       TO WS-CL-BAD-REASON
                   SET WS-CL-BAD TO TRUE
               END-IF
               ADD 1 TO WS-FILE-CL-COUNT
               ADD WS-CL-ITEM-COUNT TO WS-FILE-ITEM-COUNT
               ADD WS-CL-TOTAL-AMOUNT TO WS-FILE-TOTAL-AMOUNT
               EVALUATE TRUE
                   WHEN WS-CL-BAD
                       MOVE WS-CL-BAD-REASON TO WS-RJ-REASON
                       PERFORM 2900-REJECT-CASH-LETTER
                   WHEN WS-LC-BUNDLE-COUNT NOT = WS-CL-BUNDLE-COUNT
                     OR WS-LC-ITEM-COUNT NOT = WS-CL-ITEM-COUNT
                     OR WS-LC-TOTAL-AMOUNT NOT = WS-CL-TOTAL-AMOUNT
                       MOVE 'CASH LETTER CONTROL OUT OF BALANCE'
                           TO WS-RJ-REASON
                       PERFORM 2900-REJECT-CASH-LETTER
                   WHEN OTHER
                       PERFORM 2700-RELEASE-CASH-LETTER
               END-EVALUATE
           END-IF.

       2700-RELEASE-CASH-LETTER.
           PERFORM 2750-WRITE-ONE-CHECK
               VARYING WS-PENDING-IDX FROM 1 BY 1
               UNTIL WS-PENDING-IDX > WS-PENDING-COUNT
           ADD 1 TO WS-CASH-LETTERS-ACCEPTED
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 'N' TO WS-CL-OPEN-FLAG.

       2750-WRITE-ONE-CHECK.
           MOVE SPACES TO TRANS-RECORD
           MOVE WS-PI-ACCT-NUMBER(WS-PENDING-IDX) TO TR-ACCT-NUMBER
           MOVE 'CHK' TO TR-TRAN-CODE
           MOVE WS-PI-AMOUNT(WS-PENDING-IDX) TO TR-AMOUNT
           MOVE WS-CL-BUSINESS-DATE TO TR-DATE
           MOVE WS-PROCESSING-TIME TO TR-TIME
           MOVE WS-PI-SERIAL(WS-PENDING-IDX) TO TR-REF-NUMBER
           STRING 'CHECK ' DELIMITED BY SIZE
               WS-PI-SERIAL(WS-PENDING-IDX) DELIMITED BY SPACE
               INTO TR-DESCRIPTION
           MOVE 0 TO TR-BRANCH
           MOVE SPACES TO TR-TELLER-ID
           MOVE 'USD' TO TR-CURRENCY-CODE
           MOVE 1 TO TR-EXCHANGE-RATE
           MOVE SPACES TO TR-BENE-NAME
           MOVE 0 TO TR-BENE-BANK-ROUTING
           MOVE SPACES TO TR-BENE-ACCT
           MOVE SPACES TO TR-WIRE-REF
           WRITE TRANS-RECORD
           ADD 1 TO WS-ITEMS-POSTED
           ADD WS-PI-AMOUNT(WS-PENDING-IDX) TO WS-BC-POSTED-HASH
           MOVE WS-PI-SERIAL(WS-PENDING-IDX) TO XR-SERIAL
           MOVE WS-PI-ACCT-NUMBER(WS-PENDING-IDX) TO XR-ACCT-NUMBER
           MOVE WS-PI-AMOUNT(WS-PENDING-IDX) TO XR-AMOUNT
           MOVE WS-PI-PAYOR-ROUTING(WS-PENDING-IDX)
               TO XR-PAYOR-ROUTING
           MOVE WS-PI-ON-US(WS-PENDING-IDX) TO XR-ON-US
           MOVE WS-PI-ITEM-SEQ(WS-PENDING-IDX) TO XR-ITEM-SEQ
           MOVE WS-PI-ECE-ROUTING(WS-PENDING-IDX) TO XR-ECE-ROUTING
           MOVE WS-PRESENTER-ROUTING TO XR-PRESENTER-ROUTING
           MOVE WS-PROCESSING-DATE TO XR-PRESENT-DATE
           MOVE WS-RETURN-DEADLINE TO XR-DEADLINE
           MOVE WS-CL-ID TO XR-CASH-LETTER-ID
           WRITE CHK-XREF-RECORD.

      *----------------------------------------------------------------
      * THE FILE CONTROL IS PROVED AGAINST EVERY CASH LETTER READ,
      * RELEASED OR NOT. EACH CASH LETTER HAS ALREADY PROVED ON ITS
      * OWN, SO A FILE-LEVEL BREAK IS REPORTED AND FLAGGED WITH A
      * WARNING RETURN CODE RATHER THAN BACKING OUT RELEASED ITEMS.
      *----------------------------------------------------------------
       2800-PROVE-FILE.
           SET WS-FILE-CONTROL-SEEN TO TRUE
           IF WS-FC-CASH-LETTER-COUNT NOT = WS-FILE-CL-COUNT
               OR WS-FC-ITEM-COUNT NOT = WS-FILE-ITEM-COUNT
               OR WS-FC-TOTAL-AMOUNT NOT = WS-FILE-TOTAL-AMOUNT
               MOVE SPACES TO WS-RJ-CASH-LETTER
               MOVE 'FILE CONTROL TOTALS OUT OF BALANCE'
                   TO WS-RJ-REASON
               MOVE SPACES TO WS-RJ-DETAIL
               WRITE ICL-REJECT-LINE FROM WS-REJECT-LINE
               DISPLAY '*** CASH LETTER FILE CONTROL DOES NOT '
                   'BALANCE ***'
               MOVE 4 TO RETURN-CODE
           END-IF.

       2900-REJECT-CASH-LETTER.
           ADD 1 TO WS-CASH-LETTERS-REJECTED
           MOVE WS-CL-ID TO WS-RJ-CASH-LETTER
           MOVE WS-PENDING-COUNT TO WS-RJ-DETAIL
           WRITE ICL-REJECT-LINE FROM WS-REJECT-LINE
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 'N' TO WS-BUNDLE-OPEN-FLAG
           MOVE 'N' TO WS-CL-OPEN-FLAG.

      *================================================================*
      * RETURNS MODE                                                   *
      *================================================================*
       5000-GENERATE-RETURNS.
           DISPLAY '*** CHECK RETURN GENERATION STARTED ***'
           PERFORM 5100-LOAD-XREF-TABLE
           OPEN INPUT ERROR-FILE
           IF NOT WS-ERR-OK
               DISPLAY 'ERROR OPENING ERROR FILE: ' WS-ERR-STATUS
               SET WS-ERR-EOF TO TRUE
           END-IF
           OPEN OUTPUT CHK-RETURN-FILE
           OPEN OUTPUT CHK-RETURN-REPORT
           PERFORM 5200-SCAN-ERROR-FILE
               UNTIL WS-ERR-EOF
           IF WS-RETURN-HEADERS-WRITTEN
               PERFORM 5600-WRITE-RETURN-CONTROLS
           END-IF
           CLOSE ERROR-FILE
           CLOSE CHK-RETURN-FILE
           CLOSE CHK-RETURN-REPORT
           IF WS-RETURNS-LATE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '*** CHECK RETURN GENERATION COMPLETE ***'
           DISPLAY 'RETURNS WRITTEN:        ' WS-RETURNS-WRITTEN
           DISPLAY 'PAST MIDNIGHT DEADLINE: ' WS-RETURNS-LATE
           DISPLAY 'REFERRED FOR REVIEW:    ' WS-RETURNS-REFERRED
           DISPLAY 'CHK ERRORS UNMATCHED:   ' WS-ERRORS-UNMATCHED.

       5100-LOAD-XREF-TABLE.
           OPEN INPUT CHK-XREF-FILE
           IF NOT WS-XREF-OK
               DISPLAY 'ERROR OPENING CHECK CROSS-REFERENCE: '
                   WS-XREF-STATUS
               SET WS-XREF-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-XREF-EOF
               READ CHK-XREF-FILE
                   AT END
                       SET WS-XREF-EOF TO TRUE
                   NOT AT END
                       IF WS-XREF-COUNT >= WS-MAX-XREF
                           DISPLAY 'CHECK CROSS-REFERENCE EXCEEDS '
                               'TABLE LIMIT - RUN HALTED'
                           CLOSE CHK-XREF-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-XREF-COUNT
                       MOVE XR-SERIAL TO WS-XT-SERIAL(WS-XREF-COUNT)
                       MOVE XR-ACCT-NUMBER TO
                           WS-XT-ACCT-NUMBER(WS-XREF-COUNT)
                       MOVE XR-AMOUNT TO WS-XT-AMOUNT(WS-XREF-COUNT)
                       MOVE XR-PAYOR-ROUTING TO
                           WS-XT-PAYOR-ROUTING(WS-XREF-COUNT)
                       MOVE XR-ON-US TO WS-XT-ON-US(WS-XREF-COUNT)
                       MOVE XR-ITEM-SEQ TO
                           WS-XT-ITEM-SEQ(WS-XREF-COUNT)
                       MOVE XR-ECE-ROUTING TO
                           WS-XT-ECE-ROUTING(WS-XREF-COUNT)
                       MOVE XR-PRESENTER-ROUTING TO
                           WS-XT-PRESENTER(WS-XREF-COUNT)
                       MOVE XR-PRESENT-DATE TO
                           WS-XT-PRESENT-DATE(WS-XREF-COUNT)
                       MOVE XR-DEADLINE TO
                           WS-XT-DEADLINE(WS-XREF-COUNT)
                       MOVE 'N' TO
                           WS-XT-RETURNED-FLAG(WS-XREF-COUNT)
               END-READ
           END-PERFORM
           IF WS-XREF-OK OR WS-XREF-STATUS = '10'
               CLOSE CHK-XREF-FILE
           END-IF
           DISPLAY 'PRESENTED CHECKS LOADED: ' WS-XREF-COUNT.

       5200-SCAN-ERROR-FILE.
           READ ERROR-FILE INTO WS-ERROR-MSG
               AT END
                   SET WS-ERR-EOF TO TRUE
               NOT AT END
                   IF WS-ERR-CODE = 'CHK'
                       PERFORM 5300-MATCH-ERROR-TO-XREF
                   END-IF
           END-READ.

       5300-MATCH-ERROR-TO-XREF.
           COMPUTE WS-ERR-AMOUNT =
               FUNCTION NUMVAL(WS-ERR-AMT)
           MOVE 0 TO WS-XREF-MATCH-IDX
           PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
               UNTIL WS-XREF-IDX > WS-XREF-COUNT
               IF WS-XT-ACCT-NUMBER(WS-XREF-IDX) = WS-ERR-ACCT
                   AND WS-XT-AMOUNT(WS-XREF-IDX) = WS-ERR-AMOUNT
                   AND NOT WS-XT-RETURNED(WS-XREF-IDX)
                   MOVE WS-XREF-IDX TO WS-XREF-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-XREF-MATCH-IDX = 0
               ADD 1 TO WS-ERRORS-UNMATCHED
           ELSE
               PERFORM 5400-DISPOSE-REJECTED-CHECK
           END-IF.

      *----------------------------------------------------------------
      * ONLY REJECTS WITH A DEFINITE X9 RETURN REASON ARE RETURNED
      * AUTOMATICALLY. ANYTHING ELSE (A DUPLICATE-REFERENCE REJECT,
      * FOR INSTANCE, MAY BE TWO CUSTOMERS' CHECKS SHARING A SERIAL)
      * IS REFERRED TO OPERATIONS, AS IS ANY ITEM WHOSE MIDNIGHT
      * DEADLINE HAS ALREADY PASSED.
      *----------------------------------------------------------------
       5400-DISPOSE-REJECTED-CHECK.
           SET WS-XT-RETURNED(WS-XREF-MATCH-IDX) TO TRUE
           EVALUATE WS-ERR-DESC
               WHEN 'INSUFFICIENT FUNDS'
                   MOVE 'A' TO WS-RETURN-REASON
               WHEN 'FUNDS ON HOLD'
                   MOVE 'B' TO WS-RETURN-REASON
               WHEN 'STOP PAYMENT ORDER'
                   MOVE 'C' TO WS-RETURN-REASON
               WHEN 'ACCT CLOSED'
               WHEN 'ACCT FROZEN/CLOSED'
                   MOVE 'D' TO WS-RETURN-REASON
               WHEN 'ACCOUNT NOT FOUND'
                   MOVE 'E' TO WS-RETURN-REASON
               WHEN 'ACCOUNT RESTRAINED'
                   MOVE 'F' TO WS-RETURN-REASON
               WHEN OTHER
                   MOVE SPACE TO WS-RETURN-REASON
           END-EVALUATE
           MOVE WS-XT-ACCT-NUMBER(WS-XREF-MATCH-IDX) TO WS-RR-ACCT
           MOVE WS-XT-SERIAL(WS-XREF-MATCH-IDX) TO WS-RR-SERIAL
           MOVE WS-XT-AMOUNT(WS-XREF-MATCH-IDX) TO WS-RR-AMOUNT
           MOVE WS-XT-DEADLINE(WS-XREF-MATCH-IDX) TO WS-RR-DEADLINE
           MOVE WS-RETURN-REASON TO WS-RR-REASON
           EVALUATE TRUE
               WHEN WS-RETURN-REASON = SPACE
                   MOVE WS-ERR-DESC TO WS-RR-DISPOSITION
                   ADD 1 TO WS-RETURNS-REFERRED
               WHEN WS-PROCESSING-DATE >
                    WS-XT-DEADLINE(WS-XREF-MATCH-IDX)
                   MOVE 'MIDNIGHT DEADLINE PASSED - NOT RETURNED'
                       TO WS-RR-DISPOSITION
                   ADD 1 TO WS-RETURNS-LATE
               WHEN OTHER
                   PERFORM 5500-WRITE-RETURN-ITEM
                   MOVE 'RETURNED' TO WS-RR-DISPOSITION
           END-EVALUATE
           WRITE CHK-RETURN-LINE FROM WS-RETURN-RPT-LINE.

       5500-WRITE-RETURN-ITEM.
           IF NOT WS-RETURN-HEADERS-WRITTEN
               PERFORM 5550-WRITE-RETURN-HEADERS
           END-IF
           MOVE WS-XT-PAYOR-ROUTING(WS-XREF-MATCH-IDX)
               TO WS-RI-PAYOR-ROUTING
           MOVE WS-XT-ON-US(WS-XREF-MATCH-IDX) TO WS-RI-ON-US
           MOVE WS-XT-AMOUNT(WS-XREF-MATCH-IDX) TO WS-RI-AMOUNT
           MOVE WS-RETURN-REASON TO WS-RI-REASON
           MOVE WS-XT-PRESENT-DATE(WS-XREF-MATCH-IDX)
               TO WS-RI-FORWARD-DATE
           MOVE WS-XT-ITEM-SEQ(WS-XREF-MATCH-IDX) TO WS-RI-ITEM-SEQ
           WRITE CHK-RETURN-RECORD FROM WS-RTN-ITEM
           ADD 1 TO WS-RETURN-RECORDS
           ADD WS-XT-AMOUNT(WS-XREF-MATCH-IDX) TO WS-RETURN-TOTAL
           ADD 1 TO WS-RETURNS-WRITTEN.

       5550-WRITE-RETURN-HEADERS.
           SET WS-RETURN-HEADERS-WRITTEN TO TRUE
           MOVE WS-XT-PRESENTER(WS-XREF-MATCH-IDX)
               TO WS-RFH-DEST-ROUTING
           MOVE WS-XT-PAYOR-ROUTING(WS-XREF-MATCH-IDX)
               TO WS-RFH-ORIGIN-ROUTING
           MOVE WS-PROCESSING-DATE TO WS-RFH-CREATION-DATE
           MOVE WS-PROCESSING-TIME(1:4) TO WS-RFH-CREATION-TIME
           WRITE CHK-RETURN-RECORD FROM WS-RTN-FILE-HEADER
           MOVE WS-XT-PRESENTER(WS-XREF-MATCH-IDX)
               TO WS-RLH-DEST-ROUTING
           MOVE WS-XT-PAYOR-ROUTING(WS-XREF-MATCH-IDX)
               TO WS-RLH-ECE-ROUTING
           MOVE WS-PROCESSING-DATE TO WS-RLH-BUSINESS-DATE
           MOVE WS-PROCESSING-DATE TO WS-RLH-CREATION-DATE
           MOVE WS-PROCESSING-TIME(1:4) TO WS-RLH-CREATION-TIME
           MOVE WS-PROCESSING-DATE TO WS-RLH-CASH-LETTER-ID
           WRITE CHK-RETURN-RECORD FROM WS-RTN-CL-HEADER
           MOVE WS-XT-PRESENTER(WS-XREF-MATCH-IDX)
               TO WS-RBH-DEST-ROUTING
           MOVE WS-XT-PAYOR-ROUTING(WS-XREF-MATCH-IDX)
               TO WS-RBH-ECE-ROUTING
           MOVE WS-PROCESSING-DATE TO WS-RBH-BUSINESS-DATE
           MOVE WS-PROCESSING-DATE TO WS-RBH-CREATION-DATE
           MOVE WS-PROCESSING-DATE TO WS-RBH-BUNDLE-ID
           MOVE WS-XT-ECE-ROUTING(WS-XREF-MATCH-IDX)
               TO WS-RBH-RETURN-ROUTING
           WRITE CHK-RETURN-RECORD FROM WS-RTN-BUNDLE-HEADER
           MOVE 3 TO WS-RETURN-RECORDS.

       5600-WRITE-RETURN-CONTROLS.
           MOVE WS-RETURNS-WRITTEN TO WS-RBC-ITEM-COUNT
           MOVE WS-RETURN-TOTAL TO WS-RBC-TOTAL-AMOUNT
           MOVE WS-RETURN-TOTAL TO WS-RBC-MICR-VALID-TOTAL
           WRITE CHK-RETURN-RECORD FROM WS-RTN-BUNDLE-CONTROL
           MOVE WS-RETURNS-WRITTEN TO WS-RLC-ITEM-COUNT
           MOVE WS-RETURN-TOTAL TO WS-RLC-TOTAL-AMOUNT
           MOVE WS-PROCESSING-DATE TO WS-RLC-SETTLEMENT-DATE
           WRITE CHK-RETURN-RECORD FROM WS-RTN-CL-CONTROL
           ADD 3 TO WS-RETURN-RECORDS
           MOVE WS-RETURN-RECORDS TO WS-RFC-RECORD-COUNT
           MOVE WS-RETURNS-WRITTEN TO WS-RFC-ITEM-COUNT
           MOVE WS-RETURN-TOTAL TO WS-RFC-TOTAL-AMOUNT
           WRITE CHK-RETURN-RECORD FROM WS-RTN-FILE-CONTROL.
