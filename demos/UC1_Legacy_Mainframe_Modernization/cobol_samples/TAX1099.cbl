      * SCANS ACCTPROC'S ACCOUNT-MASTER AND EXTRACTS ONE RECORD PER    *
      * OWNER/ACCOUNT WHOSE YTD INTEREST MEETS THE IRS REPORTING       *
      * THRESHOLD FOR A 1099-INT.                                      *
      *                                                                *
      * A FOREIGN CUSTOMER ON THE TAX STATUS MASTER (TAXSTAT) GETS NO  *
      * 1099-INT. THEIR ACCOUNTS GO TO THE 1042-S EXTRACT INSTEAD,     *
      * ONE RECORD PER ACCOUNT, RATE AND EXEMPTION CODE AS LEDGERED BY *
      * THE NIGHTLY POSTING RUN (NRALEDG), WITH NO REPORTING FLOOR.    *
      *================================================================*

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL BWH-LEDGER-FILE ASSIGN TO BWHLEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BWHL-STATUS.
           SELECT OPTIONAL TAX-STATUS-FILE ASSIGN TO TAXSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TS-CUST-ID
               FILE STATUS IS WS-TAXS-STATUS.
           SELECT OPTIONAL NRA-LEDGER-FILE ASSIGN TO NRALEDG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NRAL-STATUS.
           SELECT TAX-1042S-FILE ASSIGN TO TAX1042OUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  BL-WITHHELD             PIC S9(7)V99 COMP-3.
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * CUSTOMER TAX STATUS MASTER FROM TAXSMNT.
      *----------------------------------------------------------------
       FD  TAX-STATUS-FILE.
       01  TAX-STATUS-RECORD.
           05  TS-CUST-ID              PIC 9(10).
           05  TS-TAX-STATUS           PIC X(1).
               88  TS-FOREIGN          VALUE 'F'.
           05  TS-CERT-TYPE            PIC X(6).
           05  TS-CERT-RECEIVED-DATE   PIC 9(8).
           05  TS-CERT-EXPIRE-DATE     PIC 9(8).
           05  TS-COUNTRY              PIC X(2).
           05  TS-TREATY-RATE          PIC V9(4).
           05  TS-INCOME-CODE          PIC X(2).
           05  TS-EXEMPTION-CODE       PIC X(2).
           05  FILLER                  PIC X(57).

      *----------------------------------------------------------------
      * NRA WITHHOLDING LEDGER FROM THE NIGHTLY POSTING RUN: EVERY
      * INTEREST CREDIT TO A FOREIGN CUSTOMER WITH THE RATE AND
      * EXEMPTION CODE IT WAS WITHHELD UNDER.
      *----------------------------------------------------------------
       FD  NRA-LEDGER-FILE.
       01  NRA-LEDGER-RECORD.
           05  NL-ACCT-NUMBER          PIC 9(12).
           05  NL-OWNER-ID             PIC 9(10).
           05  NL-DATE                 PIC 9(8).
           05  NL-GROSS-INTEREST       PIC S9(9)V99 COMP-3.
           05  NL-WITHHELD             PIC S9(7)V99 COMP-3.
           05  NL-RATE                 PIC V9(4).
           05  NL-INCOME-CODE          PIC X(2).
           05  NL-EXEMPTION-CODE       PIC X(2).
           05  NL-COUNTRY              PIC X(2).
           05  NL-CERT-STATUS          PIC X(1).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * 1042-S EXTRACT: INCOME CODE, GROSS INCOME, CHAPTER 3
      * EXEMPTION CODE, TAX RATE (PERCENT) AND TAX WITHHELD.
      *----------------------------------------------------------------
       FD  TAX-1042S-FILE.
       01  TAX-1042S-RECORD.
           05  T42-OWNER-ID            PIC 9(10).
           05  T42-ACCT-NUMBER         PIC 9(12).
           05  T42-TAX-YEAR            PIC 9(4).
           05  T42-INCOME-CODE         PIC X(2).
           05  T42-GROSS-INCOME        PIC S9(9)V99 COMP-3.
           05  T42-EXEMPTION-CODE      PIC X(2).
           05  T42-TAX-RATE            PIC 99V99.
           05  T42-WITHHELD            PIC S9(7)V99 COMP-3.
           05  T42-COUNTRY             PIC X(2).
           05  FILLER                  PIC X(13).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-BWH-HIT-FLAG             PIC X(1) VALUE 'N'.
           88  WS-BWH-ON-FILE          VALUE 'Y'.

       01  WS-TAXS-STATUS              PIC X(2).
           88  WS-TAXS-OK              VALUE '00'.
       01  WS-TAXS-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-TAXS-NO-MORE         VALUE 'Y'.
       01  WS-FOREIGN-TABLE.
           05  WS-FN-ENTRY OCCURS 2000 TIMES.
               10  WS-FN-OWNER         PIC 9(10).
               10  WS-FN-COUNTRY       PIC X(2).
               10  WS-FN-INCOME-CODE   PIC X(2).
               10  WS-FN-EXEMPT-CODE   PIC X(2).
       01  WS-FOREIGN-COUNT            PIC 9(4) VALUE 0.
       01  WS-FOREIGN-IDX              PIC 9(4).
       01  WS-MAX-FOREIGN              PIC 9(4) VALUE 2000.
       01  WS-FOREIGN-MATCH-IDX        PIC 9(4).

       01  WS-NRAL-STATUS              PIC X(2).
           88  WS-NRAL-OK              VALUE '00'.
       01  WS-NRAL-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-NRAL-NO-MORE         VALUE 'Y'.
       01  WS-NRA-TABLE.
           05  WS-NR-ENTRY OCCURS 3000 TIMES.
               10  WS-NR-ACCT          PIC 9(12).
               10  WS-NR-INCOME-CODE   PIC X(2).
               10  WS-NR-EXEMPT-CODE   PIC X(2).
               10  WS-NR-RATE          PIC V9(4).
               10  WS-NR-COUNTRY       PIC X(2).
               10  WS-NR-GROSS         PIC S9(11)V99 COMP-3.
               10  WS-NR-WITHHELD      PIC S9(9)V99 COMP-3.
       01  WS-NRA-COUNT                PIC 9(4) VALUE 0.
       01  WS-NRA-IDX                  PIC 9(4).
       01  WS-MAX-NRA                  PIC 9(4) VALUE 3000.
       01  WS-NRA-MATCH-IDX            PIC 9(4).
       01  WS-NRA-LEDGERED             PIC S9(11)V99 COMP-3.

       01  WS-MIN-REPORTABLE           PIC S9(5)V99 COMP-3 VALUE 10.00.
       01  WS-CURRENT-DATE             PIC 9(8).
       01  WS-TAX-YEAR                 PIC 9(4).
       01  WS-COUNTERS.
           05  WS-ACCTS-SCANNED        PIC 9(7) VALUE 0.
           05  WS-1099S-ISSUED         PIC 9(7) VALUE 0.
           05  WS-1042S-ISSUED         PIC 9(7) VALUE 0.
           05  WS-FOREIGN-EXCLUDED     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY 'TAX YEAR: ' WS-TAX-YEAR
           OPEN INPUT ACCOUNT-MASTER
           OPEN OUTPUT TAX-EXTRACT-FILE
           OPEN OUTPUT TAX-1042S-FILE
           PERFORM 1100-LOAD-BWH-LEDGER
           PERFORM 1200-LOAD-FOREIGN-STATUS
           PERFORM 1300-LOAD-NRA-LEDGER.

      *----------------------------------------------------------------
      * WITHHOLDING TAKEN DURING THE YEAR IS SUMMED PER ACCOUNT SO
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * FOREIGN CUSTOMERS. A TABLE OVERFLOW HALTS THE RUN - A MISSED
      * CUSTOMER WOULD BE SENT THE WRONG FORM.
      *----------------------------------------------------------------
       1200-LOAD-FOREIGN-STATUS.
           OPEN INPUT TAX-STATUS-FILE
           IF NOT WS-TAXS-OK
               SET WS-TAXS-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-TAXS-NO-MORE
               READ TAX-STATUS-FILE NEXT
                   AT END
                       SET WS-TAXS-NO-MORE TO TRUE
                   NOT AT END
                       IF TS-FOREIGN
                           IF WS-FOREIGN-COUNT < WS-MAX-FOREIGN
                               ADD 1 TO WS-FOREIGN-COUNT
                               MOVE TS-CUST-ID
                                   TO WS-FN-OWNER(WS-FOREIGN-COUNT)
                               MOVE TS-COUNTRY
                                   TO WS-FN-COUNTRY(WS-FOREIGN-COUNT)
                               MOVE TS-INCOME-CODE TO
                                   WS-FN-INCOME-CODE(WS-FOREIGN-COUNT)
                               MOVE TS-EXEMPTION-CODE TO
                                   WS-FN-EXEMPT-CODE(WS-FOREIGN-COUNT)
                           ELSE
                               DISPLAY '*** FOREIGN CUSTOMER TABLE '
                                   'OVERFLOW - RUN HALTED ***'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TAXS-OK OR WS-TAXS-STATUS = '10'
               CLOSE TAX-STATUS-FILE
           END-IF
           DISPLAY 'FOREIGN CUSTOMERS:    ' WS-FOREIGN-COUNT.

      *----------------------------------------------------------------
      * THE YEAR'S NRA LEDGER SUMMED BY ACCOUNT, INCOME CODE,
      * EXEMPTION CODE AND RATE - EACH COMBINATION IS ITS OWN 1042-S.
      *----------------------------------------------------------------
       1300-LOAD-NRA-LEDGER.
           OPEN INPUT NRA-LEDGER-FILE
           IF NOT WS-NRAL-OK
               SET WS-NRAL-NO-MORE TO TRUE
           END-IF
           PERFORM UNTIL WS-NRAL-NO-MORE
               READ NRA-LEDGER-FILE
                   AT END
                       SET WS-NRAL-NO-MORE TO TRUE
                   NOT AT END
                       IF NL-DATE(1:4) = WS-TAX-YEAR
                           PERFORM 1350-TALLY-NRA-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NRAL-OK OR WS-NRAL-STATUS = '10'
               CLOSE NRA-LEDGER-FILE
           END-IF
           DISPLAY 'NRA LEDGER GROUPS:    ' WS-NRA-COUNT.

       1350-TALLY-NRA-ENTRY.
           MOVE 0 TO WS-NRA-MATCH-IDX
           PERFORM VARYING WS-NRA-IDX FROM 1 BY 1
               UNTIL WS-NRA-IDX > WS-NRA-COUNT
               IF WS-NR-ACCT(WS-NRA-IDX) = NL-ACCT-NUMBER
                   AND WS-NR-INCOME-CODE(WS-NRA-IDX) = NL-INCOME-CODE
                   AND WS-NR-EXEMPT-CODE(WS-NRA-IDX)
                       = NL-EXEMPTION-CODE
                   AND WS-NR-RATE(WS-NRA-IDX) = NL-RATE
                   MOVE WS-NRA-IDX TO WS-NRA-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-NRA-MATCH-IDX = 0
               IF WS-NRA-COUNT < WS-MAX-NRA
                   ADD 1 TO WS-NRA-COUNT
                   MOVE WS-NRA-COUNT TO WS-NRA-MATCH-IDX
                   MOVE NL-ACCT-NUMBER TO WS-NR-ACCT(WS-NRA-COUNT)
                   MOVE NL-INCOME-CODE
                       TO WS-NR-INCOME-CODE(WS-NRA-COUNT)
                   MOVE NL-EXEMPTION-CODE
                       TO WS-NR-EXEMPT-CODE(WS-NRA-COUNT)
                   MOVE NL-RATE TO WS-NR-RATE(WS-NRA-COUNT)
                   MOVE NL-COUNTRY TO WS-NR-COUNTRY(WS-NRA-COUNT)
                   MOVE 0 TO WS-NR-GROSS(WS-NRA-COUNT)
                   MOVE 0 TO WS-NR-WITHHELD(WS-NRA-COUNT)
               ELSE
                   DISPLAY '*** NRA LEDGER TABLE OVERFLOW - '
                       'RUN HALTED ***'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD NL-GROSS-INTEREST TO WS-NR-GROSS(WS-NRA-MATCH-IDX)
           ADD NL-WITHHELD TO WS-NR-WITHHELD(WS-NRA-MATCH-IDX).

       2000-EXTRACT-LOOP.
           READ ACCOUNT-MASTER NEXT
               AT END
                   SET WS-ACCT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCTS-SCANNED
                   PERFORM 2060-CHECK-FOREIGN-OWNER
                   IF WS-FOREIGN-MATCH-IDX > 0
                       PERFORM 2200-WRITE-1042S-RECORDS
                   ELSE
                       PERFORM 2050-CHECK-BWH-ON-FILE
                       IF (NOT ACCT-CLOSED
                           AND ACCT-YTD-INTEREST >= WS-MIN-REPORTABLE)
                           OR WS-BWH-ON-FILE
                           PERFORM 2100-WRITE-TAX-RECORD
                       END-IF
                   END-IF
           END-READ.

               END-IF
           END-PERFORM.

       2060-CHECK-FOREIGN-OWNER.
           MOVE 0 TO WS-FOREIGN-MATCH-IDX
           PERFORM VARYING WS-FOREIGN-IDX FROM 1 BY 1
               UNTIL WS-FOREIGN-IDX > WS-FOREIGN-COUNT
               IF WS-FN-OWNER(WS-FOREIGN-IDX) = ACCT-OWNER-ID
                   MOVE WS-FOREIGN-IDX TO WS-FOREIGN-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2100-WRITE-TAX-RECORD.
           MOVE ACCT-OWNER-ID TO TAX-OWNER-ID
           MOVE ACCT-NUMBER TO TAX-ACCT-NUMBER
           WRITE TAX-EXTRACT-RECORD
           ADD 1 TO WS-1099S-ISSUED.

      *----------------------------------------------------------------
      * ONE 1042-S PER LEDGERED RATE AND CODE. INTEREST THE YEAR-TO-
      * DATE FIGURE CARRIES BEYOND THE LEDGER (CREDITED BEFORE THE
      * CUSTOMER WAS DOCUMENTED AS FOREIGN, OR CAPITALIZED OUTSIDE
      * THE INTEREST TRANSACTION) IS REPORTED WITH NOTHING WITHHELD
      * UNDER THE CUSTOMER'S OWN CODES.
      *----------------------------------------------------------------
       2200-WRITE-1042S-RECORDS.
           ADD 1 TO WS-FOREIGN-EXCLUDED
           MOVE 0 TO WS-NRA-LEDGERED
           PERFORM VARYING WS-NRA-IDX FROM 1 BY 1
               UNTIL WS-NRA-IDX > WS-NRA-COUNT
               IF WS-NR-ACCT(WS-NRA-IDX) = ACCT-NUMBER
                   MOVE SPACES TO TAX-1042S-RECORD
                   MOVE ACCT-OWNER-ID TO T42-OWNER-ID
                   MOVE ACCT-NUMBER TO T42-ACCT-NUMBER
                   MOVE WS-TAX-YEAR TO T42-TAX-YEAR
                   MOVE WS-NR-INCOME-CODE(WS-NRA-IDX)
                       TO T42-INCOME-CODE
                   MOVE WS-NR-GROSS(WS-NRA-IDX) TO T42-GROSS-INCOME
                   MOVE WS-NR-EXEMPT-CODE(WS-NRA-IDX)
                       TO T42-EXEMPTION-CODE
                   COMPUTE T42-TAX-RATE = WS-NR-RATE(WS-NRA-IDX) * 100
                   MOVE WS-NR-WITHHELD(WS-NRA-IDX) TO T42-WITHHELD
                   MOVE WS-NR-COUNTRY(WS-NRA-IDX) TO T42-COUNTRY
                   WRITE TAX-1042S-RECORD
                   ADD 1 TO WS-1042S-ISSUED
                   ADD WS-NR-GROSS(WS-NRA-IDX) TO WS-NRA-LEDGERED
               END-IF
           END-PERFORM
           IF ACCT-YTD-INTEREST > WS-NRA-LEDGERED
               MOVE SPACES TO TAX-1042S-RECORD
               MOVE ACCT-OWNER-ID TO T42-OWNER-ID
               MOVE ACCT-NUMBER TO T42-ACCT-NUMBER
               MOVE WS-TAX-YEAR TO T42-TAX-YEAR
               MOVE WS-FN-INCOME-CODE(WS-FOREIGN-MATCH-IDX)
                   TO T42-INCOME-CODE
               COMPUTE T42-GROSS-INCOME =
                   ACCT-YTD-INTEREST - WS-NRA-LEDGERED
               MOVE WS-FN-EXEMPT-CODE(WS-FOREIGN-MATCH-IDX)
                   TO T42-EXEMPTION-CODE
               MOVE 0 TO T42-TAX-RATE
               MOVE 0 TO T42-WITHHELD
               MOVE WS-FN-COUNTRY(WS-FOREIGN-MATCH-IDX) TO T42-COUNTRY
               WRITE TAX-1042S-RECORD
               ADD 1 TO WS-1042S-ISSUED
           END-IF.

       9000-FINALIZE.
           DISPLAY '*** 1099-INT TAX EXTRACT COMPLETE ***'
           DISPLAY 'ACCOUNTS SCANNED: ' WS-ACCTS-SCANNED
           DISPLAY '1099-INT FORMS:   ' WS-1099S-ISSUED
           DISPLAY 'WITH BOX 4 WHLD:  ' WS-BWH-REPORTED
           DISPLAY 'FOREIGN ACCOUNTS: ' WS-FOREIGN-EXCLUDED
           DISPLAY '1042-S FORMS:     ' WS-1042S-ISSUED
           CLOSE ACCOUNT-MASTER
           CLOSE TAX-EXTRACT-FILE
           CLOSE TAX-1042S-FILE.
