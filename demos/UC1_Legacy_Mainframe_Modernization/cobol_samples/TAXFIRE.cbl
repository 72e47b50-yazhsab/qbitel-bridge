       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXFIRE.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * IRS FIRE ELECTRONIC FILING TRANSMISSION (PUBLICATION 1220)     *
      * BUILDS THE INFORMATION-RETURN FILE FOR THE IRS FILING          *
      * INFORMATION RETURNS ELECTRONICALLY (FIRE) SYSTEM DIRECTLY      *
      * FROM THE YEAR-END TAX EXTRACTS: 1099-INT (TAX1099OUT FROM      *
      * TAX1099), 1098 (TAX1098OUT FROM TAX1098), AND 5498 AND 1099-R  *
      * (FORM5498 AND FORM1099R FROM TAXIRA). THE FILE CARRIES THE T   *
      * TRANSMITTER RECORD, ONE A PAYER RECORD PER FORM TYPE WITH ITS  *
      * B PAYEE RECORDS AND C END-OF-PAYER TOTALS, AND THE F           *
      * END-OF-TRANSMISSION RECORD. ALL RECORDS ARE 750 BYTES.         *
      *                                                                *
      * PAYEE NAME, TIN AND ADDRESS COME FROM CUSTMAST'S CUSTOMER-FILE *
      * AND ARE CHECKED AGAINST THE IRS FORMAT RULES BEFORE THE PAYEE  *
      * IS FILED: THE TIN MUST BE NINE DIGITS, NOT ONE REPEATED DIGIT, *
      * WITH A VALID SSN AREA/GROUP/SERIAL (OR ITIN RANGE) OR EIN      *
      * PREFIX; THE NAME MUST BE PRESENT, START NON-BLANK, USE ONLY    *
      * THE CHARACTERS THE IRS ACCEPTS, AND YIELD A NAME CONTROL. A    *
      * PAYEE THAT FAILS IS LEFT OFF THE FILE AND LISTED ON THE        *
      * CONTROL REPORT (RC 4) FOR CORRECTION AND A LATER FILING.       *
      *                                                                *
      * 1042-S RECORDS (TAX1042OUT) ARE FILED SEPARATELY UNDER         *
      * PUBLICATION 1187 AND ARE NOT PART OF THIS TRANSMISSION; THEY   *
      * ARE COUNTED ON THE CONTROL REPORT SO THE YEAR-END RUN TIES.    *
      *                                                                *
      * CORRECTED-RETURN MODE (COMMAND LINE 'CORRECT', OPTIONALLY      *
      * FOLLOWED BY THE TAX YEAR): BUILDS A TRANSMISSION OF 'G' CODED  *
      * ONE-STEP CORRECTIONS FROM THE CORRECTION REQUEST FILE          *
      * (TAXFCORR) - CORRECTED AMOUNTS, OR ZERO AMOUNTS FOR A RETURN   *
      * FILED IN ERROR - INSTEAD OF READING THE EXTRACTS.              *
      *                                                                *
      * THE CONTROL REPORT (TAXFRPT) TIES EACH SOURCE EXTRACT: PAYEES  *
      * AND DOLLARS READ = PAYEES AND DOLLARS IN THE C RECORD TOTALS   *
      * + PAYEES AND DOLLARS REJECTED. A SOURCE THAT DOES NOT TIE      *
      * ENDS THE STEP WITH RC 8.                                       *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INT-EXTRACT-FILE ASSIGN TO TAX1099OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INT-STATUS.
           SELECT OPTIONAL MTG-EXTRACT-FILE ASSIGN TO TAX1098OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MTG-STATUS.
           SELECT OPTIONAL IRA-5498-FILE ASSIGN TO FORM5498
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-F54-STATUS.
           SELECT OPTIONAL IRA-1099R-FILE ASSIGN TO FORM1099R
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-F99-STATUS.
           SELECT OPTIONAL NRA-1042S-FILE ASSIGN TO TAX1042OUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-T42-STATUS.
           SELECT CORRECTION-FILE ASSIGN TO TAXFCORR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORR-STATUS.
           SELECT FILER-CONTROL-FILE ASSIGN TO TAXFCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FCTL-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT FIRE-WORK-FILE ASSIGN TO FIREWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT FIRE-OUT-FILE ASSIGN TO FIREOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-REPORT-FILE ASSIGN TO TAXFRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * 1099-INT EXTRACT FROM TAX1099.
      *----------------------------------------------------------------
       FD  INT-EXTRACT-FILE.
       01  INT-EXTRACT-RECORD.
           05  TAX-OWNER-ID            PIC 9(10).
           05  TAX-ACCT-NUMBER         PIC 9(12).
           05  TAX-INTEREST-PAID       PIC S9(9)V99 COMP-3.
           05  TAX-YEAR                PIC 9(4).
           05  TAX-BWH-WITHHELD        PIC S9(7)V99 COMP-3.
           05  FILLER                  PIC X(15).

      *----------------------------------------------------------------
      * 1098 EXTRACT FROM TAX1098 (VENDOR PRINT LAYOUT).
      *----------------------------------------------------------------
       FD  MTG-EXTRACT-FILE.
       01  MTG-EXTRACT-RECORD.
           05  TX-FORM-TYPE            PIC X(4).
           05  TX-TAX-YEAR             PIC 9(4).
           05  TX-ACCT-NUMBER          PIC 9(12).
           05  TX-BORROWER-SSN         PIC 9(9).
           05  TX-BORROWER-NAME        PIC X(50).
           05  TX-STREET               PIC X(40).
           05  TX-CITY                 PIC X(25).
           05  TX-STATE                PIC X(2).
           05  TX-ZIP                  PIC 9(5).
           05  TX-INTEREST-PAID        PIC 9(9).99.
           05  TX-LOAN-BALANCE         PIC 9(11).99.
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * 5498 AND 1099-R EXTRACTS FROM TAXIRA.
      *----------------------------------------------------------------
       FD  IRA-5498-FILE.
       01  FORM5498-RECORD.
           05  F54-TAX-YEAR            PIC 9(4).
           05  F54-CUST-ID             PIC 9(10).
           05  F54-SSN                 PIC 9(9).
           05  F54-NAME                PIC X(50).
           05  F54-CONTRIBUTIONS       PIC 9(7).99.
           05  F54-FMV-BALANCE         PIC 9(11).99.
           05  F54-RMD-INDICATOR       PIC X(1).
           05  F54-RMD-DATE            PIC 9(8).
           05  F54-RMD-AMOUNT          PIC 9(9).99.
           05  FILLER                  PIC X(10).

       FD  IRA-1099R-FILE.
       01  FORM1099R-RECORD.
           05  F99-TAX-YEAR            PIC 9(4).
           05  F99-CUST-ID             PIC 9(10).
           05  F99-SSN                 PIC 9(9).
           05  F99-NAME                PIC X(50).
           05  F99-GROSS-DIST          PIC 9(9).99.
           05  F99-FED-WITHHELD        PIC 9(7).99.
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * 1042-S EXTRACT FROM TAX1099 - COUNTED FOR THE CONTROL REPORT
      * ONLY.
      *----------------------------------------------------------------
       FD  NRA-1042S-FILE.
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

      *----------------------------------------------------------------
      * CORRECTION REQUEST FROM TAX OPERATIONS. THE ACCOUNT NUMBER
      * MUST BE THE ONE ON THE ORIGINAL RETURN: THE DEPOSIT OR LOAN
      * ACCOUNT FOR 1099-INT AND 1098, THE CUSTOMER ID FOR 5498 AND
      * 1099-R (LEFT ZERO, THE CUSTOMER ID IS USED). AMOUNT 1 IS BOX
      * 1 OF EVERY FORM; AMOUNT 2 IS BOX 4 (1099-INT, 1099-R), BOX 2
      * (1098) OR BOX 5 (5498). A VOID REQUEST FILES ZERO AMOUNTS FOR
      * A RETURN THAT SHOULD NOT HAVE BEEN FILED.
      *----------------------------------------------------------------
       FD  CORRECTION-FILE.
       01  CORRECTION-RECORD.
           05  CR-FORM-ID              PIC X(5).
               88  CR-FORM-VALID       VALUES 'INT  ' '1098 '
                                              '5498 ' '1099R'.
           05  CR-TAX-YEAR             PIC 9(4).
           05  CR-CUST-ID              PIC 9(10).
           05  CR-ACCT-NUMBER          PIC 9(12).
           05  CR-AMOUNT-1             PIC 9(11)V99.
           05  CR-AMOUNT-2             PIC 9(11)V99.
           05  CR-VOID-FLAG            PIC X(1).
               88  CR-VOID             VALUE 'Y'.
           05  CR-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(14).

      *----------------------------------------------------------------
      * TRANSMITTER AND PAYER IDENTITY: TRANSMITTER CONTROL CODE
      * ISSUED BY THE IRS, TEST-FILE INDICATOR, AND THE BANK'S NAME,
      * TIN, NAME CONTROL, ADDRESS AND CONTACT.
      *----------------------------------------------------------------
       FD  FILER-CONTROL-FILE.
       01  FILER-CONTROL-RECORD.
           05  FC-TRANSMITTER-TIN      PIC 9(9).
           05  FC-TCC                  PIC X(5).
           05  FC-TEST-INDICATOR       PIC X(1).
           05  FC-TRANSMITTER-NAME     PIC X(40).
           05  FC-PAYER-TIN            PIC 9(9).
           05  FC-PAYER-NAME-CONTROL   PIC X(4).
           05  FC-PAYER-NAME           PIC X(40).
           05  FC-PAYER-ADDRESS        PIC X(40).
           05  FC-PAYER-CITY           PIC X(40).
           05  FC-PAYER-STATE          PIC X(2).
           05  FC-PAYER-ZIP            PIC X(9).
           05  FC-PAYER-PHONE          PIC X(15).
           05  FC-CONTACT-NAME         PIC X(40).
           05  FC-CONTACT-PHONE        PIC X(15).
           05  FC-CONTACT-EMAIL        PIC X(50).
           05  FILLER                  PIC X(31).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ID                 PIC 9(10).
           05  CUST-NAME.
               10  CUST-FIRST-NAME     PIC X(20).
               10  CUST-LAST-NAME      PIC X(30).
           05  CUST-ADDRESS.
               10  CUST-STREET         PIC X(40).
               10  CUST-CITY           PIC X(25).
               10  CUST-STATE          PIC X(2).
               10  CUST-ZIP            PIC 9(5).
           05  CUST-PHONE              PIC 9(10).
           05  CUST-SSN                PIC 9(9).
           05  CUST-DOB                PIC 9(8).
           05  CUST-DOB-R REDEFINES CUST-DOB.
               10  CUST-DOB-YEAR       PIC 9(4).
               10  CUST-DOB-MONTH      PIC 9(2).
               10  CUST-DOB-DAY        PIC 9(2).
           05  CUST-ACCT-TYPE          PIC X(1).
           05  CUST-BALANCE            PIC S9(11)V99 COMP-3.
           05  CUST-CREDIT-LIMIT       PIC S9(9)V99 COMP-3.
           05  CUST-OPEN-DATE          PIC 9(8).
           05  CUST-LAST-ACTIVITY      PIC 9(8).
           05  CUST-STATUS             PIC X(1).
           05  CUST-MATURITY-DATE      PIC 9(8).
           05  CUST-CREDIT-SCORE       PIC 9(3).
           05  CUST-AML-FLAG           PIC X(1).
           05  CUST-OFFICER-ID         PIC 9(6).
           05  CUST-SEGMENT            PIC X(2).
               88  CUST-CORPORATE      VALUE 'CO'.
               88  CUST-GOVERNMENT     VALUE 'GV'.
           05  CUST-KYC-VERIFIED       PIC X(1).
           05  CUST-FRAUD-FLAG         PIC X(1).
           05  CUST-DECEASED-FLAG      PIC X(1).
               88  CUST-DECEASED       VALUE 'Y'.
           05  FILLER                  PIC X(133).

       FD  ACCOUNT-MASTER.
       01  ACCOUNT-RECORD.
           05  ACCT-NUMBER             PIC 9(12).
           05  ACCT-BRANCH             PIC 9(4).
           05  ACCT-TYPE               PIC X(2).
           05  ACCT-OWNER-ID           PIC 9(10).
           05  FILLER                  PIC X(195).

       FD  FIRE-WORK-FILE.
       01  FIRE-WORK-RECORD            PIC X(750).

       FD  FIRE-OUT-FILE.
       01  FIRE-OUT-RECORD             PIC X(750).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-LINE         PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-INT-STATUS               PIC X(2).
           88  WS-INT-OK               VALUE '00'.
       01  WS-MTG-STATUS               PIC X(2).
           88  WS-MTG-OK               VALUE '00'.
       01  WS-F54-STATUS               PIC X(2).
           88  WS-F54-OK               VALUE '00'.
       01  WS-F99-STATUS               PIC X(2).
           88  WS-F99-OK               VALUE '00'.
       01  WS-T42-STATUS               PIC X(2).
           88  WS-T42-OK               VALUE '00'.
       01  WS-CORR-STATUS              PIC X(2).
           88  WS-CORR-OK              VALUE '00'.
       01  WS-FCTL-STATUS              PIC X(2).
           88  WS-FCTL-OK              VALUE '00'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-ACCT-STATUS              PIC X(2).
           88  WS-ACCT-OK              VALUE '00'.
       01  WS-WORK-STATUS              PIC X(2).
           88  WS-WORK-OK              VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-SOURCE-EOF-FLAG          PIC X(1) VALUE 'N'.
           88  WS-SOURCE-EOF           VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-PROCESSING-YEAR          PIC 9(4).
       01  WS-TAX-YEAR                 PIC 9(4).
       01  WS-COMMAND-LINE             PIC X(40).
       01  WS-RUN-MODE                 PIC X(7) VALUE SPACES.
           88  WS-MODE-CORRECT         VALUE 'CORRECT'.
       01  WS-COMMAND-YEAR             PIC X(4).

      *----------------------------------------------------------------
      * FORM TYPES IN THE TRANSMISSION, IN FILING ORDER: SOURCE
      * EXTRACT, FORM, PUB 1220 TYPE OF RETURN, AMOUNT CODES FOR THE
      * A RECORD, THE PAYMENT AMOUNT THAT CARRIES THE SECOND EXTRACT
      * AMOUNT, AND THE FORM ID USED ON CORRECTION REQUESTS.
      *----------------------------------------------------------------
       01  WS-FORM-TABLE.
           05  FILLER                  PIC X(31) VALUE
               'TAX1099OUT1099-INT6 14  04INT  '.
           05  FILLER                  PIC X(31) VALUE
               'TAX1098OUT1098    3 12  021098 '.
           05  FILLER                  PIC X(31) VALUE
               'FORM5498  5498    L 15B 055498 '.
           05  FILLER                  PIC X(31) VALUE
               'FORM1099R 1099-R  9 14  041099R'.
       01  WS-FORM-TABLE-R REDEFINES WS-FORM-TABLE.
           05  WS-FM-ENTRY OCCURS 4 TIMES.
               10  WS-FM-SOURCE        PIC X(10).
               10  WS-FM-NAME          PIC X(8).
               10  WS-FM-RETURN-TYPE   PIC X(2).
               10  WS-FM-AMOUNT-CODES  PIC X(4).
               10  WS-FM-AMT2-IDX      PIC 9(2).
               10  WS-FM-CORR-ID       PIC X(5).
       01  WS-FORM-IDX                 PIC 9(1).
       01  WS-AMT-IDX                  PIC 9(2).

      *----------------------------------------------------------------
      * TIE-OUT PER FORM: WHAT WAS READ FROM THE SOURCE, WHAT THE C
      * RECORD CARRIES, AND WHAT WAS REJECTED. AMOUNT 1 IS PAYMENT
      * AMOUNT 1; AMOUNT 2 IS THE FORM'S SECOND AMOUNT.
      *----------------------------------------------------------------
       01  WS-FORM-TOTALS.
           05  WS-TOT-ENTRY OCCURS 4 TIMES.
               10  WS-TOT-READ         PIC 9(7).
               10  WS-TOT-FILED        PIC 9(7).
               10  WS-TOT-REJECTED     PIC 9(7).
               10  WS-TOT-READ-AMT     PIC S9(15)V99 COMP-3
                                       OCCURS 2 TIMES.
               10  WS-TOT-FILED-AMT    PIC S9(15)V99 COMP-3
                                       OCCURS 2 TIMES.
               10  WS-TOT-REJ-AMT      PIC S9(15)V99 COMP-3
                                       OCCURS 2 TIMES.
       01  WS-TIE-IDX                  PIC 9(1).
       01  WS-OUT-OF-BALANCE-FLAG      PIC X(1) VALUE 'N'.
           88  WS-OUT-OF-BALANCE       VALUE 'Y'.

      *----------------------------------------------------------------
      * PAYER (A RECORD) RUNNING TOTALS FOR THE C RECORD.
      *----------------------------------------------------------------
       01  WS-PAYER-OPEN-FLAG          PIC X(1) VALUE 'N'.
           88  WS-PAYER-OPEN           VALUE 'Y'.
       01  WS-PAYER-PAYEES             PIC 9(8) VALUE 0.
       01  WS-PAYER-AMOUNTS.
           05  WS-PAYER-AMT            PIC 9(16)V99
                                       OCCURS 18 TIMES.

      *----------------------------------------------------------------
      * THE PAYEE BEING FILED, AS TAKEN FROM THE SOURCE RECORD OR
      * CORRECTION REQUEST AND THE CUSTOMER FILE.
      *----------------------------------------------------------------
       01  WS-PAYEE-CUST-ID            PIC 9(10).
       01  WS-PAYEE-ACCOUNT            PIC X(20).
       01  WS-PAYEE-ACCOUNT-NUM        PIC 9(12).
       01  WS-PAYEE-TAX-YEAR           PIC 9(4).
       01  WS-PAYEE-AMT-1              PIC 9(11)V99.
       01  WS-PAYEE-AMT-2              PIC 9(11)V99.
       01  WS-PAYEE-RMD-IND            PIC X(1) VALUE 'N'.
           88  WS-PAYEE-RMD-DUE        VALUE 'Y'.
       01  WS-PAYEE-RMD-DATE           PIC 9(8).
       01  WS-PAYEE-RMD-AMT            PIC 9(9)V99.
       01  WS-CORRECTED-IND            PIC X(1) VALUE SPACE.
       01  WS-PAYEE-TIN-TYPE           PIC X(1).
           88  WS-PAYEE-EIN            VALUE '1'.
           88  WS-PAYEE-SSN            VALUE '2'.
       01  WS-PAYEE-TIN                PIC 9(9).
       01  WS-PAYEE-TIN-SSN REDEFINES WS-PAYEE-TIN.
           05  WS-TIN-AREA             PIC 9(3).
           05  WS-TIN-GROUP            PIC 9(2).
               88  WS-ITIN-GROUP       VALUES 50 THRU 65
                                              70 THRU 88
                                              90 THRU 92
                                              94 THRU 99.
           05  WS-TIN-SERIAL           PIC 9(4).
       01  WS-PAYEE-TIN-EIN REDEFINES WS-PAYEE-TIN.
           05  WS-TIN-EIN-PREFIX       PIC 9(2).
               88  WS-EIN-PREFIX-BAD   VALUES 00 07 08 09 17 18 19
                                              28 29 49 69 70 78 79
                                              89 96 97.
           05  FILLER                  PIC 9(7).
       01  WS-PAYEE-TIN-X REDEFINES WS-PAYEE-TIN
                                       PIC X(9).
       01  WS-TIN-FIRST-DIGIT          PIC X(1).
       01  WS-DIGIT-COUNT              PIC 9(2).
       01  WS-PAYEE-NAME               PIC X(40).
       01  WS-NC-SOURCE                PIC X(40).
       01  WS-NAME-CONTROL             PIC X(4).
       01  WS-NC-LENGTH                PIC 9(1).
       01  WS-CHAR-IDX                 PIC 9(2).
       01  WS-NAME-CHAR                PIC X(1).
           88  WS-NAME-CHAR-SPECIAL    VALUES '&' '-' ',' ''''
                                              '/' '#' '.' '%'.
           88  WS-NC-CHAR-SPECIAL      VALUES '&' '-'.
       01  WS-NAME-BAD-FLAG            PIC X(1).
           88  WS-NAME-BAD             VALUE 'Y'.
       01  WS-REJECT-REASON            PIC X(40).
       01  WS-DIST-CODE                PIC X(2).

       01  WS-COUNTERS.
           05  WS-RECORD-SEQ           PIC 9(8) VALUE 0.
           05  WS-A-RECORDS            PIC 9(8) VALUE 0.
           05  WS-B-RECORDS            PIC 9(8) VALUE 0.
           05  WS-C-RECORDS            PIC 9(8) VALUE 0.
           05  WS-PAYEES-REJECTED      PIC 9(7) VALUE 0.
           05  WS-CORR-UNKNOWN         PIC 9(7) VALUE 0.
           05  WS-T42-READ             PIC 9(7) VALUE 0.
           05  WS-T42-GROSS            PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-T42-WITHHELD         PIC S9(13)V99 COMP-3 VALUE 0.

      *----------------------------------------------------------------
      * PUBLICATION 1220 RECORD IMAGES. UNUSED ALPHANUMERIC POSITIONS
      * ARE BLANK; MONEY AMOUNTS ARE IN CENTS, RIGHT-JUSTIFIED AND
      * ZERO-FILLED; THE RECORD SEQUENCE NUMBER IS IN 500-507.
      *----------------------------------------------------------------
       01  WS-T-RECORD.
           05  FILLER                  PIC X(1) VALUE 'T'.
           05  WS-T-PAYMENT-YEAR       PIC 9(4).
           05  WS-T-PRIOR-YEAR-IND     PIC X(1).
           05  WS-T-TRANSMITTER-TIN    PIC X(9).
           05  WS-T-TCC                PIC X(5).
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  WS-T-TEST-IND           PIC X(1).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-T-TRANSMITTER-NAME   PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  WS-T-COMPANY-NAME       PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  WS-T-COMPANY-ADDRESS    PIC X(40).
           05  WS-T-COMPANY-CITY       PIC X(40).
           05  WS-T-COMPANY-STATE      PIC X(2).
           05  WS-T-COMPANY-ZIP        PIC X(9).
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  WS-T-TOTAL-PAYEES       PIC 9(8).
           05  WS-T-CONTACT-NAME       PIC X(40).
           05  WS-T-CONTACT-PHONE      PIC X(15).
           05  WS-T-CONTACT-EMAIL      PIC X(50).
           05  FILLER                  PIC X(91) VALUE SPACES.
           05  WS-T-SEQUENCE           PIC 9(8).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(1) VALUE 'I'.
           05  FILLER                  PIC X(232) VALUE SPACES.

       01  WS-A-RECORD.
           05  FILLER                  PIC X(1) VALUE 'A'.
           05  WS-A-PAYMENT-YEAR       PIC 9(4).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  WS-A-PAYER-TIN          PIC X(9).
           05  WS-A-NAME-CONTROL       PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-A-RETURN-TYPE        PIC X(2).
           05  WS-A-AMOUNT-CODES       PIC X(18).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-A-PAYER-NAME         PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(1) VALUE '0'.
           05  WS-A-PAYER-ADDRESS      PIC X(40).
           05  WS-A-PAYER-CITY         PIC X(40).
           05  WS-A-PAYER-STATE        PIC X(2).
           05  WS-A-PAYER-ZIP          PIC X(9).
           05  WS-A-PAYER-PHONE        PIC X(15).
           05  FILLER                  PIC X(260) VALUE SPACES.
           05  WS-A-SEQUENCE           PIC 9(8).
           05  FILLER                  PIC X(243) VALUE SPACES.

       01  WS-B-RECORD.
           05  FILLER                  PIC X(1) VALUE 'B'.
           05  WS-B-PAYMENT-YEAR       PIC 9(4).
           05  WS-B-CORRECTED-IND      PIC X(1).
           05  WS-B-NAME-CONTROL       PIC X(4).
           05  WS-B-TIN-TYPE           PIC X(1).
           05  WS-B-PAYEE-TIN          PIC X(9).
           05  WS-B-ACCOUNT            PIC X(20).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-B-AMOUNTS.
               10  WS-B-AMOUNT         PIC 9(10)V99
                                       OCCURS 18 TIMES.
           05  FILLER                  PIC X(16) VALUE SPACES.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-B-NAME-LINE-1        PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  WS-B-ADDRESS            PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  WS-B-CITY               PIC X(40).
           05  WS-B-STATE              PIC X(2).
           05  WS-B-ZIP                PIC X(9).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-B-SEQUENCE           PIC 9(8).
           05  FILLER                  PIC X(36) VALUE SPACES.
           05  WS-B-FORM-SPECIFIC      PIC X(207).
           05  WS-B-FORM-SPECIFIC-R REDEFINES WS-B-FORM-SPECIFIC.
               10  FILLER              PIC X(1).
               10  WS-BF-DIST-CODE     PIC X(2).
               10  WS-BF-IND-547       PIC X(1).
               10  WS-BF-IND-548       PIC X(1).
               10  FILLER              PIC X(2).
               10  WS-BF-IND-551       PIC X(1).
               10  FILLER              PIC X(14).
               10  WS-BF-RMD-DATE      PIC X(8).
               10  FILLER              PIC X(177).

       01  WS-C-RECORD.
           05  FILLER                  PIC X(1) VALUE 'C'.
           05  WS-C-PAYEES             PIC 9(8).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  WS-C-TOTALS             PIC X(324).
           05  FILLER                  PIC X(160) VALUE SPACES.
           05  WS-C-SEQUENCE           PIC 9(8).
           05  FILLER                  PIC X(243) VALUE SPACES.

       01  WS-F-RECORD.
           05  FILLER                  PIC X(1) VALUE 'F'.
           05  WS-F-A-RECORDS          PIC 9(8).
           05  FILLER                  PIC 9(21) VALUE 0.
           05  FILLER                  PIC X(19) VALUE SPACES.
           05  WS-F-TOTAL-PAYEES       PIC 9(8).
           05  FILLER                  PIC X(442) VALUE SPACES.
           05  WS-F-SEQUENCE           PIC 9(8).
           05  FILLER                  PIC X(243) VALUE SPACES.

      *----------------------------------------------------------------
      * CONTROL REPORT LINES.
      *----------------------------------------------------------------
       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               'IRS FIRE FILING CONTROL REPORT'.
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-MODE-LINE.
           05  FILLER                  PIC X(10) VALUE 'TAX YEAR: '.
           05  WS-ML-TAX-YEAR          PIC 9(4).
           05  FILLER                  PIC X(8) VALUE '  MODE: '.
           05  WS-ML-MODE              PIC X(20).
           05  FILLER                  PIC X(8) VALUE '  TCC:  '.
           05  WS-ML-TCC               PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-ML-TEST              PIC X(9).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(10) VALUE 'REJECTED: '.
           05  WS-RJ-FORM              PIC X(8).
           05  FILLER                  PIC X(6) VALUE ' CUST '.
           05  WS-RJ-CUST-ID           PIC 9(10).
           05  FILLER                  PIC X(6) VALUE ' ACCT '.
           05  WS-RJ-ACCOUNT           PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-RJ-AMOUNT            PIC Z(10)9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RJ-REASON            PIC X(40).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-CORRECTION-LINE.
           05  FILLER                  PIC X(13) VALUE
               'CORRECTION G '.
           05  WS-CL-FORM              PIC X(8).
           05  FILLER                  PIC X(6) VALUE ' CUST '.
           05  WS-CL-CUST-ID           PIC 9(10).
           05  FILLER                  PIC X(6) VALUE ' ACCT '.
           05  WS-CL-ACCOUNT           PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-CL-AMOUNT-1          PIC Z(10)9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-CL-AMOUNT-2          PIC Z(10)9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-CL-VOID              PIC X(17).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-TIE-LINE.
           05  FILLER                  PIC X(7) VALUE 'SOURCE '.
           05  WS-TL-SOURCE            PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-TL-FORM              PIC X(8).
           05  FILLER                  PIC X(5) VALUE ' AMT '.
           05  WS-TL-AMT-CODE          PIC X(1).
           05  FILLER                  PIC X(6) VALUE ' READ '.
           05  WS-TL-READ              PIC ZZZ,ZZ9.
           05  WS-TL-READ-AMT          PIC Z(11)9.99-.
           05  FILLER                  PIC X(7) VALUE ' FILED '.
           05  WS-TL-FILED             PIC ZZZ,ZZ9.
           05  WS-TL-FILED-AMT         PIC Z(11)9.99-.
           05  FILLER                  PIC X(5) VALUE ' REJ '.
           05  WS-TL-REJECTED          PIC ZZZ,ZZ9.
           05  WS-TL-REJ-AMT           PIC Z(11)9.99-.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-TL-STATUS            PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  WS-1042S-LINE.
           05  FILLER                  PIC X(7) VALUE 'SOURCE '.
           05  FILLER                  PIC X(10) VALUE 'TAX1042OUT'.
           05  FILLER                  PIC X(9) VALUE ' 1042-S  '.
           05  FILLER                  PIC X(6) VALUE ' READ '.
           05  WS-4L-READ              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(7) VALUE ' GROSS '.
           05  WS-4L-GROSS             PIC Z(11)9.99-.
           05  FILLER                  PIC X(10) VALUE ' WITHHELD '.
           05  WS-4L-WITHHELD          PIC Z(11)9.99-.
           05  FILLER                  PIC X(44) VALUE
               ' - FILED SEPARATELY UNDER PUBLICATION 1187 '.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(25) VALUE
               'TRANSMISSION RECORDS:  T '.
           05  WS-TT-T                 PIC 9(1).
           05  FILLER                  PIC X(4) VALUE '  A '.
           05  WS-TT-A                 PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE '  B '.
           05  WS-TT-B                 PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE '  C '.
           05  WS-TT-C                 PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE '  F '.
           05  WS-TT-F                 PIC 9(1).
           05  FILLER                  PIC X(20) VALUE
               '  PAYEES REJECTED:  '.
           05  WS-TT-REJECTED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF WS-MODE-CORRECT
               PERFORM VARYING WS-FORM-IDX FROM 1 BY 1
                   UNTIL WS-FORM-IDX > 4
                   PERFORM 6000-FILE-CORRECTIONS
               END-PERFORM
           ELSE
               MOVE 1 TO WS-FORM-IDX
               PERFORM 3000-FILE-1099-INT
               MOVE 2 TO WS-FORM-IDX
               PERFORM 3200-FILE-1098
               MOVE 3 TO WS-FORM-IDX
               PERFORM 3400-FILE-5498
               MOVE 4 TO WS-FORM-IDX
               PERFORM 3600-FILE-1099-R
               PERFORM 3800-COUNT-1042S
           END-IF
           PERFORM 7000-WRITE-END-OF-TRANSMISSION
           PERFORM 7100-BUILD-TRANSMISSION
           PERFORM 8000-WRITE-CONTROL-REPORT
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE WS-COMMAND-LINE(1:7) TO WS-RUN-MODE
           MOVE WS-COMMAND-LINE(9:4) TO WS-COMMAND-YEAR
           DISPLAY '*** IRS FIRE FILING STARTED ***'
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
           MOVE WS-PROCESSING-DATE(1:4) TO WS-PROCESSING-YEAR
           COMPUTE WS-TAX-YEAR = WS-PROCESSING-YEAR - 1
           IF WS-MODE-CORRECT AND WS-COMMAND-YEAR IS NUMERIC
               MOVE WS-COMMAND-YEAR TO WS-TAX-YEAR
           END-IF
           IF WS-MODE-CORRECT
               DISPLAY 'MODE: CORRECTED RETURNS'
               MOVE 'G' TO WS-CORRECTED-IND
           ELSE
               DISPLAY 'MODE: ORIGINAL RETURNS'
           END-IF
           DISPLAY 'TAX YEAR: ' WS-TAX-YEAR
           PERFORM 1100-LOAD-FILER-CONTROL
           PERFORM VARYING WS-FORM-IDX FROM 1 BY 1
               UNTIL WS-FORM-IDX > 4
               MOVE 0 TO WS-TOT-READ(WS-FORM-IDX)
               MOVE 0 TO WS-TOT-FILED(WS-FORM-IDX)
               MOVE 0 TO WS-TOT-REJECTED(WS-FORM-IDX)
               PERFORM VARYING WS-TIE-IDX FROM 1 BY 1
                   UNTIL WS-TIE-IDX > 2
                   MOVE 0 TO WS-TOT-READ-AMT(WS-FORM-IDX, WS-TIE-IDX)
                   MOVE 0 TO WS-TOT-FILED-AMT(WS-FORM-IDX, WS-TIE-IDX)
                   MOVE 0 TO WS-TOT-REJ-AMT(WS-FORM-IDX, WS-TIE-IDX)
               END-PERFORM
           END-PERFORM
           IF WS-MODE-CORRECT
               OPEN INPUT CORRECTION-FILE
               IF NOT WS-CORR-OK
                   DISPLAY 'CORRECTION REQUEST FILE NOT AVAILABLE: '
                       WS-CORR-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE CORRECTION-FILE
           ELSE
               OPEN INPUT ACCOUNT-MASTER
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN OUTPUT FIRE-WORK-FILE
           OPEN OUTPUT CONTROL-REPORT-FILE
           WRITE CONTROL-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE WS-TAX-YEAR TO WS-ML-TAX-YEAR
           IF WS-MODE-CORRECT
               MOVE 'CORRECTED RETURNS' TO WS-ML-MODE
           ELSE
               MOVE 'ORIGINAL RETURNS' TO WS-ML-MODE
           END-IF
           MOVE FC-TCC TO WS-ML-TCC
           IF FC-TEST-INDICATOR = 'T'
               MOVE 'TEST FILE' TO WS-ML-TEST
           ELSE
               MOVE SPACES TO WS-ML-TEST
           END-IF
           WRITE CONTROL-REPORT-LINE FROM WS-MODE-LINE
      *    T RECORD IS SEQUENCE 1 AND IS WRITTEN LAST
           MOVE 1 TO WS-RECORD-SEQ.

      *----------------------------------------------------------------
      * THE FILER CONTROL RECORD IS REQUIRED: A TRANSMISSION CANNOT
      * GO TO THE IRS WITHOUT OUR TCC AND PAYER TIN.
      *----------------------------------------------------------------
       1100-LOAD-FILER-CONTROL.
           OPEN INPUT FILER-CONTROL-FILE
           IF NOT WS-FCTL-OK
               DISPLAY 'FILER CONTROL FILE NOT AVAILABLE: '
                   WS-FCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ FILER-CONTROL-FILE
               AT END
                   DISPLAY 'FILER CONTROL FILE IS EMPTY'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE FILER-CONTROL-FILE
           IF FC-TCC = SPACES OR FC-PAYER-TIN = 0
               DISPLAY 'FILER CONTROL MISSING TCC OR PAYER TIN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * 1099-INT: AMOUNT 1 INTEREST, AMOUNT 4 BACKUP WITHHOLDING.
      *----------------------------------------------------------------
       3000-FILE-1099-INT.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG
           OPEN INPUT INT-EXTRACT-FILE
           PERFORM UNTIL WS-SOURCE-EOF
               READ INT-EXTRACT-FILE
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       MOVE TAX-OWNER-ID TO WS-PAYEE-CUST-ID
                       MOVE TAX-ACCT-NUMBER TO WS-PAYEE-ACCOUNT-NUM
                       MOVE WS-PAYEE-ACCOUNT-NUM TO WS-PAYEE-ACCOUNT
                       MOVE TAX-YEAR TO WS-PAYEE-TAX-YEAR
                       MOVE TAX-INTEREST-PAID TO WS-PAYEE-AMT-1
                       MOVE TAX-BWH-WITHHELD TO WS-PAYEE-AMT-2
                       PERFORM 4000-FILE-ONE-PAYEE
               END-READ
           END-PERFORM
           IF WS-INT-OK OR WS-INT-STATUS = '10'
               CLOSE INT-EXTRACT-FILE
           END-IF
           PERFORM 4300-CLOSE-PAYER.

      *----------------------------------------------------------------
      * 1098: AMOUNT 1 MORTGAGE INTEREST, AMOUNT 2 OUTSTANDING
      * PRINCIPAL. THE BORROWER IS FOUND THROUGH THE LOAN ACCOUNT.
      *----------------------------------------------------------------
       3200-FILE-1098.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG
           OPEN INPUT MTG-EXTRACT-FILE
           PERFORM UNTIL WS-SOURCE-EOF
               READ MTG-EXTRACT-FILE
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       MOVE TX-ACCT-NUMBER TO ACCT-NUMBER
                       READ ACCOUNT-MASTER
                       IF WS-ACCT-OK
                           MOVE ACCT-OWNER-ID TO WS-PAYEE-CUST-ID
                       ELSE
                           MOVE 0 TO WS-PAYEE-CUST-ID
                       END-IF
                       MOVE TX-ACCT-NUMBER TO WS-PAYEE-ACCOUNT-NUM
                       MOVE WS-PAYEE-ACCOUNT-NUM TO WS-PAYEE-ACCOUNT
                       MOVE TX-TAX-YEAR TO WS-PAYEE-TAX-YEAR
                       MOVE TX-INTEREST-PAID TO WS-PAYEE-AMT-1
                       MOVE TX-LOAN-BALANCE TO WS-PAYEE-AMT-2
                       PERFORM 4000-FILE-ONE-PAYEE
               END-READ
           END-PERFORM
           IF WS-MTG-OK OR WS-MTG-STATUS = '10'
               CLOSE MTG-EXTRACT-FILE
           END-IF
           PERFORM 4300-CLOSE-PAYER.

      *----------------------------------------------------------------
      * 5498: AMOUNT 1 IRA CONTRIBUTIONS, AMOUNT 5 FAIR MARKET VALUE,
      * AMOUNT B NEXT YEAR'S RMD WITH THE RMD INDICATOR AND DATE.
      *----------------------------------------------------------------
       3400-FILE-5498.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG
           OPEN INPUT IRA-5498-FILE
           PERFORM UNTIL WS-SOURCE-EOF
               READ IRA-5498-FILE
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       MOVE F54-CUST-ID TO WS-PAYEE-CUST-ID
                       MOVE F54-CUST-ID TO WS-PAYEE-ACCOUNT-NUM
                       MOVE WS-PAYEE-ACCOUNT-NUM TO WS-PAYEE-ACCOUNT
                       MOVE F54-TAX-YEAR TO WS-PAYEE-TAX-YEAR
                       MOVE F54-CONTRIBUTIONS TO WS-PAYEE-AMT-1
                       MOVE F54-FMV-BALANCE TO WS-PAYEE-AMT-2
                       MOVE F54-RMD-INDICATOR TO WS-PAYEE-RMD-IND
                       MOVE 0 TO WS-PAYEE-RMD-DATE
                       MOVE 0 TO WS-PAYEE-RMD-AMT
                       IF WS-PAYEE-RMD-DUE
                           MOVE F54-RMD-DATE TO WS-PAYEE-RMD-DATE
                           MOVE F54-RMD-AMOUNT TO WS-PAYEE-RMD-AMT
                       END-IF
                       PERFORM 4000-FILE-ONE-PAYEE
               END-READ
           END-PERFORM
           IF WS-F54-OK OR WS-F54-STATUS = '10'
               CLOSE IRA-5498-FILE
           END-IF
           PERFORM 4300-CLOSE-PAYER.

      *----------------------------------------------------------------
      * 1099-R: AMOUNT 1 GROSS DISTRIBUTION, AMOUNT 4 FEDERAL TAX
      * WITHHELD.
      *----------------------------------------------------------------
       3600-FILE-1099-R.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG
           OPEN INPUT IRA-1099R-FILE
           PERFORM UNTIL WS-SOURCE-EOF
               READ IRA-1099R-FILE
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       MOVE F99-CUST-ID TO WS-PAYEE-CUST-ID
                       MOVE F99-CUST-ID TO WS-PAYEE-ACCOUNT-NUM
                       MOVE WS-PAYEE-ACCOUNT-NUM TO WS-PAYEE-ACCOUNT
                       MOVE F99-TAX-YEAR TO WS-PAYEE-TAX-YEAR
                       MOVE F99-GROSS-DIST TO WS-PAYEE-AMT-1
                       MOVE F99-FED-WITHHELD TO WS-PAYEE-AMT-2
                       PERFORM 4000-FILE-ONE-PAYEE
               END-READ
           END-PERFORM
           IF WS-F99-OK OR WS-F99-STATUS = '10'
               CLOSE IRA-1099R-FILE
           END-IF
           PERFORM 4300-CLOSE-PAYER.

      *----------------------------------------------------------------
      * 1042-S RECORDS ARE COUNTED, NOT FILED, SO THE CONTROL REPORT
      * ACCOUNTS FOR EVERY YEAR-END EXTRACT.
      *----------------------------------------------------------------
       3800-COUNT-1042S.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG
           OPEN INPUT NRA-1042S-FILE
           PERFORM UNTIL WS-SOURCE-EOF
               READ NRA-1042S-FILE
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-T42-READ
                       ADD T42-GROSS-INCOME TO WS-T42-GROSS
                       ADD T42-WITHHELD TO WS-T42-WITHHELD
               END-READ
           END-PERFORM
           IF WS-T42-OK OR WS-T42-STATUS = '10'
               CLOSE NRA-1042S-FILE
           END-IF.

      *----------------------------------------------------------------
      * ONE PAYEE FROM A SOURCE OR CORRECTION REQUEST: COUNT IT AS
      * READ, VALIDATE, THEN FILE OR REJECT IT.
      *----------------------------------------------------------------
       4000-FILE-ONE-PAYEE.
           ADD 1 TO WS-TOT-READ(WS-FORM-IDX)
           ADD WS-PAYEE-AMT-1 TO WS-TOT-READ-AMT(WS-FORM-IDX, 1)
           ADD WS-PAYEE-AMT-2 TO WS-TOT-READ-AMT(WS-FORM-IDX, 2)
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-PAYEE-TAX-YEAR NOT = WS-TAX-YEAR
               MOVE 'TAX YEAR DOES NOT MATCH THE FILING YEAR'
                   TO WS-REJECT-REASON
           ELSE
               PERFORM 4100-VALIDATE-PAYEE
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 4200-WRITE-PAYEE-RECORD
           ELSE
               PERFORM 4400-REJECT-PAYEE
           END-IF.

       4100-VALIDATE-PAYEE.
           MOVE WS-PAYEE-CUST-ID TO CUST-ID
           READ CUSTOMER-FILE
           IF NOT WS-CUST-OK
               MOVE 'PAYEE NOT ON CUSTOMER FILE'
                   TO WS-REJECT-REASON
           ELSE
               PERFORM 4110-BUILD-PAYEE-IDENTITY
               PERFORM 4120-VALIDATE-TIN
               IF WS-REJECT-REASON = SPACES
                   PERFORM 4130-VALIDATE-NAME
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * CORPORATE AND GOVERNMENT CUSTOMERS FILE UNDER AN EIN WITH THE
      * NAME CONTROL TAKEN FROM THE FULL NAME; INDIVIDUALS FILE UNDER
      * AN SSN WITH THE NAME CONTROL TAKEN FROM THE SURNAME.
      *----------------------------------------------------------------
       4110-BUILD-PAYEE-IDENTITY.
           MOVE SPACES TO WS-PAYEE-NAME
           STRING CUST-FIRST-NAME DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               CUST-LAST-NAME DELIMITED BY '  '
               INTO WS-PAYEE-NAME
           IF CUST-CORPORATE OR CUST-GOVERNMENT
               MOVE '1' TO WS-PAYEE-TIN-TYPE
               MOVE WS-PAYEE-NAME TO WS-NC-SOURCE
           ELSE
               MOVE '2' TO WS-PAYEE-TIN-TYPE
               MOVE CUST-LAST-NAME TO WS-NC-SOURCE
           END-IF.

      *----------------------------------------------------------------
      * IRS TIN FORMAT RULES: NINE DIGITS, NOT ALL ONE DIGIT. AN SSN
      * CANNOT HAVE AREA 000 OR 666, GROUP 00 OR SERIAL 0000; AREA
      * 9XX IS ONLY VALID AS AN ITIN. AN EIN CANNOT USE A PREFIX THE
      * IRS HAS NEVER ASSIGNED.
      *----------------------------------------------------------------
       4120-VALIDATE-TIN.
           IF CUST-SSN IS NOT NUMERIC
               MOVE 'TIN IS MISSING OR NOT NUMERIC'
                   TO WS-REJECT-REASON
           ELSE
               MOVE CUST-SSN TO WS-PAYEE-TIN
               MOVE WS-PAYEE-TIN-X(1:1) TO WS-TIN-FIRST-DIGIT
               MOVE 0 TO WS-DIGIT-COUNT
               INSPECT WS-PAYEE-TIN-X TALLYING WS-DIGIT-COUNT
                   FOR ALL WS-TIN-FIRST-DIGIT
               EVALUATE TRUE
                   WHEN WS-DIGIT-COUNT = 9
                       MOVE 'TIN IS ALL ONE DIGIT'
                           TO WS-REJECT-REASON
                   WHEN WS-PAYEE-EIN
                       IF WS-EIN-PREFIX-BAD
                           MOVE 'EIN PREFIX NOT ISSUED BY THE IRS'
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN WS-TIN-AREA = 0 OR WS-TIN-AREA = 666
                       MOVE 'SSN AREA NUMBER IS INVALID'
                           TO WS-REJECT-REASON
                   WHEN WS-TIN-AREA >= 900 AND NOT WS-ITIN-GROUP
                       MOVE 'SSN IN 9XX RANGE IS NOT A VALID ITIN'
                           TO WS-REJECT-REASON
                   WHEN WS-TIN-GROUP = 0
                       MOVE 'SSN GROUP NUMBER IS INVALID'
                           TO WS-REJECT-REASON
                   WHEN WS-TIN-SERIAL = 0
                       MOVE 'SSN SERIAL NUMBER IS INVALID'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * IRS NAME RULES: THE NAME LINE MUST BE PRESENT, START IN THE
      * FIRST POSITION, AND USE ONLY LETTERS, DIGITS, BLANKS AND
      * & - , ' / # . %. THE NAME CONTROL IS THE FIRST FOUR LETTERS,
      * DIGITS, HYPHENS OR AMPERSANDS OF THE SURNAME (OR BUSINESS
      * NAME), BLANKS AND OTHER PUNCTUATION DROPPED.
      *----------------------------------------------------------------
       4130-VALIDATE-NAME.
           MOVE 'N' TO WS-NAME-BAD-FLAG
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 40
               MOVE WS-PAYEE-NAME(WS-CHAR-IDX:1) TO WS-NAME-CHAR
               IF WS-NAME-CHAR IS NOT ALPHABETIC
                   AND WS-NAME-CHAR IS NOT NUMERIC
                   AND NOT WS-NAME-CHAR-SPECIAL
                   SET WS-NAME-BAD TO TRUE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-NAME-CONTROL
           MOVE 0 TO WS-NC-LENGTH
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 40 OR WS-NC-LENGTH = 4
               MOVE WS-NC-SOURCE(WS-CHAR-IDX:1) TO WS-NAME-CHAR
               IF (WS-NAME-CHAR IS ALPHABETIC
                   AND WS-NAME-CHAR NOT = SPACE)
                   OR WS-NAME-CHAR IS NUMERIC
                   OR WS-NC-CHAR-SPECIAL
                   ADD 1 TO WS-NC-LENGTH
                   MOVE WS-NAME-CHAR
                       TO WS-NAME-CONTROL(WS-NC-LENGTH:1)
               END-IF
           END-PERFORM
           INSPECT WS-NAME-CONTROL CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           EVALUATE TRUE
               WHEN WS-PAYEE-NAME = SPACES OR WS-NC-SOURCE = SPACES
                   MOVE 'PAYEE NAME IS MISSING' TO WS-REJECT-REASON
               WHEN WS-PAYEE-NAME(1:1) = SPACE
                   MOVE 'PAYEE NAME STARTS WITH A BLANK'
                       TO WS-REJECT-REASON
               WHEN WS-NAME-BAD
                   MOVE 'PAYEE NAME HAS CHARACTERS IRS REJECTS'
                       TO WS-REJECT-REASON
               WHEN WS-NC-LENGTH = 0
                   MOVE 'NO NAME CONTROL CAN BE DERIVED'
                       TO WS-REJECT-REASON
           END-EVALUATE.

      *----------------------------------------------------------------
      * B RECORD FOR A VALIDATED PAYEE. THE A RECORD FOR THE FORM IS
      * WRITTEN AHEAD OF ITS FIRST PAYEE SO NO A RECORD GOES OUT
      * WITHOUT PAYEES.
      *----------------------------------------------------------------
       4200-WRITE-PAYEE-RECORD.
           IF NOT WS-PAYER-OPEN
               PERFORM 4250-OPEN-PAYER
           END-IF
           MOVE WS-TAX-YEAR TO WS-B-PAYMENT-YEAR
           MOVE WS-CORRECTED-IND TO WS-B-CORRECTED-IND
           MOVE WS-NAME-CONTROL TO WS-B-NAME-CONTROL
           MOVE WS-PAYEE-TIN-TYPE TO WS-B-TIN-TYPE
           MOVE WS-PAYEE-TIN-X TO WS-B-PAYEE-TIN
           MOVE WS-PAYEE-ACCOUNT TO WS-B-ACCOUNT
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > 18
               MOVE 0 TO WS-B-AMOUNT(WS-AMT-IDX)
           END-PERFORM
           MOVE WS-PAYEE-AMT-1 TO WS-B-AMOUNT(1)
           MOVE WS-PAYEE-AMT-2
               TO WS-B-AMOUNT(WS-FM-AMT2-IDX(WS-FORM-IDX))
           MOVE WS-PAYEE-NAME TO WS-B-NAME-LINE-1
           MOVE CUST-STREET TO WS-B-ADDRESS
           MOVE CUST-CITY TO WS-B-CITY
           MOVE CUST-STATE TO WS-B-STATE
           MOVE SPACES TO WS-B-ZIP
           MOVE CUST-ZIP TO WS-B-ZIP(1:5)
           MOVE SPACES TO WS-B-FORM-SPECIFIC
           EVALUATE WS-FORM-IDX
               WHEN 3
                   MOVE '1' TO WS-BF-IND-547
                   IF WS-PAYEE-RMD-DUE
                       MOVE '1' TO WS-BF-IND-551
                       MOVE WS-PAYEE-RMD-DATE TO WS-BF-RMD-DATE
                       MOVE WS-PAYEE-RMD-AMT TO WS-B-AMOUNT(11)
                   END-IF
               WHEN 4
                   PERFORM 4210-SET-DISTRIBUTION-CODE
                   MOVE WS-DIST-CODE TO WS-BF-DIST-CODE
                   MOVE '1' TO WS-BF-IND-547
                   MOVE '1' TO WS-BF-IND-548
           END-EVALUATE
           ADD 1 TO WS-RECORD-SEQ
           MOVE WS-RECORD-SEQ TO WS-B-SEQUENCE
           WRITE FIRE-WORK-RECORD FROM WS-B-RECORD
           ADD 1 TO WS-B-RECORDS
           ADD 1 TO WS-PAYER-PAYEES
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > 18
               ADD WS-B-AMOUNT(WS-AMT-IDX)
                   TO WS-PAYER-AMT(WS-AMT-IDX)
           END-PERFORM.

      *----------------------------------------------------------------
      * 1099-R DISTRIBUTION CODE: 4 FOR A DECEASED OWNER, 7 ONCE THE
      * OWNER IS 59 1/2 BY YEAR END, OTHERWISE 1 (EARLY, NO KNOWN
      * EXCEPTION). THE TAXABLE AMOUNT IS REPORTED AS NOT DETERMINED
      * AND THE IRA/SEP/SIMPLE INDICATOR IS SET.
      *----------------------------------------------------------------
       4210-SET-DISTRIBUTION-CODE.
           EVALUATE TRUE
               WHEN CUST-DECEASED
                   MOVE '4 ' TO WS-DIST-CODE
               WHEN CUST-DOB = 0 OR CUST-DOB IS NOT NUMERIC
                   MOVE '1 ' TO WS-DIST-CODE
               WHEN CUST-DOB-YEAR + 59 < WS-TAX-YEAR
                   MOVE '7 ' TO WS-DIST-CODE
               WHEN CUST-DOB-YEAR + 59 = WS-TAX-YEAR
                   AND CUST-DOB-MONTH <= 6
                   MOVE '7 ' TO WS-DIST-CODE
               WHEN OTHER
                   MOVE '1 ' TO WS-DIST-CODE
           END-EVALUATE.

       4250-OPEN-PAYER.
           MOVE WS-TAX-YEAR TO WS-A-PAYMENT-YEAR
           MOVE FC-PAYER-TIN TO WS-A-PAYER-TIN
           MOVE FC-PAYER-NAME-CONTROL TO WS-A-NAME-CONTROL
           MOVE WS-FM-RETURN-TYPE(WS-FORM-IDX) TO WS-A-RETURN-TYPE
           MOVE WS-FM-AMOUNT-CODES(WS-FORM-IDX) TO WS-A-AMOUNT-CODES
           MOVE FC-PAYER-NAME TO WS-A-PAYER-NAME
           MOVE FC-PAYER-ADDRESS TO WS-A-PAYER-ADDRESS
           MOVE FC-PAYER-CITY TO WS-A-PAYER-CITY
           MOVE FC-PAYER-STATE TO WS-A-PAYER-STATE
           MOVE FC-PAYER-ZIP TO WS-A-PAYER-ZIP
           MOVE FC-PAYER-PHONE TO WS-A-PAYER-PHONE
           ADD 1 TO WS-RECORD-SEQ
           MOVE WS-RECORD-SEQ TO WS-A-SEQUENCE
           WRITE FIRE-WORK-RECORD FROM WS-A-RECORD
           ADD 1 TO WS-A-RECORDS
           SET WS-PAYER-OPEN TO TRUE
           MOVE 0 TO WS-PAYER-PAYEES
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > 18
               MOVE 0 TO WS-PAYER-AMT(WS-AMT-IDX)
           END-PERFORM.

      *----------------------------------------------------------------
      * C RECORD FOR THE FORM JUST FILED. ITS PAYEE COUNT AND
      * CONTROL TOTALS ARE WHAT THE CONTROL REPORT TIES TO THE
      * SOURCE.
      *----------------------------------------------------------------
       4300-CLOSE-PAYER.
           IF WS-PAYER-OPEN
               MOVE WS-PAYER-PAYEES TO WS-C-PAYEES
               MOVE WS-PAYER-AMOUNTS TO WS-C-TOTALS
               ADD 1 TO WS-RECORD-SEQ
               MOVE WS-RECORD-SEQ TO WS-C-SEQUENCE
               WRITE FIRE-WORK-RECORD FROM WS-C-RECORD
               ADD 1 TO WS-C-RECORDS
               MOVE WS-PAYER-PAYEES TO WS-TOT-FILED(WS-FORM-IDX)
               MOVE WS-PAYER-AMT(1)
                   TO WS-TOT-FILED-AMT(WS-FORM-IDX, 1)
               MOVE WS-PAYER-AMT(WS-FM-AMT2-IDX(WS-FORM-IDX))
                   TO WS-TOT-FILED-AMT(WS-FORM-IDX, 2)
               MOVE 'N' TO WS-PAYER-OPEN-FLAG
           END-IF.

       4400-REJECT-PAYEE.
           ADD 1 TO WS-TOT-REJECTED(WS-FORM-IDX)
           ADD WS-PAYEE-AMT-1 TO WS-TOT-REJ-AMT(WS-FORM-IDX, 1)
           ADD WS-PAYEE-AMT-2 TO WS-TOT-REJ-AMT(WS-FORM-IDX, 2)
           ADD 1 TO WS-PAYEES-REJECTED
           MOVE WS-FM-NAME(WS-FORM-IDX) TO WS-RJ-FORM
           MOVE WS-PAYEE-CUST-ID TO WS-RJ-CUST-ID
           MOVE WS-PAYEE-ACCOUNT TO WS-RJ-ACCOUNT
           MOVE WS-PAYEE-AMT-1 TO WS-RJ-AMOUNT
           MOVE WS-REJECT-REASON TO WS-RJ-REASON
           WRITE CONTROL-REPORT-LINE FROM WS-REJECT-LINE.

      *----------------------------------------------------------------
      * CORRECTED-RETURN MODE: ONE PASS OF THE CORRECTION REQUESTS
      * PER FORM TYPE, SO EACH FORM GETS ITS OWN A AND C RECORDS.
      * REQUESTS FOR AN UNKNOWN FORM ARE REJECTED ON THE FIRST PASS.
      *----------------------------------------------------------------
       6000-FILE-CORRECTIONS.
           MOVE 'N' TO WS-SOURCE-EOF-FLAG
           OPEN INPUT CORRECTION-FILE
           PERFORM UNTIL WS-SOURCE-EOF
               READ CORRECTION-FILE
                   AT END
                       SET WS-SOURCE-EOF TO TRUE
                   NOT AT END
                       IF CR-FORM-ID = WS-FM-CORR-ID(WS-FORM-IDX)
                           PERFORM 6100-FILE-ONE-CORRECTION
                       ELSE
                           IF WS-FORM-IDX = 1 AND NOT CR-FORM-VALID
                               PERFORM 6200-REJECT-UNKNOWN-FORM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CORRECTION-FILE
           PERFORM 4300-CLOSE-PAYER.

       6100-FILE-ONE-CORRECTION.
           MOVE CR-CUST-ID TO WS-PAYEE-CUST-ID
           IF CR-ACCT-NUMBER = 0
               MOVE CR-CUST-ID TO WS-PAYEE-ACCOUNT-NUM
           ELSE
               MOVE CR-ACCT-NUMBER TO WS-PAYEE-ACCOUNT-NUM
           END-IF
           MOVE WS-PAYEE-ACCOUNT-NUM TO WS-PAYEE-ACCOUNT
           MOVE CR-TAX-YEAR TO WS-PAYEE-TAX-YEAR
           MOVE 'N' TO WS-PAYEE-RMD-IND
           IF CR-VOID
               MOVE 0 TO WS-PAYEE-AMT-1
               MOVE 0 TO WS-PAYEE-AMT-2
           ELSE
               MOVE CR-AMOUNT-1 TO WS-PAYEE-AMT-1
               MOVE CR-AMOUNT-2 TO WS-PAYEE-AMT-2
           END-IF
           PERFORM 4000-FILE-ONE-PAYEE
           IF WS-REJECT-REASON = SPACES
               MOVE WS-FM-NAME(WS-FORM-IDX) TO WS-CL-FORM
               MOVE WS-PAYEE-CUST-ID TO WS-CL-CUST-ID
               MOVE WS-PAYEE-ACCOUNT TO WS-CL-ACCOUNT
               MOVE WS-PAYEE-AMT-1 TO WS-CL-AMOUNT-1
               MOVE WS-PAYEE-AMT-2 TO WS-CL-AMOUNT-2
               IF CR-VOID
                   MOVE 'FILED IN ERROR' TO WS-CL-VOID
               ELSE
                   MOVE 'AMOUNTS CORRECTED' TO WS-CL-VOID
               END-IF
               WRITE CONTROL-REPORT-LINE FROM WS-CORRECTION-LINE
           END-IF.

       6200-REJECT-UNKNOWN-FORM.
           ADD 1 TO WS-CORR-UNKNOWN
           ADD 1 TO WS-PAYEES-REJECTED
           MOVE CR-FORM-ID TO WS-RJ-FORM
           MOVE CR-CUST-ID TO WS-RJ-CUST-ID
           MOVE CR-ACCT-NUMBER TO WS-PAYEE-ACCOUNT-NUM
           MOVE WS-PAYEE-ACCOUNT-NUM TO WS-RJ-ACCOUNT
           MOVE CR-AMOUNT-1 TO WS-RJ-AMOUNT
           MOVE 'UNKNOWN FORM ID ON CORRECTION REQUEST'
               TO WS-RJ-REASON
           WRITE CONTROL-REPORT-LINE FROM WS-REJECT-LINE.

       7000-WRITE-END-OF-TRANSMISSION.
           MOVE WS-A-RECORDS TO WS-F-A-RECORDS
           MOVE WS-B-RECORDS TO WS-F-TOTAL-PAYEES
           ADD 1 TO WS-RECORD-SEQ
           MOVE WS-RECORD-SEQ TO WS-F-SEQUENCE
           WRITE FIRE-WORK-RECORD FROM WS-F-RECORD
           CLOSE FIRE-WORK-FILE.

      *----------------------------------------------------------------
      * THE T RECORD CARRIES THE TOTAL PAYEE COUNT, SO IT IS BUILT
      * AFTER THE PAYERS AND WRITTEN AHEAD OF THE WORK FILE. A YEAR
      * BEFORE LAST IS FLAGGED AS PRIOR-YEAR DATA. WITH NO PAYEES TO
      * FILE NO TRANSMISSION IS BUILT.
      *----------------------------------------------------------------
       7100-BUILD-TRANSMISSION.
           OPEN OUTPUT FIRE-OUT-FILE
           IF WS-B-RECORDS = 0
               DISPLAY 'NO PAYEES TO FILE - NO TRANSMISSION BUILT'
           ELSE
               MOVE WS-TAX-YEAR TO WS-T-PAYMENT-YEAR
               IF WS-TAX-YEAR < WS-PROCESSING-YEAR - 1
                   MOVE 'P' TO WS-T-PRIOR-YEAR-IND
               ELSE
                   MOVE SPACE TO WS-T-PRIOR-YEAR-IND
               END-IF
               MOVE FC-TRANSMITTER-TIN TO WS-T-TRANSMITTER-TIN
               MOVE FC-TCC TO WS-T-TCC
               IF FC-TEST-INDICATOR = 'T'
                   MOVE 'T' TO WS-T-TEST-IND
               ELSE
                   MOVE SPACE TO WS-T-TEST-IND
               END-IF
               MOVE FC-TRANSMITTER-NAME TO WS-T-TRANSMITTER-NAME
               MOVE FC-TRANSMITTER-NAME TO WS-T-COMPANY-NAME
               MOVE FC-PAYER-ADDRESS TO WS-T-COMPANY-ADDRESS
               MOVE FC-PAYER-CITY TO WS-T-COMPANY-CITY
               MOVE FC-PAYER-STATE TO WS-T-COMPANY-STATE
               MOVE FC-PAYER-ZIP TO WS-T-COMPANY-ZIP
               MOVE WS-B-RECORDS TO WS-T-TOTAL-PAYEES
               MOVE FC-CONTACT-NAME TO WS-T-CONTACT-NAME
               MOVE FC-CONTACT-PHONE TO WS-T-CONTACT-PHONE
               MOVE FC-CONTACT-EMAIL TO WS-T-CONTACT-EMAIL
               MOVE 1 TO WS-T-SEQUENCE
               WRITE FIRE-OUT-RECORD FROM WS-T-RECORD
               MOVE 'N' TO WS-SOURCE-EOF-FLAG
               OPEN INPUT FIRE-WORK-FILE
               PERFORM UNTIL WS-SOURCE-EOF
                   READ FIRE-WORK-FILE
                       AT END
                           SET WS-SOURCE-EOF TO TRUE
                       NOT AT END
                           WRITE FIRE-OUT-RECORD FROM FIRE-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE FIRE-WORK-FILE
           END-IF
           CLOSE FIRE-OUT-FILE.

      *----------------------------------------------------------------
      * SOURCE TIE-OUT: READ = FILED (C RECORD) + REJECTED, FOR THE
      * PAYEE COUNT AND BOTH AMOUNTS OF EVERY FORM.
      *----------------------------------------------------------------
       8000-WRITE-CONTROL-REPORT.
           PERFORM VARYING WS-FORM-IDX FROM 1 BY 1
               UNTIL WS-FORM-IDX > 4
               PERFORM VARYING WS-TIE-IDX FROM 1 BY 1
                   UNTIL WS-TIE-IDX > 2
                   PERFORM 8100-WRITE-TIE-LINE
               END-PERFORM
           END-PERFORM
           IF NOT WS-MODE-CORRECT
               MOVE WS-T42-READ TO WS-4L-READ
               MOVE WS-T42-GROSS TO WS-4L-GROSS
               MOVE WS-T42-WITHHELD TO WS-4L-WITHHELD
               WRITE CONTROL-REPORT-LINE FROM WS-1042S-LINE
           END-IF
           IF WS-B-RECORDS = 0
               MOVE 0 TO WS-TT-T
               MOVE 0 TO WS-TT-F
           ELSE
               MOVE 1 TO WS-TT-T
               MOVE 1 TO WS-TT-F
           END-IF
           MOVE WS-A-RECORDS TO WS-TT-A
           MOVE WS-B-RECORDS TO WS-TT-B
           MOVE WS-C-RECORDS TO WS-TT-C
           MOVE WS-PAYEES-REJECTED TO WS-TT-REJECTED
           WRITE CONTROL-REPORT-LINE FROM WS-TOTAL-LINE.

       8100-WRITE-TIE-LINE.
           MOVE WS-FM-SOURCE(WS-FORM-IDX) TO WS-TL-SOURCE
           IF WS-MODE-CORRECT
               MOVE 'TAXFCORR' TO WS-TL-SOURCE
           END-IF
           MOVE WS-FM-NAME(WS-FORM-IDX) TO WS-TL-FORM
           MOVE WS-FM-AMOUNT-CODES(WS-FORM-IDX)(WS-TIE-IDX:1)
               TO WS-TL-AMT-CODE
           MOVE WS-TOT-READ(WS-FORM-IDX) TO WS-TL-READ
           MOVE WS-TOT-FILED(WS-FORM-IDX) TO WS-TL-FILED
           MOVE WS-TOT-REJECTED(WS-FORM-IDX) TO WS-TL-REJECTED
           MOVE WS-TOT-READ-AMT(WS-FORM-IDX, WS-TIE-IDX)
               TO WS-TL-READ-AMT
           MOVE WS-TOT-FILED-AMT(WS-FORM-IDX, WS-TIE-IDX)
               TO WS-TL-FILED-AMT
           MOVE WS-TOT-REJ-AMT(WS-FORM-IDX, WS-TIE-IDX)
               TO WS-TL-REJ-AMT
           IF WS-TOT-READ(WS-FORM-IDX) =
                   WS-TOT-FILED(WS-FORM-IDX)
                   + WS-TOT-REJECTED(WS-FORM-IDX)
               AND WS-TOT-READ-AMT(WS-FORM-IDX, WS-TIE-IDX) =
                   WS-TOT-FILED-AMT(WS-FORM-IDX, WS-TIE-IDX)
                   + WS-TOT-REJ-AMT(WS-FORM-IDX, WS-TIE-IDX)
               MOVE 'IN BALANCE' TO WS-TL-STATUS
           ELSE
               MOVE 'OUT OF BAL' TO WS-TL-STATUS
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           WRITE CONTROL-REPORT-LINE FROM WS-TIE-LINE.

       9000-FINALIZE.
           IF NOT WS-MODE-CORRECT
               CLOSE ACCOUNT-MASTER
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE CONTROL-REPORT-FILE
           DISPLAY '*** IRS FIRE FILING COMPLETE ***'
           DISPLAY 'A RECORDS (PAYERS):   ' WS-A-RECORDS
           DISPLAY 'B RECORDS (PAYEES):   ' WS-B-RECORDS
           DISPLAY 'PAYEES REJECTED:      ' WS-PAYEES-REJECTED
           DISPLAY '1042-S RECORDS SEEN:  ' WS-T42-READ
           EVALUATE TRUE
               WHEN WS-OUT-OF-BALANCE
                   DISPLAY 'CONTROL TOTALS DO NOT TIE TO SOURCE'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PAYEES-REJECTED > 0 OR WS-B-RECORDS = 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
