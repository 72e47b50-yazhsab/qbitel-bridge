       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLTP408.
       AUTHOR. S. BROWN.
       INSTALLATION. QBITEL-BRIDGE.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED. 2026-10-15.
       SECURITY. CONFIDENTIAL.
      *
      * Claim pricing program for healthcare payment
      * Domain: HEALTHCARE
      * Generated for QBITEL Bridge Training Dataset
      *
      * PRICES THE CLAIMS HLTV407 ACCEPTED. THE ALLOWED AMOUNT IS
      * THE FEE SCHEDULE RATE FOR THE SERVICE AT THE BILLING
      * PROVIDER (FALLING BACK TO THE STANDARD RATE FOR THE
      * SERVICE), NEVER MORE THAN THE BILLED CHARGE. THE MEMBER
      * PAYS WHAT IS LEFT OF THE PLAN-YEAR DEDUCTIBLE, THEN THE
      * COINSURANCE PERCENT OF THE REST, UNTIL THE OUT-OF-POCKET
      * MAXIMUM STOPS IT; THE PLAN PAYS THE REMAINDER. THE
      * DEDUCTIBLE AND OUT-OF-POCKET ACCUMULATORS ARE MOVED HERE,
      * CLAIM BY CLAIM IN ACCEPTED ORDER. OUTPUTS ARE THE PAYMENT
      * REGISTER, WHOSE TOTALS ARE PROVED AGAINST THE ACCUMULATOR
      * MOVEMENT FOR THE RUN, AND AN 835-LAYOUT REMITTANCE FILE -
      * ONE TRANSACTION PER PROVIDER WITH CLAIM, SERVICE LINE AND
      * ADJUSTMENT REASON SEGMENTS. A CLAIM WITH NO FEE SCHEDULE
      * RATE IS NOT PRICED; IT GOES TO THE PRICING EXCEPTION FILE
      * AND ITS ACCUMULATORS ARE LEFT ALONE.
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
           SELECT ACCEPTED-FILE
               ASSIGN TO DDACCEPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACPT-STATUS.
           SELECT FEE-SCHEDULE-FILE
               ASSIGN TO DDFEESCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-FEES-STATUS.
           SELECT ACCUM-FILE
               ASSIGN TO DDACCUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AC-KEY
               FILE STATUS IS WS-ACCU-STATUS.
           SELECT PRICE-EXCEPT-FILE
               ASSIGN TO DDPRCEXC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEXC-STATUS.
           SELECT PAY-REGISTER-FILE
               ASSIGN TO DDPAYREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREG-STATUS.
           SELECT SORT-PRICED-FILE
               ASSIGN TO SRTPRICE.
           SELECT PRICED-WORK-FILE
               ASSIGN TO DDPRCWRK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PWRK-STATUS.
           SELECT PROVIDER-TOTAL-FILE
               ASSIGN TO DDPRVTOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PTOT-STATUS.
           SELECT REMIT-FILE
               ASSIGN TO DDREMIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * HLTV407'S ACCEPTED CLAIMS: THE PATIENT RECORD IMAGE PLUS THE
      * PLAN YEAR AND THE MEMBER'S COST-SHARE TERMS.
       FD ACCEPTED-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 220 CHARACTERS.
       01 ACCEPTED-RECORD.
          05 AP-PATIENT-IMAGE.
             10 AP-CLAIM-KEY PIC X(10).
             10 AP-PATIENT-ID PIC X(12).
             10 AP-MRN PIC 9(10).
             10 AP-DOS PIC 9(8).
             10 AP-CHARGE PIC S9(7)V99 COMP-3.
             10 AP-PROVIDER-ID PIC X(10).
             10 AP-SERVICE-CODE PIC X(5).
             10 FILLER PIC X(140).
          05 AP-PLAN-YEAR PIC 9(4).
          05 AP-DEDUCTIBLE PIC S9(7)V99 COMP-3.
          05 AP-COINSURANCE-PCT PIC 9(2).
          05 AP-OOP-MAX PIC S9(5) COMP-3.
          05 FILLER PIC X(6).
      * FEE SCHEDULE KEYED BY SERVICE CODE AND PROVIDER. A RATE
      * WITH A BLANK PROVIDER IS THE STANDARD RATE FOR THE SERVICE,
      * USED FOR ANY PROVIDER WITHOUT A NEGOTIATED RATE OF ITS OWN.
       FD FEE-SCHEDULE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 40 CHARACTERS.
       01 FEE-SCHEDULE-RECORD.
          05 FS-KEY.
             10 FS-SERVICE-CODE PIC X(5).
             10 FS-PROVIDER-ID PIC X(10).
          05 FS-ALLOWED-AMOUNT PIC S9(7)V99 COMP-3.
          05 FILLER PIC X(20).
      * PER-PATIENT PLAN-YEAR ACCUMULATORS, SHARED WITH HLTV407.
       FD ACCUM-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 50 CHARACTERS.
       01 ACCUM-RECORD.
          05 AC-KEY.
             10 AC-PATIENT-ID PIC X(12).
             10 AC-PLAN-YEAR PIC 9(4).
          05 AC-CHARGES-APPLIED PIC S9(9)V99 COMP-3.
          05 AC-DEDUCTIBLE-MET PIC S9(7)V99 COMP-3.
          05 AC-OOP-POSITION PIC S9(7)V99 COMP-3.
          05 FILLER PIC X(18).
      * UNPRICED CLAIMS CARRY THE FULL PATIENT RECORD AND A REASON
      * CODE, LIKE HLTV407'S REJECTS, FOR MANUAL PRICING: NO FEE
      * SCHEDULE RATE, NO BILLING PROVIDER TO REMIT TO, OR THE
      * ACCUMULATOR COULD NOT BE UPDATED.
       FD PRICE-EXCEPT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 220 CHARACTERS.
       01 PRICE-EXCEPT-RECORD.
          05 PX-PATIENT-IMAGE PIC X(200).
          05 PX-REASON-CODE PIC X(3).
             88 PX-NO-FEE-SCHEDULE VALUE 'NFS'.
             88 PX-NO-PROVIDER VALUE 'PRV'.
             88 PX-ACCUM-FAILED VALUE 'ACC'.
          05 FILLER PIC X(17).
       FD PAY-REGISTER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01 PAY-REGISTER-LINE PIC X(132).
      * PRICED CLAIMS, SORTED TO PROVIDER AND CLAIM ORDER FOR THE
      * REMITTANCE.
       SD SORT-PRICED-FILE.
       01 SORT-PRICED-RECORD.
          05 SP-PROVIDER-ID PIC X(10).
          05 SP-CLAIM-KEY PIC X(10).
          05 SP-PATIENT-ID PIC X(12).
          05 SP-MRN PIC 9(10).
          05 SP-DOS PIC 9(8).
          05 SP-SERVICE-CODE PIC X(5).
          05 SP-CHARGE PIC S9(7)V99 COMP-3.
          05 SP-ALLOWED PIC S9(7)V99 COMP-3.
          05 SP-CONTRACT-ADJ PIC S9(7)V99 COMP-3.
          05 SP-DEDUCTIBLE PIC S9(7)V99 COMP-3.
          05 SP-COINSURANCE PIC S9(7)V99 COMP-3.
          05 SP-PATIENT-RESP PIC S9(7)V99 COMP-3.
          05 SP-PLAN-PAID PIC S9(7)V99 COMP-3.
          05 FILLER PIC X(10).
       FD PRICED-WORK-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
       01 PRICED-WORK-RECORD.
          05 PW-PROVIDER-ID PIC X(10).
          05 PW-CLAIM-KEY PIC X(10).
          05 PW-PATIENT-ID PIC X(12).
          05 PW-MRN PIC 9(10).
          05 PW-DOS PIC 9(8).
          05 PW-SERVICE-CODE PIC X(5).
          05 PW-CHARGE PIC S9(7)V99 COMP-3.
          05 PW-ALLOWED PIC S9(7)V99 COMP-3.
          05 PW-CONTRACT-ADJ PIC S9(7)V99 COMP-3.
          05 PW-DEDUCTIBLE PIC S9(7)V99 COMP-3.
          05 PW-COINSURANCE PIC S9(7)V99 COMP-3.
          05 PW-PATIENT-RESP PIC S9(7)V99 COMP-3.
          05 PW-PLAN-PAID PIC S9(7)V99 COMP-3.
          05 FILLER PIC X(10).
      * ONE RECORD PER PROVIDER, IN THE SAME ORDER AS THE PRICED
      * WORK FILE, SO EACH REMITTANCE CAN OPEN WITH ITS PAYMENT.
       FD PROVIDER-TOTAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 40 CHARACTERS.
       01 PROVIDER-TOTAL-RECORD.
          05 PT-PROVIDER-ID PIC X(10).
          05 PT-CLAIM-COUNT PIC 9(7).
          05 PT-CHARGE-TOTAL PIC S9(11)V99 COMP-3.
          05 PT-PAID-TOTAL PIC S9(11)V99 COMP-3.
          05 FILLER PIC X(9).
      * PROVIDER REMITTANCE IN 835 SEGMENT ORDER, ONE SEGMENT PER
      * RECORD: ST, BPR (PAYMENT), TRN (TRACE), N1 (PAYEE), THEN
      * FOR EACH CLAIM CLP, SVC AND ITS CAS ADJUSTMENTS, AND SE.
      * CAS GROUP/REASON CODES: CO-45 CHARGE OVER FEE SCHEDULE,
      * PR-1 DEDUCTIBLE, PR-2 COINSURANCE.
       FD REMIT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
       01 REMIT-RECORD.
          05 RM-SEGMENT-ID PIC X(3).
             88 RM-ST VALUE 'ST '.
             88 RM-BPR VALUE 'BPR'.
             88 RM-TRN VALUE 'TRN'.
             88 RM-N1 VALUE 'N1 '.
             88 RM-CLP VALUE 'CLP'.
             88 RM-SVC VALUE 'SVC'.
             88 RM-CAS VALUE 'CAS'.
             88 RM-SE VALUE 'SE '.
          05 RM-SEGMENT-DATA PIC X(97).
          05 RM-ST-DATA REDEFINES RM-SEGMENT-DATA.
             10 RM-ST-TRANS-SET PIC X(3).
             10 RM-ST-CONTROL-NO PIC 9(9).
             10 FILLER PIC X(85).
          05 RM-BPR-DATA REDEFINES RM-SEGMENT-DATA.
             10 RM-BPR-HANDLING PIC X(1).
             10 RM-BPR-AMOUNT PIC S9(9)V99.
             10 RM-BPR-CREDIT-DEBIT PIC X(1).
             10 RM-BPR-METHOD PIC X(3).
             10 RM-BPR-PAY-DATE PIC 9(8).
             10 FILLER PIC X(73).
          05 RM-TRN-DATA REDEFINES RM-SEGMENT-DATA.
             10 RM-TRN-TYPE PIC X(1).
             10 RM-TRN-TRACE.
                15 RM-TRN-DATE PIC 9(8).
                15 RM-TRN-SEQ PIC 9(9).
             10 RM-TRN-PAYER-ID PIC X(10).
             10 FILLER PIC X(69).
          05 RM-N1-DATA REDEFINES RM-SEGMENT-DATA.
             10 RM-N1-ENTITY PIC X(2).
             10 RM-N1-ID-QUAL PIC X(2).
             10 RM-N1-PROVIDER-ID PIC X(10).
             10 FILLER PIC X(83).
          05 RM-CLP-DATA REDEFINES RM-SEGMENT-DATA.
             10 RM-CLP-CLAIM-KEY PIC X(10).
             10 RM-CLP-STATUS PIC X(2).
             10 RM-CLP-CHARGE PIC S9(7)V99.
             10 RM-CLP-PAID PIC S9(7)V99.
             10 RM-CLP-PATIENT-RESP PIC S9(7)V99.
             10 RM-CLP-PATIENT-ID PIC X(12).
             10 RM-CLP-MRN PIC 9(10).
             10 FILLER PIC X(36).
          05 RM-SVC-DATA REDEFINES RM-SEGMENT-DATA.
             10 RM-SVC-QUAL PIC X(2).
             10 RM-SVC-CODE PIC X(5).
             10 RM-SVC-CHARGE PIC S9(7)V99.
             10 RM-SVC-PAID PIC S9(7)V99.
             10 RM-SVC-UNITS PIC 9(3).
             10 RM-SVC-DOS PIC 9(8).
             10 FILLER PIC X(61).
          05 RM-CAS-DATA REDEFINES RM-SEGMENT-DATA.
             10 RM-CAS-GROUP PIC X(2).
             10 RM-CAS-REASON PIC X(3).
             10 RM-CAS-AMOUNT PIC S9(7)V99.
             10 FILLER PIC X(83).
          05 RM-SE-DATA REDEFINES RM-SEGMENT-DATA.
             10 RM-SE-SEGMENT-COUNT PIC 9(7).
             10 RM-SE-CONTROL-NO PIC 9(9).
             10 RM-SE-CLAIM-COUNT PIC 9(7).
             10 FILLER PIC X(74).
      *
       WORKING-STORAGE SECTION.
      *--- PROGRAM CONSTANTS ---
       01 WS-CONSTANTS.
           05 WS-PROGRAM-NAME      PIC X(8) VALUE 'CLMPRICE'.
           05 WS-PROGRAM-VERSION   PIC X(6) VALUE '01.00'.
           05 WS-PAYER-ID          PIC X(10) VALUE 'QBHLTHPLAN'.
      *
      *--- FILE STATUS VARIABLES ---
       01 WS-FILE-STATUS-VARS.
           05 WS-ACPT-STATUS     PIC XX VALUE SPACES.
           05 WS-FEES-STATUS     PIC XX VALUE SPACES.
           05 WS-ACCU-STATUS     PIC XX VALUE SPACES.
           05 WS-PEXC-STATUS     PIC XX VALUE SPACES.
           05 WS-PREG-STATUS     PIC XX VALUE SPACES.
           05 WS-PWRK-STATUS     PIC XX VALUE SPACES.
           05 WS-PTOT-STATUS     PIC XX VALUE SPACES.
           05 WS-REMT-STATUS     PIC XX VALUE SPACES.
      *
      *--- CLAIM PRICING WORK AREAS ---
       01 WS-PRICING-WORK.
           05 WS-ALLOWED         PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-CONTRACT-ADJ    PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-DEDUCT-ROOM     PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-DEDUCT-APPLIED  PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-AFTER-DEDUCT    PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-COINSURANCE     PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-PATIENT-RESP    PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-PLAN-PAID       PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-OOP-MAX         PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-OOP-ROOM        PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-OOP-EXCESS      PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-DED-BEFORE      PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-OOP-BEFORE      PIC S9(7)V99 COMP-3 VALUE 0.
           05 WS-RATE-FOUND-FLAG PIC 9 VALUE 0.
              88 WS-RATE-FOUND   VALUE 1.
           05 WS-ACCUM-NEW-FLAG  PIC 9 VALUE 0.
              88 WS-ACCUM-NEW    VALUE 1.
           05 WS-ACCUM-SAVED-FLAG PIC 9 VALUE 0.
              88 WS-ACCUM-SAVED  VALUE 1.
       01 WS-PROCESSING-DATE    PIC 9(8) VALUE 0.
       01 WS-ACPT-EOF-FLAG      PIC X(1) VALUE 'N'.
           88 WS-ACPT-EOF       VALUE 'Y'.
       01 WS-SORT-EOF-FLAG      PIC X(1) VALUE 'N'.
           88 WS-SORT-EOF       VALUE 'Y'.
       01 WS-PWRK-EOF-FLAG      PIC X(1) VALUE 'N'.
           88 WS-PWRK-EOF       VALUE 'Y'.
      *
      *--- PROVIDER CONTROL BREAK AND REMITTANCE CONTROL ---
       01 WS-REMIT-WORK.
           05 WS-CURR-PROVIDER   PIC X(10) VALUE SPACES.
           05 WS-PROV-CLAIMS     PIC 9(7) VALUE 0.
           05 WS-PROV-CHARGES    PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-PROV-PAID       PIC S9(11)V99 COMP-3 VALUE 0.
           05 WS-ST-CONTROL-NO   PIC 9(9) VALUE 0.
           05 WS-SEGMENT-COUNT   PIC 9(7) VALUE 0.
           05 WS-REMIT-PAID      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-REMITS-WRITTEN  PIC 9(7) VALUE 0.
           05 WS-SEQUENCE-ERRORS PIC 9(7) VALUE 0.
      *
      *--- RUN TOTALS FOR THE PAYMENT REGISTER ---
       01 WS-RUN-TOTALS.
           05 WS-CLAIMS-READ     PIC 9(9) VALUE 0.
           05 WS-CLAIMS-PRICED   PIC 9(9) VALUE 0.
           05 WS-CLAIMS-UNPRICED PIC 9(9) VALUE 0.
           05 WS-CLAIMS-OOP-STOP PIC 9(9) VALUE 0.
           05 WS-ACCUMS-OPENED   PIC 9(9) VALUE 0.
           05 WS-ACCUM-FAILURES  PIC 9(9) VALUE 0.
           05 WS-TOT-CHARGE      PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOT-ALLOWED     PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOT-CONTRACT    PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOT-DEDUCTIBLE  PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOT-COINSURANCE PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOT-PATIENT     PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOT-PLAN-PAID   PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-TOT-OOP-STOP    PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-ACC-DED-MOVED   PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-ACC-OOP-MOVED   PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-BALANCE-FLAG    PIC 9 VALUE 0.
              88 WS-IN-BALANCE   VALUE 0.
              88 WS-OUT-OF-BALANCE VALUE 1.
      *
      *--- PAYMENT REGISTER LINES ---
       01 WS-REG-HEADER.
           05 FILLER             PIC X(23)
                                 VALUE 'CLAIM PAYMENT REGISTER '.
           05 FILLER             PIC X(11) VALUE ' RUN DATE: '.
           05 WS-RH-DATE         PIC 9(8).
           05 FILLER             PIC X(90) VALUE SPACES.
       01 WS-REG-COLUMNS.
           05 FILLER             PIC X(49)
              VALUE 'CLAIM      PATIENT ID   PROVIDER   SVC   DOS'.
           05 FILLER             PIC X(11) VALUE '    BILLED '.
           05 FILLER             PIC X(12) VALUE '    ALLOWED '.
           05 FILLER             PIC X(12) VALUE '  CONTR ADJ '.
           05 FILLER             PIC X(12) VALUE ' DEDUCTIBLE '.
           05 FILLER             PIC X(12) VALUE ' COINSURANCE'.
           05 FILLER             PIC X(12) VALUE ' PATIENT RSP'.
           05 FILLER             PIC X(12) VALUE '   PLAN PAID'.
       01 WS-REG-DETAIL.
           05 WS-RD-CLAIM-KEY    PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-RD-PATIENT-ID   PIC X(12).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-RD-PROVIDER-ID  PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-RD-SERVICE-CODE PIC X(5).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-RD-DOS          PIC 9(8).
           05 WS-RD-CHARGE       PIC Z(6)9,99-.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-RD-ALLOWED      PIC Z(6)9,99-.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-RD-CONTRACT     PIC Z(6)9,99-.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-RD-DEDUCTIBLE   PIC Z(6)9,99-.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-RD-COINSURANCE  PIC Z(6)9,99-.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-RD-PATIENT-RESP PIC Z(6)9,99-.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-RD-PLAN-PAID    PIC Z(6)9,99-.
       01 WS-REG-COUNT-LINE.
           05 WS-RC-LABEL        PIC X(40).
           05 WS-RC-COUNT        PIC ZZZ.ZZZ.ZZ9.
           05 FILLER             PIC X(81) VALUE SPACES.
       01 WS-REG-AMOUNT-LINE.
           05 WS-RA-LABEL        PIC X(40).
           05 WS-RA-AMOUNT       PIC Z(10)9,99-.
           05 FILLER             PIC X(77) VALUE SPACES.
       01 WS-REG-BALANCE-LINE.
           05 FILLER             PIC X(22)
                                 VALUE 'ACCUMULATOR TIE-OUT: '.
           05 WS-RB-RESULT       PIC X(14).
           05 FILLER             PIC X(96) VALUE SPACES.
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
           SORT SORT-PRICED-FILE
               ON ASCENDING KEY SP-PROVIDER-ID SP-CLAIM-KEY
               INPUT PROCEDURE IS 2000-PRICE-CLAIMS
               OUTPUT PROCEDURE IS 4000-SPLIT-BY-PROVIDER
           PERFORM 5000-WRITE-REMITTANCE
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
           ACCEPT WS-PROCESSING-DATE FROM DATE YYYYMMDD.
      *
       1200-OPEN-FILES.
           OPEN INPUT ACCEPTED-FILE
           IF WS-ACPT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCEPTED-FILE: ' WS-ACPT-STATUS
               SET ERROR-OCCURRED TO TRUE
               PERFORM 9999-ABORT-PROGRAM
           END-IF.
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEES-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING FEE-SCHEDULE-FILE: '
                   WS-FEES-STATUS
               SET ERROR-OCCURRED TO TRUE
               PERFORM 9999-ABORT-PROGRAM
           END-IF.
           OPEN I-O ACCUM-FILE
           IF WS-ACCU-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING ACCUM-FILE: ' WS-ACCU-STATUS
               SET ERROR-OCCURRED TO TRUE
               PERFORM 9999-ABORT-PROGRAM
           END-IF.
           OPEN OUTPUT PRICE-EXCEPT-FILE
           IF WS-PEXC-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PRICE-EXCEPT-FILE: '
                   WS-PEXC-STATUS
               SET ERROR-OCCURRED TO TRUE
               PERFORM 9999-ABORT-PROGRAM
           END-IF.
           OPEN OUTPUT PAY-REGISTER-FILE
           IF WS-PREG-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING PAY-REGISTER-FILE: '
                   WS-PREG-STATUS
               SET ERROR-OCCURRED TO TRUE
               PERFORM 9999-ABORT-PROGRAM
           END-IF.
           MOVE WS-PROCESSING-DATE TO WS-RH-DATE
           WRITE PAY-REGISTER-LINE FROM WS-REG-HEADER
           MOVE SPACES TO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE FROM WS-REG-COLUMNS.
      *
      *===============================================================
      * CLAIM PRICING (SORT INPUT PROCEDURE)
      * CLAIMS ARE PRICED IN ACCEPTED ORDER SO EACH PATIENT'S
      * ACCUMULATORS MOVE IN THE ORDER HLTV407 SAW THE CLAIMS.
      *===============================================================
       2000-PRICE-CLAIMS.
           PERFORM 2100-READ-ACCEPTED
           PERFORM UNTIL WS-ACPT-EOF
               PERFORM 2200-PRICE-ONE-CLAIM
               PERFORM 2100-READ-ACCEPTED
           END-PERFORM.
      *
       2100-READ-ACCEPTED.
           READ ACCEPTED-FILE
               AT END
                   SET WS-ACPT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   ADD 1 TO WS-CLAIMS-READ
           END-READ.
      *
       2200-PRICE-ONE-CLAIM.
           MOVE SPACES TO PX-REASON-CODE
           IF AP-PROVIDER-ID = SPACES
               SET PX-NO-PROVIDER TO TRUE
               PERFORM 2800-WRITE-PRICE-EXCEPTION
           ELSE
               PERFORM 2210-PRICE-FOR-PROVIDER
           END-IF.
      *
       2210-PRICE-FOR-PROVIDER.
           PERFORM 2300-GET-ALLOWED-AMOUNT
           IF NOT WS-RATE-FOUND
               SET PX-NO-FEE-SCHEDULE TO TRUE
               PERFORM 2800-WRITE-PRICE-EXCEPTION
           ELSE
               PERFORM 2400-READ-ACCUMULATOR
               PERFORM 2500-APPLY-COST-SHARE
               PERFORM 2600-UPDATE-ACCUMULATOR
               IF WS-ACCUM-SAVED
                   PERFORM 2700-RECORD-PRICED-CLAIM
               ELSE
                   SET PX-ACCUM-FAILED TO TRUE
                   PERFORM 2800-WRITE-PRICE-EXCEPTION
               END-IF
           END-IF.
      *
      * THE PROVIDER'S OWN RATE FOR THE SERVICE, ELSE THE STANDARD
      * RATE. THE PLAN NEVER ALLOWS MORE THAN WAS BILLED.
       2300-GET-ALLOWED-AMOUNT.
           MOVE 0 TO WS-RATE-FOUND-FLAG
           MOVE AP-SERVICE-CODE TO FS-SERVICE-CODE
           MOVE AP-PROVIDER-ID TO FS-PROVIDER-ID
           READ FEE-SCHEDULE-FILE
               INVALID KEY
                   MOVE AP-SERVICE-CODE TO FS-SERVICE-CODE
                   MOVE SPACES TO FS-PROVIDER-ID
                   READ FEE-SCHEDULE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET WS-RATE-FOUND TO TRUE
                   END-READ
               NOT INVALID KEY
                   SET WS-RATE-FOUND TO TRUE
           END-READ
           IF WS-RATE-FOUND
               IF FS-ALLOWED-AMOUNT < AP-CHARGE
                   MOVE FS-ALLOWED-AMOUNT TO WS-ALLOWED
               ELSE
                   MOVE AP-CHARGE TO WS-ALLOWED
               END-IF
               COMPUTE WS-CONTRACT-ADJ = AP-CHARGE - WS-ALLOWED
           END-IF.
      *
       2400-READ-ACCUMULATOR.
           MOVE 0 TO WS-ACCUM-NEW-FLAG
           MOVE AP-PATIENT-ID TO AC-PATIENT-ID
           MOVE AP-PLAN-YEAR TO AC-PLAN-YEAR
           READ ACCUM-FILE
               INVALID KEY
                   SET WS-ACCUM-NEW TO TRUE
                   MOVE AP-PATIENT-ID TO AC-PATIENT-ID
                   MOVE AP-PLAN-YEAR TO AC-PLAN-YEAR
                   MOVE 0 TO AC-CHARGES-APPLIED
                   MOVE 0 TO AC-DEDUCTIBLE-MET
                   MOVE 0 TO AC-OOP-POSITION
           END-READ.
      *
      * DEDUCTIBLE FIRST, THEN COINSURANCE ON WHAT REMAINS OF THE
      * ALLOWED AMOUNT. ONCE THE MEMBER'S OUT-OF-POCKET POSITION
      * REACHES THE PLAN-YEAR MAXIMUM THE PLAN PAYS IN FULL: THE
      * EXCESS COMES OFF THE COINSURANCE FIRST, THEN THE DEDUCTIBLE.
       2500-APPLY-COST-SHARE.
           COMPUTE WS-DEDUCT-ROOM =
               AP-DEDUCTIBLE - AC-DEDUCTIBLE-MET
           IF WS-DEDUCT-ROOM < 0
               MOVE 0 TO WS-DEDUCT-ROOM
           END-IF
           IF WS-ALLOWED < WS-DEDUCT-ROOM
               MOVE WS-ALLOWED TO WS-DEDUCT-APPLIED
           ELSE
               MOVE WS-DEDUCT-ROOM TO WS-DEDUCT-APPLIED
           END-IF
           COMPUTE WS-AFTER-DEDUCT = WS-ALLOWED - WS-DEDUCT-APPLIED
           COMPUTE WS-COINSURANCE ROUNDED =
               WS-AFTER-DEDUCT * AP-COINSURANCE-PCT / 100
           COMPUTE WS-PATIENT-RESP =
               WS-DEDUCT-APPLIED + WS-COINSURANCE
           MOVE AP-OOP-MAX TO WS-OOP-MAX
           IF WS-OOP-MAX > 0
               COMPUTE WS-OOP-ROOM = WS-OOP-MAX - AC-OOP-POSITION
               IF WS-OOP-ROOM < 0
                   MOVE 0 TO WS-OOP-ROOM
               END-IF
               IF WS-PATIENT-RESP > WS-OOP-ROOM
                   COMPUTE WS-OOP-EXCESS =
                       WS-PATIENT-RESP - WS-OOP-ROOM
                   ADD 1 TO WS-CLAIMS-OOP-STOP
                   ADD WS-OOP-EXCESS TO WS-TOT-OOP-STOP
                   IF WS-OOP-EXCESS > WS-COINSURANCE
                       SUBTRACT WS-COINSURANCE FROM WS-OOP-EXCESS
                       MOVE 0 TO WS-COINSURANCE
                       SUBTRACT WS-OOP-EXCESS FROM WS-DEDUCT-APPLIED
                   ELSE
                       SUBTRACT WS-OOP-EXCESS FROM WS-COINSURANCE
                   END-IF
                   MOVE WS-OOP-ROOM TO WS-PATIENT-RESP
               END-IF
           END-IF
           COMPUTE WS-PLAN-PAID = WS-ALLOWED - WS-PATIENT-RESP.
      *
      * THE MEMBER'S SHARE MOVES THE ACCUMULATORS. THE MOVEMENT IS
      * TAKEN FROM THE RECORD ITSELF, BEFORE AND AFTER, SO THE
      * REGISTER TIE-OUT PROVES WHAT WAS ACTUALLY STORED.
       2600-UPDATE-ACCUMULATOR.
           MOVE 0 TO WS-ACCUM-SAVED-FLAG
           MOVE AC-DEDUCTIBLE-MET TO WS-DED-BEFORE
           MOVE AC-OOP-POSITION TO WS-OOP-BEFORE
           ADD WS-DEDUCT-APPLIED TO AC-DEDUCTIBLE-MET
           ADD WS-PATIENT-RESP TO AC-OOP-POSITION
           IF WS-ACCUM-NEW
               WRITE ACCUM-RECORD
                   INVALID KEY
                       DISPLAY 'ACCUMULATOR WRITE FAILED: ' AC-KEY
                   NOT INVALID KEY
                       SET WS-ACCUM-SAVED TO TRUE
                       ADD 1 TO WS-ACCUMS-OPENED
               END-WRITE
           ELSE
               REWRITE ACCUM-RECORD
                   INVALID KEY
                       DISPLAY 'ACCUMULATOR REWRITE FAILED: ' AC-KEY
                   NOT INVALID KEY
                       SET WS-ACCUM-SAVED TO TRUE
               END-REWRITE
           END-IF
           IF WS-ACCUM-SAVED
               COMPUTE WS-ACC-DED-MOVED = WS-ACC-DED-MOVED
                   + AC-DEDUCTIBLE-MET - WS-DED-BEFORE
               COMPUTE WS-ACC-OOP-MOVED = WS-ACC-OOP-MOVED
                   + AC-OOP-POSITION - WS-OOP-BEFORE
           ELSE
               ADD 1 TO WS-ACCUM-FAILURES
           END-IF.
      *
       2700-RECORD-PRICED-CLAIM.
           ADD 1 TO WS-CLAIMS-PRICED
           ADD AP-CHARGE TO WS-TOT-CHARGE
           ADD WS-ALLOWED TO WS-TOT-ALLOWED
           ADD WS-CONTRACT-ADJ TO WS-TOT-CONTRACT
           ADD WS-DEDUCT-APPLIED TO WS-TOT-DEDUCTIBLE
           ADD WS-COINSURANCE TO WS-TOT-COINSURANCE
           ADD WS-PATIENT-RESP TO WS-TOT-PATIENT
           ADD WS-PLAN-PAID TO WS-TOT-PLAN-PAID
           MOVE AP-CLAIM-KEY TO WS-RD-CLAIM-KEY
           MOVE AP-PATIENT-ID TO WS-RD-PATIENT-ID
           MOVE AP-PROVIDER-ID TO WS-RD-PROVIDER-ID
           MOVE AP-SERVICE-CODE TO WS-RD-SERVICE-CODE
           MOVE AP-DOS TO WS-RD-DOS
           MOVE AP-CHARGE TO WS-RD-CHARGE
           MOVE WS-ALLOWED TO WS-RD-ALLOWED
           MOVE WS-CONTRACT-ADJ TO WS-RD-CONTRACT
           MOVE WS-DEDUCT-APPLIED TO WS-RD-DEDUCTIBLE
           MOVE WS-COINSURANCE TO WS-RD-COINSURANCE
           MOVE WS-PATIENT-RESP TO WS-RD-PATIENT-RESP
           MOVE WS-PLAN-PAID TO WS-RD-PLAN-PAID
           WRITE PAY-REGISTER-LINE FROM WS-REG-DETAIL
           MOVE SPACES TO SORT-PRICED-RECORD
           MOVE AP-PROVIDER-ID TO SP-PROVIDER-ID
           MOVE AP-CLAIM-KEY TO SP-CLAIM-KEY
           MOVE AP-PATIENT-ID TO SP-PATIENT-ID
           MOVE AP-MRN TO SP-MRN
           MOVE AP-DOS TO SP-DOS
           MOVE AP-SERVICE-CODE TO SP-SERVICE-CODE
           MOVE AP-CHARGE TO SP-CHARGE
           MOVE WS-ALLOWED TO SP-ALLOWED
           MOVE WS-CONTRACT-ADJ TO SP-CONTRACT-ADJ
           MOVE WS-DEDUCT-APPLIED TO SP-DEDUCTIBLE
           MOVE WS-COINSURANCE TO SP-COINSURANCE
           MOVE WS-PATIENT-RESP TO SP-PATIENT-RESP
           MOVE WS-PLAN-PAID TO SP-PLAN-PAID
           RELEASE SORT-PRICED-RECORD.
      *
       2800-WRITE-PRICE-EXCEPTION.
           ADD 1 TO WS-CLAIMS-UNPRICED
           ADD 1 TO WS-ERROR-COUNT
           MOVE AP-PATIENT-IMAGE TO PX-PATIENT-IMAGE
           WRITE PRICE-EXCEPT-RECORD.
      *
      *===============================================================
      * PROVIDER SPLIT (SORT OUTPUT PROCEDURE)
      * COPIES THE SORTED CLAIMS TO THE PRICED WORK FILE AND WRITES
      * ONE TOTAL RECORD AT EACH CHANGE OF PROVIDER.
      *===============================================================
       4000-SPLIT-BY-PROVIDER.
           OPEN OUTPUT PRICED-WORK-FILE
           OPEN OUTPUT PROVIDER-TOTAL-FILE
           MOVE SPACES TO WS-CURR-PROVIDER
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-PRICED-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM 4100-SPLIT-ONE-CLAIM
               END-RETURN
           END-PERFORM
           IF WS-PROV-CLAIMS > 0
               PERFORM 4200-WRITE-PROVIDER-TOTAL
           END-IF
           CLOSE PRICED-WORK-FILE
           CLOSE PROVIDER-TOTAL-FILE.
      *
       4100-SPLIT-ONE-CLAIM.
           IF SP-PROVIDER-ID NOT = WS-CURR-PROVIDER
               IF WS-PROV-CLAIMS > 0
                   PERFORM 4200-WRITE-PROVIDER-TOTAL
               END-IF
               MOVE SP-PROVIDER-ID TO WS-CURR-PROVIDER
               MOVE 0 TO WS-PROV-CLAIMS
               MOVE 0 TO WS-PROV-CHARGES
               MOVE 0 TO WS-PROV-PAID
           END-IF
           ADD 1 TO WS-PROV-CLAIMS
           ADD SP-CHARGE TO WS-PROV-CHARGES
           ADD SP-PLAN-PAID TO WS-PROV-PAID
           WRITE PRICED-WORK-RECORD FROM SORT-PRICED-RECORD.
      *
       4200-WRITE-PROVIDER-TOTAL.
           MOVE SPACES TO PROVIDER-TOTAL-RECORD
           MOVE WS-CURR-PROVIDER TO PT-PROVIDER-ID
           MOVE WS-PROV-CLAIMS TO PT-CLAIM-COUNT
           MOVE WS-PROV-CHARGES TO PT-CHARGE-TOTAL
           MOVE WS-PROV-PAID TO PT-PAID-TOTAL
           WRITE PROVIDER-TOTAL-RECORD.
      *
      *===============================================================
      * 835 REMITTANCE
      * THE PRICED WORK FILE AND THE PROVIDER TOTALS ARE READ IN
      * STEP: EACH PROVIDER'S TOTAL RECORD OPENS ITS TRANSACTION
      * WITH THE PAYMENT AMOUNT, FOLLOWED BY ITS CLAIMS.
      *===============================================================
       5000-WRITE-REMITTANCE.
           OPEN INPUT PRICED-WORK-FILE
           OPEN INPUT PROVIDER-TOTAL-FILE
           OPEN OUTPUT REMIT-FILE
           IF WS-REMT-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING REMIT-FILE: ' WS-REMT-STATUS
               SET ERROR-OCCURRED TO TRUE
               PERFORM 9999-ABORT-PROGRAM
           END-IF
           MOVE SPACES TO WS-CURR-PROVIDER
           MOVE 'N' TO WS-PWRK-EOF-FLAG
           PERFORM UNTIL WS-PWRK-EOF
               READ PRICED-WORK-FILE
                   AT END
                       SET WS-PWRK-EOF TO TRUE
                   NOT AT END
                       IF PW-PROVIDER-ID NOT = WS-CURR-PROVIDER
                           IF WS-CURR-PROVIDER NOT = SPACES
                               PERFORM 5400-END-PROVIDER
                           END-IF
                           PERFORM 5100-START-PROVIDER
                       END-IF
                       PERFORM 5200-WRITE-CLAIM-SEGMENTS
               END-READ
           END-PERFORM
           IF WS-CURR-PROVIDER NOT = SPACES
               PERFORM 5400-END-PROVIDER
           END-IF
           CLOSE PRICED-WORK-FILE
           CLOSE PROVIDER-TOTAL-FILE
           CLOSE REMIT-FILE.
      *
       5100-START-PROVIDER.
           MOVE PW-PROVIDER-ID TO WS-CURR-PROVIDER
           MOVE 0 TO WS-PROV-CLAIMS
           MOVE 0 TO WS-SEGMENT-COUNT
           ADD 1 TO WS-ST-CONTROL-NO
           READ PROVIDER-TOTAL-FILE
               AT END
                   MOVE SPACES TO PROVIDER-TOTAL-RECORD
                   MOVE 0 TO PT-PAID-TOTAL
           END-READ
           IF PT-PROVIDER-ID NOT = PW-PROVIDER-ID
               DISPLAY 'PROVIDER TOTAL OUT OF STEP FOR: '
                   PW-PROVIDER-ID
               ADD 1 TO WS-SEQUENCE-ERRORS
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           MOVE SPACES TO REMIT-RECORD
           SET RM-ST TO TRUE
           MOVE '835' TO RM-ST-TRANS-SET
           MOVE WS-ST-CONTROL-NO TO RM-ST-CONTROL-NO
           PERFORM 5900-WRITE-SEGMENT
           MOVE SPACES TO REMIT-RECORD
           SET RM-BPR TO TRUE
           MOVE 'I' TO RM-BPR-HANDLING
           MOVE PT-PAID-TOTAL TO RM-BPR-AMOUNT
           MOVE 'C' TO RM-BPR-CREDIT-DEBIT
           MOVE 'CHK' TO RM-BPR-METHOD
           MOVE WS-PROCESSING-DATE TO RM-BPR-PAY-DATE
           PERFORM 5900-WRITE-SEGMENT
           ADD PT-PAID-TOTAL TO WS-REMIT-PAID
           MOVE SPACES TO REMIT-RECORD
           SET RM-TRN TO TRUE
           MOVE '1' TO RM-TRN-TYPE
           MOVE WS-PROCESSING-DATE TO RM-TRN-DATE
           MOVE WS-ST-CONTROL-NO TO RM-TRN-SEQ
           MOVE WS-PAYER-ID TO RM-TRN-PAYER-ID
           PERFORM 5900-WRITE-SEGMENT
           MOVE SPACES TO REMIT-RECORD
           SET RM-N1 TO TRUE
           MOVE 'PE' TO RM-N1-ENTITY
           MOVE 'XX' TO RM-N1-ID-QUAL
           MOVE PW-PROVIDER-ID TO RM-N1-PROVIDER-ID
           PERFORM 5900-WRITE-SEGMENT.
      *
       5200-WRITE-CLAIM-SEGMENTS.
           ADD 1 TO WS-PROV-CLAIMS
           MOVE SPACES TO REMIT-RECORD
           SET RM-CLP TO TRUE
           MOVE PW-CLAIM-KEY TO RM-CLP-CLAIM-KEY
           MOVE '1' TO RM-CLP-STATUS
           MOVE PW-CHARGE TO RM-CLP-CHARGE
           MOVE PW-PLAN-PAID TO RM-CLP-PAID
           MOVE PW-PATIENT-RESP TO RM-CLP-PATIENT-RESP
           MOVE PW-PATIENT-ID TO RM-CLP-PATIENT-ID
           MOVE PW-MRN TO RM-CLP-MRN
           PERFORM 5900-WRITE-SEGMENT
           MOVE SPACES TO REMIT-RECORD
           SET RM-SVC TO TRUE
           MOVE 'HC' TO RM-SVC-QUAL
           MOVE PW-SERVICE-CODE TO RM-SVC-CODE
           MOVE PW-CHARGE TO RM-SVC-CHARGE
           MOVE PW-PLAN-PAID TO RM-SVC-PAID
           MOVE 1 TO RM-SVC-UNITS
           MOVE PW-DOS TO RM-SVC-DOS
           PERFORM 5900-WRITE-SEGMENT
           IF PW-CONTRACT-ADJ NOT = 0
               MOVE SPACES TO REMIT-RECORD
               SET RM-CAS TO TRUE
               MOVE 'CO' TO RM-CAS-GROUP
               MOVE '45' TO RM-CAS-REASON
               MOVE PW-CONTRACT-ADJ TO RM-CAS-AMOUNT
               PERFORM 5900-WRITE-SEGMENT
           END-IF
           IF PW-DEDUCTIBLE NOT = 0
               MOVE SPACES TO REMIT-RECORD
               SET RM-CAS TO TRUE
               MOVE 'PR' TO RM-CAS-GROUP
               MOVE '1' TO RM-CAS-REASON
               MOVE PW-DEDUCTIBLE TO RM-CAS-AMOUNT
               PERFORM 5900-WRITE-SEGMENT
           END-IF
           IF PW-COINSURANCE NOT = 0
               MOVE SPACES TO REMIT-RECORD
               SET RM-CAS TO TRUE
               MOVE 'PR' TO RM-CAS-GROUP
               MOVE '2' TO RM-CAS-REASON
               MOVE PW-COINSURANCE TO RM-CAS-AMOUNT
               PERFORM 5900-WRITE-SEGMENT
           END-IF.
      *
      * THE SE COUNT INCLUDES THE ST AND SE SEGMENTS THEMSELVES.
       5400-END-PROVIDER.
           MOVE SPACES TO REMIT-RECORD
           SET RM-SE TO TRUE
           COMPUTE RM-SE-SEGMENT-COUNT = WS-SEGMENT-COUNT + 1
           MOVE WS-ST-CONTROL-NO TO RM-SE-CONTROL-NO
           MOVE WS-PROV-CLAIMS TO RM-SE-CLAIM-COUNT
           PERFORM 5900-WRITE-SEGMENT
           ADD 1 TO WS-REMITS-WRITTEN.
      *
       5900-WRITE-SEGMENT.
           WRITE REMIT-RECORD
           ADD 1 TO WS-SEGMENT-COUNT
           ADD 1 TO WS-RECORDS-WRITTEN.
      *
      *===============================================================
      * REGISTER TOTALS AND ACCUMULATOR TIE-OUT
      * THE DEDUCTIBLE ON THE REGISTER MUST EQUAL THE DEDUCTIBLE
      * ACCUMULATOR MOVEMENT, AND THE MEMBER RESPONSIBILITY MUST
      * EQUAL THE OUT-OF-POCKET MOVEMENT. THE REMITTANCE PAYMENTS
      * MUST EQUAL THE PLAN-PAID TOTAL.
      *===============================================================
       8000-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE
           MOVE 'CLAIMS ACCEPTED BY HLTV407' TO WS-RC-LABEL
           MOVE WS-CLAIMS-READ TO WS-RC-COUNT
           WRITE PAY-REGISTER-LINE FROM WS-REG-COUNT-LINE
           MOVE 'CLAIMS PRICED' TO WS-RC-LABEL
           MOVE WS-CLAIMS-PRICED TO WS-RC-COUNT
           WRITE PAY-REGISTER-LINE FROM WS-REG-COUNT-LINE
           MOVE 'CLAIMS NOT PRICED (EXCEPTION FILE)' TO WS-RC-LABEL
           MOVE WS-CLAIMS-UNPRICED TO WS-RC-COUNT
           WRITE PAY-REGISTER-LINE FROM WS-REG-COUNT-LINE
           MOVE 'CLAIMS STOPPED AT OUT-OF-POCKET MAX' TO WS-RC-LABEL
           MOVE WS-CLAIMS-OOP-STOP TO WS-RC-COUNT
           WRITE PAY-REGISTER-LINE FROM WS-REG-COUNT-LINE
           MOVE 'PROVIDER REMITTANCES' TO WS-RC-LABEL
           MOVE WS-REMITS-WRITTEN TO WS-RC-COUNT
           WRITE PAY-REGISTER-LINE FROM WS-REG-COUNT-LINE
           MOVE 'BILLED CHARGES' TO WS-RA-LABEL
           MOVE WS-TOT-CHARGE TO WS-RA-AMOUNT
           WRITE PAY-REGISTER-LINE FROM WS-REG-AMOUNT-LINE
           MOVE 'CONTRACTUAL ADJUSTMENT (CO-45)' TO WS-RA-LABEL
           MOVE WS-TOT-CONTRACT TO WS-RA-AMOUNT
           WRITE PAY-REGISTER-LINE FROM WS-REG-AMOUNT-LINE
           MOVE 'ALLOWED AMOUNT' TO WS-RA-LABEL
           MOVE WS-TOT-ALLOWED TO WS-RA-AMOUNT
           WRITE PAY-REGISTER-LINE FROM WS-REG-AMOUNT-LINE
           MOVE 'DEDUCTIBLE (PR-1)' TO WS-RA-LABEL
           MOVE WS-TOT-DEDUCTIBLE TO WS-RA-AMOUNT
           WRITE PAY-REGISTER-LINE FROM WS-REG-AMOUNT-LINE
           MOVE 'COINSURANCE (PR-2)' TO WS-RA-LABEL
           MOVE WS-TOT-COINSURANCE TO WS-RA-AMOUNT
           WRITE PAY-REGISTER-LINE FROM WS-REG-AMOUNT-LINE
           MOVE 'PATIENT RESPONSIBILITY' TO WS-RA-LABEL
           MOVE WS-TOT-PATIENT TO WS-RA-AMOUNT
           WRITE PAY-REGISTER-LINE FROM WS-REG-AMOUNT-LINE
           MOVE 'WAIVED AT OUT-OF-POCKET MAXIMUM' TO WS-RA-LABEL
           MOVE WS-TOT-OOP-STOP TO WS-RA-AMOUNT
           WRITE PAY-REGISTER-LINE FROM WS-REG-AMOUNT-LINE
           MOVE 'PLAN PAID' TO WS-RA-LABEL
           MOVE WS-TOT-PLAN-PAID TO WS-RA-AMOUNT
           WRITE PAY-REGISTER-LINE FROM WS-REG-AMOUNT-LINE
           MOVE 'REMITTANCE PAYMENTS (BPR)' TO WS-RA-LABEL
           MOVE WS-REMIT-PAID TO WS-RA-AMOUNT
           WRITE PAY-REGISTER-LINE FROM WS-REG-AMOUNT-LINE
           MOVE SPACES TO PAY-REGISTER-LINE
           WRITE PAY-REGISTER-LINE
           MOVE 'DEDUCTIBLE ACCUMULATOR MOVEMENT' TO WS-RA-LABEL
           MOVE WS-ACC-DED-MOVED TO WS-RA-AMOUNT
           WRITE PAY-REGISTER-LINE FROM WS-REG-AMOUNT-LINE
           MOVE 'OUT-OF-POCKET ACCUMULATOR MOVEMENT' TO WS-RA-LABEL
           MOVE WS-ACC-OOP-MOVED TO WS-RA-AMOUNT
           WRITE PAY-REGISTER-LINE FROM WS-REG-AMOUNT-LINE
           SET WS-IN-BALANCE TO TRUE
           IF WS-ACC-DED-MOVED NOT = WS-TOT-DEDUCTIBLE
               OR WS-ACC-OOP-MOVED NOT = WS-TOT-PATIENT
               OR WS-REMIT-PAID NOT = WS-TOT-PLAN-PAID
               OR WS-TOT-ALLOWED NOT =
                   WS-TOT-PLAN-PAID + WS-TOT-PATIENT
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF
           IF WS-IN-BALANCE
               MOVE 'IN BALANCE' TO WS-RB-RESULT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-RB-RESULT
               DISPLAY '*** PAYMENT REGISTER DOES NOT TIE TO '
                   'ACCUMULATOR MOVEMENT ***'
           END-IF
           WRITE PAY-REGISTER-LINE FROM WS-REG-BALANCE-LINE.
      *
      *===============================================================
      * TERMINATION
      *===============================================================
       9000-TERMINATION.
           PERFORM 8000-WRITE-REGISTER-TOTALS
           PERFORM 9100-CLOSE-FILES
           PERFORM 9200-DISPLAY-STATISTICS.
      *
       9100-CLOSE-FILES.
           CLOSE ACCEPTED-FILE.
           CLOSE FEE-SCHEDULE-FILE.
           CLOSE ACCUM-FILE.
           CLOSE PRICE-EXCEPT-FILE.
           CLOSE PAY-REGISTER-FILE.
      *
       9200-DISPLAY-STATISTICS.
           DISPLAY '========================================='
           DISPLAY 'PROGRAM STATISTICS'
           DISPLAY '========================================='
           DISPLAY 'RECORDS READ:    ' WS-RECORDS-READ
           DISPLAY 'SEGMENTS WRITTEN: ' WS-RECORDS-WRITTEN
           DISPLAY 'ERRORS:          ' WS-ERROR-COUNT
           DISPLAY 'CLAIMS PRICED:   ' WS-CLAIMS-PRICED
           DISPLAY 'CLAIMS UNPRICED: ' WS-CLAIMS-UNPRICED
           DISPLAY 'ACCUMS OPENED:   ' WS-ACCUMS-OPENED
           DISPLAY 'ACCUM FAILURES:  ' WS-ACCUM-FAILURES
           DISPLAY 'REMITTANCES:     ' WS-REMITS-WRITTEN
           DISPLAY '========================================='.
      *
       9999-ABORT-PROGRAM.
           DISPLAY 'PROGRAM ABORTED DUE TO ERROR'
           PERFORM 9100-CLOSE-FILES
           STOP RUN.
