       IDENTIFICATION DIVISION.
       PROGRAM-ID. IRARMD.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * IRA REQUIRED MINIMUM DISTRIBUTIONS                             *
      * ANNUAL RUN (YEAR-END STEP): EVERY OPEN IRA CUSTOMER WHO HAS    *
      * REACHED RMD AGE BY DECEMBER 31 OF THE RMD YEAR GETS THE YEAR'S *
      * REQUIRED AMOUNT - THE PRIOR YEAR-END BALANCE DIVIDED BY THE    *
      * UNIFORM LIFETIME TABLE DISTRIBUTION PERIOD FOR THAT AGE. THE   *
      * TABLE AND THE RMD START AGE BY BIRTH YEAR ARE HELD ON THE      *
      * CONTROL FILE (RMDCTL). RUN ON THE LAST BUSINESS DAY OF A YEAR  *
      * THE BALANCE IS THE CLOSING BALANCE AND THE RMD YEAR IS THE     *
      * NEXT ONE; A CATCH-UP RUN IN ANY OTHER MONTH CALCULATES FOR     *
      * THE CURRENT YEAR FROM THE BALANCE ON FILE. THE FIRST RMD YEAR  *
      * MAY BE DEFERRED TO APRIL 1 OF THE FOLLOWING YEAR; EVERY LATER  *
      * YEAR IS DUE BY DECEMBER 31.                                    *
      *                                                                *
      * EACH REQUIREMENT IS KEPT ON THE RMD STATUS MASTER (RMDMAST),   *
      * ONE RECORD PER CUSTOMER AND RMD YEAR, AND THE OWNER IS SENT    *
      * THE RMD NOTICE (RMD1) ON THE CONSOLIDATED NOTICE EXTRACT       *
      * (CUSTNOTC) ONCE PER YEAR. CUSTMAST CREDITS EACH IRA            *
      * DISTRIBUTION IT POSTS AGAINST THE REQUIREMENT, AND THE 5498    *
      * EXTRACT (TAXIRA) REPORTS THE NEXT YEAR'S RMD FROM THIS MASTER. *
      * A RERUN RECALCULATES THE REQUIREMENT BUT KEEPS THE AMOUNT      *
      * TAKEN AND DOES NOT SEND THE NOTICE AGAIN.                      *
      *                                                                *
      * SHORTFALL RUN (COMMAND LINE 'SHORTFALL', FOURTH QUARTER):      *
      * LISTS EVERY CURRENT-YEAR RMD NOT YET TAKEN IN FULL AND SENDS   *
      * THE OWNER ONE REMINDER (RMD2) WITH THE AMOUNT STILL DUE.       *
      *                                                                *
      * DECEASED OWNERS (BENEFICIARY RULES APPLY) AND OWNERS WITHOUT A *
      * USABLE DATE OF BIRTH ARE LISTED FOR TAX OPERATIONS AND END THE *
      * STEP WITH RC 4. A MISSING CONTROL FILE OR TABLE ENDS IT RC 8.  *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RMD-CONTROL-FILE ASSIGN TO RMDCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT RMD-STATUS-FILE ASSIGN TO RMDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM-KEY
               FILE STATUS IS WS-RMD-STATUS.
           SELECT OPTIONAL CUST-NOTICE-FILE ASSIGN TO CUSTNOTC
               ORGANIZATION IS SEQUENTIAL.
           SELECT RMD-REPORT-FILE ASSIGN TO RMDRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *----------------------------------------------------------------
      * RMD CONTROL: 'U' RECORDS CARRY THE UNIFORM LIFETIME TABLE,
      * ONE AGE AND DISTRIBUTION PERIOD EACH (THE HIGHEST AGE LOADED
      * APPLIES TO EVERY OLDER OWNER). 'S' RECORDS GIVE THE RMD START
      * AGE FOR OWNERS BORN IN OR BEFORE A YEAR; THE LOWEST BAND THAT
      * COVERS THE BIRTH YEAR APPLIES.
      *----------------------------------------------------------------
       FD  RMD-CONTROL-FILE.
       01  RMD-CONTROL-RECORD.
           05  RC-RECORD-TYPE          PIC X(1).
               88  RC-LIFETIME-ENTRY   VALUE 'U'.
               88  RC-START-AGE-BAND   VALUE 'S'.
           05  RC-LIFETIME-DATA.
               10  RC-U-AGE            PIC 9(3).
               10  RC-U-PERIOD         PIC 9(2)V9.
               10  FILLER              PIC X(73).
           05  RC-START-AGE-DATA REDEFINES RC-LIFETIME-DATA.
               10  RC-S-BORN-THRU      PIC 9(4).
               10  RC-S-START-AGE      PIC 9(3).
               10  FILLER              PIC X(72).

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
               10  FILLER              PIC 9(4).
           05  CUST-ACCT-TYPE          PIC X(1).
               88  IRA-TYPE            VALUE 'R'.
           05  CUST-BALANCE            PIC S9(11)V99 COMP-3.
           05  CUST-CREDIT-LIMIT       PIC S9(9)V99 COMP-3.
           05  CUST-OPEN-DATE          PIC 9(8).
           05  CUST-LAST-ACTIVITY      PIC 9(8).
           05  CUST-STATUS             PIC X(1).
               88  CLOSED              VALUE 'C'.
           05  CUST-MATURITY-DATE      PIC 9(8).
           05  CUST-CREDIT-SCORE       PIC 9(3).
           05  CUST-AML-FLAG           PIC X(1).
           05  CUST-OFFICER-ID         PIC 9(6).
           05  CUST-SEGMENT            PIC X(2).
           05  CUST-KYC-VERIFIED       PIC X(1).
           05  CUST-FRAUD-FLAG         PIC X(1).
           05  CUST-DECEASED-FLAG      PIC X(1).
               88  CUST-DECEASED       VALUE 'Y'.
           05  CUST-BANKRUPT-FLAG      PIC X(1).
           05  CUST-IRA-TAX-YEAR       PIC 9(4).
           05  CUST-IRA-CONTRIB-YTD    PIC S9(7)V99 COMP-3.
           05  CUST-IRA-DIST-YTD       PIC S9(9)V99 COMP-3.
           05  CUST-IRA-WHLD-YTD       PIC S9(7)V99 COMP-3.
           05  FILLER                  PIC X(74).
           05  CUST-IRA2-TAX-YEAR      PIC 9(4).
           05  CUST-IRA2-CONTRIB-YTD   PIC S9(7)V99 COMP-3.
           05  CUST-IRA2-DIST-YTD      PIC S9(9)V99 COMP-3.
           05  CUST-IRA2-WHLD-YTD      PIC S9(7)V99 COMP-3.
           05  FILLER                  PIC X(18).

      *----------------------------------------------------------------
      * RMD STATUS MASTER: ONE RECORD PER CUSTOMER AND RMD YEAR. THE
      * AMOUNT TAKEN AND THE DATE IT WAS MET ARE MAINTAINED BY THE
      * CUSTOMER POSTING RUN (CUSTMAST) AS DISTRIBUTIONS POST.
      *----------------------------------------------------------------
       FD  RMD-STATUS-FILE.
       01  RMD-STATUS-RECORD.
           05  RM-KEY.
               10  RM-CUST-ID          PIC 9(10).
               10  RM-RMD-YEAR         PIC 9(4).
           05  RM-OWNER-AGE            PIC 9(3).
           05  RM-DIST-PERIOD          PIC 9(2)V9.
           05  RM-YE-BALANCE           PIC S9(11)V99 COMP-3.
           05  RM-REQUIRED-AMT         PIC S9(9)V99 COMP-3.
           05  RM-TAKEN-AMT            PIC S9(9)V99 COMP-3.
           05  RM-DEADLINE-DATE        PIC 9(8).
           05  RM-FIRST-YEAR-FLAG      PIC X(1).
               88  RM-FIRST-YEAR       VALUE 'Y'.
           05  RM-CALC-DATE            PIC 9(8).
           05  RM-NOTICE-DATE          PIC 9(8).
           05  RM-LAST-DIST-DATE       PIC 9(8).
           05  RM-SATISFIED-DATE       PIC 9(8).
           05  RM-SHORTFALL-NOTICE-DATE PIC 9(8).
           05  FILLER                  PIC X(23).

       FD  CUST-NOTICE-FILE.
       01  CUST-NOTICE-RECORD.
           05  NO-LETTER-CODE          PIC X(4).
           05  NO-CUST-ID              PIC 9(10).
           05  NO-ACCT-NUMBER          PIC 9(12).
           05  NO-NOTICE-DATE          PIC 9(8).
           05  NO-VAR-DATA             PIC X(80).
           05  FILLER                  PIC X(10).

       FD  RMD-REPORT-FILE.
       01  RMD-REPORT-LINE             PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS               PIC X(2).
           88  WS-CTL-OK               VALUE '00'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
           88  WS-CUST-EOF             VALUE '10'.
       01  WS-RMD-STATUS               PIC X(2).
           88  WS-RMD-OK               VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-CTL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-CTL-EOF              VALUE 'Y'.
       01  WS-RMD-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-RMD-EOF              VALUE 'Y'.
       01  WS-RMD-ON-FILE-FLAG         PIC X(1) VALUE 'N'.
           88  WS-RMD-ON-FILE          VALUE 'Y'.

       01  WS-COMMAND-LINE             PIC X(40).
       01  WS-RUN-MODE                 PIC X(9) VALUE SPACES.
           88  WS-MODE-SHORTFALL       VALUE 'SHORTFALL'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-PROCESSING-DATE-R REDEFINES WS-PROCESSING-DATE.
           05  WS-PROC-YEAR            PIC 9(4).
           05  WS-PROC-MONTH           PIC 9(2).
           05  WS-PROC-DAY             PIC 9(2).
       01  WS-RMD-YEAR                 PIC 9(4).

      *----------------------------------------------------------------
      * UNIFORM LIFETIME TABLE AND START-AGE BANDS FROM RMDCTL. WITH
      * NO BAND ON FILE THE STATUTORY START AGE OF 73 APPLIES.
      *----------------------------------------------------------------
       01  WS-LIFETIME-TABLE.
           05  WS-UT-ENTRY OCCURS 60 TIMES.
               10  WS-UT-AGE           PIC 9(3).
               10  WS-UT-PERIOD        PIC 9(2)V9.
       01  WS-UT-COUNT                 PIC 9(3) VALUE 0.
       01  WS-UT-MAX                   PIC 9(3) VALUE 60.
       01  WS-UT-IDX                   PIC 9(3).
       01  WS-UT-TOP-IDX               PIC 9(3) VALUE 0.
       01  WS-START-AGE-TABLE.
           05  WS-SA-ENTRY OCCURS 10 TIMES.
               10  WS-SA-BORN-THRU     PIC 9(4).
               10  WS-SA-START-AGE     PIC 9(3).
       01  WS-SA-COUNT                 PIC 9(2) VALUE 0.
       01  WS-SA-IDX                   PIC 9(2).
       01  WS-SA-BEST-THRU             PIC 9(4).
       01  WS-DEFAULT-START-AGE        PIC 9(3) VALUE 73.

      *----------------------------------------------------------------
      * THE OWNER BEING CALCULATED.
      *----------------------------------------------------------------
       01  WS-DOB-YEAR                 PIC 9(4).
       01  WS-OWNER-AGE                PIC 9(3).
       01  WS-START-AGE                PIC 9(3).
       01  WS-DIST-PERIOD              PIC 9(2)V9.
       01  WS-PERIOD-FOUND-FLAG        PIC X(1) VALUE 'N'.
           88  WS-PERIOD-FOUND         VALUE 'Y'.
       01  WS-REQUIRED-AMT             PIC S9(9)V99 COMP-3.
       01  WS-SHORTFALL-AMT            PIC S9(9)V99 COMP-3.
       01  WS-DEADLINE-DATE            PIC 9(8).
       01  WS-DEADLINE-R REDEFINES WS-DEADLINE-DATE.
           05  WS-DL-YEAR              PIC 9(4).
           05  WS-DL-MONTH             PIC 9(2).
           05  WS-DL-DAY               PIC 9(2).
       01  WS-DEADLINE-TEXT.
           05  WS-DT-MONTH             PIC 9(2).
           05  FILLER                  PIC X(1) VALUE '/'.
           05  WS-DT-DAY               PIC 9(2).
           05  FILLER                  PIC X(1) VALUE '/'.
           05  WS-DT-YEAR              PIC 9(4).
       01  WS-NT-AMOUNT                PIC ZZ,ZZZ,ZZ9.99.
       01  WS-NT-BALANCE               PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-NT-PERIOD                PIC Z9.9.
       01  WS-OWNER-NAME               PIC X(52).

       01  WS-COUNTERS.
           05  WS-IRAS-SCANNED         PIC 9(7) VALUE 0.
           05  WS-NOT-YET-DUE          PIC 9(7) VALUE 0.
           05  WS-RMDS-CALCULATED      PIC 9(7) VALUE 0.
           05  WS-RMDS-RECALCULATED    PIC 9(7) VALUE 0.
           05  WS-RMD-NOTICES          PIC 9(7) VALUE 0.
           05  WS-RMDS-SATISFIED       PIC 9(7) VALUE 0.
           05  WS-RMDS-IN-SHORTFALL    PIC 9(7) VALUE 0.
           05  WS-REMINDERS-SENT       PIC 9(7) VALUE 0.
           05  WS-EXCEPTIONS           PIC 9(7) VALUE 0.
           05  WS-CTL-IGNORED          PIC 9(5) VALUE 0.
       01  WS-TOTALS.
           05  WS-TOT-REQUIRED         PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-TAKEN            PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TOT-SHORTFALL        PIC S9(13)V99 COMP-3 VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(37) VALUE
               'IRA REQUIRED MINIMUM DISTRIBUTIONS - '.
           05  WS-RH-MODE              PIC X(20).
           05  FILLER                  PIC X(10) VALUE ' RMD YEAR '.
           05  WS-RH-YEAR              PIC 9(4).
           05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
           05  WS-RH-DATE              PIC 9999/99/99.
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(13) VALUE ' CUSTOMER'.
           05  FILLER                  PIC X(25) VALUE 'OWNER NAME'.
           05  FILLER                  PIC X(4) VALUE 'AGE '.
           05  FILLER                  PIC X(5) VALUE 'DIST '.
           05  FILLER                  PIC X(16) VALUE
               '   PRIOR YE BAL '.
           05  FILLER                  PIC X(14) VALUE
               '     REQUIRED '.
           05  FILLER                  PIC X(14) VALUE
               '        TAKEN '.
           05  FILLER                  PIC X(11) VALUE 'DEADLINE'.
           05  FILLER                  PIC X(30) VALUE 'ACTION'.

       01  WS-REPORT-DETAIL.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-CUST              PIC 9(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RD-NAME              PIC X(24).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-AGE               PIC ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-PERIOD            PIC Z9.9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-BALANCE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-REQUIRED          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-TAKEN             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-DEADLINE          PIC 9999/99/99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-RD-ACTION            PIC X(30).

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SL-LABEL             PIC X(40).
           05  WS-SL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-AL-LABEL             PIC X(40).
           05  WS-AL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF WS-MODE-SHORTFALL
               PERFORM 3000-SHORTFALL-SWEEP
           ELSE
               PERFORM 2000-CALCULATE-LOOP
                   UNTIL WS-CUST-EOF
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** IRA REQUIRED MINIMUM DISTRIBUTIONS STARTED ***'
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE WS-COMMAND-LINE(1:9) TO WS-RUN-MODE
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
           MOVE WS-PROC-YEAR TO WS-RMD-YEAR
           IF WS-MODE-SHORTFALL
               MOVE 'Q4 SHORTFALL' TO WS-RH-MODE
               IF WS-PROC-MONTH < 10
                   DISPLAY 'NOTE: SHORTFALL RUN BEFORE THE FOURTH '
                       'QUARTER'
               END-IF
           ELSE
               MOVE 'ANNUAL CALCULATION' TO WS-RH-MODE
               IF WS-PROC-MONTH = 12
                   ADD 1 TO WS-RMD-YEAR
               ELSE
                   DISPLAY 'NOTE: CATCH-UP RUN - BALANCE ON FILE IS '
                       'USED AS THE PRIOR YEAR-END BALANCE'
               END-IF
               PERFORM 1100-LOAD-CONTROL
           END-IF
           DISPLAY 'MODE: ' WS-RH-MODE
           DISPLAY 'RMD YEAR: ' WS-RMD-YEAR
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-CUST-OK
               DISPLAY 'ERROR OPENING CUSTOMER FILE: ' WS-CUST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O RMD-STATUS-FILE
           IF WS-RMD-STATUS = '35'
               OPEN OUTPUT RMD-STATUS-FILE
               CLOSE RMD-STATUS-FILE
               OPEN I-O RMD-STATUS-FILE
           END-IF
           IF NOT WS-RMD-OK
               DISPLAY 'ERROR OPENING RMD STATUS MASTER: '
                   WS-RMD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND CUST-NOTICE-FILE
           OPEN OUTPUT RMD-REPORT-FILE
           MOVE WS-RMD-YEAR TO WS-RH-YEAR
           MOVE WS-PROCESSING-DATE TO WS-RH-DATE
           WRITE RMD-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO RMD-REPORT-LINE
           WRITE RMD-REPORT-LINE
           WRITE RMD-REPORT-LINE FROM WS-COLUMN-HEADER.

      *----------------------------------------------------------------
      * THE CONTROL FILE IS REQUIRED: WITHOUT A LIFETIME TABLE NO
      * REQUIREMENT CAN BE CALCULATED.
      *----------------------------------------------------------------
       1100-LOAD-CONTROL.
           OPEN INPUT RMD-CONTROL-FILE
           IF NOT WS-CTL-OK
               DISPLAY 'RMD CONTROL FILE NOT AVAILABLE: '
                   WS-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CTL-EOF
               READ RMD-CONTROL-FILE
                   AT END
                       SET WS-CTL-EOF TO TRUE
                   NOT AT END
                       PERFORM 1110-STORE-CONTROL-ENTRY
               END-READ
           END-PERFORM
           CLOSE RMD-CONTROL-FILE
           IF WS-UT-COUNT = 0
               DISPLAY 'RMD CONTROL FILE HAS NO LIFETIME TABLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SA-COUNT = 0
               DISPLAY 'NO START-AGE BANDS - START AGE '
                   WS-DEFAULT-START-AGE ' APPLIES'
           END-IF
           DISPLAY 'LIFETIME TABLE ENTRIES: ' WS-UT-COUNT
           IF WS-CTL-IGNORED > 0
               DISPLAY 'CONTROL RECORDS IGNORED: ' WS-CTL-IGNORED
           END-IF.

       1110-STORE-CONTROL-ENTRY.
           EVALUATE TRUE
               WHEN RC-LIFETIME-ENTRY
                   AND RC-U-AGE IS NUMERIC
                   AND RC-U-PERIOD IS NUMERIC
                   AND RC-U-PERIOD > 0
                   AND WS-UT-COUNT < WS-UT-MAX
                   ADD 1 TO WS-UT-COUNT
                   MOVE RC-U-AGE TO WS-UT-AGE(WS-UT-COUNT)
                   MOVE RC-U-PERIOD TO WS-UT-PERIOD(WS-UT-COUNT)
                   IF WS-UT-TOP-IDX = 0
                       MOVE WS-UT-COUNT TO WS-UT-TOP-IDX
                   ELSE
                       IF RC-U-AGE > WS-UT-AGE(WS-UT-TOP-IDX)
                           MOVE WS-UT-COUNT TO WS-UT-TOP-IDX
                       END-IF
                   END-IF
               WHEN RC-START-AGE-BAND
                   AND RC-S-BORN-THRU IS NUMERIC
                   AND RC-S-START-AGE IS NUMERIC
                   AND WS-SA-COUNT < 10
                   ADD 1 TO WS-SA-COUNT
                   MOVE RC-S-BORN-THRU TO WS-SA-BORN-THRU(WS-SA-COUNT)
                   MOVE RC-S-START-AGE TO WS-SA-START-AGE(WS-SA-COUNT)
               WHEN OTHER
                   ADD 1 TO WS-CTL-IGNORED
           END-EVALUATE.

      *----------------------------------------------------------------
      * ANNUAL CALCULATION OVER EVERY OPEN IRA ON THE CUSTOMER FILE.
      *----------------------------------------------------------------
       2000-CALCULATE-LOOP.
           READ CUSTOMER-FILE NEXT
               AT END
                   SET WS-CUST-EOF TO TRUE
               NOT AT END
                   IF IRA-TYPE AND NOT CLOSED
                       ADD 1 TO WS-IRAS-SCANNED
                       PERFORM 2100-EVALUATE-OWNER
                   END-IF
           END-READ.

       2100-EVALUATE-OWNER.
           MOVE 0 TO WS-DOB-YEAR
           IF CUST-DOB IS NUMERIC
               MOVE CUST-DOB-YEAR TO WS-DOB-YEAR
           END-IF
           EVALUATE TRUE
               WHEN CUST-DECEASED
                   MOVE 'DECEASED - BENEFICIARY RULES' TO WS-RD-ACTION
                   PERFORM 2900-REPORT-EXCEPTION
               WHEN WS-DOB-YEAR < 1900 OR WS-DOB-YEAR > WS-RMD-YEAR
                   MOVE 'NO VALID DATE OF BIRTH' TO WS-RD-ACTION
                   PERFORM 2900-REPORT-EXCEPTION
               WHEN OTHER
                   PERFORM 2200-CALCULATE-RMD
           END-EVALUATE.

      *----------------------------------------------------------------
      * AGE IS THE AGE REACHED BY DECEMBER 31 OF THE RMD YEAR. THE
      * YEAR THE OWNER REACHES THE START AGE IS THE FIRST RMD YEAR,
      * WHICH MAY BE TAKEN AS LATE AS APRIL 1 OF THE NEXT YEAR.
      *----------------------------------------------------------------
       2200-CALCULATE-RMD.
           COMPUTE WS-OWNER-AGE = WS-RMD-YEAR - WS-DOB-YEAR
           PERFORM 2210-FIND-START-AGE
           IF WS-OWNER-AGE < WS-START-AGE
               ADD 1 TO WS-NOT-YET-DUE
           ELSE
               PERFORM 2220-FIND-DIST-PERIOD
               IF NOT WS-PERIOD-FOUND
                   MOVE 'AGE NOT ON LIFETIME TABLE' TO WS-RD-ACTION
                   PERFORM 2900-REPORT-EXCEPTION
               ELSE
                   IF CUST-BALANCE > 0
                       COMPUTE WS-REQUIRED-AMT ROUNDED =
                           CUST-BALANCE / WS-DIST-PERIOD
                   ELSE
                       MOVE 0 TO WS-REQUIRED-AMT
                   END-IF
                   IF WS-OWNER-AGE = WS-START-AGE
                       COMPUTE WS-DEADLINE-DATE =
                           (WS-RMD-YEAR + 1) * 10000 + 0401
                   ELSE
                       COMPUTE WS-DEADLINE-DATE =
                           WS-RMD-YEAR * 10000 + 1231
                   END-IF
                   PERFORM 2300-RECORD-RMD
               END-IF
           END-IF.

       2210-FIND-START-AGE.
           MOVE WS-DEFAULT-START-AGE TO WS-START-AGE
           MOVE 9999 TO WS-SA-BEST-THRU
           PERFORM VARYING WS-SA-IDX FROM 1 BY 1
               UNTIL WS-SA-IDX > WS-SA-COUNT
               IF WS-DOB-YEAR <= WS-SA-BORN-THRU(WS-SA-IDX)
                   AND WS-SA-BORN-THRU(WS-SA-IDX) <= WS-SA-BEST-THRU
                   MOVE WS-SA-BORN-THRU(WS-SA-IDX) TO WS-SA-BEST-THRU
                   MOVE WS-SA-START-AGE(WS-SA-IDX) TO WS-START-AGE
               END-IF
           END-PERFORM.

       2220-FIND-DIST-PERIOD.
           MOVE 'N' TO WS-PERIOD-FOUND-FLAG
           IF WS-OWNER-AGE >= WS-UT-AGE(WS-UT-TOP-IDX)
               MOVE WS-UT-PERIOD(WS-UT-TOP-IDX) TO WS-DIST-PERIOD
               SET WS-PERIOD-FOUND TO TRUE
           ELSE
               PERFORM VARYING WS-UT-IDX FROM 1 BY 1
                   UNTIL WS-UT-IDX > WS-UT-COUNT
                   IF WS-UT-AGE(WS-UT-IDX) = WS-OWNER-AGE
                       MOVE WS-UT-PERIOD(WS-UT-IDX) TO WS-DIST-PERIOD
                       SET WS-PERIOD-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * A NEW REQUIREMENT STARTS WITH WHATEVER HAS ALREADY BEEN
      * DISTRIBUTED FOR THE RMD YEAR (A CATCH-UP RUN). A RERUN KEEPS
      * THE AMOUNT TAKEN AND THE NOTICE ALREADY SENT. NO NOTICE GOES
      * OUT WHEN NOTHING IS REQUIRED OR THE AMOUNT IS ALREADY MET.
      *----------------------------------------------------------------
       2300-RECORD-RMD.
           MOVE CUST-ID TO RM-CUST-ID
           MOVE WS-RMD-YEAR TO RM-RMD-YEAR
           READ RMD-STATUS-FILE
           IF WS-RMD-OK
               SET WS-RMD-ON-FILE TO TRUE
               ADD 1 TO WS-RMDS-RECALCULATED
           ELSE
               MOVE 'N' TO WS-RMD-ON-FILE-FLAG
               MOVE SPACES TO RMD-STATUS-RECORD
               MOVE CUST-ID TO RM-CUST-ID
               MOVE WS-RMD-YEAR TO RM-RMD-YEAR
               MOVE 0 TO RM-NOTICE-DATE
               MOVE 0 TO RM-LAST-DIST-DATE
               MOVE 0 TO RM-SATISFIED-DATE
               MOVE 0 TO RM-SHORTFALL-NOTICE-DATE
               PERFORM 2310-GET-TAKEN-TO-DATE
               ADD 1 TO WS-RMDS-CALCULATED
           END-IF
           MOVE WS-OWNER-AGE TO RM-OWNER-AGE
           MOVE WS-DIST-PERIOD TO RM-DIST-PERIOD
           MOVE CUST-BALANCE TO RM-YE-BALANCE
           MOVE WS-REQUIRED-AMT TO RM-REQUIRED-AMT
           MOVE WS-DEADLINE-DATE TO RM-DEADLINE-DATE
           IF WS-OWNER-AGE = WS-START-AGE
               MOVE 'Y' TO RM-FIRST-YEAR-FLAG
           ELSE
               MOVE 'N' TO RM-FIRST-YEAR-FLAG
           END-IF
           MOVE WS-PROCESSING-DATE TO RM-CALC-DATE
           IF RM-TAKEN-AMT >= RM-REQUIRED-AMT
               IF RM-SATISFIED-DATE = 0
                   MOVE WS-PROCESSING-DATE TO RM-SATISFIED-DATE
               END-IF
           ELSE
               MOVE 0 TO RM-SATISFIED-DATE
           END-IF
           EVALUATE TRUE
               WHEN RM-REQUIRED-AMT = 0
                   MOVE 'NO BALANCE - NOTHING REQUIRED'
                       TO WS-RD-ACTION
               WHEN RM-SATISFIED-DATE NOT = 0
                   MOVE 'ALREADY SATISFIED - NO NOTICE'
                       TO WS-RD-ACTION
               WHEN RM-NOTICE-DATE NOT = 0
                   MOVE 'RECALCULATED - NOTICE ON FILE'
                       TO WS-RD-ACTION
               WHEN OTHER
                   PERFORM 2400-SEND-RMD-NOTICE
                   MOVE WS-PROCESSING-DATE TO RM-NOTICE-DATE
                   MOVE 'RMD NOTICE RMD1 SENT' TO WS-RD-ACTION
           END-EVALUATE
           IF WS-RMD-ON-FILE
               REWRITE RMD-STATUS-RECORD
           ELSE
               WRITE RMD-STATUS-RECORD
           END-IF
           ADD RM-REQUIRED-AMT TO WS-TOT-REQUIRED
           ADD RM-TAKEN-AMT TO WS-TOT-TAKEN
           PERFORM 8000-REPORT-RMD.

       2310-GET-TAKEN-TO-DATE.
           EVALUATE TRUE
               WHEN CUST-IRA-TAX-YEAR = WS-RMD-YEAR
                   MOVE CUST-IRA-DIST-YTD TO RM-TAKEN-AMT
               WHEN CUST-IRA2-TAX-YEAR = WS-RMD-YEAR
                   MOVE CUST-IRA2-DIST-YTD TO RM-TAKEN-AMT
               WHEN OTHER
                   MOVE 0 TO RM-TAKEN-AMT
           END-EVALUATE
           IF RM-TAKEN-AMT > 0
               MOVE CUST-LAST-ACTIVITY TO RM-LAST-DIST-DATE
           END-IF.

       2400-SEND-RMD-NOTICE.
           PERFORM 8100-SET-DEADLINE-TEXT
           MOVE RM-REQUIRED-AMT TO WS-NT-AMOUNT
           MOVE RM-YE-BALANCE TO WS-NT-BALANCE
           MOVE RM-DIST-PERIOD TO WS-NT-PERIOD
           MOVE SPACES TO CUST-NOTICE-RECORD
           MOVE 'RMD1' TO NO-LETTER-CODE
           STRING 'YEAR ' RM-RMD-YEAR ' RMD $' WS-NT-AMOUNT
               ' DUE BY ' WS-DEADLINE-TEXT
               ' BAL $' WS-NT-BALANCE ' / ' WS-NT-PERIOD
               DELIMITED BY SIZE INTO NO-VAR-DATA
           PERFORM 8200-WRITE-NOTICE
           ADD 1 TO WS-RMD-NOTICES.

       2900-REPORT-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           MOVE CUST-ID TO WS-RD-CUST
           PERFORM 8300-BUILD-OWNER-NAME
           MOVE WS-OWNER-NAME TO WS-RD-NAME
           MOVE 0 TO WS-RD-AGE
           MOVE 0 TO WS-RD-PERIOD
           MOVE CUST-BALANCE TO WS-RD-BALANCE
           MOVE 0 TO WS-RD-REQUIRED
           MOVE 0 TO WS-RD-TAKEN
           MOVE 0 TO WS-RD-DEADLINE
           WRITE RMD-REPORT-LINE FROM WS-REPORT-DETAIL.

      *----------------------------------------------------------------
      * FOURTH-QUARTER SHORTFALL: EVERY REQUIREMENT FOR THE CURRENT
      * YEAR NOT YET TAKEN IN FULL IS LISTED, AND THE OWNER GETS ONE
      * REMINDER WITH THE AMOUNT STILL DUE. CLOSED AND DECEASED
      * OWNERS ARE LISTED WITHOUT A REMINDER.
      *----------------------------------------------------------------
       3000-SHORTFALL-SWEEP.
           MOVE LOW-VALUES TO RMD-STATUS-RECORD
           MOVE 0 TO RM-CUST-ID
           MOVE 0 TO RM-RMD-YEAR
           START RMD-STATUS-FILE KEY > RM-KEY
           IF NOT WS-RMD-OK
               SET WS-RMD-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-RMD-EOF
               READ RMD-STATUS-FILE NEXT
                   AT END
                       SET WS-RMD-EOF TO TRUE
                   NOT AT END
                       IF RM-RMD-YEAR = WS-RMD-YEAR
                           PERFORM 3100-CHECK-SHORTFALL
                       END-IF
               END-READ
           END-PERFORM.

       3100-CHECK-SHORTFALL.
           ADD RM-REQUIRED-AMT TO WS-TOT-REQUIRED
           ADD RM-TAKEN-AMT TO WS-TOT-TAKEN
           IF RM-TAKEN-AMT >= RM-REQUIRED-AMT
               ADD 1 TO WS-RMDS-SATISFIED
           ELSE
               ADD 1 TO WS-RMDS-IN-SHORTFALL
               COMPUTE WS-SHORTFALL-AMT =
                   RM-REQUIRED-AMT - RM-TAKEN-AMT
               ADD WS-SHORTFALL-AMT TO WS-TOT-SHORTFALL
               MOVE RM-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
               EVALUATE TRUE
                   WHEN NOT WS-CUST-OK
                       MOVE SPACES TO CUSTOMER-MASTER-RECORD
                       MOVE 'CUSTOMER NOT ON FILE' TO WS-RD-ACTION
                   WHEN CLOSED
                       MOVE 'ACCOUNT CLOSED - NO REMINDER'
                           TO WS-RD-ACTION
                   WHEN CUST-DECEASED
                       MOVE 'DECEASED - NO REMINDER' TO WS-RD-ACTION
                   WHEN RM-SHORTFALL-NOTICE-DATE NOT = 0
                       MOVE 'REMINDER ALREADY SENT' TO WS-RD-ACTION
                   WHEN OTHER
                       PERFORM 3200-SEND-REMINDER
                       MOVE WS-PROCESSING-DATE
                           TO RM-SHORTFALL-NOTICE-DATE
                       REWRITE RMD-STATUS-RECORD
                       MOVE 'REMINDER RMD2 SENT' TO WS-RD-ACTION
               END-EVALUATE
               PERFORM 8000-REPORT-RMD
           END-IF.

       3200-SEND-REMINDER.
           PERFORM 8100-SET-DEADLINE-TEXT
           MOVE RM-REQUIRED-AMT TO WS-NT-AMOUNT
           MOVE WS-SHORTFALL-AMT TO WS-NT-BALANCE
           MOVE SPACES TO CUST-NOTICE-RECORD
           MOVE 'RMD2' TO NO-LETTER-CODE
           STRING 'YEAR ' RM-RMD-YEAR ' RMD $' WS-NT-AMOUNT
               ' REMAINING $' WS-NT-BALANCE
               ' DUE BY ' WS-DEADLINE-TEXT
               DELIMITED BY SIZE INTO NO-VAR-DATA
           PERFORM 8200-WRITE-NOTICE
           ADD 1 TO WS-REMINDERS-SENT.

       8000-REPORT-RMD.
           MOVE RM-CUST-ID TO WS-RD-CUST
           PERFORM 8300-BUILD-OWNER-NAME
           MOVE WS-OWNER-NAME TO WS-RD-NAME
           MOVE RM-OWNER-AGE TO WS-RD-AGE
           MOVE RM-DIST-PERIOD TO WS-RD-PERIOD
           MOVE RM-YE-BALANCE TO WS-RD-BALANCE
           MOVE RM-REQUIRED-AMT TO WS-RD-REQUIRED
           MOVE RM-TAKEN-AMT TO WS-RD-TAKEN
           MOVE RM-DEADLINE-DATE TO WS-RD-DEADLINE
           WRITE RMD-REPORT-LINE FROM WS-REPORT-DETAIL.

       8100-SET-DEADLINE-TEXT.
           MOVE RM-DEADLINE-DATE TO WS-DEADLINE-DATE
           MOVE WS-DL-MONTH TO WS-DT-MONTH
           MOVE WS-DL-DAY TO WS-DT-DAY
           MOVE WS-DL-YEAR TO WS-DT-YEAR.

       8200-WRITE-NOTICE.
           MOVE RM-CUST-ID TO NO-CUST-ID
           MOVE 0 TO NO-ACCT-NUMBER
           MOVE WS-PROCESSING-DATE TO NO-NOTICE-DATE
           WRITE CUST-NOTICE-RECORD.

       8300-BUILD-OWNER-NAME.
           MOVE SPACES TO WS-OWNER-NAME
           STRING CUST-FIRST-NAME DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               CUST-LAST-NAME DELIMITED BY '  '
               INTO WS-OWNER-NAME.

       9000-FINALIZE.
           MOVE SPACES TO RMD-REPORT-LINE
           WRITE RMD-REPORT-LINE
           IF WS-MODE-SHORTFALL
               MOVE 'RMDS FOR THE YEAR SATISFIED' TO WS-SL-LABEL
               MOVE WS-RMDS-SATISFIED TO WS-SL-COUNT
               WRITE RMD-REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE 'RMDS WITH A SHORTFALL' TO WS-SL-LABEL
               MOVE WS-RMDS-IN-SHORTFALL TO WS-SL-COUNT
               WRITE RMD-REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE 'SHORTFALL REMINDERS SENT (RMD2)' TO WS-SL-LABEL
               MOVE WS-REMINDERS-SENT TO WS-SL-COUNT
               WRITE RMD-REPORT-LINE FROM WS-SUMMARY-LINE
           ELSE
               MOVE 'OPEN IRA CUSTOMERS SCANNED' TO WS-SL-LABEL
               MOVE WS-IRAS-SCANNED TO WS-SL-COUNT
               WRITE RMD-REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE 'NOT YET AT RMD AGE' TO WS-SL-LABEL
               MOVE WS-NOT-YET-DUE TO WS-SL-COUNT
               WRITE RMD-REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE 'RMDS NEWLY CALCULATED' TO WS-SL-LABEL
               MOVE WS-RMDS-CALCULATED TO WS-SL-COUNT
               WRITE RMD-REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE 'RMDS RECALCULATED' TO WS-SL-LABEL
               MOVE WS-RMDS-RECALCULATED TO WS-SL-COUNT
               WRITE RMD-REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE 'RMD NOTICES SENT (RMD1)' TO WS-SL-LABEL
               MOVE WS-RMD-NOTICES TO WS-SL-COUNT
               WRITE RMD-REPORT-LINE FROM WS-SUMMARY-LINE
               MOVE 'EXCEPTIONS FOR TAX OPERATIONS' TO WS-SL-LABEL
               MOVE WS-EXCEPTIONS TO WS-SL-COUNT
               WRITE RMD-REPORT-LINE FROM WS-SUMMARY-LINE
           END-IF
           MOVE 'TOTAL REQUIRED' TO WS-AL-LABEL
           MOVE WS-TOT-REQUIRED TO WS-AL-AMOUNT
           WRITE RMD-REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE 'TOTAL TAKEN' TO WS-AL-LABEL
           MOVE WS-TOT-TAKEN TO WS-AL-AMOUNT
           WRITE RMD-REPORT-LINE FROM WS-AMOUNT-LINE
           IF WS-MODE-SHORTFALL
               MOVE 'TOTAL STILL TO BE TAKEN' TO WS-AL-LABEL
               MOVE WS-TOT-SHORTFALL TO WS-AL-AMOUNT
               WRITE RMD-REPORT-LINE FROM WS-AMOUNT-LINE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE RMD-STATUS-FILE
           CLOSE CUST-NOTICE-FILE
           CLOSE RMD-REPORT-FILE
           IF WS-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '*** IRA REQUIRED MINIMUM DISTRIBUTIONS COMPLETE ***'
           DISPLAY 'IRA CUSTOMERS SCANNED: ' WS-IRAS-SCANNED
           DISPLAY 'RMDS CALCULATED:       ' WS-RMDS-CALCULATED
           DISPLAY 'RMDS RECALCULATED:     ' WS-RMDS-RECALCULATED
           DISPLAY 'RMD NOTICES SENT:      ' WS-RMD-NOTICES
           DISPLAY 'EXCEPTIONS:            ' WS-EXCEPTIONS
           DISPLAY 'RMDS SATISFIED:        ' WS-RMDS-SATISFIED
           DISPLAY 'RMDS IN SHORTFALL:     ' WS-RMDS-IN-SHORTFALL
           DISPLAY 'REMINDERS SENT:        ' WS-REMINDERS-SENT.
