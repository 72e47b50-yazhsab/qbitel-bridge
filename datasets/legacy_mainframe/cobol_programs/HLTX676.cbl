               ASSIGN TO DDFULRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRPT-STATUS.
           SELECT DISCLOSURE-LOG-FILE
               ASSIGN TO DDDSCLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DLOG-STATUS.
           SELECT ACCOUNTING-REPORT-FILE
               ASSIGN TO DDACCTRP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PATIENT-FILE
          05 AX-ARCHIVE-SEQ PIC 9(9).
          05 AX-ARCHIVE-DATE PIC 9(8).
          05 FILLER PIC X(15).
      * A RETRIEVAL REQUEST NAMES WHO ASKED (REQUESTER), WHO THE
      * RECORDS GO TO (RECIPIENT) AND WHY (PURPOSE CODE - SEE THE
      * DISCLOSURE LOG BELOW FOR THE CODE LIST).
       FD RETRIEVAL-REQ-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS.
       01 RETRIEVAL-REQ-RECORD.
          05 RQ-REQUEST-ID PIC 9(6).
          05 RQ-MRN PIC 9(10).
          05 RQ-DOS-FROM PIC 9(8).
          05 RQ-DOS-THRU PIC 9(8).
          05 RQ-REQUESTER PIC X(8).
          05 RQ-RECIPIENT PIC X(30).
          05 RQ-PURPOSE-CODE PIC X(3).
          05 FILLER PIC X(7).
       FD DELIVERY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01 FULFILL-REPORT-LINE PIC X(132).
      * PERMANENT DISCLOSURE LOG - ONE ENTRY PER RETRIEVAL REQUEST,
      * APPENDED EVERY RUN AND NEVER PURGED, FROM WHICH A PATIENT'S
      * ACCOUNTING OF DISCLOSURES IS PRODUCED. PURPOSES THE PRIVACY
      * RULE EXEMPTS FROM THE ACCOUNTING (TREATMENT, PAYMENT AND
      * OPERATIONS, TO THE PATIENT, UNDER AUTHORIZATION, INCIDENTAL,
      * FACILITY DIRECTORY, NATIONAL SECURITY, CORRECTIONAL CUSTODY,
      * LIMITED DATA SET) ARE LOGGED BUT LEFT OFF THE ACCOUNTING.
       FD DISCLOSURE-LOG-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS.
       01 DISCLOSURE-LOG-RECORD.
          05 DG-REQUEST-ID PIC 9(6).
          05 DG-REQUESTER PIC X(8).
          05 DG-RECIPIENT PIC X(30).
          05 DG-PURPOSE-CODE PIC X(3).
             88 DG-EXEMPT-PURPOSE VALUE 'TRT' 'PAY' 'OPS' 'PAT'
                                        'AUT' 'INC' 'DIR' 'NSD'
                                        'COR' 'LDS'.
          05 DG-MRN PIC 9(10).
          05 DG-DOS-FROM PIC 9(8).
          05 DG-DOS-THRU PIC 9(8).
          05 DG-RECORDS-DELIVERED PIC 9(7).
          05 DG-DISCLOSURE-DATE PIC 9(8).
          05 FILLER PIC X(32).
       FD ACCOUNTING-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01 ACCOUNTING-REPORT-LINE PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *--- PROGRAM CONSTANTS ---
       01 WS-COMMAND-LINE       PIC X(20) VALUE SPACES.
       01 WS-RUN-MODE           PIC X(5) VALUE SPACES.
           88 WS-MODE-PURGE     VALUE 'PURGE'.
           88 WS-MODE-ACCOUNTING VALUE 'ACCTG'.
       01 WS-PURGE-CUTOFF-TEXT  PIC X(8) VALUE SPACES.
       01 WS-PURGE-CUTOFF       PIC 9(8) VALUE 0.
       01 WS-PURGE-KEPT         PIC 9(9) VALUE 0.
           05 FILLER             PIC X(12) VALUE ' DELIVERED: '.
           05 WS-FL-DELIVERED    PIC ZZZ.ZZ9.
           05 FILLER             PIC X(64) VALUE SPACES.
      *--- DISCLOSURE LOG AND ACCOUNTING OF DISCLOSURES ---
       01 WS-DLOG-STATUS        PIC XX VALUE SPACES.
       01 WS-ARPT-STATUS        PIC XX VALUE SPACES.
       01 WS-DISCLOSURES-LOGGED PIC 9(5) VALUE 0.
       01 WS-DLOG-EOF-FLAG      PIC X(1) VALUE 'N'.
           88 WS-DLOG-EOF       VALUE 'Y'.
       01 WS-ACCTG-MRN-TEXT     PIC X(10) VALUE SPACES.
       01 WS-ACCTG-MRN REDEFINES WS-ACCTG-MRN-TEXT PIC 9(10).
       01 WS-ACCTG-FROM         PIC 9(8) VALUE 0.
       01 WS-ACCTG-LISTED       PIC 9(5) VALUE 0.
       01 WS-ACCTG-EXEMPT       PIC 9(5) VALUE 0.
       01 WS-ACCTG-TITLE-LINE.
           05 FILLER             PIC X(29)
               VALUE 'ACCOUNTING OF DISCLOSURES OF '.
           05 FILLER             PIC X(28)
               VALUE 'PROTECTED HEALTH INFORMATION'.
           05 FILLER             PIC X(75) VALUE SPACES.
       01 WS-ACCTG-HEAD-LINE.
           05 FILLER             PIC X(5) VALUE 'MRN: '.
           05 WS-AH-MRN          PIC 9(10).
           05 FILLER             PIC X(10) VALUE ' PERIOD: '.
           05 WS-AH-FROM         PIC 9(8).
           05 FILLER             PIC X(6) VALUE ' THRU '.
           05 WS-AH-THRU         PIC 9(8).
           05 FILLER             PIC X(85) VALUE SPACES.
       01 WS-ACCTG-COLUMN-LINE.
           05 FILLER             PIC X(10) VALUE 'DISCLOSED'.
           05 FILLER             PIC X(32) VALUE 'RECIPIENT'.
           05 FILLER             PIC X(30) VALUE 'PURPOSE'.
           05 FILLER             PIC X(19) VALUE 'SERVICE DATES'.
           05 FILLER             PIC X(9) VALUE ' RECORDS'.
           05 FILLER             PIC X(8) VALUE 'REQUEST'.
           05 FILLER             PIC X(24) VALUE SPACES.
       01 WS-ACCTG-DETAIL-LINE.
           05 WS-AD-DATE         PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-AD-RECIPIENT    PIC X(30).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-AD-PURPOSE      PIC X(3).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 WS-AD-PURPOSE-DESC PIC X(24).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-AD-DOS-FROM     PIC 9(8).
           05 FILLER             PIC X(1) VALUE '-'.
           05 WS-AD-DOS-THRU     PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-AD-RECORDS      PIC ZZZ.ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS-AD-REQUEST-ID   PIC 9(6).
           05 FILLER             PIC X(26) VALUE SPACES.
       01 WS-ACCTG-TOTAL-LINE.
           05 WS-AT-LABEL        PIC X(40).
           05 WS-AT-COUNT        PIC ZZ.ZZ9.
           05 FILLER             PIC X(86) VALUE SPACES.
      *
       01 WS-DATE-TIME.
           05 WS-CURRENT-DATE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE WS-PURGE-CUTOFF-TEXT
           PERFORM 1150-LOAD-LEGAL-HOLDS
           EVALUATE TRUE
           WHEN WS-MODE-PURGE
               PERFORM 7000-PURGE-ARCHIVE
           WHEN WS-MODE-ACCOUNTING
               PERFORM 8000-ACCOUNTING-OF-DISCLOSURES
           WHEN OTHER
               PERFORM 1000-INITIALIZATION
               PERFORM 2000-PROCESS-MAIN UNTIL END-OF-FILE
               PERFORM 9000-TERMINATION
           END-EVALUATE
           STOP RUN.
      *
       1150-LOAD-LEGAL-HOLDS.
           ELSE
               OPEN OUTPUT DELIVERY-FILE
               OPEN OUTPUT FULFILL-REPORT-FILE
               OPEN EXTEND DISCLOSURE-LOG-FILE
               IF WS-DLOG-STATUS = '35'
                   OPEN OUTPUT DISCLOSURE-LOG-FILE
               END-IF
               PERFORM UNTIL WS-RREQ-EOF
                   READ RETRIEVAL-REQ-FILE
                       AT END
               CLOSE RETRIEVAL-REQ-FILE
               CLOSE DELIVERY-FILE
               CLOSE FULFILL-REPORT-FILE
               CLOSE DISCLOSURE-LOG-FILE
           END-IF.
      *
       5100-FILL-ONE-REQUEST.
           IF WS-REQ-EXPECTED > 0
               PERFORM 5200-DELIVER-FROM-ARCHIVE
           END-IF
           PERFORM 5500-LOG-DISCLOSURE
           MOVE RQ-REQUEST-ID TO WS-FL-REQUEST-ID
           MOVE RQ-MRN TO WS-FL-MRN
           MOVE WS-REQ-EXPECTED TO WS-FL-EXPECTED
           CLOSE HOLD-AUDIT-FILE
           ADD 1 TO WS-HOLD-ACCESSES.
      *
      * EVERY REQUEST IS LOGGED, HELD MRN OR NOT, WITH THE NUMBER OF
      * RECORDS ACTUALLY DELIVERED (ZERO WHEN NOTHING MATCHED).
       5500-LOG-DISCLOSURE.
           MOVE SPACES TO DISCLOSURE-LOG-RECORD
           MOVE RQ-REQUEST-ID TO DG-REQUEST-ID
           MOVE RQ-REQUESTER TO DG-REQUESTER
           MOVE RQ-RECIPIENT TO DG-RECIPIENT
           MOVE RQ-PURPOSE-CODE TO DG-PURPOSE-CODE
           MOVE RQ-MRN TO DG-MRN
           MOVE RQ-DOS-FROM TO DG-DOS-FROM
           MOVE RQ-DOS-THRU TO DG-DOS-THRU
           MOVE WS-REQ-DELIVERED TO DG-RECORDS-DELIVERED
           MOVE WS-PROCESSING-DATE TO DG-DISCLOSURE-DATE
           WRITE DISCLOSURE-LOG-RECORD
           ADD 1 TO WS-DISCLOSURES-LOGGED.
      *
      *===============================================================
      * TERMINATION
      *===============================================================
           ELSE
               ADD 1 TO WS-PURGE-DROPPED
           END-IF.
      *
      *===============================================================
      * ACCOUNTING OF DISCLOSURES (COMMAND LINE 'ACCTG <MRN>'): THE
      * PATIENT'S FORMAL ACCOUNTING FOR THE SIX YEARS BEFORE TODAY,
      * FROM THE DISCLOSURE LOG. ONLY REQUESTS THAT DELIVERED RECORDS
      * ARE DISCLOSURES; EXEMPT PURPOSES ARE COUNTED BUT NOT LISTED.
      *===============================================================
       8000-ACCOUNTING-OF-DISCLOSURES.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE WS-ACCTG-MRN-TEXT
           IF WS-ACCTG-MRN-TEXT NOT NUMERIC
               DISPLAY 'ACCOUNTING MODE REQUIRES A 10-DIGIT MRN: '
                   WS-ACCTG-MRN-TEXT
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-TIME
           MOVE WS-CURRENT-DATE TO WS-PROCESSING-DATE
           COMPUTE WS-ACCTG-FROM = WS-PROCESSING-DATE - 60000
           OPEN INPUT DISCLOSURE-LOG-FILE
           IF WS-DLOG-STATUS NOT = '00'
               DISPLAY 'NO DISCLOSURE LOG: ' WS-DLOG-STATUS
               SET WS-DLOG-EOF TO TRUE
           END-IF
           OPEN OUTPUT ACCOUNTING-REPORT-FILE
           MOVE WS-ACCTG-MRN TO WS-AH-MRN
           MOVE WS-ACCTG-FROM TO WS-AH-FROM
           MOVE WS-PROCESSING-DATE TO WS-AH-THRU
           WRITE ACCOUNTING-REPORT-LINE FROM WS-ACCTG-TITLE-LINE
           WRITE ACCOUNTING-REPORT-LINE FROM WS-ACCTG-HEAD-LINE
           MOVE SPACES TO ACCOUNTING-REPORT-LINE
           WRITE ACCOUNTING-REPORT-LINE
           WRITE ACCOUNTING-REPORT-LINE FROM WS-ACCTG-COLUMN-LINE
           PERFORM UNTIL WS-DLOG-EOF
               READ DISCLOSURE-LOG-FILE
                   AT END
                       SET WS-DLOG-EOF TO TRUE
                   NOT AT END
                       PERFORM 8100-SELECT-DISCLOSURE
               END-READ
           END-PERFORM
           IF WS-DLOG-STATUS = '00' OR WS-DLOG-STATUS = '10'
               CLOSE DISCLOSURE-LOG-FILE
           END-IF
           MOVE SPACES TO ACCOUNTING-REPORT-LINE
           WRITE ACCOUNTING-REPORT-LINE
           IF WS-ACCTG-LISTED = 0
               MOVE 'NO DISCLOSURES SUBJECT TO ACCOUNTING IN PERIOD'
                   TO ACCOUNTING-REPORT-LINE
               WRITE ACCOUNTING-REPORT-LINE
           END-IF
           MOVE 'DISCLOSURES LISTED:' TO WS-AT-LABEL
           MOVE WS-ACCTG-LISTED TO WS-AT-COUNT
           WRITE ACCOUNTING-REPORT-LINE FROM WS-ACCTG-TOTAL-LINE
           MOVE 'EXEMPT DISCLOSURES NOT LISTED:' TO WS-AT-LABEL
           MOVE WS-ACCTG-EXEMPT TO WS-AT-COUNT
           WRITE ACCOUNTING-REPORT-LINE FROM WS-ACCTG-TOTAL-LINE
           CLOSE ACCOUNTING-REPORT-FILE
           DISPLAY 'ACCOUNTING OF DISCLOSURES FOR MRN ' WS-ACCTG-MRN
           DISPLAY 'DISCLOSURES LISTED:     ' WS-ACCTG-LISTED
           DISPLAY 'EXEMPT NOT LISTED:      ' WS-ACCTG-EXEMPT.
      *
       8100-SELECT-DISCLOSURE.
           IF DG-MRN = WS-ACCTG-MRN
               AND DG-DISCLOSURE-DATE >= WS-ACCTG-FROM
               AND DG-RECORDS-DELIVERED > 0
               IF DG-EXEMPT-PURPOSE
                   ADD 1 TO WS-ACCTG-EXEMPT
               ELSE
                   PERFORM 8200-LIST-DISCLOSURE
               END-IF
           END-IF.
      *
       8200-LIST-DISCLOSURE.
           MOVE DG-DISCLOSURE-DATE TO WS-AD-DATE
           MOVE DG-RECIPIENT TO WS-AD-RECIPIENT
           MOVE DG-PURPOSE-CODE TO WS-AD-PURPOSE
           EVALUATE DG-PURPOSE-CODE
               WHEN 'PHA'
                   MOVE 'PUBLIC HEALTH ACTIVITY' TO WS-AD-PURPOSE-DESC
               WHEN 'ABU'
                   MOVE 'ABUSE/NEGLECT REPORT' TO WS-AD-PURPOSE-DESC
               WHEN 'HLO'
                   MOVE 'HEALTH OVERSIGHT' TO WS-AD-PURPOSE-DESC
               WHEN 'JUD'
                   MOVE 'JUDICIAL/ADMINISTRATIVE' TO WS-AD-PURPOSE-DESC
               WHEN 'LAW'
                   MOVE 'LAW ENFORCEMENT' TO WS-AD-PURPOSE-DESC
               WHEN 'DEC'
                   MOVE 'CORONER/FUNERAL DIRECTOR' TO WS-AD-PURPOSE-DESC
               WHEN 'ORG'
                   MOVE 'ORGAN/TISSUE DONATION' TO WS-AD-PURPOSE-DESC
               WHEN 'RES'
                   MOVE 'RESEARCH' TO WS-AD-PURPOSE-DESC
               WHEN 'SAF'
                   MOVE 'SERIOUS THREAT TO SAFETY' TO WS-AD-PURPOSE-DESC
               WHEN 'WCP'
                   MOVE 'WORKERS COMPENSATION' TO WS-AD-PURPOSE-DESC
               WHEN OTHER
                   MOVE 'OTHER - SEE REQUEST' TO WS-AD-PURPOSE-DESC
           END-EVALUATE
           MOVE DG-DOS-FROM TO WS-AD-DOS-FROM
           MOVE DG-DOS-THRU TO WS-AD-DOS-THRU
           MOVE DG-RECORDS-DELIVERED TO WS-AD-RECORDS
           MOVE DG-REQUEST-ID TO WS-AD-REQUEST-ID
           WRITE ACCOUNTING-REPORT-LINE FROM WS-ACCTG-DETAIL-LINE
           ADD 1 TO WS-ACCTG-LISTED.
      *
       9100-CLOSE-FILES.
           CLOSE PATIENT-FILE.
           DISPLAY 'REQUESTS FILLED: ' WS-REQUESTS-READ
           DISPLAY 'RECORDS DELIVERED: ' WS-RECORDS-DELIVERED
           DISPLAY 'HELD-MRN ACCESSES: ' WS-HOLD-ACCESSES
           DISPLAY 'DISCLOSURES LOGGED: ' WS-DISCLOSURES-LOGGED
           DISPLAY '========================================='.
      *
       9999-ABORT-PROGRAM.
