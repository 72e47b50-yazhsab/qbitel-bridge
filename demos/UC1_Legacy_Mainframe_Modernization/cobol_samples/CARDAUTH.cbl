               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CARD-NUMBER
               FILE STATUS IS WS-CARD-STATUS.
           SELECT OPTIONAL OD-OPTIN-FILE ASSIGN TO ODOPTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OI-ACCT-NUMBER
               FILE STATUS IS WS-OPTIN-STATUS.
           SELECT BLOCKED-RPT-FILE ASSIGN TO HOTCRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CARD-ACTIVITY-FILE ASSIGN TO CARDVEL
               FILE STATUS IS WS-VCTL-STATUS.
           SELECT VELO-ALERT-FILE ASSIGN TO VELALERT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TRAVEL-NOTICE-FILE ASSIGN TO TRVLNOTC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TN-CARD-NUMBER
               FILE STATUS IS WS-TRVL-STATUS.
           SELECT OPTIONAL CUSTOMER-FILE ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL GEO-REVIEW-FILE ASSIGN TO GEOREVW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GEOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CM-POS-DAILY-LIMIT      PIC S9(7)V99 COMP-3.
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * OVERDRAFT OPT-IN MASTER FROM ODOPTMNT. UNDER REGULATION E AN
      * ATM OR ONE-TIME DEBIT CARD REQUEST MAY ONLY BE PAID INTO THE
      * OVERDRAFT LINE IF THE ACCOUNT HAS OPTED IN; AN ACCOUNT WITH
      * NO RECORD HAS NOT.
      *----------------------------------------------------------------
       FD  OD-OPTIN-FILE.
       01  OD-OPTIN-RECORD.
           05  OI-ACCT-NUMBER          PIC 9(12).
           05  OI-ELECTION             PIC X(1).
               88  OI-OPTED-IN         VALUE 'Y'.
           05  OI-ELECTION-DATE        PIC 9(8).
           05  FILLER                  PIC X(29).

       FD  BLOCKED-RPT-FILE.
       01  BLOCKED-RPT-LINE            PIC X(132).

      *----------------------------------------------------------------
      * PER-CARD ACTIVITY, ONE RECORD PER APPROVAL, RETAINED FOR THE
      * ROLLING DAY. TODAY'S ITEMS ARE LOADED AT STARTUP SO DAILY
      * LIMITS AND VELOCITY RULES COUNT ACROSS RESTARTS. THE
      * LOCATION OF EACH APPROVAL IS KEPT FOR THE GEOGRAPHIC RULES.
      *----------------------------------------------------------------
       FD  CARD-ACTIVITY-FILE.
       01  CARD-ACTIVITY-RECORD.
           05  CV-CHANNEL              PIC X(1).
               88  CV-ATM              VALUE 'A'.
               88  CV-POS              VALUE 'P'.
           05  CV-CITY                 PIC X(20).
           05  CV-STATE                PIC X(2).
           05  CV-COUNTRY              PIC X(3).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
           05  VA-REASON               PIC X(20).
           05  FILLER                  PIC X(10).

      *----------------------------------------------------------------
      * TRAVEL NOTICES FROM TRVLMNT, ONE PER CARD: THE DATE WINDOW
      * AND UP TO FIVE DESTINATIONS. A DESTINATION IS A COUNTRY
      * (ISO ALPHA-3) AND, OPTIONALLY, A STATE; A BLANK STATE COVERS
      * THE WHOLE COUNTRY.
      *----------------------------------------------------------------
       FD  TRAVEL-NOTICE-FILE.
       01  TRAVEL-NOTICE-RECORD.
           05  TN-CARD-NUMBER          PIC X(16).
           05  TN-ACCT-NUMBER          PIC 9(12).
           05  TN-START-DATE           PIC 9(8).
           05  TN-END-DATE             PIC 9(8).
           05  TN-DESTINATION OCCURS 5 TIMES.
               10  TN-DEST-COUNTRY     PIC X(3).
               10  TN-DEST-STATE       PIC X(2).
           05  TN-BRANCH               PIC 9(4).
           05  TN-OPERATOR-ID          PIC X(8).
           05  TN-LAST-MAINT-DATE      PIC 9(8).
           05  FILLER                  PIC X(11).

       FD  CUSTOMER-FILE.
       01  CUSTOMER-MASTER-RECORD.
           05  CUST-ID                 PIC 9(10).
           05  FILLER                  PIC X(115).
           05  CUST-STATE              PIC X(2).
           05  CUST-ZIP                PIC 9(5).
           05  FILLER                  PIC X(214).

      *----------------------------------------------------------------
      * FRAUD REVIEW QUEUE: ONE RECORD PER REQUEST REFERRED OR
      * DECLINED BY A GEOGRAPHIC RULE, WITH THE TRANSACTION LOCATION,
      * THE CARDHOLDER'S HOME REGION AND THE CARD'S PREVIOUS APPROVED
      * LOCATION TODAY, FOR THE FRAUD DESK TO WORK.
      *----------------------------------------------------------------
       FD  GEO-REVIEW-FILE.
       01  GEO-REVIEW-RECORD.
           05  GR-CARD-NUMBER          PIC X(16).
           05  GR-ACCT-NUMBER          PIC 9(12).
           05  GR-REF-NUMBER           PIC X(16).
           05  GR-AUTH-DATE            PIC 9(8).
           05  GR-AUTH-TIME            PIC 9(6).
           05  GR-AMOUNT               PIC S9(9)V99 COMP-3.
           05  GR-MERCHANT-ID          PIC X(15).
           05  GR-MCC                  PIC 9(4).
           05  GR-TXN-CITY             PIC X(20).
           05  GR-TXN-STATE            PIC X(2).
           05  GR-TXN-COUNTRY          PIC X(3).
           05  GR-HOME-STATE           PIC X(2).
           05  GR-HOME-COUNTRY         PIC X(3).
           05  GR-PRIOR-CITY           PIC X(20).
           05  GR-PRIOR-STATE          PIC X(2).
           05  GR-PRIOR-COUNTRY        PIC X(3).
           05  GR-PRIOR-TIME           PIC 9(6).
           05  GR-RESPONSE-CODE        PIC X(2).
           05  GR-REASON               PIC X(20).
           05  GR-REVIEW-STATUS        PIC X(1).
               88  GR-REVIEW-OPEN      VALUE 'O'.
           05  FILLER                  PIC X(15).

       FD  AUTH-REQUEST-FILE.
       01  AUTH-REQUEST-RECORD.
           05  AR-ACCT-NUMBER          PIC 9(12).
           05  AR-AUTH-TIME            PIC 9(6).
           05  AR-REF-NUMBER           PIC X(16).
           05  FILLER                  PIC X(10).
           05  AR-TXN-CITY             PIC X(20).
           05  AR-TXN-STATE            PIC X(2).
           05  AR-TXN-COUNTRY          PIC X(3).

       FD  AUTH-RESPONSE-FILE.
       01  AUTH-RESPONSE-RECORD.
               88  AS-DECLINED-HOT-CARD VALUE '43'.
               88  AS-DECLINED-EXPIRED VALUE '54'.
               88  AS-DECLINED-NO-CARD VALUE '56'.
               88  AS-REFERRAL         VALUE '01'.
               88  AS-DECLINED-GEO     VALUE '59'.
           05  AS-RESPONSE-TEXT        PIC X(20).
           05  FILLER                  PIC X(20).

               10  WS-CV-TIME          PIC 9(6).
               10  WS-CV-AMOUNT        PIC S9(9)V99 COMP-3.
               10  WS-CV-CHANNEL       PIC X(1).
               10  WS-CV-CITY          PIC X(20).
               10  WS-CV-STATE         PIC X(2).
               10  WS-CV-COUNTRY       PIC X(3).
       01  WS-CARD-ACT-COUNT           PIC 9(4) VALUE 0.
       01  WS-CV-IDX                   PIC 9(4).
       01  WS-MAX-CARD-ACTS            PIC 9(4) VALUE 2000.
       01  WS-CARD-DECL-FLAG           PIC X(1).
           88  WS-CARD-DECLINED        VALUE 'Y'.
       01  WS-CARD-DECLINES            PIC 9(7) VALUE 0.
       01  WS-OPTIN-STATUS             PIC X(2).
           88  WS-OPTIN-OK             VALUE '00'.
       01  WS-OPTIN-FILE-FLAG          PIC X(1) VALUE 'N'.
           88  WS-OPTIN-FILE-PRESENT   VALUE 'Y'.
       01  WS-ACCT-OPTIN-FLAG          PIC X(1).
           88  WS-ACCT-OPTED-IN        VALUE 'Y'.
       01  WS-OPTIN-DECLINES           PIC 9(7) VALUE 0.

      *----------------------------------------------------------------
      * GEOGRAPHIC RULES. OUTSIDE A TRAVEL NOTICE, A REQUEST FROM
      * ANOTHER COUNTRY THAN THE PREVIOUS APPROVAL IS IMPOSSIBLE
      * TRAVEL INSIDE WS-GEO-COUNTRY-MINUTES, AND FROM ANOTHER STATE
      * INSIDE WS-GEO-STATE-MINUTES; ANY OTHER REQUEST OUTSIDE THE
      * HOME COUNTRY IS REFERRED AS CROSS-BORDER.
      *----------------------------------------------------------------
       01  WS-TRVL-STATUS              PIC X(2).
           88  WS-TRVL-OK              VALUE '00'.
       01  WS-TRVL-FILE-FLAG           PIC X(1) VALUE 'N'.
           88  WS-TRVL-FILE-PRESENT    VALUE 'Y'.
       01  WS-CUST-STATUS              PIC X(2).
           88  WS-CUST-OK              VALUE '00'.
       01  WS-CUST-FILE-FLAG           PIC X(1) VALUE 'N'.
           88  WS-CUST-FILE-PRESENT    VALUE 'Y'.
       01  WS-GEOR-STATUS              PIC X(2).
       01  WS-HOME-COUNTRY             PIC X(3) VALUE 'USA'.
       01  WS-HOME-STATE               PIC X(2).
       01  WS-GEO-COUNTRY-MINUTES      PIC 9(4) VALUE 240.
       01  WS-GEO-STATE-MINUTES        PIC 9(4) VALUE 60.
       01  WS-TRAVEL-COVERED-FLAG      PIC X(1).
           88  WS-TRAVEL-COVERED       VALUE 'Y'.
       01  WS-TN-IDX                   PIC 9(1).
       01  WS-PRIOR-IDX                PIC 9(4).
       01  WS-PRIOR-TIME               PIC 9(6).
       01  WS-PRIOR-TIME-R REDEFINES WS-PRIOR-TIME.
           05  WS-PRIOR-HH             PIC 9(2).
           05  WS-PRIOR-MM             PIC 9(2).
           05  WS-PRIOR-SS             PIC 9(2).
       01  WS-REQ-TIME                 PIC 9(6).
       01  WS-REQ-TIME-R REDEFINES WS-REQ-TIME.
           05  WS-REQ-HH               PIC 9(2).
           05  WS-REQ-MM               PIC 9(2).
           05  WS-REQ-SS               PIC 9(2).
       01  WS-GEO-ELAPSED-MINUTES      PIC S9(5).
       01  WS-GEO-REFERRALS            PIC 9(7) VALUE 0.
       01  WS-GEO-DECLINES             PIC 9(7) VALUE 0.
       01  WS-TRAVEL-APPROVALS         PIC 9(7) VALUE 0.

       01  WS-BLOCKED-HEADER.
           05  FILLER                  PIC X(35) VALUE SPACES.
               DISPLAY 'NO CARD MASTER MOUNTED: ' WS-CARD-STATUS
               DISPLAY 'CARD-STATUS CHECKING BYPASSED'
           END-IF
           OPEN INPUT OD-OPTIN-FILE
           IF WS-OPTIN-OK
               SET WS-OPTIN-FILE-PRESENT TO TRUE
           ELSE
               DISPLAY 'NO OD OPT-IN FILE MOUNTED: ' WS-OPTIN-STATUS
               DISPLAY 'NO ACCOUNT TREATED AS OPTED IN'
           END-IF
           OPEN OUTPUT BLOCKED-RPT-FILE
           WRITE BLOCKED-RPT-LINE FROM WS-BLOCKED-HEADER
           OPEN INPUT TRAVEL-NOTICE-FILE
           IF WS-TRVL-OK
               SET WS-TRVL-FILE-PRESENT TO TRUE
           ELSE
               DISPLAY 'NO TRAVEL NOTICE FILE MOUNTED: ' WS-TRVL-STATUS
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-OK
               SET WS-CUST-FILE-PRESENT TO TRUE
           ELSE
               DISPLAY 'NO CUSTOMER MASTER MOUNTED: ' WS-CUST-STATUS
           END-IF
           OPEN EXTEND GEO-REVIEW-FILE
           PERFORM 1200-LOAD-VELOCITY-RULES
           PERFORM 1250-LOAD-CARD-ACTIVITY
           OPEN OUTPUT VELO-ALERT-FILE
                                   WS-CV-AMOUNT(WS-CARD-ACT-COUNT)
                               MOVE CV-CHANNEL TO
                                   WS-CV-CHANNEL(WS-CARD-ACT-COUNT)
                               MOVE CV-CITY TO
                                   WS-CV-CITY(WS-CARD-ACT-COUNT)
                               MOVE CV-STATE TO
                                   WS-CV-STATE(WS-CARD-ACT-COUNT)
                               MOVE CV-COUNTRY TO
                                   WS-CV-COUNTRY(WS-CARD-ACT-COUNT)
                           ELSE
                               ADD 1 TO WS-CARD-ACT-OVERFLOW
                           END-IF
           IF WS-CARD-FILE-PRESENT
               PERFORM 2050-CHECK-CARD-STATUS
           END-IF
           IF WS-CARD-FILE-PRESENT AND NOT WS-CARD-DECLINED
               PERFORM 2400-CHECK-GEOGRAPHY
           END-IF
           IF WS-CARD-DECLINED
               PERFORM 2300-WRITE-RESPONSE
           ELSE
                   WS-CV-AMOUNT(WS-CARD-ACT-COUNT)
               MOVE WS-REQ-CHANNEL TO
                   WS-CV-CHANNEL(WS-CARD-ACT-COUNT)
               MOVE AR-TXN-CITY TO WS-CV-CITY(WS-CARD-ACT-COUNT)
               MOVE AR-TXN-STATE TO WS-CV-STATE(WS-CARD-ACT-COUNT)
               MOVE AR-TXN-COUNTRY TO
                   WS-CV-COUNTRY(WS-CARD-ACT-COUNT)
           ELSE
               ADD 1 TO WS-CARD-ACT-OVERFLOW
               IF WS-CARD-ACT-OVERFLOW = 1
           MOVE AR-AUTH-TIME TO CV-TIME
           MOVE AR-AMOUNT TO CV-AMOUNT
           MOVE WS-REQ-CHANNEL TO CV-CHANNEL
           MOVE AR-TXN-CITY TO CV-CITY
           MOVE AR-TXN-STATE TO CV-STATE
           MOVE AR-TXN-COUNTRY TO CV-COUNTRY
           WRITE CARD-ACTIVITY-RECORD.

      *----------------------------------------------------------------
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * THE OVERDRAFT LINE COUNTS TOWARD AVAILABLE FUNDS ONLY WHEN THE
      * ACCOUNT HAS OPTED IN TO OVERDRAFT SERVICE ON OR BEFORE THE
      * AUTHORIZATION DATE. A REQUEST THAT THE LINE WOULD HAVE COVERED
      * IS DECLINED WITH ITS OWN TEXT SO IT CAN BE TOLD APART.
      *----------------------------------------------------------------
       2200-CHECK-AVAILABLE-FUNDS.
           PERFORM 2210-CHECK-OD-OPT-IN
           IF ACCT-HOLD-FLAG = 'Y'
               COMPUTE WS-EFFECTIVE-AVAIL =
                   ACCT-AVAIL-BAL - ACCT-HOLD-AMT
           ELSE
               MOVE ACCT-AVAIL-BAL TO WS-EFFECTIVE-AVAIL
           END-IF
           IF WS-ACCT-OPTED-IN
               ADD ACCT-OVERDRAFT-LIMIT TO WS-EFFECTIVE-AVAIL
           END-IF
           PERFORM 2220-APPLY-MEMO-POSTS
           IF AR-AMOUNT > WS-EFFECTIVE-AVAIL
               SET AS-DECLINED-NSF TO TRUE
               IF NOT WS-ACCT-OPTED-IN
                   AND ACCT-OVERDRAFT-LIMIT > 0
                   AND AR-AMOUNT NOT >
                       WS-EFFECTIVE-AVAIL + ACCT-OVERDRAFT-LIMIT
                   MOVE 'NSF - NO OD OPT-IN' TO AS-RESPONSE-TEXT
                   ADD 1 TO WS-OPTIN-DECLINES
               ELSE
                   MOVE 'INSUFFICIENT FUNDS' TO AS-RESPONSE-TEXT
               END-IF
               PERFORM 2300-WRITE-RESPONSE
           ELSE
               ADD AR-AMOUNT TO ACCT-HOLD-AMT
               PERFORM 2300-WRITE-RESPONSE
           END-IF.

       2210-CHECK-OD-OPT-IN.
           MOVE 'N' TO WS-ACCT-OPTIN-FLAG
           IF WS-OPTIN-FILE-PRESENT
               MOVE AR-ACCT-NUMBER TO OI-ACCT-NUMBER
               READ OD-OPTIN-FILE
               IF WS-OPTIN-OK AND OI-OPTED-IN
                   AND OI-ELECTION-DATE NOT > AR-AUTH-DATE
                   SET WS-ACCT-OPTED-IN TO TRUE
               END-IF
           END-IF.

       2270-WRITE-AUTH-HOLD.
           MOVE AR-ACCT-NUMBER TO AH-ACCT-NUMBER
           MOVE AS-APPROVAL-CODE TO AH-AUTH-CODE
           END-IF
           WRITE AUTH-RESPONSE-RECORD.

      *----------------------------------------------------------------
      * GEOGRAPHIC RULES, AFTER THE CARD-STATUS CHECK. A REQUEST
      * WITH NO COUNTRY ON IT IS NOT TESTED. A REQUEST INSIDE AN
      * ACTIVE TRAVEL NOTICE FOR ITS LOCATION GOES ON TO THE NORMAL
      * CHECKS. OTHERWISE IMPOSSIBLE TRAVEL AGAINST THE CARD'S LAST
      * APPROVAL TODAY DECLINES (59), AND A REQUEST FROM OUTSIDE THE
      * HOME COUNTRY IS REFERRED (01); BOTH GO TO THE REVIEW QUEUE.
      *----------------------------------------------------------------
       2400-CHECK-GEOGRAPHY.
           IF AR-TXN-COUNTRY NOT = SPACES
               PERFORM 2410-CHECK-TRAVEL-NOTICE
               IF WS-TRAVEL-COVERED
                   ADD 1 TO WS-TRAVEL-APPROVALS
               ELSE
                   PERFORM 2420-FIND-PRIOR-LOCATION
                   EVALUATE TRUE
                       WHEN WS-PRIOR-IDX = 0
                           CONTINUE
                       WHEN WS-CV-COUNTRY(WS-PRIOR-IDX)
                               NOT = AR-TXN-COUNTRY
                           AND WS-GEO-ELAPSED-MINUTES
                               < WS-GEO-COUNTRY-MINUTES
                           PERFORM 2430-DECLINE-IMPOSSIBLE
                       WHEN WS-CV-COUNTRY(WS-PRIOR-IDX)
                               = AR-TXN-COUNTRY
                           AND WS-CV-STATE(WS-PRIOR-IDX) NOT = SPACES
                           AND AR-TXN-STATE NOT = SPACES
                           AND WS-CV-STATE(WS-PRIOR-IDX)
                               NOT = AR-TXN-STATE
                           AND WS-GEO-ELAPSED-MINUTES
                               < WS-GEO-STATE-MINUTES
                           PERFORM 2430-DECLINE-IMPOSSIBLE
                   END-EVALUATE
                   IF NOT WS-CARD-DECLINED
                       AND AR-TXN-COUNTRY NOT = WS-HOME-COUNTRY
                       SET WS-CARD-DECLINED TO TRUE
                       SET AS-REFERRAL TO TRUE
                       MOVE 'REFER - CROSS-BORDER' TO AS-RESPONSE-TEXT
                       ADD 1 TO WS-GEO-REFERRALS
                       PERFORM 2450-WRITE-GEO-REVIEW
                   END-IF
               END-IF
           END-IF.

       2410-CHECK-TRAVEL-NOTICE.
           MOVE 'N' TO WS-TRAVEL-COVERED-FLAG
           IF WS-TRVL-FILE-PRESENT
               MOVE AR-CARD-NUMBER TO TN-CARD-NUMBER
               READ TRAVEL-NOTICE-FILE
               IF WS-TRVL-OK
                   AND AR-AUTH-DATE NOT < TN-START-DATE
                   AND AR-AUTH-DATE NOT > TN-END-DATE
                   PERFORM VARYING WS-TN-IDX FROM 1 BY 1
                       UNTIL WS-TN-IDX > 5 OR WS-TRAVEL-COVERED
                       IF TN-DEST-COUNTRY(WS-TN-IDX) = AR-TXN-COUNTRY
                           AND (TN-DEST-STATE(WS-TN-IDX) = SPACES
                               OR TN-DEST-STATE(WS-TN-IDX)
                                   = AR-TXN-STATE)
                           SET WS-TRAVEL-COVERED TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * THE CARD'S MOST RECENT APPROVAL TODAY THAT CARRIES A
      * LOCATION, AND THE MINUTES FROM IT TO THIS REQUEST.
      *----------------------------------------------------------------
       2420-FIND-PRIOR-LOCATION.
           MOVE 0 TO WS-PRIOR-IDX
           MOVE 0 TO WS-PRIOR-TIME
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
               UNTIL WS-CV-IDX > WS-CARD-ACT-COUNT
               IF WS-CV-CARD(WS-CV-IDX) = AR-CARD-NUMBER
                   AND WS-CV-COUNTRY(WS-CV-IDX) NOT = SPACES
                   AND WS-CV-TIME(WS-CV-IDX) NOT > AR-AUTH-TIME
                   AND WS-CV-TIME(WS-CV-IDX) NOT < WS-PRIOR-TIME
                   MOVE WS-CV-IDX TO WS-PRIOR-IDX
                   MOVE WS-CV-TIME(WS-CV-IDX) TO WS-PRIOR-TIME
               END-IF
           END-PERFORM
           MOVE AR-AUTH-TIME TO WS-REQ-TIME
           COMPUTE WS-GEO-ELAPSED-MINUTES =
               (WS-REQ-HH * 60 + WS-REQ-MM)
               - (WS-PRIOR-HH * 60 + WS-PRIOR-MM).

       2430-DECLINE-IMPOSSIBLE.
           SET WS-CARD-DECLINED TO TRUE
           SET AS-DECLINED-GEO TO TRUE
           MOVE 'IMPOSSIBLE TRAVEL' TO AS-RESPONSE-TEXT
           ADD 1 TO WS-GEO-DECLINES
           PERFORM 2450-WRITE-GEO-REVIEW.

       2440-LOAD-HOME-REGION.
           MOVE SPACES TO WS-HOME-STATE
           IF WS-CUST-FILE-PRESENT
               MOVE AR-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-MASTER
               IF WS-ACCT-OK
                   MOVE ACCT-OWNER-ID TO CUST-ID
                   READ CUSTOMER-FILE
                   IF WS-CUST-OK
                       MOVE CUST-STATE TO WS-HOME-STATE
                   END-IF
               END-IF
           END-IF.

       2450-WRITE-GEO-REVIEW.
           PERFORM 2440-LOAD-HOME-REGION
           MOVE SPACES TO GEO-REVIEW-RECORD
           MOVE AR-CARD-NUMBER TO GR-CARD-NUMBER
           MOVE AR-ACCT-NUMBER TO GR-ACCT-NUMBER
           MOVE AR-REF-NUMBER TO GR-REF-NUMBER
           MOVE AR-AUTH-DATE TO GR-AUTH-DATE
           MOVE AR-AUTH-TIME TO GR-AUTH-TIME
           MOVE AR-AMOUNT TO GR-AMOUNT
           MOVE AR-MERCHANT-ID TO GR-MERCHANT-ID
           MOVE AR-MCC TO GR-MCC
           MOVE AR-TXN-CITY TO GR-TXN-CITY
           MOVE AR-TXN-STATE TO GR-TXN-STATE
           MOVE AR-TXN-COUNTRY TO GR-TXN-COUNTRY
           MOVE WS-HOME-STATE TO GR-HOME-STATE
           MOVE WS-HOME-COUNTRY TO GR-HOME-COUNTRY
           MOVE 0 TO GR-PRIOR-TIME
           IF WS-PRIOR-IDX > 0
               MOVE WS-CV-CITY(WS-PRIOR-IDX) TO GR-PRIOR-CITY
               MOVE WS-CV-STATE(WS-PRIOR-IDX) TO GR-PRIOR-STATE
               MOVE WS-CV-COUNTRY(WS-PRIOR-IDX) TO GR-PRIOR-COUNTRY
               MOVE WS-PRIOR-TIME TO GR-PRIOR-TIME
           END-IF
           MOVE AS-RESPONSE-CODE TO GR-RESPONSE-CODE
           MOVE AS-RESPONSE-TEXT TO GR-REASON
           SET GR-REVIEW-OPEN TO TRUE
           WRITE GEO-REVIEW-RECORD.


       8900-WRITE-ACCT-JOURNAL.
           MOVE ACCT-NUMBER TO JR-ACCT-NUMBER
           DISPLAY 'AUTHS DECLINED:  ' WS-AUTHS-DECLINED
           DISPLAY 'CARD DECLINES:   ' WS-CARD-DECLINES
           DISPLAY 'VELOCITY DECLINES: ' WS-VEL-DECLINES
           DISPLAY 'NO OPT-IN DECLINES: ' WS-OPTIN-DECLINES
           DISPLAY 'GEO REFERRALS:   ' WS-GEO-REFERRALS
           DISPLAY 'GEO DECLINES:    ' WS-GEO-DECLINES
           DISPLAY 'TRAVEL NOTICE PASSES: ' WS-TRAVEL-APPROVALS
           IF WS-CARD-ACT-OVERFLOW > 0
               DISPLAY '*** CARD ACTIVITY OVERFLOWS: '
                   WS-CARD-ACT-OVERFLOW ' - LIMIT AND VELOCITY '
           IF WS-CARD-FILE-PRESENT
               CLOSE CARD-MASTER
           END-IF
           IF WS-OPTIN-FILE-PRESENT
               CLOSE OD-OPTIN-FILE
           END-IF
           IF WS-TRVL-FILE-PRESENT
               CLOSE TRAVEL-NOTICE-FILE
           END-IF
           IF WS-CUST-FILE-PRESENT
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE GEO-REVIEW-FILE
           CLOSE BLOCKED-RPT-FILE
           CLOSE VELO-ALERT-FILE
           CLOSE CARD-ACTIVITY-FILE
