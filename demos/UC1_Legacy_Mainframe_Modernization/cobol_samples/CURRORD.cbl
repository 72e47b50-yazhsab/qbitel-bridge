       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURRORD.
       AUTHOR. QBITEL-BRIDGE-DEMO.
       DATE-WRITTEN. 2026-10-15.
      *================================================================*
      * CURRENCY ORDER GENERATION                                      *
      * RUNS AFTER VAULTMGT AND ATMFCST. EACH BRANCH'S CLOSING VAULT   *
      * (VLTPOSN) IS DRAWN DOWN BY THE RECOMMENDED LOADS OF THE ATM    *
      * ROUTES IT FUNDS (ATMNEED) AND COMPARED WITH THE BRANCH'S       *
      * POLICY MINIMUM AND MAXIMUM ON THE CURRCTL CONTROL FILE:        *
      *   - BELOW THE MINIMUM, CASH IS ORDERED FROM THE BRANCH'S       *
      *     SUPPLIER (THE FED OR ITS ARMORED CARRIER) TO BRING THE     *
      *     VAULT BACK UP TO THE MAXIMUM; THE ATM PORTION IN TWENTIES, *
      *     THE REST BY THE BRANCH'S DENOMINATION MIX, IN WHOLE STRAPS *
      *   - ABOVE THE MAXIMUM, THE EXCESS GOES BACK TO THE FED BY THE  *
      *     SAME MIX, IN WHOLE STRAPS                                  *
      * THE ORDER FILE CARRIES THE CONSOLIDATED ORDER PER SUPPLIER AND *
      * DENOMINATION FOLLOWED BY THE SHIPMENT TO EACH BRANCH; RETURNS  *
      * GO TO A SEPARATE RETURNS-TO-FED FILE. EVERY ORDER AND RETURN   *
      * IS ALSO WRITTEN AS AN EXPECTED VAULT TICKET FOR THE DELIVERY   *
      * DATE SO VAULTMGT CAN PROVE THE SHIPMENT WHEN IT ARRIVES.       *
      *================================================================*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAULT-POS-FILE ASSIGN TO VLTPOSN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
           SELECT OPTIONAL NEED-EXTRACT-FILE ASSIGN TO ATMNEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEED-STATUS.
           SELECT CURR-CONTROL-FILE ASSIGN TO CURRCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT OPTIONAL HOLIDAY-CAL-FILE ASSIGN TO HOLCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.
           SELECT CURR-ORDER-FILE ASSIGN TO CURRORDF
               ORGANIZATION IS SEQUENTIAL.
           SELECT CURR-RETURN-FILE ASSIGN TO CURRRTNF
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXPECTED-TICKET-FILE ASSIGN TO VLTEXPCT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ORDER-REPORT-FILE ASSIGN TO CURRRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  VAULT-POS-FILE.
       01  VAULT-POS-RECORD.
           05  VP-BRANCH               PIC 9(4).
           05  VP-VAULT-BALANCE        PIC S9(13)V99 COMP-3.
           05  VP-LAST-DATE            PIC 9(8).
           05  FILLER                  PIC X(10).

       FD  NEED-EXTRACT-FILE.
       01  NEED-EXTRACT-RECORD.
           05  AN-ROUTE-ID             PIC X(4).
           05  AN-TERMINAL-ID          PIC X(8).
           05  AN-FCST-NEED            PIC S9(11)V99 COMP-3.
           05  AN-CASH-POSITION        PIC S9(11)V99 COMP-3.
           05  AN-RECOMMENDED-LOAD     PIC S9(11)V99 COMP-3.
           05  AN-FCST-DATE            PIC 9(8).
           05  FILLER                  PIC X(9).

      *----------------------------------------------------------------
      * CURRENCY POLICY CONTROL FILE.
      *   'B' BRANCH POLICY: VAULT MINIMUM AND MAXIMUM, SUPPLIER
      *       ('F' FED, 'C' ARMORED CARRIER WITH ITS ID) AND THE
      *       DENOMINATION MIX IN WHOLE PERCENT FOR 100S, 50S, 20S,
      *       10S, 5S AND 1S, WHICH MUST TOTAL 100.
      *   'R' ROUTE ASSIGNMENT: THE BRANCH WHOSE VAULT FUNDS AN ATM
      *       ROUTE.
      *----------------------------------------------------------------
       FD  CURR-CONTROL-FILE.
       01  CURR-CONTROL-RECORD.
           05  CC-RECORD-TYPE          PIC X(1).
               88  CC-BRANCH-POLICY    VALUE 'B'.
               88  CC-ROUTE-ASSIGN     VALUE 'R'.
           05  CC-BRANCH               PIC 9(4).
           05  CC-MIN-LEVEL            PIC S9(11)V99 COMP-3.
           05  CC-MAX-LEVEL            PIC S9(11)V99 COMP-3.
           05  CC-SUPPLIER             PIC X(1).
               88  CC-FROM-FED         VALUE 'F'.
               88  CC-FROM-CARRIER     VALUE 'C'.
           05  CC-CARRIER-ID           PIC X(8).
           05  CC-MIX-PCT OCCURS 6 TIMES
                                       PIC 9(3).
           05  FILLER                  PIC X(34).
       01  CURR-ROUTE-RECORD.
           05  FILLER                  PIC X(1).
           05  CR-BRANCH               PIC 9(4).
           05  CR-ROUTE-ID             PIC X(4).
           05  FILLER                  PIC X(71).

       FD  HOLIDAY-CAL-FILE.
       01  HOLIDAY-CAL-RECORD.
           05  HC-HOLIDAY-DATE         PIC 9(8).
           05  HC-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(12).

      *----------------------------------------------------------------
      * ORDER AND RETURN RECORDS. 'C' IS THE CONSOLIDATED LINE FOR A
      * SUPPLIER AND DENOMINATION; 'S' IS THE SHIPMENT TO ONE BRANCH.
      *----------------------------------------------------------------
       FD  CURR-ORDER-FILE.
       01  CURR-ORDER-RECORD           PIC X(80).

       FD  CURR-RETURN-FILE.
       01  CURR-RETURN-RECORD          PIC X(80).

       FD  EXPECTED-TICKET-FILE.
       01  EXPECTED-TICKET-RECORD.
           05  EX-BRANCH               PIC 9(4).
           05  EX-TICKET-TYPE          PIC X(2).
           05  EX-TELLER-ID            PIC X(8).
           05  EX-AMOUNT               PIC S9(11)V99 COMP-3.
           05  EX-DATE                 PIC 9(8).
           05  FILLER                  PIC X(10).

       FD  ORDER-REPORT-FILE.
       01  ORDER-REPORT-LINE           PIC X(132).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-POS-STATUS               PIC X(2).
           88  WS-POS-OK               VALUE '00'.
       01  WS-NEED-STATUS              PIC X(2).
           88  WS-NEED-OK              VALUE '00'.
       01  WS-CTL-STATUS               PIC X(2).
           88  WS-CTL-OK               VALUE '00'.
       01  WS-HOL-STATUS               PIC X(2).
           88  WS-HOL-OK               VALUE '00'.
       01  WS-PDATE-STATUS             PIC X(2).
           88  WS-PDATE-OK             VALUE '00'.

       01  WS-POS-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-POS-EOF              VALUE 'Y'.
       01  WS-NEED-EOF-FLAG            PIC X(1) VALUE 'N'.
           88  WS-NEED-EOF             VALUE 'Y'.
       01  WS-CTL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-CTL-EOF              VALUE 'Y'.
       01  WS-HOL-EOF-FLAG             PIC X(1) VALUE 'N'.
           88  WS-HOL-EOF              VALUE 'Y'.

       01  WS-PROCESSING-DATE          PIC 9(8).
       01  WS-DELIVERY-DATE            PIC 9(8).

       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-DATE OCCURS 30 TIMES PIC 9(8).
       01  WS-HOL-COUNT                PIC 9(2) VALUE 0.
       01  WS-HOL-IDX                  PIC 9(2).
       01  WS-CAL-DATE                 PIC 9(8).
       01  WS-DATE-INT                 PIC 9(9).
       01  WS-DAY-OF-WEEK              PIC 9(1).
       01  WS-NON-BUSINESS-FLAG        PIC X(1).
           88  WS-NON-BUSINESS-DAY     VALUE 'Y'.

      *----------------------------------------------------------------
      * DENOMINATIONS ORDERED AND RETURNED: FACE VALUE, VALUE OF A
      * STRAP OF 100 NOTES, AND THE BUILT-IN MIX PERCENT USED WHEN A
      * BRANCH HAS NO VALID MIX OF ITS OWN. ATM LOADS ARE TWENTIES.
      *----------------------------------------------------------------
       01  WS-DENOM-DEFAULTS.
           05  FILLER PIC X(11) VALUE '10010000020'.
           05  FILLER PIC X(11) VALUE '05005000010'.
           05  FILLER PIC X(11) VALUE '02002000050'.
           05  FILLER PIC X(11) VALUE '01001000010'.
           05  FILLER PIC X(11) VALUE '00500500005'.
           05  FILLER PIC X(11) VALUE '00100100005'.
       01  WS-DENOM-TABLE REDEFINES WS-DENOM-DEFAULTS.
           05  WS-DN-ENTRY OCCURS 6 TIMES.
               10  WS-DN-FACE          PIC 9(3).
               10  WS-DN-STRAP-VALUE   PIC 9(5).
               10  WS-DN-DEFAULT-PCT   PIC 9(3).
       01  WS-DN-IDX                   PIC 9(1).
       01  WS-ATM-DENOM-IDX            PIC 9(1) VALUE 3.
       01  WS-MIX-TOTAL                PIC 9(4).

      *----------------------------------------------------------------
      * ONE ENTRY PER BRANCH ON THE POSITION FILE OR THE POLICY FILE.
      *----------------------------------------------------------------
       01  WS-BRANCH-TABLE.
           05  WS-BP-ENTRY OCCURS 200 TIMES.
               10  WS-BP-BRANCH        PIC 9(4).
               10  WS-BP-POLICY-FLAG   PIC X(1).
                   88  WS-BP-HAS-POLICY VALUE 'Y'.
               10  WS-BP-POSITION-FLAG PIC X(1).
                   88  WS-BP-HAS-POSITION VALUE 'Y'.
               10  WS-BP-MIN-LEVEL     PIC S9(11)V99 COMP-3.
               10  WS-BP-MAX-LEVEL     PIC S9(11)V99 COMP-3.
               10  WS-BP-SUPPLIER      PIC X(1).
               10  WS-BP-CARRIER-ID    PIC X(8).
               10  WS-BP-MIX-PCT OCCURS 6 TIMES
                                       PIC 9(3).
               10  WS-BP-POSITION      PIC S9(13)V99 COMP-3.
               10  WS-BP-ATM-NEED      PIC S9(11)V99 COMP-3.
               10  WS-BP-PROJECTED     PIC S9(13)V99 COMP-3.
               10  WS-BP-ORD-STRAPS OCCURS 6 TIMES
                                       PIC 9(5).
               10  WS-BP-RTN-STRAPS OCCURS 6 TIMES
                                       PIC 9(5).
               10  WS-BP-ORDER-TOTAL   PIC S9(11)V99 COMP-3.
               10  WS-BP-RETURN-TOTAL  PIC S9(11)V99 COMP-3.
       01  WS-BRANCH-COUNT             PIC 9(3) VALUE 0.
       01  WS-BP-IDX                   PIC 9(3).
       01  WS-MAX-BRANCHES             PIC 9(3) VALUE 200.
       01  WS-BP-MATCH-IDX             PIC 9(3).
       01  WS-LOOKUP-BRANCH            PIC 9(4).

       01  WS-ROUTE-TABLE.
           05  WS-RT-ENTRY OCCURS 200 TIMES.
               10  WS-RT-ROUTE-ID      PIC X(4).
               10  WS-RT-BRANCH        PIC 9(4).
       01  WS-ROUTE-COUNT              PIC 9(3) VALUE 0.
       01  WS-RT-IDX                   PIC 9(3).
       01  WS-MAX-ROUTES               PIC 9(3) VALUE 200.

      *----------------------------------------------------------------
      * CONSOLIDATED STRAPS PER SUPPLIER AND DENOMINATION. THE FED
      * IS SUPPLIER 'F' WITH A BLANK CARRIER ID.
      *----------------------------------------------------------------
       01  WS-SUPPLIER-TABLE.
           05  WS-SP-ENTRY OCCURS 20 TIMES.
               10  WS-SP-SUPPLIER      PIC X(1).
               10  WS-SP-CARRIER-ID    PIC X(8).
               10  WS-SP-STRAPS OCCURS 6 TIMES
                                       PIC 9(7).
       01  WS-SUPPLIER-COUNT           PIC 9(2) VALUE 0.
       01  WS-SP-IDX                   PIC 9(2).
       01  WS-MAX-SUPPLIERS            PIC 9(2) VALUE 20.
       01  WS-RETURN-STRAPS.
           05  WS-RS-STRAPS OCCURS 6 TIMES PIC 9(7).

      *----------------------------------------------------------------
      * WORK FIELDS FOR SPLITTING AN AMOUNT INTO STRAPS.
      *----------------------------------------------------------------
       01  WS-ORDER-AMOUNT             PIC S9(13)V99 COMP-3.
       01  WS-ATM-PORTION              PIC S9(13)V99 COMP-3.
       01  WS-MIX-PORTION              PIC S9(13)V99 COMP-3.
       01  WS-DENOM-AMOUNT             PIC S9(13)V99 COMP-3.
       01  WS-STRAP-COUNT              PIC 9(7).
       01  WS-STRAP-AMOUNT             PIC S9(13)V99 COMP-3.
       01  WS-LINE-AMOUNT              PIC S9(13)V99 COMP-3.

       01  WS-OUT-RECORD.
           05  WS-OR-RECORD-TYPE       PIC X(1).
               88  WS-OR-CONSOLIDATED  VALUE 'C'.
               88  WS-OR-SHIPMENT      VALUE 'S'.
           05  WS-OR-SUPPLIER          PIC X(1).
           05  WS-OR-CARRIER-ID        PIC X(8).
           05  WS-OR-BRANCH            PIC 9(4).
           05  WS-OR-DENOMINATION      PIC 9(3).
           05  WS-OR-STRAPS            PIC 9(5).
           05  WS-OR-AMOUNT            PIC S9(11)V99 COMP-3.
           05  WS-OR-ORDER-DATE        PIC 9(8).
           05  WS-OR-DELIVERY-DATE     PIC 9(8).
           05  FILLER                  PIC X(35).

       01  WS-COUNTERS.
           05  WS-POSITIONS-READ       PIC 9(5) VALUE 0.
           05  WS-POLICIES-LOADED      PIC 9(5) VALUE 0.
           05  WS-ROUTES-LOADED        PIC 9(5) VALUE 0.
           05  WS-CTL-REJECTED         PIC 9(5) VALUE 0.
           05  WS-NEEDS-READ           PIC 9(5) VALUE 0.
           05  WS-NEEDS-STALE          PIC 9(5) VALUE 0.
           05  WS-NEEDS-UNASSIGNED     PIC 9(5) VALUE 0.
           05  WS-BRANCHES-ORDERED     PIC 9(5) VALUE 0.
           05  WS-BRANCHES-RETURNING   PIC 9(5) VALUE 0.
           05  WS-BRANCHES-NO-POLICY   PIC 9(5) VALUE 0.
           05  WS-ORDER-RECORDS        PIC 9(7) VALUE 0.
           05  WS-RETURN-RECORDS       PIC 9(7) VALUE 0.
           05  WS-EXPECTED-TICKETS     PIC 9(7) VALUE 0.

       01  WS-GRAND-ORDER              PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-GRAND-RETURN             PIC S9(15)V99 COMP-3 VALUE 0.

       01  WS-REPORT-HEADER.
           05  FILLER                  PIC X(35) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               'CURRENCY ORDER AND RETURN - RUN DATE '.
           05  WS-RH-DATE              PIC 9999/99/99.
           05  FILLER                  PIC X(12) VALUE
               '  DELIVERY '.
           05  WS-RH-DELIVERY          PIC 9999/99/99.
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER                  PIC X(8) VALUE '  BRANCH'.
           05  FILLER                  PIC X(15) VALUE
               '  VAULT CLOSE '.
           05  FILLER                  PIC X(15) VALUE
               '      ATM NEED '.
           05  FILLER                  PIC X(15) VALUE
               '     PROJECTED '.
           05  FILLER                  PIC X(13) VALUE
               '      MINIMUM'.
           05  FILLER                  PIC X(13) VALUE
               '      MAXIMUM'.
           05  FILLER                  PIC X(13) VALUE
               '        ORDER'.
           05  FILLER                  PIC X(13) VALUE
               '       RETURN'.
           05  FILLER                  PIC X(9) VALUE ' SUPPLIER'.
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-BRANCH-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-BL-BRANCH            PIC 9(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-BL-POSITION          PIC Z(9)9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-BL-ATM-NEED          PIC Z(9)9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-BL-PROJECTED         PIC Z(9)9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-BL-MIN               PIC Z(8)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-BL-MAX               PIC Z(8)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-BL-ORDER             PIC Z(8)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-BL-RETURN            PIC Z(8)9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-BL-SUPPLIER          PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-BL-NOTE              PIC X(18).

       01  WS-SECTION-LINE.
           05  WS-SL-TITLE             PIC X(60).
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-DENOM-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DL-LABEL             PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  WS-DL-SUPPLIER          PIC X(8).
           05  FILLER                  PIC X(8) VALUE '  DENOM '.
           05  WS-DL-DENOM             PIC ZZ9.
           05  FILLER                  PIC X(9) VALUE '  STRAPS '.
           05  WS-DL-STRAPS            PIC Z(6)9.
           05  FILLER                  PIC X(9) VALUE '  AMOUNT '.
           05  WS-DL-AMOUNT            PIC Z(12)9.99.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-EL-TEXT              PIC X(50).
           05  WS-EL-KEY               PIC X(12).
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-AMOUNT            PIC Z(13)9.99.
           05  FILLER                  PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CONTROL-FILE
           PERFORM 2500-LOAD-VAULT-POSITIONS
           PERFORM 3000-APPLY-ATM-NEEDS
           PERFORM 4000-COMPUTE-ORDERS
           PERFORM 5000-WRITE-ORDER-FILES
           PERFORM 6000-WRITE-EXPECTED-TICKETS
           PERFORM 7000-PRINT-DENOMINATION-SUMMARY
           PERFORM 9000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           DISPLAY '*** CURRENCY ORDER GENERATION STARTED ***'
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
           PERFORM 1320-COMPUTE-DELIVERY-DATE
           DISPLAY 'DELIVERY DATE:   ' WS-DELIVERY-DATE
           OPEN OUTPUT ORDER-REPORT-FILE
           MOVE WS-PROCESSING-DATE TO WS-RH-DATE
           MOVE WS-DELIVERY-DATE TO WS-RH-DELIVERY
           WRITE ORDER-REPORT-LINE FROM WS-REPORT-HEADER.

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
      * ORDERS AND RETURNS MOVE ON THE NEXT BANKING DAY.
      *----------------------------------------------------------------
       1320-COMPUTE-DELIVERY-DATE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROCESSING-DATE)
           SET WS-NON-BUSINESS-DAY TO TRUE
           PERFORM UNTIL NOT WS-NON-BUSINESS-DAY
               ADD 1 TO WS-DATE-INT
               COMPUTE WS-CAL-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               PERFORM 1350-CHECK-NON-BUSINESS-DAY
           END-PERFORM
           MOVE WS-CAL-DATE TO WS-DELIVERY-DATE.

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
      * WITHOUT A POLICY FILE THERE IS NOTHING TO ORDER AGAINST.
      *----------------------------------------------------------------
       2000-LOAD-CONTROL-FILE.
           OPEN INPUT CURR-CONTROL-FILE
           IF NOT WS-CTL-OK
               DISPLAY 'ERROR OPENING CURRENCY CONTROL FILE: '
                   WS-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CTL-EOF
               READ CURR-CONTROL-FILE
                   AT END
                       SET WS-CTL-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CC-BRANCH-POLICY
                               PERFORM 2100-APPLY-BRANCH-POLICY
                           WHEN CC-ROUTE-ASSIGN
                               PERFORM 2200-APPLY-ROUTE-ASSIGNMENT
                           WHEN OTHER
                               MOVE 'UNKNOWN CONTROL RECORD TYPE'
                                   TO WS-EL-TEXT
                               MOVE CC-RECORD-TYPE TO WS-EL-KEY
                               PERFORM 8900-WRITE-EXCEPTION
                               ADD 1 TO WS-CTL-REJECTED
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CURR-CONTROL-FILE
           DISPLAY 'BRANCH POLICIES LOADED: ' WS-POLICIES-LOADED
               ' ROUTES: ' WS-ROUTES-LOADED
               ' REJECTED: ' WS-CTL-REJECTED.

      *----------------------------------------------------------------
      * A POLICY WITH MINIMUM ABOVE MAXIMUM OR AN UNKNOWN SUPPLIER IS
      * REJECTED. A MIX THAT DOES NOT TOTAL 100 FALLS BACK TO THE
      * BUILT-IN MIX AND IS REPORTED.
      *----------------------------------------------------------------
       2100-APPLY-BRANCH-POLICY.
           IF CC-MIN-LEVEL > CC-MAX-LEVEL
               OR NOT (CC-FROM-FED OR CC-FROM-CARRIER)
               OR (CC-FROM-CARRIER AND CC-CARRIER-ID = SPACES)
               MOVE 'BRANCH POLICY REJECTED - LEVELS OR SUPPLIER'
                   TO WS-EL-TEXT
               MOVE CC-BRANCH TO WS-EL-KEY
               PERFORM 8900-WRITE-EXCEPTION
               ADD 1 TO WS-CTL-REJECTED
           ELSE
               MOVE CC-BRANCH TO WS-LOOKUP-BRANCH
               PERFORM 2900-FIND-OR-ADD-BRANCH
               IF WS-BP-MATCH-IDX > 0
                   MOVE 'Y' TO WS-BP-POLICY-FLAG(WS-BP-MATCH-IDX)
                   MOVE CC-MIN-LEVEL TO
                       WS-BP-MIN-LEVEL(WS-BP-MATCH-IDX)
                   MOVE CC-MAX-LEVEL TO
                       WS-BP-MAX-LEVEL(WS-BP-MATCH-IDX)
                   MOVE CC-SUPPLIER TO WS-BP-SUPPLIER(WS-BP-MATCH-IDX)
                   IF CC-FROM-FED
                       MOVE SPACES TO
                           WS-BP-CARRIER-ID(WS-BP-MATCH-IDX)
                   ELSE
                       MOVE CC-CARRIER-ID TO
                           WS-BP-CARRIER-ID(WS-BP-MATCH-IDX)
                   END-IF
                   MOVE 0 TO WS-MIX-TOTAL
                   PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                       UNTIL WS-DN-IDX > 6
                       ADD CC-MIX-PCT(WS-DN-IDX) TO WS-MIX-TOTAL
                   END-PERFORM
                   PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                       UNTIL WS-DN-IDX > 6
                       IF WS-MIX-TOTAL = 100
                           MOVE CC-MIX-PCT(WS-DN-IDX) TO
                          WS-BP-MIX-PCT(WS-BP-MATCH-IDX, WS-DN-IDX)
                       ELSE
                           MOVE WS-DN-DEFAULT-PCT(WS-DN-IDX) TO
                          WS-BP-MIX-PCT(WS-BP-MATCH-IDX, WS-DN-IDX)
                       END-IF
                   END-PERFORM
                   IF WS-MIX-TOTAL NOT = 100
                       MOVE 'MIX NOT 100 PERCENT - DEFAULT MIX USED'
                           TO WS-EL-TEXT
                       MOVE CC-BRANCH TO WS-EL-KEY
                       PERFORM 8900-WRITE-EXCEPTION
                       ADD 1 TO WS-CTL-REJECTED
                   END-IF
                   ADD 1 TO WS-POLICIES-LOADED
               END-IF
           END-IF.

       2200-APPLY-ROUTE-ASSIGNMENT.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-ROUTE-COUNT
               IF WS-RT-ROUTE-ID(WS-RT-IDX) = CR-ROUTE-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RT-IDX > WS-ROUTE-COUNT
               IF WS-ROUTE-COUNT < WS-MAX-ROUTES
                   ADD 1 TO WS-ROUTE-COUNT
                   MOVE WS-ROUTE-COUNT TO WS-RT-IDX
               ELSE
                   MOVE 'ROUTE TABLE FULL - ROUTE NOT LOADED'
                       TO WS-EL-TEXT
                   MOVE CR-ROUTE-ID TO WS-EL-KEY
                   PERFORM 8900-WRITE-EXCEPTION
                   ADD 1 TO WS-CTL-REJECTED
               END-IF
           END-IF
           IF WS-RT-IDX <= WS-ROUTE-COUNT
               MOVE CR-ROUTE-ID TO WS-RT-ROUTE-ID(WS-RT-IDX)
               MOVE CR-BRANCH TO WS-RT-BRANCH(WS-RT-IDX)
               ADD 1 TO WS-ROUTES-LOADED
           END-IF.

      *----------------------------------------------------------------
      * THE CLOSING POSITIONS VAULTMGT JUST CARRIED FORWARD.
      *----------------------------------------------------------------
       2500-LOAD-VAULT-POSITIONS.
           OPEN INPUT VAULT-POS-FILE
           IF NOT WS-POS-OK
               DISPLAY 'ERROR OPENING VAULT POSITION FILE: '
                   WS-POS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-POS-EOF
               READ VAULT-POS-FILE
                   AT END
                       SET WS-POS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POSITIONS-READ
                       MOVE VP-BRANCH TO WS-LOOKUP-BRANCH
                       PERFORM 2900-FIND-OR-ADD-BRANCH
                       IF WS-BP-MATCH-IDX > 0
                           MOVE 'Y' TO
                               WS-BP-POSITION-FLAG(WS-BP-MATCH-IDX)
                           MOVE VP-VAULT-BALANCE TO
                               WS-BP-POSITION(WS-BP-MATCH-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VAULT-POS-FILE
           DISPLAY 'VAULT POSITIONS READ:   ' WS-POSITIONS-READ.

       2900-FIND-OR-ADD-BRANCH.
           MOVE 0 TO WS-BP-MATCH-IDX
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
               UNTIL WS-BP-IDX > WS-BRANCH-COUNT
               IF WS-BP-BRANCH(WS-BP-IDX) = WS-LOOKUP-BRANCH
                   MOVE WS-BP-IDX TO WS-BP-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BP-MATCH-IDX = 0
               AND WS-BRANCH-COUNT < WS-MAX-BRANCHES
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-BP-MATCH-IDX
               MOVE WS-LOOKUP-BRANCH TO WS-BP-BRANCH(WS-BP-MATCH-IDX)
               MOVE 'N' TO WS-BP-POLICY-FLAG(WS-BP-MATCH-IDX)
               MOVE 'N' TO WS-BP-POSITION-FLAG(WS-BP-MATCH-IDX)
               MOVE 0 TO WS-BP-MIN-LEVEL(WS-BP-MATCH-IDX)
               MOVE 0 TO WS-BP-MAX-LEVEL(WS-BP-MATCH-IDX)
               MOVE SPACE TO WS-BP-SUPPLIER(WS-BP-MATCH-IDX)
               MOVE SPACES TO WS-BP-CARRIER-ID(WS-BP-MATCH-IDX)
               MOVE 0 TO WS-BP-POSITION(WS-BP-MATCH-IDX)
               MOVE 0 TO WS-BP-ATM-NEED(WS-BP-MATCH-IDX)
               MOVE 0 TO WS-BP-PROJECTED(WS-BP-MATCH-IDX)
               MOVE 0 TO WS-BP-ORDER-TOTAL(WS-BP-MATCH-IDX)
               MOVE 0 TO WS-BP-RETURN-TOTAL(WS-BP-MATCH-IDX)
               PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > 6
                   MOVE 0 TO WS-BP-MIX-PCT(WS-BP-MATCH-IDX, WS-DN-IDX)
                   MOVE 0 TO
                       WS-BP-ORD-STRAPS(WS-BP-MATCH-IDX, WS-DN-IDX)
                   MOVE 0 TO
                       WS-BP-RTN-STRAPS(WS-BP-MATCH-IDX, WS-DN-IDX)
               END-PERFORM
           END-IF
           IF WS-BP-MATCH-IDX = 0
               MOVE 'BRANCH TABLE FULL - BRANCH NOT LOADED'
                   TO WS-EL-TEXT
               MOVE WS-LOOKUP-BRANCH TO WS-EL-KEY
               PERFORM 8900-WRITE-EXCEPTION
           END-IF.

      *----------------------------------------------------------------
      * EACH TERMINAL'S RECOMMENDED LOAD FROM TODAY'S FORECAST COMES
      * OUT OF THE VAULT OF THE BRANCH THAT FUNDS ITS ROUTE.
      *----------------------------------------------------------------
       3000-APPLY-ATM-NEEDS.
           OPEN INPUT NEED-EXTRACT-FILE
           IF NOT WS-NEED-OK
               DISPLAY 'NO ATM NEED EXTRACT - VAULT LEVELS ONLY'
               SET WS-NEED-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-NEED-EOF
               READ NEED-EXTRACT-FILE
                   AT END
                       SET WS-NEED-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-APPLY-ONE-NEED
               END-READ
           END-PERFORM
           IF WS-NEED-OK OR WS-NEED-STATUS = '10'
               CLOSE NEED-EXTRACT-FILE
           END-IF
           DISPLAY 'ATM NEED RECORDS READ:  ' WS-NEEDS-READ.

       3100-APPLY-ONE-NEED.
           ADD 1 TO WS-NEEDS-READ
           IF AN-FCST-DATE NOT = WS-PROCESSING-DATE
               ADD 1 TO WS-NEEDS-STALE
           ELSE
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-ROUTE-COUNT
                   IF WS-RT-ROUTE-ID(WS-RT-IDX) = AN-ROUTE-ID
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-RT-IDX > WS-ROUTE-COUNT
                   ADD 1 TO WS-NEEDS-UNASSIGNED
                   MOVE 'ATM ROUTE NOT ASSIGNED TO A BRANCH - TERMINAL'
                       TO WS-EL-TEXT
                   MOVE AN-TERMINAL-ID TO WS-EL-KEY
                   PERFORM 8900-WRITE-EXCEPTION
               ELSE
                   MOVE WS-RT-BRANCH(WS-RT-IDX) TO WS-LOOKUP-BRANCH
                   PERFORM 2900-FIND-OR-ADD-BRANCH
                   IF WS-BP-MATCH-IDX > 0
                       ADD AN-RECOMMENDED-LOAD TO
                           WS-BP-ATM-NEED(WS-BP-MATCH-IDX)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * PROJECTED VAULT = CLOSING VAULT LESS THE ATM LOADS IT FUNDS.
      * BELOW THE MINIMUM, ORDER BACK UP TO THE MAXIMUM; ABOVE THE
      * MAXIMUM, RETURN THE EXCESS. A BRANCH WITH NO POLICY IS LISTED
      * BUT NOT ORDERED FOR.
      *----------------------------------------------------------------
       4000-COMPUTE-ORDERS.
           MOVE SPACES TO ORDER-REPORT-LINE
           WRITE ORDER-REPORT-LINE
           WRITE ORDER-REPORT-LINE FROM WS-COLUMN-HEADER
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
               UNTIL WS-BP-IDX > WS-BRANCH-COUNT
               COMPUTE WS-BP-PROJECTED(WS-BP-IDX) =
                   WS-BP-POSITION(WS-BP-IDX)
                   - WS-BP-ATM-NEED(WS-BP-IDX)
               MOVE SPACES TO WS-BL-NOTE
               EVALUATE TRUE
                   WHEN NOT WS-BP-HAS-POLICY(WS-BP-IDX)
                       ADD 1 TO WS-BRANCHES-NO-POLICY
                       MOVE 'NO POLICY ON FILE' TO WS-BL-NOTE
                   WHEN WS-BP-PROJECTED(WS-BP-IDX)
                       < WS-BP-MIN-LEVEL(WS-BP-IDX)
                       PERFORM 4100-BUILD-ORDER
                   WHEN WS-BP-PROJECTED(WS-BP-IDX)
                       > WS-BP-MAX-LEVEL(WS-BP-IDX)
                       PERFORM 4200-BUILD-RETURN
               END-EVALUATE
               IF NOT WS-BP-HAS-POSITION(WS-BP-IDX)
                   AND WS-BP-HAS-POLICY(WS-BP-IDX)
                   MOVE 'NO VAULT POSITION' TO WS-BL-NOTE
               END-IF
               PERFORM 4900-PRINT-BRANCH-LINE
           END-PERFORM.

      *----------------------------------------------------------------
      * THE ATM PORTION OF THE ORDER COMES IN TWENTIES; THE REST IS
      * SPREAD BY THE BRANCH MIX. EACH DENOMINATION ROUNDS UP TO A
      * WHOLE STRAP SO THE VAULT NEVER LANDS SHORT OF ITS MAXIMUM.
      *----------------------------------------------------------------
       4100-BUILD-ORDER.
           COMPUTE WS-ORDER-AMOUNT =
               WS-BP-MAX-LEVEL(WS-BP-IDX) - WS-BP-PROJECTED(WS-BP-IDX)
           IF WS-BP-ATM-NEED(WS-BP-IDX) > WS-ORDER-AMOUNT
               MOVE WS-ORDER-AMOUNT TO WS-ATM-PORTION
           ELSE
               MOVE WS-BP-ATM-NEED(WS-BP-IDX) TO WS-ATM-PORTION
           END-IF
           IF WS-ATM-PORTION < 0
               MOVE 0 TO WS-ATM-PORTION
           END-IF
           COMPUTE WS-MIX-PORTION = WS-ORDER-AMOUNT - WS-ATM-PORTION
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
               UNTIL WS-DN-IDX > 6
               COMPUTE WS-DENOM-AMOUNT =
                   WS-MIX-PORTION
                   * WS-BP-MIX-PCT(WS-BP-IDX, WS-DN-IDX) / 100
               IF WS-DN-IDX = WS-ATM-DENOM-IDX
                   ADD WS-ATM-PORTION TO WS-DENOM-AMOUNT
               END-IF
               COMPUTE WS-STRAP-COUNT =
                   WS-DENOM-AMOUNT / WS-DN-STRAP-VALUE(WS-DN-IDX)
               COMPUTE WS-STRAP-AMOUNT =
                   WS-STRAP-COUNT * WS-DN-STRAP-VALUE(WS-DN-IDX)
               IF WS-STRAP-AMOUNT < WS-DENOM-AMOUNT
                   ADD 1 TO WS-STRAP-COUNT
                   ADD WS-DN-STRAP-VALUE(WS-DN-IDX) TO WS-STRAP-AMOUNT
               END-IF
               MOVE WS-STRAP-COUNT TO
                   WS-BP-ORD-STRAPS(WS-BP-IDX, WS-DN-IDX)
               ADD WS-STRAP-AMOUNT TO WS-BP-ORDER-TOTAL(WS-BP-IDX)
           END-PERFORM
           ADD WS-BP-ORDER-TOTAL(WS-BP-IDX) TO WS-GRAND-ORDER
           ADD 1 TO WS-BRANCHES-ORDERED.

      *----------------------------------------------------------------
      * ONLY WHOLE STRAPS GO BACK TO THE FED, SO EACH DENOMINATION'S
      * SHARE OF THE EXCESS ROUNDS DOWN.
      *----------------------------------------------------------------
       4200-BUILD-RETURN.
           COMPUTE WS-ORDER-AMOUNT =
               WS-BP-PROJECTED(WS-BP-IDX) - WS-BP-MAX-LEVEL(WS-BP-IDX)
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
               UNTIL WS-DN-IDX > 6
               COMPUTE WS-DENOM-AMOUNT =
                   WS-ORDER-AMOUNT
                   * WS-BP-MIX-PCT(WS-BP-IDX, WS-DN-IDX) / 100
               COMPUTE WS-STRAP-COUNT =
                   WS-DENOM-AMOUNT / WS-DN-STRAP-VALUE(WS-DN-IDX)
               COMPUTE WS-STRAP-AMOUNT =
                   WS-STRAP-COUNT * WS-DN-STRAP-VALUE(WS-DN-IDX)
               MOVE WS-STRAP-COUNT TO
                   WS-BP-RTN-STRAPS(WS-BP-IDX, WS-DN-IDX)
               ADD WS-STRAP-AMOUNT TO WS-BP-RETURN-TOTAL(WS-BP-IDX)
           END-PERFORM
           IF WS-BP-RETURN-TOTAL(WS-BP-IDX) > 0
               ADD WS-BP-RETURN-TOTAL(WS-BP-IDX) TO WS-GRAND-RETURN
               ADD 1 TO WS-BRANCHES-RETURNING
           ELSE
               MOVE 'EXCESS UNDER STRAP' TO WS-BL-NOTE
           END-IF.

       4900-PRINT-BRANCH-LINE.
           MOVE WS-BP-BRANCH(WS-BP-IDX) TO WS-BL-BRANCH
           MOVE WS-BP-POSITION(WS-BP-IDX) TO WS-BL-POSITION
           MOVE WS-BP-ATM-NEED(WS-BP-IDX) TO WS-BL-ATM-NEED
           MOVE WS-BP-PROJECTED(WS-BP-IDX) TO WS-BL-PROJECTED
           MOVE WS-BP-MIN-LEVEL(WS-BP-IDX) TO WS-BL-MIN
           MOVE WS-BP-MAX-LEVEL(WS-BP-IDX) TO WS-BL-MAX
           MOVE WS-BP-ORDER-TOTAL(WS-BP-IDX) TO WS-BL-ORDER
           MOVE WS-BP-RETURN-TOTAL(WS-BP-IDX) TO WS-BL-RETURN
           EVALUATE WS-BP-SUPPLIER(WS-BP-IDX)
               WHEN 'F'
                   MOVE 'FED' TO WS-BL-SUPPLIER
               WHEN 'C'
                   MOVE WS-BP-CARRIER-ID(WS-BP-IDX) TO WS-BL-SUPPLIER
               WHEN OTHER
                   MOVE SPACES TO WS-BL-SUPPLIER
           END-EVALUATE
           WRITE ORDER-REPORT-LINE FROM WS-BRANCH-LINE.

      *----------------------------------------------------------------
      * CONSOLIDATE THE BRANCH STRAPS BY SUPPLIER, THEN WRITE EACH
      * SUPPLIER'S CONSOLIDATED LINES AHEAD OF ITS BRANCH SHIPMENTS.
      * RETURNS ALL GO TO THE FED.
      *----------------------------------------------------------------
       5000-WRITE-ORDER-FILES.
           OPEN OUTPUT CURR-ORDER-FILE
           OPEN OUTPUT CURR-RETURN-FILE
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
               UNTIL WS-DN-IDX > 6
               MOVE 0 TO WS-RS-STRAPS(WS-DN-IDX)
           END-PERFORM
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
               UNTIL WS-BP-IDX > WS-BRANCH-COUNT
               IF WS-BP-ORDER-TOTAL(WS-BP-IDX) > 0
                   PERFORM 5100-FIND-OR-ADD-SUPPLIER
                   IF WS-SP-IDX > 0
                       PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                           UNTIL WS-DN-IDX > 6
                           ADD WS-BP-ORD-STRAPS(WS-BP-IDX, WS-DN-IDX)
                               TO WS-SP-STRAPS(WS-SP-IDX, WS-DN-IDX)
                       END-PERFORM
                   END-IF
               END-IF
               IF WS-BP-RETURN-TOTAL(WS-BP-IDX) > 0
                   PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                       UNTIL WS-DN-IDX > 6
                       ADD WS-BP-RTN-STRAPS(WS-BP-IDX, WS-DN-IDX)
                           TO WS-RS-STRAPS(WS-DN-IDX)
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SUPPLIER-COUNT
               PERFORM 5200-WRITE-SUPPLIER-ORDER
           END-PERFORM
           PERFORM 5300-WRITE-RETURN-ORDER
           CLOSE CURR-ORDER-FILE
           CLOSE CURR-RETURN-FILE.

       5100-FIND-OR-ADD-SUPPLIER.
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SUPPLIER-COUNT
               IF WS-SP-SUPPLIER(WS-SP-IDX) = WS-BP-SUPPLIER(WS-BP-IDX)
                   AND WS-SP-CARRIER-ID(WS-SP-IDX)
                       = WS-BP-CARRIER-ID(WS-BP-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SP-IDX > WS-SUPPLIER-COUNT
               IF WS-SUPPLIER-COUNT < WS-MAX-SUPPLIERS
                   ADD 1 TO WS-SUPPLIER-COUNT
                   MOVE WS-SUPPLIER-COUNT TO WS-SP-IDX
                   MOVE WS-BP-SUPPLIER(WS-BP-IDX) TO
                       WS-SP-SUPPLIER(WS-SP-IDX)
                   MOVE WS-BP-CARRIER-ID(WS-BP-IDX) TO
                       WS-SP-CARRIER-ID(WS-SP-IDX)
                   PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                       UNTIL WS-DN-IDX > 6
                       MOVE 0 TO WS-SP-STRAPS(WS-SP-IDX, WS-DN-IDX)
                   END-PERFORM
               ELSE
                   MOVE 'SUPPLIER TABLE FULL - BRANCH NOT ORDERED'
                       TO WS-EL-TEXT
                   MOVE WS-BP-BRANCH(WS-BP-IDX) TO WS-EL-KEY
                   PERFORM 8900-WRITE-EXCEPTION
                   MOVE 0 TO WS-SP-IDX
               END-IF
           END-IF.

       5200-WRITE-SUPPLIER-ORDER.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
               UNTIL WS-DN-IDX > 6
               IF WS-SP-STRAPS(WS-SP-IDX, WS-DN-IDX) > 0
                   MOVE SPACES TO WS-OUT-RECORD
                   SET WS-OR-CONSOLIDATED TO TRUE
                   MOVE WS-SP-SUPPLIER(WS-SP-IDX) TO WS-OR-SUPPLIER
                   MOVE WS-SP-CARRIER-ID(WS-SP-IDX) TO WS-OR-CARRIER-ID
                   MOVE 0 TO WS-OR-BRANCH
                   MOVE WS-SP-STRAPS(WS-SP-IDX, WS-DN-IDX)
                       TO WS-STRAP-COUNT
                   PERFORM 5900-BUILD-OUT-RECORD
                   WRITE CURR-ORDER-RECORD FROM WS-OUT-RECORD
                   ADD 1 TO WS-ORDER-RECORDS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
               UNTIL WS-BP-IDX > WS-BRANCH-COUNT
               IF WS-BP-ORDER-TOTAL(WS-BP-IDX) > 0
                   AND WS-BP-SUPPLIER(WS-BP-IDX)
                       = WS-SP-SUPPLIER(WS-SP-IDX)
                   AND WS-BP-CARRIER-ID(WS-BP-IDX)
                       = WS-SP-CARRIER-ID(WS-SP-IDX)
                   PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                       UNTIL WS-DN-IDX > 6
                       IF WS-BP-ORD-STRAPS(WS-BP-IDX, WS-DN-IDX) > 0
                           MOVE SPACES TO WS-OUT-RECORD
                           SET WS-OR-SHIPMENT TO TRUE
                           MOVE WS-SP-SUPPLIER(WS-SP-IDX)
                               TO WS-OR-SUPPLIER
                           MOVE WS-SP-CARRIER-ID(WS-SP-IDX)
                               TO WS-OR-CARRIER-ID
                           MOVE WS-BP-BRANCH(WS-BP-IDX) TO WS-OR-BRANCH
                           MOVE WS-BP-ORD-STRAPS(WS-BP-IDX, WS-DN-IDX)
                               TO WS-STRAP-COUNT
                           PERFORM 5900-BUILD-OUT-RECORD
                           WRITE CURR-ORDER-RECORD FROM WS-OUT-RECORD
                           ADD 1 TO WS-ORDER-RECORDS
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       5300-WRITE-RETURN-ORDER.
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
               UNTIL WS-DN-IDX > 6
               IF WS-RS-STRAPS(WS-DN-IDX) > 0
                   MOVE SPACES TO WS-OUT-RECORD
                   SET WS-OR-CONSOLIDATED TO TRUE
                   MOVE 'F' TO WS-OR-SUPPLIER
                   MOVE 0 TO WS-OR-BRANCH
                   MOVE WS-RS-STRAPS(WS-DN-IDX) TO WS-STRAP-COUNT
                   PERFORM 5900-BUILD-OUT-RECORD
                   WRITE CURR-RETURN-RECORD FROM WS-OUT-RECORD
                   ADD 1 TO WS-RETURN-RECORDS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
               UNTIL WS-BP-IDX > WS-BRANCH-COUNT
               IF WS-BP-RETURN-TOTAL(WS-BP-IDX) > 0
                   PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                       UNTIL WS-DN-IDX > 6
                       IF WS-BP-RTN-STRAPS(WS-BP-IDX, WS-DN-IDX) > 0
                           MOVE SPACES TO WS-OUT-RECORD
                           SET WS-OR-SHIPMENT TO TRUE
                           MOVE 'F' TO WS-OR-SUPPLIER
                           MOVE WS-BP-BRANCH(WS-BP-IDX) TO WS-OR-BRANCH
                           MOVE WS-BP-RTN-STRAPS(WS-BP-IDX, WS-DN-IDX)
                               TO WS-STRAP-COUNT
                           PERFORM 5900-BUILD-OUT-RECORD
                           WRITE CURR-RETURN-RECORD FROM WS-OUT-RECORD
                           ADD 1 TO WS-RETURN-RECORDS
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       5900-BUILD-OUT-RECORD.
           MOVE WS-DN-FACE(WS-DN-IDX) TO WS-OR-DENOMINATION
           MOVE WS-STRAP-COUNT TO WS-OR-STRAPS
           COMPUTE WS-OR-AMOUNT =
               WS-STRAP-COUNT * WS-DN-STRAP-VALUE(WS-DN-IDX)
           MOVE WS-PROCESSING-DATE TO WS-OR-ORDER-DATE
           MOVE WS-DELIVERY-DATE TO WS-OR-DELIVERY-DATE.

      *----------------------------------------------------------------
      * AN ORDER ARRIVES AT THE BRANCH AS A FED RECEIPT TICKET AND A
      * RETURN LEAVES AS A FED SHIPMENT TICKET, BOTH ON THE DELIVERY
      * DATE. VAULTMGT PROVES THE REAL TICKETS AGAINST THESE.
      *----------------------------------------------------------------
       6000-WRITE-EXPECTED-TICKETS.
           OPEN OUTPUT EXPECTED-TICKET-FILE
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
               UNTIL WS-BP-IDX > WS-BRANCH-COUNT
               IF WS-BP-ORDER-TOTAL(WS-BP-IDX) > 0
                   MOVE SPACES TO EXPECTED-TICKET-RECORD
                   MOVE WS-BP-BRANCH(WS-BP-IDX) TO EX-BRANCH
                   MOVE 'FR' TO EX-TICKET-TYPE
                   MOVE 'CURRORD' TO EX-TELLER-ID
                   MOVE WS-BP-ORDER-TOTAL(WS-BP-IDX) TO EX-AMOUNT
                   MOVE WS-DELIVERY-DATE TO EX-DATE
                   WRITE EXPECTED-TICKET-RECORD
                   ADD 1 TO WS-EXPECTED-TICKETS
               END-IF
               IF WS-BP-RETURN-TOTAL(WS-BP-IDX) > 0
                   MOVE SPACES TO EXPECTED-TICKET-RECORD
                   MOVE WS-BP-BRANCH(WS-BP-IDX) TO EX-BRANCH
                   MOVE 'FS' TO EX-TICKET-TYPE
                   MOVE 'CURRORD' TO EX-TELLER-ID
                   MOVE WS-BP-RETURN-TOTAL(WS-BP-IDX) TO EX-AMOUNT
                   MOVE WS-DELIVERY-DATE TO EX-DATE
                   WRITE EXPECTED-TICKET-RECORD
                   ADD 1 TO WS-EXPECTED-TICKETS
               END-IF
           END-PERFORM
           CLOSE EXPECTED-TICKET-FILE.

       7000-PRINT-DENOMINATION-SUMMARY.
           MOVE SPACES TO ORDER-REPORT-LINE
           WRITE ORDER-REPORT-LINE
           MOVE 'CONSOLIDATED ORDER BY SUPPLIER AND DENOMINATION'
               TO WS-SL-TITLE
           WRITE ORDER-REPORT-LINE FROM WS-SECTION-LINE
           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SUPPLIER-COUNT
               PERFORM VARYING WS-DN-IDX FROM 1 BY 1
                   UNTIL WS-DN-IDX > 6
                   IF WS-SP-STRAPS(WS-SP-IDX, WS-DN-IDX) > 0
                       MOVE 'ORDER FROM' TO WS-DL-LABEL
                       IF WS-SP-SUPPLIER(WS-SP-IDX) = 'F'
                           MOVE 'FED' TO WS-DL-SUPPLIER
                       ELSE
                           MOVE WS-SP-CARRIER-ID(WS-SP-IDX)
                               TO WS-DL-SUPPLIER
                       END-IF
                       MOVE WS-SP-STRAPS(WS-SP-IDX, WS-DN-IDX)
                           TO WS-STRAP-COUNT
                       PERFORM 7100-PRINT-DENOM-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO ORDER-REPORT-LINE
           WRITE ORDER-REPORT-LINE
           MOVE 'RETURNS TO FED BY DENOMINATION' TO WS-SL-TITLE
           WRITE ORDER-REPORT-LINE FROM WS-SECTION-LINE
           PERFORM VARYING WS-DN-IDX FROM 1 BY 1
               UNTIL WS-DN-IDX > 6
               IF WS-RS-STRAPS(WS-DN-IDX) > 0
                   MOVE 'RETURN TO' TO WS-DL-LABEL
                   MOVE 'FED' TO WS-DL-SUPPLIER
                   MOVE WS-RS-STRAPS(WS-DN-IDX) TO WS-STRAP-COUNT
                   PERFORM 7100-PRINT-DENOM-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO ORDER-REPORT-LINE
           WRITE ORDER-REPORT-LINE
           MOVE 'TOTAL CURRENCY ORDERED' TO WS-TL-LABEL
           MOVE WS-GRAND-ORDER TO WS-TL-AMOUNT
           WRITE ORDER-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL CURRENCY RETURNED TO FED' TO WS-TL-LABEL
           MOVE WS-GRAND-RETURN TO WS-TL-AMOUNT
           WRITE ORDER-REPORT-LINE FROM WS-TOTAL-LINE.

       7100-PRINT-DENOM-LINE.
           MOVE WS-DN-FACE(WS-DN-IDX) TO WS-DL-DENOM
           MOVE WS-STRAP-COUNT TO WS-DL-STRAPS
           COMPUTE WS-LINE-AMOUNT =
               WS-STRAP-COUNT * WS-DN-STRAP-VALUE(WS-DN-IDX)
           MOVE WS-LINE-AMOUNT TO WS-DL-AMOUNT
           WRITE ORDER-REPORT-LINE FROM WS-DENOM-LINE.

       8900-WRITE-EXCEPTION.
           WRITE ORDER-REPORT-LINE FROM WS-EXCEPTION-LINE.

       9000-FINALIZE.
           CLOSE ORDER-REPORT-FILE
           DISPLAY '*** CURRENCY ORDER GENERATION COMPLETE ***'
           DISPLAY 'BRANCHES ORDERING:      ' WS-BRANCHES-ORDERED
           DISPLAY 'BRANCHES RETURNING:     ' WS-BRANCHES-RETURNING
           DISPLAY 'BRANCHES WITHOUT POLICY:' WS-BRANCHES-NO-POLICY
           DISPLAY 'ATM NEEDS NOT ASSIGNED: ' WS-NEEDS-UNASSIGNED
           DISPLAY 'ATM NEEDS NOT CURRENT:  ' WS-NEEDS-STALE
           DISPLAY 'ORDER RECORDS WRITTEN:  ' WS-ORDER-RECORDS
           DISPLAY 'RETURN RECORDS WRITTEN: ' WS-RETURN-RECORDS
           DISPLAY 'EXPECTED TICKETS:       ' WS-EXPECTED-TICKETS
           IF WS-CTL-REJECTED > 0
               OR WS-NEEDS-UNASSIGNED > 0
               OR WS-BRANCHES-NO-POLICY > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
