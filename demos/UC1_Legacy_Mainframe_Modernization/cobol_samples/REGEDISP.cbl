           05  DT-REF-NUMBER           PIC X(16).
           05  DT-AMOUNT               PIC S9(11)V99 COMP-3.
           05  DT-OPERATOR-ID          PIC X(8).
           05  DT-REASON-CODE          PIC X(2).
           05  FILLER                  PIC X(8).

      *----------------------------------------------------------------
      * DISPUTE CASE FILE, CARRIED ACROSS RUNS. STATUS: 'O' OPEN,
      * 'P' PROVISIONAL CREDIT POSTED, 'M' RESOLVED - CREDIT MADE
      * PERMANENT, 'V' DENIED - CREDIT REVERSED. A CARD DISPUTE
      * CARRIES THE BANK DISPUTE CATEGORY (FR FRAUD, NR NOT RECEIVED,
      * DP DUPLICATE, CR CREDIT NOT PROCESSED, AM INCORRECT AMOUNT,
      * QD QUALITY/NOT AS DESCRIBED) FROM INTAKE; THE CHARGEBACK RUN
      * MAPS IT TO THE NETWORK REASON CODE. NON-CARD CLAIMS LEAVE IT
      * BLANK.
      *----------------------------------------------------------------
       FD  CASE-FILE.
       01  CASE-RECORD.
               88  CS-PROVISIONAL      VALUE 'P'.
               88  CS-PERMANENT        VALUE 'M'.
               88  CS-REVERSED         VALUE 'V'.
           05  CS-REASON-CODE          PIC X(2).
           05  FILLER                  PIC X(8).

       FD  DAILY-TRANS.
       01  TRANS-RECORD.
               10  WS-CA-PROV-DATE     PIC 9(8).
               10  WS-CA-RES-DATE      PIC 9(8).
               10  WS-CA-STATUS        PIC X(1).
               10  WS-CA-REASON        PIC X(2).
       01  WS-CASE-COUNT               PIC 9(4) VALUE 0.
       01  WS-CA-IDX                   PIC 9(4).
       01  WS-MAX-CASES                PIC 9(4) VALUE 1000.
                               WS-CA-RES-DATE(WS-CASE-COUNT)
                           MOVE CS-STATUS TO
                               WS-CA-STATUS(WS-CASE-COUNT)
                           MOVE CS-REASON-CODE TO
                               WS-CA-REASON(WS-CASE-COUNT)
                           IF CS-CASE-ID >= WS-NEXT-CASE-ID
                               COMPUTE WS-NEXT-CASE-ID =
                                   CS-CASE-ID + 1
                   MOVE 0 TO WS-CA-PROV-DATE(WS-CASE-COUNT)
                   MOVE 0 TO WS-CA-RES-DATE(WS-CASE-COUNT)
                   MOVE 'O' TO WS-CA-STATUS(WS-CASE-COUNT)
                   MOVE DT-REASON-CODE TO WS-CA-REASON(WS-CASE-COUNT)
                   ADD 1 TO WS-CASES-OPENED
               END-IF
           END-IF.
               MOVE WS-CA-PROV-DATE(WS-CA-IDX) TO CS-PROV-DATE
               MOVE WS-CA-RES-DATE(WS-CA-IDX) TO CS-RESOLVE-DATE
               MOVE WS-CA-STATUS(WS-CA-IDX) TO CS-STATUS
               MOVE WS-CA-REASON(WS-CA-IDX) TO CS-REASON-CODE
               WRITE CASE-RECORD
           END-PERFORM
           CLOSE CASE-FILE.
