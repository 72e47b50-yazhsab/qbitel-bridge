      * DRY); AND A RECOMMENDED LOAD SHEET IS PRINTED PER ROUTE,       *
      * INCLUDING EACH TERMINAL'S ESTIMATED CASH POSITION CARRIED ON   *
      * THE ROUTE FILE AND DRAWN DOWN BY THE DAY'S DISPENSES.          *
      * THE SAME RECOMMENDED LOADS GO TO THE ATMNEED EXTRACT SO THE    *
      * CURRENCY ORDER RUN CAN FUND EACH ROUTE FROM ITS BRANCH VAULT.  *
      *================================================================*

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-HOL-STATUS.
           SELECT LOAD-SHEET-FILE ASSIGN TO ATMLOAD
               ORGANIZATION IS SEQUENTIAL.
           SELECT NEED-EXTRACT-FILE ASSIGN TO ATMNEED
               ORGANIZATION IS SEQUENTIAL.
           SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PDATE-STATUS.
       FD  LOAD-SHEET-FILE.
       01  LOAD-SHEET-LINE             PIC X(132).

      *----------------------------------------------------------------
      * ONE RECORD PER ROUTE-FILE TERMINAL WITH THE FORECAST BEHIND
      * THE LOAD SHEET LINE, FOR THE CURRENCY ORDER RUN.
      *----------------------------------------------------------------
       FD  NEED-EXTRACT-FILE.
       01  NEED-EXTRACT-RECORD.
           05  AN-ROUTE-ID             PIC X(4).
           05  AN-TERMINAL-ID          PIC X(8).
           05  AN-FCST-NEED            PIC S9(11)V99 COMP-3.
           05  AN-CASH-POSITION        PIC S9(11)V99 COMP-3.
           05  AN-RECOMMENDED-LOAD     PIC S9(11)V99 COMP-3.
           05  AN-FCST-DATE            PIC 9(8).
           05  FILLER                  PIC X(9).

       FD  PROC-DATE-FILE.
       01  PROC-DATE-RECORD.
           05  PD-BUSINESS-DATE        PIC 9(8).
       01  WS-COUNTERS.
           05  WS-SETTLES-READ         PIC 9(7) VALUE 0.
           05  WS-TERMINALS-FORECAST   PIC 9(5) VALUE 0.
           05  WS-NEEDS-WRITTEN        PIC 9(5) VALUE 0.

       01  WS-SHEET-HEADER.
           05  FILLER                  PIC X(35) VALUE SPACES.
           END-IF
           OPEN OUTPUT ROUTE-NEW-FILE
           OPEN OUTPUT LOAD-SHEET-FILE
           OPEN OUTPUT NEED-EXTRACT-FILE
           WRITE LOAD-SHEET-LINE FROM WS-SHEET-HEADER.

       1100-LOAD-HOLIDAY-CALENDAR.
           MOVE WS-FCST-NEED TO WS-SD-NEED
           MOVE WS-RECOMMENDED-LOAD TO WS-SD-LOAD
           WRITE LOAD-SHEET-LINE FROM WS-SHEET-DETAIL
           MOVE SPACES TO NEED-EXTRACT-RECORD
           MOVE RO-ROUTE-ID TO AN-ROUTE-ID
           MOVE RO-TERMINAL-ID TO AN-TERMINAL-ID
           MOVE WS-FCST-NEED TO AN-FCST-NEED
           MOVE RO-CASH-POSITION TO AN-CASH-POSITION
           MOVE WS-RECOMMENDED-LOAD TO AN-RECOMMENDED-LOAD
           MOVE WS-PROCESSING-DATE TO AN-FCST-DATE
           WRITE NEED-EXTRACT-RECORD
           ADD 1 TO WS-NEEDS-WRITTEN
           WRITE ROUTE-NEW-RECORD FROM ROUTE-RECORD.

       5200-GET-DAY-NEED.
           END-IF
           CLOSE ROUTE-NEW-FILE
           CLOSE LOAD-SHEET-FILE
           CLOSE NEED-EXTRACT-FILE
           DISPLAY '*** ATM CASH FORECASTING COMPLETE ***'
           DISPLAY 'SETTLEMENT ITEMS READ: ' WS-SETTLES-READ
           DISPLAY 'TERMINALS FORECAST:    ' WS-TERMINALS-FORECAST
           DISPLAY 'NEED RECORDS WRITTEN:  ' WS-NEEDS-WRITTEN.
