           05  AR-AUTH-DATE            PIC 9(8).
           05  AR-AUTH-TIME            PIC 9(6).
           05  AR-REF-NUMBER           PIC X(16).
           05  FILLER                  PIC X(35).

       FD  AUTH-RESPONSE-FILE.
       01  AUTH-RESPONSE-RECORD.
