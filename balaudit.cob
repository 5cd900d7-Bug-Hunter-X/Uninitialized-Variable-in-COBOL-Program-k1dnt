           05  WS-CUST-ACCT-STATUS  PIC X(1).
               88  WS-CUST-ACTIVE        VALUE 'A'.
               88  WS-CUST-CLOSED        VALUE 'C'.
           05  FILLER               PIC X(24).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
