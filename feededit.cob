      *  totals run and decides go/no-go without touching any of the
      *  totals run's output files.  For each feed it verifies:
      *
      *    - record length (39 bytes, or 47 with a value date) and
      *      recognizable record types
      *    - detail fields: numeric id, numeric non-zero amount,
      *      valid debit/credit code, a value date when present that
      *      is a real calendar date, currency present on the keyed,
      *      effective-dated rate master (RATEMAST) maintained by
      *      RATEMNT - the same master the totals run reads, so the
      *      two cannot disagree on the rates in force
      *  return code 8 otherwise (no-go), so the scheduler can bounce
      *  a bad feed back to the provider before the totals step runs.
      *  A feed file not present is reported but is not a failure.
      *
      *  On a no-go the providers are answered here, as the totals
      *  run will not be reached: each feed gets its acknowledgement
      *  file (FEEDACK1 through FEEDACK3) in the layout the totals
      *  run writes - header, one detail per detail record in error
      *  and trailer.  A feed with errors is verdict R with its
      *  first feed-level reason (20 no trailer, 21 count does not
      *  foot, 22 hash does not foot, 23 trailer not valid, 24
      *  record errors only); each detail carries the first error on
      *  the record (01 non-numeric id, 02 non-numeric amount, 03
      *  zero amount, 04 invalid debit/credit, 10 wrong record
      *  length, 11 detail after trailer, 12 no exchange rate, 08
      *  invalid value date).  A
      *  clean feed is held (H, reason 32) and an absent feed is not
      *  received (N, reason 30).  On a go the totals run answers.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ACKWORK-FILE ASSIGN TO "EDITACKW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKWORK-STATUS.

           SELECT ACK1-FILE ASSIGN TO "FEEDACK1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT ACK2-FILE ASSIGN TO "FEEDACK2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT ACK3-FILE ASSIGN TO "FEEDACK3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED1-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-REPORT-LINE           PIC X(80).

       FD  ACKWORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-ACKWORK-RECORD        PIC X(80).

       FD  ACK1-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-ACK1-RECORD           PIC X(80).

       FD  ACK2-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-ACK2-RECORD           PIC X(80).

       FD  ACK3-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-ACK3-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DATA-STATUS           PIC X(2) VALUE "00".
           88  WS-DATA-STATUS-OK        VALUE "00".
           88  WS-RATE-STATUS-NOFILE    VALUE "35".
       01  WS-REPORT-STATUS         PIC X(2) VALUE "00".
           88  WS-REPORT-STATUS-OK      VALUE "00".
       01  WS-ACKWORK-STATUS        PIC X(2) VALUE "00".
           88  WS-ACKWORK-STATUS-OK     VALUE "00".
       01  WS-ACK-STATUS            PIC X(2) VALUE "00".
           88  WS-ACK-STATUS-OK         VALUE "00".

       01  WS-REC-LEN               PIC 9(3) COMP VALUE 0.
       01  WS-EXPECTED-LEN          PIC 9(3) COMP VALUE 39.
       01  WS-DATED-LEN             PIC 9(3) COMP VALUE 47.
       01  WS-FILE-RECORD           PIC X(80).

       01  WS-FEED-CONTROLS.
           05  WS-TRL-TOTAL-9 REDEFINES WS-TRL-TOTAL-CX
                                    PIC 9(9)V99.

       01  WS-VALUE-DATE-WORK.
           05  WS-VD-YYYY           PIC 9(4).
           05  WS-VD-MM             PIC 9(2).
           05  WS-VD-DD             PIC 9(2).
       01  WS-VALUE-DATE-X REDEFINES WS-VALUE-DATE-WORK
                                    PIC X(8).
       01  WS-VD-CONTROLS.
           05  WS-VD-MONTH-DAYS     PIC 9(2) VALUE 0.
           05  WS-VD-VALID-SW       PIC X VALUE 'N'.
               88  WS-VD-VALID          VALUE 'Y'.
           05  WS-LEAP-QUOT         PIC 9(4) COMP VALUE 0.
           05  WS-LEAP-REM          PIC 9(4) COMP VALUE 0.
       01  WS-MONTH-DAYS-TABLE.
           05  FILLER               PIC X(24)
                                     VALUE "312831303130313130313031".
       01  FILLER REDEFINES WS-MONTH-DAYS-TABLE.
           05  WS-MONTH-DAYS        PIC 9(2) OCCURS 12 TIMES.

       01  WS-RATE-TABLE.
           05  WS-RATE-COUNT        PIC 9(2) COMP VALUE 0.
           05  WS-RATE-MAX          PIC 9(2) COMP VALUE 99.
           05  WS-VF-TRL-REC-TOTAL  PIC 9(9)V99 VALUE 0.
           05  WS-VF-TRL-NUMERIC-SW PIC X VALUE 'N'.
               88  WS-VF-TRL-NUMERIC    VALUE 'Y'.
           05  WS-VF-ERROR-COUNT    PIC 9(5) VALUE 0.
           05  WS-VF-VERDICT        PIC X(1) VALUE SPACES.
           05  WS-VF-FEED-REASON    PIC X(2) VALUE SPACES.
           05  WS-VF-REC-CODE       PIC X(2) VALUE SPACES.
           05  WS-VF-REC-TEXT       PIC X(30) VALUE SPACES.

       01  WS-FINDING-CONTROLS.
           05  WS-ERROR-COUNT       PIC 9(5) VALUE 0.
           05  WS-INFO-COUNT        PIC 9(5) VALUE 0.
           05  WS-FINDING-SEV       PIC X(4) VALUE SPACES.
           05  WS-FINDING-TEXT      PIC X(40) VALUE SPACES.
           05  WS-FINDING-CODE      PIC X(2) VALUE SPACES.

       01  WS-RPT-HDR-1.
           05  FILLER               PIC X(22)
           05  WS-VERDICT-INFO      PIC ZZZZ9.
           05  FILLER               PIC X(37) VALUE SPACES.

       01  WS-ACK-HEADER.
           05  WS-AKH-REC-TYPE      PIC X(1) VALUE '0'.
           05  WS-AKH-FEED          PIC X(8).
           05  WS-AKH-RUN-DATE      PIC 9(8).
           05  WS-AKH-RUN-NO        PIC 9(5).
           05  WS-AKH-VERDICT       PIC X(1).
           05  WS-AKH-REASON        PIC X(2).
           05  WS-AKH-TRL-COUNT     PIC 9(7).
           05  WS-AKH-TRL-TOTAL     PIC 9(9)V99.
           05  WS-AKH-OUR-COUNT     PIC 9(7).
           05  WS-AKH-OUR-TOTAL     PIC 9(9)V99.
           05  WS-AKH-ACCEPT-COUNT  PIC 9(7).
           05  WS-AKH-REJ-COUNT     PIC 9(7).
           05  FILLER               PIC X(5) VALUE SPACES.

       01  WS-ACK-DETAIL.
           05  WS-AKD-REC-TYPE      PIC X(1) VALUE '1'.
           05  WS-AKD-FEED          PIC X(8).
           05  WS-AKD-SEQ           PIC 9(7).
           05  WS-AKD-ID            PIC X(5).
           05  WS-AKD-AMOUNT        PIC X(9).
           05  WS-AKD-DC            PIC X(1).
           05  WS-AKD-CCY           PIC X(3).
           05  WS-AKD-CODE          PIC X(2).
           05  WS-AKD-REASON        PIC X(30).
           05  FILLER               PIC X(14) VALUE SPACES.

       01  WS-ACK-TRAILER.
           05  WS-AKT-REC-TYPE      PIC X(1) VALUE '9'.
           05  WS-AKT-FEED          PIC X(8).
           05  WS-AKT-DETAIL-COUNT  PIC 9(7).
           05  WS-AKT-RECORD-COUNT  PIC 9(7).
           05  FILLER               PIC X(57) VALUE SPACES.

       01  WS-ACK-LINE              PIC X(80).

       01  WS-ACKWORK-LINE.
           05  WS-AKW-TYPE          PIC X(1).
               88  WS-AKW-SUMMARY       VALUE 'H'.
               88  WS-AKW-REJECT        VALUE 'D'.
           05  WS-AKW-FEED-NO       PIC 9(1).
           05  WS-AKW-SEQ           PIC 9(7).
           05  FILLER               PIC X(71).
       01  WS-AKW-SUMMARY-BODY REDEFINES WS-ACKWORK-LINE.
           05  FILLER               PIC X(9).
           05  WS-AKS-VERDICT       PIC X(1).
           05  WS-AKS-REASON        PIC X(2).
           05  WS-AKS-TRL-COUNT     PIC 9(7).
           05  WS-AKS-TRL-TOTAL     PIC 9(9)V99.
           05  WS-AKS-OUR-COUNT     PIC 9(7).
           05  WS-AKS-OUR-TOTAL     PIC 9(9)V99.
           05  FILLER               PIC X(32).
       01  WS-AKW-REJECT-BODY REDEFINES WS-ACKWORK-LINE.
           05  FILLER               PIC X(9).
           05  WS-AKR-ID            PIC X(5).
           05  WS-AKR-AMOUNT        PIC X(9).
           05  WS-AKR-DC            PIC X(1).
           05  WS-AKR-CCY           PIC X(3).
           05  WS-AKR-CODE          PIC X(2).
           05  WS-AKR-REASON        PIC X(30).
           05  FILLER               PIC X(21).

       01  WS-ACK-CONTROLS.
           05  WS-ACK-FEED-NO       PIC 9(1) VALUE 0.
           05  WS-ACK-REJ-COUNT     PIC 9(7) VALUE 0.
           05  WS-ACK-DETAIL-COUNT  PIC 9(7) VALUE 0.
           05  WS-ACK-PASS-SW       PIC X VALUE 'S'.
               88  WS-ACK-SUMMARY-PASS  VALUE 'S'.
               88  WS-ACK-DETAIL-PASS   VALUE 'D'.
           05  WS-ACKWORK-EOF-SW    PIC X VALUE 'N'.
               88  WS-ACKWORK-EOF       VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY         PIC 9(4).
           05  WS-CURR-MM           PIC 9(2).
           OPEN OUTPUT REPORT-FILE
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           OPEN OUTPUT ACKWORK-FILE
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9914-CHECK-ACKWORK-STATUS

           MOVE WS-CURR-MM TO WS-DFE-MM
           MOVE WS-CURR-DD TO WS-DFE-DD
               MOVE "INFO" TO WS-FINDING-SEV
               MOVE "FEED NOT PRESENT - SKIPPED"
                   TO WS-FINDING-TEXT
               MOVE SPACES TO WS-FINDING-CODE
               PERFORM 2300-WRITE-FINDING
               MOVE 0 TO WS-VF-DETAIL-COUNT
               MOVE 0 TO WS-VF-HASH-TOTAL
               MOVE 0 TO WS-VF-TRL-REC-COUNT
               MOVE 0 TO WS-VF-TRL-REC-TOTAL
               MOVE 'N' TO WS-VF-VERDICT
               MOVE "30" TO WS-VF-FEED-REASON
               PERFORM 2600-WRITE-ACK-SUMMARY
           ELSE
               IF NOT WS-DATA-STATUS-OK
                   MOVE WS-FEED-NAME TO WS-ABEND-FILE-NAME
               MOVE 0 TO WS-VF-TRL-REC-COUNT
               MOVE 0 TO WS-VF-TRL-REC-TOTAL
               MOVE 'N' TO WS-VF-TRL-NUMERIC-SW
               MOVE 0 TO WS-VF-ERROR-COUNT
               MOVE SPACES TO WS-VF-FEED-REASON
               PERFORM 2100-CHECK-ONE-RECORD UNTIL WS-EOF
               PERFORM 2500-PRE-FOOT-FEED
               IF WS-VF-ERROR-COUNT > 0
                   MOVE 'R' TO WS-VF-VERDICT
                   IF WS-VF-FEED-REASON = SPACES
                       MOVE "24" TO WS-VF-FEED-REASON
                   END-IF
               ELSE
                   MOVE 'H' TO WS-VF-VERDICT
                   MOVE "32" TO WS-VF-FEED-REASON
               END-IF
               PERFORM 2600-WRITE-ACK-SUMMARY
               PERFORM 2003-CLOSE-CURRENT-FEED
           END-IF
           ADD 1 TO WS-FEED-NO.

           IF NOT WS-EOF
               ADD 1 TO WS-VF-RECORD-NO
               MOVE SPACES TO WS-VF-REC-CODE
               IF WS-REC-LEN NOT = WS-EXPECTED-LEN
                   AND WS-REC-LEN NOT = WS-DATED-LEN
                   MOVE "ERR " TO WS-FINDING-SEV
                   MOVE "WRONG RECORD LENGTH" TO WS-FINDING-TEXT
                   IF WS-FILE-RECORD (1:1) = '9'
                       MOVE "23" TO WS-FINDING-CODE
                   ELSE
                       MOVE "10" TO WS-FINDING-CODE
                   END-IF
                   PERFORM 2300-WRITE-FINDING
               END-IF
               IF WS-FILE-RECORD (1:1) = '9'
                   PERFORM 2200-CHECK-TRAILER
               ELSE
                   PERFORM 2150-CHECK-DETAIL
                   IF WS-VF-REC-CODE NOT = SPACES
                       PERFORM 2160-WRITE-ACK-REJECT
                   END-IF
               END-IF
           END-IF.

           IF WS-VF-TRAILER-COUNT > 0
               MOVE "ERR " TO WS-FINDING-SEV
               MOVE "DETAIL RECORD AFTER TRAILER" TO WS-FINDING-TEXT
               MOVE "11" TO WS-FINDING-CODE
               PERFORM 2300-WRITE-FINDING
           END-IF

           IF WS-FILE-RECORD (2:5) NOT NUMERIC
               MOVE "ERR " TO WS-FINDING-SEV
               MOVE "NON-NUMERIC CUSTOMER ID" TO WS-FINDING-TEXT
               MOVE "01" TO WS-FINDING-CODE
               PERFORM 2300-WRITE-FINDING
           END-IF

           IF WS-AMOUNT-X NOT NUMERIC
               MOVE "ERR " TO WS-FINDING-SEV
               MOVE "NON-NUMERIC AMOUNT" TO WS-FINDING-TEXT
               MOVE "02" TO WS-FINDING-CODE
               PERFORM 2300-WRITE-FINDING
           ELSE
               IF WS-AMOUNT-9 = 0
                   MOVE "ERR " TO WS-FINDING-SEV
                   MOVE "ZERO AMOUNT" TO WS-FINDING-TEXT
                   MOVE "03" TO WS-FINDING-CODE
                   PERFORM 2300-WRITE-FINDING
               END-IF
           END-IF
               AND WS-FILE-RECORD (36:1) NOT = 'C'
               MOVE "ERR " TO WS-FINDING-SEV
               MOVE "INVALID DEBIT/CREDIT CODE" TO WS-FINDING-TEXT
               MOVE "04" TO WS-FINDING-CODE
               PERFORM 2300-WRITE-FINDING
           END-IF

           IF WS-REC-LEN = WS-DATED-LEN
               AND WS-FILE-RECORD (40:8) NOT = SPACES
               PERFORM 2155-CHECK-VALUE-DATE
           END-IF

           IF WS-FILE-RECORD (37:3) = SPACES
               MOVE WS-BASE-CURRENCY TO WS-WORK-CCY
           ELSE
               MOVE "ERR " TO WS-FINDING-SEV
               MOVE "NO EXCHANGE RATE FOR CURRENCY"
                   TO WS-FINDING-TEXT
               MOVE "12" TO WS-FINDING-CODE
               PERFORM 2300-WRITE-FINDING
               MOVE 0 TO WS-WORK-RATE
           END-IF
               ADD WS-CONVERTED-AMOUNT TO WS-VF-HASH-TOTAL
           END-IF.

       2155-CHECK-VALUE-DATE.
           MOVE 'N' TO WS-VD-VALID-SW
           MOVE WS-FILE-RECORD (40:8) TO WS-VALUE-DATE-X
           IF WS-VALUE-DATE-X IS NUMERIC
               AND WS-VD-MM >= 1 AND WS-VD-MM <= 12
               MOVE WS-MONTH-DAYS (WS-VD-MM) TO WS-VD-MONTH-DAYS
               IF WS-VD-MM = 2
                   PERFORM 2156-CHECK-LEAP-YEAR
               END-IF
               IF WS-VD-DD >= 1 AND WS-VD-DD <= WS-VD-MONTH-DAYS
                   MOVE 'Y' TO WS-VD-VALID-SW
               END-IF
           END-IF
           IF NOT WS-VD-VALID
               MOVE "ERR " TO WS-FINDING-SEV
               MOVE "INVALID VALUE DATE" TO WS-FINDING-TEXT
               MOVE "08" TO WS-FINDING-CODE
               PERFORM 2300-WRITE-FINDING
           END-IF.

       2156-CHECK-LEAP-YEAR.
           DIVIDE WS-VD-YYYY BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM
           IF WS-LEAP-REM = 0
               MOVE 29 TO WS-VD-MONTH-DAYS
               DIVIDE WS-VD-YYYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   MOVE 28 TO WS-VD-MONTH-DAYS
                   DIVIDE WS-VD-YYYY BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 29 TO WS-VD-MONTH-DAYS
                   END-IF
               END-IF
           END-IF.

       2160-WRITE-ACK-REJECT.
           MOVE SPACES TO WS-ACKWORK-LINE
           MOVE 'D' TO WS-AKW-TYPE
           MOVE WS-FEED-NO TO WS-AKW-FEED-NO
           MOVE WS-VF-DETAIL-COUNT TO WS-AKW-SEQ
           MOVE WS-FILE-RECORD (2:5) TO WS-AKR-ID
           MOVE WS-FILE-RECORD (27:9) TO WS-AKR-AMOUNT
           MOVE WS-FILE-RECORD (36:1) TO WS-AKR-DC
           MOVE WS-FILE-RECORD (37:3) TO WS-AKR-CCY
           MOVE WS-VF-REC-CODE TO WS-AKR-CODE
           MOVE WS-VF-REC-TEXT TO WS-AKR-REASON
           WRITE WS-ACKWORK-RECORD FROM WS-ACKWORK-LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9914-CHECK-ACKWORK-STATUS.

       2200-CHECK-TRAILER.
           ADD 1 TO WS-VF-TRAILER-COUNT
           IF WS-VF-TRAILER-COUNT > 1
               MOVE "ERR " TO WS-FINDING-SEV
               MOVE "MORE THAN ONE TRAILER" TO WS-FINDING-TEXT
               MOVE "23" TO WS-FINDING-CODE
               PERFORM 2300-WRITE-FINDING
           END-IF

               MOVE "ERR " TO WS-FINDING-SEV
               MOVE "NON-NUMERIC TRAILER COUNT/TOTAL"
                   TO WS-FINDING-TEXT
               MOVE "23" TO WS-FINDING-CODE
               PERFORM 2300-WRITE-FINDING
           END-IF.

       2300-WRITE-FINDING.
      *    Codes below 20 belong to a detail record and the first one
      *    on the record is the one answered; codes from 20 up belong
      *    to the feed and the first one found is the feed's reason.
           IF WS-FINDING-SEV = "ERR "
               ADD 1 TO WS-ERROR-COUNT
               ADD 1 TO WS-VF-ERROR-COUNT
               IF WS-FINDING-CODE < "20"
                   IF WS-VF-REC-CODE = SPACES
                       MOVE WS-FINDING-CODE TO WS-VF-REC-CODE
                       MOVE WS-FINDING-TEXT TO WS-VF-REC-TEXT
                   END-IF
               ELSE
                   IF WS-VF-FEED-REASON = SPACES
                       MOVE WS-FINDING-CODE TO WS-VF-FEED-REASON
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-INFO-COUNT
           END-IF
           IF WS-VF-TRAILER-COUNT = 0
               MOVE "ERR " TO WS-FINDING-SEV
               MOVE "NO TRAILER RECORD" TO WS-FINDING-TEXT
               MOVE "20" TO WS-FINDING-CODE
               PERFORM 2300-WRITE-FINDING
           ELSE
               IF WS-VF-TRL-NUMERIC
                       MOVE "ERR " TO WS-FINDING-SEV
                       MOVE "DETAIL COUNT DOES NOT FOOT TO TRAILER"
                           TO WS-FINDING-TEXT
                       MOVE "21" TO WS-FINDING-CODE
                       PERFORM 2300-WRITE-FINDING
                   END-IF
                   IF WS-VF-HASH-TOTAL NOT = WS-VF-TRL-REC-TOTAL
                       MOVE "ERR " TO WS-FINDING-SEV
                       MOVE "AMOUNT HASH DOES NOT FOOT TO TRAILER"
                           TO WS-FINDING-TEXT
                       MOVE "22" TO WS-FINDING-CODE
                       PERFORM 2300-WRITE-FINDING
                   END-IF
               END-IF
           END-IF.

       2600-WRITE-ACK-SUMMARY.
           MOVE SPACES TO WS-ACKWORK-LINE
           MOVE 'H' TO WS-AKW-TYPE
           MOVE WS-FEED-NO TO WS-AKW-FEED-NO
           MOVE 0 TO WS-AKW-SEQ
           MOVE WS-VF-VERDICT TO WS-AKS-VERDICT
           MOVE WS-VF-FEED-REASON TO WS-AKS-REASON
           MOVE WS-VF-TRL-REC-COUNT TO WS-AKS-TRL-COUNT
           MOVE WS-VF-TRL-REC-TOTAL TO WS-AKS-TRL-TOTAL
           MOVE WS-VF-DETAIL-COUNT TO WS-AKS-OUR-COUNT
           MOVE WS-VF-HASH-TOTAL TO WS-AKS-OUR-TOTAL
           WRITE WS-ACKWORK-RECORD FROM WS-ACKWORK-LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9914-CHECK-ACKWORK-STATUS.

       3000-FINALIZE.
           CLOSE ACKWORK-FILE
           IF WS-ERROR-COUNT = 0
               MOVE "GO    " TO WS-VERDICT
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE "NO-GO " TO WS-VERDICT
               MOVE 8 TO RETURN-CODE
               PERFORM 3500-WRITE-FEED-ACKS
                   VARYING WS-ACK-FEED-NO FROM 1 BY 1
                   UNTIL WS-ACK-FEED-NO > WS-FEED-LIMIT
           END-IF
           MOVE WS-ERROR-COUNT TO WS-VERDICT-ERRORS
           MOVE WS-INFO-COUNT TO WS-VERDICT-INFO
               " ERRORS: " WS-ERROR-COUNT
               " INFO: " WS-INFO-COUNT.

       3500-WRITE-FEED-ACKS.
      *    The work file is read twice for each feed: once for the
      *    feed's result and its count of records in error, then
      *    again to write the details.
           MOVE WS-FEED-NAME-ENT (WS-ACK-FEED-NO) TO WS-AKH-FEED
           MOVE WS-CURRENT-DATE-R TO WS-AKH-RUN-DATE
           MOVE 0 TO WS-AKH-RUN-NO
           MOVE 'N' TO WS-AKH-VERDICT
           MOVE "30" TO WS-AKH-REASON
           MOVE 0 TO WS-AKH-TRL-COUNT
           MOVE 0 TO WS-AKH-TRL-TOTAL
           MOVE 0 TO WS-AKH-OUR-COUNT
           MOVE 0 TO WS-AKH-OUR-TOTAL
           MOVE 0 TO WS-AKH-ACCEPT-COUNT
           MOVE 0 TO WS-ACK-REJ-COUNT
           MOVE 'S' TO WS-ACK-PASS-SW
           PERFORM 3510-SCAN-ACK-WORK
           MOVE WS-ACK-REJ-COUNT TO WS-AKH-REJ-COUNT

           PERFORM 3560-OPEN-ACK-FILE
           MOVE WS-ACK-HEADER TO WS-ACK-LINE
           PERFORM 3570-WRITE-ACK-RECORD
           MOVE 0 TO WS-ACK-DETAIL-COUNT
           MOVE 'D' TO WS-ACK-PASS-SW
           PERFORM 3510-SCAN-ACK-WORK
           MOVE WS-FEED-NAME-ENT (WS-ACK-FEED-NO) TO WS-AKT-FEED
           MOVE WS-ACK-DETAIL-COUNT TO WS-AKT-DETAIL-COUNT
           COMPUTE WS-AKT-RECORD-COUNT = WS-ACK-DETAIL-COUNT + 2
           MOVE WS-ACK-TRAILER TO WS-ACK-LINE
           PERFORM 3570-WRITE-ACK-RECORD
           PERFORM 3580-CLOSE-ACK-FILE.

       3510-SCAN-ACK-WORK.
           OPEN INPUT ACKWORK-FILE
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9914-CHECK-ACKWORK-STATUS
           MOVE 'N' TO WS-ACKWORK-EOF-SW
           PERFORM 3520-SCAN-ONE-ACK-WORK UNTIL WS-ACKWORK-EOF
           CLOSE ACKWORK-FILE.

       3520-SCAN-ONE-ACK-WORK.
           READ ACKWORK-FILE INTO WS-ACKWORK-LINE
               AT END
                   MOVE 'Y' TO WS-ACKWORK-EOF-SW
           END-READ
           IF NOT WS-ACKWORK-EOF
               MOVE "READ" TO WS-ABEND-OPERATION
               PERFORM 9914-CHECK-ACKWORK-STATUS
               IF WS-AKW-FEED-NO = WS-ACK-FEED-NO
                   IF WS-AKW-SUMMARY
                       IF WS-ACK-SUMMARY-PASS
                           MOVE WS-AKS-VERDICT TO WS-AKH-VERDICT
                           MOVE WS-AKS-REASON TO WS-AKH-REASON
                           MOVE WS-AKS-TRL-COUNT TO WS-AKH-TRL-COUNT
                           MOVE WS-AKS-TRL-TOTAL TO WS-AKH-TRL-TOTAL
                           MOVE WS-AKS-OUR-COUNT TO WS-AKH-OUR-COUNT
                           MOVE WS-AKS-OUR-TOTAL TO WS-AKH-OUR-TOTAL
                       END-IF
                   ELSE
                       IF WS-ACK-SUMMARY-PASS
                           ADD 1 TO WS-ACK-REJ-COUNT
                       ELSE
                           PERFORM 3530-WRITE-ACK-DETAIL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3530-WRITE-ACK-DETAIL.
           MOVE WS-FEED-NAME-ENT (WS-ACK-FEED-NO) TO WS-AKD-FEED
           MOVE WS-AKW-SEQ TO WS-AKD-SEQ
           MOVE WS-AKR-ID TO WS-AKD-ID
           MOVE WS-AKR-AMOUNT TO WS-AKD-AMOUNT
           MOVE WS-AKR-DC TO WS-AKD-DC
           MOVE WS-AKR-CCY TO WS-AKD-CCY
           MOVE WS-AKR-CODE TO WS-AKD-CODE
           MOVE WS-AKR-REASON TO WS-AKD-REASON
           MOVE WS-ACK-DETAIL TO WS-ACK-LINE
           PERFORM 3570-WRITE-ACK-RECORD
           ADD 1 TO WS-ACK-DETAIL-COUNT.

       3560-OPEN-ACK-FILE.
           EVALUATE WS-ACK-FEED-NO
               WHEN 1
                   OPEN OUTPUT ACK1-FILE
               WHEN 2
                   OPEN OUTPUT ACK2-FILE
               WHEN OTHER
                   OPEN OUTPUT ACK3-FILE
           END-EVALUATE
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9915-CHECK-ACK-STATUS.

       3570-WRITE-ACK-RECORD.
           EVALUATE WS-ACK-FEED-NO
               WHEN 1
                   WRITE WS-ACK1-RECORD FROM WS-ACK-LINE
               WHEN 2
                   WRITE WS-ACK2-RECORD FROM WS-ACK-LINE
               WHEN OTHER
                   WRITE WS-ACK3-RECORD FROM WS-ACK-LINE
           END-EVALUATE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9915-CHECK-ACK-STATUS.

       3580-CLOSE-ACK-FILE.
           EVALUATE WS-ACK-FEED-NO
               WHEN 1
                   CLOSE ACK1-FILE
               WHEN 2
                   CLOSE ACK2-FILE
               WHEN OTHER
                   CLOSE ACK3-FILE
           END-EVALUATE.

       9905-CHECK-REPORT-STATUS.
           IF NOT WS-REPORT-STATUS-OK
               MOVE "REPORT-FILE" TO WS-ABEND-FILE-NAME
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9914-CHECK-ACKWORK-STATUS.
           IF NOT WS-ACKWORK-STATUS-OK
               MOVE "ACKWORK-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-ACKWORK-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9915-CHECK-ACK-STATUS.
           IF NOT WS-ACK-STATUS-OK
               MOVE "FEED-ACK-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-ACK-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9900-ABEND-FILE-ERROR.
           DISPLAY "*** ABEND *** " WS-ABEND-FILE-NAME " "
               WS-ABEND-OPERATION
