      *
      *    - the latest AUDITLOG entry: records read, net total,
      *      reject and exception counts, FULL / PARTIAL / REVERSE
      *    - the latest ACCRUAL entry from the interest and fee
      *      accrual job, held apart from the posting runs so it
      *      never hides the totals run's verdict: postings and net
      *      amount posted
      *    - the FEEDCHK go/no-go verdict from the feed validator
      *    - the per-feed in/out-of-balance status lifted from the
      *      TOTALRPT feed sections
      *
      *  The overall status is GOOD (return code 0), WARNING (4) for
      *  a partial run or rejects/exceptions on an otherwise clean
      *  night, or when the accrual job did not run tonight or found
      *  balance records off the customer master, or BAD (8) when
      *  the feed validator said no-go, a feed failed reconciliation,
      *  the balance file never reached complete, a checkpoint was
      *  left behind, or the audit log has no entry for the night, so
      *  the console can alert on the one return code.
      ******************************************************************

       ENVIRONMENT DIVISION.
       FD  CHECKPOINT-FILE.
       01  WS-CHECKPOINT-RECORD.
           05  WS-CKPT-KEY          PIC X(1).
           05  FILLER               PIC X(2536).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  WS-HELD-REJECTS-N    PIC 9(7) VALUE 0.
           05  WS-HELD-EXCEPTS-N    PIC 9(7) VALUE 0.

       01  WS-ACCRUAL-HELD.
           05  WS-ACC-FOUND-SW      PIC X VALUE 'N'.
               88  WS-ACC-FOUND         VALUE 'Y'.
           05  WS-ACC-TONIGHT-SW    PIC X VALUE 'N'.
               88  WS-ACC-TONIGHT       VALUE 'Y'.
           05  WS-ACC-DATE          PIC X(8) VALUE SPACES.
           05  WS-ACC-TIME          PIC X(8) VALUE SPACES.
           05  WS-ACC-RECORDS       PIC X(7) VALUE SPACES.
           05  WS-ACC-TOTAL         PIC X(15) VALUE SPACES.
           05  WS-ACC-EXCEPTS       PIC X(7) VALUE SPACES.
           05  WS-ACC-EXCEPTS-X     PIC X(7) VALUE SPACES.
           05  WS-ACC-EXCEPTS-N     PIC 9(7) VALUE 0.

       01  WS-FEEDCHK-HELD.
           05  WS-CHK-FOUND-SW      PIC X VALUE 'N'.
               88  WS-CHK-FOUND         VALUE 'Y'.
           05  WS-RPA-EXCEPTS       PIC X(7).
           05  FILLER               PIC X(39) VALUE SPACES.

       01  WS-RPT-ACCRUAL-LINE.
           05  FILLER               PIC X(13) VALUE "ACCRUAL:     ".
           05  WS-RPR-DATE          PIC X(8).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-RPR-TIME          PIC X(8).
           05  FILLER               PIC X(12) VALUE "  POSTINGS: ".
           05  WS-RPR-RECORDS       PIC X(7).
           05  FILLER               PIC X(7) VALUE "  NET: ".
           05  WS-RPR-TOTAL         PIC X(15).
           05  FILLER               PIC X(9) VALUE SPACES.

       01  WS-RPT-ACCRUAL-NOTE.
           05  FILLER               PIC X(13) VALUE SPACES.
           05  WS-RPR-NOTE          PIC X(30).
           05  FILLER               PIC X(37) VALUE SPACES.

       01  WS-RPT-FEEDCHK-LINE.
           05  FILLER               PIC X(18)
                                     VALUE "FEEDCHK VERDICT:  ".
           IF WS-AUD-FOUND
               AND WS-HELD-DATE = WS-DATE-FOR-EDIT-R
               MOVE 'Y' TO WS-AUD-TONIGHT-SW
           END-IF
           IF WS-ACC-FOUND
               AND WS-ACC-DATE = WS-DATE-FOR-EDIT-R
               MOVE 'Y' TO WS-ACC-TONIGHT-SW
           END-IF.

       2010-READ-ONE-AUDIT-LINE.
                   MOVE WS-AUDIT-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
               IF WS-AUD-RUN-TYPE = "ACCRUAL"
                   MOVE 'Y' TO WS-ACC-FOUND-SW
                   MOVE WS-AUD-RUN-DATE-X TO WS-ACC-DATE
                   MOVE WS-AUD-RUN-TIME-X TO WS-ACC-TIME
                   MOVE WS-AUD-RECORDS-X TO WS-ACC-RECORDS
                   MOVE WS-AUD-TOTAL-X TO WS-ACC-TOTAL
                   MOVE WS-AUD-EXCEPTS-X TO WS-ACC-EXCEPTS
               ELSE
                   MOVE 'Y' TO WS-AUD-FOUND-SW
                   MOVE WS-AUD-RUN-DATE-X TO WS-HELD-DATE
                   MOVE WS-AUD-RUN-TIME-X TO WS-HELD-TIME
                   MOVE WS-AUD-RECORDS-X TO WS-HELD-RECORDS
                   MOVE WS-AUD-TOTAL-X TO WS-HELD-TOTAL
                   MOVE WS-AUD-REJECTS-X TO WS-HELD-REJECTS
                   MOVE WS-AUD-EXCEPTS-X TO WS-HELD-EXCEPTS
                   MOVE WS-AUD-RUN-TYPE TO WS-HELD-RUN-TYPE
               END-IF
           END-IF.

       2100-GATHER-FEEDCHK.
               MOVE "WARNING" TO WS-OVERALL-STATUS
           END-IF

           MOVE WS-ACC-EXCEPTS TO WS-ACC-EXCEPTS-X
           INSPECT WS-ACC-EXCEPTS-X
               REPLACING LEADING SPACES BY ZEROS
           IF WS-ACC-EXCEPTS-X IS NUMERIC
               MOVE WS-ACC-EXCEPTS-X TO WS-ACC-EXCEPTS-N
           END-IF
           IF NOT WS-ACC-TONIGHT
               OR WS-ACC-EXCEPTS-N > 0
               MOVE 4 TO WS-OVERALL-RC
               MOVE "WARNING" TO WS-OVERALL-STATUS
           END-IF

           IF NOT WS-AUD-TONIGHT
               MOVE 8 TO WS-OVERALL-RC
           END-IF
               PERFORM 9905-CHECK-REPORT-STATUS
           END-IF

           IF WS-ACC-FOUND
               MOVE WS-ACC-DATE TO WS-RPR-DATE
               MOVE WS-ACC-TIME TO WS-RPR-TIME
               MOVE WS-ACC-RECORDS TO WS-RPR-RECORDS
               MOVE WS-ACC-TOTAL TO WS-RPR-TOTAL
           ELSE
               MOVE "*NONE*" TO WS-RPR-DATE
               MOVE SPACES TO WS-RPR-TIME
               MOVE SPACES TO WS-RPR-RECORDS
               MOVE SPACES TO WS-RPR-TOTAL
           END-IF
           WRITE WS-REPORT-LINE FROM WS-RPT-ACCRUAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           IF NOT WS-ACC-TONIGHT OR WS-ACC-EXCEPTS-N > 0
               IF NOT WS-ACC-TONIGHT
                   MOVE "*NOT RUN TONIGHT*" TO WS-RPR-NOTE
               ELSE
                   MOVE "*EXCEPTIONS - SEE ACCRRPT*" TO WS-RPR-NOTE
               END-IF
               WRITE WS-REPORT-LINE FROM WS-RPT-ACCRUAL-NOTE
                   AFTER ADVANCING 1 LINE
               MOVE "WRITE" TO WS-ABEND-OPERATION
               PERFORM 9905-CHECK-REPORT-STATUS
           END-IF

           IF WS-CHK-FOUND
               MOVE WS-CHK-VERDICT TO WS-RPC-VERDICT
           ELSE
