      *      pairs of the daily handoff are not reproduced: the
      *      history file carries base-currency amounts only
      *    - an AUDITLOG record is written with run type REVERSE
      *    - the value-dated items the run held on the pending file
      *      (PENDTXN) and has not yet posted are withdrawn, so they
      *      are not released later on behalf of a run that no longer
      *      stands; the rerun of the feed holds them again.  Items
      *      the run released from PENDTXN are reversed like any
      *      other posting and must be resubmitted
      *
      *  The backout takes the next run number from the BALFILE
      *  control record and holds the in-progress flag while it
      *  updates, exactly as the totals run does, so an abended
      *  backout is caught the same way.  Postings already flagged
      *  'R' or 'B' are never reversed.  Every reversal and
      *  withdrawal is reported to BACKRPT.  Return code 0 when the
      *  run was fully backed out, 4 when no postings or held items
      *  were found for the run number, 8 when any posting could not
      *  be reversed.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDTXN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PND-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           05  WS-CUST-ID           PIC 9(5).
           05  WS-CUST-NAME         PIC X(20).
           05  WS-CUST-ACCT-STATUS  PIC X(1).
           05  FILLER               PIC X(24).

       FD  EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-AUDIT-LINE            PIC X(80).

       FD  PENDING-FILE.
       01  WS-PENDING-RECORD.
           05  WS-PND-KEY.
               10  WS-PND-VALUE-DATE PIC 9(8).
               10  WS-PND-HELD-RUN  PIC 9(5).
               10  WS-PND-FEED-NO   PIC 9(1).
               10  WS-PND-FEED-SEQ  PIC 9(7).
           05  WS-PND-RELEASE-DATE  PIC 9(8).
           05  WS-PND-HELD-DATE     PIC 9(8).
           05  WS-PND-FEED-NAME     PIC X(8).
           05  WS-PND-BASE-AMOUNT   PIC 9(9)V99.
           05  WS-PND-DETAIL.
               10  WS-PND-REC-TYPE  PIC X(1).
               10  WS-PND-ID        PIC 9(5).
               10  WS-PND-NAME      PIC X(20).
               10  WS-PND-AMOUNT    PIC 9(7)V99.
               10  WS-PND-DC        PIC X(1).
                   88  WS-PND-CREDIT    VALUE 'C'.
               10  WS-PND-CCY       PIC X(3).
               10  FILLER           PIC X(8).
           05  FILLER               PIC X(7).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-REPORT-LINE           PIC X(80).
           88  WS-GL-STATUS-OK          VALUE "00".
       01  WS-AUDIT-STATUS          PIC X(2) VALUE "00".
           88  WS-AUDIT-STATUS-OK       VALUE "00".
       01  WS-PEND-STATUS           PIC X(2) VALUE "00".
           88  WS-PEND-STATUS-OK        VALUE "00".
           88  WS-PEND-STATUS-EOF       VALUE "10".
           88  WS-PEND-STATUS-NOTFND    VALUE "23".
           88  WS-PEND-STATUS-NOFILE    VALUE "35".
       01  WS-REPORT-STATUS         PIC X(2) VALUE "00".
           88  WS-REPORT-STATUS-OK      VALUE "00".

           05  WS-CNT-NET           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(11) VALUE SPACES.

       01  WS-RPT-WITHDRAWN-LINE.
           05  FILLER               PIC X(21)
                                     VALUE "HELD ITEMS WITHDRAWN:".
           05  WS-WDN-COUNT         PIC ZZZZZZ9.
           05  FILLER               PIC X(10) VALUE "  AMOUNT: ".
           05  WS-WDN-NET           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(27) VALUE SPACES.

       01  WS-RPT-GL-LINE.
           05  FILLER               PIC X(29)
                            VALUE "GL REVERSING JOURNAL FOR RUN ".
           05  WS-REVERSED-NET      PIC S9(9)V99 VALUE 0.
           05  WS-REVERSED-DEBITS   PIC 9(9)V99 VALUE 0.
           05  WS-REVERSED-CREDITS  PIC 9(9)V99 VALUE 0.
           05  WS-WITHDRAWN-COUNT   PIC 9(7) VALUE 0.
           05  WS-WITHDRAWN-NET     PIC S9(9)V99 VALUE 0.

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SW       PIC X VALUE 'N'.
               88  WS-HIST-EOF          VALUE 'Y'.
           05  WS-PEND-EOF-SW       PIC X VALUE 'N'.
               88  WS-PEND-EOF          VALUE 'Y'.
           05  WS-PEND-OPEN-SW      PIC X VALUE 'N'.
               88  WS-PEND-OPEN         VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SWEEP-ONE-POSTING UNTIL WS-HIST-EOF
           PERFORM 2600-WITHDRAW-HELD-ITEMS
           PERFORM 3000-FINALIZE
           STOP RUN.

           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9908-CHECK-EXTRACT-STATUS

           OPEN I-O PENDING-FILE
           IF WS-PEND-STATUS-NOFILE
               MOVE 'Y' TO WS-PEND-EOF-SW
           ELSE
               MOVE "OPEN" TO WS-ABEND-OPERATION
               PERFORM 9913-CHECK-PENDING-STATUS
               MOVE 'Y' TO WS-PEND-OPEN-SW
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS.
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2600-WITHDRAW-HELD-ITEMS.
           IF WS-PEND-OPEN
               MOVE LOW-VALUES TO WS-PND-KEY
               START PENDING-FILE KEY IS NOT LESS THAN WS-PND-KEY
               IF WS-PEND-STATUS-NOTFND OR WS-PEND-STATUS-EOF
                   MOVE 'Y' TO WS-PEND-EOF-SW
               ELSE
                   MOVE "START" TO WS-ABEND-OPERATION
                   PERFORM 9913-CHECK-PENDING-STATUS
               END-IF
               PERFORM 2610-CHECK-ONE-HELD-ITEM UNTIL WS-PEND-EOF
           END-IF.

       2610-CHECK-ONE-HELD-ITEM.
           READ PENDING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PEND-EOF-SW
           END-READ
           IF NOT WS-PEND-EOF
               MOVE "READ" TO WS-ABEND-OPERATION
               PERFORM 9913-CHECK-PENDING-STATUS
               IF WS-PND-HELD-RUN = WS-TARGET-RUN
                   PERFORM 2620-WITHDRAW-ONE-ITEM
               END-IF
           END-IF.

       2620-WITHDRAW-ONE-ITEM.
           MOVE WS-PND-ID TO WS-SAVE-ID
           IF WS-PND-CCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-SAVE-CCY
           ELSE
               MOVE WS-PND-CCY TO WS-SAVE-CCY
           END-IF
           IF WS-PND-CREDIT
               COMPUTE WS-REVERSED-AMOUNT = 0 - WS-PND-BASE-AMOUNT
           ELSE
               MOVE WS-PND-BASE-AMOUNT TO WS-REVERSED-AMOUNT
           END-IF

           DELETE PENDING-FILE RECORD
           MOVE "DELET" TO WS-ABEND-OPERATION
           PERFORM 9913-CHECK-PENDING-STATUS

           ADD 1 TO WS-WITHDRAWN-COUNT
           ADD WS-REVERSED-AMOUNT TO WS-WITHDRAWN-NET
           PERFORM 2400-LOOKUP-CUSTOMER-NAME
           MOVE "HELD ITEM WITHDRAWN" TO WS-DET-NOTE
           PERFORM 2500-WRITE-REPORT-DETAIL.

       3000-FINALIZE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           MOVE WS-WITHDRAWN-COUNT TO WS-WDN-COUNT
           MOVE WS-WITHDRAWN-NET TO WS-WDN-NET
           WRITE WS-REPORT-LINE FROM WS-RPT-WITHDRAWN-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS

           IF WS-REVERSED-COUNT > 0
               PERFORM 3300-WRITE-GL-REVERSAL
           CLOSE CUSTOMER-FILE
           CLOSE EXTRACT-FILE
           CLOSE REPORT-FILE
           IF WS-PEND-OPEN
               CLOSE PENDING-FILE
           END-IF

           DISPLAY "RUNBACK COMPLETE - RUN " WS-TARGET-RUN
               " REVERSED AS RUN " WS-BACKOUT-RUN
               " - POSTINGS: " WS-REVERSED-COUNT
               " EXCEPTIONS: " WS-EXCEPTION-COUNT
               " HELD ITEMS WITHDRAWN: " WS-WITHDRAWN-COUNT
           IF WS-EXCEPTION-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REVERSED-COUNT = 0 AND WS-WITHDRAWN-COUNT = 0
                   DISPLAY "*** RUNBACK *** NO POSTINGS FOUND FOR "
                       "RUN " WS-TARGET-RUN
                   MOVE 4 TO RETURN-CODE
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9913-CHECK-PENDING-STATUS.
           IF NOT WS-PEND-STATUS-OK
               MOVE "PENDING-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-PEND-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9900-ABEND-FILE-ERROR.
           DISPLAY "*** ABEND *** " WS-ABEND-FILE-NAME " "
               WS-ABEND-OPERATION
