      *  position of every customer with activity in the current
      *  month is reported to MTDRPT for the finance close.
      *
      *  Customers carrying a corporate group id on the customer
      *  master (CUSTMAST) are also consolidated: after the MTD grand
      *  total, MTDRPT lists each group's MTD position - members with
      *  activity this month, their combined MTD amount and item
      *  count - with a total for all groups.
      *
      *  Key 00000 is reserved for the roll-control record: it holds
      *  the date last rolled and a roll-in-progress flag set at
      *  initialization and cleared at end of run.  A rerun on the
      *  never reads TOTALEXT, the bypass cannot replay the daily
      *  extract.  The partial-roll check still applies on a
      *  reversal roll.
      *
      *  An MTDPARM card reading ACCRUAL marks an accrual roll in the
      *  same way: the input is the month-end interest and fee
      *  extract the ACCRUAL job writes (ACCREXT), rolled after the
      *  daily extract on the same date, so the MTD position carries
      *  the postings the balance file carries.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACK-STATUS.

           SELECT ACCR-FILE ASSIGN TO "ACCREXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCR-STATUS.

           SELECT MTD-FILE ASSIGN TO "MTDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-MTD-ID
               FILE STATUS IS WS-MTD-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "MTDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-BACK-LINE             PIC X(80).

       FD  ACCR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-ACCR-LINE             PIC X(80).

       FD  MTD-FILE.
       01  WS-MTD-RECORD.
           05  WS-MTD-ID            PIC 9(5).
               88  WS-MTD-ROLL-IN-PROGRESS  VALUE 'P'.
               88  WS-MTD-ROLL-COMPLETE     VALUE 'C'.

       FD  CUSTOMER-FILE.
       01  WS-CUSTOMER-RECORD.
           05  WS-CUST-ID           PIC 9(5).
           05  WS-CUST-NAME         PIC X(20).
           05  WS-CUST-ACCT-STATUS  PIC X(1).
           05  FILLER               PIC X(12).
           05  WS-CUST-GROUP-ID     PIC X(5).
           05  FILLER               PIC X(7).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-REPORT-LINE           PIC X(80).
           88  WS-EXTRACT-STATUS-OK     VALUE "00".
       01  WS-BACK-STATUS           PIC X(2) VALUE "00".
           88  WS-BACK-STATUS-OK        VALUE "00".
       01  WS-ACCR-STATUS           PIC X(2) VALUE "00".
           88  WS-ACCR-STATUS-OK        VALUE "00".

       01  WS-EXTRACT-WORK.
           05  WS-EXT-ID-X          PIC X(5).
           88  WS-MTD-STATUS-NOTFND     VALUE "23".
           88  WS-MTD-STATUS-NOFILE     VALUE "35".
           88  WS-MTD-STATUS-EOF        VALUE "10".
       01  WS-CUST-STATUS           PIC X(2) VALUE "00".
           88  WS-CUST-STATUS-OK        VALUE "00".
           88  WS-CUST-STATUS-NOTFND    VALUE "23".
       01  WS-REPORT-STATUS         PIC X(2) VALUE "00".
           88  WS-REPORT-STATUS-OK      VALUE "00".
       01  WS-PARM-STATUS           PIC X(2) VALUE "00".
       01  WS-ROLL-MODE-CONTROLS.
           05  WS-REVERSAL-ROLL-SW  PIC X VALUE 'N'.
               88  WS-REVERSAL-ROLL     VALUE 'Y'.
           05  WS-ACCRUAL-ROLL-SW   PIC X VALUE 'N'.
               88  WS-ACCRUAL-ROLL      VALUE 'Y'.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY         PIC 9(4).
           05  WS-TOT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(45) VALUE SPACES.

       01  WS-RPT-GRP-HDR.
           05  FILLER               PIC X(26)
                                     VALUE "** GROUP MTD POSITIONS **".
           05  FILLER               PIC X(54) VALUE SPACES.

       01  WS-RPT-GRP-COL-HDR.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(8) VALUE "GROUP".
           05  FILLER               PIC X(10) VALUE "MEMBERS".
           05  FILLER               PIC X(19)
                                     VALUE "         MTD AMOUNT".
           05  FILLER               PIC X(3) VALUE SPACES.
           05  FILLER               PIC X(7) VALUE "  COUNT".
           05  FILLER               PIC X(31) VALUE SPACES.

       01  WS-RPT-GRP-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-GRL-ID            PIC X(5).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-GRL-MEMBERS       PIC ZZZZZZ9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-GRL-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-GRL-COUNT         PIC ZZZZZZ9.
           05  FILLER               PIC X(31) VALUE SPACES.

       01  WS-RPT-GRP-MSG-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-GRM-TEXT          PIC X(60) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE SPACES.

       01  WS-RPT-GRP-FULL-LINE.
           05  FILLER               PIC X(25)
                                     VALUE "  *** GROUP TABLE FULL - ".
           05  WS-GRF-UNLISTED      PIC ZZZZZZ9.
           05  FILLER               PIC X(10) VALUE " MEMBER(S)".
           05  FILLER               PIC X(21)
                                     VALUE " NOT CONSOLIDATED ***".
           05  FILLER               PIC X(17) VALUE SPACES.

       01  WS-GROUP-TABLE.
           05  WS-GRP-COUNT         PIC 9(3) COMP VALUE 0.
           05  WS-GRP-MAX           PIC 9(3) COMP VALUE 500.
           05  WS-GRP-ENTRY OCCURS 500 TIMES.
               10  WS-GRP-ID        PIC X(5).
               10  WS-GRP-MEMBERS   PIC 9(7).
               10  WS-GRP-AMOUNT    PIC S9(13)V99.
               10  WS-GRP-ITEMS     PIC 9(9).

       01  WS-GROUP-CONTROLS.
           05  WS-GRP-SUB           PIC 9(3) COMP VALUE 0.
           05  WS-GRP-SHIFT         PIC 9(3) COMP VALUE 0.
           05  WS-GRP-FOUND-SW      PIC X VALUE 'N'.
               88  WS-GRP-FOUND         VALUE 'Y'.
           05  WS-GRP-SLOT-SW       PIC X VALUE 'N'.
               88  WS-GRP-SLOT-REACHED  VALUE 'Y'.
           05  WS-GRP-UNLISTED      PIC 9(7) VALUE 0.
           05  WS-GRP-TOT-MEMBERS   PIC 9(7) VALUE 0.
           05  WS-GRP-TOT-AMOUNT    PIC S9(13)V99 VALUE 0.
           05  WS-GRP-TOT-ITEMS     PIC 9(9) VALUE 0.

       01  WS-ABEND-OPERATION       PIC X(5) VALUE SPACES.
       01  WS-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
       01  WS-ABEND-STATUS          PIC X(2) VALUE SPACES.
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
           ELSE
               IF WS-ACCRUAL-ROLL
                   OPEN INPUT ACCR-FILE
                   IF NOT WS-ACCR-STATUS-OK
                       MOVE "ACCR-FILE" TO WS-ABEND-FILE-NAME
                       MOVE "OPEN" TO WS-ABEND-OPERATION
                       MOVE WS-ACCR-STATUS TO WS-ABEND-STATUS
                       PERFORM 9900-ABEND-FILE-ERROR
                   END-IF
               ELSE
                   OPEN INPUT EXTRACT-FILE
                   IF NOT WS-EXTRACT-STATUS-OK
                       MOVE "EXTRACT-FILE" TO WS-ABEND-FILE-NAME
                       MOVE "OPEN" TO WS-ABEND-OPERATION
                       MOVE WS-EXTRACT-STATUS TO WS-ABEND-STATUS
                       PERFORM 9900-ABEND-FILE-ERROR
                   END-IF
               END-IF
           END-IF


           PERFORM 1500-CHECK-ROLL-CONTROL

           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-CUST-STATUS-OK
               MOVE "CUSTOMER-FILE" TO WS-ABEND-FILE-NAME
               MOVE "OPEN" TO WS-ABEND-OPERATION
               MOVE WS-CUST-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
                   DISPLAY "MTDROLL REVERSAL ROLL - SAME-DATE "
                       "RERUN CHECK BYPASSED"
               END-IF
               IF WS-PARM-STATUS-OK
                   AND WS-PARM-MODE = "ACCRUAL "
                   MOVE 'Y' TO WS-ACCRUAL-ROLL-SW
                   DISPLAY "MTDROLL ACCRUAL ROLL - SAME-DATE "
                       "RERUN CHECK BYPASSED"
               END-IF
               CLOSE PARM-FILE
           END-IF.

               END-IF
               IF WS-MTD-LAST-DATE = WS-CURRENT-DATE
                   AND NOT WS-REVERSAL-ROLL
                   AND NOT WS-ACCRUAL-ROLL
                   DISPLAY "*** MTDROLL *** EXTRACT FOR "
                       WS-CURRENT-DATE-R " ALREADY ROLLED - RUN "
                       "REFUSED"
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
           ELSE
               IF WS-ACCRUAL-ROLL
                   READ ACCR-FILE INTO WS-EXTRACT-WORK
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
                   IF NOT WS-EOF AND NOT WS-ACCR-STATUS-OK
                       MOVE "ACCR-FILE" TO WS-ABEND-FILE-NAME
                       MOVE "READ" TO WS-ABEND-OPERATION
                       MOVE WS-ACCR-STATUS TO WS-ABEND-STATUS
                       PERFORM 9900-ABEND-FILE-ERROR
                   END-IF
               ELSE
                   READ EXTRACT-FILE INTO WS-EXTRACT-WORK
                       AT END MOVE 'Y' TO WS-EOF-SW
                   END-READ
                   IF NOT WS-EOF AND NOT WS-EXTRACT-STATUS-OK
                       MOVE "EXTRACT-FILE" TO WS-ABEND-FILE-NAME
                       MOVE "READ" TO WS-ABEND-OPERATION
                       MOVE WS-EXTRACT-STATUS TO WS-ABEND-STATUS
                       PERFORM 9900-ABEND-FILE-ERROR
                   END-IF
               END-IF
           END-IF

               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 3 TO WS-LINE-COUNT

           PERFORM 3200-REPORT-GROUPS.

       3100-REPORT-ONE-CUSTOMER.
           READ MTD-FILE NEXT RECORD
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT
           ADD WS-MTD-AMOUNT TO WS-MTD-GRAND-TOTAL
           PERFORM 3160-ADD-TO-GROUP.

       3160-ADD-TO-GROUP.
      *    Folds the customer's MTD position into its group, held in
      *    a table kept in group-id order for the group section.
           MOVE WS-MTD-ID TO WS-CUST-ID
           READ CUSTOMER-FILE
           IF WS-CUST-STATUS-OK
               IF WS-CUST-GROUP-ID NUMERIC
                   PERFORM 3170-FIND-GROUP-SLOT
                   IF WS-GRP-FOUND
                       ADD 1 TO WS-GRP-MEMBERS (WS-GRP-SUB)
                       ADD WS-MTD-AMOUNT TO WS-GRP-AMOUNT (WS-GRP-SUB)
                       ADD WS-MTD-COUNT TO WS-GRP-ITEMS (WS-GRP-SUB)
                       ADD 1 TO WS-GRP-TOT-MEMBERS
                       ADD WS-MTD-AMOUNT TO WS-GRP-TOT-AMOUNT
                       ADD WS-MTD-COUNT TO WS-GRP-TOT-ITEMS
                   ELSE
                       ADD 1 TO WS-GRP-UNLISTED
                   END-IF
               END-IF
           ELSE
               IF NOT WS-CUST-STATUS-NOTFND
                   MOVE "CUSTOMER-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-CUST-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
           END-IF.

       3170-FIND-GROUP-SLOT.
      *    Leaves WS-GRP-SUB on the group's entry, opening a new entry
      *    in group-id order when the group is not yet on the table.
      *    WS-GRP-FOUND is off only when the table is full.
           MOVE 'Y' TO WS-GRP-FOUND-SW
           MOVE 'N' TO WS-GRP-SLOT-SW
           MOVE 1 TO WS-GRP-SUB
           PERFORM 3171-STEP-GROUP-SLOT
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
               OR WS-GRP-SLOT-REACHED
           IF WS-GRP-SLOT-REACHED
               IF WS-GRP-ID (WS-GRP-SUB) NOT = WS-CUST-GROUP-ID
                   MOVE 'N' TO WS-GRP-SLOT-SW
               END-IF
           END-IF
           IF NOT WS-GRP-SLOT-REACHED
               IF WS-GRP-COUNT >= WS-GRP-MAX
                   MOVE 'N' TO WS-GRP-FOUND-SW
               ELSE
                   MOVE WS-GRP-COUNT TO WS-GRP-SHIFT
                   PERFORM 3172-SHIFT-ONE-GROUP
                       UNTIL WS-GRP-SHIFT < WS-GRP-SUB
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-CUST-GROUP-ID TO WS-GRP-ID (WS-GRP-SUB)
                   MOVE 0 TO WS-GRP-MEMBERS (WS-GRP-SUB)
                   MOVE 0 TO WS-GRP-AMOUNT (WS-GRP-SUB)
                   MOVE 0 TO WS-GRP-ITEMS (WS-GRP-SUB)
               END-IF
           END-IF.

       3171-STEP-GROUP-SLOT.
           IF WS-GRP-ID (WS-GRP-SUB) < WS-CUST-GROUP-ID
               ADD 1 TO WS-GRP-SUB
           ELSE
               MOVE 'Y' TO WS-GRP-SLOT-SW
           END-IF.

       3172-SHIFT-ONE-GROUP.
           MOVE WS-GRP-ENTRY (WS-GRP-SHIFT)
               TO WS-GRP-ENTRY (WS-GRP-SHIFT + 1)
           SUBTRACT 1 FROM WS-GRP-SHIFT.

       3200-REPORT-GROUPS.
           IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           WRITE WS-REPORT-LINE FROM WS-RPT-GRP-HDR
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 2 TO WS-LINE-COUNT

           IF WS-GRP-COUNT = 0
               MOVE "NO GROUP ACTIVITY THIS MONTH" TO WS-GRM-TEXT
               PERFORM 3240-WRITE-GROUP-MESSAGE
           ELSE
               WRITE WS-REPORT-LINE FROM WS-RPT-GRP-COL-HDR
                   AFTER ADVANCING 1 LINE
               MOVE "WRITE" TO WS-ABEND-OPERATION
               PERFORM 9905-CHECK-REPORT-STATUS
               ADD 1 TO WS-LINE-COUNT
               MOVE 0 TO WS-GRP-SUB
               PERFORM 3210-REPORT-ONE-GROUP
                   UNTIL WS-GRP-SUB >= WS-GRP-COUNT
               MOVE "TOTAL" TO WS-GRL-ID
               MOVE WS-GRP-TOT-MEMBERS TO WS-GRL-MEMBERS
               MOVE WS-GRP-TOT-AMOUNT TO WS-GRL-AMOUNT
               MOVE WS-GRP-TOT-ITEMS TO WS-GRL-COUNT
               PERFORM 3220-WRITE-GROUP-LINE
           END-IF

           IF WS-GRP-UNLISTED > 0
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 1200-WRITE-REPORT-HEADERS
               END-IF
               MOVE WS-GRP-UNLISTED TO WS-GRF-UNLISTED
               WRITE WS-REPORT-LINE FROM WS-RPT-GRP-FULL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "WRITE" TO WS-ABEND-OPERATION
               PERFORM 9905-CHECK-REPORT-STATUS
               ADD 1 TO WS-LINE-COUNT
               DISPLAY "*** WARNING *** " WS-GRP-UNLISTED
                   " GROUPED CUSTOMER(S) NOT CONSOLIDATED - GROUP"
                   " TABLE FULL"
           END-IF.

       3210-REPORT-ONE-GROUP.
           ADD 1 TO WS-GRP-SUB
           MOVE WS-GRP-ID (WS-GRP-SUB) TO WS-GRL-ID
           MOVE WS-GRP-MEMBERS (WS-GRP-SUB) TO WS-GRL-MEMBERS
           MOVE WS-GRP-AMOUNT (WS-GRP-SUB) TO WS-GRL-AMOUNT
           MOVE WS-GRP-ITEMS (WS-GRP-SUB) TO WS-GRL-COUNT
           PERFORM 3220-WRITE-GROUP-LINE.

       3220-WRITE-GROUP-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           WRITE WS-REPORT-LINE FROM WS-RPT-GRP-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       3240-WRITE-GROUP-MESSAGE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           WRITE WS-REPORT-LINE FROM WS-RPT-GRP-MSG-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       4000-FINALIZE.
           PERFORM 4100-MARK-ROLL-COMPLETE
           IF WS-REVERSAL-ROLL
               CLOSE BACK-FILE
           ELSE
               IF WS-ACCRUAL-ROLL
                   CLOSE ACCR-FILE
               ELSE
                   CLOSE EXTRACT-FILE
               END-IF
           END-IF
           CLOSE MTD-FILE
           CLOSE CUSTOMER-FILE
           CLOSE REPORT-FILE
           DISPLAY "MTDROLL COMPLETE - LINES ROLLED: " WS-LINES-ROLLED.

           READ MTD-FILE
           IF WS-MTD-STATUS-OK
      *        The last-roll date refers to the last daily extract
      *        roll; a reversal or accrual roll leaves it alone so the
      *        evening's normal roll is not refused as already rolled.
               IF NOT WS-REVERSAL-ROLL
                   AND NOT WS-ACCRUAL-ROLL
                   MOVE WS-CURRENT-DATE-R TO WS-MTD-LAST-DATE
               END-IF
               MOVE 'C' TO WS-MTD-ROLL-FLAG
