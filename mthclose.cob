      *  rerun for the same month rewrites the same history records,
      *  so the close may be repeated safely.  The roll-control
      *  record (key 00000) is not a customer and is skipped.
      *
      *  Customers sharing a corporate parent carry its group id on
      *  the customer master (CUSTMAST).  After the archive, the
      *  grouped customers are sorted by group and id and a
      *  consolidated statement per group is printed to GRPSTMT, one
      *  group to a page: each member account with its opening, net
      *  and closing position for the close month, then the group's
      *  combined opening position, month net and item count, and
      *  closing position.  The close month is the latest month
      *  archived from MTDFILE (the run month when MTDFILE holds no
      *  customers).  A member with no activity in the close month
      *  is shown at its last archived closing position, unchanged.
      *  A sort failure stops the run with return code 16 after the
      *  archive, so MTHHIST is complete and the close may be rerun.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT GROUP-REPORT-FILE ASSIGN TO "GRPSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GROUP-REPORT-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  MTD-FILE.
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-REPORT-LINE           PIC X(80).

       FD  CUSTOMER-FILE.
       01  WS-CUSTOMER-RECORD.
           05  WS-CUST-ID           PIC 9(5).
           05  WS-CUST-NAME         PIC X(20).
           05  WS-CUST-ACCT-STATUS  PIC X(1).
           05  FILLER               PIC X(12).
           05  WS-CUST-GROUP-ID     PIC X(5).
           05  FILLER               PIC X(7).

       FD  GROUP-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-GROUP-REPORT-LINE     PIC X(80).

       SD  SORT-FILE.
       01  WS-SORT-RECORD.
           05  WS-SRT-GROUP-ID      PIC X(5).
           05  WS-SRT-ID            PIC 9(5).
           05  WS-SRT-NAME          PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-MTD-STATUS            PIC X(2) VALUE "00".
           88  WS-MTD-STATUS-OK         VALUE "00".
           88  WS-MTH-STATUS-NOFILE     VALUE "35".
       01  WS-REPORT-STATUS         PIC X(2) VALUE "00".
           88  WS-REPORT-STATUS-OK      VALUE "00".
       01  WS-CUST-STATUS           PIC X(2) VALUE "00".
           88  WS-CUST-STATUS-OK        VALUE "00".
           88  WS-CUST-STATUS-NOTFND    VALUE "23".
           88  WS-CUST-STATUS-EOF       VALUE "10".
       01  WS-GROUP-REPORT-STATUS   PIC X(2) VALUE "00".
           88  WS-GROUP-REPORT-STATUS-OK VALUE "00".

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY         PIC 9(4).
           05  WS-CNT-CLOSING       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(16) VALUE SPACES.

       01  WS-GRP-PRINT-CONTROLS.
           05  WS-GRP-PAGE-NO       PIC 9(4) VALUE 0.
           05  WS-GRP-LINE-COUNT    PIC 9(3) VALUE 0.

       01  WS-GRP-HDR-1.
           05  FILLER               PIC X(20)
                                     VALUE "GROUP STATEMENTS".
           05  FILLER               PIC X(12) VALUE "  RUN DATE: ".
           05  WS-GHD-DATE          PIC 99/99/9999.
           05  FILLER               PIC X(12) VALUE SPACES.
           05  FILLER               PIC X(5) VALUE "PAGE ".
           05  WS-GHD-PAGE          PIC ZZZ9.
           05  FILLER               PIC X(17) VALUE SPACES.

       01  WS-GRP-TITLE-LINE.
           05  FILLER               PIC X(6) VALUE "GROUP ".
           05  WS-GTL-GROUP-ID      PIC X(5).
           05  FILLER               PIC X(25)
                                     VALUE "  CONSOLIDATED STATEMENT ".
           05  WS-GTL-YYYY          PIC 9(4).
           05  FILLER               PIC X(1) VALUE "/".
           05  WS-GTL-MM            PIC 9(2).
           05  FILLER               PIC X(37) VALUE SPACES.

       01  WS-GRP-COL-HDR.
           05  FILLER               PIC X(7) VALUE "     ID".
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(21) VALUE "NAME".
           05  FILLER               PIC X(15) VALUE "        OPENING".
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE "      MONTH NET".
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE "        CLOSING".
           05  FILLER               PIC X(1) VALUE SPACES.

       01  WS-GRP-MEMBER-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-GML-ID            PIC ZZZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-GML-NAME          PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-GML-OPENING       PIC ZZZZZZZZZZ9.99-.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-GML-NET           PIC ZZZZZZZZZZ9.99-.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-GML-CLOSING       PIC ZZZZZZZZZZ9.99-.
           05  FILLER               PIC X(1) VALUE SPACES.

       01  WS-GRP-OPEN-LINE.
           05  FILLER               PIC X(26)
                                     VALUE "  GROUP OPENING POSITION: ".
           05  WS-GOL-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(35) VALUE SPACES.

       01  WS-GRP-ACTIVITY-LINE.
           05  FILLER               PIC X(26)
                                     VALUE "  GROUP MONTH NET:        ".
           05  WS-GAL-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(9) VALUE "  ITEMS: ".
           05  WS-GAL-COUNT         PIC ZZZZZZZZ9.
           05  FILLER               PIC X(17) VALUE SPACES.

       01  WS-GRP-CLOSE-LINE.
           05  FILLER               PIC X(26)
                                     VALUE "  GROUP CLOSING POSITION: ".
           05  WS-GCL-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(35) VALUE SPACES.

       01  WS-GRP-MEMBERS-LINE.
           05  FILLER               PIC X(26)
                                     VALUE "  MEMBER ACCOUNTS:        ".
           05  WS-GMC-COUNT         PIC ZZZZZZ9.
           05  FILLER               PIC X(47) VALUE SPACES.

       01  WS-GRP-COUNTS-LINE.
           05  FILLER               PIC X(8) VALUE "GROUPS: ".
           05  WS-GCT-GROUPS        PIC ZZZZZZ9.
           05  FILLER               PIC X(19)
                                     VALUE "  MEMBER ACCOUNTS: ".
           05  WS-GCT-MEMBERS       PIC ZZZZZZ9.
           05  FILLER               PIC X(39) VALUE SPACES.

       01  WS-GRP-NONE-LINE.
           05  FILLER               PIC X(19)
                                     VALUE "NO CUSTOMER GROUPS ".
           05  FILLER               PIC X(13) VALUE "ON THE MASTER".
           05  FILLER               PIC X(48) VALUE SPACES.

       01  WS-GRP-STMT-WORK.
           05  WS-CLOSE-MONTH.
               10  WS-CLOSE-YYYY    PIC 9(4) VALUE 0.
               10  WS-CLOSE-MM      PIC 9(2) VALUE 0.
           05  WS-ARCH-MONTH.
               10  WS-ARCH-YYYY     PIC 9(4) VALUE 0.
               10  WS-ARCH-MM       PIC 9(2) VALUE 0.
           05  WS-GST-GROUP-ID      PIC X(5) VALUE SPACES.
           05  WS-GST-ACTIVE-SW     PIC X VALUE 'N'.
               88  WS-GST-ACTIVE        VALUE 'Y'.
           05  WS-GST-OPENING       PIC S9(11)V99 VALUE 0.
           05  WS-GST-NET           PIC S9(11)V99 VALUE 0.
           05  WS-GST-COUNT         PIC 9(7) VALUE 0.
           05  WS-GST-CLOSING       PIC S9(11)V99 VALUE 0.
           05  WS-GST-GRP-OPENING   PIC S9(13)V99 VALUE 0.
           05  WS-GST-GRP-NET       PIC S9(13)V99 VALUE 0.
           05  WS-GST-GRP-COUNT     PIC 9(9) VALUE 0.
           05  WS-GST-GRP-CLOSING   PIC S9(13)V99 VALUE 0.
           05  WS-GST-GRP-MEMBERS   PIC 9(7) VALUE 0.
           05  WS-GROUPS-PRINTED    PIC 9(7) VALUE 0.
           05  WS-MEMBERS-PRINTED   PIC 9(7) VALUE 0.
           05  WS-CUST-EOF-SW       PIC X VALUE 'N'.
               88  WS-CUST-EOF          VALUE 'Y'.
           05  WS-SORT-EOF-SW       PIC X VALUE 'N'.
               88  WS-SORT-EOF          VALUE 'Y'.

       01  WS-ABEND-OPERATION       PIC X(5) VALUE SPACES.
       01  WS-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
       01  WS-ABEND-STATUS          PIC X(2) VALUE SPACES.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ARCHIVE-ONE-CUSTOMER UNTIL WS-MTD-EOF

           SORT SORT-FILE
               ON ASCENDING KEY WS-SRT-GROUP-ID WS-SRT-ID
               INPUT PROCEDURE IS 4000-RELEASE-GROUP-MEMBERS
               OUTPUT PROCEDURE IS 4200-PRINT-GROUP-STATEMENTS
           PERFORM 9950-CHECK-SORT-RETURN

           PERFORM 3000-FINALIZE
           STOP RUN.

               PERFORM 9900-ABEND-FILE-ERROR
           END-IF

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
           PERFORM 1200-WRITE-REPORT-HEADERS

           OPEN OUTPUT GROUP-REPORT-FILE
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9906-CHECK-GROUP-REPORT-STATUS
           MOVE WS-DATE-FOR-EDIT-R TO WS-GHD-DATE
           MOVE WS-CURR-YYYY TO WS-CLOSE-YYYY
           MOVE WS-CURR-MM TO WS-CLOSE-MM

           MOVE 0 TO WS-MTD-ID
           START MTD-FILE KEY IS NOT LESS THAN WS-MTD-ID
           IF WS-MTD-STATUS-NOTFND OR WS-MTD-STATUS-EOF

           ADD 1 TO WS-ARCHIVED-COUNT
           ADD WS-STM-CLOSING TO WS-CLOSING-TOTAL
           MOVE WS-MTD-LAST-YYYY TO WS-ARCH-YYYY
           MOVE WS-MTD-LAST-MM TO WS-ARCH-MM
           IF WS-ARCHIVED-COUNT = 1
               OR WS-ARCH-MONTH > WS-CLOSE-MONTH
               MOVE WS-ARCH-MONTH TO WS-CLOSE-MONTH
           END-IF
           PERFORM 2300-PRINT-STATEMENT.

       2200-GET-OPENING-POSITION.
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS

           IF WS-GROUPS-PRINTED = 0
               PERFORM 4300-WRITE-GROUP-PAGE-HEADER
               WRITE WS-GROUP-REPORT-LINE FROM WS-GRP-NONE-LINE
                   AFTER ADVANCING 2 LINES
               MOVE "WRITE" TO WS-ABEND-OPERATION
               PERFORM 9906-CHECK-GROUP-REPORT-STATUS
               ADD 2 TO WS-GRP-LINE-COUNT
           END-IF
           IF WS-GRP-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4300-WRITE-GROUP-PAGE-HEADER
           END-IF
           MOVE WS-GROUPS-PRINTED TO WS-GCT-GROUPS
           MOVE WS-MEMBERS-PRINTED TO WS-GCT-MEMBERS
           WRITE WS-GROUP-REPORT-LINE FROM WS-GRP-COUNTS-LINE
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9906-CHECK-GROUP-REPORT-STATUS

           CLOSE MTD-FILE
           CLOSE MONTH-HIST-FILE
           CLOSE CUSTOMER-FILE
           CLOSE REPORT-FILE
           CLOSE GROUP-REPORT-FILE
           DISPLAY "MTHCLOSE COMPLETE - CUSTOMERS ARCHIVED: "
               WS-ARCHIVED-COUNT
               " GROUP STATEMENTS: " WS-GROUPS-PRINTED.

       4000-RELEASE-GROUP-MEMBERS.
           MOVE 'N' TO WS-CUST-EOF-SW
           MOVE 0 TO WS-CUST-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN WS-CUST-ID
           IF WS-CUST-STATUS-NOTFND OR WS-CUST-STATUS-EOF
               MOVE 'Y' TO WS-CUST-EOF-SW
           ELSE
               IF NOT WS-CUST-STATUS-OK
                   MOVE "CUSTOMER-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "START" TO WS-ABEND-OPERATION
                   MOVE WS-CUST-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
           END-IF
           PERFORM 4100-RELEASE-ONE-CUSTOMER UNTIL WS-CUST-EOF.

       4100-RELEASE-ONE-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CUST-EOF-SW
           END-READ
           IF NOT WS-CUST-EOF
               IF NOT WS-CUST-STATUS-OK
                   MOVE "CUSTOMER-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-CUST-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
               IF WS-CUST-GROUP-ID NUMERIC
                   MOVE WS-CUST-GROUP-ID TO WS-SRT-GROUP-ID
                   MOVE WS-CUST-ID TO WS-SRT-ID
                   MOVE WS-CUST-NAME TO WS-SRT-NAME
                   RELEASE WS-SORT-RECORD
               END-IF
           END-IF.

       4200-PRINT-GROUP-STATEMENTS.
           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE 'N' TO WS-GST-ACTIVE-SW
           PERFORM 4210-RETURN-ONE-MEMBER UNTIL WS-SORT-EOF
           IF WS-GST-ACTIVE
               PERFORM 4500-FINISH-GROUP
           END-IF.

       4210-RETURN-ONE-MEMBER.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN
           IF NOT WS-SORT-EOF
               IF NOT WS-GST-ACTIVE
                   OR WS-SRT-GROUP-ID NOT = WS-GST-GROUP-ID
                   IF WS-GST-ACTIVE
                       PERFORM 4500-FINISH-GROUP
                   END-IF
                   PERFORM 4250-START-GROUP
               END-IF
               PERFORM 4400-GET-MEMBER-POSITION
               PERFORM 4450-PRINT-MEMBER-LINE
           END-IF.

       4250-START-GROUP.
           MOVE WS-SRT-GROUP-ID TO WS-GST-GROUP-ID
           MOVE 'Y' TO WS-GST-ACTIVE-SW
           MOVE 0 TO WS-GST-GRP-OPENING
           MOVE 0 TO WS-GST-GRP-NET
           MOVE 0 TO WS-GST-GRP-COUNT
           MOVE 0 TO WS-GST-GRP-CLOSING
           MOVE 0 TO WS-GST-GRP-MEMBERS
           ADD 1 TO WS-GROUPS-PRINTED
           PERFORM 4300-WRITE-GROUP-PAGE-HEADER
           PERFORM 4310-WRITE-GROUP-TITLE.

       4300-WRITE-GROUP-PAGE-HEADER.
           ADD 1 TO WS-GRP-PAGE-NO
           MOVE WS-GRP-PAGE-NO TO WS-GHD-PAGE
           WRITE WS-GROUP-REPORT-LINE FROM WS-GRP-HDR-1
               AFTER ADVANCING PAGE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9906-CHECK-GROUP-REPORT-STATUS
           MOVE 1 TO WS-GRP-LINE-COUNT.

       4310-WRITE-GROUP-TITLE.
           MOVE WS-GST-GROUP-ID TO WS-GTL-GROUP-ID
           MOVE WS-CLOSE-YYYY TO WS-GTL-YYYY
           MOVE WS-CLOSE-MM TO WS-GTL-MM
           WRITE WS-GROUP-REPORT-LINE FROM WS-GRP-TITLE-LINE
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9906-CHECK-GROUP-REPORT-STATUS
           WRITE WS-GROUP-REPORT-LINE FROM WS-GRP-COL-HDR
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9906-CHECK-GROUP-REPORT-STATUS
           ADD 4 TO WS-GRP-LINE-COUNT.

       4400-GET-MEMBER-POSITION.
      *    A member archived for the close month takes its figures
      *    from that history record.  A member with no activity in
      *    the close month carries its last archived closing position
      *    as both opening and closing, with no movement.
           MOVE WS-SRT-ID TO WS-MTH-ID
           MOVE WS-CLOSE-YYYY TO WS-MTH-YYYY
           MOVE WS-CLOSE-MM TO WS-MTH-MM
           READ MONTH-HIST-FILE
           IF WS-MTH-STATUS-OK
               MOVE WS-MTH-OPENING TO WS-GST-OPENING
               MOVE WS-MTH-NET TO WS-GST-NET
               MOVE WS-MTH-COUNT TO WS-GST-COUNT
               MOVE WS-MTH-CLOSING TO WS-GST-CLOSING
           ELSE
               IF NOT WS-MTH-STATUS-NOTFND
                   MOVE "MONTH-HIST" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-MTH-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
               PERFORM 4410-GET-PRIOR-CLOSING
               MOVE WS-GST-OPENING TO WS-GST-CLOSING
               MOVE 0 TO WS-GST-NET
               MOVE 0 TO WS-GST-COUNT
           END-IF.

       4410-GET-PRIOR-CLOSING.
           MOVE 0 TO WS-GST-OPENING
           MOVE 'N' TO WS-OPEN-EOF-SW
           MOVE WS-SRT-ID TO WS-MTH-ID
           MOVE 0 TO WS-MTH-YYYY
           MOVE 0 TO WS-MTH-MM
           START MONTH-HIST-FILE KEY IS NOT LESS THAN WS-MTH-KEY
           IF WS-MTH-STATUS-NOTFND OR WS-MTH-STATUS-EOF
               MOVE 'Y' TO WS-OPEN-EOF-SW
           ELSE
               IF NOT WS-MTH-STATUS-OK
                   MOVE "MONTH-HIST" TO WS-ABEND-FILE-NAME
                   MOVE "START" TO WS-ABEND-OPERATION
                   MOVE WS-MTH-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
           END-IF
           PERFORM 4420-SCAN-ONE-PRIOR UNTIL WS-OPEN-EOF.

       4420-SCAN-ONE-PRIOR.
           READ MONTH-HIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-OPEN-EOF-SW
           END-READ
           IF NOT WS-OPEN-EOF
               IF NOT WS-MTH-STATUS-OK
                   MOVE "MONTH-HIST" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-MTH-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
               IF WS-MTH-ID NOT = WS-SRT-ID
                   OR WS-MTH-YYYYMM >= WS-CLOSE-MONTH
                   MOVE 'Y' TO WS-OPEN-EOF-SW
               ELSE
                   MOVE WS-MTH-CLOSING TO WS-GST-OPENING
               END-IF
           END-IF.

       4450-PRINT-MEMBER-LINE.
           IF WS-GRP-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4300-WRITE-GROUP-PAGE-HEADER
               PERFORM 4310-WRITE-GROUP-TITLE
           END-IF
           MOVE WS-SRT-ID TO WS-GML-ID
           MOVE WS-SRT-NAME TO WS-GML-NAME
           MOVE WS-GST-OPENING TO WS-GML-OPENING
           MOVE WS-GST-NET TO WS-GML-NET
           MOVE WS-GST-CLOSING TO WS-GML-CLOSING
           WRITE WS-GROUP-REPORT-LINE FROM WS-GRP-MEMBER-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9906-CHECK-GROUP-REPORT-STATUS
           ADD 1 TO WS-GRP-LINE-COUNT

           ADD WS-GST-OPENING TO WS-GST-GRP-OPENING
           ADD WS-GST-NET TO WS-GST-GRP-NET
           ADD WS-GST-COUNT TO WS-GST-GRP-COUNT
           ADD WS-GST-CLOSING TO WS-GST-GRP-CLOSING
           ADD 1 TO WS-GST-GRP-MEMBERS
           ADD 1 TO WS-MEMBERS-PRINTED.

       4500-FINISH-GROUP.
           IF WS-GRP-LINE-COUNT + 5 >= WS-LINES-PER-PAGE
               PERFORM 4300-WRITE-GROUP-PAGE-HEADER
               PERFORM 4310-WRITE-GROUP-TITLE
           END-IF
           MOVE WS-GST-GRP-MEMBERS TO WS-GMC-COUNT
           WRITE WS-GROUP-REPORT-LINE FROM WS-GRP-MEMBERS-LINE
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9906-CHECK-GROUP-REPORT-STATUS

           MOVE WS-GST-GRP-OPENING TO WS-GOL-AMOUNT
           WRITE WS-GROUP-REPORT-LINE FROM WS-GRP-OPEN-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9906-CHECK-GROUP-REPORT-STATUS

           MOVE WS-GST-GRP-NET TO WS-GAL-AMOUNT
           MOVE WS-GST-GRP-COUNT TO WS-GAL-COUNT
           WRITE WS-GROUP-REPORT-LINE FROM WS-GRP-ACTIVITY-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9906-CHECK-GROUP-REPORT-STATUS

           MOVE WS-GST-GRP-CLOSING TO WS-GCL-AMOUNT
           WRITE WS-GROUP-REPORT-LINE FROM WS-GRP-CLOSE-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9906-CHECK-GROUP-REPORT-STATUS
           ADD 5 TO WS-GRP-LINE-COUNT.

       9905-CHECK-REPORT-STATUS.
           IF NOT WS-REPORT-STATUS-OK
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9906-CHECK-GROUP-REPORT-STATUS.
           IF NOT WS-GROUP-REPORT-STATUS-OK
               MOVE "GROUP-REPORT" TO WS-ABEND-FILE-NAME
               MOVE WS-GROUP-REPORT-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9950-CHECK-SORT-RETURN.
           IF SORT-RETURN NOT = 0
               DISPLAY "*** MTHCLOSE *** SORT FAILED - SORT-RETURN="
                   SORT-RETURN " - GROUP STATEMENTS NOT PRODUCED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9910-CHECK-MTH-STATUS.
           IF NOT WS-MTH-STATUS-OK
               MOVE "MONTH-HIST" TO WS-ABEND-FILE-NAME
