       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDRPT.
       AUTHOR. BATCH-SYSTEMS.

      ******************************************************************
      *  Pending value-dated items report.  Reads the keyed pending
      *  file (PENDTXN) that the totals run holds future-dated feed
      *  details on, end to end in value-date order, and lists every
      *  item still held: the customer it is for, the value date the
      *  provider asked for and the business day it will be released
      *  and posted on (the value date rolled past weekends and the
      *  holiday calendar when it was held), debit/credit, currency,
      *  the base-currency amount, the feed it arrived on and the
      *  date it was held.
      *
      *  Items are grouped by release date with a count and amount
      *  per day, and the report ends with the grand count, the debit
      *  and credit amounts held and the net.  An item whose release
      *  date is on or before the run date is marked DUE - it is
      *  posted by the next totals run.  A missing pending file is
      *  reported as nothing held.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "PENDTXN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-PND-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01  WS-PEND-STATUS           PIC X(2) VALUE "00".
           88  WS-PEND-STATUS-OK        VALUE "00".
           88  WS-PEND-STATUS-EOF       VALUE "10".
           88  WS-PEND-STATUS-NOFILE    VALUE "35".
       01  WS-REPORT-STATUS         PIC X(2) VALUE "00".
           88  WS-REPORT-STATUS-OK      VALUE "00".

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY         PIC 9(4).
           05  WS-CURR-MM           PIC 9(2).
           05  WS-CURR-DD           PIC 9(2).
       01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE
                                    PIC 9(8).

       01  WS-DATE-FOR-EDIT.
           05  WS-DFE-MM            PIC 99.
           05  WS-DFE-DD            PIC 99.
           05  WS-DFE-YYYY          PIC 9(4).
       01  WS-DATE-FOR-EDIT-R REDEFINES WS-DATE-FOR-EDIT
                                    PIC 9(8).

       01  WS-WORK-DATE.
           05  WS-WRK-YYYY          PIC 9(4).
           05  WS-WRK-MM            PIC 9(2).
           05  WS-WRK-DD            PIC 9(2).
       01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE
                                    PIC 9(8).

       01  WS-BASE-CURRENCY         PIC X(3) VALUE "USD".

       01  WS-PRINT-CONTROLS.
           05  WS-PAGE-NO           PIC 9(4) VALUE 0.
           05  WS-LINE-COUNT        PIC 9(3) VALUE 0.
           05  WS-LINES-PER-PAGE    PIC 9(3) VALUE 55.

       01  WS-RPT-HDR-1.
           05  FILLER               PIC X(26)
                                 VALUE "PENDING VALUE-DATED ITEMS".
           05  FILLER               PIC X(12) VALUE "  RUN DATE: ".
           05  WS-HDR-DATE          PIC 99/99/9999.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(5) VALUE "PAGE ".
           05  WS-HDR-PAGE          PIC ZZZ9.
           05  FILLER               PIC X(13) VALUE SPACES.

       01  WS-RPT-HDR-2.
           05  FILLER               PIC X(26) VALUE "   ID NAME".
           05  FILLER               PIC X(1) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE "VALUE DATE".
           05  FILLER               PIC X(11) VALUE "RELEASE ON".
           05  FILLER               PIC X(6) VALUE "D CCY".
           05  FILLER               PIC X(14)
                                     VALUE "   BASE AMOUNT".
           05  FILLER               PIC X(1) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE "FEED".

       01  WS-RPT-DETAIL.
           05  WS-DET-ID            PIC ZZZZ9.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-DET-NAME          PIC X(20).
           05  WS-DET-VALUE-DATE    PIC 99/99/9999.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-DET-RELEASE-DATE  PIC 99/99/9999.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-DET-DC            PIC X(1).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-DET-CCY           PIC X(3).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-DET-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-DET-FEED          PIC X(8).
           05  WS-DET-DUE           PIC X(3).

       01  WS-RPT-HELD-LINE.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(13) VALUE "HELD ON RUN: ".
           05  WS-HLD-RUN           PIC ZZZZ9.
           05  FILLER               PIC X(8) VALUE "  DATE: ".
           05  WS-HLD-DATE          PIC 99/99/9999.
           05  FILLER               PIC X(12) VALUE "  FEED SEQ: ".
           05  WS-HLD-SEQ           PIC ZZZZZZ9.
           05  FILLER               PIC X(15) VALUE SPACES.

       01  WS-RPT-DAY-TOTAL.
           05  FILLER               PIC X(18)
                                     VALUE "  RELEASING ON   ".
           05  WS-DAY-DATE          PIC 99/99/9999.
           05  FILLER               PIC X(9) VALUE "  ITEMS: ".
           05  WS-DAY-COUNT         PIC ZZZZZZ9.
           05  FILLER               PIC X(6) VALUE "  NET:".
           05  WS-DAY-NET           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(11) VALUE SPACES.

       01  WS-RPT-DEBITS-LINE.
           05  FILLER               PIC X(20)
                                     VALUE "DEBITS HELD:".
           05  WS-TOT-DEBITS        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(42) VALUE SPACES.

       01  WS-RPT-CREDITS-LINE.
           05  FILLER               PIC X(20)
                                     VALUE "CREDITS HELD:".
           05  WS-TOT-CREDITS       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(42) VALUE SPACES.

       01  WS-RPT-NET-LINE.
           05  FILLER               PIC X(20)
                                     VALUE "NET HELD:".
           05  WS-TOT-NET           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(41) VALUE SPACES.

       01  WS-RPT-COUNTS-LINE.
           05  FILLER               PIC X(12) VALUE "ITEMS HELD: ".
           05  WS-CNT-HELD          PIC ZZZZZZ9.
           05  FILLER               PIC X(13) VALUE "  DUE TODAY: ".
           05  WS-CNT-DUE           PIC ZZZZZZ9.
           05  FILLER               PIC X(41) VALUE SPACES.

       01  WS-RPT-NONE-LINE.
           05  FILLER               PIC X(40)
                                 VALUE "NO VALUE-DATED ITEMS ARE HELD".
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-ABEND-OPERATION       PIC X(5) VALUE SPACES.
       01  WS-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
       01  WS-ABEND-STATUS          PIC X(2) VALUE SPACES.

       01  WS-PENDING-TOTALS.
           05  WS-HELD-COUNT        PIC 9(7) VALUE 0.
           05  WS-DUE-COUNT         PIC 9(7) VALUE 0.
           05  WS-HELD-DEBITS       PIC 9(11)V99 VALUE 0.
           05  WS-HELD-CREDITS      PIC 9(11)V99 VALUE 0.
           05  WS-HELD-NET          PIC S9(11)V99 VALUE 0.
           05  WS-DAY-ITEMS         PIC 9(7) VALUE 0.
           05  WS-DAY-AMOUNT        PIC S9(11)V99 VALUE 0.
           05  WS-LAST-RELEASE-DATE PIC 9(8) VALUE 0.

       01  WS-SWITCHES.
           05  WS-PEND-EOF-SW       PIC X VALUE 'N'.
               88  WS-PEND-EOF          VALUE 'Y'.
           05  WS-PEND-OPEN-SW      PIC X VALUE 'N'.
               88  WS-PEND-OPEN         VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-ONE-ITEM UNTIL WS-PEND-EOF
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE-R TO WS-WORK-DATE-R
           PERFORM 8100-EDIT-WORK-DATE
           MOVE WS-DATE-FOR-EDIT-R TO WS-HDR-DATE

           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS-NOFILE
               MOVE 'Y' TO WS-PEND-EOF-SW
           ELSE
               MOVE "OPEN" TO WS-ABEND-OPERATION
               PERFORM 9906-CHECK-PENDING-STATUS
               MOVE 'Y' TO WS-PEND-OPEN-SW
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS

           PERFORM 1200-WRITE-REPORT-HEADERS.

       1200-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-HDR-PAGE
           WRITE WS-REPORT-LINE FROM WS-RPT-HDR-1
               AFTER ADVANCING PAGE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           WRITE WS-REPORT-LINE FROM WS-RPT-HDR-2
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           MOVE 3 TO WS-LINE-COUNT.

       2000-REPORT-ONE-ITEM.
           READ PENDING-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-PEND-EOF-SW
           END-READ
           IF NOT WS-PEND-EOF
               MOVE "READ" TO WS-ABEND-OPERATION
               PERFORM 9906-CHECK-PENDING-STATUS
      *        Rolling is forward only, so value-date order is also
      *        release-date order and the day totals break cleanly.
               IF WS-HELD-COUNT > 0
                   AND WS-PND-RELEASE-DATE NOT = WS-LAST-RELEASE-DATE
                   PERFORM 2200-WRITE-DAY-TOTAL
               END-IF
               MOVE WS-PND-RELEASE-DATE TO WS-LAST-RELEASE-DATE
               PERFORM 2100-WRITE-ITEM
           END-IF.

       2100-WRITE-ITEM.
           ADD 1 TO WS-HELD-COUNT
           ADD 1 TO WS-DAY-ITEMS
           IF WS-PND-CREDIT
               ADD WS-PND-BASE-AMOUNT TO WS-HELD-CREDITS
               SUBTRACT WS-PND-BASE-AMOUNT FROM WS-HELD-NET
               SUBTRACT WS-PND-BASE-AMOUNT FROM WS-DAY-AMOUNT
           ELSE
               ADD WS-PND-BASE-AMOUNT TO WS-HELD-DEBITS
               ADD WS-PND-BASE-AMOUNT TO WS-HELD-NET
               ADD WS-PND-BASE-AMOUNT TO WS-DAY-AMOUNT
           END-IF

           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-PND-ID TO WS-DET-ID
           MOVE WS-PND-NAME TO WS-DET-NAME
           MOVE WS-PND-VALUE-DATE TO WS-WORK-DATE-R
           PERFORM 8100-EDIT-WORK-DATE
           MOVE WS-DATE-FOR-EDIT-R TO WS-DET-VALUE-DATE
           MOVE WS-PND-RELEASE-DATE TO WS-WORK-DATE-R
           PERFORM 8100-EDIT-WORK-DATE
           MOVE WS-DATE-FOR-EDIT-R TO WS-DET-RELEASE-DATE
           MOVE WS-PND-DC TO WS-DET-DC
           IF WS-PND-CCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-DET-CCY
           ELSE
               MOVE WS-PND-CCY TO WS-DET-CCY
           END-IF
           MOVE WS-PND-BASE-AMOUNT TO WS-DET-AMOUNT
           MOVE WS-PND-FEED-NAME TO WS-DET-FEED
           IF WS-PND-RELEASE-DATE NOT > WS-CURRENT-DATE-R
               MOVE "DUE" TO WS-DET-DUE
               ADD 1 TO WS-DUE-COUNT
           ELSE
               MOVE SPACES TO WS-DET-DUE
           END-IF
           WRITE WS-REPORT-LINE FROM WS-RPT-DETAIL
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS

           MOVE WS-PND-HELD-RUN TO WS-HLD-RUN
           MOVE WS-PND-HELD-DATE TO WS-WORK-DATE-R
           PERFORM 8100-EDIT-WORK-DATE
           MOVE WS-DATE-FOR-EDIT-R TO WS-HLD-DATE
           MOVE WS-PND-FEED-SEQ TO WS-HLD-SEQ
           WRITE WS-REPORT-LINE FROM WS-RPT-HELD-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 2 TO WS-LINE-COUNT.

       2200-WRITE-DAY-TOTAL.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-LAST-RELEASE-DATE TO WS-WORK-DATE-R
           PERFORM 8100-EDIT-WORK-DATE
           MOVE WS-DATE-FOR-EDIT-R TO WS-DAY-DATE
           MOVE WS-DAY-ITEMS TO WS-DAY-COUNT
           MOVE WS-DAY-AMOUNT TO WS-DAY-NET
           WRITE WS-REPORT-LINE FROM WS-RPT-DAY-TOTAL
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 2 TO WS-LINE-COUNT
           MOVE 0 TO WS-DAY-ITEMS
           MOVE 0 TO WS-DAY-AMOUNT.

       3000-FINALIZE.
           IF WS-HELD-COUNT > 0
               PERFORM 2200-WRITE-DAY-TOTAL
           ELSE
               WRITE WS-REPORT-LINE FROM WS-RPT-NONE-LINE
                   AFTER ADVANCING 2 LINES
               MOVE "WRITE" TO WS-ABEND-OPERATION
               PERFORM 9905-CHECK-REPORT-STATUS
               ADD 2 TO WS-LINE-COUNT
           END-IF

           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-HELD-DEBITS TO WS-TOT-DEBITS
           WRITE WS-REPORT-LINE FROM WS-RPT-DEBITS-LINE
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           MOVE WS-HELD-CREDITS TO WS-TOT-CREDITS
           WRITE WS-REPORT-LINE FROM WS-RPT-CREDITS-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           MOVE WS-HELD-NET TO WS-TOT-NET
           WRITE WS-REPORT-LINE FROM WS-RPT-NET-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           MOVE WS-HELD-COUNT TO WS-CNT-HELD
           MOVE WS-DUE-COUNT TO WS-CNT-DUE
           WRITE WS-REPORT-LINE FROM WS-RPT-COUNTS-LINE
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS

           IF WS-PEND-OPEN
               CLOSE PENDING-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "PENDRPT COMPLETE - HELD: " WS-HELD-COUNT
               " DUE: " WS-DUE-COUNT.

       8100-EDIT-WORK-DATE.
           MOVE WS-WRK-MM TO WS-DFE-MM
           MOVE WS-WRK-DD TO WS-DFE-DD
           MOVE WS-WRK-YYYY TO WS-DFE-YYYY.

       9905-CHECK-REPORT-STATUS.
           IF NOT WS-REPORT-STATUS-OK
               MOVE "REPORT-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9906-CHECK-PENDING-STATUS.
           IF NOT WS-PEND-STATUS-OK
               MOVE "PENDING-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-PEND-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9900-ABEND-FILE-ERROR.
           DISPLAY "*** ABEND *** " WS-ABEND-FILE-NAME " "
               WS-ABEND-OPERATION
               " FAILED - FILE STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
