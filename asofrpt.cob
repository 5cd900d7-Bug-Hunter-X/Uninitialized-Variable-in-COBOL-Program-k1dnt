       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASOFRPT.
       AUTHOR. BATCH-SYSTEMS.

      ******************************************************************
      *  As-of-date balance reconstruction.  Rebuilds each customer's
      *  balance as it stood at the close of a given date from the
      *  postings on the transaction-history file (TXNHIST), for
      *  dated balance confirmations and audit proofs of historical
      *  positions that BALINQ (today's figure only) cannot give.
      *
      *  The ASOFPARM card carries the as-of date (YYYYMMDD, not
      *  after today) and an optional customer id range (two 5-digit
      *  ids, from and to; blank for all customers):
      *
      *    - the BOOKED balance is every posting dated on or before
      *      the as-of date - what the balance file carried at the
      *      close of that day
      *    - the NET OF BACKOUTS balance leaves out the postings of
      *      runs RUNBACK has since backed out (flagged 'B') and the
      *      reversals it wrote for them (flagged 'R'), so a backed-
      *      out run nets to zero whichever side of the as-of date
      *      its reversal fell
      *    - a customer whose carry-forward record (run 00000, left
      *      by HISTPURG) is dated after the as-of date had postings
      *      before that date archived, and is listed as not rebuilt
      *    - customers with no postings by the as-of date are not
      *      listed
      *
      *  When the as-of date is the last calendar day of its month
      *  the booked balance is checked against the month-history
      *  file (MTHHIST): the closing position for that month, or for
      *  the latest earlier month when the customer did not post in
      *  it.  Any difference is flagged on the report (ASOFRPT).
      *  Return code 0 when every customer rebuilt and agreed, 4
      *  when any difference or archived history was reported, 8
      *  when the parameter card is missing or invalid.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "ASOFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "TXNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-HIS-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT MONTH-HIST-FILE ASSIGN TO "MTHHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-MTH-KEY
               FILE STATUS IS WS-MTH-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ASOFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 18 CHARACTERS.
       01  WS-PARM-RECORD.
           05  WS-PARM-ASOF-DATE    PIC 9(8).
           05  WS-PARM-FROM-ID      PIC 9(5).
           05  WS-PARM-TO-ID        PIC 9(5).

       FD  HISTORY-FILE.
       01  WS-HISTORY-RECORD.
           05  WS-HIS-KEY.
               10  WS-HIS-ID        PIC 9(5).
               10  WS-HIS-RUN       PIC 9(5).
               10  WS-HIS-SEQ       PIC 9(7).
           05  WS-HIS-DATE          PIC 9(8).
           05  WS-HIS-AMOUNT        PIC S9(9)V99.
           05  WS-HIS-ORIG-CCY      PIC X(3).
           05  WS-HIS-SOURCE        PIC X(8).
           05  WS-HIS-REV-FLAG      PIC X(1).
               88  WS-HIS-REVERSAL       VALUE 'R'.
               88  WS-HIS-BACKED-OUT     VALUE 'B'.
           05  FILLER               PIC X(3).

       FD  CUSTOMER-FILE.
       01  WS-CUSTOMER-RECORD.
           05  WS-CUST-ID           PIC 9(5).
           05  WS-CUST-NAME         PIC X(20).
           05  WS-CUST-ACCT-STATUS  PIC X(1).
           05  FILLER               PIC X(24).

       FD  MONTH-HIST-FILE.
       01  WS-MONTH-HIST-RECORD.
           05  WS-MTH-KEY.
               10  WS-MTH-ID        PIC 9(5).
               10  WS-MTH-YYYYMM    PIC 9(6).
           05  WS-MTH-NAME          PIC X(20).
           05  WS-MTH-OPENING       PIC S9(11)V99.
           05  WS-MTH-NET           PIC S9(11)V99.
           05  WS-MTH-COUNT         PIC 9(7).
           05  WS-MTH-CLOSING       PIC S9(11)V99.
           05  WS-MTH-SNAP-DATE     PIC 9(8).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC X(2) VALUE "00".
           88  WS-PARM-STATUS-OK        VALUE "00".
       01  WS-HIST-STATUS           PIC X(2) VALUE "00".
           88  WS-HIST-STATUS-OK        VALUE "00".
           88  WS-HIST-STATUS-EOF       VALUE "10".
           88  WS-HIST-STATUS-NOTFND    VALUE "23".
       01  WS-CUST-STATUS           PIC X(2) VALUE "00".
           88  WS-CUST-STATUS-OK        VALUE "00".
           88  WS-CUST-STATUS-NOTFND    VALUE "23".
       01  WS-MTH-STATUS            PIC X(2) VALUE "00".
           88  WS-MTH-STATUS-OK         VALUE "00".
           88  WS-MTH-STATUS-EOF        VALUE "10".
           88  WS-MTH-STATUS-NOTFND     VALUE "23".
           88  WS-MTH-STATUS-NOFILE     VALUE "35".
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

       01  WS-ASOF-DATE.
           05  WS-ASOF-YYYYMM.
               10  WS-ASOF-YYYY     PIC 9(4).
               10  WS-ASOF-MM       PIC 9(2).
           05  WS-ASOF-DD           PIC 9(2).
       01  WS-ASOF-DATE-R REDEFINES WS-ASOF-DATE
                                    PIC 9(8).

       01  WS-SELECTION.
           05  WS-FROM-ID           PIC 9(5) VALUE 0.
           05  WS-TO-ID             PIC 9(5) VALUE 99999.
           05  WS-MONTH-DAYS        PIC 9(2) VALUE 0.
           05  WS-LEAP-REM          PIC 9(3) VALUE 0.
           05  WS-LEAP-QUOT         PIC 9(4) VALUE 0.

       01  WS-CUSTOMER-WORK.
           05  WS-CUR-ID            PIC 9(5) VALUE 0.
           05  WS-CUS-POST-COUNT    PIC 9(7) VALUE 0.
           05  WS-CUS-BOOKED        PIC S9(13)V99 VALUE 0.
           05  WS-CUS-BACKED-OUT    PIC S9(13)V99 VALUE 0.
           05  WS-CUS-NET           PIC S9(13)V99 VALUE 0.
           05  WS-CUS-CF-DATE       PIC 9(8) VALUE 0.
           05  WS-CUS-CLOSING       PIC S9(11)V99 VALUE 0.
           05  WS-CUS-DIFFERENCE    PIC S9(13)V99 VALUE 0.
           05  WS-WORK-NAME         PIC X(20) VALUE SPACES.

       01  WS-TOTALS.
           05  WS-REBUILT-COUNT     PIC 9(7) VALUE 0.
           05  WS-BOOKED-TOTAL      PIC S9(13)V99 VALUE 0.
           05  WS-BACKOUT-COUNT     PIC 9(7) VALUE 0.
           05  WS-NET-TOTAL         PIC S9(13)V99 VALUE 0.
           05  WS-ARCHIVED-COUNT    PIC 9(7) VALUE 0.
           05  WS-INACTIVE-COUNT    PIC 9(7) VALUE 0.
           05  WS-COMPARED-COUNT    PIC 9(7) VALUE 0.
           05  WS-DIFFER-COUNT      PIC 9(7) VALUE 0.
           05  WS-DIFFER-TOTAL      PIC S9(13)V99 VALUE 0.
           05  WS-NO-MTHHIST-COUNT  PIC 9(7) VALUE 0.

       01  WS-PRINT-CONTROLS.
           05  WS-PAGE-NO           PIC 9(4) VALUE 0.
           05  WS-LINE-COUNT        PIC 9(3) VALUE 0.
           05  WS-LINES-PER-PAGE    PIC 9(3) VALUE 55.

       01  WS-RPT-HDR-1.
           05  FILLER               PIC X(30)
                             VALUE "AS-OF BALANCE RECONSTRUCTION".
           05  FILLER               PIC X(12) VALUE "  RUN DATE: ".
           05  WS-HDR-DATE          PIC 99/99/9999.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(5) VALUE "PAGE ".
           05  WS-HDR-PAGE          PIC ZZZ9.
           05  FILLER               PIC X(15) VALUE SPACES.

       01  WS-RPT-HDR-2.
           05  FILLER               PIC X(12) VALUE "AS OF DATE: ".
           05  WS-HDR-ASOF          PIC 99/99/9999.
           05  FILLER               PIC X(12) VALUE "  CUSTOMERS ".
           05  WS-HDR-FROM-ID       PIC 9(5).
           05  FILLER               PIC X(4) VALUE " TO ".
           05  WS-HDR-TO-ID         PIC 9(5).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-HDR-MONTH-NOTE    PIC X(30) VALUE SPACES.

       01  WS-RPT-HDR-3.
           05  FILLER               PIC X(7) VALUE "   ID  ".
           05  FILLER               PIC X(21) VALUE "NAME".
           05  FILLER               PIC X(8) VALUE "POSTINGS".
           05  FILLER               PIC X(20)
                                     VALUE "      BOOKED BALANCE".
           05  FILLER               PIC X(20)
                                     VALUE "     NET OF BACKOUTS".
           05  FILLER               PIC X(4) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  WS-DET-ID            PIC ZZZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DET-NAME          PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-DET-COUNT         PIC ZZZZZZZ9.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-DET-BOOKED        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-DET-NET           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(4) VALUE SPACES.

       01  WS-RPT-NOTE-LINE.
           05  WS-NTE-ID            PIC ZZZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-NTE-NAME          PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-NTE-TEXT          PIC X(32).
           05  WS-NTE-DATE          PIC 99/99/9999.
           05  FILLER               PIC X(10) VALUE SPACES.

       01  WS-RPT-COMPARE-LINE.
           05  FILLER               PIC X(7) VALUE SPACES.
           05  FILLER               PIC X(17)
                                     VALUE "MTHHIST CLOSING: ".
           05  WS-CMP-CLOSING       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(8) VALUE "  DIFF: ".
           05  WS-CMP-DIFFERENCE    PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-CMP-NOTE          PIC X(9).

       01  WS-RPT-MESSAGE-LINE.
           05  FILLER               PIC X(7) VALUE SPACES.
           05  WS-MSG-TEXT          PIC X(73).

       01  WS-RPT-CONTROL-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CTL-LABEL         PIC X(26).
           05  WS-CTL-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-CTL-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(19) VALUE SPACES.

       01  WS-ABEND-OPERATION       PIC X(5) VALUE SPACES.
       01  WS-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
       01  WS-ABEND-STATUS          PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SW       PIC X VALUE 'N'.
               88  WS-HIST-EOF          VALUE 'Y'.
           05  WS-CUR-SET-SW        PIC X VALUE 'N'.
               88  WS-CUR-SET           VALUE 'Y'.
           05  WS-CUS-ARCHIVED-SW   PIC X VALUE 'N'.
               88  WS-CUS-ARCHIVED      VALUE 'Y'.
           05  WS-MONTH-END-SW      PIC X VALUE 'N'.
               88  WS-MONTH-END         VALUE 'Y'.
           05  WS-MTH-PRESENT-SW    PIC X VALUE 'N'.
               88  WS-MTH-PRESENT       VALUE 'Y'.
           05  WS-MTH-FOUND-SW      PIC X VALUE 'N'.
               88  WS-MTH-FOUND         VALUE 'Y'.
           05  WS-MTH-DONE-SW       PIC X VALUE 'N'.
               88  WS-MTH-DONE          VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REBUILD-ONE-POSTING UNTIL WS-HIST-EOF
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURR-MM TO WS-DFE-MM
           MOVE WS-CURR-DD TO WS-DFE-DD
           MOVE WS-CURR-YYYY TO WS-DFE-YYYY
           MOVE WS-DATE-FOR-EDIT-R TO WS-HDR-DATE

           PERFORM 1100-READ-PARM-CARD
           PERFORM 1150-SET-MONTH-END
           IF WS-ASOF-DD < 1 OR WS-ASOF-DD > WS-MONTH-DAYS
               DISPLAY "*** ASOFRPT *** AS-OF DATE " WS-ASOF-DATE-R
                   " IS NOT A VALID DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ASOF-MM TO WS-DFE-MM
           MOVE WS-ASOF-DD TO WS-DFE-DD
           MOVE WS-ASOF-YYYY TO WS-DFE-YYYY
           MOVE WS-DATE-FOR-EDIT-R TO WS-HDR-ASOF
           MOVE WS-FROM-ID TO WS-HDR-FROM-ID
           MOVE WS-TO-ID TO WS-HDR-TO-ID

           OPEN INPUT HISTORY-FILE
           IF NOT WS-HIST-STATUS-OK
               MOVE "HISTORY-FILE" TO WS-ABEND-FILE-NAME
               MOVE "OPEN" TO WS-ABEND-OPERATION
               MOVE WS-HIST-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-CUST-STATUS-OK
               MOVE "CUSTOMER-FILE" TO WS-ABEND-FILE-NAME
               MOVE "OPEN" TO WS-ABEND-OPERATION
               MOVE WS-CUST-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF

           IF WS-MONTH-END
               OPEN INPUT MONTH-HIST-FILE
               IF WS-MTH-STATUS-OK
                   MOVE 'Y' TO WS-MTH-PRESENT-SW
                   MOVE "MONTH END - CHECKED TO MTHHIST"
                       TO WS-HDR-MONTH-NOTE
               ELSE
                   IF NOT WS-MTH-STATUS-NOFILE
                       MOVE "MONTH-HIST-FILE" TO WS-ABEND-FILE-NAME
                       MOVE "OPEN" TO WS-ABEND-OPERATION
                       MOVE WS-MTH-STATUS TO WS-ABEND-STATUS
                       PERFORM 9900-ABEND-FILE-ERROR
                   END-IF
                   MOVE "MONTH END - NO MTHHIST FILE"
                       TO WS-HDR-MONTH-NOTE
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           PERFORM 1200-WRITE-REPORT-HEADERS

           MOVE WS-FROM-ID TO WS-HIS-ID
           MOVE 0 TO WS-HIS-RUN
           MOVE 0 TO WS-HIS-SEQ
           START HISTORY-FILE KEY IS NOT LESS THAN WS-HIS-KEY
           IF WS-HIST-STATUS-NOTFND OR WS-HIST-STATUS-EOF
               MOVE 'Y' TO WS-HIST-EOF-SW
           ELSE
               IF NOT WS-HIST-STATUS-OK
                   MOVE "HISTORY-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "START" TO WS-ABEND-OPERATION
                   MOVE WS-HIST-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
           END-IF.

       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-STATUS-OK
               DISPLAY "*** ASOFRPT *** NO ASOFPARM CARD - "
                   "AN AS-OF DATE IS REQUIRED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PARM-FILE
           IF NOT WS-PARM-STATUS-OK
               DISPLAY "*** ASOFRPT *** ASOFPARM CARD IS EMPTY - "
                   "AN AS-OF DATE IS REQUIRED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PARM-FILE
           IF WS-PARM-ASOF-DATE IS NOT NUMERIC
               DISPLAY "*** ASOFRPT *** AS-OF DATE ON ASOFPARM IS "
                   "NOT NUMERIC"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARM-ASOF-DATE TO WS-ASOF-DATE-R
           IF WS-ASOF-DATE-R > WS-CURRENT-DATE-R
               DISPLAY "*** ASOFRPT *** AS-OF DATE " WS-ASOF-DATE-R
                   " IS AFTER TODAY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ASOF-MM < 1 OR WS-ASOF-MM > 12
               DISPLAY "*** ASOFRPT *** AS-OF DATE " WS-ASOF-DATE-R
                   " IS NOT A VALID DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PARM-FROM-ID IS NUMERIC
               MOVE WS-PARM-FROM-ID TO WS-FROM-ID
           END-IF
           IF WS-PARM-TO-ID IS NUMERIC
               AND WS-PARM-TO-ID > 0
               MOVE WS-PARM-TO-ID TO WS-TO-ID
           END-IF
           IF WS-FROM-ID > WS-TO-ID
               DISPLAY "*** ASOFRPT *** CUSTOMER RANGE " WS-FROM-ID
                   " TO " WS-TO-ID " IS INVALID"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1150-SET-MONTH-END.
      *    The as-of date is a month end when it is the last calendar
      *    day of its month.
           MOVE 31 TO WS-MONTH-DAYS
           IF WS-ASOF-MM = 4 OR WS-ASOF-MM = 6
               OR WS-ASOF-MM = 9 OR WS-ASOF-MM = 11
               MOVE 30 TO WS-MONTH-DAYS
           END-IF
           IF WS-ASOF-MM = 2
               MOVE 28 TO WS-MONTH-DAYS
               DIVIDE WS-ASOF-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   MOVE 29 TO WS-MONTH-DAYS
                   DIVIDE WS-ASOF-YYYY BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 28 TO WS-MONTH-DAYS
                       DIVIDE WS-ASOF-YYYY BY 400 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 29 TO WS-MONTH-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-ASOF-DD = WS-MONTH-DAYS
               MOVE 'Y' TO WS-MONTH-END-SW
           END-IF.

       1200-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-HDR-PAGE
           WRITE WS-REPORT-LINE FROM WS-RPT-HDR-1
               AFTER ADVANCING PAGE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           WRITE WS-REPORT-LINE FROM WS-RPT-HDR-2
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           WRITE WS-REPORT-LINE FROM WS-RPT-HDR-3
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           MOVE 4 TO WS-LINE-COUNT.

       2000-REBUILD-ONE-POSTING.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ
           IF NOT WS-HIST-EOF
               IF NOT WS-HIST-STATUS-OK
                   MOVE "HISTORY-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-HIST-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
               IF WS-HIS-ID > WS-TO-ID
                   MOVE 'Y' TO WS-HIST-EOF-SW
               END-IF
           END-IF
           IF WS-HIST-EOF
               IF WS-CUR-SET
                   PERFORM 2500-FINISH-CUSTOMER
               END-IF
           ELSE
               IF WS-CUR-SET
                   AND WS-HIS-ID NOT = WS-CUR-ID
                   PERFORM 2500-FINISH-CUSTOMER
               END-IF
               IF NOT WS-CUR-SET
                   PERFORM 2050-START-CUSTOMER
               END-IF
               PERFORM 2100-APPLY-POSTING
           END-IF.

       2050-START-CUSTOMER.
           MOVE WS-HIS-ID TO WS-CUR-ID
           MOVE 'Y' TO WS-CUR-SET-SW
           MOVE 'N' TO WS-CUS-ARCHIVED-SW
           MOVE 0 TO WS-CUS-POST-COUNT
           MOVE 0 TO WS-CUS-BOOKED
           MOVE 0 TO WS-CUS-BACKED-OUT
           MOVE 0 TO WS-CUS-CF-DATE.

       2100-APPLY-POSTING.
      *    A carry-forward dated after the as-of date stands in for
      *    postings on both sides of it, so the balance at that date
      *    can no longer be told from the history.
           IF WS-HIS-RUN = 0
               AND WS-HIS-DATE > WS-ASOF-DATE-R
               MOVE 'Y' TO WS-CUS-ARCHIVED-SW
               MOVE WS-HIS-DATE TO WS-CUS-CF-DATE
           END-IF
           IF WS-HIS-DATE NOT > WS-ASOF-DATE-R
               ADD 1 TO WS-CUS-POST-COUNT
               ADD WS-HIS-AMOUNT TO WS-CUS-BOOKED
               IF WS-HIS-REVERSAL OR WS-HIS-BACKED-OUT
                   ADD WS-HIS-AMOUNT TO WS-CUS-BACKED-OUT
               END-IF
           END-IF.

       2500-FINISH-CUSTOMER.
           MOVE 'N' TO WS-CUR-SET-SW
           IF WS-CUS-ARCHIVED
               PERFORM 2400-LOOKUP-CUSTOMER-NAME
               ADD 1 TO WS-ARCHIVED-COUNT
               MOVE WS-CUR-ID TO WS-NTE-ID
               MOVE WS-WORK-NAME TO WS-NTE-NAME
               MOVE "*NOT REBUILT* HISTORY ARCHIVED TO"
                   TO WS-NTE-TEXT
               MOVE WS-CUS-CF-DATE (5:2) TO WS-DFE-MM
               MOVE WS-CUS-CF-DATE (7:2) TO WS-DFE-DD
               MOVE WS-CUS-CF-DATE (1:4) TO WS-DFE-YYYY
               MOVE WS-DATE-FOR-EDIT-R TO WS-NTE-DATE
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 1200-WRITE-REPORT-HEADERS
               END-IF
               WRITE WS-REPORT-LINE FROM WS-RPT-NOTE-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "WRITE" TO WS-ABEND-OPERATION
               PERFORM 9905-CHECK-REPORT-STATUS
               ADD 1 TO WS-LINE-COUNT
           ELSE
               IF WS-CUS-POST-COUNT = 0
                   ADD 1 TO WS-INACTIVE-COUNT
               ELSE
                   PERFORM 2550-WRITE-REBUILT-CUSTOMER
               END-IF
           END-IF.

       2400-LOOKUP-CUSTOMER-NAME.
           MOVE WS-CUR-ID TO WS-CUST-ID
           READ CUSTOMER-FILE
           IF WS-CUST-STATUS-OK
               MOVE WS-CUST-NAME TO WS-WORK-NAME
           ELSE
               IF WS-CUST-STATUS-NOTFND
                   MOVE "*NOT ON MASTER*" TO WS-WORK-NAME
               ELSE
                   MOVE "CUSTOMER-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-CUST-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
           END-IF.

       2550-WRITE-REBUILT-CUSTOMER.
           PERFORM 2400-LOOKUP-CUSTOMER-NAME
           COMPUTE WS-CUS-NET = WS-CUS-BOOKED - WS-CUS-BACKED-OUT
           ADD 1 TO WS-REBUILT-COUNT
           ADD WS-CUS-BOOKED TO WS-BOOKED-TOTAL
           ADD WS-CUS-NET TO WS-NET-TOTAL
           IF WS-CUS-BACKED-OUT NOT = 0
               ADD 1 TO WS-BACKOUT-COUNT
           END-IF
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-CUR-ID TO WS-DET-ID
           MOVE WS-WORK-NAME TO WS-DET-NAME
           MOVE WS-CUS-POST-COUNT TO WS-DET-COUNT
           MOVE WS-CUS-BOOKED TO WS-DET-BOOKED
           MOVE WS-CUS-NET TO WS-DET-NET
           WRITE WS-REPORT-LINE FROM WS-RPT-DETAIL
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT
           IF WS-MTH-PRESENT
               PERFORM 2600-COMPARE-MONTH-CLOSING
           END-IF.

       2600-COMPARE-MONTH-CLOSING.
           PERFORM 2650-FIND-MONTH-CLOSING
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           IF WS-MTH-FOUND
               ADD 1 TO WS-COMPARED-COUNT
               COMPUTE WS-CUS-DIFFERENCE =
                   WS-CUS-BOOKED - WS-CUS-CLOSING
               MOVE WS-CUS-CLOSING TO WS-CMP-CLOSING
               MOVE WS-CUS-DIFFERENCE TO WS-CMP-DIFFERENCE
               IF WS-CUS-DIFFERENCE = 0
                   MOVE "AGREES" TO WS-CMP-NOTE
               ELSE
                   MOVE "*DIFFERS*" TO WS-CMP-NOTE
                   ADD 1 TO WS-DIFFER-COUNT
                   ADD WS-CUS-DIFFERENCE TO WS-DIFFER-TOTAL
               END-IF
               WRITE WS-REPORT-LINE FROM WS-RPT-COMPARE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               ADD 1 TO WS-NO-MTHHIST-COUNT
               MOVE "*NO MTHHIST CLOSING POSITION FOR THIS MONTH*"
                   TO WS-MSG-TEXT
               WRITE WS-REPORT-LINE FROM WS-RPT-MESSAGE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2650-FIND-MONTH-CLOSING.
      *    The customer's closing position at the as-of month end is
      *    on the latest MTHHIST record for that month or before.
           MOVE 'N' TO WS-MTH-FOUND-SW
           MOVE 'N' TO WS-MTH-DONE-SW
           MOVE 0 TO WS-CUS-CLOSING
           MOVE WS-CUR-ID TO WS-MTH-ID
           MOVE 0 TO WS-MTH-YYYYMM
           START MONTH-HIST-FILE KEY IS NOT LESS THAN WS-MTH-KEY
           IF WS-MTH-STATUS-NOTFND OR WS-MTH-STATUS-EOF
               MOVE 'Y' TO WS-MTH-DONE-SW
           ELSE
               IF NOT WS-MTH-STATUS-OK
                   MOVE "MONTH-HIST-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "START" TO WS-ABEND-OPERATION
                   MOVE WS-MTH-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
           END-IF
           PERFORM 2660-CHECK-ONE-MONTH UNTIL WS-MTH-DONE.

       2660-CHECK-ONE-MONTH.
           READ MONTH-HIST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-MTH-DONE-SW
           END-READ
           IF NOT WS-MTH-DONE
               IF NOT WS-MTH-STATUS-OK
                   MOVE "MONTH-HIST-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-MTH-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
               IF WS-MTH-ID NOT = WS-CUR-ID
                   OR WS-MTH-YYYYMM > WS-ASOF-YYYYMM
                   MOVE 'Y' TO WS-MTH-DONE-SW
               ELSE
                   MOVE 'Y' TO WS-MTH-FOUND-SW
                   MOVE WS-MTH-CLOSING TO WS-CUS-CLOSING
               END-IF
           END-IF.

       3000-FINALIZE.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE WS-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           MOVE "CUSTOMERS REBUILT" TO WS-CTL-LABEL
           MOVE WS-REBUILT-COUNT TO WS-CTL-COUNT
           MOVE WS-BOOKED-TOTAL TO WS-CTL-AMOUNT
           PERFORM 3100-WRITE-CONTROL-LINE
           MOVE "NET OF BACKOUTS" TO WS-CTL-LABEL
           MOVE WS-BACKOUT-COUNT TO WS-CTL-COUNT
           MOVE WS-NET-TOTAL TO WS-CTL-AMOUNT
           PERFORM 3100-WRITE-CONTROL-LINE
           MOVE "HISTORY ARCHIVED" TO WS-CTL-LABEL
           MOVE WS-ARCHIVED-COUNT TO WS-CTL-COUNT
           MOVE 0 TO WS-CTL-AMOUNT
           PERFORM 3100-WRITE-CONTROL-LINE
           MOVE "NO POSTINGS BY AS-OF DATE" TO WS-CTL-LABEL
           MOVE WS-INACTIVE-COUNT TO WS-CTL-COUNT
           MOVE 0 TO WS-CTL-AMOUNT
           PERFORM 3100-WRITE-CONTROL-LINE
           IF WS-MTH-PRESENT
               MOVE "AGREED TO MTHHIST" TO WS-CTL-LABEL
               COMPUTE WS-CTL-COUNT =
                   WS-COMPARED-COUNT - WS-DIFFER-COUNT
               MOVE 0 TO WS-CTL-AMOUNT
               PERFORM 3100-WRITE-CONTROL-LINE
               MOVE "DIFFERENT FROM MTHHIST" TO WS-CTL-LABEL
               MOVE WS-DIFFER-COUNT TO WS-CTL-COUNT
               MOVE WS-DIFFER-TOTAL TO WS-CTL-AMOUNT
               PERFORM 3100-WRITE-CONTROL-LINE
               MOVE "NOT ON MTHHIST" TO WS-CTL-LABEL
               MOVE WS-NO-MTHHIST-COUNT TO WS-CTL-COUNT
               MOVE 0 TO WS-CTL-AMOUNT
               PERFORM 3100-WRITE-CONTROL-LINE
               CLOSE MONTH-HIST-FILE
           END-IF

           CLOSE HISTORY-FILE
           CLOSE CUSTOMER-FILE
           CLOSE REPORT-FILE

           DISPLAY "ASOFRPT COMPLETE - AS OF " WS-ASOF-DATE-R
               " CUSTOMERS: " WS-REBUILT-COUNT
               " DIFFERENCES: " WS-DIFFER-COUNT
               " ARCHIVED: " WS-ARCHIVED-COUNT
           IF WS-DIFFER-COUNT > 0 OR WS-ARCHIVED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-WRITE-CONTROL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           WRITE WS-REPORT-LINE FROM WS-RPT-CONTROL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       9905-CHECK-REPORT-STATUS.
           IF NOT WS-REPORT-STATUS-OK
               MOVE "REPORT-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9900-ABEND-FILE-ERROR.
           DISPLAY "*** ABEND *** " WS-ABEND-FILE-NAME " "
               WS-ABEND-OPERATION
               " FAILED - FILE STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
