       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMRPT.
       AUTHOR. BATCH-SYSTEMS.

      ******************************************************************
      *  Dormant account sweep.  Reads the keyed balance file
      *  (BALFILE) end to end against the customer master (CUSTMAST)
      *  and lists every active account whose last posting - the
      *  balance record's last activity date - is at least the
      *  dormancy period before the run date.  Closed accounts and
      *  balance records with no master record are left to BALAUDIT;
      *  a customer that has never posted has no balance record and
      *  is not swept.
      *
      *  The dormancy period defaults to 180 days and may be
      *  overridden by a DORMPARM card: a 4-digit day count in
      *  cols 1-4.  A missing, blank or non-numeric card leaves the
      *  default in force.
      *
      *  The report (DORMRPT) has two sections, zero-balance and
      *  non-zero-balance dormant accounts, each showing the last
      *  posting date, the days dormant and the balance, with a
      *  count and balance total per section.  For every zero-balance
      *  dormant account a ready-to-apply CLOSE card in the CUSTTRAN
      *  layout is written to DORMCLOS, carrying DORMRPT as the user
      *  id, for operations to review and feed to CUSTMNT.  CUSTMNT
      *  stages these like any other change; each closure takes
      *  effect only when an operator approves it in a later run.
      *
      *  The sweep refuses to run (return code 8) while the balance
      *  file control record is flagged in progress, since a partial
      *  run's last activity dates cannot be trusted.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-BAL-ID
               FILE STATUS IS WS-BAL-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT PARM-FILE ASSIGN TO "DORMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CLOSE-FILE ASSIGN TO "DORMCLOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
       01  WS-BALANCE-RECORD.
           05  WS-BAL-ID            PIC 9(5).
           05  WS-BAL-AMOUNT        PIC S9(11)V99.
           05  WS-BAL-LAST-DATE     PIC 9(8).
           05  WS-BAL-LAST-RUN      PIC 9(5).
           05  WS-BAL-REC-FLAG      PIC X(1).
               88  WS-BAL-IN-PROGRESS    VALUE 'P'.
               88  WS-BAL-COMPLETE       VALUE 'C'.

       FD  CUSTOMER-FILE.
       01  WS-CUSTOMER-RECORD.
           05  WS-CUST-ID           PIC 9(5).
           05  WS-CUST-NAME         PIC X(20).
           05  WS-CUST-ACCT-STATUS  PIC X(1).
               88  WS-CUST-ACTIVE        VALUE 'A'.
               88  WS-CUST-CLOSED        VALUE 'C'.
           05  FILLER               PIC X(24).

       FD  PARM-FILE
           RECORD CONTAINS 4 CHARACTERS.
       01  WS-PARM-RECORD.
           05  WS-PARM-DAYS         PIC 9(4).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-REPORT-LINE           PIC X(80).

       FD  CLOSE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-CLOSE-RECORD.
           05  WS-CLS-ACTION        PIC X(6).
           05  WS-CLS-ID            PIC 9(5).
           05  WS-CLS-NAME          PIC X(20).
           05  WS-CLS-USER          PIC X(8).
           05  FILLER               PIC X(41).

       WORKING-STORAGE SECTION.
       01  WS-BAL-STATUS            PIC X(2) VALUE "00".
           88  WS-BAL-STATUS-OK         VALUE "00".
           88  WS-BAL-STATUS-NOTFND     VALUE "23".
           88  WS-BAL-STATUS-EOF        VALUE "10".
       01  WS-CUST-STATUS           PIC X(2) VALUE "00".
           88  WS-CUST-STATUS-OK        VALUE "00".
           88  WS-CUST-STATUS-NOTFND    VALUE "23".
       01  WS-PARM-STATUS           PIC X(2) VALUE "00".
           88  WS-PARM-STATUS-OK        VALUE "00".
       01  WS-REPORT-STATUS         PIC X(2) VALUE "00".
           88  WS-REPORT-STATUS-OK      VALUE "00".
       01  WS-CLOSE-STATUS          PIC X(2) VALUE "00".
           88  WS-CLOSE-STATUS-OK       VALUE "00".

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY         PIC 9(4).
           05  WS-CURR-MM           PIC 9(2).
           05  WS-CURR-DD           PIC 9(2).

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

       01  WS-DAY-NUMBER-WORK.
           05  WS-DN-Y              PIC 9(4) COMP VALUE 0.
           05  WS-DN-M              PIC 9(2) COMP VALUE 0.
           05  WS-DN-T1             PIC 9(7) COMP VALUE 0.
           05  WS-DN-T2             PIC 9(7) COMP VALUE 0.
           05  WS-DN-T3             PIC 9(7) COMP VALUE 0.
           05  WS-DN-T4             PIC 9(7) COMP VALUE 0.
           05  WS-DN-RESULT         PIC 9(7) COMP VALUE 0.
           05  WS-RUN-DAY-NUMBER    PIC 9(7) COMP VALUE 0.

       01  WS-PRINT-CONTROLS.
           05  WS-PAGE-NO           PIC 9(4) VALUE 0.
           05  WS-LINE-COUNT        PIC 9(3) VALUE 0.
           05  WS-LINES-PER-PAGE    PIC 9(3) VALUE 55.

       01  WS-RPT-HDR-1.
           05  FILLER               PIC X(22)
                                     VALUE "DORMANT ACCOUNT SWEEP".
           05  FILLER               PIC X(12) VALUE "  RUN DATE: ".
           05  WS-HDR-DATE          PIC 99/99/9999.
           05  FILLER               PIC X(12) VALUE SPACES.
           05  FILLER               PIC X(5) VALUE "PAGE ".
           05  WS-HDR-PAGE          PIC ZZZ9.
           05  FILLER               PIC X(15) VALUE SPACES.

       01  WS-RPT-HDR-2.
           05  FILLER               PIC X(24)
                                 VALUE "NO POSTING FOR AT LEAST".
           05  WS-HDR-DAYS          PIC ZZZ9.
           05  FILLER               PIC X(5) VALUE " DAYS".
           05  FILLER               PIC X(47) VALUE SPACES.

       01  WS-RPT-HDR-3.
           05  FILLER               PIC X(8) VALUE "  ID".
           05  FILLER               PIC X(23) VALUE "NAME".
           05  FILLER               PIC X(13) VALUE "LAST POSTING".
           05  FILLER               PIC X(8) VALUE " DAYS".
           05  FILLER               PIC X(19)
                                     VALUE "            BALANCE".
           05  FILLER               PIC X(9) VALUE SPACES.

       01  WS-RPT-SECTION-HDR.
           05  WS-SECTION-TITLE     PIC X(50).
           05  FILLER               PIC X(30) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  WS-DET-ID            PIC ZZZZ9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-NAME          PIC X(20).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-LAST-DATE     PIC 99/99/9999.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-DAYS          PIC ZZZZ9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-BALANCE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(9) VALUE SPACES.

       01  WS-RPT-SECTION-TOTAL.
           05  FILLER               PIC X(12) VALUE "  ACCOUNTS: ".
           05  WS-SEC-COUNT         PIC ZZZZZZ9.
           05  FILLER               PIC X(11) VALUE "  BALANCE: ".
           05  WS-SEC-BALANCE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(31) VALUE SPACES.

       01  WS-RPT-COUNTS-LINE.
           05  FILLER               PIC X(7) VALUE "SWEPT: ".
           05  WS-CNT-SWEPT         PIC ZZZZZZ9.
           05  FILLER               PIC X(11) VALUE "  DORMANT: ".
           05  WS-CNT-DORMANT       PIC ZZZZZZ9.
           05  FILLER               PIC X(16) VALUE "  CLOSE CARDS: ".
           05  WS-CNT-CARDS         PIC ZZZZZZ9.
           05  FILLER               PIC X(25) VALUE SPACES.

       01  WS-ABEND-OPERATION       PIC X(5) VALUE SPACES.
       01  WS-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
       01  WS-ABEND-STATUS          PIC X(2) VALUE SPACES.

       01  WS-SWEEP-CONTROLS.
           05  WS-DORMANT-DAYS      PIC 9(4) VALUE 180.
           05  WS-DAYS-DORMANT      PIC 9(7) VALUE 0.
           05  WS-PASS-NO           PIC 9(1) VALUE 0.
               88  WS-ZERO-BALANCE-PASS  VALUE 1.
               88  WS-NON-ZERO-PASS      VALUE 2.

       01  WS-SWEEP-TOTALS.
           05  WS-RECORDS-SWEPT     PIC 9(7) VALUE 0.
           05  WS-DORMANT-COUNT     PIC 9(7) VALUE 0.
           05  WS-CLOSE-CARD-COUNT  PIC 9(7) VALUE 0.
           05  WS-SECTION-COUNT     PIC 9(7) VALUE 0.
           05  WS-SECTION-BALANCE   PIC S9(13)V99 VALUE 0.

       01  WS-SWITCHES.
           05  WS-BAL-EOF-SW        PIC X VALUE 'N'.
               88  WS-BAL-EOF           VALUE 'Y'.
           05  WS-DORMANT-SW        PIC X VALUE 'N'.
               88  WS-ACCOUNT-DORMANT   VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SWEEP-ONE-PASS
               VARYING WS-PASS-NO FROM 1 BY 1
               UNTIL WS-PASS-NO > 2
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURR-MM TO WS-DFE-MM
           MOVE WS-CURR-DD TO WS-DFE-DD
           MOVE WS-CURR-YYYY TO WS-DFE-YYYY
           MOVE WS-DATE-FOR-EDIT-R TO WS-HDR-DATE
           MOVE WS-CURRENT-DATE TO WS-WORK-DATE
           PERFORM 8200-COMPUTE-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-RUN-DAY-NUMBER

           PERFORM 1100-READ-PARM-CARD
           MOVE WS-DORMANT-DAYS TO WS-HDR-DAYS

           OPEN INPUT BALANCE-FILE
           IF NOT WS-BAL-STATUS-OK
               MOVE "BALANCE-FILE" TO WS-ABEND-FILE-NAME
               MOVE "OPEN" TO WS-ABEND-OPERATION
               MOVE WS-BAL-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           PERFORM 1150-CHECK-BALANCE-CONTROL

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

           OPEN OUTPUT CLOSE-FILE
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9906-CHECK-CLOSE-STATUS

           PERFORM 1200-WRITE-REPORT-HEADERS.

       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS-OK
               READ PARM-FILE
               IF WS-PARM-STATUS-OK
                   AND WS-PARM-DAYS IS NUMERIC
                   AND WS-PARM-DAYS > 0
                   MOVE WS-PARM-DAYS TO WS-DORMANT-DAYS
               END-IF
               CLOSE PARM-FILE
           END-IF.

       1150-CHECK-BALANCE-CONTROL.
           MOVE 0 TO WS-BAL-ID
           READ BALANCE-FILE
           IF WS-BAL-STATUS-OK
               IF WS-BAL-IN-PROGRESS
                   DISPLAY "*** DORMRPT *** BALANCE FILE CONTROL RECORD"
                       " IS FLAGGED IN PROGRESS - SWEEP REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF NOT WS-BAL-STATUS-NOTFND
                   MOVE "BALANCE-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-BAL-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
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

       2000-SWEEP-ONE-PASS.
      *    Pass 1 reports the zero-balance section and writes the
      *    CLOSE cards; pass 2 reports the non-zero-balance section.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 0 TO WS-SECTION-BALANCE
           IF WS-ZERO-BALANCE-PASS
               MOVE "** ZERO-BALANCE DORMANT ACCOUNTS **"
                   TO WS-SECTION-TITLE
           ELSE
               MOVE "** NON-ZERO-BALANCE DORMANT ACCOUNTS **"
                   TO WS-SECTION-TITLE
           END-IF
           PERFORM 2050-WRITE-SECTION-HEADER

           MOVE 'N' TO WS-BAL-EOF-SW
           MOVE 0 TO WS-BAL-ID
           START BALANCE-FILE KEY IS NOT LESS THAN WS-BAL-ID
           IF WS-BAL-STATUS-NOTFND OR WS-BAL-STATUS-EOF
               MOVE 'Y' TO WS-BAL-EOF-SW
           ELSE
               IF NOT WS-BAL-STATUS-OK
                   MOVE "BALANCE-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "START" TO WS-ABEND-OPERATION
                   MOVE WS-BAL-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
           END-IF
           PERFORM 2100-SWEEP-ONE-RECORD UNTIL WS-BAL-EOF
           PERFORM 2400-WRITE-SECTION-TOTAL.

       2050-WRITE-SECTION-HEADER.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           WRITE WS-REPORT-LINE FROM WS-RPT-SECTION-HDR
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 2 TO WS-LINE-COUNT.

       2100-SWEEP-ONE-RECORD.
           READ BALANCE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-BAL-EOF-SW
           END-READ
           IF NOT WS-BAL-EOF
               IF NOT WS-BAL-STATUS-OK
                   MOVE "BALANCE-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-BAL-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
               IF WS-BAL-ID NOT = 0
                   IF WS-ZERO-BALANCE-PASS
                       ADD 1 TO WS-RECORDS-SWEPT
                   END-IF
                   IF (WS-ZERO-BALANCE-PASS AND WS-BAL-AMOUNT = 0)
                       OR (WS-NON-ZERO-PASS AND WS-BAL-AMOUNT NOT = 0)
                       PERFORM 2200-CHECK-DORMANCY
                   END-IF
               END-IF
           END-IF.

       2200-CHECK-DORMANCY.
           MOVE 'N' TO WS-DORMANT-SW
           IF WS-BAL-LAST-DATE IS NUMERIC
               AND WS-BAL-LAST-DATE > 0
               MOVE WS-BAL-LAST-DATE TO WS-WORK-DATE-R
               PERFORM 8200-COMPUTE-DAY-NUMBER
               IF WS-DN-RESULT < WS-RUN-DAY-NUMBER
                   COMPUTE WS-DAYS-DORMANT =
                       WS-RUN-DAY-NUMBER - WS-DN-RESULT
                   IF WS-DAYS-DORMANT >= WS-DORMANT-DAYS
                       MOVE 'Y' TO WS-DORMANT-SW
                   END-IF
               END-IF
           END-IF

           IF WS-ACCOUNT-DORMANT
               MOVE WS-BAL-ID TO WS-CUST-ID
               READ CUSTOMER-FILE
               IF WS-CUST-STATUS-OK
                   IF WS-CUST-ACTIVE
                       PERFORM 2300-REPORT-DORMANT-ACCOUNT
                   END-IF
               ELSE
                   IF NOT WS-CUST-STATUS-NOTFND
                       MOVE "CUSTOMER-FILE" TO WS-ABEND-FILE-NAME
                       MOVE "READ" TO WS-ABEND-OPERATION
                       MOVE WS-CUST-STATUS TO WS-ABEND-STATUS
                       PERFORM 9900-ABEND-FILE-ERROR
                   END-IF
               END-IF
           END-IF.

       2300-REPORT-DORMANT-ACCOUNT.
           ADD 1 TO WS-DORMANT-COUNT
           ADD 1 TO WS-SECTION-COUNT
           ADD WS-BAL-AMOUNT TO WS-SECTION-BALANCE

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-BAL-ID TO WS-DET-ID
           MOVE WS-CUST-NAME TO WS-DET-NAME
           MOVE WS-WRK-MM TO WS-DFE-MM
           MOVE WS-WRK-DD TO WS-DFE-DD
           MOVE WS-WRK-YYYY TO WS-DFE-YYYY
           MOVE WS-DATE-FOR-EDIT-R TO WS-DET-LAST-DATE
           MOVE WS-DAYS-DORMANT TO WS-DET-DAYS
           MOVE WS-BAL-AMOUNT TO WS-DET-BALANCE
           WRITE WS-REPORT-LINE FROM WS-RPT-DETAIL
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT

           IF WS-ZERO-BALANCE-PASS
               PERFORM 2350-WRITE-CLOSE-CARD
           END-IF.

       2350-WRITE-CLOSE-CARD.
           MOVE SPACES TO WS-CLOSE-RECORD
           MOVE "CLOSE " TO WS-CLS-ACTION
           MOVE WS-BAL-ID TO WS-CLS-ID
           MOVE WS-CUST-NAME TO WS-CLS-NAME
           MOVE "DORMRPT" TO WS-CLS-USER
           WRITE WS-CLOSE-RECORD
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9906-CHECK-CLOSE-STATUS
           ADD 1 TO WS-CLOSE-CARD-COUNT.

       2400-WRITE-SECTION-TOTAL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-SECTION-COUNT TO WS-SEC-COUNT
           MOVE WS-SECTION-BALANCE TO WS-SEC-BALANCE
           WRITE WS-REPORT-LINE FROM WS-RPT-SECTION-TOTAL
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 2 TO WS-LINE-COUNT.

       3000-FINALIZE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-RECORDS-SWEPT TO WS-CNT-SWEPT
           MOVE WS-DORMANT-COUNT TO WS-CNT-DORMANT
           MOVE WS-CLOSE-CARD-COUNT TO WS-CNT-CARDS
           WRITE WS-REPORT-LINE FROM WS-RPT-COUNTS-LINE
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS

           CLOSE BALANCE-FILE
           CLOSE CUSTOMER-FILE
           CLOSE REPORT-FILE
           CLOSE CLOSE-FILE
           DISPLAY "DORMRPT COMPLETE - SWEPT: " WS-RECORDS-SWEPT
               " DORMANT: " WS-DORMANT-COUNT
               " CLOSE CARDS: " WS-CLOSE-CARD-COUNT.

       8200-COMPUTE-DAY-NUMBER.
      *    Converts WS-WORK-DATE to a serial day number so two dates
      *    can be subtracted.  March is taken as the first month of
      *    the year so the leap day falls at the end; only the
      *    difference between two results is meaningful.
           MOVE WS-WRK-YYYY TO WS-DN-Y
           MOVE WS-WRK-MM TO WS-DN-M
           IF WS-DN-M < 3
               ADD 12 TO WS-DN-M
               SUBTRACT 1 FROM WS-DN-Y
           END-IF
           DIVIDE WS-DN-Y BY 4 GIVING WS-DN-T1
           DIVIDE WS-DN-Y BY 100 GIVING WS-DN-T2
           DIVIDE WS-DN-Y BY 400 GIVING WS-DN-T3
           COMPUTE WS-DN-T4 = 153 * (WS-DN-M - 3) + 2
           DIVIDE WS-DN-T4 BY 5 GIVING WS-DN-T4
           COMPUTE WS-DN-RESULT = 365 * WS-DN-Y + WS-DN-T1
               - WS-DN-T2 + WS-DN-T3 + WS-DN-T4 + WS-WRK-DD.

       9905-CHECK-REPORT-STATUS.
           IF NOT WS-REPORT-STATUS-OK
               MOVE "REPORT-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-REPORT-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9906-CHECK-CLOSE-STATUS.
           IF NOT WS-CLOSE-STATUS-OK
               MOVE "CLOSE-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CLOSE-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9900-ABEND-FILE-ERROR.
           DISPLAY "*** ABEND *** " WS-ABEND-FILE-NAME " "
               WS-ABEND-OPERATION
               " FAILED - FILE STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
