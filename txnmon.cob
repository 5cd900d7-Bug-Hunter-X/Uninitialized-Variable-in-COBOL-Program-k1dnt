       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNMON.
       AUTHOR. BATCH-SYSTEMS.

      ******************************************************************
      *  Transaction monitor.  Reads the transaction-history file
      *  (TXNHIST) end to end, customer by customer, and flags every
      *  customer whose postings on the monitor date break one of
      *  four rules:
      *
      *    LARGE      - a single posting over the threshold for its
      *                 original currency
      *    VELOCITY   - more postings on the day than the velocity
      *                 limit
      *    NEAR-LIMIT - at least the near-limit count of postings
      *                 within the rolling window of days, ending on
      *                 the monitor date, each at or above the
      *                 near-limit percentage of its threshold but not
      *                 over it, one of them on the monitor date
      *    DORMANT    - any posting on the monitor date when the
      *                 customer's previous posting is at least the
      *                 dormancy period earlier.  A customer with no
      *                 earlier posting is new, not dormant
      *
      *  Amounts are the base-currency amounts TXNHIST holds, so the
      *  thresholds are base-currency figures set per original
      *  currency.  Accrual postings, RUNBACK reversal records and
      *  carry-forward records are not activity, though a
      *  carry-forward's date still counts as the customer's previous
      *  posting for the dormancy rule.
      *
      *  The monitor date defaults to the run date.  A MONPARM card
      *  may override it and the rule settings: monitor date
      *  YYYYMMDD (cols 1-8), default threshold 9(9)V99 (cols 9-19,
      *  default 10000.00), velocity limit (cols 20-22, default 20),
      *  near-limit percentage (cols 23-25, default 90), near-limit
      *  count (cols 26-28, default 3), window days (cols 29-31,
      *  default 5) and dormancy days (cols 32-35, default 180, as
      *  DORMRPT).  A blank, zero or non-numeric field leaves its
      *  default in force.  Thresholds for particular currencies come
      *  from the optional MONTHRSH file: currency (cols 1-3) and
      *  threshold 9(9)V99 (cols 4-14); others use the default.
      *
      *  Each flagged customer has a case on the keyed case file
      *  (MONCASE).  A customer without an open case has one opened
      *  and its findings listed on the review report (MONRPT).  While
      *  the case stays open further hits are recorded on the case
      *  but not listed again, except on the day it was opened so a
      *  rerun lists the same findings.  Cases are closed by MONCLOSE
      *  cards: customer id (cols 1-5) and reviewer id (cols 6-13),
      *  applied before the history is read and listed with their
      *  result.  The report ends with the control counts.
      *
      *  The monitor refuses to run (return code 8) while the balance
      *  file control record is flagged in progress, or when the
      *  monitor date is invalid or after the run date.  It returns
      *  4 when a new finding is listed or a close card is rejected.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "TXNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-HIS-KEY
               FILE STATUS IS WS-HIST-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-BAL-ID
               FILE STATUS IS WS-BAL-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT CASE-FILE ASSIGN TO "MONCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-CASE-ID
               FILE STATUS IS WS-CASE-STATUS.

           SELECT PARM-FILE ASSIGN TO "MONPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT THRESHOLD-FILE ASSIGN TO "MONTHRSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THR-STATUS.

           SELECT CLOSE-CARD-FILE ASSIGN TO "MONCLOSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLC-STATUS.

           SELECT REPORT-FILE ASSIGN TO "MONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
               88  WS-HIS-ACCRUAL       VALUE "ACCRUAL ".
               88  WS-HIS-CARRY-FWD     VALUE "CARRYFWD".
           05  WS-HIS-REV-FLAG      PIC X(1).
               88  WS-HIS-REVERSAL      VALUE 'R'.
           05  FILLER               PIC X(3).

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
           05  FILLER               PIC X(24).

       FD  CASE-FILE.
       01  WS-CASE-RECORD.
           05  WS-CASE-ID           PIC 9(5).
           05  WS-CASE-STATE        PIC X(1).
               88  WS-CASE-OPEN         VALUE 'O'.
               88  WS-CASE-CLOSED       VALUE 'C'.
           05  WS-CASE-OPENED-DATE  PIC 9(8).
           05  WS-CASE-LAST-HIT     PIC 9(8).
           05  WS-CASE-HIT-DAYS     PIC 9(5).
           05  WS-CASE-RULES.
               10  WS-CASE-RULE-LARGE    PIC X(1).
               10  WS-CASE-RULE-VELOCITY PIC X(1).
               10  WS-CASE-RULE-NEAR     PIC X(1).
               10  WS-CASE-RULE-DORMANT  PIC X(1).
           05  WS-CASE-CLOSED-DATE  PIC 9(8).
           05  WS-CASE-CLOSED-BY    PIC X(8).
           05  WS-CASE-COUNT        PIC 9(3).
           05  FILLER               PIC X(10).

       FD  PARM-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  WS-PARM-RECORD.
           05  WS-PARM-DATE         PIC 9(8).
           05  WS-PARM-THRESHOLD    PIC 9(9)V99.
           05  WS-PARM-VELOCITY     PIC 9(3).
           05  WS-PARM-NEAR-PCT     PIC 9(3).
           05  WS-PARM-NEAR-COUNT   PIC 9(3).
           05  WS-PARM-WINDOW       PIC 9(3).
           05  WS-PARM-DORMANT      PIC 9(4).

       FD  THRESHOLD-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  WS-THRESHOLD-RECORD.
           05  WS-THF-CCY           PIC X(3).
           05  WS-THF-AMOUNT        PIC 9(9)V99.

       FD  CLOSE-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-CLOSE-CARD.
           05  WS-CLC-ID-X          PIC X(5).
           05  WS-CLC-ID REDEFINES WS-CLC-ID-X
                                    PIC 9(5).
           05  WS-CLC-USER          PIC X(8).
           05  FILLER               PIC X(67).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS           PIC X(2) VALUE "00".
           88  WS-HIST-STATUS-OK        VALUE "00".
           88  WS-HIST-STATUS-EOF       VALUE "10".
           88  WS-HIST-STATUS-NOTFND    VALUE "23".
       01  WS-BAL-STATUS            PIC X(2) VALUE "00".
           88  WS-BAL-STATUS-OK         VALUE "00".
           88  WS-BAL-STATUS-NOTFND     VALUE "23".
       01  WS-CUST-STATUS           PIC X(2) VALUE "00".
           88  WS-CUST-STATUS-OK        VALUE "00".
           88  WS-CUST-STATUS-NOTFND    VALUE "23".
       01  WS-CASE-STATUS           PIC X(2) VALUE "00".
           88  WS-CASE-STATUS-OK        VALUE "00".
           88  WS-CASE-STATUS-NOTFND    VALUE "23".
           88  WS-CASE-STATUS-NOFILE    VALUE "35".
       01  WS-PARM-STATUS           PIC X(2) VALUE "00".
           88  WS-PARM-STATUS-OK        VALUE "00".
       01  WS-THR-STATUS            PIC X(2) VALUE "00".
           88  WS-THR-STATUS-OK         VALUE "00".
           88  WS-THR-STATUS-EOF        VALUE "10".
       01  WS-CLC-STATUS            PIC X(2) VALUE "00".
           88  WS-CLC-STATUS-OK         VALUE "00".
           88  WS-CLC-STATUS-EOF        VALUE "10".
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

       01  WS-DAY-NUMBER-WORK.
           05  WS-DN-Y              PIC 9(4) COMP VALUE 0.
           05  WS-DN-M              PIC 9(2) COMP VALUE 0.
           05  WS-DN-T1             PIC 9(7) COMP VALUE 0.
           05  WS-DN-T2             PIC 9(7) COMP VALUE 0.
           05  WS-DN-T3             PIC 9(7) COMP VALUE 0.
           05  WS-DN-T4             PIC 9(7) COMP VALUE 0.
           05  WS-DN-RESULT         PIC 9(7) COMP VALUE 0.
           05  WS-MON-DAY-NUMBER    PIC 9(7) COMP VALUE 0.
           05  WS-WINDOW-DAY-NUMBER PIC 9(7) COMP VALUE 0.

       01  WS-PRINT-CONTROLS.
           05  WS-PAGE-NO           PIC 9(4) VALUE 0.
           05  WS-LINE-COUNT        PIC 9(3) VALUE 0.
           05  WS-LINES-PER-PAGE    PIC 9(3) VALUE 55.

       01  WS-RPT-HDR-1.
           05  FILLER               PIC X(22)
                                     VALUE "TRANSACTION MONITOR".
           05  FILLER               PIC X(12) VALUE "  RUN DATE: ".
           05  WS-HDR-DATE          PIC 99/99/9999.
           05  FILLER               PIC X(12) VALUE SPACES.
           05  FILLER               PIC X(5) VALUE "PAGE ".
           05  WS-HDR-PAGE          PIC ZZZ9.
           05  FILLER               PIC X(15) VALUE SPACES.

       01  WS-RPT-HDR-2.
           05  FILLER               PIC X(16) VALUE "POSTINGS DATED ".
           05  WS-HDR-MON-DATE      PIC 99/99/9999.
           05  FILLER               PIC X(18)
                                     VALUE "  VELOCITY LIMIT: ".
           05  WS-HDR-VELOCITY      PIC ZZ9.
           05  FILLER               PIC X(16) VALUE "  DORMANT DAYS: ".
           05  WS-HDR-DORMANT       PIC ZZZ9.
           05  FILLER               PIC X(13) VALUE SPACES.

       01  WS-RPT-HDR-3.
           05  FILLER               PIC X(20)
                                     VALUE "DEFAULT THRESHOLD: ".
           05  WS-HDR-THRESHOLD     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(14) VALUE "  NEAR-LIMIT: ".
           05  WS-HDR-NEAR-PCT      PIC ZZ9.
           05  FILLER               PIC X(5) VALUE "% X ".
           05  WS-HDR-NEAR-COUNT    PIC ZZ9.
           05  FILLER               PIC X(4) VALUE " IN ".
           05  WS-HDR-WINDOW        PIC ZZ9.
           05  FILLER               PIC X(5) VALUE " DAYS".
           05  FILLER               PIC X(9) VALUE SPACES.

       01  WS-RPT-SECTION-HDR.
           05  WS-SECTION-TITLE     PIC X(50).
           05  FILLER               PIC X(30) VALUE SPACES.

       01  WS-RPT-FINDING-HDR.
           05  FILLER               PIC X(8) VALUE "  ID".
           05  FILLER               PIC X(22) VALUE "NAME".
           05  FILLER               PIC X(12) VALUE "RULE".
           05  FILLER               PIC X(38) VALUE "DETAIL".

       01  WS-RPT-FINDING.
           05  WS-FND-ID            PIC ZZZZ9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-FND-NAME          PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-FND-RULE          PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-FND-DETAIL        PIC X(38).

       01  WS-DTL-LARGE.
           05  FILLER               PIC X(4) VALUE "AMT ".
           05  WS-DTL-LRG-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-DTL-LRG-CCY       PIC X(3).
           05  FILLER               PIC X(8) VALUE "  ITEMS ".
           05  WS-DTL-LRG-ITEMS     PIC ZZZ9.
           05  FILLER               PIC X(3) VALUE SPACES.

       01  WS-DTL-VELOCITY.
           05  FILLER               PIC X(15) VALUE "POSTINGS TODAY ".
           05  WS-DTL-VEL-COUNT     PIC ZZZZZZ9.
           05  FILLER               PIC X(8) VALUE "  LIMIT ".
           05  WS-DTL-VEL-LIMIT     PIC ZZ9.
           05  FILLER               PIC X(5) VALUE SPACES.

       01  WS-DTL-NEAR.
           05  FILLER               PIC X(6) VALUE "ITEMS ".
           05  WS-DTL-NEAR-COUNT    PIC ZZZ9.
           05  FILLER               PIC X(4) VALUE " IN ".
           05  WS-DTL-NEAR-DAYS     PIC ZZ9.
           05  FILLER               PIC X(7) VALUE " DAYS, ".
           05  WS-DTL-NEAR-TODAY    PIC ZZZ9.
           05  FILLER               PIC X(6) VALUE " TODAY".
           05  FILLER               PIC X(4) VALUE SPACES.

       01  WS-DTL-DORMANT.
           05  FILLER               PIC X(12) VALUE "LAST ACTIVE ".
           05  WS-DTL-DRM-DATE      PIC 99/99/9999.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DTL-DRM-DAYS      PIC ZZZZ9.
           05  FILLER               PIC X(5) VALUE " DAYS".
           05  FILLER               PIC X(4) VALUE SPACES.

       01  WS-RPT-CLOSE-HDR.
           05  FILLER               PIC X(8) VALUE "  ID".
           05  FILLER               PIC X(10) VALUE "REVIEWER".
           05  FILLER               PIC X(10) VALUE "RESULT".
           05  FILLER               PIC X(52) VALUE "REASON".

       01  WS-RPT-CLOSE-LINE.
           05  WS-CLL-ID            PIC X(5).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-CLL-USER          PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CLL-RESULT        PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CLL-REASON        PIC X(30).
           05  FILLER               PIC X(22) VALUE SPACES.

       01  WS-RPT-MSG-LINE.
           05  WS-MSG-TEXT          PIC X(50).
           05  FILLER               PIC X(30) VALUE SPACES.

       01  WS-RPT-COUNTS-1.
           05  FILLER               PIC X(19)
                                     VALUE "POSTINGS EXAMINED: ".
           05  WS-CNT-POSTINGS      PIC ZZZZZZ9.
           05  FILLER               PIC X(20)
                                     VALUE "  CUSTOMERS ACTIVE: ".
           05  WS-CNT-ACTIVE        PIC ZZZZZZ9.
           05  FILLER               PIC X(27) VALUE SPACES.

       01  WS-RPT-COUNTS-2.
           05  FILLER               PIC X(19)
                                     VALUE "CUSTOMERS FLAGGED: ".
           05  WS-CNT-FLAGGED       PIC ZZZZZZ9.
           05  FILLER               PIC X(16) VALUE "  NEW FINDINGS: ".
           05  WS-CNT-FINDINGS      PIC ZZZZZZ9.
           05  FILLER               PIC X(19)
                                     VALUE "  CASE OPEN, HELD: ".
           05  WS-CNT-SUPPRESSED    PIC ZZZZZZ9.
           05  FILLER               PIC X(5) VALUE SPACES.

       01  WS-RPT-COUNTS-3.
           05  FILLER               PIC X(7) VALUE "LARGE: ".
           05  WS-CNT-LARGE         PIC ZZZZZ9.
           05  FILLER               PIC X(12) VALUE "  VELOCITY: ".
           05  WS-CNT-VELOCITY      PIC ZZZZZ9.
           05  FILLER               PIC X(14) VALUE "  NEAR-LIMIT: ".
           05  WS-CNT-NEAR          PIC ZZZZZ9.
           05  FILLER               PIC X(11) VALUE "  DORMANT: ".
           05  WS-CNT-DORMANT       PIC ZZZZZ9.
           05  FILLER               PIC X(12) VALUE SPACES.

       01  WS-RPT-COUNTS-4.
           05  FILLER               PIC X(14) VALUE "CASES OPENED: ".
           05  WS-CNT-OPENED        PIC ZZZZZ9.
           05  FILLER               PIC X(10) VALUE "  CLOSED: ".
           05  WS-CNT-CLOSED        PIC ZZZZZ9.
           05  FILLER               PIC X(22)
                                     VALUE "  CLOSE CARDS REJECTED".
           05  FILLER               PIC X(2) VALUE ": ".
           05  WS-CNT-REJECTED      PIC ZZZZZ9.
           05  FILLER               PIC X(14) VALUE SPACES.

       01  WS-ABEND-OPERATION       PIC X(5) VALUE SPACES.
       01  WS-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
       01  WS-ABEND-STATUS          PIC X(2) VALUE SPACES.

       01  WS-MONITOR-SETTINGS.
           05  WS-MON-DATE          PIC 9(8) VALUE 0.
           05  WS-DEFAULT-THRESHOLD PIC 9(9)V99 VALUE 10000.00.
           05  WS-VELOCITY-LIMIT    PIC 9(3) VALUE 20.
           05  WS-NEAR-PCT          PIC 9(3) VALUE 90.
           05  WS-NEAR-COUNT-LIMIT  PIC 9(3) VALUE 3.
           05  WS-WINDOW-DAYS       PIC 9(3) VALUE 5.
           05  WS-DORMANT-DAYS      PIC 9(4) VALUE 180.

       01  WS-THRESHOLD-TABLE.
           05  WS-THR-COUNT         PIC 9(2) COMP VALUE 0.
           05  WS-THR-MAX           PIC 9(2) COMP VALUE 99.
           05  WS-THR-ENTRY OCCURS 99 TIMES.
               10  WS-TH-CCY        PIC X(3).
               10  WS-TH-AMOUNT     PIC 9(9)V99.

       01  WS-THRESHOLD-CONTROLS.
           05  WS-THR-SUB           PIC 9(2) COMP VALUE 0.
           05  WS-THR-FOUND-SW      PIC X VALUE 'N'.
               88  WS-THR-FOUND         VALUE 'Y'.
           05  WS-POSTING-THRESHOLD PIC 9(9)V99 VALUE 0.
           05  WS-NEAR-FLOOR        PIC 9(9)V99 VALUE 0.
           05  WS-POSTING-SIZE      PIC 9(9)V99 VALUE 0.

       01  WS-CUSTOMER-CONTROLS.
           05  WS-CUR-ID            PIC 9(5) VALUE 0.
           05  WS-TODAY-COUNT       PIC 9(7) VALUE 0.
           05  WS-LARGE-COUNT       PIC 9(5) VALUE 0.
           05  WS-LARGE-MAX         PIC 9(9)V99 VALUE 0.
           05  WS-LARGE-MAX-AMOUNT  PIC S9(9)V99 VALUE 0.
           05  WS-LARGE-MAX-CCY     PIC X(3) VALUE SPACES.
           05  WS-NEAR-COUNT        PIC 9(5) VALUE 0.
           05  WS-NEAR-TODAY        PIC 9(5) VALUE 0.
           05  WS-PRIOR-DATE        PIC 9(8) VALUE 0.
           05  WS-DAYS-DORMANT      PIC 9(7) VALUE 0.

       01  WS-MONITOR-TOTALS.
           05  WS-POSTINGS-EXAMINED PIC 9(7) VALUE 0.
           05  WS-ACTIVE-COUNT      PIC 9(7) VALUE 0.
           05  WS-FLAGGED-COUNT     PIC 9(7) VALUE 0.
           05  WS-FINDING-COUNT     PIC 9(7) VALUE 0.
           05  WS-SUPPRESSED-COUNT  PIC 9(7) VALUE 0.
           05  WS-LARGE-HITS        PIC 9(6) VALUE 0.
           05  WS-VELOCITY-HITS     PIC 9(6) VALUE 0.
           05  WS-NEAR-HITS         PIC 9(6) VALUE 0.
           05  WS-DORMANT-HITS      PIC 9(6) VALUE 0.
           05  WS-CASES-OPENED      PIC 9(6) VALUE 0.
           05  WS-CASES-CLOSED      PIC 9(6) VALUE 0.
           05  WS-CARDS-REJECTED    PIC 9(6) VALUE 0.

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SW       PIC X VALUE 'N'.
               88  WS-HIST-EOF          VALUE 'Y'.
           05  WS-CLC-EOF-SW        PIC X VALUE 'N'.
               88  WS-CLC-EOF           VALUE 'Y'.
           05  WS-THR-EOF-SW        PIC X VALUE 'N'.
               88  WS-THR-EOF           VALUE 'Y'.
           05  WS-CUST-OPEN-SW      PIC X VALUE 'N'.
               88  WS-CUSTOMER-OPEN     VALUE 'Y'.
           05  WS-CASE-FOUND-SW     PIC X VALUE 'N'.
               88  WS-CASE-FOUND        VALUE 'Y'.
           05  WS-LIST-SW           PIC X VALUE 'N'.
               88  WS-LIST-FINDINGS     VALUE 'Y'.
           05  WS-HIT-LARGE-SW      PIC X VALUE 'N'.
               88  WS-HIT-LARGE         VALUE 'Y'.
           05  WS-HIT-VELOCITY-SW   PIC X VALUE 'N'.
               88  WS-HIT-VELOCITY      VALUE 'Y'.
           05  WS-HIT-NEAR-SW       PIC X VALUE 'N'.
               88  WS-HIT-NEAR          VALUE 'Y'.
           05  WS-HIT-DORMANT-SW    PIC X VALUE 'N'.
               88  WS-HIT-DORMANT       VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXAMINE-ONE-POSTING UNTIL WS-HIST-EOF
           IF WS-CUSTOMER-OPEN
               PERFORM 2500-FINISH-CUSTOMER
           END-IF
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURR-MM TO WS-DFE-MM
           MOVE WS-CURR-DD TO WS-DFE-DD
           MOVE WS-CURR-YYYY TO WS-DFE-YYYY
           MOVE WS-DATE-FOR-EDIT-R TO WS-HDR-DATE
           MOVE WS-CURRENT-DATE-R TO WS-MON-DATE

           PERFORM 1100-READ-PARM-CARD
           PERFORM 1150-VALIDATE-MONITOR-DATE
           PERFORM 1300-LOAD-THRESHOLDS

           OPEN INPUT BALANCE-FILE
           IF NOT WS-BAL-STATUS-OK
               MOVE "BALANCE-FILE" TO WS-ABEND-FILE-NAME
               MOVE "OPEN" TO WS-ABEND-OPERATION
               MOVE WS-BAL-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           PERFORM 1160-CHECK-BALANCE-CONTROL

           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-CUST-STATUS-OK
               MOVE "CUSTOMER-FILE" TO WS-ABEND-FILE-NAME
               MOVE "OPEN" TO WS-ABEND-OPERATION
               MOVE WS-CUST-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF

           OPEN INPUT HISTORY-FILE
           IF NOT WS-HIST-STATUS-OK
               MOVE "HISTORY-FILE" TO WS-ABEND-FILE-NAME
               MOVE "OPEN" TO WS-ABEND-OPERATION
               MOVE WS-HIST-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF

           OPEN I-O CASE-FILE
           IF WS-CASE-STATUS-NOFILE
               OPEN OUTPUT CASE-FILE
               CLOSE CASE-FILE
               OPEN I-O CASE-FILE
           END-IF
           IF NOT WS-CASE-STATUS-OK
               MOVE "CASE-FILE" TO WS-ABEND-FILE-NAME
               MOVE "OPEN" TO WS-ABEND-OPERATION
               MOVE WS-CASE-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS

           PERFORM 1200-WRITE-REPORT-HEADERS
           PERFORM 1500-APPLY-CLOSE-CARDS

           MOVE "** NEW FINDINGS **" TO WS-SECTION-TITLE
           PERFORM 2050-WRITE-SECTION-HEADER
           PERFORM 2060-WRITE-FINDING-HEADER

           MOVE 0 TO WS-HIS-ID
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
           IF WS-PARM-STATUS-OK
               READ PARM-FILE
               IF WS-PARM-STATUS-OK
                   IF WS-PARM-DATE IS NUMERIC
                       AND WS-PARM-DATE > 0
                       MOVE WS-PARM-DATE TO WS-MON-DATE
                   END-IF
                   IF WS-PARM-THRESHOLD IS NUMERIC
                       AND WS-PARM-THRESHOLD > 0
                       MOVE WS-PARM-THRESHOLD TO WS-DEFAULT-THRESHOLD
                   END-IF
                   IF WS-PARM-VELOCITY IS NUMERIC
                       AND WS-PARM-VELOCITY > 0
                       MOVE WS-PARM-VELOCITY TO WS-VELOCITY-LIMIT
                   END-IF
                   IF WS-PARM-NEAR-PCT IS NUMERIC
                       AND WS-PARM-NEAR-PCT > 0
                       AND WS-PARM-NEAR-PCT < 100
                       MOVE WS-PARM-NEAR-PCT TO WS-NEAR-PCT
                   END-IF
                   IF WS-PARM-NEAR-COUNT IS NUMERIC
                       AND WS-PARM-NEAR-COUNT > 0
                       MOVE WS-PARM-NEAR-COUNT TO WS-NEAR-COUNT-LIMIT
                   END-IF
                   IF WS-PARM-WINDOW IS NUMERIC
                       AND WS-PARM-WINDOW > 0
                       MOVE WS-PARM-WINDOW TO WS-WINDOW-DAYS
                   END-IF
                   IF WS-PARM-DORMANT IS NUMERIC
                       AND WS-PARM-DORMANT > 0
                       MOVE WS-PARM-DORMANT TO WS-DORMANT-DAYS
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF
           MOVE WS-VELOCITY-LIMIT TO WS-HDR-VELOCITY
           MOVE WS-DORMANT-DAYS TO WS-HDR-DORMANT
           MOVE WS-DEFAULT-THRESHOLD TO WS-HDR-THRESHOLD
           MOVE WS-NEAR-PCT TO WS-HDR-NEAR-PCT
           MOVE WS-NEAR-COUNT-LIMIT TO WS-HDR-NEAR-COUNT
           MOVE WS-WINDOW-DAYS TO WS-HDR-WINDOW.

       1150-VALIDATE-MONITOR-DATE.
      *    The window opens WS-WINDOW-DAYS - 1 days before the
      *    monitor date, so a one-day window is the monitor date alone.
           MOVE WS-MON-DATE TO WS-WORK-DATE-R
           IF WS-MON-DATE > WS-CURRENT-DATE-R
               OR WS-WRK-MM < 1 OR WS-WRK-MM > 12
               OR WS-WRK-DD < 1 OR WS-WRK-DD > 31
               DISPLAY "*** TXNMON *** MONITOR DATE " WS-MON-DATE
                   " IS INVALID OR AFTER THE RUN DATE - MONITOR"
                   " REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-WRK-MM TO WS-DFE-MM
           MOVE WS-WRK-DD TO WS-DFE-DD
           MOVE WS-WRK-YYYY TO WS-DFE-YYYY
           MOVE WS-DATE-FOR-EDIT-R TO WS-HDR-MON-DATE
           PERFORM 8200-COMPUTE-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-MON-DAY-NUMBER
           COMPUTE WS-WINDOW-DAY-NUMBER =
               WS-MON-DAY-NUMBER - WS-WINDOW-DAYS + 1.

       1160-CHECK-BALANCE-CONTROL.
           MOVE 0 TO WS-BAL-ID
           READ BALANCE-FILE
           IF WS-BAL-STATUS-OK
               IF WS-BAL-IN-PROGRESS
                   DISPLAY "*** TXNMON *** BALANCE FILE CONTROL RECORD"
                       " IS FLAGGED IN PROGRESS - MONITOR REFUSED"
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
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           MOVE 3 TO WS-LINE-COUNT.

       1300-LOAD-THRESHOLDS.
           OPEN INPUT THRESHOLD-FILE
           IF WS-THR-STATUS-OK
               PERFORM 1310-LOAD-ONE-THRESHOLD UNTIL WS-THR-EOF
               CLOSE THRESHOLD-FILE
           END-IF.

       1310-LOAD-ONE-THRESHOLD.
           READ THRESHOLD-FILE
               AT END MOVE 'Y' TO WS-THR-EOF-SW
           END-READ
           IF NOT WS-THR-EOF
               IF WS-THF-CCY = SPACES
                   OR WS-THF-AMOUNT IS NOT NUMERIC
                   OR WS-THF-AMOUNT = 0
                   DISPLAY "*** TXNMON *** THRESHOLD LINE IGNORED: "
                       WS-THRESHOLD-RECORD
               ELSE
                   IF WS-THR-COUNT >= WS-THR-MAX
                       DISPLAY "*** TXNMON *** THRESHOLD TABLE FULL - "
                           WS-THF-CCY " USES THE DEFAULT"
                   ELSE
                       ADD 1 TO WS-THR-COUNT
                       MOVE WS-THF-CCY TO WS-TH-CCY (WS-THR-COUNT)
                       MOVE WS-THF-AMOUNT
                           TO WS-TH-AMOUNT (WS-THR-COUNT)
                   END-IF
               END-IF
           END-IF.

       1500-APPLY-CLOSE-CARDS.
           OPEN INPUT CLOSE-CARD-FILE
           IF WS-CLC-STATUS-OK
               MOVE "** CASE CLOSURES **" TO WS-SECTION-TITLE
               PERFORM 2050-WRITE-SECTION-HEADER
               WRITE WS-REPORT-LINE FROM WS-RPT-CLOSE-HDR
                   AFTER ADVANCING 1 LINE
               MOVE "WRITE" TO WS-ABEND-OPERATION
               PERFORM 9905-CHECK-REPORT-STATUS
               ADD 1 TO WS-LINE-COUNT
               PERFORM 1510-APPLY-ONE-CLOSE-CARD UNTIL WS-CLC-EOF
               CLOSE CLOSE-CARD-FILE
           END-IF.

       1510-APPLY-ONE-CLOSE-CARD.
           READ CLOSE-CARD-FILE
               AT END MOVE 'Y' TO WS-CLC-EOF-SW
           END-READ
           IF NOT WS-CLC-EOF
               MOVE WS-CLC-ID-X TO WS-CLL-ID
               MOVE WS-CLC-USER TO WS-CLL-USER
               MOVE "REJECTED" TO WS-CLL-RESULT
               MOVE SPACES TO WS-CLL-REASON
               IF WS-CLC-ID-X IS NOT NUMERIC
                   MOVE "NON-NUMERIC CUSTOMER ID" TO WS-CLL-REASON
               ELSE
                   IF WS-CLC-USER = SPACES
                       MOVE "NO REVIEWER ID" TO WS-CLL-REASON
                   ELSE
                       PERFORM 1520-CLOSE-CASE
                   END-IF
               END-IF
               IF WS-CLL-RESULT = "REJECTED"
                   ADD 1 TO WS-CARDS-REJECTED
               END-IF
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 1200-WRITE-REPORT-HEADERS
               END-IF
               WRITE WS-REPORT-LINE FROM WS-RPT-CLOSE-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "WRITE" TO WS-ABEND-OPERATION
               PERFORM 9905-CHECK-REPORT-STATUS
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       1520-CLOSE-CASE.
           MOVE WS-CLC-ID TO WS-CASE-ID
           READ CASE-FILE
           IF WS-CASE-STATUS-OK
               IF WS-CASE-OPEN
                   MOVE 'C' TO WS-CASE-STATE
                   MOVE WS-MON-DATE TO WS-CASE-CLOSED-DATE
                   MOVE WS-CLC-USER TO WS-CASE-CLOSED-BY
                   REWRITE WS-CASE-RECORD
                   IF NOT WS-CASE-STATUS-OK
                       MOVE "CASE-FILE" TO WS-ABEND-FILE-NAME
                       MOVE "REWRT" TO WS-ABEND-OPERATION
                       MOVE WS-CASE-STATUS TO WS-ABEND-STATUS
                       PERFORM 9900-ABEND-FILE-ERROR
                   END-IF
                   MOVE "CLOSED" TO WS-CLL-RESULT
                   ADD 1 TO WS-CASES-CLOSED
               ELSE
                   MOVE "CASE ALREADY CLOSED" TO WS-CLL-REASON
               END-IF
           ELSE
               IF WS-CASE-STATUS-NOTFND
                   MOVE "NO CASE FOR CUSTOMER" TO WS-CLL-REASON
               ELSE
                   MOVE "CASE-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-CASE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
           END-IF.

       2000-EXAMINE-ONE-POSTING.
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
               IF WS-CUSTOMER-OPEN AND WS-HIS-ID NOT = WS-CUR-ID
                   PERFORM 2500-FINISH-CUSTOMER
               END-IF
               IF NOT WS-CUSTOMER-OPEN
                   PERFORM 2100-START-CUSTOMER
               END-IF
               PERFORM 2200-EXAMINE-POSTING
           END-IF.

       2050-WRITE-SECTION-HEADER.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           WRITE WS-REPORT-LINE FROM WS-RPT-SECTION-HDR
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 2 TO WS-LINE-COUNT.

       2060-WRITE-FINDING-HEADER.
           WRITE WS-REPORT-LINE FROM WS-RPT-FINDING-HDR
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2100-START-CUSTOMER.
           MOVE 'Y' TO WS-CUST-OPEN-SW
           MOVE WS-HIS-ID TO WS-CUR-ID
           MOVE 0 TO WS-TODAY-COUNT
           MOVE 0 TO WS-LARGE-COUNT
           MOVE 0 TO WS-LARGE-MAX
           MOVE 0 TO WS-LARGE-MAX-AMOUNT
           MOVE SPACES TO WS-LARGE-MAX-CCY
           MOVE 0 TO WS-NEAR-COUNT
           MOVE 0 TO WS-NEAR-TODAY
           MOVE 0 TO WS-PRIOR-DATE.

       2200-EXAMINE-POSTING.
      *    Postings after the monitor date are ignored, so a past
      *    date can be monitored as it stood.  A carry-forward only
      *    dates the customer's earlier activity.
           IF NOT WS-HIS-REVERSAL
               AND NOT WS-HIS-ACCRUAL
               AND WS-HIS-DATE NOT > WS-MON-DATE
               IF WS-HIS-DATE < WS-MON-DATE
                   AND WS-HIS-DATE > WS-PRIOR-DATE
                   MOVE WS-HIS-DATE TO WS-PRIOR-DATE
               END-IF
               IF NOT WS-HIS-CARRY-FWD
                   PERFORM 2300-APPLY-RULES
               END-IF
           END-IF.

       2300-APPLY-RULES.
           ADD 1 TO WS-POSTINGS-EXAMINED
           IF WS-HIS-AMOUNT < 0
               COMPUTE WS-POSTING-SIZE = 0 - WS-HIS-AMOUNT
           ELSE
               MOVE WS-HIS-AMOUNT TO WS-POSTING-SIZE
           END-IF
           PERFORM 2350-FIND-THRESHOLD
           COMPUTE WS-NEAR-FLOOR ROUNDED =
               WS-POSTING-THRESHOLD * WS-NEAR-PCT / 100

           IF WS-HIS-DATE = WS-MON-DATE
               ADD 1 TO WS-TODAY-COUNT
               IF WS-POSTING-SIZE > WS-POSTING-THRESHOLD
                   ADD 1 TO WS-LARGE-COUNT
                   IF WS-POSTING-SIZE > WS-LARGE-MAX
                       MOVE WS-POSTING-SIZE TO WS-LARGE-MAX
                       MOVE WS-HIS-AMOUNT TO WS-LARGE-MAX-AMOUNT
                       MOVE WS-HIS-ORIG-CCY TO WS-LARGE-MAX-CCY
                   END-IF
               END-IF
           END-IF

           IF WS-POSTING-SIZE NOT < WS-NEAR-FLOOR
               AND WS-POSTING-SIZE NOT > WS-POSTING-THRESHOLD
               MOVE WS-HIS-DATE TO WS-WORK-DATE-R
               PERFORM 8200-COMPUTE-DAY-NUMBER
               IF WS-DN-RESULT NOT < WS-WINDOW-DAY-NUMBER
                   ADD 1 TO WS-NEAR-COUNT
                   IF WS-HIS-DATE = WS-MON-DATE
                       ADD 1 TO WS-NEAR-TODAY
                   END-IF
               END-IF
           END-IF.

       2350-FIND-THRESHOLD.
           MOVE 'N' TO WS-THR-FOUND-SW
           MOVE 0 TO WS-THR-SUB
           PERFORM 2355-CHECK-ONE-THRESHOLD
               UNTIL WS-THR-FOUND OR WS-THR-SUB >= WS-THR-COUNT
           IF NOT WS-THR-FOUND
               MOVE WS-DEFAULT-THRESHOLD TO WS-POSTING-THRESHOLD
           END-IF.

       2355-CHECK-ONE-THRESHOLD.
           ADD 1 TO WS-THR-SUB
           IF WS-TH-CCY (WS-THR-SUB) = WS-HIS-ORIG-CCY
               MOVE WS-TH-AMOUNT (WS-THR-SUB) TO WS-POSTING-THRESHOLD
               MOVE 'Y' TO WS-THR-FOUND-SW
           END-IF.

       2500-FINISH-CUSTOMER.
           MOVE 'N' TO WS-CUST-OPEN-SW
           MOVE 'N' TO WS-HIT-LARGE-SW
           MOVE 'N' TO WS-HIT-VELOCITY-SW
           MOVE 'N' TO WS-HIT-NEAR-SW
           MOVE 'N' TO WS-HIT-DORMANT-SW
           IF WS-TODAY-COUNT > 0
               ADD 1 TO WS-ACTIVE-COUNT
               IF WS-LARGE-COUNT > 0
                   MOVE 'Y' TO WS-HIT-LARGE-SW
               END-IF
               IF WS-TODAY-COUNT > WS-VELOCITY-LIMIT
                   MOVE 'Y' TO WS-HIT-VELOCITY-SW
               END-IF
               IF WS-NEAR-COUNT NOT < WS-NEAR-COUNT-LIMIT
                   AND WS-NEAR-TODAY > 0
                   MOVE 'Y' TO WS-HIT-NEAR-SW
               END-IF
               IF WS-PRIOR-DATE > 0
                   MOVE WS-PRIOR-DATE TO WS-WORK-DATE-R
                   PERFORM 8200-COMPUTE-DAY-NUMBER
                   COMPUTE WS-DAYS-DORMANT =
                       WS-MON-DAY-NUMBER - WS-DN-RESULT
                   IF WS-DAYS-DORMANT NOT < WS-DORMANT-DAYS
                       MOVE 'Y' TO WS-HIT-DORMANT-SW
                   END-IF
               END-IF
               IF WS-HIT-LARGE OR WS-HIT-VELOCITY
                   OR WS-HIT-NEAR OR WS-HIT-DORMANT
                   ADD 1 TO WS-FLAGGED-COUNT
                   PERFORM 2600-RECORD-CASE
                   IF WS-LIST-FINDINGS
                       PERFORM 2700-LIST-FINDINGS
                   ELSE
                       ADD 1 TO WS-SUPPRESSED-COUNT
                   END-IF
               END-IF
           END-IF.

       2600-RECORD-CASE.
      *    A customer with no open case gets one and its findings are
      *    listed.  An open case absorbs the hit; it is listed again
      *    only on the day the case was opened.
           MOVE 'Y' TO WS-LIST-SW
           MOVE WS-CUR-ID TO WS-CASE-ID
           READ CASE-FILE
           IF WS-CASE-STATUS-OK
               MOVE 'Y' TO WS-CASE-FOUND-SW
           ELSE
               IF WS-CASE-STATUS-NOTFND
                   MOVE 'N' TO WS-CASE-FOUND-SW
                   MOVE SPACES TO WS-CASE-RECORD
                   MOVE WS-CUR-ID TO WS-CASE-ID
                   MOVE 0 TO WS-CASE-COUNT
               ELSE
                   MOVE "CASE-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-CASE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
           END-IF

           IF WS-CASE-FOUND AND WS-CASE-OPEN
               IF WS-CASE-OPENED-DATE NOT = WS-MON-DATE
                   MOVE 'N' TO WS-LIST-SW
               END-IF
               IF WS-CASE-LAST-HIT NOT = WS-MON-DATE
                   ADD 1 TO WS-CASE-HIT-DAYS
                   MOVE WS-MON-DATE TO WS-CASE-LAST-HIT
               END-IF
           ELSE
               MOVE 'O' TO WS-CASE-STATE
               MOVE WS-MON-DATE TO WS-CASE-OPENED-DATE
               MOVE WS-MON-DATE TO WS-CASE-LAST-HIT
               MOVE 1 TO WS-CASE-HIT-DAYS
               MOVE SPACES TO WS-CASE-RULES
               MOVE 0 TO WS-CASE-CLOSED-DATE
               MOVE SPACES TO WS-CASE-CLOSED-BY
               ADD 1 TO WS-CASE-COUNT
               ADD 1 TO WS-CASES-OPENED
           END-IF

           IF WS-HIT-LARGE
               MOVE 'L' TO WS-CASE-RULE-LARGE
           END-IF
           IF WS-HIT-VELOCITY
               MOVE 'V' TO WS-CASE-RULE-VELOCITY
           END-IF
           IF WS-HIT-NEAR
               MOVE 'N' TO WS-CASE-RULE-NEAR
           END-IF
           IF WS-HIT-DORMANT
               MOVE 'D' TO WS-CASE-RULE-DORMANT
           END-IF

           IF WS-CASE-FOUND
               REWRITE WS-CASE-RECORD
               MOVE "REWRT" TO WS-ABEND-OPERATION
           ELSE
               WRITE WS-CASE-RECORD
               MOVE "WRITE" TO WS-ABEND-OPERATION
           END-IF
           IF NOT WS-CASE-STATUS-OK
               MOVE "CASE-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CASE-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       2700-LIST-FINDINGS.
           MOVE WS-CUR-ID TO WS-CUST-ID
           READ CUSTOMER-FILE
           IF WS-CUST-STATUS-OK
               MOVE WS-CUST-NAME TO WS-FND-NAME
           ELSE
               IF WS-CUST-STATUS-NOTFND
                   MOVE "** NOT ON MASTER **" TO WS-FND-NAME
               ELSE
                   MOVE "CUSTOMER-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-CUST-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
           END-IF
           MOVE WS-CUR-ID TO WS-FND-ID

           IF WS-HIT-LARGE
               ADD 1 TO WS-LARGE-HITS
               MOVE "LARGE" TO WS-FND-RULE
               MOVE WS-LARGE-MAX-AMOUNT TO WS-DTL-LRG-AMOUNT
               MOVE WS-LARGE-MAX-CCY TO WS-DTL-LRG-CCY
               MOVE WS-LARGE-COUNT TO WS-DTL-LRG-ITEMS
               MOVE WS-DTL-LARGE TO WS-FND-DETAIL
               PERFORM 2710-WRITE-FINDING-LINE
           END-IF
           IF WS-HIT-VELOCITY
               ADD 1 TO WS-VELOCITY-HITS
               MOVE "VELOCITY" TO WS-FND-RULE
               MOVE WS-TODAY-COUNT TO WS-DTL-VEL-COUNT
               MOVE WS-VELOCITY-LIMIT TO WS-DTL-VEL-LIMIT
               MOVE WS-DTL-VELOCITY TO WS-FND-DETAIL
               PERFORM 2710-WRITE-FINDING-LINE
           END-IF
           IF WS-HIT-NEAR
               ADD 1 TO WS-NEAR-HITS
               MOVE "NEAR-LIMIT" TO WS-FND-RULE
               MOVE WS-NEAR-COUNT TO WS-DTL-NEAR-COUNT
               MOVE WS-WINDOW-DAYS TO WS-DTL-NEAR-DAYS
               MOVE WS-NEAR-TODAY TO WS-DTL-NEAR-TODAY
               MOVE WS-DTL-NEAR TO WS-FND-DETAIL
               PERFORM 2710-WRITE-FINDING-LINE
           END-IF
           IF WS-HIT-DORMANT
               ADD 1 TO WS-DORMANT-HITS
               MOVE "DORMANT" TO WS-FND-RULE
               MOVE WS-PRIOR-DATE TO WS-WORK-DATE-R
               MOVE WS-WRK-MM TO WS-DFE-MM
               MOVE WS-WRK-DD TO WS-DFE-DD
               MOVE WS-WRK-YYYY TO WS-DFE-YYYY
               MOVE WS-DATE-FOR-EDIT-R TO WS-DTL-DRM-DATE
               MOVE WS-DAYS-DORMANT TO WS-DTL-DRM-DAYS
               MOVE WS-DTL-DORMANT TO WS-FND-DETAIL
               PERFORM 2710-WRITE-FINDING-LINE
           END-IF.

       2710-WRITE-FINDING-LINE.
           ADD 1 TO WS-FINDING-COUNT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
               PERFORM 2060-WRITE-FINDING-HEADER
           END-IF
           WRITE WS-REPORT-LINE FROM WS-RPT-FINDING
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       3000-FINALIZE.
           IF WS-FINDING-COUNT = 0
               MOVE "NO NEW FINDINGS" TO WS-MSG-TEXT
               WRITE WS-REPORT-LINE FROM WS-RPT-MSG-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "WRITE" TO WS-ABEND-OPERATION
               PERFORM 9905-CHECK-REPORT-STATUS
               ADD 1 TO WS-LINE-COUNT
           END-IF
           IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-POSTINGS-EXAMINED TO WS-CNT-POSTINGS
           MOVE WS-ACTIVE-COUNT TO WS-CNT-ACTIVE
           MOVE WS-FLAGGED-COUNT TO WS-CNT-FLAGGED
           MOVE WS-FINDING-COUNT TO WS-CNT-FINDINGS
           MOVE WS-SUPPRESSED-COUNT TO WS-CNT-SUPPRESSED
           MOVE WS-LARGE-HITS TO WS-CNT-LARGE
           MOVE WS-VELOCITY-HITS TO WS-CNT-VELOCITY
           MOVE WS-NEAR-HITS TO WS-CNT-NEAR
           MOVE WS-DORMANT-HITS TO WS-CNT-DORMANT
           MOVE WS-CASES-OPENED TO WS-CNT-OPENED
           MOVE WS-CASES-CLOSED TO WS-CNT-CLOSED
           MOVE WS-CARDS-REJECTED TO WS-CNT-REJECTED
           WRITE WS-REPORT-LINE FROM WS-RPT-COUNTS-1
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           WRITE WS-REPORT-LINE FROM WS-RPT-COUNTS-2
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           WRITE WS-REPORT-LINE FROM WS-RPT-COUNTS-3
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           WRITE WS-REPORT-LINE FROM WS-RPT-COUNTS-4
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS

           CLOSE HISTORY-FILE
           CLOSE BALANCE-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CASE-FILE
           CLOSE REPORT-FILE

           IF WS-FINDING-COUNT > 0 OR WS-CARDS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "TXNMON COMPLETE - POSTINGS: " WS-POSTINGS-EXAMINED
               " FLAGGED: " WS-FLAGGED-COUNT
               " NEW FINDINGS: " WS-FINDING-COUNT
               " HELD: " WS-SUPPRESSED-COUNT.

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

       9900-ABEND-FILE-ERROR.
           DISPLAY "*** ABEND *** " WS-ABEND-FILE-NAME " "
               WS-ABEND-OPERATION
               " FAILED - FILE STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
