       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTPURG.
       AUTHOR. BATCH-SYSTEMS.

      ******************************************************************
      *  History retention purge.  Moves postings older than the
      *  retention period out of the transaction-history file
      *  (TXNHIST) to a sequential archive (HISTARC), and audit-log
      *  lines older than theirs out of AUDITLOG to AUDITARC, so the
      *  history listings, the backout scan and the trend report stop
      *  growing without bound:
      *
      *    - a TXNHIST posting is archived when its posting date is
      *      more than the history retention period before the run
      *      date and its run is outside the backout window.  The
      *      last runs on the BALFILE control record, as many as the
      *      backout window, are never archived so RUNBACK can still
      *      find every posting of any run it may be asked to back
      *      out
      *    - each customer whose postings are archived is left one
      *      carry-forward record under run 00000 (source CARRYFWD,
      *      dated with the latest posting it replaces) carrying the
      *      archived amount plus any earlier carry-forward, so the
      *      customer's TXNHIST postings still add up to the BALFILE
      *      balance.  A carry-forward larger than a history amount
      *      can hold is split over further sequence numbers.  Run
      *      00000 is never a run RUNBACK will accept
      *    - AUDITLOG is copied to the work file AUDITWRK and
      *      rewritten with the lines inside the audit retention
      *      period; the runs on the most recent six run dates are
      *      always kept whatever the period, so TRENDRPT's trailing
      *      five-day average and EODSTAT's latest entry survive.
      *      Should the job fail during the rewrite, AUDITWRK holds
      *      the complete log
      *
      *  The periods default to 365 days for TXNHIST, 90 days for
      *  AUDITLOG and a backout window of 30 runs, and may be
      *  overridden by a PURGPARM card: three 4-digit numbers, the
      *  history days, the audit days and the backout window in
      *  runs.  A blank, zero or non-numeric field leaves its default
      *  in force.  Both archives are opened EXTEND so successive
      *  purges accumulate.
      *
      *  The control report (PURGRPT) lists every customer archived
      *  and shows, for each file, the records in, archived and kept
      *  with their amount totals; the history section proves the
      *  file's amount total is unchanged by the purge.  The purge
      *  refuses to run (return code 8) while the balance file
      *  control record is flagged in progress, and returns 8 when
      *  the control totals do not agree.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PURGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

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

           SELECT HIST-ARCHIVE ASSIGN TO "HISTARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HARC-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDIT-WORK ASSIGN TO "AUDITWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AWRK-STATUS.

           SELECT AUDIT-ARCHIVE ASSIGN TO "AUDITARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AARC-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PURGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 12 CHARACTERS.
       01  WS-PARM-RECORD.
           05  WS-PARM-HIST-DAYS    PIC 9(4).
           05  WS-PARM-AUDIT-DAYS   PIC 9(4).
           05  WS-PARM-BACKOUT-RUNS PIC 9(4).

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

       FD  HIST-ARCHIVE
           RECORD CONTAINS 51 CHARACTERS.
       01  WS-HARC-RECORD           PIC X(51).

       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-AUDIT-LINE.
           05  WS-AUD-RUN-DATE-X    PIC X(8).
           05  WS-AUD-RUN-DATE-N REDEFINES WS-AUD-RUN-DATE-X.
               10  WS-AUD-MM        PIC 9(2).
               10  WS-AUD-DD        PIC 9(2).
               10  WS-AUD-YYYY      PIC 9(4).
           05  FILLER               PIC X(2).
           05  WS-AUD-RUN-TIME-X    PIC X(8).
           05  FILLER               PIC X(2).
           05  WS-AUD-RECORDS-X     PIC X(7).
           05  FILLER               PIC X(2).
           05  WS-AUD-TOTAL-X       PIC X(15).
           05  FILLER               PIC X(2).
           05  WS-AUD-REJECTS-X     PIC X(7).
           05  FILLER               PIC X(2).
           05  WS-AUD-EXCEPTS-X     PIC X(7).
           05  FILLER               PIC X(2).
           05  WS-AUD-RUN-TYPE      PIC X(7).
           05  FILLER               PIC X(9).

       FD  AUDIT-WORK
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-AWRK-LINE             PIC X(80).

       FD  AUDIT-ARCHIVE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-AARC-LINE             PIC X(80).

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
           88  WS-HIST-STATUS-NOFILE    VALUE "35".
       01  WS-BAL-STATUS            PIC X(2) VALUE "00".
           88  WS-BAL-STATUS-OK         VALUE "00".
           88  WS-BAL-STATUS-NOTFND     VALUE "23".
       01  WS-HARC-STATUS           PIC X(2) VALUE "00".
           88  WS-HARC-STATUS-OK        VALUE "00".
       01  WS-AUDIT-STATUS          PIC X(2) VALUE "00".
           88  WS-AUDIT-STATUS-OK       VALUE "00".
           88  WS-AUDIT-STATUS-EOF      VALUE "10".
           88  WS-AUDIT-STATUS-NOFILE   VALUE "35".
       01  WS-AWRK-STATUS           PIC X(2) VALUE "00".
           88  WS-AWRK-STATUS-OK        VALUE "00".
           88  WS-AWRK-STATUS-EOF       VALUE "10".
       01  WS-AARC-STATUS           PIC X(2) VALUE "00".
           88  WS-AARC-STATUS-OK        VALUE "00".
       01  WS-REPORT-STATUS         PIC X(2) VALUE "00".
           88  WS-REPORT-STATUS-OK      VALUE "00".

       01  WS-RETENTION-CONTROLS.
           05  WS-HIST-RETAIN-DAYS  PIC 9(4) VALUE 365.
           05  WS-AUDIT-RETAIN-DAYS PIC 9(4) VALUE 90.
           05  WS-BACKOUT-RUNS      PIC 9(4) VALUE 30.
           05  WS-TREND-KEEP-DAYS   PIC 9(2) VALUE 6.
           05  WS-LAST-RUN          PIC 9(5) VALUE 0.
           05  WS-PROTECT-FROM-RUN  PIC 9(5) VALUE 0.
           05  WS-BAL-CONTROL-KEY   PIC 9(5) VALUE 0.

       01  WS-CUSTOMER-WORK.
           05  WS-CUR-ID            PIC 9(5) VALUE 0.
           05  WS-CUS-ARCH-COUNT    PIC 9(7) VALUE 0.
           05  WS-CUS-ARCH-AMOUNT   PIC S9(13)V99 VALUE 0.
           05  WS-CUS-KEPT-COUNT    PIC 9(7) VALUE 0.
           05  WS-CUS-OLD-CF-COUNT  PIC 9(7) VALUE 0.
           05  WS-CUS-CF-AMOUNT     PIC S9(13)V99 VALUE 0.
           05  WS-CUS-CF-DATE       PIC 9(8) VALUE 0.
           05  WS-SAVE-KEY          PIC X(17) VALUE SPACES.

       01  WS-CARRY-FORWARD-WORK.
           05  WS-CF-REMAIN         PIC S9(13)V99 VALUE 0.
           05  WS-CF-CHUNK          PIC S9(9)V99 VALUE 0.
           05  WS-CF-MAX            PIC 9(9)V99 VALUE 999999999.99.
           05  WS-CF-SEQ            PIC 9(7) VALUE 0.
           05  WS-CF-WRITTEN-COUNT  PIC 9(7) VALUE 0.

       01  WS-HISTORY-TOTALS.
           05  WS-HIST-IN-COUNT     PIC 9(9) VALUE 0.
           05  WS-HIST-IN-AMOUNT    PIC S9(13)V99 VALUE 0.
           05  WS-HIST-ARCH-COUNT   PIC 9(9) VALUE 0.
           05  WS-HIST-ARCH-AMOUNT  PIC S9(13)V99 VALUE 0.
           05  WS-HIST-KEPT-COUNT   PIC 9(9) VALUE 0.
           05  WS-HIST-KEPT-AMOUNT  PIC S9(13)V99 VALUE 0.
           05  WS-HIST-PROT-COUNT   PIC 9(9) VALUE 0.
           05  WS-CF-OLD-COUNT      PIC 9(9) VALUE 0.
           05  WS-CF-OLD-AMOUNT     PIC S9(13)V99 VALUE 0.
           05  WS-CF-NEW-COUNT      PIC 9(9) VALUE 0.
           05  WS-CF-NEW-AMOUNT     PIC S9(13)V99 VALUE 0.
           05  WS-HIST-OUT-COUNT    PIC 9(9) VALUE 0.
           05  WS-HIST-OUT-AMOUNT   PIC S9(13)V99 VALUE 0.
           05  WS-CUSTOMERS-ARCHIVED PIC 9(7) VALUE 0.

       01  WS-AUDIT-TOTALS.
           05  WS-AUD-DISTINCT      PIC 9(7) VALUE 0.
           05  WS-AUD-DATE-SEQ      PIC 9(7) VALUE 0.
           05  WS-AUD-LAST-DATE     PIC X(8) VALUE SPACES.
           05  WS-AUD-IN-COUNT      PIC 9(7) VALUE 0.
           05  WS-AUD-IN-AMOUNT     PIC S9(13)V99 VALUE 0.
           05  WS-AUD-ARCH-COUNT    PIC 9(7) VALUE 0.
           05  WS-AUD-ARCH-AMOUNT   PIC S9(13)V99 VALUE 0.
           05  WS-AUD-KEPT-COUNT    PIC 9(7) VALUE 0.
           05  WS-AUD-KEPT-AMOUNT   PIC S9(13)V99 VALUE 0.

       01  WS-UNEDIT-AREAS.
           05  WS-UNED-FIELD        PIC X(15).
           05  WS-UNED-CHAR         PIC X(1).
           05  WS-UNED-DIGIT-X.
               10  WS-UNED-DIGIT    PIC 9(1).
           05  WS-UNED-VALUE        PIC 9(11) VALUE 0.
           05  WS-UNED-AMOUNT       PIC S9(9)V99 VALUE 0.
           05  WS-UNED-SUB          PIC 9(3) COMP VALUE 1.
           05  WS-UNED-NEG-SW       PIC X VALUE 'N'.
               88  WS-UNED-NEGATIVE     VALUE 'Y'.
           05  WS-UNED-DOT-SW       PIC X VALUE 'N'.
               88  WS-UNED-DOT-SEEN     VALUE 'Y'.

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
           05  WS-HIST-CUTOFF-DN    PIC 9(7) COMP VALUE 0.
           05  WS-AUDIT-CUTOFF-DN   PIC 9(7) COMP VALUE 0.

       01  WS-BASE-CURRENCY         PIC X(3) VALUE "USD".

       01  WS-PRINT-CONTROLS.
           05  WS-PAGE-NO           PIC 9(4) VALUE 0.
           05  WS-LINE-COUNT        PIC 9(3) VALUE 0.
           05  WS-LINES-PER-PAGE    PIC 9(3) VALUE 55.

       01  WS-RPT-HDR-1.
           05  FILLER               PIC X(24)
                                     VALUE "HISTORY RETENTION PURGE".
           05  FILLER               PIC X(12) VALUE "  RUN DATE: ".
           05  WS-HDR-DATE          PIC 99/99/9999.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  FILLER               PIC X(5) VALUE "PAGE ".
           05  WS-HDR-PAGE          PIC ZZZ9.
           05  FILLER               PIC X(15) VALUE SPACES.

       01  WS-RPT-HDR-2.
           05  FILLER               PIC X(19)
                                     VALUE "TXNHIST RETENTION: ".
           05  WS-HDR-HIST-DAYS     PIC ZZZ9.
           05  FILLER               PIC X(7) VALUE " DAYS  ".
           05  FILLER               PIC X(17)
                                     VALUE "AUDIT RETENTION: ".
           05  WS-HDR-AUDIT-DAYS    PIC ZZZ9.
           05  FILLER               PIC X(5) VALUE " DAYS".
           05  FILLER               PIC X(24) VALUE SPACES.

       01  WS-RPT-HDR-3.
           05  FILLER               PIC X(16)
                                     VALUE "BACKOUT WINDOW: ".
           05  WS-HDR-BACKOUT       PIC ZZZ9.
           05  FILLER               PIC X(26)
                            VALUE " RUNS - RUNS FROM RUN NO. ".
           05  WS-HDR-PROTECT-RUN   PIC 9(5).
           05  FILLER               PIC X(13) VALUE " NOT ARCHIVED".
           05  FILLER               PIC X(16) VALUE SPACES.

       01  WS-RPT-HDR-4.
           05  FILLER               PIC X(8) VALUE "  ID".
           05  FILLER               PIC X(10) VALUE "  ARCHIVED".
           05  FILLER               PIC X(20)
                                     VALUE "     ARCHIVED AMOUNT".
           05  FILLER               PIC X(8) VALUE "    KEPT".
           05  FILLER               PIC X(20)
                                     VALUE "       CARRY-FORWARD".
           05  FILLER               PIC X(14) VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  WS-DET-ID            PIC ZZZZ9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-ARCH-COUNT    PIC ZZZZZZZZZ9.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-DET-ARCH-AMOUNT   PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-DET-KEPT-COUNT    PIC ZZZZZZ9.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-DET-CF-AMOUNT     PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(14) VALUE SPACES.

       01  WS-RPT-SECTION-HDR.
           05  WS-SECTION-TITLE     PIC X(50).
           05  FILLER               PIC X(30) VALUE SPACES.

       01  WS-RPT-CONTROL-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CTL-LABEL         PIC X(26).
           05  WS-CTL-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-CTL-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(19) VALUE SPACES.

       01  WS-RPT-VERDICT-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-VERDICT-TEXT      PIC X(50).
           05  FILLER               PIC X(28) VALUE SPACES.

       01  WS-ABEND-OPERATION       PIC X(5) VALUE SPACES.
       01  WS-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
       01  WS-ABEND-STATUS          PIC X(2) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SW       PIC X VALUE 'N'.
               88  WS-HIST-EOF          VALUE 'Y'.
           05  WS-AUDIT-EOF-SW      PIC X VALUE 'N'.
               88  WS-AUDIT-EOF         VALUE 'Y'.
           05  WS-CUR-SET-SW        PIC X VALUE 'N'.
               88  WS-CUR-SET           VALUE 'Y'.
           05  WS-AUDIT-PRESENT-SW  PIC X VALUE 'N'.
               88  WS-AUDIT-PRESENT     VALUE 'Y'.
           05  WS-OUT-OF-BALANCE-SW PIC X VALUE 'N'.
               88  WS-OUT-OF-BALANCE    VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PURGE-ONE-POSTING UNTIL WS-HIST-EOF
           PERFORM 2800-REPORT-HISTORY-CONTROLS
           PERFORM 3000-PURGE-AUDIT-LOG
           PERFORM 4000-FINALIZE
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
           COMPUTE WS-HIST-CUTOFF-DN =
               WS-RUN-DAY-NUMBER - WS-HIST-RETAIN-DAYS
           COMPUTE WS-AUDIT-CUTOFF-DN =
               WS-RUN-DAY-NUMBER - WS-AUDIT-RETAIN-DAYS

           PERFORM 1150-CHECK-BALANCE-CONTROL

           OPEN I-O HISTORY-FILE
           IF NOT WS-HIST-STATUS-OK
               MOVE "HISTORY-FILE" TO WS-ABEND-FILE-NAME
               MOVE "OPEN" TO WS-ABEND-OPERATION
               MOVE WS-HIST-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF

           OPEN EXTEND HIST-ARCHIVE
           IF WS-HARC-STATUS = "35"
               OPEN OUTPUT HIST-ARCHIVE
           END-IF
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9906-CHECK-HARC-STATUS

           OPEN OUTPUT REPORT-FILE
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS

           PERFORM 1200-WRITE-REPORT-HEADERS
           MOVE "** TXNHIST CUSTOMERS ARCHIVED **" TO WS-SECTION-TITLE
           PERFORM 2050-WRITE-SECTION-HEADER
           PERFORM 1600-START-HISTORY-SWEEP.

       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS-OK
               READ PARM-FILE
               IF WS-PARM-STATUS-OK
                   IF WS-PARM-HIST-DAYS IS NUMERIC
                       AND WS-PARM-HIST-DAYS > 0
                       MOVE WS-PARM-HIST-DAYS TO WS-HIST-RETAIN-DAYS
                   END-IF
                   IF WS-PARM-AUDIT-DAYS IS NUMERIC
                       AND WS-PARM-AUDIT-DAYS > 0
                       MOVE WS-PARM-AUDIT-DAYS TO WS-AUDIT-RETAIN-DAYS
                   END-IF
                   IF WS-PARM-BACKOUT-RUNS IS NUMERIC
                       AND WS-PARM-BACKOUT-RUNS > 0
                       MOVE WS-PARM-BACKOUT-RUNS TO WS-BACKOUT-RUNS
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF
           MOVE WS-HIST-RETAIN-DAYS TO WS-HDR-HIST-DAYS
           MOVE WS-AUDIT-RETAIN-DAYS TO WS-HDR-AUDIT-DAYS
           MOVE WS-BACKOUT-RUNS TO WS-HDR-BACKOUT.

       1150-CHECK-BALANCE-CONTROL.
      *    Runs from the first protected run number up are inside the
      *    backout window.  With fewer runs than the window every run
      *    is protected.
           OPEN INPUT BALANCE-FILE
           IF NOT WS-BAL-STATUS-OK
               MOVE "BALANCE-FILE" TO WS-ABEND-FILE-NAME
               MOVE "OPEN" TO WS-ABEND-OPERATION
               MOVE WS-BAL-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           MOVE WS-BAL-CONTROL-KEY TO WS-BAL-ID
           READ BALANCE-FILE
           IF WS-BAL-STATUS-OK
               IF WS-BAL-IN-PROGRESS
                   DISPLAY "*** HISTPURG *** BALANCE FILE CONTROL "
                       "RECORD IS FLAGGED IN PROGRESS - PURGE REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-BAL-LAST-RUN TO WS-LAST-RUN
           ELSE
               IF NOT WS-BAL-STATUS-NOTFND
                   MOVE "BALANCE-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-BAL-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
           END-IF
           CLOSE BALANCE-FILE
           IF WS-LAST-RUN > WS-BACKOUT-RUNS
               COMPUTE WS-PROTECT-FROM-RUN =
                   WS-LAST-RUN - WS-BACKOUT-RUNS + 1
           ELSE
               MOVE 1 TO WS-PROTECT-FROM-RUN
           END-IF
           MOVE WS-PROTECT-FROM-RUN TO WS-HDR-PROTECT-RUN.

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
           WRITE WS-REPORT-LINE FROM WS-RPT-HDR-4
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           MOVE 5 TO WS-LINE-COUNT.

       1600-START-HISTORY-SWEEP.
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

       2000-PURGE-ONE-POSTING.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-HIST-EOF-SW
           END-READ
           IF WS-HIST-EOF
               IF WS-CUR-SET
                   PERFORM 2500-FINISH-CUSTOMER
               END-IF
           ELSE
               IF NOT WS-HIST-STATUS-OK
                   MOVE "HISTORY-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-HIST-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
               IF WS-CUR-SET
                   AND WS-HIS-ID NOT = WS-CUR-ID
                   PERFORM 2400-CHANGE-CUSTOMER
               END-IF
               IF NOT WS-CUR-SET
                   PERFORM 2450-START-CUSTOMER
               END-IF
               PERFORM 2100-CLASSIFY-POSTING
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

       2100-CLASSIFY-POSTING.
           ADD 1 TO WS-HIST-IN-COUNT
           ADD WS-HIS-AMOUNT TO WS-HIST-IN-AMOUNT
           IF WS-HIS-RUN = 0
      *        An earlier carry-forward is folded into the new one.
               ADD 1 TO WS-CUS-OLD-CF-COUNT
               ADD 1 TO WS-CF-OLD-COUNT
               ADD WS-HIS-AMOUNT TO WS-CF-OLD-AMOUNT
               ADD WS-HIS-AMOUNT TO WS-CUS-CF-AMOUNT
               IF WS-HIS-DATE > WS-CUS-CF-DATE
                   MOVE WS-HIS-DATE TO WS-CUS-CF-DATE
               END-IF
               PERFORM 2300-DELETE-POSTING
           ELSE
               MOVE WS-HIS-DATE TO WS-WORK-DATE-R
               PERFORM 8200-COMPUTE-DAY-NUMBER
               IF WS-DN-RESULT < WS-HIST-CUTOFF-DN
                   IF WS-HIS-RUN < WS-PROTECT-FROM-RUN
                       PERFORM 2200-ARCHIVE-POSTING
                   ELSE
                       ADD 1 TO WS-HIST-PROT-COUNT
                       PERFORM 2150-KEEP-POSTING
                   END-IF
               ELSE
                   PERFORM 2150-KEEP-POSTING
               END-IF
           END-IF.

       2150-KEEP-POSTING.
           ADD 1 TO WS-CUS-KEPT-COUNT
           ADD 1 TO WS-HIST-KEPT-COUNT
           ADD WS-HIS-AMOUNT TO WS-HIST-KEPT-AMOUNT.

       2200-ARCHIVE-POSTING.
           WRITE WS-HARC-RECORD FROM WS-HISTORY-RECORD
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9906-CHECK-HARC-STATUS
           ADD 1 TO WS-CUS-ARCH-COUNT
           ADD WS-HIS-AMOUNT TO WS-CUS-ARCH-AMOUNT
           ADD WS-HIS-AMOUNT TO WS-CUS-CF-AMOUNT
           IF WS-HIS-DATE > WS-CUS-CF-DATE
               MOVE WS-HIS-DATE TO WS-CUS-CF-DATE
           END-IF
           ADD 1 TO WS-HIST-ARCH-COUNT
           ADD WS-HIS-AMOUNT TO WS-HIST-ARCH-AMOUNT
           PERFORM 2300-DELETE-POSTING.

       2300-DELETE-POSTING.
           DELETE HISTORY-FILE RECORD
           IF NOT WS-HIST-STATUS-OK
               MOVE "HISTORY-FILE" TO WS-ABEND-FILE-NAME
               MOVE "DELET" TO WS-ABEND-OPERATION
               MOVE WS-HIST-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       2400-CHANGE-CUSTOMER.
      *    The posting just read belongs to the next customer.  The
      *    carry-forward written for the customer finished is keyed
      *    behind the read position, so the sweep is restarted on the
      *    saved key and the posting read again.
           MOVE WS-HIS-KEY TO WS-SAVE-KEY
           PERFORM 2500-FINISH-CUSTOMER
           IF WS-CF-WRITTEN-COUNT > 0
               MOVE WS-SAVE-KEY TO WS-HIS-KEY
               START HISTORY-FILE KEY IS NOT LESS THAN WS-HIS-KEY
               IF NOT WS-HIST-STATUS-OK
                   MOVE "HISTORY-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "START" TO WS-ABEND-OPERATION
                   MOVE WS-HIST-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
               READ HISTORY-FILE NEXT RECORD
               IF NOT WS-HIST-STATUS-OK
                   MOVE "HISTORY-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-HIST-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
           END-IF.

       2450-START-CUSTOMER.
           MOVE WS-HIS-ID TO WS-CUR-ID
           MOVE 'Y' TO WS-CUR-SET-SW
           MOVE 0 TO WS-CUS-ARCH-COUNT
           MOVE 0 TO WS-CUS-ARCH-AMOUNT
           MOVE 0 TO WS-CUS-KEPT-COUNT
           MOVE 0 TO WS-CUS-OLD-CF-COUNT
           MOVE 0 TO WS-CUS-CF-AMOUNT
           MOVE 0 TO WS-CUS-CF-DATE.

       2500-FINISH-CUSTOMER.
      *    A customer with postings archived, or with an earlier
      *    carry-forward taken up, gets its new carry-forward.
           MOVE 'N' TO WS-CUR-SET-SW
           MOVE 0 TO WS-CF-WRITTEN-COUNT
           IF WS-CUS-ARCH-COUNT > 0
               OR WS-CUS-OLD-CF-COUNT > 0
               MOVE WS-CUS-CF-AMOUNT TO WS-CF-REMAIN
               MOVE 0 TO WS-CF-SEQ
               PERFORM 2520-WRITE-ONE-CARRY-FORWARD
               PERFORM 2520-WRITE-ONE-CARRY-FORWARD
                   UNTIL WS-CF-REMAIN = 0
           END-IF
           IF WS-CUS-ARCH-COUNT > 0
               ADD 1 TO WS-CUSTOMERS-ARCHIVED
               PERFORM 2550-WRITE-CUSTOMER-DETAIL
           END-IF.

       2520-WRITE-ONE-CARRY-FORWARD.
           IF WS-CF-REMAIN > WS-CF-MAX
               MOVE WS-CF-MAX TO WS-CF-CHUNK
           ELSE
               IF WS-CF-REMAIN < 0 - WS-CF-MAX
                   COMPUTE WS-CF-CHUNK = 0 - WS-CF-MAX
               ELSE
                   MOVE WS-CF-REMAIN TO WS-CF-CHUNK
               END-IF
           END-IF
           SUBTRACT WS-CF-CHUNK FROM WS-CF-REMAIN
           ADD 1 TO WS-CF-SEQ
           MOVE WS-CUR-ID TO WS-HIS-ID
           MOVE 0 TO WS-HIS-RUN
           MOVE WS-CF-SEQ TO WS-HIS-SEQ
           MOVE WS-CUS-CF-DATE TO WS-HIS-DATE
           MOVE WS-CF-CHUNK TO WS-HIS-AMOUNT
           MOVE WS-BASE-CURRENCY TO WS-HIS-ORIG-CCY
           MOVE "CARRYFWD" TO WS-HIS-SOURCE
           MOVE SPACE TO WS-HIS-REV-FLAG
           MOVE SPACES TO WS-HISTORY-RECORD (49:3)
           WRITE WS-HISTORY-RECORD
           IF NOT WS-HIST-STATUS-OK
               MOVE "HISTORY-FILE" TO WS-ABEND-FILE-NAME
               MOVE "WRITE" TO WS-ABEND-OPERATION
               MOVE WS-HIST-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           ADD 1 TO WS-CF-WRITTEN-COUNT
           ADD 1 TO WS-CF-NEW-COUNT
           ADD WS-CF-CHUNK TO WS-CF-NEW-AMOUNT.

       2550-WRITE-CUSTOMER-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-CUR-ID TO WS-DET-ID
           MOVE WS-CUS-ARCH-COUNT TO WS-DET-ARCH-COUNT
           MOVE WS-CUS-ARCH-AMOUNT TO WS-DET-ARCH-AMOUNT
           MOVE WS-CUS-KEPT-COUNT TO WS-DET-KEPT-COUNT
           MOVE WS-CUS-CF-AMOUNT TO WS-DET-CF-AMOUNT
           WRITE WS-REPORT-LINE FROM WS-RPT-DETAIL
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2800-REPORT-HISTORY-CONTROLS.
      *    Postings in must equal archived plus kept plus the earlier
      *    carry-forwards taken up, and the file's amount total after
      *    the purge (kept plus new carry-forwards) must equal its
      *    total before.
           CLOSE HISTORY-FILE
           CLOSE HIST-ARCHIVE
           COMPUTE WS-HIST-OUT-COUNT =
               WS-HIST-KEPT-COUNT + WS-CF-NEW-COUNT
           COMPUTE WS-HIST-OUT-AMOUNT =
               WS-HIST-KEPT-AMOUNT + WS-CF-NEW-AMOUNT

           MOVE "** TXNHIST CONTROL TOTALS **" TO WS-SECTION-TITLE
           PERFORM 2050-WRITE-SECTION-HEADER
           MOVE "RECORDS IN" TO WS-CTL-LABEL
           MOVE WS-HIST-IN-COUNT TO WS-CTL-COUNT
           MOVE WS-HIST-IN-AMOUNT TO WS-CTL-AMOUNT
           PERFORM 2850-WRITE-CONTROL-LINE
           MOVE "ARCHIVED TO HISTARC" TO WS-CTL-LABEL
           MOVE WS-HIST-ARCH-COUNT TO WS-CTL-COUNT
           MOVE WS-HIST-ARCH-AMOUNT TO WS-CTL-AMOUNT
           PERFORM 2850-WRITE-CONTROL-LINE
           MOVE "KEPT" TO WS-CTL-LABEL
           MOVE WS-HIST-KEPT-COUNT TO WS-CTL-COUNT
           MOVE WS-HIST-KEPT-AMOUNT TO WS-CTL-AMOUNT
           PERFORM 2850-WRITE-CONTROL-LINE
           MOVE "  KEPT IN BACKOUT WINDOW" TO WS-CTL-LABEL
           MOVE WS-HIST-PROT-COUNT TO WS-CTL-COUNT
           MOVE 0 TO WS-CTL-AMOUNT
           PERFORM 2850-WRITE-CONTROL-LINE
           MOVE "CARRY-FORWARDS TAKEN UP" TO WS-CTL-LABEL
           MOVE WS-CF-OLD-COUNT TO WS-CTL-COUNT
           MOVE WS-CF-OLD-AMOUNT TO WS-CTL-AMOUNT
           PERFORM 2850-WRITE-CONTROL-LINE
           MOVE "CARRY-FORWARDS WRITTEN" TO WS-CTL-LABEL
           MOVE WS-CF-NEW-COUNT TO WS-CTL-COUNT
           MOVE WS-CF-NEW-AMOUNT TO WS-CTL-AMOUNT
           PERFORM 2850-WRITE-CONTROL-LINE
           MOVE "RECORDS AFTER PURGE" TO WS-CTL-LABEL
           MOVE WS-HIST-OUT-COUNT TO WS-CTL-COUNT
           MOVE WS-HIST-OUT-AMOUNT TO WS-CTL-AMOUNT
           PERFORM 2850-WRITE-CONTROL-LINE

           IF WS-HIST-IN-COUNT = WS-HIST-ARCH-COUNT
                   + WS-HIST-KEPT-COUNT + WS-CF-OLD-COUNT
               AND WS-HIST-IN-AMOUNT = WS-HIST-OUT-AMOUNT
               AND WS-CF-NEW-AMOUNT =
                   WS-HIST-ARCH-AMOUNT + WS-CF-OLD-AMOUNT
               MOVE "TXNHIST CONTROL TOTALS AGREE" TO WS-VERDICT-TEXT
           ELSE
               MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
               MOVE "*** TXNHIST CONTROL TOTALS DO NOT AGREE ***"
                   TO WS-VERDICT-TEXT
           END-IF
           PERFORM 2860-WRITE-VERDICT-LINE.

       2850-WRITE-CONTROL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           WRITE WS-REPORT-LINE FROM WS-RPT-CONTROL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2860-WRITE-VERDICT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           WRITE WS-REPORT-LINE FROM WS-RPT-VERDICT-LINE
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 2 TO WS-LINE-COUNT.

       3000-PURGE-AUDIT-LOG.
           MOVE "** AUDITLOG CONTROL TOTALS **" TO WS-SECTION-TITLE
           PERFORM 2050-WRITE-SECTION-HEADER
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS-NOFILE
               MOVE "NO AUDIT LOG - NOTHING TO ARCHIVE"
                   TO WS-VERDICT-TEXT
               PERFORM 2860-WRITE-VERDICT-LINE
           ELSE
               IF NOT WS-AUDIT-STATUS-OK
                   MOVE "AUDIT-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "OPEN" TO WS-ABEND-OPERATION
                   MOVE WS-AUDIT-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
               MOVE 'Y' TO WS-AUDIT-PRESENT-SW
               PERFORM 3100-COPY-AUDIT-TO-WORK
               PERFORM 3300-REWRITE-AUDIT-LOG
               PERFORM 3800-REPORT-AUDIT-CONTROLS
           END-IF.

       3100-COPY-AUDIT-TO-WORK.
      *    The whole log is first copied to the work file, counting
      *    its distinct run dates, so the log itself can be rewritten.
           OPEN OUTPUT AUDIT-WORK
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9907-CHECK-AWRK-STATUS
           MOVE 'N' TO WS-AUDIT-EOF-SW
           MOVE SPACES TO WS-AUD-LAST-DATE
           PERFORM 3110-COPY-ONE-AUDIT-LINE UNTIL WS-AUDIT-EOF
           CLOSE AUDIT-FILE
           CLOSE AUDIT-WORK.

       3110-COPY-ONE-AUDIT-LINE.
           READ AUDIT-FILE
               AT END MOVE 'Y' TO WS-AUDIT-EOF-SW
           END-READ
           IF NOT WS-AUDIT-EOF
               IF NOT WS-AUDIT-STATUS-OK
                   MOVE "AUDIT-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-AUDIT-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
               IF WS-AUD-RUN-DATE-X IS NUMERIC
                   AND WS-AUD-RUN-DATE-X NOT = WS-AUD-LAST-DATE
                   ADD 1 TO WS-AUD-DISTINCT
                   MOVE WS-AUD-RUN-DATE-X TO WS-AUD-LAST-DATE
               END-IF
               WRITE WS-AWRK-LINE FROM WS-AUDIT-LINE
               MOVE "WRITE" TO WS-ABEND-OPERATION
               PERFORM 9907-CHECK-AWRK-STATUS
           END-IF.

       3300-REWRITE-AUDIT-LOG.
           OPEN INPUT AUDIT-WORK
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9907-CHECK-AWRK-STATUS
           OPEN OUTPUT AUDIT-FILE
           IF NOT WS-AUDIT-STATUS-OK
               MOVE "AUDIT-FILE" TO WS-ABEND-FILE-NAME
               MOVE "OPEN" TO WS-ABEND-OPERATION
               MOVE WS-AUDIT-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF
           OPEN EXTEND AUDIT-ARCHIVE
           IF WS-AARC-STATUS = "35"
               OPEN OUTPUT AUDIT-ARCHIVE
           END-IF
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9908-CHECK-AARC-STATUS

           MOVE 'N' TO WS-AUDIT-EOF-SW
           MOVE SPACES TO WS-AUD-LAST-DATE
           MOVE 0 TO WS-AUD-DATE-SEQ
           PERFORM 3310-SORT-ONE-AUDIT-LINE UNTIL WS-AUDIT-EOF

           CLOSE AUDIT-WORK
           CLOSE AUDIT-FILE
           CLOSE AUDIT-ARCHIVE.

       3310-SORT-ONE-AUDIT-LINE.
      *    A line is archived only when it is older than the audit
      *    retention period and its run date is not among the most
      *    recent dates the trend report averages over.  Lines
      *    without a numeric date are kept.
           READ AUDIT-WORK INTO WS-AUDIT-LINE
               AT END MOVE 'Y' TO WS-AUDIT-EOF-SW
           END-READ
           IF NOT WS-AUDIT-EOF
               MOVE "READ" TO WS-ABEND-OPERATION
               PERFORM 9907-CHECK-AWRK-STATUS
               ADD 1 TO WS-AUD-IN-COUNT
               MOVE SPACES TO WS-UNED-FIELD
               MOVE WS-AUD-TOTAL-X TO WS-UNED-FIELD
               PERFORM 8100-UNEDIT-AMOUNT
               ADD WS-UNED-AMOUNT TO WS-AUD-IN-AMOUNT
               MOVE 0 TO WS-DN-RESULT
               IF WS-AUD-RUN-DATE-X IS NUMERIC
                   IF WS-AUD-RUN-DATE-X NOT = WS-AUD-LAST-DATE
                       ADD 1 TO WS-AUD-DATE-SEQ
                       MOVE WS-AUD-RUN-DATE-X TO WS-AUD-LAST-DATE
                   END-IF
                   MOVE WS-AUD-YYYY TO WS-WRK-YYYY
                   MOVE WS-AUD-MM TO WS-WRK-MM
                   MOVE WS-AUD-DD TO WS-WRK-DD
                   PERFORM 8200-COMPUTE-DAY-NUMBER
               END-IF
               IF WS-AUD-RUN-DATE-X IS NUMERIC
                   AND WS-DN-RESULT < WS-AUDIT-CUTOFF-DN
                   AND WS-AUD-DATE-SEQ + WS-TREND-KEEP-DAYS
                       <= WS-AUD-DISTINCT
                   WRITE WS-AARC-LINE FROM WS-AUDIT-LINE
                   MOVE "WRITE" TO WS-ABEND-OPERATION
                   PERFORM 9908-CHECK-AARC-STATUS
                   ADD 1 TO WS-AUD-ARCH-COUNT
                   ADD WS-UNED-AMOUNT TO WS-AUD-ARCH-AMOUNT
               ELSE
                   WRITE WS-AUDIT-LINE
                   IF NOT WS-AUDIT-STATUS-OK
                       MOVE "AUDIT-FILE" TO WS-ABEND-FILE-NAME
                       MOVE "WRITE" TO WS-ABEND-OPERATION
                       MOVE WS-AUDIT-STATUS TO WS-ABEND-STATUS
                       PERFORM 9900-ABEND-FILE-ERROR
                   END-IF
                   ADD 1 TO WS-AUD-KEPT-COUNT
                   ADD WS-UNED-AMOUNT TO WS-AUD-KEPT-AMOUNT
               END-IF
           END-IF.

       3800-REPORT-AUDIT-CONTROLS.
           MOVE "LINES IN" TO WS-CTL-LABEL
           MOVE WS-AUD-IN-COUNT TO WS-CTL-COUNT
           MOVE WS-AUD-IN-AMOUNT TO WS-CTL-AMOUNT
           PERFORM 2850-WRITE-CONTROL-LINE
           MOVE "ARCHIVED TO AUDITARC" TO WS-CTL-LABEL
           MOVE WS-AUD-ARCH-COUNT TO WS-CTL-COUNT
           MOVE WS-AUD-ARCH-AMOUNT TO WS-CTL-AMOUNT
           PERFORM 2850-WRITE-CONTROL-LINE
           MOVE "KEPT" TO WS-CTL-LABEL
           MOVE WS-AUD-KEPT-COUNT TO WS-CTL-COUNT
           MOVE WS-AUD-KEPT-AMOUNT TO WS-CTL-AMOUNT
           PERFORM 2850-WRITE-CONTROL-LINE
           IF WS-AUD-IN-COUNT = WS-AUD-ARCH-COUNT + WS-AUD-KEPT-COUNT
               AND WS-AUD-IN-AMOUNT =
                   WS-AUD-ARCH-AMOUNT + WS-AUD-KEPT-AMOUNT
               MOVE "AUDITLOG CONTROL TOTALS AGREE" TO WS-VERDICT-TEXT
           ELSE
               MOVE 'Y' TO WS-OUT-OF-BALANCE-SW
               MOVE "*** AUDITLOG CONTROL TOTALS DO NOT AGREE ***"
                   TO WS-VERDICT-TEXT
           END-IF
           PERFORM 2860-WRITE-VERDICT-LINE.

       4000-FINALIZE.
           CLOSE REPORT-FILE
           DISPLAY "HISTPURG COMPLETE - POSTINGS ARCHIVED: "
               WS-HIST-ARCH-COUNT " CUSTOMERS: " WS-CUSTOMERS-ARCHIVED
               " AUDIT LINES ARCHIVED: " WS-AUD-ARCH-COUNT
           IF WS-OUT-OF-BALANCE
               DISPLAY "*** HISTPURG *** CONTROL TOTALS DO NOT AGREE "
                   "- SEE PURGRPT"
               MOVE 8 TO RETURN-CODE
           END-IF.

       8100-UNEDIT-AMOUNT.
           MOVE 0 TO WS-UNED-VALUE
           MOVE 'N' TO WS-UNED-NEG-SW
           MOVE 'N' TO WS-UNED-DOT-SW
           MOVE 1 TO WS-UNED-SUB
           PERFORM 8110-UNEDIT-ONE-CHAR
               UNTIL WS-UNED-SUB > 15
           IF WS-UNED-DOT-SEEN
               COMPUTE WS-UNED-AMOUNT = WS-UNED-VALUE / 100
           ELSE
               MOVE WS-UNED-VALUE TO WS-UNED-AMOUNT
           END-IF
           IF WS-UNED-NEGATIVE
               COMPUTE WS-UNED-AMOUNT = 0 - WS-UNED-AMOUNT
           END-IF.

       8110-UNEDIT-ONE-CHAR.
           MOVE WS-UNED-FIELD (WS-UNED-SUB:1) TO WS-UNED-CHAR
           MOVE WS-UNED-CHAR TO WS-UNED-DIGIT-X
           IF WS-UNED-DIGIT-X IS NUMERIC
               COMPUTE WS-UNED-VALUE =
                   WS-UNED-VALUE * 10 + WS-UNED-DIGIT
           ELSE
               IF WS-UNED-CHAR = '.'
                   MOVE 'Y' TO WS-UNED-DOT-SW
               END-IF
               IF WS-UNED-CHAR = '-'
                   MOVE 'Y' TO WS-UNED-NEG-SW
               END-IF
           END-IF
           ADD 1 TO WS-UNED-SUB.

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

       9906-CHECK-HARC-STATUS.
           IF NOT WS-HARC-STATUS-OK
               MOVE "HIST-ARCHIVE" TO WS-ABEND-FILE-NAME
               MOVE WS-HARC-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9907-CHECK-AWRK-STATUS.
           IF NOT WS-AWRK-STATUS-OK
               MOVE "AUDIT-WORK" TO WS-ABEND-FILE-NAME
               MOVE WS-AWRK-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9908-CHECK-AARC-STATUS.
           IF NOT WS-AARC-STATUS-OK
               MOVE "AUDIT-ARCHIVE" TO WS-ABEND-FILE-NAME
               MOVE WS-AARC-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9900-ABEND-FILE-ERROR.
           DISPLAY "*** ABEND *** " WS-ABEND-FILE-NAME " "
               WS-ABEND-OPERATION
               " FAILED - FILE STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
