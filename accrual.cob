       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUAL.
       AUTHOR. BATCH-SYSTEMS.

      ******************************************************************
      *  Daily interest and fee accrual.  Runs after the totals run
      *  and sweeps the balance file (BALFILE) end to end, accruing a
      *  day's interest on every active customer's closing balance
      *  into the keyed accrual file (ACCRFILE), and at month end
      *  posting what has accrued:
      *
      *    - rates and fees come from the tiered table on ACCRTBL,
      *      one card per tier in ascending order of balance ceiling:
      *        cols  1-13  tier ceiling     9(11)V99
      *        cols 14-20  debit rate       9(3)V9(4)  annual percent
      *        cols 21-27  credit rate      9(3)V9(4)  annual percent
      *        cols 28-34  monthly fee      9(5)V99
      *      a balance is rated on the first tier whose ceiling it
      *      does not exceed (the top tier takes anything above it);
      *      a debit balance accrues debit interest owed by the
      *      customer, a credit balance accrues credit interest owed
      *      to the customer, each at actual/365
      *    - days the job did not run (weekends, holidays) are
      *      accrued on the balance carried since the last accrual,
      *      and each day is accrued once only, so a rerun on the
      *      same date accrues nothing twice
      *    - the month's accrual posts on the last calendar day of
      *      the month, or on the first run after it when the month
      *      end fell on a day the job did not run: debit interest
      *      and the tier's monthly fee as debits, credit interest as
      *      a credit, each rounded to the cent with the fraction
      *      carried into the next month.  Closed accounts and
      *      balance records with no master record stop accruing and
      *      pay no fee, but what they had already accrued still
      *      posts.  The balance record's last activity date is left
      *      alone so an account is not made to look active by its
      *      own interest
      *    - every posting is dated the run date, including a month
      *      caught up on the first run after its month end.  By
      *      then MTDROLL has started the new month and MTHCLOSE has
      *      archived the old one, so the catch-up is booked in the
      *      new month everywhere - TXNHIST (and so ASOFRPT),
      *      MTDFILE and MTHHIST, and the ACCRGL journal alike -
      *      rather than back in the month it was accrued in
      *    - each posting updates the BALFILE balance and writes a
      *      TXNHIST record with source ACCRUAL under this job's run
      *      number, so history enquiries and RUNBACK treat it like
      *      any other posting
      *    - the postings are written to ACCREXT in the daily extract
      *      layout; roll it through MTDROLL with an MTDPARM card
      *      reading ACCRUAL so MTDFILE and the month-end statements
      *      include them
      *    - a balanced journal (ACCRGL) is written in the GLFILE
      *      layout with a count-and-amount trailer: customer debits
      *      and credits to DLYPOST against INTINCOM, FEEINCOM and
      *      INTEXPNS.  It is replaced every run; a run with no
      *      postings writes the trailer alone with a zero count and
      *      hash, so the ledger pickup never reloads an old journal
      *    - an AUDITLOG record is written with run type ACCRUAL
      *
      *  The job takes the next run number from the BALFILE control
      *  record and holds the in-progress flag while it updates,
      *  exactly as the totals run does, and refuses to start while
      *  the flag is already set.  An abended accrual leaves the flag
      *  set: restore BALFILE, TXNHIST and ACCRFILE before rerunning.
      *  Every account accrued and every posting is reported to
      *  ACCRRPT.  Return code 0, or 4 when any balance record had no
      *  customer master record.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABLE-FILE ASSIGN TO "ACCRTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-BAL-ID
               FILE STATUS IS WS-BAL-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO "ACCRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ACR-ID
               FILE STATUS IS WS-ACR-STATUS.

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

           SELECT EXTRACT-FILE ASSIGN TO "ACCREXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT GL-FILE ASSIGN TO "ACCRGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ACCRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TABLE-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  WS-TABLE-RECORD.
           05  WS-TBL-CEILING       PIC 9(11)V99.
           05  WS-TBL-DR-RATE       PIC 9(3)V9(4).
           05  WS-TBL-CR-RATE       PIC 9(3)V9(4).
           05  WS-TBL-FEE           PIC 9(5)V99.
           05  FILLER               PIC X(6).

       FD  BALANCE-FILE.
       01  WS-BALANCE-RECORD.
           05  WS-BAL-ID            PIC 9(5).
           05  WS-BAL-AMOUNT        PIC S9(11)V99.
           05  WS-BAL-LAST-DATE     PIC 9(8).
           05  WS-BAL-LAST-RUN      PIC 9(5).
           05  WS-BAL-REC-FLAG      PIC X(1).
               88  WS-BAL-IN-PROGRESS    VALUE 'P'.
               88  WS-BAL-COMPLETE       VALUE 'C'.

       FD  ACCRUAL-FILE.
       01  WS-ACCRUAL-RECORD.
           05  WS-ACR-ID            PIC 9(5).
           05  WS-ACR-MONTH         PIC 9(6).
           05  WS-ACR-DR-ACCRUED    PIC 9(9)V9(5).
           05  WS-ACR-CR-ACCRUED    PIC 9(9)V9(5).
           05  WS-ACR-DAYS          PIC 9(3).
           05  WS-ACR-LAST-DATE     PIC 9(8).
           05  WS-ACR-LAST-BAL      PIC S9(11)V99.
           05  FILLER               PIC X(9).

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

       FD  CUSTOMER-FILE.
       01  WS-CUSTOMER-RECORD.
           05  WS-CUST-ID           PIC 9(5).
           05  WS-CUST-NAME         PIC X(20).
           05  WS-CUST-ACCT-STATUS  PIC X(1).
               88  WS-CUST-ACTIVE        VALUE 'A'.
               88  WS-CUST-CLOSED        VALUE 'C'.
           05  FILLER               PIC X(24).

       FD  EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-EXTRACT-LINE          PIC X(80).

       FD  GL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-GL-LINE               PIC X(80).

       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-AUDIT-LINE            PIC X(80).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TABLE-STATUS          PIC X(2) VALUE "00".
           88  WS-TABLE-STATUS-OK       VALUE "00".
           88  WS-TABLE-STATUS-EOF      VALUE "10".
       01  WS-BAL-STATUS            PIC X(2) VALUE "00".
           88  WS-BAL-STATUS-OK         VALUE "00".
           88  WS-BAL-STATUS-NOTFND     VALUE "23".
           88  WS-BAL-STATUS-EOF        VALUE "10".
       01  WS-ACR-STATUS            PIC X(2) VALUE "00".
           88  WS-ACR-STATUS-OK         VALUE "00".
           88  WS-ACR-STATUS-NOTFND     VALUE "23".
           88  WS-ACR-STATUS-NOFILE     VALUE "35".
       01  WS-HIST-STATUS           PIC X(2) VALUE "00".
           88  WS-HIST-STATUS-OK        VALUE "00".
           88  WS-HIST-STATUS-NOFILE    VALUE "35".
       01  WS-CUST-STATUS           PIC X(2) VALUE "00".
           88  WS-CUST-STATUS-OK        VALUE "00".
           88  WS-CUST-STATUS-NOTFND    VALUE "23".
       01  WS-EXTRACT-STATUS        PIC X(2) VALUE "00".
           88  WS-EXTRACT-STATUS-OK     VALUE "00".
       01  WS-GL-STATUS             PIC X(2) VALUE "00".
           88  WS-GL-STATUS-OK          VALUE "00".
       01  WS-AUDIT-STATUS          PIC X(2) VALUE "00".
           88  WS-AUDIT-STATUS-OK       VALUE "00".
       01  WS-REPORT-STATUS         PIC X(2) VALUE "00".
           88  WS-REPORT-STATUS-OK      VALUE "00".

       01  WS-TIER-TABLE.
           05  WS-TIER-COUNT        PIC 9(2) COMP VALUE 0.
           05  WS-TIER-MAX          PIC 9(2) COMP VALUE 20.
           05  WS-TIER-ENTRY OCCURS 20 TIMES.
               10  WS-TIER-CEILING  PIC 9(11)V99.
               10  WS-TIER-DR-RATE  PIC 9(3)V9(4).
               10  WS-TIER-CR-RATE  PIC 9(3)V9(4).
               10  WS-TIER-FEE      PIC 9(5)V99.
       01  WS-TIER-SUB              PIC 9(2) COMP VALUE 0.

       01  WS-ACCRUAL-CONTROLS.
           05  WS-RUN-NUMBER        PIC 9(5) VALUE 0.
           05  WS-ACCR-SEQ-NO       PIC 9(7) VALUE 0.
           05  WS-BAL-CONTROL-KEY   PIC 9(5) VALUE 0.
           05  WS-CURR-MONTH        PIC 9(6) VALUE 0.
           05  WS-NEXT-MONTH        PIC 9(6) VALUE 0.
           05  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
               10  WS-NXT-YYYY      PIC 9(4).
               10  WS-NXT-MM        PIC 9(2).
           05  WS-MONTH-DAYS        PIC 9(2) VALUE 0.
           05  WS-LEAP-REM          PIC 9(3) VALUE 0.
           05  WS-LEAP-QUOT         PIC 9(4) VALUE 0.

       01  WS-ACCRUE-WORK.
           05  WS-ACCR-DAYS         PIC 9(5) VALUE 0.
           05  WS-ACCR-BALANCE      PIC S9(11)V99 VALUE 0.
           05  WS-TIER-BALANCE      PIC 9(11)V99 VALUE 0.
           05  WS-DAY-INTEREST      PIC 9(9)V9(5) VALUE 0.
           05  WS-POST-DR-INT       PIC 9(9)V99 VALUE 0.
           05  WS-POST-CR-INT       PIC 9(9)V99 VALUE 0.
           05  WS-POST-FEE          PIC 9(7)V99 VALUE 0.
           05  WS-POST-AMOUNT       PIC S9(9)V99 VALUE 0.
           05  WS-POST-TYPE         PIC X(16) VALUE SPACES.
           05  WS-RUN-DR-ACCRUED    PIC 9(9)V9(5) VALUE 0.
           05  WS-RUN-CR-ACCRUED    PIC 9(9)V9(5) VALUE 0.
           05  WS-WORK-NAME         PIC X(20) VALUE SPACES.

       01  WS-CURRENT-DATE.
           05  WS-CURR-YYYY         PIC 9(4).
           05  WS-CURR-MM           PIC 9(2).
           05  WS-CURR-DD           PIC 9(2).
       01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE
                                    PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8) VALUE 0.

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
           05  WS-FIRST-DAY-NUMBER  PIC 9(7) COMP VALUE 0.
           05  WS-LAST-DAY-NUMBER   PIC 9(7) COMP VALUE 0.

       01  WS-EXTRACT-DETAIL.
           05  WS-EXT-ID            PIC ZZZZ9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-EXT-NAME          PIC X(20).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-EXT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-EXT-BALANCE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-EXT-CCY           PIC X(3).
           05  FILLER               PIC X(11) VALUE SPACES.

       01  WS-AUDIT-DETAIL.
           05  WS-AUD-RUN-DATE      PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-AUD-RUN-TIME      PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-AUD-RECORDS-READ  PIC ZZZZZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-AUD-TOTAL-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-AUD-REJECT-COUNT  PIC ZZZZZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-AUD-EXCEPT-COUNT  PIC ZZZZZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-AUD-RUN-TYPE      PIC X(7).
           05  FILLER               PIC X(9) VALUE SPACES.

       01  WS-BASE-CURRENCY         PIC X(3) VALUE "USD".

       01  WS-GL-DETAIL.
           05  WS-GL-REC-TYPE       PIC X(1) VALUE '1'.
           05  WS-GL-ACCOUNT        PIC X(8).
           05  WS-GL-RUN-DATE       PIC 9(8).
           05  WS-GL-RUN-NO         PIC 9(5).
           05  WS-GL-DC             PIC X(1).
           05  WS-GL-AMOUNT         PIC 9(11)V99.
           05  WS-GL-CCY            PIC X(3).
           05  FILLER               PIC X(41) VALUE SPACES.

       01  WS-GL-TRAILER.
           05  WS-GL-TRL-TYPE       PIC X(1) VALUE '9'.
           05  WS-GL-TRL-COUNT      PIC 9(7).
           05  WS-GL-TRL-HASH       PIC 9(13)V99.
           05  WS-GL-TRL-DATE       PIC 9(8).
           05  WS-GL-TRL-RUN        PIC 9(5).
           05  FILLER               PIC X(44) VALUE SPACES.

       01  WS-GL-CONTROLS.
           05  WS-GL-REC-COUNT      PIC 9(7) VALUE 0.
           05  WS-GL-HASH-TOTAL     PIC 9(13)V99 VALUE 0.

       01  WS-PRINT-CONTROLS.
           05  WS-PAGE-NO           PIC 9(4) VALUE 0.
           05  WS-LINE-COUNT        PIC 9(3) VALUE 0.
           05  WS-LINES-PER-PAGE    PIC 9(3) VALUE 55.

       01  WS-RPT-HDR-1.
           05  FILLER               PIC X(20)
                                     VALUE "INTEREST AND FEE ".
           05  FILLER               PIC X(5) VALUE "RUN: ".
           05  WS-HDR-RUN           PIC 9(5).
           05  FILLER               PIC X(12) VALUE "  RUN DATE: ".
           05  WS-HDR-DATE          PIC 99/99/9999.
           05  FILLER               PIC X(7) VALUE SPACES.
           05  FILLER               PIC X(5) VALUE "PAGE ".
           05  WS-HDR-PAGE          PIC ZZZ9.
           05  FILLER               PIC X(12) VALUE SPACES.

       01  WS-RPT-HDR-2.
           05  WS-HDR-MODE          PIC X(40).
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-RPT-HDR-3.
           05  FILLER               PIC X(7) VALUE "   ID".
           05  FILLER               PIC X(21) VALUE "NAME".
           05  FILLER               PIC X(16)
                                     VALUE "        BALANCE".
           05  FILLER               PIC X(4) VALUE "DAYS".
           05  FILLER               PIC X(11) VALUE "DR ACCRUED".
           05  FILLER               PIC X(11) VALUE "CR ACCRUED".
           05  FILLER               PIC X(10) VALUE "NOTE".

       01  WS-RPT-DETAIL.
           05  WS-DET-ID            PIC ZZZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DET-NAME          PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-DET-BALANCE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-DET-DAYS          PIC ZZ9.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-DET-DR-ACCRUED    PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-DET-CR-ACCRUED    PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-DET-NOTE          PIC X(10).

       01  WS-RPT-POST-LINE.
           05  FILLER               PIC X(7) VALUE SPACES.
           05  FILLER               PIC X(8) VALUE "POSTED  ".
           05  WS-PST-TYPE          PIC X(16).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-PST-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(11) VALUE "  BALANCE: ".
           05  WS-PST-BALANCE       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(7) VALUE SPACES.

       01  WS-RPT-ACCRUED-LINE.
           05  FILLER               PIC X(10) VALUE "ACCOUNTS: ".
           05  WS-CNT-ACCOUNTS      PIC ZZZZZZ9.
           05  FILLER               PIC X(19)
                                     VALUE "  ACCRUED TODAY DR ".
           05  WS-CNT-DR-ACCRUED    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(4) VALUE " CR ".
           05  WS-CNT-CR-ACCRUED    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(12) VALUE SPACES.

       01  WS-RPT-POSTED-LINE.
           05  FILLER               PIC X(10) VALUE "POSTINGS: ".
           05  WS-CNT-POSTINGS      PIC ZZZZ9.
           05  FILLER               PIC X(6) VALUE "  DR: ".
           05  WS-CNT-DR-POSTED     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(6) VALUE "  CR: ".
           05  WS-CNT-CR-POSTED     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(8) VALUE "  FEES: ".
           05  WS-CNT-FEES-POSTED   PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(6) VALUE SPACES.

       01  WS-RPT-COUNTS-LINE.
           05  FILLER               PIC X(17)
                                     VALUE "ALREADY ACCRUED: ".
           05  WS-CNT-ALREADY       PIC ZZZZZZ9.
           05  FILLER               PIC X(16) VALUE "  NOT ACCRUING: ".
           05  WS-CNT-NOT-ACCRUING  PIC ZZZZZZ9.
           05  FILLER               PIC X(14) VALUE "  EXCEPTIONS: ".
           05  WS-CNT-EXCEPTIONS    PIC ZZZZZZ9.
           05  FILLER               PIC X(12) VALUE SPACES.

       01  WS-RPT-GL-LINE.
           05  FILLER               PIC X(23)
                            VALUE "ACCRUAL JOURNAL FOR RUN".
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-GLL-RUN           PIC 9(5).
           05  FILLER               PIC X(18)
                            VALUE " WRITTEN TO ACCRGL".
           05  FILLER               PIC X(33) VALUE SPACES.

       01  WS-ABEND-OPERATION       PIC X(5) VALUE SPACES.
       01  WS-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
       01  WS-ABEND-STATUS          PIC X(2) VALUE SPACES.

       01  WS-WORK-AREAS.
           05  WS-ACCOUNT-COUNT     PIC 9(7) VALUE 0.
           05  WS-ALREADY-COUNT     PIC 9(7) VALUE 0.
           05  WS-NOT-ACCRUING-COUNT PIC 9(7) VALUE 0.
           05  WS-EXCEPTION-COUNT   PIC 9(7) VALUE 0.
           05  WS-POSTING-COUNT     PIC 9(7) VALUE 0.
           05  WS-POSTED-NET        PIC S9(11)V99 VALUE 0.
           05  WS-POSTED-DR-INT     PIC 9(11)V99 VALUE 0.
           05  WS-POSTED-CR-INT     PIC 9(11)V99 VALUE 0.
           05  WS-POSTED-FEES       PIC 9(11)V99 VALUE 0.

       01  WS-SWITCHES.
           05  WS-BAL-EOF-SW        PIC X VALUE 'N'.
               88  WS-BAL-EOF           VALUE 'Y'.
           05  WS-MONTH-END-SW      PIC X VALUE 'N'.
               88  WS-MONTH-END         VALUE 'Y'.
           05  WS-ACCRUING-SW       PIC X VALUE 'N'.
               88  WS-ACCRUING          VALUE 'Y'.
           05  WS-ACR-NEW-SW        PIC X VALUE 'N'.
               88  WS-ACR-NEW           VALUE 'Y'.
           05  WS-TIER-FOUND-SW     PIC X VALUE 'N'.
               88  WS-TIER-FOUND        VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCRUE-ONE-BALANCE UNTIL WS-BAL-EOF
           PERFORM 3000-FINALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURR-MM TO WS-DFE-MM
           MOVE WS-CURR-DD TO WS-DFE-DD
           MOVE WS-CURR-YYYY TO WS-DFE-YYYY
           COMPUTE WS-CURR-MONTH = WS-CURR-YYYY * 100 + WS-CURR-MM

           MOVE WS-CURRENT-DATE TO WS-WORK-DATE
           PERFORM 8200-COMPUTE-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-RUN-DAY-NUMBER
           MOVE 1 TO WS-WRK-DD
           PERFORM 8200-COMPUTE-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-FIRST-DAY-NUMBER
           PERFORM 1150-SET-MONTH-END

           PERFORM 1100-LOAD-RATE-TABLE
           PERFORM 1300-OPEN-FILES
           PERFORM 1500-STAMP-BALANCE-CONTROL
           PERFORM 1200-WRITE-REPORT-HEADERS
           PERFORM 1600-START-BALANCE-SWEEP.

       1100-LOAD-RATE-TABLE.
           OPEN INPUT TABLE-FILE
           IF NOT WS-TABLE-STATUS-OK
               DISPLAY "*** ACCRUAL *** NO ACCRTBL RATE TABLE - "
                   "ACCRUAL REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-LOAD-ONE-TIER UNTIL WS-TABLE-STATUS-EOF
           CLOSE TABLE-FILE
           IF WS-TIER-COUNT = 0
               DISPLAY "*** ACCRUAL *** ACCRTBL RATE TABLE IS EMPTY - "
                   "ACCRUAL REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-LOAD-ONE-TIER.
           READ TABLE-FILE
               AT END CONTINUE
           END-READ
           IF NOT WS-TABLE-STATUS-EOF
               IF NOT WS-TABLE-STATUS-OK
                   MOVE "TABLE-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-TABLE-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
               IF WS-TBL-CEILING NOT NUMERIC
                   OR WS-TBL-DR-RATE NOT NUMERIC
                   OR WS-TBL-CR-RATE NOT NUMERIC
                   OR WS-TBL-FEE NOT NUMERIC
                   DISPLAY "*** ACCRUAL *** ACCRTBL CARD NOT NUMERIC - "
                       "ACCRUAL REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-TIER-COUNT >= WS-TIER-MAX
                   DISPLAY "*** ACCRUAL *** ACCRTBL HOLDS MORE THAN "
                       WS-TIER-MAX " TIERS - ACCRUAL REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-TIER-COUNT > 0
                   IF WS-TBL-CEILING NOT >
                       WS-TIER-CEILING (WS-TIER-COUNT)
                       DISPLAY "*** ACCRUAL *** ACCRTBL TIERS NOT IN "
                           "ASCENDING CEILING ORDER - ACCRUAL REFUSED"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               ADD 1 TO WS-TIER-COUNT
               MOVE WS-TBL-CEILING TO WS-TIER-CEILING (WS-TIER-COUNT)
               MOVE WS-TBL-DR-RATE TO WS-TIER-DR-RATE (WS-TIER-COUNT)
               MOVE WS-TBL-CR-RATE TO WS-TIER-CR-RATE (WS-TIER-COUNT)
               MOVE WS-TBL-FEE TO WS-TIER-FEE (WS-TIER-COUNT)
           END-IF.

       1150-SET-MONTH-END.
      *    The run date is a month end when it is the last calendar
      *    day of its month.  The month following is where a posted
      *    customer's accrual record moves on to.
           MOVE 31 TO WS-MONTH-DAYS
           IF WS-CURR-MM = 4 OR WS-CURR-MM = 6
               OR WS-CURR-MM = 9 OR WS-CURR-MM = 11
               MOVE 30 TO WS-MONTH-DAYS
           END-IF
           IF WS-CURR-MM = 2
               MOVE 28 TO WS-MONTH-DAYS
               DIVIDE WS-CURR-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   MOVE 29 TO WS-MONTH-DAYS
                   DIVIDE WS-CURR-YYYY BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 28 TO WS-MONTH-DAYS
                       DIVIDE WS-CURR-YYYY BY 400 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 29 TO WS-MONTH-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-CURR-DD = WS-MONTH-DAYS
               MOVE 'Y' TO WS-MONTH-END-SW
           END-IF

           MOVE WS-CURR-YYYY TO WS-NXT-YYYY
           MOVE WS-CURR-MM TO WS-NXT-MM
           IF WS-NXT-MM = 12
               ADD 1 TO WS-NXT-YYYY
               MOVE 1 TO WS-NXT-MM
           ELSE
               ADD 1 TO WS-NXT-MM
           END-IF.

       1200-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-NUMBER TO WS-HDR-RUN
           MOVE WS-DATE-FOR-EDIT-R TO WS-HDR-DATE
           MOVE WS-PAGE-NO TO WS-HDR-PAGE
           IF WS-MONTH-END
               MOVE "DAILY ACCRUAL WITH MONTH-END POSTING"
                   TO WS-HDR-MODE
           ELSE
               MOVE "DAILY ACCRUAL" TO WS-HDR-MODE
           END-IF
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

       1300-OPEN-FILES.
           OPEN I-O BALANCE-FILE
           IF NOT WS-BAL-STATUS-OK
               MOVE "BALANCE-FILE" TO WS-ABEND-FILE-NAME
               MOVE "OPEN" TO WS-ABEND-OPERATION
               MOVE WS-BAL-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF

           OPEN I-O ACCRUAL-FILE
           IF WS-ACR-STATUS-NOFILE
               OPEN OUTPUT ACCRUAL-FILE
               CLOSE ACCRUAL-FILE
               OPEN I-O ACCRUAL-FILE
           END-IF
           IF NOT WS-ACR-STATUS-OK
               MOVE "ACCRUAL-FILE" TO WS-ABEND-FILE-NAME
               MOVE "OPEN" TO WS-ABEND-OPERATION
               MOVE WS-ACR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF

           OPEN I-O HISTORY-FILE
           IF WS-HIST-STATUS-NOFILE
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
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

           OPEN OUTPUT EXTRACT-FILE
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9908-CHECK-EXTRACT-STATUS

           OPEN OUTPUT REPORT-FILE
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS.

       1500-STAMP-BALANCE-CONTROL.
           MOVE WS-BAL-CONTROL-KEY TO WS-BAL-ID
           READ BALANCE-FILE
           IF NOT WS-BAL-STATUS-OK
               DISPLAY "*** ACCRUAL *** BALANCE FILE HAS NO CONTROL "
                   "RECORD - NOTHING TO ACCRUE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BAL-IN-PROGRESS
               DISPLAY "*** ACCRUAL *** PRIOR RUN DID NOT COMPLETE"
                   " - BALANCE FILE HOLDS PARTIAL POSTINGS."
               DISPLAY "*** ACCRUAL *** RESTORE BALFILE FROM BACKUP"
                   " BEFORE ACCRUING"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-RUN-NUMBER = WS-BAL-LAST-RUN + 1
           MOVE WS-RUN-NUMBER TO WS-BAL-LAST-RUN
           MOVE WS-CURRENT-DATE-R TO WS-BAL-LAST-DATE
           MOVE 'P' TO WS-BAL-REC-FLAG
           REWRITE WS-BALANCE-RECORD
           PERFORM 9909-CHECK-BALANCE-STATUS.

       1600-START-BALANCE-SWEEP.
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
           END-IF.

       2000-ACCRUE-ONE-BALANCE.
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
               IF WS-BAL-ID NOT = WS-BAL-CONTROL-KEY
                   PERFORM 2100-ACCRUE-ONE-CUSTOMER
               END-IF
           END-IF.

       2100-ACCRUE-ONE-CUSTOMER.
           PERFORM 2110-LOOKUP-CUSTOMER
           PERFORM 2120-READ-ACCRUAL-RECORD

           IF WS-ACR-LAST-DATE = WS-CURRENT-DATE-R
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
               IF WS-ACR-LAST-DATE > 0
                   MOVE WS-ACR-LAST-DATE TO WS-WORK-DATE-R
                   PERFORM 8200-COMPUTE-DAY-NUMBER
                   MOVE WS-DN-RESULT TO WS-LAST-DAY-NUMBER
               END-IF
               IF WS-ACR-MONTH < WS-CURR-MONTH
                   PERFORM 2130-CLOSE-PRIOR-MONTH
               ELSE
      *            Days since the last accrual that the job did not
      *            run on carry the balance the last run left.
                   IF WS-ACR-LAST-DATE > 0
                       COMPUTE WS-ACCR-DAYS = WS-RUN-DAY-NUMBER
                           - WS-LAST-DAY-NUMBER - 1
                       MOVE WS-ACR-LAST-BAL TO WS-ACCR-BALANCE
                       PERFORM 2200-ACCRUE-DAYS
                   END-IF
               END-IF

               MOVE 1 TO WS-ACCR-DAYS
               MOVE WS-BAL-AMOUNT TO WS-ACCR-BALANCE
               PERFORM 2200-ACCRUE-DAYS
               MOVE WS-CURRENT-DATE-R TO WS-ACR-LAST-DATE
               MOVE WS-BAL-AMOUNT TO WS-ACR-LAST-BAL
               ADD 1 TO WS-ACCOUNT-COUNT
               IF WS-ACCRUING
                   MOVE SPACES TO WS-DET-NOTE
               ELSE
                   MOVE "NO ACCRUAL" TO WS-DET-NOTE
               END-IF
               PERFORM 2500-WRITE-REPORT-DETAIL

               IF WS-MONTH-END
                   PERFORM 2300-POST-ACCRUED-MONTH
                   MOVE WS-NEXT-MONTH TO WS-ACR-MONTH
               END-IF
               PERFORM 2140-WRITE-ACCRUAL-RECORD
           END-IF.

       2110-LOOKUP-CUSTOMER.
           MOVE 'N' TO WS-ACCRUING-SW
           MOVE WS-BAL-ID TO WS-CUST-ID
           READ CUSTOMER-FILE
           IF WS-CUST-STATUS-OK
               MOVE WS-CUST-NAME TO WS-WORK-NAME
               IF WS-CUST-CLOSED
                   ADD 1 TO WS-NOT-ACCRUING-COUNT
               ELSE
                   MOVE 'Y' TO WS-ACCRUING-SW
               END-IF
           ELSE
               IF WS-CUST-STATUS-NOTFND
                   MOVE "*NOT ON MASTER*" TO WS-WORK-NAME
                   ADD 1 TO WS-EXCEPTION-COUNT
                   ADD 1 TO WS-NOT-ACCRUING-COUNT
               ELSE
                   MOVE "CUSTOMER-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-CUST-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
           END-IF.

       2120-READ-ACCRUAL-RECORD.
           MOVE 'N' TO WS-ACR-NEW-SW
           MOVE WS-BAL-ID TO WS-ACR-ID
           READ ACCRUAL-FILE
           IF WS-ACR-STATUS-NOTFND
               MOVE 'Y' TO WS-ACR-NEW-SW
               MOVE SPACES TO WS-ACCRUAL-RECORD
               MOVE WS-BAL-ID TO WS-ACR-ID
               MOVE WS-CURR-MONTH TO WS-ACR-MONTH
               MOVE 0 TO WS-ACR-DR-ACCRUED
               MOVE 0 TO WS-ACR-CR-ACCRUED
               MOVE 0 TO WS-ACR-DAYS
               MOVE 0 TO WS-ACR-LAST-DATE
               MOVE 0 TO WS-ACR-LAST-BAL
           ELSE
               IF NOT WS-ACR-STATUS-OK
                   MOVE "ACCRUAL-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-ACR-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
           END-IF.

       2130-CLOSE-PRIOR-MONTH.
      *    The customer's accrual still belongs to a month that has
      *    ended without a posting run on its last day.  The days
      *    left in that month are accrued on the carried balance and
      *    the month is posted before this month's days are started.
           IF WS-ACR-LAST-DATE > 0
               COMPUTE WS-ACCR-DAYS = WS-FIRST-DAY-NUMBER
                   - WS-LAST-DAY-NUMBER - 1
               MOVE WS-ACR-LAST-BAL TO WS-ACCR-BALANCE
               PERFORM 2200-ACCRUE-DAYS
           END-IF
           PERFORM 2300-POST-ACCRUED-MONTH
           MOVE WS-CURR-MONTH TO WS-ACR-MONTH
           IF WS-ACR-LAST-DATE > 0
               COMPUTE WS-ACCR-DAYS = WS-RUN-DAY-NUMBER
                   - WS-FIRST-DAY-NUMBER
               MOVE WS-ACR-LAST-BAL TO WS-ACCR-BALANCE
               PERFORM 2200-ACCRUE-DAYS
           END-IF.

       2140-WRITE-ACCRUAL-RECORD.
           IF WS-ACR-NEW
               WRITE WS-ACCRUAL-RECORD
           ELSE
               REWRITE WS-ACCRUAL-RECORD
           END-IF
           IF NOT WS-ACR-STATUS-OK
               MOVE "ACCRUAL-FILE" TO WS-ABEND-FILE-NAME
               MOVE "WRITE" TO WS-ABEND-OPERATION
               MOVE WS-ACR-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       2200-ACCRUE-DAYS.
      *    Accrues WS-ACCR-DAYS days of interest on WS-ACCR-BALANCE
      *    into the customer's accrual record.  A debit balance earns
      *    the tier's debit rate, a credit balance its credit rate.
           IF WS-ACCRUING
               AND WS-ACCR-DAYS > 0
               ADD WS-ACCR-DAYS TO WS-ACR-DAYS
               IF WS-ACCR-BALANCE > 0
                   MOVE WS-ACCR-BALANCE TO WS-TIER-BALANCE
                   PERFORM 2250-FIND-TIER
                   COMPUTE WS-DAY-INTEREST ROUNDED =
                       WS-TIER-BALANCE * WS-TIER-DR-RATE (WS-TIER-SUB)
                       * WS-ACCR-DAYS / 36500
                   ADD WS-DAY-INTEREST TO WS-ACR-DR-ACCRUED
                   ADD WS-DAY-INTEREST TO WS-RUN-DR-ACCRUED
               END-IF
               IF WS-ACCR-BALANCE < 0
                   COMPUTE WS-TIER-BALANCE = 0 - WS-ACCR-BALANCE
                   PERFORM 2250-FIND-TIER
                   COMPUTE WS-DAY-INTEREST ROUNDED =
                       WS-TIER-BALANCE * WS-TIER-CR-RATE (WS-TIER-SUB)
                       * WS-ACCR-DAYS / 36500
                   ADD WS-DAY-INTEREST TO WS-ACR-CR-ACCRUED
                   ADD WS-DAY-INTEREST TO WS-RUN-CR-ACCRUED
               END-IF
           END-IF.

       2250-FIND-TIER.
      *    Leaves WS-TIER-SUB on the first tier whose ceiling covers
      *    WS-TIER-BALANCE, or on the top tier when none does.
           MOVE 'N' TO WS-TIER-FOUND-SW
           MOVE 0 TO WS-TIER-SUB
           PERFORM 2255-CHECK-ONE-TIER
               UNTIL WS-TIER-FOUND OR WS-TIER-SUB >= WS-TIER-COUNT.

       2255-CHECK-ONE-TIER.
           ADD 1 TO WS-TIER-SUB
           IF WS-TIER-BALANCE NOT > WS-TIER-CEILING (WS-TIER-SUB)
               MOVE 'Y' TO WS-TIER-FOUND-SW
           END-IF.

       2300-POST-ACCRUED-MONTH.
      *    Posts the month's accrual rounded to the cent; the part of
      *    a cent not posted stays on the record for the next month.
           COMPUTE WS-POST-DR-INT ROUNDED = WS-ACR-DR-ACCRUED
           COMPUTE WS-POST-CR-INT ROUNDED = WS-ACR-CR-ACCRUED
           MOVE 0 TO WS-POST-FEE
           IF WS-ACCRUING
               AND WS-ACR-DAYS > 0
               IF WS-ACR-LAST-BAL < 0
                   COMPUTE WS-TIER-BALANCE = 0 - WS-ACR-LAST-BAL
               ELSE
                   MOVE WS-ACR-LAST-BAL TO WS-TIER-BALANCE
               END-IF
               PERFORM 2250-FIND-TIER
               MOVE WS-TIER-FEE (WS-TIER-SUB) TO WS-POST-FEE
           END-IF

           IF WS-POST-DR-INT > 0
               MOVE WS-POST-DR-INT TO WS-POST-AMOUNT
               MOVE "DEBIT INTEREST" TO WS-POST-TYPE
               PERFORM 2310-POST-ONE-AMOUNT
               ADD WS-POST-DR-INT TO WS-POSTED-DR-INT
               IF WS-POST-DR-INT > WS-ACR-DR-ACCRUED
                   MOVE 0 TO WS-ACR-DR-ACCRUED
               ELSE
                   SUBTRACT WS-POST-DR-INT FROM WS-ACR-DR-ACCRUED
               END-IF
           END-IF
           IF WS-POST-CR-INT > 0
               COMPUTE WS-POST-AMOUNT = 0 - WS-POST-CR-INT
               MOVE "CREDIT INTEREST" TO WS-POST-TYPE
               PERFORM 2310-POST-ONE-AMOUNT
               ADD WS-POST-CR-INT TO WS-POSTED-CR-INT
               IF WS-POST-CR-INT > WS-ACR-CR-ACCRUED
                   MOVE 0 TO WS-ACR-CR-ACCRUED
               ELSE
                   SUBTRACT WS-POST-CR-INT FROM WS-ACR-CR-ACCRUED
               END-IF
           END-IF
           IF WS-POST-FEE > 0
               MOVE WS-POST-FEE TO WS-POST-AMOUNT
               MOVE "ACCOUNT FEE" TO WS-POST-TYPE
               PERFORM 2310-POST-ONE-AMOUNT
               ADD WS-POST-FEE TO WS-POSTED-FEES
           END-IF
           MOVE 0 TO WS-ACR-DAYS.

       2310-POST-ONE-AMOUNT.
      *    The posting is dated the run date and joins the carried
      *    balance the next days accrue on.  The last activity date
      *    is not touched: interest and fees are not customer
      *    activity.
           ADD WS-POST-AMOUNT TO WS-BAL-AMOUNT
           ADD WS-POST-AMOUNT TO WS-ACR-LAST-BAL
           MOVE WS-RUN-NUMBER TO WS-BAL-LAST-RUN
           REWRITE WS-BALANCE-RECORD
           PERFORM 9909-CHECK-BALANCE-STATUS

           PERFORM 2320-WRITE-ACCRUAL-HISTORY
           PERFORM 2330-WRITE-ACCRUAL-EXTRACT
           PERFORM 2550-WRITE-POSTING-LINE

           ADD 1 TO WS-POSTING-COUNT
           ADD WS-POST-AMOUNT TO WS-POSTED-NET.

       2320-WRITE-ACCRUAL-HISTORY.
           ADD 1 TO WS-ACCR-SEQ-NO
           MOVE WS-BAL-ID TO WS-HIS-ID
           MOVE WS-RUN-NUMBER TO WS-HIS-RUN
           MOVE WS-ACCR-SEQ-NO TO WS-HIS-SEQ
           MOVE WS-CURRENT-DATE-R TO WS-HIS-DATE
           MOVE WS-POST-AMOUNT TO WS-HIS-AMOUNT
           MOVE WS-BASE-CURRENCY TO WS-HIS-ORIG-CCY
           MOVE "ACCRUAL " TO WS-HIS-SOURCE
           MOVE SPACE TO WS-HIS-REV-FLAG
           MOVE SPACES TO WS-HISTORY-RECORD (49:3)
           WRITE WS-HISTORY-RECORD
           PERFORM 9911-CHECK-HISTORY-STATUS.

       2330-WRITE-ACCRUAL-EXTRACT.
           MOVE WS-BAL-ID TO WS-EXT-ID
           MOVE WS-WORK-NAME TO WS-EXT-NAME
           MOVE WS-POST-AMOUNT TO WS-EXT-AMOUNT
           MOVE WS-BAL-AMOUNT TO WS-EXT-BALANCE
           MOVE WS-BASE-CURRENCY TO WS-EXT-CCY
           WRITE WS-EXTRACT-LINE FROM WS-EXTRACT-DETAIL
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9908-CHECK-EXTRACT-STATUS.

       2500-WRITE-REPORT-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-BAL-ID TO WS-DET-ID
           MOVE WS-WORK-NAME TO WS-DET-NAME
           MOVE WS-BAL-AMOUNT TO WS-DET-BALANCE
           MOVE WS-ACR-DAYS TO WS-DET-DAYS
           MOVE WS-ACR-DR-ACCRUED TO WS-DET-DR-ACCRUED
           MOVE WS-ACR-CR-ACCRUED TO WS-DET-CR-ACCRUED
           WRITE WS-REPORT-LINE FROM WS-RPT-DETAIL
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2550-WRITE-POSTING-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-POST-TYPE TO WS-PST-TYPE
           MOVE WS-POST-AMOUNT TO WS-PST-AMOUNT
           MOVE WS-BAL-AMOUNT TO WS-PST-BALANCE
           WRITE WS-REPORT-LINE FROM WS-RPT-POST-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       3000-FINALIZE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 4
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-ACCOUNT-COUNT TO WS-CNT-ACCOUNTS
           MOVE WS-RUN-DR-ACCRUED TO WS-CNT-DR-ACCRUED
           MOVE WS-RUN-CR-ACCRUED TO WS-CNT-CR-ACCRUED
           WRITE WS-REPORT-LINE FROM WS-RPT-ACCRUED-LINE
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           MOVE WS-POSTING-COUNT TO WS-CNT-POSTINGS
           MOVE WS-POSTED-DR-INT TO WS-CNT-DR-POSTED
           MOVE WS-POSTED-CR-INT TO WS-CNT-CR-POSTED
           MOVE WS-POSTED-FEES TO WS-CNT-FEES-POSTED
           WRITE WS-REPORT-LINE FROM WS-RPT-POSTED-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           MOVE WS-ALREADY-COUNT TO WS-CNT-ALREADY
           MOVE WS-NOT-ACCRUING-COUNT TO WS-CNT-NOT-ACCRUING
           MOVE WS-EXCEPTION-COUNT TO WS-CNT-EXCEPTIONS
           WRITE WS-REPORT-LINE FROM WS-RPT-COUNTS-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 4 TO WS-LINE-COUNT

           PERFORM 3300-WRITE-GL-JOURNAL

           PERFORM 3200-WRITE-AUDIT-RECORD
           PERFORM 3250-MARK-BALANCE-COMPLETE

           CLOSE BALANCE-FILE
           CLOSE ACCRUAL-FILE
           CLOSE HISTORY-FILE
           CLOSE CUSTOMER-FILE
           CLOSE EXTRACT-FILE
           CLOSE REPORT-FILE

           DISPLAY "ACCRUAL COMPLETE - RUN " WS-RUN-NUMBER
               " ACCOUNTS: " WS-ACCOUNT-COUNT
               " POSTINGS: " WS-POSTING-COUNT
               " EXCEPTIONS: " WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY "*** ACCRUAL *** " WS-EXCEPTION-COUNT
                   " BALANCE RECORD(S) NOT ON CUSTOMER MASTER"
               MOVE 4 TO RETURN-CODE
           END-IF.

       3300-WRITE-GL-JOURNAL.
      *    Customer debits (debit interest and fees) and credits
      *    (credit interest) go to DLYPOST as in the daily handoff;
      *    each is offset against its own income or expense account
      *    so the journal balances without a suspense leg.
           OPEN OUTPUT GL-FILE
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9912-CHECK-GL-STATUS

           MOVE 0 TO WS-GL-REC-COUNT
           MOVE 0 TO WS-GL-HASH-TOTAL
           MOVE WS-CURRENT-DATE-R TO WS-GL-RUN-DATE
           MOVE WS-RUN-NUMBER TO WS-GL-RUN-NO
           MOVE WS-BASE-CURRENCY TO WS-GL-CCY

           IF WS-POSTED-DR-INT + WS-POSTED-FEES > 0
               MOVE "DLYPOST " TO WS-GL-ACCOUNT
               MOVE 'D' TO WS-GL-DC
               COMPUTE WS-GL-AMOUNT = WS-POSTED-DR-INT + WS-POSTED-FEES
               PERFORM 3310-WRITE-GL-LEG
           END-IF
           IF WS-POSTED-CR-INT > 0
               MOVE "DLYPOST " TO WS-GL-ACCOUNT
               MOVE 'C' TO WS-GL-DC
               MOVE WS-POSTED-CR-INT TO WS-GL-AMOUNT
               PERFORM 3310-WRITE-GL-LEG
           END-IF
           IF WS-POSTED-DR-INT > 0
               MOVE "INTINCOM" TO WS-GL-ACCOUNT
               MOVE 'C' TO WS-GL-DC
               MOVE WS-POSTED-DR-INT TO WS-GL-AMOUNT
               PERFORM 3310-WRITE-GL-LEG
           END-IF
           IF WS-POSTED-FEES > 0
               MOVE "FEEINCOM" TO WS-GL-ACCOUNT
               MOVE 'C' TO WS-GL-DC
               MOVE WS-POSTED-FEES TO WS-GL-AMOUNT
               PERFORM 3310-WRITE-GL-LEG
           END-IF
           IF WS-POSTED-CR-INT > 0
               MOVE "INTEXPNS" TO WS-GL-ACCOUNT
               MOVE 'D' TO WS-GL-DC
               MOVE WS-POSTED-CR-INT TO WS-GL-AMOUNT
               PERFORM 3310-WRITE-GL-LEG
           END-IF

           MOVE WS-GL-REC-COUNT TO WS-GL-TRL-COUNT
           MOVE WS-GL-HASH-TOTAL TO WS-GL-TRL-HASH
           MOVE WS-CURRENT-DATE-R TO WS-GL-TRL-DATE
           MOVE WS-RUN-NUMBER TO WS-GL-TRL-RUN
           WRITE WS-GL-LINE FROM WS-GL-TRAILER
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9912-CHECK-GL-STATUS
           CLOSE GL-FILE

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-RUN-NUMBER TO WS-GLL-RUN
           WRITE WS-REPORT-LINE FROM WS-RPT-GL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       3310-WRITE-GL-LEG.
           ADD 1 TO WS-GL-REC-COUNT
           ADD WS-GL-AMOUNT TO WS-GL-HASH-TOTAL
           WRITE WS-GL-LINE FROM WS-GL-DETAIL
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9912-CHECK-GL-STATUS.

       3200-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF

           IF WS-AUDIT-STATUS-OK
               ACCEPT WS-RUN-TIME FROM TIME
               MOVE WS-DATE-FOR-EDIT-R TO WS-AUD-RUN-DATE
               MOVE WS-RUN-TIME TO WS-AUD-RUN-TIME
               MOVE WS-POSTING-COUNT TO WS-AUD-RECORDS-READ
               MOVE WS-POSTED-NET TO WS-AUD-TOTAL-AMOUNT
               MOVE 0 TO WS-AUD-REJECT-COUNT
               MOVE WS-EXCEPTION-COUNT TO WS-AUD-EXCEPT-COUNT
               MOVE "ACCRUAL" TO WS-AUD-RUN-TYPE
               WRITE WS-AUDIT-LINE FROM WS-AUDIT-DETAIL
               IF NOT WS-AUDIT-STATUS-OK
                   DISPLAY "*** WARNING *** UNABLE TO WRITE AUDIT LOG "
                       "- FILE STATUS=" WS-AUDIT-STATUS
               END-IF
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "*** WARNING *** UNABLE TO WRITE AUDIT LOG - "
                   "FILE STATUS=" WS-AUDIT-STATUS
           END-IF.

       3250-MARK-BALANCE-COMPLETE.
           MOVE WS-BAL-CONTROL-KEY TO WS-BAL-ID
           READ BALANCE-FILE
           IF WS-BAL-STATUS-OK
               MOVE 'C' TO WS-BAL-REC-FLAG
               REWRITE WS-BALANCE-RECORD
               PERFORM 9909-CHECK-BALANCE-STATUS
           END-IF.

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

       9908-CHECK-EXTRACT-STATUS.
           IF NOT WS-EXTRACT-STATUS-OK
               MOVE "EXTRACT-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-EXTRACT-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9909-CHECK-BALANCE-STATUS.
           IF NOT WS-BAL-STATUS-OK
               MOVE "BALANCE-FILE" TO WS-ABEND-FILE-NAME
               MOVE "WRITE" TO WS-ABEND-OPERATION
               MOVE WS-BAL-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9911-CHECK-HISTORY-STATUS.
           IF NOT WS-HIST-STATUS-OK
               MOVE "HISTORY-FILE" TO WS-ABEND-FILE-NAME
               MOVE "WRITE" TO WS-ABEND-OPERATION
               MOVE WS-HIST-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9912-CHECK-GL-STATUS.
           IF NOT WS-GL-STATUS-OK
               MOVE "GL-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-GL-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9900-ABEND-FILE-ERROR.
           DISPLAY "*** ABEND *** " WS-ABEND-FILE-NAME " "
               WS-ABEND-OPERATION
               " FAILED - FILE STATUS=" WS-ABEND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.
