      *  Every detail record is validated against the customer master
      *  (CUSTMAST): unknown ids and postings to closed accounts are
      *  rejected, and the master's name - not the feed's - is carried
      *  to the report and extract.  Every reject is written to
      *  TOTALREJ with a two-digit reason code ahead of the reason
      *  text.
      *
      *  A customer with a credit limit on the master is checked
      *  before each debit posts: when the posting would take the
      *  balance-file balance past the limit it is written to the
      *  over-limit report (OVERLMT) with the balance before and
      *  after and the limit.  On a soft limit the posting goes
      *  through; on a hard limit it is rejected to TOTALREJ with
      *  its own reason code instead of posting.  Credits only
      *  reduce exposure and are never held against the limit.
      *
      *  Every posting applied to the balance file is also written to
      *  the keyed transaction-history file (TXNHIST): run number,
      *  the source feed, so the movements behind any balance can be
      *  answered after the fact (see BALINQ).
      *
      *  Customers that share a corporate parent carry its group id
      *  on the master (maintained by CUSTMNT).  After the grand
      *  totals a CUSTOMER GROUPS section consolidates each group:
      *  members on the master, the run's postings and net movement
      *  for the members from TXNHIST, and the members' combined
      *  balance from BALFILE.  It is built from the files at end of
      *  run rather than from the checkpoint, so a restarted run
      *  reports the same figures as an unbroken one.
      *
      *  At end of run the day's totals are handed to the corporate
      *  ledger as the GL interface file (GLFILE): a balanced journal
      *  of the gross debits and credits posted with a suspense
      *  ledger side reconciles the handoff the same way the feeds
      *  are reconciled here.  A filtered (PARTIAL) run writes no GL
      *  file, so partial-day figures can never reach the ledger.
      *
      *  Each feed is answered with an acknowledgement file for its
      *  provider (FEEDACK1 through FEEDACK3): a header carrying the
      *  verdict, the provider's trailer count and total against our
      *  footed count and amount and the accepted (posted, or held
      *  to a value date) and rejected counts, one detail per
      *  rejected record (its detail sequence in the
      *  feed, id, amount, debit/credit, currency and reject reason
      *  code) and a trailer.  Verdicts are A (accepted, footed to
      *  the trailer), R (did not foot - the run is out of balance
      *  and held for review), H (held, the run was refused for
      *  another feed) and N (not received).  Header reason codes:
      *  20 no trailer, 21 count does not foot, 22 amount does not
      *  foot, 23 trailer not numeric, 30 feed missing, 31 feed not
      *  scheduled today, 32 run refused.  The rejects and each
      *  feed's result are gathered on the work file ACKWORK during
      *  the run, so a restarted run answers the whole feed; a
      *  replayed reject is answered once.  A filtered run writes no
      *  acknowledgements.  When an expected feed is missing the run
      *  is refused with an acknowledgement for every feed.
      *
      *  A detail may carry a value date (CCYYMMDD, bytes 40-47; a
      *  39-byte detail or a blank date posts on the run date).  The
      *  value date is rolled forward past weekends and the HOLIDAYS
      *  calendar to a business day; an item whose business day is
      *  after the run date is not posted but held on the keyed
      *  pending file PENDTXN (value date, holding run, feed and
      *  detail sequence).  A held item still counts toward its
      *  feed's trailer reconciliation and is acknowledged as
      *  accepted.  After the corrections, every pending item whose
      *  rolled value date has arrived is released: it goes through
      *  the same edits and postings as a feed detail, is reported
      *  in its own RELEASED section and is deleted from PENDTXN,
      *  with a checkpoint after each release.  The totals page
      *  shows the amount held today and the net released, and
      *  PENDRPT lists what is still held.
      ******************************************************************

       ENVIRONMENT DIVISION.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT OVERLIMIT-FILE ASSIGN TO "OVERLMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERLIMIT-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDTXN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PND-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT ACKWORK-FILE ASSIGN TO "ACKWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACKWORK-STATUS.

           SELECT ACK1-FILE ASSIGN TO "FEEDACK1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT ACK2-FILE ASSIGN TO "FEEDACK2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT ACK3-FILE ASSIGN TO "FEEDACK3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED1-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  WS-FEED1-RECORD          PIC X(47).

       FD  FEED2-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  WS-FEED2-RECORD          PIC X(47).

       FD  FEED3-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  WS-FEED3-RECORD          PIC X(47).

       FD  CORR-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  WS-CORR-RECORD           PIC X(47).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  WS-CKPT-RECY-CREDITS PIC 9(9)V99.
           05  WS-CKPT-RECY-NET     PIC S9(9)V99.
           05  WS-CKPT-HIST-SEQ     PIC 9(7).
           05  WS-CKPT-OVL-COUNT    PIC 9(7).
           05  WS-CKPT-FEED-HELD    PIC 9(9)V99.
           05  WS-CKPT-HELD-COUNT   PIC 9(7).
           05  WS-CKPT-HELD-TOTAL   PIC 9(9)V99.
           05  WS-CKPT-RELS-COUNT   PIC 9(7).
           05  WS-CKPT-RELS-NET     PIC S9(9)V99.

       FD  EXCEPTION-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  WS-CUST-ACCT-STATUS  PIC X(1).
               88  WS-CUST-ACTIVE        VALUE 'A'.
               88  WS-CUST-CLOSED        VALUE 'C'.
           05  WS-CUST-CREDIT-LIMIT PIC 9(9)V99.
           05  WS-CUST-LIMIT-TYPE   PIC X(1).
               88  WS-CUST-HARD-LIMIT    VALUE 'H'.
               88  WS-CUST-SOFT-LIMIT    VALUE 'S'.
           05  WS-CUST-GROUP-ID     PIC X(5).
           05  FILLER               PIC X(7).

       FD  OVERLIMIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-OVERLIMIT-LINE        PIC X(80).

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
           05  WS-PND-DETAIL        PIC X(47).
           05  FILLER               PIC X(7).

       FD  ACKWORK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-ACKWORK-RECORD        PIC X(80).

       FD  ACK1-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-ACK1-RECORD           PIC X(80).

       FD  ACK2-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-ACK2-RECORD           PIC X(80).

       FD  ACK3-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-ACK3-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-DATA-STATUS           PIC X(2) VALUE "00".

       01  WS-FILE-RECORD.
           05  WS-REC-TYPE          PIC X(1).
           05  WS-REC-BODY          PIC X(46).
       01  WS-DETAIL-RECORD REDEFINES WS-FILE-RECORD.
           05  WS-DTL-REC-TYPE      PIC X(1).
           05  WS-ID                PIC 9(5).
               88  WS-DC-DEBIT           VALUE 'D'.
               88  WS-DC-CREDIT          VALUE 'C'.
           05  WS-CURRENCY-CODE     PIC X(3).
           05  WS-VALUE-DATE        PIC X(8).
           05  WS-VALUE-DATE-N REDEFINES WS-VALUE-DATE
                                    PIC 9(8).
       01  WS-TRAILER-RECORD REDEFINES WS-FILE-RECORD.
           05  WS-TRL-REC-TYPE      PIC X(1).
           05  WS-TRAILER-COUNT     PIC 9(7).
           05  WS-TRAILER-TOTAL     PIC 9(9)V99.
           05  FILLER               PIC X(28).

       01  WS-FEED-CONTROLS.
           05  WS-FEED-NO           PIC 9(1) VALUE 1.
           05  WS-RECYCLED-CREDITS  PIC 9(9)V99 VALUE 0.
           05  WS-RECYCLED-NET      PIC S9(9)V99 VALUE 0.

       01  WS-VALUE-DATE-CONTROLS.
           05  WS-HOLD-SW           PIC X VALUE 'N'.
               88  WS-ITEM-HELD         VALUE 'Y'.
           05  WS-RELEASE-MODE-SW   PIC X VALUE 'N'.
               88  WS-RELEASE-MODE      VALUE 'Y'.
           05  WS-RELEASE-HDR-SW    PIC X VALUE 'N'.
               88  WS-RELEASE-HDR-WRITTEN VALUE 'Y'.
           05  WS-RELEASE-DONE-SW   PIC X VALUE 'N'.
               88  WS-ITEM-RELEASED     VALUE 'Y'.
           05  WS-PEND-EOF-SW       PIC X VALUE 'N'.
               88  WS-PEND-EOF          VALUE 'Y'.
           05  WS-HELD-COUNT        PIC 9(7) VALUE 0.
           05  WS-HELD-TOTAL        PIC 9(9)V99 VALUE 0.
           05  WS-RELEASED-COUNT    PIC 9(7) VALUE 0.
           05  WS-RELEASED-NET      PIC S9(9)V99 VALUE 0.

       01  WS-ROLL-DATE.
           05  WS-ROLL-YYYY         PIC 9(4).
           05  WS-ROLL-MM           PIC 9(2).
           05  WS-ROLL-DD           PIC 9(2).
       01  WS-ROLL-DATE-N REDEFINES WS-ROLL-DATE
                                    PIC 9(8).

       01  WS-ROLL-CONTROLS.
           05  WS-ROLL-DOW          PIC 9(1) VALUE 0.
           05  WS-ROLL-MONTH-DAYS   PIC 9(2) VALUE 0.
           05  WS-ROLL-DONE-SW      PIC X VALUE 'N'.
               88  WS-ROLL-DONE         VALUE 'Y'.
           05  WS-LEAP-QUOT         PIC 9(4) COMP VALUE 0.
           05  WS-LEAP-REM          PIC 9(4) COMP VALUE 0.

       01  WS-MONTH-DAYS-TABLE.
           05  FILLER               PIC X(24)
                                     VALUE "312831303130313130313031".
       01  FILLER REDEFINES WS-MONTH-DAYS-TABLE.
           05  WS-MONTH-DAYS        PIC 9(2) OCCURS 12 TIMES.

       01  WS-DOW-DATE.
           05  WS-DOW-YYYY          PIC 9(4).
           05  WS-DOW-MM            PIC 9(2).
           05  WS-DOW-DD            PIC 9(2).
       01  WS-DOW-DATE-N REDEFINES WS-DOW-DATE
                                    PIC 9(8).
       01  WS-DOW-RESULT            PIC 9(1) VALUE 0.

       01  WS-FEED-WORK-AREAS.
           05  WS-FEED-RECORDS-READ PIC 9(7) VALUE 0.
           05  WS-FEED-DEBITS       PIC 9(9)V99 VALUE 0.
           05  WS-FEED-CREDITS      PIC 9(9)V99 VALUE 0.
           05  WS-FEED-REJ-TOTAL    PIC 9(9)V99 VALUE 0.
           05  WS-FEED-HELD-TOTAL   PIC 9(9)V99 VALUE 0.
           05  WS-FEED-NET          PIC S9(9)V99 VALUE 0.
           05  WS-FEED-RECONCILE    PIC 9(9)V99 VALUE 0.
       01  WS-REPORT-STATUS         PIC X(2) VALUE "00".
           88  WS-EXCEPTION-STATUS-OK   VALUE "00".
       01  WS-EXTRACT-STATUS        PIC X(2) VALUE "00".
           88  WS-EXTRACT-STATUS-OK     VALUE "00".
       01  WS-OVERLIMIT-STATUS      PIC X(2) VALUE "00".
           88  WS-OVERLIMIT-STATUS-OK   VALUE "00".
       01  WS-ACKWORK-STATUS        PIC X(2) VALUE "00".
           88  WS-ACKWORK-STATUS-OK     VALUE "00".
       01  WS-ACK-STATUS            PIC X(2) VALUE "00".
           88  WS-ACK-STATUS-OK         VALUE "00".
       01  WS-PARM-STATUS           PIC X(2) VALUE "00".
           88  WS-PARM-STATUS-OK        VALUE "00".
       01  WS-AUDIT-STATUS          PIC X(2) VALUE "00".
           05  WS-BAL-DIRTY-SW      PIC X VALUE 'N'.
               88  WS-BAL-DIRTY         VALUE 'Y'.

       01  WS-PEND-STATUS           PIC X(2) VALUE "00".
           88  WS-PEND-STATUS-OK        VALUE "00".
           88  WS-PEND-STATUS-EOF       VALUE "10".
           88  WS-PEND-STATUS-DUPKEY    VALUE "22".
           88  WS-PEND-STATUS-NOTFND    VALUE "23".
           88  WS-PEND-STATUS-NOFILE    VALUE "35".
       01  WS-HIST-STATUS           PIC X(2) VALUE "00".
           88  WS-HIST-STATUS-OK        VALUE "00".
           88  WS-HIST-STATUS-DUPKEY    VALUE "22".
           88  WS-HIST-STATUS-NOTFND    VALUE "23".
           88  WS-HIST-STATUS-EOF       VALUE "10".
           88  WS-HIST-STATUS-NOFILE    VALUE "35".
       01  WS-GL-STATUS             PIC X(2) VALUE "00".
           88  WS-GL-STATUS-OK          VALUE "00".
       01  WS-CUST-STATUS           PIC X(2) VALUE "00".
           88  WS-CUST-STATUS-OK        VALUE "00".
           88  WS-CUST-STATUS-NOTFND    VALUE "23".
           88  WS-CUST-STATUS-EOF       VALUE "10".
       01  WS-RUN-TIME              PIC 9(8) VALUE 0.

       01  WS-AUDIT-DETAIL.
           05  WS-TOT-REJECTED      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(46) VALUE SPACES.

       01  WS-RPT-HELD-LINE.
           05  FILLER               PIC X(20)
                                     VALUE "HELD TO VALUE DATE:".
           05  WS-TOT-HELD          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(9) VALUE "   RECS: ".
           05  WS-TOT-HELD-RECS     PIC ZZZZZZ9.
           05  FILLER               PIC X(30) VALUE SPACES.

       01  WS-RPT-RELEASED-LINE.
           05  FILLER               PIC X(20)
                                     VALUE "RELEASED NET TOTAL:".
           05  WS-RELS-TOT-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(8) VALUE "  RECS: ".
           05  WS-RELS-TOT-RECS     PIC ZZZZZZ9.
           05  FILLER               PIC X(30) VALUE SPACES.

       01  WS-RPT-RELS-HDR.
           05  FILLER               PIC X(44) VALUE
               "** RELEASED VALUE-DATED ITEMS (PENDTXN) **".
           05  FILLER               PIC X(36) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE "NET TOTAL:".
           05  WS-TOT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  WS-CNT-REJECTS       PIC ZZZZZZ9.
           05  FILLER               PIC X(15) VALUE "   EXCEPTIONS: ".
           05  WS-CNT-EXCEPTIONS    PIC ZZZZZZ9.
           05  FILLER               PIC X(15) VALUE "   OVER LIMIT: ".
           05  WS-CNT-OVERLIMIT     PIC ZZZZZZ9.
           05  FILLER               PIC X(20) VALUE SPACES.

       01  WS-RPT-SUBTOTAL-LINE.
           05  FILLER               PIC X(16)
           05  WS-SUB-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(26) VALUE SPACES.

       01  WS-RPT-GRP-HDR.
           05  FILLER               PIC X(22)
                                     VALUE "** CUSTOMER GROUPS **".
           05  FILLER               PIC X(58) VALUE SPACES.

       01  WS-RPT-GRP-COL-HDR.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(8) VALUE "GROUP".
           05  FILLER               PIC X(9) VALUE "MEMBERS".
           05  FILLER               PIC X(8) VALUE "POSTINGS".
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(19)
                                     VALUE "          NET TODAY".
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(19)
                                     VALUE "      GROUP BALANCE".
           05  FILLER               PIC X(11) VALUE SPACES.

       01  WS-RPT-GRP-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-GRL-ID            PIC X(5).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-GRL-MEMBERS       PIC ZZZZZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-GRL-POSTINGS      PIC ZZZZZZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-GRL-NET           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-GRL-BALANCE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(11) VALUE SPACES.

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
               10  WS-GRP-POSTINGS  PIC 9(7).
               10  WS-GRP-NET       PIC S9(11)V99.
               10  WS-GRP-BALANCE   PIC S9(13)V99.

       01  WS-GROUP-CONTROLS.
           05  WS-GRP-SUB           PIC 9(3) COMP VALUE 0.
           05  WS-GRP-SHIFT         PIC 9(3) COMP VALUE 0.
           05  WS-GRP-FOUND-SW      PIC X VALUE 'N'.
               88  WS-GRP-FOUND         VALUE 'Y'.
           05  WS-GRP-SLOT-SW       PIC X VALUE 'N'.
               88  WS-GRP-SLOT-REACHED  VALUE 'Y'.
           05  WS-GRP-CUST-EOF-SW   PIC X VALUE 'N'.
               88  WS-GRP-CUST-EOF      VALUE 'Y'.
           05  WS-GRP-HIST-EOF-SW   PIC X VALUE 'N'.
               88  WS-GRP-HIST-EOF      VALUE 'Y'.
           05  WS-GRP-MBR-POSTINGS  PIC 9(7) VALUE 0.
           05  WS-GRP-MBR-NET       PIC S9(11)V99 VALUE 0.
           05  WS-GRP-MBR-BALANCE   PIC S9(11)V99 VALUE 0.
           05  WS-GRP-UNLISTED      PIC 9(7) VALUE 0.
           05  WS-GRP-TOT-MEMBERS   PIC 9(7) VALUE 0.
           05  WS-GRP-TOT-POSTINGS  PIC 9(7) VALUE 0.
           05  WS-GRP-TOT-NET       PIC S9(11)V99 VALUE 0.
           05  WS-GRP-TOT-BALANCE   PIC S9(13)V99 VALUE 0.

       01  WS-CONTROL-BREAK.
           05  WS-LAST-NAME         PIC X(20) VALUE SPACES.
           05  WS-SUBTOTAL-AMOUNT   PIC S9(9)V99 VALUE 0.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-REJ-CCY           PIC X(3).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-REJ-CODE          PIC X(2).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-REJ-REASON        PIC X(30).
           05  FILLER               PIC X(1) VALUE SPACES.

       01  WS-ABEND-OPERATION       PIC X(5) VALUE SPACES.
       01  WS-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
           05  WS-VALID-SW          PIC X VALUE 'Y'.
               88  WS-RECORD-VALID       VALUE 'Y'.
           05  WS-REJECT-COUNT      PIC 9(7) VALUE 0.
           05  WS-REJECT-CODE       PIC X(2) VALUE SPACES.
           05  WS-REJECT-REASON     PIC X(30) VALUE SPACES.
           05  WS-REJECTED-TOTAL    PIC 9(9)V99 VALUE 0.

       01  WS-LIMIT-CONTROLS.
           05  WS-OVERLIMIT-COUNT   PIC 9(7) VALUE 0.
           05  WS-LIMIT-BAL-BEFORE  PIC S9(11)V99 VALUE 0.
           05  WS-LIMIT-BAL-AFTER   PIC S9(11)V99 VALUE 0.

       01  WS-ACK-HEADER.
           05  WS-AKH-REC-TYPE      PIC X(1) VALUE '0'.
           05  WS-AKH-FEED          PIC X(8).
           05  WS-AKH-RUN-DATE      PIC 9(8).
           05  WS-AKH-RUN-NO        PIC 9(5).
           05  WS-AKH-VERDICT       PIC X(1).
               88  WS-AKH-ACCEPTED       VALUE 'A'.
               88  WS-AKH-REJECTED       VALUE 'R'.
           05  WS-AKH-REASON        PIC X(2).
           05  WS-AKH-TRL-COUNT     PIC 9(7).
           05  WS-AKH-TRL-TOTAL     PIC 9(9)V99.
           05  WS-AKH-OUR-COUNT     PIC 9(7).
           05  WS-AKH-OUR-TOTAL     PIC 9(9)V99.
           05  WS-AKH-ACCEPT-COUNT  PIC 9(7).
           05  WS-AKH-REJ-COUNT     PIC 9(7).
           05  FILLER               PIC X(5) VALUE SPACES.

       01  WS-ACK-DETAIL.
           05  WS-AKD-REC-TYPE      PIC X(1) VALUE '1'.
           05  WS-AKD-FEED          PIC X(8).
           05  WS-AKD-SEQ           PIC 9(7).
           05  WS-AKD-ID            PIC X(5).
           05  WS-AKD-AMOUNT        PIC X(9).
           05  WS-AKD-DC            PIC X(1).
           05  WS-AKD-CCY           PIC X(3).
           05  WS-AKD-CODE          PIC X(2).
           05  WS-AKD-REASON        PIC X(30).
           05  FILLER               PIC X(14) VALUE SPACES.

       01  WS-ACK-TRAILER.
           05  WS-AKT-REC-TYPE      PIC X(1) VALUE '9'.
           05  WS-AKT-FEED          PIC X(8).
           05  WS-AKT-DETAIL-COUNT  PIC 9(7).
           05  WS-AKT-RECORD-COUNT  PIC 9(7).
           05  FILLER               PIC X(57) VALUE SPACES.

       01  WS-ACK-LINE              PIC X(80).

       01  WS-ACKWORK-LINE.
           05  WS-AKW-TYPE          PIC X(1).
               88  WS-AKW-SUMMARY       VALUE 'H'.
               88  WS-AKW-REJECT        VALUE 'D'.
           05  WS-AKW-FEED-NO       PIC 9(1).
           05  WS-AKW-SEQ           PIC 9(7).
           05  FILLER               PIC X(71).
       01  WS-AKW-SUMMARY-BODY REDEFINES WS-ACKWORK-LINE.
           05  FILLER               PIC X(9).
           05  WS-AKS-VERDICT       PIC X(1).
           05  WS-AKS-REASON        PIC X(2).
           05  WS-AKS-TRL-COUNT     PIC 9(7).
           05  WS-AKS-TRL-TOTAL     PIC 9(9)V99.
           05  WS-AKS-OUR-COUNT     PIC 9(7).
           05  WS-AKS-OUR-TOTAL     PIC 9(9)V99.
           05  FILLER               PIC X(32).
       01  WS-AKW-REJECT-BODY REDEFINES WS-ACKWORK-LINE.
           05  FILLER               PIC X(9).
           05  WS-AKR-ID            PIC X(5).
           05  WS-AKR-AMOUNT        PIC X(9).
           05  WS-AKR-DC            PIC X(1).
           05  WS-AKR-CCY           PIC X(3).
           05  WS-AKR-CODE          PIC X(2).
           05  WS-AKR-REASON        PIC X(30).
           05  FILLER               PIC X(21).

       01  WS-ACK-CONTROLS.
           05  WS-ACK-FEED-NO       PIC 9(1) VALUE 0.
           05  WS-ACK-VERDICT       PIC X(1) VALUE SPACES.
           05  WS-ACK-REASON        PIC X(2) VALUE SPACES.
           05  WS-ACK-TRL-COUNT     PIC 9(7) VALUE 0.
           05  WS-ACK-TRL-TOTAL     PIC 9(9)V99 VALUE 0.
           05  WS-ACK-TRL-NUMERIC-SW PIC X VALUE 'N'.
               88  WS-ACK-TRL-NUMERIC   VALUE 'Y'.
           05  WS-ACK-LAST-SEQ      PIC 9(7) VALUE 0.
           05  WS-ACK-REJ-COUNT     PIC 9(7) VALUE 0.
           05  WS-ACK-DETAIL-COUNT  PIC 9(7) VALUE 0.
           05  WS-ACK-PASS-SW       PIC X VALUE 'S'.
               88  WS-ACK-SUMMARY-PASS  VALUE 'S'.
               88  WS-ACK-DETAIL-PASS   VALUE 'D'.
           05  WS-ACKWORK-EOF-SW    PIC X VALUE 'N'.
               88  WS-ACKWORK-EOF       VALUE 'Y'.
           05  WS-ACK-MISSING-SW    PIC X VALUE 'N'.
               88  WS-ACK-FEED-MISSING  VALUE 'Y'.
           05  WS-ACK-STATE         PIC X(1) OCCURS 3 TIMES.

       01  WS-OVL-DETAIL.
           05  WS-OVL-ID            PIC ZZZZ9.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-OVL-NAME          PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-OVL-BAL-BEFORE    PIC ZZZZZZZZ9.99-.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-OVL-BAL-AFTER     PIC ZZZZZZZZ9.99-.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-OVL-LIMIT         PIC ZZZZZZZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-OVL-LIMIT-TYPE    PIC X(1).
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-OVL-ACTION        PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.

       01  WS-EXC-DETAIL.
           05  WS-EXC-ID            PIC ZZZZ9.
           05  FILLER               PIC X(3) VALUE SPACES.
           PERFORM 1000-INITIALIZE
           PERFORM 2800-PROCESS-ONE-FEED
               UNTIL WS-FEED-NO > WS-FEED-LIMIT
           IF WS-FEED-NO NOT > 4
               PERFORM 2850-PROCESS-CORRECTIONS
           END-IF
           PERFORM 2870-RELEASE-PENDING-ITEMS
           PERFORM 3000-FINALIZE
           STOP RUN.


           PERFORM 1050-OPEN-BALANCE-FILE
           PERFORM 1060-OPEN-HISTORY-FILE
           PERFORM 1070-OPEN-PENDING-FILE

           IF WS-RESTART-REQUESTED
               OPEN I-O CHECKPOINT-FILE
                   MOVE WS-CKPT-RECY-CREDITS TO WS-RECYCLED-CREDITS
                   MOVE WS-CKPT-RECY-NET TO WS-RECYCLED-NET
                   MOVE WS-CKPT-HIST-SEQ TO WS-HIST-SEQ-NO
                   MOVE WS-CKPT-OVL-COUNT TO WS-OVERLIMIT-COUNT
                   MOVE WS-CKPT-FEED-HELD TO WS-FEED-HELD-TOTAL
                   MOVE WS-CKPT-HELD-COUNT TO WS-HELD-COUNT
                   MOVE WS-CKPT-HELD-TOTAL TO WS-HELD-TOTAL
                   MOVE WS-CKPT-RELS-COUNT TO WS-RELEASED-COUNT
                   MOVE WS-CKPT-RELS-NET TO WS-RELEASED-NET
                   MOVE 1 TO WS-FEEDS-USED-COUNT
                   MOVE 'N' TO WS-FIRST-ID-SW
                   MOVE 'Y' TO WS-CKPT-WRITTEN-SW
               OPEN EXTEND REJECT-FILE
               OPEN EXTEND EXCEPTION-FILE
               OPEN EXTEND EXTRACT-FILE
               OPEN EXTEND OVERLIMIT-FILE
               OPEN EXTEND ACKWORK-FILE
           ELSE
               OPEN OUTPUT REPORT-FILE
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT EXCEPTION-FILE
               OPEN OUTPUT EXTRACT-FILE
               OPEN OUTPUT OVERLIMIT-FILE
               OPEN OUTPUT ACKWORK-FILE
           END-IF

           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9906-CHECK-REJECT-STATUS
           PERFORM 9907-CHECK-EXCEPTION-STATUS
           PERFORM 9908-CHECK-EXTRACT-STATUS
           PERFORM 9913-CHECK-OVERLIMIT-STATUS
           PERFORM 9914-CHECK-ACKWORK-STATUS

           MOVE WS-CURR-MM TO WS-DFE-MM
           MOVE WS-CURR-DD TO WS-DFE-DD
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       1070-OPEN-PENDING-FILE.
           OPEN I-O PENDING-FILE
           IF WS-PEND-STATUS-NOFILE
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           IF NOT WS-PEND-STATUS-OK
               MOVE "PENDING-FILE" TO WS-ABEND-FILE-NAME
               MOVE "OPEN" TO WS-ABEND-OPERATION
               MOVE WS-PEND-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS-OK
           END-IF.

       1700-CHECK-BUSINESS-DATE.
           MOVE WS-CURRENT-DATE-R TO WS-DOW-DATE-N
           PERFORM 1710-FIND-DAY-OF-WEEK
           MOVE WS-DOW-RESULT TO WS-RUN-DOW

           IF WS-HOL-ACTIVE
               MOVE 'N' TO WS-HOL-FOUND-SW
           END-IF.

       1710-FIND-DAY-OF-WEEK.
      *    Zeller's congruence on WS-DOW-DATE; the result is folded
      *    to 1 = Monday through 7 = Sunday, the order of the schedule
      *    card flags.
           MOVE WS-DOW-DD TO WS-ZEL-Q
           MOVE WS-DOW-MM TO WS-ZEL-M
           MOVE WS-DOW-YYYY TO WS-ZEL-Y
           IF WS-ZEL-M < 3
               ADD 12 TO WS-ZEL-M
               SUBTRACT 1 FROM WS-ZEL-Y
           COMPUTE WS-ZEL-SUM = WS-ZEL-H + 5
           DIVIDE WS-ZEL-SUM BY 7 GIVING WS-ZEL-T4
               REMAINDER WS-ZEL-SUM
           COMPUTE WS-DOW-RESULT = WS-ZEL-SUM + 1.

       1720-CHECK-ONE-HOLIDAY.
           ADD 1 TO WS-HOL-SUB
      *    Every expected feed must be present before the balance
      *    file is stamped or any output is opened, so an expected
      *    but absent feed stops the run with nothing posted.
      *    Every feed is checked before the run is refused, so each
      *    provider is answered with the state of its own feed.
           IF WS-SKED-ACTIVE
               PERFORM 1760-CHECK-ONE-FEED-SKED
                   VARYING WS-FEED-NO FROM 1 BY 1
                   UNTIL WS-FEED-NO > WS-FEED-LIMIT
               MOVE 1 TO WS-FEED-NO
               IF WS-ACK-FEED-MISSING
                   PERFORM 1770-ACK-ONE-REFUSED-FEED
                       VARYING WS-ACK-FEED-NO FROM 1 BY 1
                       UNTIL WS-ACK-FEED-NO > WS-FEED-LIMIT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1760-CHECK-ONE-FEED-SKED.
           MOVE WS-FEED-NAME-ENT (WS-FEED-NO) TO WS-FEED-NAME
           IF WS-SKED-FLAG (WS-FEED-NO, WS-RUN-DOW) = 'N'
               MOVE 'S' TO WS-ACK-STATE (WS-FEED-NO)
           ELSE
               MOVE 'P' TO WS-ACK-STATE (WS-FEED-NO)
           END-IF
           PERFORM 2002-OPEN-CURRENT-FEED
           IF WS-DATA-STATUS-NOFILE
               IF WS-SKED-FLAG (WS-FEED-NO, WS-RUN-DOW) NOT = 'N'
                   DISPLAY "*** NO-GO *** FEED " WS-FEED-NAME
                       " EXPECTED TODAY BUT NOT PRESENT - "
                       "RUN REFUSED"
                   MOVE 'M' TO WS-ACK-STATE (WS-FEED-NO)
                   MOVE 'Y' TO WS-ACK-MISSING-SW
               END-IF
           ELSE
               IF NOT WS-DATA-STATUS-OK
               PERFORM 2003-CLOSE-CURRENT-FEED
           END-IF.

       1770-ACK-ONE-REFUSED-FEED.
      *    Nothing has been read or posted, so each acknowledgement
      *    is a header and trailer carrying the reason only.
           MOVE WS-FEED-NAME-ENT (WS-ACK-FEED-NO) TO WS-AKH-FEED
           MOVE WS-CURRENT-DATE-R TO WS-AKH-RUN-DATE
           MOVE 0 TO WS-AKH-RUN-NO
           MOVE 0 TO WS-AKH-TRL-COUNT
           MOVE 0 TO WS-AKH-TRL-TOTAL
           MOVE 0 TO WS-AKH-OUR-COUNT
           MOVE 0 TO WS-AKH-OUR-TOTAL
           MOVE 0 TO WS-AKH-ACCEPT-COUNT
           MOVE 0 TO WS-AKH-REJ-COUNT
           EVALUATE WS-ACK-STATE (WS-ACK-FEED-NO)
               WHEN 'M'
                   MOVE 'N' TO WS-AKH-VERDICT
                   MOVE "30" TO WS-AKH-REASON
               WHEN 'S'
                   MOVE 'N' TO WS-AKH-VERDICT
                   MOVE "31" TO WS-AKH-REASON
               WHEN OTHER
                   MOVE 'H' TO WS-AKH-VERDICT
                   MOVE "32" TO WS-AKH-REASON
           END-EVALUATE
           PERFORM 3560-OPEN-ACK-FILE
           MOVE WS-ACK-HEADER TO WS-ACK-LINE
           PERFORM 3570-WRITE-ACK-RECORD
           MOVE 0 TO WS-ACK-DETAIL-COUNT
           PERFORM 3540-WRITE-ACK-TRAILER
           PERFORM 3580-CLOSE-ACK-FILE.

       1450-PRESCAN-CURRENCIES.
           PERFORM 1460-PRESCAN-ONE-FEED
               VARYING WS-FEED-NO FROM 1 BY 1
                       PERFORM 2040-WRITE-EXCEPTION-RECORD
                   ELSE
                       MOVE 'Y' TO WS-TRAILER-SEEN-SW
                       PERFORM 2005-SAVE-TRAILER-FOR-ACK
                   END-IF
               ELSE
                   ADD 1 TO WS-RECORDS-READ
                       PERFORM 2030-CHECK-SEQUENCE
                   END-IF
                   PERFORM 2010-EDIT-RECORD
                   MOVE 'N' TO WS-HOLD-SW
                   IF WS-RECORD-VALID
                       PERFORM 2060-CHECK-FILTER
                       IF WS-RECORD-IN-SCOPE
                           PERFORM 2190-CHECK-VALUE-DATE
                           IF NOT WS-ITEM-HELD
                               PERFORM 2160-CHECK-CREDIT-LIMIT
                           END-IF
                       END-IF
                   END-IF
                   IF WS-RECORD-VALID
                       IF WS-RECORD-IN-SCOPE
                           IF WS-ITEM-HELD
                               PERFORM 2195-HOLD-PENDING-ITEM
                           ELSE
                               PERFORM 2070-ACCUMULATE-AMOUNT
                               PERFORM 2100-WRITE-DETAIL-LINE
                               PERFORM 2150-WRITE-EXTRACT-RECORD
                               PERFORM 2170-UPDATE-BALANCE
                           END-IF
                       END-IF
                   ELSE
                       PERFORM 2020-WRITE-REJECT-RECORD
               END-IF
           END-IF.

       2005-SAVE-TRAILER-FOR-ACK.
      *    The trailer is copied aside for the acknowledgement, as
      *    the record area is reused by any record that follows it.
           IF WS-TRAILER-COUNT IS NUMERIC
               AND WS-TRAILER-TOTAL IS NUMERIC
               MOVE WS-TRAILER-COUNT TO WS-ACK-TRL-COUNT
               MOVE WS-TRAILER-TOTAL TO WS-ACK-TRL-TOTAL
               MOVE 'Y' TO WS-ACK-TRL-NUMERIC-SW
           ELSE
               MOVE 0 TO WS-ACK-TRL-COUNT
               MOVE 0 TO WS-ACK-TRL-TOTAL
               MOVE 'N' TO WS-ACK-TRL-NUMERIC-SW
           END-IF.

       2001-READ-FEED-RECORD.
           EVALUATE WS-FEED-NO
               WHEN 1

       2010-EDIT-RECORD.
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO WS-REJECT-REASON

           IF WS-CURRENCY-CODE = SPACES

           IF WS-ID NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE "01" TO WS-REJECT-CODE
               MOVE "NON-NUMERIC WS-ID" TO WS-REJECT-REASON
           ELSE
               IF WS-AMOUNT NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE "02" TO WS-REJECT-CODE
                   MOVE "NON-NUMERIC AMOUNT" TO WS-REJECT-REASON
               ELSE
                   IF WS-AMOUNT = 0
                       MOVE 'N' TO WS-VALID-SW
                       MOVE "03" TO WS-REJECT-CODE
                       MOVE "ZERO AMOUNT" TO WS-REJECT-REASON
                   END-IF
               END-IF
           IF WS-RECORD-VALID
               AND NOT WS-DC-DEBIT AND NOT WS-DC-CREDIT
               MOVE 'N' TO WS-VALID-SW
               MOVE "04" TO WS-REJECT-CODE
               MOVE "INVALID DEBIT/CREDIT CODE" TO WS-REJECT-REASON
           END-IF

           IF WS-RECORD-VALID AND WS-VALUE-DATE NOT = SPACES
               PERFORM 2012-EDIT-VALUE-DATE
           END-IF

           IF WS-RECORD-VALID
               PERFORM 2015-LOOKUP-CUSTOMER
           END-IF
               PERFORM 9920-ABEND-MISSING-RATE
           END-IF.

       2012-EDIT-VALUE-DATE.
           MOVE 'N' TO WS-VALID-SW
           IF WS-VALUE-DATE IS NUMERIC
               MOVE WS-VALUE-DATE-N TO WS-ROLL-DATE-N
               IF WS-ROLL-MM >= 1 AND WS-ROLL-MM <= 12
                   PERFORM 8330-SET-MONTH-DAYS
                   IF WS-ROLL-DD >= 1
                       AND WS-ROLL-DD <= WS-ROLL-MONTH-DAYS
                       MOVE 'Y' TO WS-VALID-SW
                   END-IF
               END-IF
           END-IF
           IF NOT WS-RECORD-VALID
               MOVE "08" TO WS-REJECT-CODE
               MOVE "INVALID VALUE DATE" TO WS-REJECT-REASON
           END-IF.

       2015-LOOKUP-CUSTOMER.
           MOVE WS-ID TO WS-CUST-ID
           READ CUSTOMER-FILE
           IF WS-CUST-STATUS-OK
               IF WS-CUST-CLOSED
                   MOVE 'N' TO WS-VALID-SW
                   MOVE "05" TO WS-REJECT-CODE
                   MOVE "CUSTOMER ACCOUNT CLOSED" TO WS-REJECT-REASON
               ELSE
                   MOVE WS-CUST-NAME TO WS-NAME
           ELSE
               IF WS-CUST-STATUS-NOTFND
                   MOVE 'N' TO WS-VALID-SW
                   MOVE "06" TO WS-REJECT-CODE
                   MOVE "CUSTOMER NOT ON MASTER" TO WS-REJECT-REASON
               ELSE
                   MOVE "CUSTOMER-FILE" TO WS-ABEND-FILE-NAME
               IF WS-RECYCLE-MODE
                   ADD WS-CONVERTED-AMOUNT TO WS-RECYCLED-CREDITS
               ELSE
                   IF NOT WS-RELEASE-MODE
                       ADD WS-CONVERTED-AMOUNT TO WS-FEED-CREDITS
                   END-IF
               END-IF
           ELSE
               ADD WS-CONVERTED-AMOUNT TO WS-GROSS-DEBITS
               IF WS-RECYCLE-MODE
                   ADD WS-CONVERTED-AMOUNT TO WS-RECYCLED-DEBITS
               ELSE
                   IF NOT WS-RELEASE-MODE
                       ADD WS-CONVERTED-AMOUNT TO WS-FEED-DEBITS
                   END-IF
               END-IF
           END-IF
           ADD WS-SIGNED-AMOUNT TO WS-TOTAL-AMOUNT
               ADD 1 TO WS-RECYCLED-COUNT
               ADD WS-SIGNED-AMOUNT TO WS-RECYCLED-NET
           END-IF
           IF WS-RELEASE-MODE
               ADD 1 TO WS-RELEASED-COUNT
               ADD WS-SIGNED-AMOUNT TO WS-RELEASED-NET
           END-IF
           PERFORM 2090-ACCUMULATE-CURRENCY.

       2080-FIND-RATE.
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9908-CHECK-EXTRACT-STATUS.

       2160-CHECK-CREDIT-LIMIT.
      *    The customer record is still in the buffer from the lookup
      *    in 2015-LOOKUP-CUSTOMER.  Only a debit raises exposure, so
      *    a credit never breaches, even on an account already over.
           IF (WS-CUST-HARD-LIMIT OR WS-CUST-SOFT-LIMIT)
               AND WS-DC-DEBIT
               MOVE WS-ID TO WS-BAL-ID
               READ BALANCE-FILE
               IF WS-BAL-STATUS-OK
                   MOVE WS-BAL-AMOUNT TO WS-LIMIT-BAL-BEFORE
               ELSE
                   IF NOT WS-BAL-STATUS-NOTFND
                       MOVE "BALANCE-FILE" TO WS-ABEND-FILE-NAME
                       MOVE "READ" TO WS-ABEND-OPERATION
                       MOVE WS-BAL-STATUS TO WS-ABEND-STATUS
                       PERFORM 9900-ABEND-FILE-ERROR
                   END-IF
                   MOVE 0 TO WS-LIMIT-BAL-BEFORE
               END-IF
               COMPUTE WS-LIMIT-BAL-AFTER =
                   WS-LIMIT-BAL-BEFORE + WS-CONVERTED-AMOUNT
               IF WS-LIMIT-BAL-AFTER > WS-CUST-CREDIT-LIMIT
                   IF WS-CUST-HARD-LIMIT
                       MOVE 'N' TO WS-VALID-SW
                       MOVE "07" TO WS-REJECT-CODE
                       MOVE "CREDIT LIMIT EXCEEDED" TO WS-REJECT-REASON
                       MOVE "REJECTED" TO WS-OVL-ACTION
                   ELSE
                       MOVE "POSTED" TO WS-OVL-ACTION
                   END-IF
                   PERFORM 2165-WRITE-OVERLIMIT-RECORD
               END-IF
           END-IF.

       2165-WRITE-OVERLIMIT-RECORD.
           ADD 1 TO WS-OVERLIMIT-COUNT
           MOVE WS-ID TO WS-OVL-ID
           MOVE WS-NAME TO WS-OVL-NAME
           MOVE WS-LIMIT-BAL-BEFORE TO WS-OVL-BAL-BEFORE
           MOVE WS-LIMIT-BAL-AFTER TO WS-OVL-BAL-AFTER
           MOVE WS-CUST-CREDIT-LIMIT TO WS-OVL-LIMIT
           MOVE WS-CUST-LIMIT-TYPE TO WS-OVL-LIMIT-TYPE
           WRITE WS-OVERLIMIT-LINE FROM WS-OVL-DETAIL
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9913-CHECK-OVERLIMIT-STATUS.

       2170-UPDATE-BALANCE.
           MOVE WS-ID TO WS-BAL-ID
           READ BALANCE-FILE
           END-IF
           PERFORM 9911-CHECK-HISTORY-STATUS.

       2190-CHECK-VALUE-DATE.
      *    A released item is already due, so only an item read from
      *    a feed or the correction file can be held.
           IF WS-VALUE-DATE NOT = SPACES AND NOT WS-RELEASE-MODE
               MOVE WS-VALUE-DATE-N TO WS-ROLL-DATE-N
               PERFORM 8300-ROLL-TO-BUSINESS-DAY
               IF WS-ROLL-DATE-N > WS-CURRENT-DATE-R
                   MOVE 'Y' TO WS-HOLD-SW
               END-IF
           END-IF.

       2195-HOLD-PENDING-ITEM.
           MOVE SPACES TO WS-PENDING-RECORD
           MOVE WS-VALUE-DATE-N TO WS-PND-VALUE-DATE
           MOVE WS-RUN-NUMBER TO WS-PND-HELD-RUN
           MOVE WS-FEED-NO TO WS-PND-FEED-NO
           MOVE WS-FEED-RECORDS-READ TO WS-PND-FEED-SEQ
           MOVE WS-ROLL-DATE-N TO WS-PND-RELEASE-DATE
           MOVE WS-CURRENT-DATE-R TO WS-PND-HELD-DATE
           MOVE WS-FEED-NAME TO WS-PND-FEED-NAME
           MOVE WS-CONVERTED-AMOUNT TO WS-PND-BASE-AMOUNT
           MOVE WS-FILE-RECORD TO WS-PND-DETAIL
           WRITE WS-PENDING-RECORD
      *    An item held between the last checkpoint and an abend is
      *    held again by the restart under the same key.
           IF WS-PEND-STATUS-DUPKEY
               REWRITE WS-PENDING-RECORD
           END-IF
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9916-CHECK-PENDING-STATUS
           ADD 1 TO WS-HELD-COUNT
           ADD WS-CONVERTED-AMOUNT TO WS-HELD-TOTAL
           IF NOT WS-RECYCLE-MODE
               ADD WS-CONVERTED-AMOUNT TO WS-FEED-HELD-TOTAL
           END-IF.

       2030-CHECK-SEQUENCE.
           IF WS-ID IS NUMERIC
               IF NOT WS-FIRST-ID
           MOVE WS-FILE-RECORD(27:9) TO WS-REJ-AMOUNT
           MOVE WS-FILE-RECORD(36:1) TO WS-REJ-DC
           MOVE WS-FILE-RECORD(37:3) TO WS-REJ-CCY
           MOVE WS-REJECT-CODE TO WS-REJ-CODE
           MOVE WS-REJECT-REASON TO WS-REJ-REASON
           IF WS-AMOUNT IS NUMERIC
               ADD WS-CONVERTED-AMOUNT TO WS-REJECTED-TOTAL
               IF NOT WS-RECYCLE-MODE AND NOT WS-RELEASE-MODE
                   ADD WS-CONVERTED-AMOUNT TO WS-FEED-REJ-TOTAL
               END-IF
           END-IF
           WRITE WS-REJECT-LINE FROM WS-REJ-DETAIL
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9906-CHECK-REJECT-STATUS
           IF NOT WS-RECYCLE-MODE AND NOT WS-RELEASE-MODE
               PERFORM 2025-WRITE-ACK-REJECT
           END-IF.

       2025-WRITE-ACK-REJECT.
           MOVE SPACES TO WS-ACKWORK-LINE
           MOVE 'D' TO WS-AKW-TYPE
           MOVE WS-FEED-NO TO WS-AKW-FEED-NO
           MOVE WS-FEED-RECORDS-READ TO WS-AKW-SEQ
           MOVE WS-REJ-ID TO WS-AKR-ID
           MOVE WS-REJ-AMOUNT TO WS-AKR-AMOUNT
           MOVE WS-REJ-DC TO WS-AKR-DC
           MOVE WS-REJ-CCY TO WS-AKR-CCY
           MOVE WS-REJECT-CODE TO WS-AKR-CODE
           MOVE WS-REJECT-REASON TO WS-AKR-REASON
           WRITE WS-ACKWORK-RECORD FROM WS-ACKWORK-LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9914-CHECK-ACKWORK-STATUS.

       2100-WRITE-DETAIL-LINE.
           IF NOT WS-FIRST-RECORD AND WS-NAME NOT = WS-LAST-NAME
           MOVE WS-RECYCLED-CREDITS TO WS-CKPT-RECY-CREDITS
           MOVE WS-RECYCLED-NET TO WS-CKPT-RECY-NET
           MOVE WS-HIST-SEQ-NO TO WS-CKPT-HIST-SEQ
           MOVE WS-OVERLIMIT-COUNT TO WS-CKPT-OVL-COUNT
           MOVE WS-FEED-HELD-TOTAL TO WS-CKPT-FEED-HELD
           MOVE WS-HELD-COUNT TO WS-CKPT-HELD-COUNT
           MOVE WS-HELD-TOTAL TO WS-CKPT-HELD-TOTAL
           MOVE WS-RELEASED-COUNT TO WS-CKPT-RELS-COUNT
           MOVE WS-RELEASED-NET TO WS-CKPT-RELS-NET

           IF WS-CKPT-WRITTEN
               REWRITE WS-CHECKPOINT-RECORD
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT
           MOVE 'N' TO WS-ACK-VERDICT
           MOVE "30" TO WS-ACK-REASON
           PERFORM 2740-WRITE-ACK-NOT-RECEIVED
           DISPLAY "*** WARNING *** FEED " WS-FEED-NAME
               " NOT PRESENT - SKIPPED".

               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT
           MOVE 'N' TO WS-ACK-VERDICT
           MOVE "31" TO WS-ACK-REASON
           PERFORM 2740-WRITE-ACK-NOT-RECEIVED.

       2730-STOP-ON-MISSING-FEED.
      *    Presence was verified before anything posted, so this only
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       2740-WRITE-ACK-NOT-RECEIVED.
           MOVE SPACES TO WS-ACKWORK-LINE
           MOVE 'H' TO WS-AKW-TYPE
           MOVE WS-FEED-NO TO WS-AKW-FEED-NO
           MOVE 0 TO WS-AKW-SEQ
           MOVE WS-ACK-VERDICT TO WS-AKS-VERDICT
           MOVE WS-ACK-REASON TO WS-AKS-REASON
           MOVE 0 TO WS-AKS-TRL-COUNT
           MOVE 0 TO WS-AKS-TRL-TOTAL
           MOVE 0 TO WS-AKS-OUR-COUNT
           MOVE 0 TO WS-AKS-OUR-TOTAL
           WRITE WS-ACKWORK-RECORD FROM WS-ACKWORK-LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9914-CHECK-ACKWORK-STATUS.

       2800-PROCESS-ONE-FEED.
           MOVE WS-FEED-NAME-ENT (WS-FEED-NO) TO WS-FEED-NAME
      *    A scheduled-out feed is skipped whether or not its file is
           IF WS-FEED-PRESENT
               ADD 1 TO WS-FEEDS-USED-COUNT
               MOVE 'N' TO WS-EOF-SW
               MOVE 0 TO WS-ACK-TRL-COUNT
               MOVE 0 TO WS-ACK-TRL-TOTAL
               MOVE 'N' TO WS-ACK-TRL-NUMERIC-SW
               IF WS-SKIPPING-RECORDS
                   PERFORM 1300-RESTART-SKIP-RECORDS
               ELSE
                   MOVE 0 TO WS-FEED-DEBITS
                   MOVE 0 TO WS-FEED-CREDITS
                   MOVE 0 TO WS-FEED-REJ-TOTAL
                   MOVE 0 TO WS-FEED-HELD-TOTAL
                   MOVE 'N' TO WS-TRAILER-SEEN-SW
                   MOVE 'Y' TO WS-FIRST-ID-SW
                   PERFORM 2700-WRITE-FEED-HEADER
           END-IF
           MOVE 'N' TO WS-RECYCLE-MODE-SW.

       2870-RELEASE-PENDING-ITEMS.
      *    Pending items are keyed by value date, so the sweep stops
      *    at the first item dated after the run date.  Releases are
      *    checkpointed as feed 5; a restart resumes here and the
      *    items already released are no longer on the file.
           MOVE 5 TO WS-FEED-NO
           MOVE 'Y' TO WS-RELEASE-MODE-SW
           MOVE 'N' TO WS-SKIPPING-SW
           MOVE 'N' TO WS-RELEASE-HDR-SW
           MOVE 'N' TO WS-PEND-EOF-SW
           MOVE 'Y' TO WS-FIRST-ID-SW
           MOVE LOW-VALUES TO WS-PND-KEY
           START PENDING-FILE KEY IS NOT LESS THAN WS-PND-KEY
           IF WS-PEND-STATUS-NOTFND OR WS-PEND-STATUS-EOF
               MOVE 'Y' TO WS-PEND-EOF-SW
           ELSE
               MOVE "START" TO WS-ABEND-OPERATION
               PERFORM 9916-CHECK-PENDING-STATUS
           END-IF
           PERFORM 2875-RELEASE-ONE-ITEM UNTIL WS-PEND-EOF
           IF WS-RELEASE-HDR-WRITTEN
               PERFORM 2960-END-RELEASE-SECTION
           END-IF
           MOVE 'N' TO WS-RELEASE-MODE-SW.

       2875-RELEASE-ONE-ITEM.
           READ PENDING-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PEND-EOF-SW
           END-READ
           IF NOT WS-PEND-EOF
               MOVE "READ" TO WS-ABEND-OPERATION
               PERFORM 9916-CHECK-PENDING-STATUS
               IF WS-PND-VALUE-DATE > WS-CURRENT-DATE-R
                   MOVE 'Y' TO WS-PEND-EOF-SW
               ELSE
                   MOVE WS-PND-VALUE-DATE TO WS-ROLL-DATE-N
                   PERFORM 8300-ROLL-TO-BUSINESS-DAY
                   IF WS-ROLL-DATE-N NOT > WS-CURRENT-DATE-R
                       PERFORM 2880-POST-RELEASED-ITEM
                   END-IF
               END-IF
           END-IF.

       2880-POST-RELEASED-ITEM.
      *    The item is edited again on its release date, so a closed
      *    account or a breached hard limit rejects it then.  Out of
      *    scope of a filtered run it stays pending.
           IF NOT WS-RELEASE-HDR-WRITTEN
               PERFORM 2760-WRITE-RELEASE-HEADER
               MOVE 'Y' TO WS-RELEASE-HDR-SW
           END-IF
           MOVE WS-PND-DETAIL TO WS-FILE-RECORD
           MOVE WS-PND-FEED-NAME TO WS-FEED-NAME
           MOVE 'N' TO WS-RELEASE-DONE-SW
           ADD 1 TO WS-RECORDS-READ
           PERFORM 2010-EDIT-RECORD
           IF WS-RECORD-VALID
               PERFORM 2060-CHECK-FILTER
               IF WS-RECORD-IN-SCOPE
                   PERFORM 2160-CHECK-CREDIT-LIMIT
               END-IF
           END-IF
           IF WS-RECORD-VALID
               IF WS-RECORD-IN-SCOPE
                   PERFORM 2070-ACCUMULATE-AMOUNT
                   PERFORM 2100-WRITE-DETAIL-LINE
                   PERFORM 2150-WRITE-EXTRACT-RECORD
                   PERFORM 2170-UPDATE-BALANCE
                   MOVE 'Y' TO WS-RELEASE-DONE-SW
               END-IF
           ELSE
               PERFORM 2020-WRITE-REJECT-RECORD
               MOVE 'Y' TO WS-RELEASE-DONE-SW
           END-IF
           IF WS-ITEM-RELEASED
               DELETE PENDING-FILE RECORD
               MOVE "DELET" TO WS-ABEND-OPERATION
               PERFORM 9916-CHECK-PENDING-STATUS
               PERFORM 2510-WRITE-CHECKPOINT
           END-IF.

       2760-WRITE-RELEASE-HEADER.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           WRITE WS-REPORT-LINE FROM WS-RPT-RELS-HDR
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 2 TO WS-LINE-COUNT.

       2960-END-RELEASE-SECTION.
           IF NOT WS-FIRST-RECORD
               PERFORM 2200-WRITE-SUBTOTAL-LINE
               MOVE 0 TO WS-SUBTOTAL-AMOUNT
               MOVE 'Y' TO WS-FIRST-RECORD-SW
               MOVE SPACES TO WS-LAST-NAME
           END-IF

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-RELEASED-NET TO WS-RELS-TOT-AMOUNT
           MOVE WS-RELEASED-COUNT TO WS-RELS-TOT-RECS
           WRITE WS-REPORT-LINE FROM WS-RPT-RELEASED-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2750-WRITE-RECYCLE-HEADER.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
               WS-FEED-DEBITS - WS-FEED-CREDITS
           COMPUTE WS-FEED-RECONCILE =
               WS-FEED-DEBITS + WS-FEED-CREDITS + WS-FEED-REJ-TOTAL
               + WS-FEED-HELD-TOTAL

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT

           MOVE 'A' TO WS-ACK-VERDICT
           MOVE SPACES TO WS-ACK-REASON
           IF WS-FILTER-ACTIVE
               MOVE "FILTERED RUN - RECONCILIATION SKIPPED"
                   TO WS-BAL-MESSAGE
                   ADD 1 TO WS-OOB-FEED-COUNT
                   MOVE "*** FEED OUT OF BALANCE - SEE JOB LOG ***"
                       TO WS-BAL-MESSAGE
                   PERFORM 2910-SET-ACK-REASON
                   IF NOT WS-TRAILER-SEEN
                       DISPLAY "*** OUT OF BALANCE *** FEED "
                           WS-FEED-NAME " HAS NO TRAILER RECORD"
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT
           PERFORM 2920-WRITE-ACK-SUMMARY.

       2910-SET-ACK-REASON.
           MOVE 'R' TO WS-ACK-VERDICT
           IF NOT WS-TRAILER-SEEN
               MOVE "20" TO WS-ACK-REASON
           ELSE
               IF NOT WS-ACK-TRL-NUMERIC
                   MOVE "23" TO WS-ACK-REASON
               ELSE
                   IF WS-FEED-RECORDS-READ NOT = WS-ACK-TRL-COUNT
                       MOVE "21" TO WS-ACK-REASON
                   ELSE
                       MOVE "22" TO WS-ACK-REASON
                   END-IF
               END-IF
           END-IF.

       2920-WRITE-ACK-SUMMARY.
      *    A restarted run writes the summary for its resumed feed
      *    again; the acknowledgement takes the last one written.
           MOVE SPACES TO WS-ACKWORK-LINE
           MOVE 'H' TO WS-AKW-TYPE
           MOVE WS-FEED-NO TO WS-AKW-FEED-NO
           MOVE 0 TO WS-AKW-SEQ
           MOVE WS-ACK-VERDICT TO WS-AKS-VERDICT
           MOVE WS-ACK-REASON TO WS-AKS-REASON
           MOVE WS-ACK-TRL-COUNT TO WS-AKS-TRL-COUNT
           MOVE WS-ACK-TRL-TOTAL TO WS-AKS-TRL-TOTAL
           MOVE WS-FEED-RECORDS-READ TO WS-AKS-OUR-COUNT
           MOVE WS-FEED-RECONCILE TO WS-AKS-OUR-TOTAL
           WRITE WS-ACKWORK-RECORD FROM WS-ACKWORK-LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9914-CHECK-ACKWORK-STATUS.

       3000-FINALIZE.
           IF WS-FEEDS-USED-COUNT = 0
           END-IF

           PERFORM 3100-WRITE-TOTAL-LINE
           PERFORM 3400-WRITE-GROUP-SECTION
           PERFORM 3200-WRITE-AUDIT-RECORD
           IF WS-FILTER-ACTIVE
               DISPLAY "GL INTERFACE NOT WRITTEN - FILTERED RUN"
           ELSE
               PERFORM 3300-WRITE-GL-INTERFACE
           END-IF
           CLOSE ACKWORK-FILE
           IF WS-FILTER-ACTIVE
               DISPLAY "FEED ACKNOWLEDGEMENTS NOT WRITTEN - FILTERED"
                   " RUN"
           ELSE
               PERFORM 3500-WRITE-FEED-ACKS
                   VARYING WS-ACK-FEED-NO FROM 1 BY 1
                   UNTIL WS-ACK-FEED-NO > WS-FEED-LIMIT
           END-IF
           PERFORM 3250-MARK-BALANCE-COMPLETE
           PERFORM 3270-CLEAR-CHECKPOINT
           CLOSE REPORT-FILE
           CLOSE REJECT-FILE
           CLOSE EXCEPTION-FILE
           CLOSE EXTRACT-FILE
           CLOSE OVERLIMIT-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE BALANCE-FILE
           CLOSE HISTORY-FILE
           CLOSE PENDING-FILE

           IF WS-OUT-OF-BALANCE
               DISPLAY "*** OUT OF BALANCE *** " WS-OOB-FEED-COUNT
                   " FEED(S) FAILED TRAILER RECONCILIATION"
           END-IF
           IF WS-OVERLIMIT-COUNT > 0
               DISPLAY "*** WARNING *** " WS-OVERLIMIT-COUNT
                   " POSTING(S) OVER CREDIT LIMIT - SEE OVERLMT"
           END-IF
           IF WS-GRP-UNLISTED > 0
               DISPLAY "*** WARNING *** " WS-GRP-UNLISTED
                   " GROUPED CUSTOMER(S) NOT CONSOLIDATED - GROUP"
                   " TABLE FULL"
           END-IF.

       3100-WRITE-TOTAL-LINE.
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS

      *    Held items are outside the net total but inside the feed
      *    trailers; released items are inside the gross and net.
           MOVE WS-HELD-TOTAL TO WS-TOT-HELD
           MOVE WS-HELD-COUNT TO WS-TOT-HELD-RECS
           WRITE WS-REPORT-LINE FROM WS-RPT-HELD-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS

           MOVE WS-RELEASED-NET TO WS-RELS-TOT-AMOUNT
           MOVE WS-RELEASED-COUNT TO WS-RELS-TOT-RECS
           WRITE WS-REPORT-LINE FROM WS-RPT-RELEASED-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS

           MOVE WS-TOTAL-AMOUNT TO WS-TOT-AMOUNT
           WRITE WS-REPORT-LINE FROM WS-RPT-TOTAL-LINE
               AFTER ADVANCING 1 LINE

           MOVE WS-REJECT-COUNT TO WS-CNT-REJECTS
           MOVE WS-EXCEPTION-COUNT TO WS-CNT-EXCEPTIONS
           MOVE WS-OVERLIMIT-COUNT TO WS-CNT-OVERLIMIT
           WRITE WS-REPORT-LINE FROM WS-RPT-COUNTS-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       3400-WRITE-GROUP-SECTION.
      *    Consolidates the customers that carry a group id on the
      *    master.  The master is swept in id order and each member
      *    folded into a table kept in group-id order, then the table
      *    is printed one line per group with a total for all groups.
           MOVE 0 TO WS-GRP-COUNT
           MOVE 'N' TO WS-GRP-CUST-EOF-SW
           MOVE 0 TO WS-CUST-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN WS-CUST-ID
           IF WS-CUST-STATUS-NOTFND OR WS-CUST-STATUS-EOF
               MOVE 'Y' TO WS-GRP-CUST-EOF-SW
           ELSE
               IF NOT WS-CUST-STATUS-OK
                   MOVE "CUSTOMER-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "START" TO WS-ABEND-OPERATION
                   MOVE WS-CUST-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
           END-IF
           PERFORM 3410-GROUP-ONE-CUSTOMER UNTIL WS-GRP-CUST-EOF

           IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           WRITE WS-REPORT-LINE FROM WS-RPT-GRP-HDR
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 2 TO WS-LINE-COUNT

           IF WS-GRP-COUNT = 0
               MOVE "NO CUSTOMER GROUPS ON THE MASTER" TO WS-GRM-TEXT
               PERFORM 3470-WRITE-GROUP-MESSAGE
           ELSE
               WRITE WS-REPORT-LINE FROM WS-RPT-GRP-COL-HDR
                   AFTER ADVANCING 1 LINE
               MOVE "WRITE" TO WS-ABEND-OPERATION
               PERFORM 9905-CHECK-REPORT-STATUS
               ADD 1 TO WS-LINE-COUNT
               MOVE 0 TO WS-GRP-SUB
               PERFORM 3450-WRITE-ONE-GROUP
                   UNTIL WS-GRP-SUB >= WS-GRP-COUNT
               MOVE "TOTAL" TO WS-GRL-ID
               MOVE WS-GRP-TOT-MEMBERS TO WS-GRL-MEMBERS
               MOVE WS-GRP-TOT-POSTINGS TO WS-GRL-POSTINGS
               MOVE WS-GRP-TOT-NET TO WS-GRL-NET
               MOVE WS-GRP-TOT-BALANCE TO WS-GRL-BALANCE
               PERFORM 3460-WRITE-GROUP-LINE
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
           END-IF.

       3410-GROUP-ONE-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-GRP-CUST-EOF-SW
           END-READ
           IF NOT WS-GRP-CUST-EOF
               IF NOT WS-CUST-STATUS-OK
                   MOVE "CUSTOMER-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-CUST-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
               IF WS-CUST-GROUP-ID NUMERIC
                   PERFORM 3420-FIND-GROUP-SLOT
                   IF WS-GRP-FOUND
                       PERFORM 3430-ADD-MEMBER-TO-GROUP
                   ELSE
                       ADD 1 TO WS-GRP-UNLISTED
                   END-IF
               END-IF
           END-IF.

       3420-FIND-GROUP-SLOT.
      *    Leaves WS-GRP-SUB on the group's entry, opening a new entry
      *    in group-id order when the group is not yet on the table.
      *    WS-GRP-FOUND is off only when the table is full.
           MOVE 'Y' TO WS-GRP-FOUND-SW
           MOVE 'N' TO WS-GRP-SLOT-SW
           MOVE 1 TO WS-GRP-SUB
           PERFORM 3421-STEP-GROUP-SLOT
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
                   PERFORM 3422-SHIFT-ONE-GROUP
                       UNTIL WS-GRP-SHIFT < WS-GRP-SUB
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-CUST-GROUP-ID TO WS-GRP-ID (WS-GRP-SUB)
                   MOVE 0 TO WS-GRP-MEMBERS (WS-GRP-SUB)
                   MOVE 0 TO WS-GRP-POSTINGS (WS-GRP-SUB)
                   MOVE 0 TO WS-GRP-NET (WS-GRP-SUB)
                   MOVE 0 TO WS-GRP-BALANCE (WS-GRP-SUB)
               END-IF
           END-IF.

       3421-STEP-GROUP-SLOT.
           IF WS-GRP-ID (WS-GRP-SUB) < WS-CUST-GROUP-ID
               ADD 1 TO WS-GRP-SUB
           ELSE
               MOVE 'Y' TO WS-GRP-SLOT-SW
           END-IF.

       3422-SHIFT-ONE-GROUP.
           MOVE WS-GRP-ENTRY (WS-GRP-SHIFT)
               TO WS-GRP-ENTRY (WS-GRP-SHIFT + 1)
           SUBTRACT 1 FROM WS-GRP-SHIFT.

       3430-ADD-MEMBER-TO-GROUP.
      *    The member's movement for this run is read back from the
      *    history file under this run number; its balance is the
      *    balance-file position after the run's postings.
           MOVE 0 TO WS-GRP-MBR-POSTINGS
           MOVE 0 TO WS-GRP-MBR-NET
           MOVE 0 TO WS-GRP-MBR-BALANCE
           MOVE WS-CUST-ID TO WS-BAL-ID
           READ BALANCE-FILE
           IF WS-BAL-STATUS-OK
               MOVE WS-BAL-AMOUNT TO WS-GRP-MBR-BALANCE
           ELSE
               IF NOT WS-BAL-STATUS-NOTFND
                   MOVE "BALANCE-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-BAL-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
           END-IF

           MOVE 'N' TO WS-GRP-HIST-EOF-SW
           MOVE WS-CUST-ID TO WS-HIS-ID
           MOVE WS-RUN-NUMBER TO WS-HIS-RUN
           MOVE 0 TO WS-HIS-SEQ
           START HISTORY-FILE KEY IS NOT LESS THAN WS-HIS-KEY
           IF WS-HIST-STATUS-NOTFND OR WS-HIST-STATUS-EOF
               MOVE 'Y' TO WS-GRP-HIST-EOF-SW
           ELSE
               IF NOT WS-HIST-STATUS-OK
                   MOVE "HISTORY-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "START" TO WS-ABEND-OPERATION
                   MOVE WS-HIST-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
           END-IF
           PERFORM 3440-READ-MEMBER-POSTING UNTIL WS-GRP-HIST-EOF

           ADD 1 TO WS-GRP-MEMBERS (WS-GRP-SUB)
           ADD WS-GRP-MBR-POSTINGS TO WS-GRP-POSTINGS (WS-GRP-SUB)
           ADD WS-GRP-MBR-NET TO WS-GRP-NET (WS-GRP-SUB)
           ADD WS-GRP-MBR-BALANCE TO WS-GRP-BALANCE (WS-GRP-SUB)
           ADD 1 TO WS-GRP-TOT-MEMBERS
           ADD WS-GRP-MBR-POSTINGS TO WS-GRP-TOT-POSTINGS
           ADD WS-GRP-MBR-NET TO WS-GRP-TOT-NET
           ADD WS-GRP-MBR-BALANCE TO WS-GRP-TOT-BALANCE.

       3440-READ-MEMBER-POSTING.
           READ HISTORY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-GRP-HIST-EOF-SW
           END-READ
           IF NOT WS-GRP-HIST-EOF
               IF NOT WS-HIST-STATUS-OK
                   MOVE "HISTORY-FILE" TO WS-ABEND-FILE-NAME
                   MOVE "READ" TO WS-ABEND-OPERATION
                   MOVE WS-HIST-STATUS TO WS-ABEND-STATUS
                   PERFORM 9900-ABEND-FILE-ERROR
               END-IF
               IF WS-HIS-ID NOT = WS-CUST-ID
                   OR WS-HIS-RUN NOT = WS-RUN-NUMBER
                   MOVE 'Y' TO WS-GRP-HIST-EOF-SW
               ELSE
                   ADD 1 TO WS-GRP-MBR-POSTINGS
                   ADD WS-HIS-AMOUNT TO WS-GRP-MBR-NET
               END-IF
           END-IF.

       3450-WRITE-ONE-GROUP.
           ADD 1 TO WS-GRP-SUB
           MOVE WS-GRP-ID (WS-GRP-SUB) TO WS-GRL-ID
           MOVE WS-GRP-MEMBERS (WS-GRP-SUB) TO WS-GRL-MEMBERS
           MOVE WS-GRP-POSTINGS (WS-GRP-SUB) TO WS-GRL-POSTINGS
           MOVE WS-GRP-NET (WS-GRP-SUB) TO WS-GRL-NET
           MOVE WS-GRP-BALANCE (WS-GRP-SUB) TO WS-GRL-BALANCE
           PERFORM 3460-WRITE-GROUP-LINE.

       3460-WRITE-GROUP-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           WRITE WS-REPORT-LINE FROM WS-RPT-GRP-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       3470-WRITE-GROUP-MESSAGE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           WRITE WS-REPORT-LINE FROM WS-RPT-GRP-MSG-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       3200-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               PERFORM 3310-WRITE-GL-LEG
           END-IF.

       3500-WRITE-FEED-ACKS.
      *    The work file is read twice for each feed: once to pick up
      *    the feed's result and count its rejects for the header,
      *    then again to write the reject details.
           MOVE WS-FEED-NAME-ENT (WS-ACK-FEED-NO) TO WS-AKH-FEED
           MOVE WS-CURRENT-DATE-R TO WS-AKH-RUN-DATE
           MOVE WS-RUN-NUMBER TO WS-AKH-RUN-NO
           MOVE 'N' TO WS-AKH-VERDICT
           MOVE "30" TO WS-AKH-REASON
           MOVE 0 TO WS-AKH-TRL-COUNT
           MOVE 0 TO WS-AKH-TRL-TOTAL
           MOVE 0 TO WS-AKH-OUR-COUNT
           MOVE 0 TO WS-AKH-OUR-TOTAL
           MOVE 0 TO WS-AKH-ACCEPT-COUNT
           MOVE 0 TO WS-ACK-REJ-COUNT
           MOVE 'S' TO WS-ACK-PASS-SW
           PERFORM 3510-SCAN-ACK-WORK
           MOVE WS-ACK-REJ-COUNT TO WS-AKH-REJ-COUNT
           IF (WS-AKH-ACCEPTED OR WS-AKH-REJECTED)
               AND WS-AKH-OUR-COUNT > WS-ACK-REJ-COUNT
               COMPUTE WS-AKH-ACCEPT-COUNT =
                   WS-AKH-OUR-COUNT - WS-ACK-REJ-COUNT
           END-IF

           PERFORM 3560-OPEN-ACK-FILE
           MOVE WS-ACK-HEADER TO WS-ACK-LINE
           PERFORM 3570-WRITE-ACK-RECORD
           MOVE 0 TO WS-ACK-DETAIL-COUNT
           MOVE 'D' TO WS-ACK-PASS-SW
           PERFORM 3510-SCAN-ACK-WORK
           PERFORM 3540-WRITE-ACK-TRAILER
           PERFORM 3580-CLOSE-ACK-FILE.

       3510-SCAN-ACK-WORK.
           OPEN INPUT ACKWORK-FILE
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9914-CHECK-ACKWORK-STATUS
           MOVE 'N' TO WS-ACKWORK-EOF-SW
           MOVE 0 TO WS-ACK-LAST-SEQ
           PERFORM 3520-SCAN-ONE-ACK-WORK UNTIL WS-ACKWORK-EOF
           CLOSE ACKWORK-FILE.

       3520-SCAN-ONE-ACK-WORK.
      *    A reject replayed after a restart repeats a detail sequence
      *    already passed for its feed, so it is answered only once.
           READ ACKWORK-FILE INTO WS-ACKWORK-LINE
               AT END
                   MOVE 'Y' TO WS-ACKWORK-EOF-SW
           END-READ
           IF NOT WS-ACKWORK-EOF
               MOVE "READ" TO WS-ABEND-OPERATION
               PERFORM 9914-CHECK-ACKWORK-STATUS
               IF WS-AKW-FEED-NO = WS-ACK-FEED-NO
                   IF WS-AKW-SUMMARY
                       IF WS-ACK-SUMMARY-PASS
                           MOVE WS-AKS-VERDICT TO WS-AKH-VERDICT
                           MOVE WS-AKS-REASON TO WS-AKH-REASON
                           MOVE WS-AKS-TRL-COUNT TO WS-AKH-TRL-COUNT
                           MOVE WS-AKS-TRL-TOTAL TO WS-AKH-TRL-TOTAL
                           MOVE WS-AKS-OUR-COUNT TO WS-AKH-OUR-COUNT
                           MOVE WS-AKS-OUR-TOTAL TO WS-AKH-OUR-TOTAL
                       END-IF
                   ELSE
                       IF WS-AKW-SEQ > WS-ACK-LAST-SEQ
                           MOVE WS-AKW-SEQ TO WS-ACK-LAST-SEQ
                           IF WS-ACK-SUMMARY-PASS
                               ADD 1 TO WS-ACK-REJ-COUNT
                           ELSE
                               PERFORM 3530-WRITE-ACK-DETAIL
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3530-WRITE-ACK-DETAIL.
           MOVE WS-FEED-NAME-ENT (WS-ACK-FEED-NO) TO WS-AKD-FEED
           MOVE WS-AKW-SEQ TO WS-AKD-SEQ
           MOVE WS-AKR-ID TO WS-AKD-ID
           MOVE WS-AKR-AMOUNT TO WS-AKD-AMOUNT
           MOVE WS-AKR-DC TO WS-AKD-DC
           MOVE WS-AKR-CCY TO WS-AKD-CCY
           MOVE WS-AKR-CODE TO WS-AKD-CODE
           MOVE WS-AKR-REASON TO WS-AKD-REASON
           MOVE WS-ACK-DETAIL TO WS-ACK-LINE
           PERFORM 3570-WRITE-ACK-RECORD
           ADD 1 TO WS-ACK-DETAIL-COUNT.

       3540-WRITE-ACK-TRAILER.
           MOVE WS-FEED-NAME-ENT (WS-ACK-FEED-NO) TO WS-AKT-FEED
           MOVE WS-ACK-DETAIL-COUNT TO WS-AKT-DETAIL-COUNT
           COMPUTE WS-AKT-RECORD-COUNT = WS-ACK-DETAIL-COUNT + 2
           MOVE WS-ACK-TRAILER TO WS-ACK-LINE
           PERFORM 3570-WRITE-ACK-RECORD.

       3560-OPEN-ACK-FILE.
           EVALUATE WS-ACK-FEED-NO
               WHEN 1
                   OPEN OUTPUT ACK1-FILE
               WHEN 2
                   OPEN OUTPUT ACK2-FILE
               WHEN OTHER
                   OPEN OUTPUT ACK3-FILE
           END-EVALUATE
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9915-CHECK-ACK-STATUS.

       3570-WRITE-ACK-RECORD.
           EVALUATE WS-ACK-FEED-NO
               WHEN 1
                   WRITE WS-ACK1-RECORD FROM WS-ACK-LINE
               WHEN 2
                   WRITE WS-ACK2-RECORD FROM WS-ACK-LINE
               WHEN OTHER
                   WRITE WS-ACK3-RECORD FROM WS-ACK-LINE
           END-EVALUATE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9915-CHECK-ACK-STATUS.

       3580-CLOSE-ACK-FILE.
           EVALUATE WS-ACK-FEED-NO
               WHEN 1
                   CLOSE ACK1-FILE
               WHEN 2
                   CLOSE ACK2-FILE
               WHEN OTHER
                   CLOSE ACK3-FILE
           END-EVALUATE.

       3250-MARK-BALANCE-COMPLETE.
           MOVE WS-BAL-CONTROL-KEY TO WS-BAL-ID
           READ BALANCE-FILE
               PERFORM 9909-CHECK-BALANCE-STATUS
           END-IF.

       8300-ROLL-TO-BUSINESS-DAY.
      *    Rolls WS-ROLL-DATE forward past Saturdays, Sundays and the
      *    dates on the holiday calendar to the next business day.
           MOVE WS-ROLL-DATE-N TO WS-DOW-DATE-N
           PERFORM 1710-FIND-DAY-OF-WEEK
           MOVE WS-DOW-RESULT TO WS-ROLL-DOW
           MOVE 'N' TO WS-ROLL-DONE-SW
           PERFORM 8310-ROLL-ONE-DAY UNTIL WS-ROLL-DONE.

       8310-ROLL-ONE-DAY.
           MOVE 'N' TO WS-HOL-FOUND-SW
           IF WS-ROLL-DOW < 6 AND WS-HOL-ACTIVE
               MOVE 0 TO WS-HOL-SUB
               PERFORM 8315-CHECK-ONE-ROLL-HOLIDAY
                   UNTIL WS-HOL-FOUND OR WS-HOL-SUB >= WS-HOL-COUNT
           END-IF
           IF WS-ROLL-DOW > 5 OR WS-HOL-FOUND
               PERFORM 8320-ADD-ONE-DAY
           ELSE
               MOVE 'Y' TO WS-ROLL-DONE-SW
           END-IF.

       8315-CHECK-ONE-ROLL-HOLIDAY.
           ADD 1 TO WS-HOL-SUB
           IF WS-HOL-DATE (WS-HOL-SUB) = WS-ROLL-DATE-N
               MOVE 'Y' TO WS-HOL-FOUND-SW
           END-IF.

       8320-ADD-ONE-DAY.
           PERFORM 8330-SET-MONTH-DAYS
           ADD 1 TO WS-ROLL-DD
           IF WS-ROLL-DD > WS-ROLL-MONTH-DAYS
               MOVE 1 TO WS-ROLL-DD
               ADD 1 TO WS-ROLL-MM
               IF WS-ROLL-MM > 12
                   MOVE 1 TO WS-ROLL-MM
                   ADD 1 TO WS-ROLL-YYYY
               END-IF
           END-IF
           IF WS-ROLL-DOW = 7
               MOVE 1 TO WS-ROLL-DOW
           ELSE
               ADD 1 TO WS-ROLL-DOW
           END-IF.

       8330-SET-MONTH-DAYS.
           MOVE WS-MONTH-DAYS (WS-ROLL-MM) TO WS-ROLL-MONTH-DAYS
           IF WS-ROLL-MM = 2
               DIVIDE WS-ROLL-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   MOVE 29 TO WS-ROLL-MONTH-DAYS
                   DIVIDE WS-ROLL-YYYY BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 28 TO WS-ROLL-MONTH-DAYS
                       DIVIDE WS-ROLL-YYYY BY 400 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           MOVE 29 TO WS-ROLL-MONTH-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       9905-CHECK-REPORT-STATUS.
           IF NOT WS-REPORT-STATUS-OK
               MOVE "REPORT-FILE" TO WS-ABEND-FILE-NAME
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9913-CHECK-OVERLIMIT-STATUS.
           IF NOT WS-OVERLIMIT-STATUS-OK
               MOVE "OVERLIMIT-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-OVERLIMIT-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9914-CHECK-ACKWORK-STATUS.
           IF NOT WS-ACKWORK-STATUS-OK
               MOVE "ACKWORK-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-ACKWORK-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9915-CHECK-ACK-STATUS.
           IF NOT WS-ACK-STATUS-OK
               MOVE "FEED-ACK-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-ACK-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9916-CHECK-PENDING-STATUS.
           IF NOT WS-PEND-STATUS-OK
               MOVE "PENDING-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-PEND-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9909-CHECK-BALANCE-STATUS.
           IF NOT WS-BAL-STATUS-OK
               MOVE "BALANCE-FILE" TO WS-ABEND-FILE-NAME
