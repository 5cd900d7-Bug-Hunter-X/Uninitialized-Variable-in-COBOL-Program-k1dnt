      *  keyed customer master (CUSTMAST) used by the daily totals
      *  run.  Card layout, 80 bytes:
      *
      *    cols  1-6   action   ADD / CHANGE / CLOSE / REOPEN /
      *                         LIMIT / GROUP
      *    cols  7-11  customer id, 5 digits
      *    cols 12-31  customer name (ADD and CHANGE only)
      *    cols 32-39  operator user id, carried to the report
      *    cols 40-50  credit limit, 9(9)V99 (LIMIT only)
      *    col  51     limit type H = hard, S = soft (LIMIT only,
      *                blank = soft)
      *    cols 52-56  parent group id, 5 digits (GROUP only)
      *    col  57     approval flag: blank = new change, A =
      *                approval of a pending change
      *
      *  ADD writes a new active record and is rejected when the id
      *  is already on the master.  CHANGE replaces the name of an
      *  existing record.  CLOSE and REOPEN flip the account status
      *  of an existing record and are rejected when the record is
      *  already in the requested state.  LIMIT sets the credit
      *  limit TOTALJOB checks postings against: a hard limit
      *  rejects a posting that would take the balance past it, a
      *  soft limit posts it and reports the breach.  A LIMIT card
      *  with the limit field blank removes the limit; a new account
      *  is added with no limit.  GROUP attaches the customer to
      *  the corporate parent group named in cols 52-56, which
      *  TOTALJOB, MTDROLL and MTHCLOSE consolidate on; a GROUP
      *  card with the group field blank detaches the customer,
      *  and a new account is added with no group.  A GROUP card
      *  that would leave the group unchanged is rejected.
      *  Malformed cards - unknown action, non-numeric or zero id,
      *  blank name on ADD or CHANGE, non-numeric limit or unknown
      *  limit type on LIMIT, non-numeric or zero group id on
      *  GROUP - are rejected without touching the master.  Id
      *  00000 is refused: it is reserved on the balance file and
      *  never expected on the master.
      *
      *  No card changes the master on its own operator's say-so.
      *  A new change that passes the edits is staged on the keyed
      *  pending-change file (PENDCHG, shared with RATEMNT) under its
      *  action and customer id with the maker's user id and the
      *  card image, and is reported STAGED; only one change per
      *  action and id may be pending.  It is applied when a later
      *  run reads an approval card - the same action, id, name,
      *  limit and group fields, flag A in col 57 - from a different
      *  operator.  The staged card is then edited again against the
      *  master as it stands and applied or rejected, and the
      *  pending change is removed either way.  An approval with no
      *  matching pending change, from the maker, from a blank user
      *  id or in the run that staged the change is rejected.  Every
      *  card must carry an operator user id.  A pending change not
      *  approved within the expiry period - 7 days, or the 3-digit
      *  day count on a CHGPARM card - is removed at the start of
      *  the run and reported EXPIRED.
      *
      *  Every transaction is reported to CUSTRPT with the master
      *  record's before and after images, the operator user id and
      *  the run date and time, so the report is the audit trail of
      *  who changed the master and when; an applied change names
      *  its maker in the user column and its checker alongside.
      *  Return code 0 when every card was staged or applied, 4 when
      *  any card was rejected or any pending change expired.
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS WS-CUST-ID
               FILE STATUS IS WS-CUST-STATUS.

           SELECT CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PCH-KEY
               FILE STATUS IS WS-CHG-STATUS.

           SELECT PARM-FILE ASSIGN TO "CHGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CUSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               88  WS-TRN-CHANGE         VALUE "CHANGE".
               88  WS-TRN-CLOSE          VALUE "CLOSE ".
               88  WS-TRN-REOPEN         VALUE "REOPEN".
               88  WS-TRN-LIMIT          VALUE "LIMIT ".
               88  WS-TRN-GROUP          VALUE "GROUP ".
           05  WS-TRN-ID-X          PIC X(5).
           05  WS-TRN-ID-N REDEFINES WS-TRN-ID-X
                                    PIC 9(5).
           05  WS-TRN-NAME          PIC X(20).
           05  WS-TRN-USER          PIC X(8).
           05  WS-TRN-LIMIT-X       PIC X(11).
           05  WS-TRN-LIMIT-N REDEFINES WS-TRN-LIMIT-X
                                    PIC 9(9)V99.
           05  WS-TRN-LIMIT-TYPE    PIC X(1).
               88  WS-TRN-LIMIT-TYPE-OK  VALUE 'H' 'S' ' '.
           05  WS-TRN-GROUP-X       PIC X(5).
           05  WS-TRN-GROUP-N REDEFINES WS-TRN-GROUP-X
                                    PIC 9(5).
           05  WS-TRN-APPROVAL      PIC X(1).
               88  WS-TRN-NEW-CHANGE     VALUE SPACE.
               88  WS-TRN-APPROVE        VALUE 'A'.
           05  FILLER               PIC X(23).

       FD  CUSTOMER-FILE.
       01  WS-CUSTOMER-RECORD.
           05  WS-CUST-ACCT-STATUS  PIC X(1).
               88  WS-CUST-ACTIVE        VALUE 'A'.
               88  WS-CUST-CLOSED        VALUE 'C'.
           05  WS-CUST-CREDIT-LIMIT PIC 9(9)V99.
           05  WS-CUST-LIMIT-TYPE   PIC X(1).
               88  WS-CUST-HARD-LIMIT    VALUE 'H'.
               88  WS-CUST-SOFT-LIMIT    VALUE 'S'.
               88  WS-CUST-NO-LIMIT      VALUE 'N'.
           05  WS-CUST-GROUP-ID     PIC X(5).
               88  WS-CUST-NO-GROUP      VALUE SPACES.
           05  FILLER               PIC X(7).

       FD  CHANGE-FILE.
       01  WS-PENDING-CHANGE.
           05  WS-PCH-KEY.
               10  WS-PCH-SYSTEM    PIC X(1).
               10  WS-PCH-OBJECT    PIC X(5).
               10  WS-PCH-ACTION    PIC X(6).
           05  WS-PCH-MAKER         PIC X(8).
           05  WS-PCH-STAGED-DATE   PIC 9(8).
           05  WS-PCH-STAGED-TIME   PIC 9(8).
           05  WS-PCH-CARD          PIC X(80).
           05  FILLER               PIC X(4).

       FD  PARM-FILE
           RECORD CONTAINS 3 CHARACTERS.
       01  WS-PARM-RECORD.
           05  WS-PARM-EXPIRY-DAYS  PIC 9(3).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-REPORT-LINE           PIC X(80).
           88  WS-CUST-STATUS-OK        VALUE "00".
           88  WS-CUST-STATUS-NOTFND    VALUE "23".
           88  WS-CUST-STATUS-NOFILE    VALUE "35".
       01  WS-CHG-STATUS            PIC X(2) VALUE "00".
           88  WS-CHG-STATUS-OK         VALUE "00".
           88  WS-CHG-STATUS-EOF        VALUE "10".
           88  WS-CHG-STATUS-DUPKEY     VALUE "22".
           88  WS-CHG-STATUS-NOTFND     VALUE "23".
           88  WS-CHG-STATUS-NOFILE     VALUE "35".
       01  WS-PARM-STATUS           PIC X(2) VALUE "00".
           88  WS-PARM-STATUS-OK        VALUE "00".
       01  WS-REPORT-STATUS         PIC X(2) VALUE "00".
           88  WS-REPORT-STATUS-OK      VALUE "00".

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
           05  WS-IMG-NAME          PIC X(20).
           05  FILLER               PIC X(9) VALUE "  STATUS ".
           05  WS-IMG-STATUS        PIC X(1).
           05  FILLER               PIC X(8) VALUE "  LIMIT ".
           05  WS-IMG-LIMIT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(1) VALUE SPACES.
           05  WS-IMG-LIMIT-TYPE    PIC X(1).
           05  FILLER               PIC X(6) VALUE "  GRP ".
           05  WS-IMG-GROUP         PIC X(5).
           05  FILLER               PIC X(1) VALUE SPACES.

       01  WS-RPT-COUNTS-LINE.
           05  FILLER               PIC X(7) VALUE "CARDS: ".
           05  WS-CNT-REJECTED      PIC ZZZZZZ9.
           05  FILLER               PIC X(29) VALUE SPACES.

       01  WS-RPT-CHANGE-COUNTS.
           05  FILLER               PIC X(8) VALUE "STAGED: ".
           05  WS-CNT-STAGED        PIC ZZZZZZ9.
           05  FILLER               PIC X(12) VALUE "  APPROVED: ".
           05  WS-CNT-APPROVED      PIC ZZZZZZ9.
           05  FILLER               PIC X(11) VALUE "  EXPIRED: ".
           05  WS-CNT-EXPIRED       PIC ZZZZZZ9.
           05  FILLER               PIC X(12) VALUE "  AWAITING: ".
           05  WS-CNT-AWAITING      PIC ZZZZZZ9.
           05  FILLER               PIC X(9) VALUE SPACES.

       01  WS-APPROVED-NOTE.
           05  FILLER               PIC X(12) VALUE "APPROVED BY ".
           05  WS-APN-CHECKER       PIC X(8).
           05  FILLER               PIC X(10) VALUE SPACES.

       01  WS-ABEND-OPERATION       PIC X(5) VALUE SPACES.
       01  WS-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
       01  WS-ABEND-STATUS          PIC X(2) VALUE SPACES.
       01  WS-BEFORE-IMAGE.
           05  WS-BEF-NAME          PIC X(20) VALUE SPACES.
           05  WS-BEF-STATUS        PIC X(1) VALUE SPACE.
           05  WS-BEF-LIMIT         PIC 9(9)V99 VALUE 0.
           05  WS-BEF-LIMIT-TYPE    PIC X(1) VALUE SPACE.
           05  WS-BEF-GROUP         PIC X(5) VALUE SPACES.

       01  WS-WORK-AREAS.
           05  WS-CARDS-READ        PIC 9(7) VALUE 0.
           05  WS-APPLIED-COUNT     PIC 9(7) VALUE 0.
           05  WS-REJECTED-COUNT    PIC 9(7) VALUE 0.

       01  WS-CHANGE-CONTROLS.
           05  WS-EXPIRY-DAYS       PIC 9(3) VALUE 7.
           05  WS-CHANGE-AGE        PIC 9(7) VALUE 0.
           05  WS-STAGED-COUNT      PIC 9(7) VALUE 0.
           05  WS-APPROVED-COUNT    PIC 9(7) VALUE 0.
           05  WS-EXPIRED-COUNT     PIC 9(7) VALUE 0.
           05  WS-AWAITING-COUNT    PIC 9(7) VALUE 0.
           05  WS-CHECKER-USER      PIC X(8) VALUE SPACES.
           05  WS-APPLY-NOTE        PIC X(30) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW            PIC X VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-CHG-EOF-SW        PIC X VALUE 'N'.
               88  WS-CHG-EOF           VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF

           OPEN I-O CHANGE-FILE
           IF WS-CHG-STATUS-NOFILE
               OPEN OUTPUT CHANGE-FILE
               CLOSE CHANGE-FILE
               OPEN I-O CHANGE-FILE
           END-IF
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9911-CHECK-CHANGE-STATUS

           OPEN OUTPUT REPORT-FILE
           MOVE "OPEN" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           MOVE WS-CURR-YYYY TO WS-DFE-YYYY
           MOVE WS-DATE-FOR-EDIT-R TO WS-HDR-DATE
           MOVE WS-RUN-TIME (1:6) TO WS-HDR-TIME
           MOVE WS-CURRENT-DATE-R TO WS-WORK-DATE-R
           PERFORM 8200-COMPUTE-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-RUN-DAY-NUMBER
           PERFORM 1100-READ-PARM-CARD
           PERFORM 1200-WRITE-REPORT-HEADERS
           PERFORM 1300-EXPIRE-PENDING-CHANGES.

       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS-OK
               READ PARM-FILE
               IF WS-PARM-STATUS-OK
                   AND WS-PARM-EXPIRY-DAYS IS NUMERIC
                   AND WS-PARM-EXPIRY-DAYS > 0
                   MOVE WS-PARM-EXPIRY-DAYS TO WS-EXPIRY-DAYS
               END-IF
               CLOSE PARM-FILE
           END-IF.

       1200-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           PERFORM 9905-CHECK-REPORT-STATUS
           MOVE 2 TO WS-LINE-COUNT.

       1300-EXPIRE-PENDING-CHANGES.
      *    Customer changes are the 'C' entries on the shared file;
      *    the sweep stops at the first entry of another system.
           MOVE 'N' TO WS-CHG-EOF-SW
           MOVE LOW-VALUES TO WS-PCH-KEY
           MOVE 'C' TO WS-PCH-SYSTEM
           START CHANGE-FILE KEY IS NOT LESS THAN WS-PCH-KEY
           IF WS-CHG-STATUS-NOTFND OR WS-CHG-STATUS-EOF
               MOVE 'Y' TO WS-CHG-EOF-SW
           ELSE
               MOVE "START" TO WS-ABEND-OPERATION
               PERFORM 9911-CHECK-CHANGE-STATUS
           END-IF
           PERFORM 1310-CHECK-ONE-PENDING UNTIL WS-CHG-EOF.

       1310-CHECK-ONE-PENDING.
           READ CHANGE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CHG-EOF-SW
           END-READ
           IF NOT WS-CHG-EOF
               MOVE "READ" TO WS-ABEND-OPERATION
               PERFORM 9911-CHECK-CHANGE-STATUS
               IF WS-PCH-SYSTEM NOT = 'C'
                   MOVE 'Y' TO WS-CHG-EOF-SW
               ELSE
                   MOVE WS-PCH-STAGED-DATE TO WS-WORK-DATE-R
                   PERFORM 8200-COMPUTE-DAY-NUMBER
                   MOVE 0 TO WS-CHANGE-AGE
                   IF WS-DN-RESULT < WS-RUN-DAY-NUMBER
                       COMPUTE WS-CHANGE-AGE =
                           WS-RUN-DAY-NUMBER - WS-DN-RESULT
                   END-IF
                   IF WS-CHANGE-AGE > WS-EXPIRY-DAYS
                       PERFORM 1320-EXPIRE-ONE-CHANGE
                   ELSE
                       ADD 1 TO WS-AWAITING-COUNT
                   END-IF
               END-IF
           END-IF.

       1320-EXPIRE-ONE-CHANGE.
           DELETE CHANGE-FILE RECORD
           MOVE "DELET" TO WS-ABEND-OPERATION
           PERFORM 9911-CHECK-CHANGE-STATUS
           ADD 1 TO WS-EXPIRED-COUNT
           MOVE WS-PCH-ACTION TO WS-TRL-ACTION
           MOVE WS-PCH-OBJECT TO WS-TRL-ID
           MOVE WS-PCH-MAKER TO WS-TRL-USER
           MOVE "EXPIRED " TO WS-TRL-RESULT
           MOVE "NOT APPROVED IN EXPIRY PERIOD" TO WS-TRL-REASON
           PERFORM 2400-WRITE-TRAN-LINE.

       2000-PROCESS-ONE-CARD.
           READ TRAN-FILE
               AT END MOVE 'Y' TO WS-EOF-SW

           IF NOT WS-EOF
               ADD 1 TO WS-CARDS-READ
               IF WS-TRN-APPROVE
                   PERFORM 2500-PROCESS-APPROVAL
               ELSE
                   PERFORM 2010-EDIT-CARD
                   IF WS-TRAN-VALID
                       PERFORM 2600-STAGE-CHANGE
                   ELSE
                       PERFORM 2300-REPORT-REJECT
                   END-IF
               END-IF
           END-IF.


           IF NOT WS-TRN-ADD AND NOT WS-TRN-CHANGE
               AND NOT WS-TRN-CLOSE AND NOT WS-TRN-REOPEN
               AND NOT WS-TRN-LIMIT AND NOT WS-TRN-GROUP
               MOVE 'N' TO WS-VALID-SW
               MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
           END-IF
               MOVE "NON-NUMERIC CUSTOMER ID" TO WS-REJECT-REASON
           END-IF

           IF WS-TRAN-VALID AND WS-TRN-USER = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE "OPERATOR ID REQUIRED" TO WS-REJECT-REASON
           END-IF

           IF WS-TRAN-VALID
               AND NOT WS-TRN-NEW-CHANGE AND NOT WS-TRN-APPROVE
               MOVE 'N' TO WS-VALID-SW
               MOVE "INVALID APPROVAL FLAG" TO WS-REJECT-REASON
           END-IF

           IF WS-TRAN-VALID AND WS-TRN-ID-N = 0
               MOVE 'N' TO WS-VALID-SW
               MOVE "ID 00000 IS RESERVED" TO WS-REJECT-REASON
               MOVE "BLANK CUSTOMER NAME" TO WS-REJECT-REASON
           END-IF

           IF WS-TRAN-VALID AND WS-TRN-LIMIT
               AND WS-TRN-LIMIT-X NOT = SPACES
               AND WS-TRN-LIMIT-N NOT NUMERIC
               MOVE 'N' TO WS-VALID-SW
               MOVE "NON-NUMERIC CREDIT LIMIT" TO WS-REJECT-REASON
           END-IF

           IF WS-TRAN-VALID AND WS-TRN-LIMIT
               AND NOT WS-TRN-LIMIT-TYPE-OK
               MOVE 'N' TO WS-VALID-SW
               MOVE "INVALID LIMIT TYPE" TO WS-REJECT-REASON
           END-IF

           IF WS-TRAN-VALID AND WS-TRN-GROUP
               AND WS-TRN-GROUP-X NOT = SPACES
               IF WS-TRN-GROUP-N NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE "NON-NUMERIC GROUP ID" TO WS-REJECT-REASON
               ELSE
                   IF WS-TRN-GROUP-N = 0
                       MOVE 'N' TO WS-VALID-SW
                       MOVE "GROUP ID 00000 IS INVALID"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-TRAN-VALID
               PERFORM 2020-LOOKUP-MASTER
               PERFORM 2030-EDIT-AGAINST-MASTER
           MOVE 'N' TO WS-ON-MASTER-SW
           MOVE SPACES TO WS-BEF-NAME
           MOVE SPACE TO WS-BEF-STATUS
           MOVE 0 TO WS-BEF-LIMIT
           MOVE SPACE TO WS-BEF-LIMIT-TYPE
           MOVE SPACES TO WS-BEF-GROUP
           MOVE WS-TRN-ID-N TO WS-CUST-ID
           READ CUSTOMER-FILE
           IF WS-CUST-STATUS-OK
               MOVE 'Y' TO WS-ON-MASTER-SW
               MOVE WS-CUST-NAME TO WS-BEF-NAME
               MOVE WS-CUST-ACCT-STATUS TO WS-BEF-STATUS
               IF WS-CUST-HARD-LIMIT OR WS-CUST-SOFT-LIMIT
                   MOVE WS-CUST-CREDIT-LIMIT TO WS-BEF-LIMIT
                   MOVE WS-CUST-LIMIT-TYPE TO WS-BEF-LIMIT-TYPE
               ELSE
                   MOVE 'N' TO WS-BEF-LIMIT-TYPE
               END-IF
               IF WS-CUST-GROUP-ID NUMERIC
                   MOVE WS-CUST-GROUP-ID TO WS-BEF-GROUP
               END-IF
           ELSE
               IF NOT WS-CUST-STATUS-NOTFND
                   MOVE "CUSTOMER-FILE" TO WS-ABEND-FILE-NAME
               AND WS-BEF-STATUS NOT = 'C'
               MOVE 'N' TO WS-VALID-SW
               MOVE "ACCOUNT NOT CLOSED" TO WS-REJECT-REASON
           END-IF
           IF WS-TRAN-VALID AND WS-TRN-GROUP
               AND WS-TRN-GROUP-X = WS-BEF-GROUP
               MOVE 'N' TO WS-VALID-SW
               IF WS-TRN-GROUP-X = SPACES
                   MOVE "NOT IN A GROUP" TO WS-REJECT-REASON
               ELSE
                   MOVE "ALREADY IN THIS GROUP" TO WS-REJECT-REASON
               END-IF
           END-IF.

       2100-APPLY-CARD.
               MOVE WS-TRN-ID-N TO WS-CUST-ID
               MOVE WS-TRN-NAME TO WS-CUST-NAME
               MOVE 'A' TO WS-CUST-ACCT-STATUS
               MOVE 0 TO WS-CUST-CREDIT-LIMIT
               MOVE 'N' TO WS-CUST-LIMIT-TYPE
               MOVE SPACES TO WS-CUSTOMER-RECORD (39:12)
               WRITE WS-CUSTOMER-RECORD
               PERFORM 9910-CHECK-CUSTOMER-STATUS
           ELSE
               MOVE WS-TRN-ID-N TO WS-CUST-ID
               MOVE WS-BEF-NAME TO WS-CUST-NAME
               MOVE WS-BEF-STATUS TO WS-CUST-ACCT-STATUS
               MOVE WS-BEF-LIMIT TO WS-CUST-CREDIT-LIMIT
               MOVE WS-BEF-LIMIT-TYPE TO WS-CUST-LIMIT-TYPE
               MOVE SPACES TO WS-CUSTOMER-RECORD (39:12)
               MOVE WS-BEF-GROUP TO WS-CUST-GROUP-ID
               IF WS-TRN-CHANGE
                   MOVE WS-TRN-NAME TO WS-CUST-NAME
               END-IF
               IF WS-TRN-REOPEN
                   MOVE 'A' TO WS-CUST-ACCT-STATUS
               END-IF
               IF WS-TRN-LIMIT
                   PERFORM 2110-APPLY-LIMIT
               END-IF
               IF WS-TRN-GROUP
                   MOVE WS-TRN-GROUP-X TO WS-CUST-GROUP-ID
               END-IF
               REWRITE WS-CUSTOMER-RECORD
               PERFORM 9910-CHECK-CUSTOMER-STATUS
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM 2200-REPORT-APPLIED.

       2110-APPLY-LIMIT.
           IF WS-TRN-LIMIT-X = SPACES
               MOVE 0 TO WS-CUST-CREDIT-LIMIT
               MOVE 'N' TO WS-CUST-LIMIT-TYPE
           ELSE
               MOVE WS-TRN-LIMIT-N TO WS-CUST-CREDIT-LIMIT
               IF WS-TRN-LIMIT-TYPE = SPACE
                   MOVE 'S' TO WS-CUST-LIMIT-TYPE
               ELSE
                   MOVE WS-TRN-LIMIT-TYPE TO WS-CUST-LIMIT-TYPE
               END-IF
           END-IF.

       2200-REPORT-APPLIED.
           MOVE WS-TRN-ACTION TO WS-TRL-ACTION
           MOVE WS-TRN-ID-X TO WS-TRL-ID
           MOVE WS-TRN-USER TO WS-TRL-USER
           MOVE "APPLIED " TO WS-TRL-RESULT
           MOVE WS-APPLY-NOTE TO WS-TRL-REASON
           PERFORM 2400-WRITE-TRAN-LINE

           IF WS-ON-MASTER
               MOVE "BEFORE: " TO WS-IMG-TAG
               MOVE WS-BEF-NAME TO WS-IMG-NAME
               MOVE WS-BEF-STATUS TO WS-IMG-STATUS
               MOVE WS-BEF-LIMIT TO WS-IMG-LIMIT
               MOVE WS-BEF-LIMIT-TYPE TO WS-IMG-LIMIT-TYPE
               MOVE WS-BEF-GROUP TO WS-IMG-GROUP
           ELSE
               MOVE "BEFORE: " TO WS-IMG-TAG
               MOVE "*NOT ON MASTER*" TO WS-IMG-NAME
               MOVE SPACE TO WS-IMG-STATUS
               MOVE 0 TO WS-IMG-LIMIT
               MOVE SPACE TO WS-IMG-LIMIT-TYPE
               MOVE SPACES TO WS-IMG-GROUP
           END-IF
           PERFORM 2450-WRITE-IMAGE-LINE

           MOVE "AFTER:  " TO WS-IMG-TAG
           MOVE WS-CUST-NAME TO WS-IMG-NAME
           MOVE WS-CUST-ACCT-STATUS TO WS-IMG-STATUS
           MOVE WS-CUST-CREDIT-LIMIT TO WS-IMG-LIMIT
           MOVE WS-CUST-LIMIT-TYPE TO WS-IMG-LIMIT-TYPE
           MOVE WS-CUST-GROUP-ID TO WS-IMG-GROUP
           PERFORM 2450-WRITE-IMAGE-LINE.

       2300-REPORT-REJECT.
               MOVE "BEFORE: " TO WS-IMG-TAG
               MOVE WS-BEF-NAME TO WS-IMG-NAME
               MOVE WS-BEF-STATUS TO WS-IMG-STATUS
               MOVE WS-BEF-LIMIT TO WS-IMG-LIMIT
               MOVE WS-BEF-LIMIT-TYPE TO WS-IMG-LIMIT-TYPE
               MOVE WS-BEF-GROUP TO WS-IMG-GROUP
               PERFORM 2450-WRITE-IMAGE-LINE
           END-IF.

       2500-PROCESS-APPROVAL.
           PERFORM 2510-EDIT-APPROVAL
           IF NOT WS-TRAN-VALID
               PERFORM 2300-REPORT-REJECT
           ELSE
      *        The maker's card is applied, edited against the master
      *        as it stands now; the pending change is spent either
      *        way.
               MOVE WS-TRN-USER TO WS-CHECKER-USER
               DELETE CHANGE-FILE RECORD
               MOVE "DELET" TO WS-ABEND-OPERATION
               PERFORM 9911-CHECK-CHANGE-STATUS
               SUBTRACT 1 FROM WS-AWAITING-COUNT
               MOVE WS-PCH-CARD TO WS-TRAN-RECORD
               PERFORM 2010-EDIT-CARD
               IF WS-TRAN-VALID
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE WS-CHECKER-USER TO WS-APN-CHECKER
                   MOVE WS-APPROVED-NOTE TO WS-APPLY-NOTE
                   PERFORM 2100-APPLY-CARD
               ELSE
                   PERFORM 2300-REPORT-REJECT
               END-IF
           END-IF.

       2510-EDIT-APPROVAL.
           MOVE 'Y' TO WS-VALID-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-ON-MASTER-SW

           IF WS-TRN-USER = SPACES
               MOVE 'N' TO WS-VALID-SW
               MOVE "OPERATOR ID REQUIRED" TO WS-REJECT-REASON
           END-IF

           IF WS-TRAN-VALID
               MOVE 'C' TO WS-PCH-SYSTEM
               MOVE WS-TRN-ID-X TO WS-PCH-OBJECT
               MOVE WS-TRN-ACTION TO WS-PCH-ACTION
               READ CHANGE-FILE
               IF WS-CHG-STATUS-NOTFND
                   MOVE 'N' TO WS-VALID-SW
                   MOVE "NO PENDING CHANGE TO APPROVE"
                       TO WS-REJECT-REASON
               ELSE
                   MOVE "READ" TO WS-ABEND-OPERATION
                   PERFORM 9911-CHECK-CHANGE-STATUS
               END-IF
           END-IF

           IF WS-TRAN-VALID AND WS-PCH-MAKER = WS-TRN-USER
               MOVE 'N' TO WS-VALID-SW
               MOVE "MAKER CANNOT APPROVE OWN CHANGE"
                   TO WS-REJECT-REASON
           END-IF

           IF WS-TRAN-VALID
               AND WS-PCH-STAGED-DATE = WS-CURRENT-DATE-R
               AND WS-PCH-STAGED-TIME = WS-RUN-TIME
               MOVE 'N' TO WS-VALID-SW
               MOVE "STAGED IN THIS RUN" TO WS-REJECT-REASON
           END-IF

           IF WS-TRAN-VALID
               AND (WS-PCH-CARD (12:20) NOT = WS-TRN-NAME
                    OR WS-PCH-CARD (40:17) NOT =
                       WS-TRAN-RECORD (40:17))
               MOVE 'N' TO WS-VALID-SW
               MOVE "DOES NOT MATCH PENDING CHANGE"
                   TO WS-REJECT-REASON
           END-IF.

       2600-STAGE-CHANGE.
           MOVE 'C' TO WS-PCH-SYSTEM
           MOVE WS-TRN-ID-X TO WS-PCH-OBJECT
           MOVE WS-TRN-ACTION TO WS-PCH-ACTION
           MOVE WS-TRN-USER TO WS-PCH-MAKER
           MOVE WS-CURRENT-DATE-R TO WS-PCH-STAGED-DATE
           MOVE WS-RUN-TIME TO WS-PCH-STAGED-TIME
           MOVE WS-TRAN-RECORD TO WS-PCH-CARD
           MOVE SPACES TO WS-PENDING-CHANGE (117:4)
           WRITE WS-PENDING-CHANGE
           IF WS-CHG-STATUS-DUPKEY
               MOVE 'N' TO WS-VALID-SW
               MOVE "CHANGE ALREADY PENDING" TO WS-REJECT-REASON
               PERFORM 2300-REPORT-REJECT
           ELSE
               MOVE "WRITE" TO WS-ABEND-OPERATION
               PERFORM 9911-CHECK-CHANGE-STATUS
               ADD 1 TO WS-STAGED-COUNT
               ADD 1 TO WS-AWAITING-COUNT
               MOVE WS-TRN-ACTION TO WS-TRL-ACTION
               MOVE WS-TRN-ID-X TO WS-TRL-ID
               MOVE WS-TRN-USER TO WS-TRL-USER
               MOVE "STAGED  " TO WS-TRL-RESULT
               MOVE "AWAITING APPROVAL" TO WS-TRL-REASON
               PERFORM 2400-WRITE-TRAN-LINE
               IF WS-ON-MASTER
                   MOVE "BEFORE: " TO WS-IMG-TAG
                   MOVE WS-BEF-NAME TO WS-IMG-NAME
                   MOVE WS-BEF-STATUS TO WS-IMG-STATUS
                   MOVE WS-BEF-LIMIT TO WS-IMG-LIMIT
                   MOVE WS-BEF-LIMIT-TYPE TO WS-IMG-LIMIT-TYPE
                   MOVE WS-BEF-GROUP TO WS-IMG-GROUP
                   PERFORM 2450-WRITE-IMAGE-LINE
               END-IF
           END-IF.

       2400-WRITE-TRAN-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           MOVE WS-STAGED-COUNT TO WS-CNT-STAGED
           MOVE WS-APPROVED-COUNT TO WS-CNT-APPROVED
           MOVE WS-EXPIRED-COUNT TO WS-CNT-EXPIRED
           MOVE WS-AWAITING-COUNT TO WS-CNT-AWAITING
           WRITE WS-REPORT-LINE FROM WS-RPT-CHANGE-COUNTS
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS

           CLOSE TRAN-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CHANGE-FILE
           CLOSE REPORT-FILE

           DISPLAY "CUSTMNT COMPLETE - CARDS: " WS-CARDS-READ
               " STAGED: " WS-STAGED-COUNT
               " APPLIED: " WS-APPLIED-COUNT
               " REJECTED: " WS-REJECTED-COUNT
               " EXPIRED: " WS-EXPIRED-COUNT
           IF WS-REJECTED-COUNT > 0 OR WS-EXPIRED-COUNT > 0
               MOVE 4 TO RETURN-CODE
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
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9911-CHECK-CHANGE-STATUS.
           IF NOT WS-CHG-STATUS-OK
               MOVE "CHANGE-FILE" TO WS-ABEND-FILE-NAME
               MOVE WS-CHG-STATUS TO WS-ABEND-STATUS
               PERFORM 9900-ABEND-FILE-ERROR
           END-IF.

       9900-ABEND-FILE-ERROR.
           DISPLAY "*** ABEND *** " WS-ABEND-FILE-NAME " "
               WS-ABEND-OPERATION
