      *  rate stays in force, unless an operator override card names
      *  the currency.  The tolerance defaults to 10 percent and may
      *  be overridden by a RATEPARM card (one 3-digit percentage).
      *  Override cards (RATEOVRD) are supplied by operations only
      *  after the provider has confirmed a genuine large move:
      *
      *    cols  1-3   currency code
      *    cols  4-11  operator user id
      *    col  12     approval flag: blank = new override, A =
      *                approval of a pending override
      *
      *  An override takes two operators.  A new override card is
      *  staged on the keyed pending-change file (PENDCHG, shared
      *  with CUSTMNT) with the maker's user id and is reported
      *  STAGED; it does not release the currency in that run.  A
      *  later run's approval card for the same currency from a
      *  different operator removes the pending override and lets
      *  the currency's incoming rate through the tolerance check in
      *  that run - the approval is spent whether or not the rate
      *  needed it.  An approval with no pending override, from the
      *  maker, from a blank user id or in the run that staged the
      *  override is rejected, as is a second override for a
      *  currency already pending.  A pending override not approved
      *  within the expiry period - 7 days, or the 3-digit day count
      *  on a CHGPARM card - is removed at the start of the run and
      *  reported EXPIRED.
      *
      *  Every override card and every rate is reported to RATERPT,
      *  each rate with the prior rate, the new rate, the percentage
      *  move and the action taken.  Return code 0 when every rate
      *  loaded, 4 when any rate or override card was rejected or
      *  any pending override expired, so the scheduler can hold the
      *  stream for a rate investigation.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRD-STATUS.

           SELECT CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PCH-KEY
               FILE STATUS IS WS-CHG-STATUS.

           SELECT CHGPARM-FILE ASSIGN TO "CHGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGPARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RATERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           05  WS-PARM-TOLERANCE    PIC 9(3).

       FD  OVERRIDE-FILE
           RECORD CONTAINS 12 CHARACTERS.
       01  WS-OVERRIDE-RECORD.
           05  WS-OVR-CCY           PIC X(3).
           05  WS-OVR-USER          PIC X(8).
           05  WS-OVR-APPROVAL      PIC X(1).
               88  WS-OVR-NEW-CHANGE     VALUE SPACE.
               88  WS-OVR-APPROVE        VALUE 'A'.

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

       FD  CHGPARM-FILE
           RECORD CONTAINS 3 CHARACTERS.
       01  WS-CHGPARM-RECORD.
           05  WS-CHGPARM-DAYS      PIC 9(3).

       FD  REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-OVRD-STATUS           PIC X(2) VALUE "00".
           88  WS-OVRD-STATUS-OK        VALUE "00".
           88  WS-OVRD-STATUS-EOF       VALUE "10".
       01  WS-CHG-STATUS            PIC X(2) VALUE "00".
           88  WS-CHG-STATUS-OK         VALUE "00".
           88  WS-CHG-STATUS-EOF        VALUE "10".
           88  WS-CHG-STATUS-DUPKEY     VALUE "22".
           88  WS-CHG-STATUS-NOTFND     VALUE "23".
           88  WS-CHG-STATUS-NOFILE     VALUE "35".
       01  WS-CHGPARM-STATUS        PIC X(2) VALUE "00".
           88  WS-CHGPARM-STATUS-OK     VALUE "00".
       01  WS-REPORT-STATUS         PIC X(2) VALUE "00".
           88  WS-REPORT-STATUS-OK      VALUE "00".

       01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE
                                    PIC 9(8).

       01  WS-RUN-TIME              PIC 9(8) VALUE 0.

       01  WS-DATE-FOR-EDIT.
           05  WS-DFE-MM            PIC 99.
           05  WS-DFE-DD            PIC 99.
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

       01  WS-CHECK-WORK.
           05  WS-PRIOR-RATE        PIC 9(4)V9(6) VALUE 0.
           05  WS-PRIOR-FOUND-SW    PIC X VALUE 'N'.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RTL-NOTE          PIC X(27).

       01  WS-RPT-OVRD-LINE.
           05  FILLER               PIC X(9) VALUE "OVERRIDE ".
           05  WS-OVL-CCY           PIC X(3).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-OVL-USER          PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-OVL-RESULT        PIC X(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-OVL-REASON        PIC X(31).
           05  FILLER               PIC X(15) VALUE SPACES.

       01  WS-MADE-BY-NOTE.
           05  FILLER               PIC X(14) VALUE "STAGED BY ".
           05  WS-MBN-MAKER         PIC X(8).
           05  FILLER               PIC X(9) VALUE SPACES.

       01  WS-RPT-COUNTS-LINE.
           05  FILLER               PIC X(7) VALUE "RATES: ".
           05  WS-CNT-RATES         PIC ZZZZZZ9.
           05  WS-CNT-REJECTED      PIC ZZZZZZ9.
           05  FILLER               PIC X(30) VALUE SPACES.

       01  WS-RPT-OVRD-COUNTS.
           05  FILLER               PIC X(18)
                                     VALUE "OVERRIDES STAGED: ".
           05  WS-CNT-OVR-STAGED    PIC ZZZ9.
           05  FILLER               PIC X(12) VALUE "  APPROVED: ".
           05  WS-CNT-OVR-APPROVED  PIC ZZZ9.
           05  FILLER               PIC X(12) VALUE "  REJECTED: ".
           05  WS-CNT-OVR-REJECTED  PIC ZZZ9.
           05  FILLER               PIC X(11) VALUE "  EXPIRED: ".
           05  WS-CNT-OVR-EXPIRED   PIC ZZZ9.
           05  FILLER               PIC X(11) VALUE SPACES.

       01  WS-RPT-OVRD-AWAITING.
           05  FILLER               PIC X(28)
                    VALUE "OVERRIDES AWAITING APPROVAL:".
           05  WS-CNT-OVR-AWAITING  PIC ZZZ9.
           05  FILLER               PIC X(48) VALUE SPACES.

       01  WS-ABEND-OPERATION       PIC X(5) VALUE SPACES.
       01  WS-ABEND-FILE-NAME       PIC X(14) VALUE SPACES.
       01  WS-ABEND-STATUS          PIC X(2) VALUE SPACES.
           05  WS-LOADED-COUNT      PIC 9(7) VALUE 0.
           05  WS-REJECTED-COUNT    PIC 9(7) VALUE 0.

       01  WS-CHANGE-CONTROLS.
           05  WS-EXPIRY-DAYS       PIC 9(3) VALUE 7.
           05  WS-CHANGE-AGE        PIC 9(7) VALUE 0.
           05  WS-OVR-STAGED-COUNT  PIC 9(4) VALUE 0.
           05  WS-OVR-APPR-COUNT    PIC 9(4) VALUE 0.
           05  WS-OVR-REJ-COUNT     PIC 9(4) VALUE 0.
           05  WS-OVR-EXPIRED-COUNT PIC 9(4) VALUE 0.
           05  WS-OVR-AWAIT-COUNT   PIC 9(4) VALUE 0.
           05  WS-OVR-VALID-SW      PIC X VALUE 'Y'.
               88  WS-OVR-VALID         VALUE 'Y'.
           05  WS-OVR-REASON        PIC X(31) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW            PIC X VALUE 'N'.
               88  WS-EOF                VALUE 'Y'.
           05  WS-CHG-EOF-SW        PIC X VALUE 'N'.
               88  WS-CHG-EOF           VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAINLINE.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-CURR-MM TO WS-DFE-MM
           MOVE WS-CURR-DD TO WS-DFE-DD
           MOVE WS-CURR-YYYY TO WS-DFE-YYYY
           MOVE WS-DATE-FOR-EDIT-R TO WS-HDR-DATE
           MOVE WS-CURRENT-DATE-R TO WS-WORK-DATE-R
           PERFORM 8200-COMPUTE-DAY-NUMBER
           MOVE WS-DN-RESULT TO WS-RUN-DAY-NUMBER

           PERFORM 1100-READ-PARM-CARD

           OPEN INPUT RATEIN-FILE
           IF WS-RATEIN-STATUS-NOFILE
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
           PERFORM 1200-WRITE-REPORT-HEADERS

           PERFORM 1300-EXPIRE-PENDING-CHANGES
           PERFORM 1150-LOAD-OVERRIDE-CARDS.

       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE
                   MOVE WS-PARM-TOLERANCE TO WS-TOLERANCE-PCT
               END-IF
               CLOSE PARM-FILE
           END-IF

           OPEN INPUT CHGPARM-FILE
           IF WS-CHGPARM-STATUS-OK
               READ CHGPARM-FILE
               IF WS-CHGPARM-STATUS-OK
                   AND WS-CHGPARM-DAYS IS NUMERIC
                   AND WS-CHGPARM-DAYS > 0
                   MOVE WS-CHGPARM-DAYS TO WS-EXPIRY-DAYS
               END-IF
               CLOSE CHGPARM-FILE
           END-IF.

       1150-LOAD-OVERRIDE-CARDS.
           END-READ
           IF NOT WS-OVRD-STATUS-EOF
               AND WS-OVR-CCY NOT = SPACES
               MOVE WS-OVR-CCY TO WS-OVL-CCY
               MOVE WS-OVR-USER TO WS-OVL-USER
               PERFORM 1170-EDIT-OVERRIDE-CARD
               IF NOT WS-OVR-VALID
                   ADD 1 TO WS-OVR-REJ-COUNT
                   MOVE "REJECTED" TO WS-OVL-RESULT
                   MOVE WS-OVR-REASON TO WS-OVL-REASON
                   PERFORM 2650-WRITE-OVERRIDE-LINE
               ELSE
                   IF WS-OVR-APPROVE
                       PERFORM 1180-APPROVE-OVERRIDE
                   ELSE
                       PERFORM 1190-STAGE-OVERRIDE
                   END-IF
               END-IF
           END-IF.

       1170-EDIT-OVERRIDE-CARD.
           MOVE 'Y' TO WS-OVR-VALID-SW
           MOVE SPACES TO WS-OVR-REASON
           IF WS-OVR-USER = SPACES
               MOVE 'N' TO WS-OVR-VALID-SW
               MOVE "OPERATOR ID REQUIRED" TO WS-OVR-REASON
           END-IF
           IF WS-OVR-VALID
               AND NOT WS-OVR-NEW-CHANGE AND NOT WS-OVR-APPROVE
               MOVE 'N' TO WS-OVR-VALID-SW
               MOVE "INVALID APPROVAL FLAG" TO WS-OVR-REASON
           END-IF
           IF WS-OVR-VALID AND WS-OVR-APPROVE
               MOVE 'R' TO WS-PCH-SYSTEM
               MOVE WS-OVR-CCY TO WS-PCH-OBJECT
               MOVE "OVRD  " TO WS-PCH-ACTION
               READ CHANGE-FILE
               IF WS-CHG-STATUS-NOTFND
                   MOVE 'N' TO WS-OVR-VALID-SW
                   MOVE "NO PENDING OVERRIDE TO APPROVE"
                       TO WS-OVR-REASON
               ELSE
                   MOVE "READ" TO WS-ABEND-OPERATION
                   PERFORM 9911-CHECK-CHANGE-STATUS
                   IF WS-PCH-MAKER = WS-OVR-USER
                       MOVE 'N' TO WS-OVR-VALID-SW
                       MOVE "MAKER CANNOT APPROVE OWN CHANGE"
                           TO WS-OVR-REASON
                   ELSE
                       IF WS-PCH-STAGED-DATE = WS-CURRENT-DATE-R
                           AND WS-PCH-STAGED-TIME = WS-RUN-TIME
                           MOVE 'N' TO WS-OVR-VALID-SW
                           MOVE "STAGED IN THIS RUN"
                               TO WS-OVR-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1180-APPROVE-OVERRIDE.
           IF WS-OVR-COUNT >= WS-OVR-MAX
               DISPLAY "*** ABEND *** OVERRIDE TABLE FULL - "
                   "MORE THAN " WS-OVR-MAX " OVERRIDE CARDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DELETE CHANGE-FILE RECORD
           MOVE "DELET" TO WS-ABEND-OPERATION
           PERFORM 9911-CHECK-CHANGE-STATUS
           SUBTRACT 1 FROM WS-OVR-AWAIT-COUNT
           ADD 1 TO WS-OVR-APPR-COUNT
           ADD 1 TO WS-OVR-COUNT
           MOVE WS-OVR-CCY TO WS-OVR-ENT-CCY (WS-OVR-COUNT)
           MOVE "APPROVED" TO WS-OVL-RESULT
           MOVE WS-PCH-MAKER TO WS-MBN-MAKER
           MOVE WS-MADE-BY-NOTE TO WS-OVL-REASON
           PERFORM 2650-WRITE-OVERRIDE-LINE.

       1190-STAGE-OVERRIDE.
           MOVE 'R' TO WS-PCH-SYSTEM
           MOVE WS-OVR-CCY TO WS-PCH-OBJECT
           MOVE "OVRD  " TO WS-PCH-ACTION
           MOVE WS-OVR-USER TO WS-PCH-MAKER
           MOVE WS-CURRENT-DATE-R TO WS-PCH-STAGED-DATE
           MOVE WS-RUN-TIME TO WS-PCH-STAGED-TIME
           MOVE WS-OVERRIDE-RECORD TO WS-PCH-CARD
           MOVE SPACES TO WS-PENDING-CHANGE (117:4)
           WRITE WS-PENDING-CHANGE
           IF WS-CHG-STATUS-DUPKEY
               ADD 1 TO WS-OVR-REJ-COUNT
               MOVE "REJECTED" TO WS-OVL-RESULT
               MOVE "OVERRIDE ALREADY PENDING" TO WS-OVL-REASON
           ELSE
               MOVE "WRITE" TO WS-ABEND-OPERATION
               PERFORM 9911-CHECK-CHANGE-STATUS
               ADD 1 TO WS-OVR-STAGED-COUNT
               ADD 1 TO WS-OVR-AWAIT-COUNT
               MOVE "STAGED  " TO WS-OVL-RESULT
               MOVE "AWAITING APPROVAL" TO WS-OVL-REASON
           END-IF
           PERFORM 2650-WRITE-OVERRIDE-LINE.

       1200-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-HDR-PAGE
           PERFORM 9905-CHECK-REPORT-STATUS
           MOVE 2 TO WS-LINE-COUNT.

       1300-EXPIRE-PENDING-CHANGES.
      *    Rate overrides are the 'R' entries on the shared file;
      *    the sweep stops at the first entry of another system.
           MOVE 'N' TO WS-CHG-EOF-SW
           MOVE LOW-VALUES TO WS-PCH-KEY
           MOVE 'R' TO WS-PCH-SYSTEM
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
               IF WS-PCH-SYSTEM NOT = 'R'
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
                       ADD 1 TO WS-OVR-AWAIT-COUNT
                   END-IF
               END-IF
           END-IF.

       1320-EXPIRE-ONE-CHANGE.
           DELETE CHANGE-FILE RECORD
           MOVE "DELET" TO WS-ABEND-OPERATION
           PERFORM 9911-CHECK-CHANGE-STATUS
           ADD 1 TO WS-OVR-EXPIRED-COUNT
           MOVE WS-PCH-OBJECT TO WS-OVL-CCY
           MOVE WS-PCH-MAKER TO WS-OVL-USER
           MOVE "EXPIRED " TO WS-OVL-RESULT
           MOVE "NOT APPROVED IN EXPIRY PERIOD" TO WS-OVL-REASON
           PERFORM 2650-WRITE-OVERRIDE-LINE.

       2000-LOAD-ONE-RATE.
           READ RATEIN-FILE
               AT END MOVE 'Y' TO WS-EOF-SW
               IF WS-PRIOR-FOUND
                   AND WS-MOVE-PCT > WS-TOLERANCE-PCT
                   MOVE "OVERRIDE" TO WS-RTL-ACTION
                   MOVE "LOADED ON APPROVED OVERRIDE"
                       TO WS-RTL-NOTE
               ELSE
                   MOVE "LOADED  " TO WS-RTL-ACTION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       2650-WRITE-OVERRIDE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
           END-IF
           WRITE WS-REPORT-LINE FROM WS-RPT-OVRD-LINE
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           ADD 1 TO WS-LINE-COUNT.

       3000-FINALIZE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 1200-WRITE-REPORT-HEADERS
               AFTER ADVANCING 2 LINES
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           MOVE WS-OVR-STAGED-COUNT TO WS-CNT-OVR-STAGED
           MOVE WS-OVR-APPR-COUNT TO WS-CNT-OVR-APPROVED
           MOVE WS-OVR-REJ-COUNT TO WS-CNT-OVR-REJECTED
           MOVE WS-OVR-EXPIRED-COUNT TO WS-CNT-OVR-EXPIRED
           WRITE WS-REPORT-LINE FROM WS-RPT-OVRD-COUNTS
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS
           MOVE WS-OVR-AWAIT-COUNT TO WS-CNT-OVR-AWAITING
           WRITE WS-REPORT-LINE FROM WS-RPT-OVRD-AWAITING
               AFTER ADVANCING 1 LINE
           MOVE "WRITE" TO WS-ABEND-OPERATION
           PERFORM 9905-CHECK-REPORT-STATUS

           CLOSE RATEIN-FILE
           CLOSE RATE-MASTER
           CLOSE CHANGE-FILE
           CLOSE REPORT-FILE

           DISPLAY "RATEMNT COMPLETE - RATES: " WS-RATES-READ
               " LOADED: " WS-LOADED-COUNT
               " REJECTED: " WS-REJECTED-COUNT
               " OVERRIDES STAGED: " WS-OVR-STAGED-COUNT
               " APPROVED: " WS-OVR-APPR-COUNT
           IF WS-REJECTED-COUNT > 0
               OR WS-OVR-REJ-COUNT > 0
               OR WS-OVR-EXPIRED-COUNT > 0
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
