      *      TRAN-ID         must not be blank
      *      TRAN-BRANCH     must not be blank - four branches key
      *                      into the one feed and unowned work
      *                      cannot be balanced - and, when the
      *                      branch master file is available, must
      *                      be on it and open as of TRAN-DATE
      *                      (not before its open date, not on or
      *                      after its close date)
      *      TRAN-DATE       must be numeric and a real calendar date
      *                      (month 01-12, day valid for the month,
      *                      leap years honored), and - when the
      *                      the date with the next business day on
      *                      the calendar and notes the adjustment on
      *                      this report.  Reference dates take the
      *                      same edit and the same option.  When the
      *                      accounting period control file is
      *                      available, TRAN-DATE must not fall in a
      *                      month finance has closed (PRDCLOSE).
      *                      The CLOSEDPERIOD run option says what
      *                      happens to one: FAIL (the default) fails
      *                      it into the repair queue; REDATE moves
      *                      it to the first business day of the
      *                      next open month and prints the
      *                      adjustment on this report.  Reference
      *                      dates name prior calculations and are
      *                      not period-checked.
      *      TRAN-CURRENCY   blank or the base currency, or a code
      *                      with a rate on the exchange-rate file
      *                      (RATFILE, copybook RATREC, loaded by
      *                      RATLOAD) for TRAN-DATE.  A code never
      *                      loaded fails as an unknown currency, a
      *                      known one with no rate that day as a
      *                      missing rate; without the rate file
      *                      every code but the base fails.  A CON
      *                      continuation carries its header's
      *                      currency or none
      *      TRAN-SUMMAND-1  must be a valid signed two-decimal
      *                      amount (leading separate sign required)
      *      TRAN-SUMMAND-2  likewise
      *              gate.  A missing calendar file is noted and the
      *              business-day edits are skipped, so day one does
      *              not fail the whole feed.
      *  2026-10-15  Branch master edit.  TRAN-BRANCH is checked
      *              against the branch master (BRNFILE, copybook
      *              BRNREC, maintained by BRNMAINT): a code not on
      *              file, or a branch not yet open or already closed
      *              as of TRAN-DATE, fails the record into the
      *              repair queue like any other field failure, where
      *              a BRN correction card fixes it.  A mistyped code
      *              used to post, print a subtotal line of its own
      *              and use up one of the calculation step's branch
      *              checkpoint slots.  A missing branch master is
      *              noted and the check skipped, as for the
      *              calendar.
      *  2026-10-15  STREAM=n run option for a stream of a split cycle
      *              (FEEDSTG STREAMn= cards): noted on the edit report
      *              and carried on the cycle-status record
      *              (CYC-STREAM, copybook CYCREC, 91 bytes) for the
      *              STRMERGE step.  The edit itself is unchanged.
      *  2026-10-15  Closed-period edit.  TRAN-DATE is checked against
      *              the accounting period control file (PRDFILE,
      *              copybook PRDREC, maintained by PRDCLOSE): a date
      *              in a closed month fails into the repair queue
      *              under CLOSEDPERIOD=FAIL (the default), or under
      *              CLOSEDPERIOD=REDATE is moved to the first
      *              business day of the next open month with an RDT
      *              line on the edit report.  Back-dated work used
      *              to post straight into months finance had
      *              already signed off.  A missing period file is
      *              noted and the check skipped.
      *  2026-10-15  Currency edit.  TRAN-CURRENCY (copybook TRANREC)
      *              must be blank, the base currency, or a code with
      *              a rate for TRAN-DATE on the exchange-rate file
      *              (RATFILE, copybook RATREC, loaded by RATLOAD); an
      *              unknown code or a date with no rate fails into
      *              the repair queue, where a CCY correction card
      *              fixes a mistyped code.  Suspense records carry
      *              the code (REJ-CURRENCY, copybook REJREC).  A
      *              missing rate file is noted; only base-currency
      *              work can pass without it.
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT BRN-FILE ASSIGN TO "BRNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-CODE
               FILE STATUS IS WS-BRN-STATUS.

           SELECT PRD-FILE ASSIGN TO "PRDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PERIOD
               FILE STATUS IS WS-PRD-STATUS.

           SELECT RAT-FILE ASSIGN TO "RATFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAT-KEY
               FILE STATUS IS WS-RAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
       01  EDT-RECORD               PIC X(80).

       FD  CYC-FILE.
       01  CYC-RECORD-OUT           PIC X(91).

       FD  OPT-FILE.
       01  OPT-RECORD-IN            PIC X(80).
       FD  CAL-FILE.
       COPY CALREC.

       FD  BRN-FILE.
       COPY BRNREC.

       FD  PRD-FILE.
       COPY PRDREC.

       FD  RAT-FILE.
       COPY RATREC.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *  TRAN-RECORD is a WORKING-STORAGE copy, not the TRAN-FILE FD
       01  WS-GRP-HDR-ID            PIC X(06).
       01  WS-GRP-HDR-DATE         PIC X(08).
       01  WS-GRP-EXPECTED          PIC 9(02) VALUE 0.
       01  WS-GRP-HDR-CURRENCY      PIC X(03).

       01  WS-CYC-STATUS            PIC X(02).

       01  WS-NONBUS-SW             PIC X(01) VALUE 'F'.
           88  WS-FAIL-NONBUSINESS           VALUE 'F'.
           88  WS-ROLL-NONBUSINESS           VALUE 'R'.
       01  WS-STREAM-ID             PIC X(01) VALUE SPACE.
           88  WS-SINGLE-STREAM              VALUE SPACE.

       01  WS-CAL-STATUS            PIC X(02).
       01  WS-CAL-AVAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-DATE-INVALID            VALUE 'N'.
       01  WS-GRP-FINAL-DATE        PIC 9(08).

      ******************************************************************
      *  Branch master state.  Optional at open time like the
      *  calendar: without it the branch edit falls back to the
      *  non-blank check and the edit report says so.
      ******************************************************************
       01  WS-BRN-STATUS            PIC X(02).
       01  WS-BRN-AVAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-BRN-AVAILABLE              VALUE 'Y'.
           88  WS-BRN-ABSENT                 VALUE 'N'.

      ******************************************************************
      *  Accounting period state.  Optional at open time like the
      *  calendar.  The CLOSEDPERIOD run option says what to do with
      *  a TRAN-DATE in a closed month: FAIL it (the default) or
      *  REDATE it to the first business day of the next month not
      *  closed.  WS-OPEN-PERIOD steps forward a month at a time in
      *  search of that month, giving up after WS-PRD-LIMIT months -
      *  two years of closed months ahead of a date means the date is
      *  wrong, not late.
      ******************************************************************
       01  WS-PRD-STATUS            PIC X(02).
       01  WS-PRD-AVAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-PRD-AVAILABLE              VALUE 'Y'.
           88  WS-PRD-ABSENT                 VALUE 'N'.
       01  WS-CLOSED-SW             PIC X(01) VALUE 'F'.
           88  WS-FAIL-CLOSED-PERIOD         VALUE 'F'.
           88  WS-REDATE-CLOSED-PERIOD       VALUE 'R'.
       01  WS-OPEN-PERIOD.
           05  WS-OPEN-YEAR        PIC 9(04).
           05  WS-OPEN-MONTH       PIC 9(02).
       01  WS-OPEN-PERIOD-N REDEFINES WS-OPEN-PERIOD
                                    PIC 9(06).
       01  WS-OPEN-FOUND-SW         PIC X(01).
           88  WS-OPEN-FOUND              VALUE 'Y'.
           88  WS-OPEN-NOT-FOUND          VALUE 'N'.
       01  WS-PRD-STEPS             PIC 9(02) COMP.
       01  WS-PRD-LIMIT             PIC 9(02) COMP VALUE 24.
       01  WS-RDT-FIRST.
           05  WS-RDT-PERIOD       PIC 9(06).
           05  WS-RDT-DAY          PIC 9(02) VALUE 01.
       01  WS-RDT-FIRST-N REDEFINES WS-RDT-FIRST
                                    PIC 9(08).
       01  WS-RDT-SW                PIC X(01).
           88  WS-RDT-SEARCHING           VALUE 'S'.
           88  WS-RDT-FOUND               VALUE 'F'.
           88  WS-RDT-NONE                VALUE 'N'.

      ******************************************************************
      *  Exchange-rate file state.  Optional at open time like the
      *  calendar, but it cannot be skipped: without it no rate can be
      *  found, so only base-currency work passes and the edit report
      *  says so.  WS-CCY-KNOWN-SW records whether a currency with no
      *  rate for the date has a rate for any date at all - the
      *  difference between a missing rate and a mistyped code.
      ******************************************************************
       01  WS-RAT-STATUS            PIC X(02).
       01  WS-RAT-AVAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-RAT-AVAILABLE              VALUE 'Y'.
           88  WS-RAT-ABSENT                 VALUE 'N'.
       01  WS-CCY-KNOWN-SW          PIC X(01).
           88  WS-CCY-KNOWN               VALUE 'Y'.
           88  WS-CCY-UNKNOWN             VALUE 'N'.

       COPY EDTREC.
       COPY REJREC.
       COPY CYCREC.
           MOVE WS-RUN-DATE(7:2) TO EDT-HDG-RUN-DATE(9:2)
           WRITE EDT-RECORD FROM EDT-HDG-1-LINE
           PERFORM U00B-READ-OPTIONS
           IF NOT WS-SINGLE-STREAM
               MOVE SPACES TO EDT-NOTE-TEXT
               STRING "EDITING STREAM " WS-STREAM-ID
                   " OF A SPLIT CYCLE"
                   DELIMITED BY SIZE INTO EDT-NOTE-TEXT
               WRITE EDT-RECORD FROM EDT-NOTE-LINE
           END-IF
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS = "00"
               SET WS-CAL-AVAILABLE TO TRUE
                   DELIMITED BY SIZE INTO EDT-NOTE-TEXT
               WRITE EDT-RECORD FROM EDT-NOTE-LINE
           END-IF
           OPEN INPUT BRN-FILE
           IF WS-BRN-STATUS = "00"
               SET WS-BRN-AVAILABLE TO TRUE
           ELSE
               SET WS-BRN-ABSENT TO TRUE
               MOVE SPACES TO EDT-NOTE-TEXT
               STRING "BRANCH MASTER NOT AVAILABLE (STATUS "
                   WS-BRN-STATUS ") - BRANCH MASTER EDIT SKIPPED"
                   DELIMITED BY SIZE INTO EDT-NOTE-TEXT
               WRITE EDT-RECORD FROM EDT-NOTE-LINE
           END-IF
           OPEN INPUT PRD-FILE
           IF WS-PRD-STATUS = "00"
               SET WS-PRD-AVAILABLE TO TRUE
               IF WS-REDATE-CLOSED-PERIOD
                   MOVE "CLOSED-PERIOD DATES RE-DATE TO NEXT OPEN MONTH"
                       TO EDT-NOTE-TEXT
               ELSE
                   MOVE "CLOSED-PERIOD DATES FAIL THE EDIT"
                       TO EDT-NOTE-TEXT
               END-IF
               WRITE EDT-RECORD FROM EDT-NOTE-LINE
           ELSE
               SET WS-PRD-ABSENT TO TRUE
               MOVE SPACES TO EDT-NOTE-TEXT
               STRING "PERIOD FILE NOT AVAILABLE (STATUS "
                   WS-PRD-STATUS ") - CLOSED-PERIOD EDIT SKIPPED"
                   DELIMITED BY SIZE INTO EDT-NOTE-TEXT
               WRITE EDT-RECORD FROM EDT-NOTE-LINE
           END-IF
           OPEN INPUT RAT-FILE
           IF WS-RAT-STATUS = "00"
               SET WS-RAT-AVAILABLE TO TRUE
           ELSE
               SET WS-RAT-ABSENT TO TRUE
               MOVE SPACES TO EDT-NOTE-TEXT
               STRING "RATE FILE NOT AVAILABLE (STATUS "
                   WS-RAT-STATUS ") - BASE CURRENCY ONLY"
                   DELIMITED BY SIZE INTO EDT-NOTE-TEXT
               WRITE EDT-RECORD FROM EDT-NOTE-LINE
           END-IF
           WRITE EDT-RECORD FROM EDT-HDG-2-LINE
           READ TRAN-FILE INTO WS-HOLD-RECORD
               AT END

      ******************************************************************
      *  U00B-READ-OPTIONS
      *  Reads the run-option cards off SYSIN: NONBUSINESS=FAIL or
      *  NONBUSINESS=ROLL, CLOSEDPERIOD=FAIL or CLOSEDPERIOD=REDATE,
      *  and STREAM=n (0 to 4) on a stream of a split cycle, which
      *  only tags the cycle-status record.  An unrecognized keyword
      *  or value is echoed as a note rather than failing the run,
      *  and a missing or empty SYSIN leaves the defaults (FAIL).
      ******************************************************************
       U00B-READ-OPTIONS SECTION.
           OPEN INPUT OPT-FILE
                       WHEN WS-OPT-KEYWORD = "NONBUSINESS"
                           AND WS-OPT-VALUE(1:4) = "ROLL"
                           SET WS-ROLL-NONBUSINESS TO TRUE
                       WHEN WS-OPT-KEYWORD = "CLOSEDPERIOD"
                           AND WS-OPT-VALUE(1:4) = "FAIL"
                           SET WS-FAIL-CLOSED-PERIOD TO TRUE
                       WHEN WS-OPT-KEYWORD = "CLOSEDPERIOD"
                           AND WS-OPT-VALUE(1:6) = "REDATE"
                           SET WS-REDATE-CLOSED-PERIOD TO TRUE
                       WHEN WS-OPT-KEYWORD = "STREAM"
                           AND WS-OPT-VALUE(1:1) >= "0"
                           AND WS-OPT-VALUE(1:1) <= "4"
                           AND WS-OPT-VALUE(2:19) = SPACES
                           MOVE WS-OPT-VALUE(1:1) TO WS-STREAM-ID
                       WHEN WS-OPT-KEYWORD = SPACES
                           CONTINUE
                       WHEN OTHER
                   IF WS-BIZ-ROLLED
                       MOVE WS-BIZ-DATE TO TRAN-DATE
                   END-IF
                   IF WS-PRD-AVAILABLE AND NOT WS-BIZ-FAILED
                       PERFORM U01S-EDIT-CLOSED-PERIOD
                   END-IF
               END-IF
           END-IF
           IF TRAN-BRANCH NOT = SPACES
               AND WS-BRN-AVAILABLE
               PERFORM U01R-EDIT-BRANCH-MASTER
           END-IF
           IF TRAN-CURRENCY NOT = SPACES
               AND TRAN-DATE NUMERIC
               AND WS-DATE-VALID
               PERFORM U01U-EDIT-CURRENCY
           END-IF
           EVALUATE TRAN-S1-REF-FLAG
               WHEN SPACE
                   IF TRAN-SUMMAND-1 NOT NUMERIC
           MOVE TRAN-SUMMAND-2 TO REJ-SUMMAND-2
           MOVE TRAN-OP-CODE TO REJ-OP-CODE
           MOVE TRAN-BRANCH TO REJ-BRANCH
           MOVE TRAN-CURRENCY TO REJ-CURRENCY
           IF TRAN-CYCLE-COUNT NUMERIC
               MOVE TRAN-CYCLE-COUNT TO REJ-CYCLE-COUNT
           ELSE
           END-READ
           .

      ******************************************************************
      *  U01R-EDIT-BRANCH-MASTER
      *  Checks the (non-blank) TRAN-BRANCH against the branch
      *  master.  Runs after the TRAN-DATE edit so a date rolled to
      *  the next business day is the date the branch must be open
      *  on.  A code not on file fails outright; a branch on file is
      *  checked against TRAN-DATE only when the date is numeric (a
      *  non-numeric date has already failed on its own).  A branch
      *  is open from its open date up to, but not including, its
      *  close date - work dated before a closure still edits clean.
      ******************************************************************
       U01R-EDIT-BRANCH-MASTER SECTION.
           MOVE TRAN-BRANCH TO BRN-CODE
           READ BRN-FILE
               INVALID KEY
                   MOVE "TRAN-BRANCH" TO EDT-DET-FIELD
                   MOVE "BRANCH NOT ON BRANCH MASTER"
                       TO EDT-DET-REASON
                   PERFORM U01B-REPORT-FAILURE
               NOT INVALID KEY
                   IF TRAN-DATE NUMERIC
                       EVALUATE TRUE
                           WHEN TRAN-DATE < BRN-OPEN-DATE
                               MOVE "TRAN-BRANCH" TO EDT-DET-FIELD
                               MOVE "BRANCH NOT OPEN AS OF TRAN-DATE"
                                   TO EDT-DET-REASON
                               PERFORM U01B-REPORT-FAILURE
                           WHEN BRN-CLOSED
                               AND TRAN-DATE >= BRN-CLOSE-DATE
                               MOVE "TRAN-BRANCH" TO EDT-DET-FIELD
                               MOVE "BRANCH CLOSED AS OF TRAN-DATE"
                                   TO EDT-DET-REASON
                               PERFORM U01B-REPORT-FAILURE
                       END-EVALUATE
                   END-IF
           END-READ
           .

      ******************************************************************
      *  U01U-EDIT-CURRENCY
      *  Checks a non-blank TRAN-CURRENCY against the exchange-rate
      *  file.  The base currency needs no rate.  Any other code must
      *  have a rate keyed by the code and the (calendar-valid, and
      *  by now rolled or re-dated) TRAN-DATE - the date HELLOWORLD
      *  will convert at.  When it has none, U01V looks for the code
      *  under any date to tell a missing rate from an unknown
      *  currency, since the repair is different: load the rate, or
      *  correct the code.
      ******************************************************************
       U01U-EDIT-CURRENCY SECTION.
           MOVE TRAN-CURRENCY TO RAT-CURRENCY
           EVALUATE TRUE
               WHEN RAT-BASE-CURRENCY
                   CONTINUE
               WHEN WS-RAT-ABSENT
                   MOVE "TRAN-CURRENCY" TO EDT-DET-FIELD
                   MOVE SPACES TO EDT-DET-REASON
                   STRING "NO RATE FILE FOR " TRAN-CURRENCY
                       DELIMITED BY SIZE INTO EDT-DET-REASON
                   PERFORM U01B-REPORT-FAILURE
               WHEN OTHER
                   MOVE TRAN-DATE TO RAT-DATE
                   READ RAT-FILE
                       INVALID KEY
                           PERFORM U01V-EDIT-MISSING-RATE
                   END-READ
           END-EVALUATE
           .

      ******************************************************************
      *  U01V-EDIT-MISSING-RATE
      *  TRAN-CURRENCY has no rate for TRAN-DATE.  Positions at the
      *  code's lowest possible key and reads the next record: if it
      *  carries the same code the currency is known and only the
      *  day's rate is missing, otherwise no rate was ever loaded for
      *  it and the code itself is wrong.
      ******************************************************************
       U01V-EDIT-MISSING-RATE SECTION.
           SET WS-CCY-UNKNOWN TO TRUE
           MOVE TRAN-CURRENCY TO RAT-CURRENCY
           MOVE 0 TO RAT-DATE
           START RAT-FILE KEY IS NOT LESS THAN RAT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RAT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RAT-CURRENCY = TRAN-CURRENCY
                               SET WS-CCY-KNOWN TO TRUE
                           END-IF
                   END-READ
           END-START
           MOVE "TRAN-CURRENCY" TO EDT-DET-FIELD
           MOVE SPACES TO EDT-DET-REASON
           IF WS-CCY-KNOWN
               STRING "NO RATE FOR " TRAN-CURRENCY
                   DELIMITED BY SIZE INTO EDT-DET-REASON
           ELSE
               STRING "UNKNOWN CURRENCY " TRAN-CURRENCY
                   DELIMITED BY SIZE INTO EDT-DET-REASON
           END-IF
           PERFORM U01B-REPORT-FAILURE
           .

      ******************************************************************
      *  U01S-EDIT-CLOSED-PERIOD
      *  Checks the (calendar-valid, business-day) TRAN-DATE against
      *  the period control file.  Runs after any NONBUSINESS roll,
      *  so the month checked is the month the record would post in,
      *  and before the branch edit, so a re-dated record's branch
      *  must be open on the new date.  A month not on file, or
      *  reopened, is open.  In a closed month the record fails under
      *  CLOSEDPERIOD=FAIL; under CLOSEDPERIOD=REDATE it takes the
      *  first business day of the next open month (U01T), printed
      *  as an RDT line, or fails when there is none to take.
      ******************************************************************
       U01S-EDIT-CLOSED-PERIOD SECTION.
           MOVE TRAN-DATE(1:6) TO PRD-PERIOD
           READ PRD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRD-CLOSED
                       IF WS-REDATE-CLOSED-PERIOD
                           PERFORM U01T-REDATE-TO-OPEN-PERIOD
                       ELSE
                           MOVE "TRAN-DATE" TO EDT-DET-FIELD
                           MOVE SPACES TO EDT-DET-REASON
                           STRING "DATE IN CLOSED PERIOD " PRD-PERIOD
                               DELIMITED BY SIZE INTO EDT-DET-REASON
                           PERFORM U01B-REPORT-FAILURE
                       END-IF
                   END-IF
           END-READ
           .

      ******************************************************************
      *  U01T-REDATE-TO-OPEN-PERIOD
      *  Finds the first month after TRAN-DATE's that is not closed
      *  (U01T1), then the first business day in it on the calendar
      *  (U01T2), and moves TRAN-DATE there with an RDT line on the
      *  edit report.  Needs the calendar - without it, or with no
      *  open month within WS-PRD-LIMIT, or no business day loaded
      *  for the open month, the record fails rather than posting
      *  under a guessed date.
      ******************************************************************
       U01T-REDATE-TO-OPEN-PERIOD SECTION.
           MOVE TRAN-DATE(1:6) TO WS-OPEN-PERIOD
           SET WS-OPEN-NOT-FOUND TO TRUE
           MOVE 0 TO WS-PRD-STEPS
           PERFORM U01T1-NEXT-PERIOD
               UNTIL WS-OPEN-FOUND
                  OR WS-PRD-STEPS >= WS-PRD-LIMIT
           SET WS-RDT-NONE TO TRUE
           IF WS-OPEN-FOUND AND WS-CAL-AVAILABLE
               MOVE WS-OPEN-PERIOD-N TO WS-RDT-PERIOD
               MOVE WS-RDT-FIRST-N TO CAL-DATE
               SET WS-RDT-SEARCHING TO TRUE
               START CAL-FILE KEY NOT < CAL-DATE
                   INVALID KEY
                       SET WS-RDT-NONE TO TRUE
               END-START
               PERFORM U01T2-FIRST-BUSINESS-DAY-STEP
                   UNTIL NOT WS-RDT-SEARCHING
           END-IF
           IF WS-RDT-FOUND
               MOVE WS-READ-COUNT TO EDT-RDT-SEQ
               MOVE TRAN-ID TO EDT-RDT-TRAN-ID
               MOVE "TRAN-DATE" TO EDT-RDT-FIELD
               MOVE TRAN-DATE TO EDT-RDT-FROM
               MOVE CAL-DATE TO EDT-RDT-TO
               MOVE CAL-DATE TO TRAN-DATE
               WRITE EDT-RECORD FROM EDT-RDT-LINE
           ELSE
               MOVE "TRAN-DATE" TO EDT-DET-FIELD
               EVALUATE TRUE
                   WHEN WS-OPEN-NOT-FOUND
                       MOVE "CLOSED PERIOD - NO OPEN PERIOD AHEAD"
                           TO EDT-DET-REASON
                   WHEN WS-CAL-ABSENT
                       MOVE "CLOSED PERIOD - NO CALENDAR TO RE-DATE"
                           TO EDT-DET-REASON
                   WHEN OTHER
                       MOVE "CLOSED PERIOD - OPEN MONTH NOT ON CAL"
                           TO EDT-DET-REASON
               END-EVALUATE
               PERFORM U01B-REPORT-FAILURE
           END-IF
           .

      ******************************************************************
      *  U01T1-NEXT-PERIOD
      *  Steps WS-OPEN-PERIOD forward one month and takes it when the
      *  period file has no record for it or shows it open.
      ******************************************************************
       U01T1-NEXT-PERIOD SECTION.
           ADD 1 TO WS-PRD-STEPS
           IF WS-OPEN-MONTH = 12
               MOVE 01 TO WS-OPEN-MONTH
               ADD 1 TO WS-OPEN-YEAR
           ELSE
               ADD 1 TO WS-OPEN-MONTH
           END-IF
           MOVE WS-OPEN-PERIOD-N TO PRD-PERIOD
           READ PRD-FILE
               INVALID KEY
                   SET WS-OPEN-FOUND TO TRUE
               NOT INVALID KEY
                   IF NOT PRD-CLOSED
                       SET WS-OPEN-FOUND TO TRUE
                   END-IF
           END-READ
           .

      ******************************************************************
      *  U01T2-FIRST-BUSINESS-DAY-STEP
      *  One step of the search for the open month's first business
      *  day: reads the next calendar date, taking it when it is a
      *  business day and stopping once the browse leaves the month.
      ******************************************************************
       U01T2-FIRST-BUSINESS-DAY-STEP SECTION.
           READ CAL-FILE NEXT RECORD
               AT END
                   SET WS-RDT-NONE TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CAL-DATE(1:6) NOT = WS-OPEN-PERIOD
                           SET WS-RDT-NONE TO TRUE
                       WHEN CAL-BUSINESS-DAY
                           SET WS-RDT-FOUND TO TRUE
                   END-EVALUATE
           END-READ
           .

      ******************************************************************
      *  U01H-EDIT-GROUP
      *  Edits a multi-operand SUM/AVG transaction as a unit.  The
           MOVE 0 TO WS-GRP-COUNT
           MOVE TRAN-ID TO WS-GRP-HDR-ID
           MOVE TRAN-DATE TO WS-GRP-HDR-DATE
           MOVE TRAN-CURRENCY TO WS-GRP-HDR-CURRENCY
           MOVE 0 TO WS-GRP-EXPECTED
           IF TRAN-GROUP-COUNT NUMERIC
               MOVE TRAN-GROUP-COUNT TO WS-GRP-EXPECTED
      *  reference (same rules as a header's SUMMAND-1), and recycle
      *  data, when present, must be numeric.  The TRAN-ID, date and
      *  branch are the header's - they matched to group the record
      *  and were edited there.  So is the currency: a continuation
      *  may repeat the header's code (a CCY correction stamps it on
      *  every member) but may not name another.
      ******************************************************************
       U01I-EDIT-CONTINUATION SECTION.
           EVALUATE TRAN-S1-REF-FLAG
                   PERFORM U01B-REPORT-FAILURE
               END-IF
           END-IF
           IF TRAN-CURRENCY NOT = SPACES
               AND TRAN-CURRENCY NOT = WS-GRP-HDR-CURRENCY
               MOVE "TRAN-CURRENCY" TO EDT-DET-FIELD
               MOVE "NOT HEADER CURRENCY" TO EDT-DET-REASON
               PERFORM U01B-REPORT-FAILURE
           END-IF
           .

      ******************************************************************
           IF WS-CAL-AVAILABLE
               CLOSE CAL-FILE
           END-IF
           IF WS-BRN-AVAILABLE
               CLOSE BRN-FILE
           END-IF
           IF WS-PRD-AVAILABLE
               CLOSE PRD-FILE
           END-IF
           IF WS-RAT-AVAILABLE
               CLOSE RAT-FILE
           END-IF
           CLOSE EDT-FILE
           EVALUATE TRUE
               WHEN WS-PASS-COUNT = 0
               MOVE WS-PASS-COUNT TO CYC-PASS-COUNT
               MOVE WS-FAIL-COUNT TO CYC-FAIL-COUNT
               MOVE 0 TO CYC-DUP-COUNT
               MOVE WS-STREAM-ID TO CYC-STREAM
               WRITE CYC-RECORD-OUT FROM CYC-RECORD
               CLOSE CYC-FILE
           END-IF
