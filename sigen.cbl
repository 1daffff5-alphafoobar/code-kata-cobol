       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGEN.
       AUTHOR. BATCH-SUPPORT.

      ******************************************************************
      *  SIGEN - STANDING-INSTRUCTION GENERATOR
      *  ----------------------------------------------------------------
      *  Runs ahead of FEEDSTG in the daily cycle.  Reads every
      *  instruction on the standing-instruction master (SIFILE,
      *  copybook SIREC, maintained by SIMAINT) and writes a TRANREC
      *  record to SIGOUT for each occurrence due on or before the
      *  processing day.  SIGOUT is concatenated into FEEDSTG's RAWIN
      *  between the recycle generation and the upstream feed, so the
      *  staged trailer counts and hashes the generated records like
      *  any keyed ones and they pass through TRANEDIT in the usual
      *  way.
      *
      *  The processing day is the run date, or a DATE=yyyymmdd card
      *  on SYSIN.  It must be on the business-day calendar (CALFILE)
      *  or nothing is generated; on a weekend or holiday there is
      *  nothing to do, since anything due then rolls to the next
      *  business day.  Each instruction's schedule runs on from the
      *  last occurrence it generated (SIREC explains the
      *  frequencies):
      *
      *      D  the next business day on the calendar;
      *      W  seven days on from the last due date;
      *      M  the next month, on the start date's day of the month
      *         (the last day of a shorter month);
      *      E  the last business day of the next month.
      *
      *  A W or M due date that is a weekend or holiday rolls forward
      *  to the next business day, as TRANEDIT's NONBUSINESS=ROLL
      *  does, and generates under that TRAN-DATE; an occurrence whose
      *  rolled date is still ahead of the processing day waits for
      *  it.  A day the cycle missed catches up - every occurrence
      *  still outstanding is generated under its own date, at most
      *  WS-CATCHUP-LIMIT per instruction per run.  A due date the
      *  calendar does not cover is an error on the instruction,
      *  never a guess.
      *
      *  A rerun for the same processing day (SI-LAST-RUN-DATE equal
      *  to it) starts each instruction again from the dates it had
      *  before the first run, so it regenerates the same records
      *  into the new SIGOUT generation instead of skipping them as
      *  already done.
      *
      *  RETURN-CODE:  0  every instruction scheduled
      *                4  some instructions in error
      *                8  file unusable or processing day not on the
      *                   calendar - nothing generated
      *
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------------
      *  2026-10-15  Initial version.
      *  2026-10-15  Occurrences carry the instruction's currency
      *              (SI-CURRENCY) as TRAN-CURRENCY.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIG-FILE ASSIGN TO "SIGOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO "SIGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPT-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPT-STATUS.

           SELECT SI-FILE ASSIGN TO "SIFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SI-TRAN-ID
               FILE STATUS IS WS-SI-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIG-FILE.
       01  SIG-RECORD-OUT           PIC X(80).

       FD  RPT-FILE.
       01  RPT-RECORD               PIC X(80).

       FD  OPT-FILE.
       01  OPT-RECORD-IN            PIC X(80).

       FD  SI-FILE.
       COPY SIREC.

       FD  CAL-FILE.
       COPY CALREC.

       WORKING-STORAGE SECTION.
       COPY TRANREC.

       01  SI-EOF-SW           PIC X(01) VALUE 'N'.
           88  SI-EOF                    VALUE 'Y'.
           88  SI-NOT-EOF                VALUE 'N'.

       01  WS-SI-STATUS             PIC X(02).
       01  WS-CAL-STATUS            PIC X(02).
       01  WS-RUN-DATE              PIC 9(08).

       01  WS-FILES-SW              PIC X(01) VALUE 'Y'.
           88  WS-FILES-USABLE            VALUE 'Y'.
           88  WS-FILES-UNUSABLE          VALUE 'N'.

       01  WS-READ-COUNT            PIC 9(06) COMP VALUE 0.
       01  WS-GENERATED-COUNT       PIC 9(06) COMP VALUE 0.
       01  WS-NOT-DUE-COUNT         PIC 9(06) COMP VALUE 0.
       01  WS-ENDED-COUNT           PIC 9(06) COMP VALUE 0.
       01  WS-ERROR-COUNT           PIC 9(06) COMP VALUE 0.

      ******************************************************************
      *  Run options (SYSIN): DATE=yyyymmdd overrides the processing
      *  day, for a catch-up or rerun submitted after midnight.
      ******************************************************************
       01  WS-OPT-STATUS            PIC X(02).
       01  WS-OPT-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-OPT-EOF                    VALUE 'Y'.
           88  WS-OPT-NOT-EOF                VALUE 'N'.
       01  WS-OPT-CARD              PIC X(80).
       01  WS-OPT-KEYWORD           PIC X(20).
       01  WS-OPT-VALUE             PIC X(20).
       01  WS-PROC-DATE             PIC 9(08).

      ******************************************************************
      *  Per-instruction state.  WS-INST-SW runs the occurrence loop
      *  until an occurrence is not yet due, past the end date or in
      *  error; WS-OCC-SW says which.  WS-REWRITE-SW is set once the
      *  instruction's dates have moved and must go back on file.
      ******************************************************************
       01  WS-INST-SW               PIC X(01).
           88  WS-INST-MORE               VALUE 'M'.
           88  WS-INST-DONE               VALUE 'D'.
       01  WS-OCC-SW                PIC X(01).
           88  WS-OCC-DUE                 VALUE 'Y'.
           88  WS-OCC-NOT-DUE             VALUE 'N'.
           88  WS-OCC-ENDED               VALUE 'X'.
           88  WS-OCC-ERROR               VALUE 'E'.
       01  WS-RERUN-SW              PIC X(01).
           88  WS-RERUN                   VALUE 'Y'.
           88  WS-FIRST-RUN               VALUE 'N'.
       01  WS-REWRITE-SW            PIC X(01).
           88  WS-REWRITE-NEEDED          VALUE 'Y'.
           88  WS-REWRITE-NOT-NEEDED      VALUE 'N'.
       01  WS-INST-GEN-COUNT        PIC 9(04) COMP.
       01  WS-CATCHUP-LIMIT         PIC 9(04) COMP VALUE 31.
       01  WS-INST-REASON           PIC X(50).

      ******************************************************************
      *  Date work fields.  WS-DUE-DATE is the occurrence's unrolled
      *  due date, built by day and month arithmetic for W and M and
      *  off the calendar for D and E; WS-GEN-DATE is the business
      *  day it generates under.  WS-START-DATE is the instruction's
      *  start date, split for the M day of the month.
      ******************************************************************
       01  WS-DUE-DATE.
           05  WS-DUE-YEAR         PIC 9(04).
           05  WS-DUE-MONTH        PIC 9(02).
           05  WS-DUE-DAY          PIC 9(02).
       01  WS-DUE-DATE-N REDEFINES WS-DUE-DATE
                                    PIC 9(08).
       01  WS-START-DATE.
           05  WS-START-YEAR       PIC 9(04).
           05  WS-START-MONTH      PIC 9(02).
           05  WS-START-DAY        PIC 9(02).
       01  WS-START-DATE-N REDEFINES WS-START-DATE
                                    PIC 9(08).
       01  WS-GEN-DATE              PIC 9(08).
       01  WS-MONTH-LIMIT           PIC 9(02).
       01  WS-LEAP-QUOTIENT         PIC 9(04) COMP.
       01  WS-LEAP-REMAINDER        PIC 9(04) COMP.

      ******************************************************************
      *  Calendar browse.  WS-CAL-SCAN-SW ends a READ NEXT scan:
      *  found what it was looking for, ran past the processing day
      *  or the month, or ran off the end of the calendar.
      *  WS-LAST-BIZ-DATE is the last business day a month-end scan
      *  has seen.  WS-ROLL-LIMIT caps a weekend/holiday roll as
      *  TRANEDIT's does.
      ******************************************************************
       01  WS-CAL-SCAN-SW           PIC X(01).
           88  WS-CAL-SCANNING            VALUE 'S'.
           88  WS-CAL-FOUND               VALUE 'F'.
           88  WS-CAL-PAST                VALUE 'P'.
           88  WS-CAL-END                 VALUE 'E'.
       01  WS-LAST-BIZ-DATE         PIC 9(08).
       01  WS-ROLL-STEPS            PIC 9(02) COMP.
       01  WS-ROLL-LIMIT            PIC 9(02) COMP VALUE 10.

       COPY SGNREC.

       PROCEDURE DIVISION.
           PERFORM U00-INITIALIZE
           PERFORM U01-PROCESS-INSTRUCTION
               UNTIL SI-EOF
           PERFORM U04-TERMINATION
           GOBACK
           .

      ******************************************************************
      *  U00-INITIALIZE
      *  Opens the files and settles the processing day.  SIGOUT is
      *  always opened, so the feed concatenation finds an (empty)
      *  generation even when nothing is generated.  No instruction
      *  master yet (status 35) is not an error - there is simply
      *  nothing standing to generate.  The processing day must be on
      *  the calendar; a weekend or holiday generates nothing.
      ******************************************************************
       U00-INITIALIZE SECTION.
           OPEN OUTPUT SIG-FILE
           OPEN OUTPUT RPT-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-PROC-DATE
           MOVE "SIGEN" TO SGN-HDG-PROGRAM
           MOVE WS-RUN-DATE(1:4) TO SGN-HDG-RUN-DATE(1:4)
           MOVE "-" TO SGN-HDG-RUN-DATE(5:1)
           MOVE WS-RUN-DATE(5:2) TO SGN-HDG-RUN-DATE(6:2)
           MOVE "-" TO SGN-HDG-RUN-DATE(8:1)
           MOVE WS-RUN-DATE(7:2) TO SGN-HDG-RUN-DATE(9:2)
           WRITE RPT-RECORD FROM SGN-HDG-1-LINE
           PERFORM U00B-READ-OPTIONS
           MOVE SPACES TO SGN-NOTE-TEXT
           STRING "PROCESSING DAY " WS-PROC-DATE
               DELIMITED BY SIZE INTO SGN-NOTE-TEXT
           WRITE RPT-RECORD FROM SGN-NOTE-LINE
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS NOT = "00"
               SET WS-FILES-UNUSABLE TO TRUE
               MOVE SPACES TO SGN-ERR-TEXT
               STRING "CALENDAR FILE NOT AVAILABLE (STATUS "
                   WS-CAL-STATUS ") - NOTHING GENERATED"
                   DELIMITED BY SIZE INTO SGN-ERR-TEXT
               WRITE RPT-RECORD FROM SGN-ERR-LINE
           ELSE
               PERFORM U00D-CHECK-PROCESSING-DAY
           END-IF
           OPEN I-O SI-FILE
           EVALUATE TRUE
               WHEN WS-SI-STATUS = "35"
                   MOVE "NO INSTRUCTION FILE - NOTHING TO GENERATE"
                       TO SGN-NOTE-TEXT
                   WRITE RPT-RECORD FROM SGN-NOTE-LINE
                   SET SI-EOF TO TRUE
               WHEN WS-SI-STATUS NOT = "00"
                   SET WS-FILES-UNUSABLE TO TRUE
                   MOVE SPACES TO SGN-ERR-TEXT
                   STRING "SIFILE OPEN FAILED - STATUS " WS-SI-STATUS
                       " - NOTHING GENERATED"
                       DELIMITED BY SIZE INTO SGN-ERR-TEXT
                   WRITE RPT-RECORD FROM SGN-ERR-LINE
                   SET SI-EOF TO TRUE
               WHEN WS-FILES-UNUSABLE
                   SET SI-EOF TO TRUE
           END-EVALUATE
           IF SI-NOT-EOF
               WRITE RPT-RECORD FROM SGN-HDG-2-LINE
               PERFORM U02-READ-INSTRUCTION
           END-IF
           .

      ******************************************************************
      *  U00B-READ-OPTIONS
      *  Reads the run-option cards off SYSIN: DATE=yyyymmdd sets the
      *  processing day.  An unrecognized card, or a date that is not
      *  eight digits, is echoed as a note and the run date stands; a
      *  missing or empty SYSIN leaves the run date.
      ******************************************************************
       U00B-READ-OPTIONS SECTION.
           OPEN INPUT OPT-FILE
           IF WS-OPT-STATUS = "00"
               PERFORM U00C-PROCESS-OPTION
                   UNTIL WS-OPT-EOF
           END-IF
           CLOSE OPT-FILE
           .

      ******************************************************************
      *  U00C-PROCESS-OPTION
      *  Reads and applies one option card.
      ******************************************************************
       U00C-PROCESS-OPTION SECTION.
           READ OPT-FILE INTO WS-OPT-CARD
               AT END
                   SET WS-OPT-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-OPT-KEYWORD
                   MOVE SPACES TO WS-OPT-VALUE
                   UNSTRING WS-OPT-CARD DELIMITED BY "=" OR SPACE
                       INTO WS-OPT-KEYWORD WS-OPT-VALUE
                   END-UNSTRING
                   EVALUATE TRUE
                       WHEN WS-OPT-KEYWORD = "DATE"
                           AND WS-OPT-VALUE(1:8) NUMERIC
                           AND WS-OPT-VALUE(9:12) = SPACES
                           MOVE WS-OPT-VALUE(1:8) TO WS-PROC-DATE
                       WHEN WS-OPT-KEYWORD = SPACES
                           CONTINUE
                       WHEN OTHER
                           MOVE SPACES TO SGN-NOTE-TEXT
                           STRING "UNRECOGNIZED OPTION CARD: "
                               WS-OPT-CARD(1:40)
                               DELIMITED BY SIZE INTO SGN-NOTE-TEXT
                           WRITE RPT-RECORD FROM SGN-NOTE-LINE
                   END-EVALUATE
           END-READ
           .

      ******************************************************************
      *  U00D-CHECK-PROCESSING-DAY
      *  The processing day must be on the calendar - without it no
      *  due date can be proved either way.  On a weekend or holiday
      *  nothing is generated: whatever is due then rolls to the next
      *  business day and is generated by that day's run.
      ******************************************************************
       U00D-CHECK-PROCESSING-DAY SECTION.
           MOVE WS-PROC-DATE TO CAL-DATE
           READ CAL-FILE
               INVALID KEY
                   SET WS-FILES-UNUSABLE TO TRUE
           END-READ
           IF WS-FILES-UNUSABLE
               MOVE SPACES TO SGN-ERR-TEXT
               STRING "PROCESSING DAY " WS-PROC-DATE
                   " NOT ON CALENDAR FILE - NOTHING GENERATED"
                   DELIMITED BY SIZE INTO SGN-ERR-TEXT
               WRITE RPT-RECORD FROM SGN-ERR-LINE
           ELSE
               IF NOT CAL-BUSINESS-DAY
                   MOVE SPACES TO SGN-NOTE-TEXT
                   STRING "PROCESSING DAY " WS-PROC-DATE
                       " IS NOT A BUSINESS DAY - NOTHING DUE"
                       DELIMITED BY SIZE INTO SGN-NOTE-TEXT
                   WRITE RPT-RECORD FROM SGN-NOTE-LINE
                   SET SI-EOF TO TRUE
               END-IF
           END-IF
           .

      ******************************************************************
      *  U01-PROCESS-INSTRUCTION
      *  Generates every occurrence of one instruction that is due
      *  by the processing day, then rewrites the instruction with
      *  its new last-due and last-generated dates.  A rerun for the
      *  same processing day first puts back the dates the first run
      *  started from; otherwise they are saved for a rerun to put
      *  back.  Then reads the next instruction.
      ******************************************************************
       U01-PROCESS-INSTRUCTION SECTION.
           ADD 1 TO WS-READ-COUNT
           SET WS-REWRITE-NOT-NEEDED TO TRUE
           IF SI-LAST-RUN-DATE = WS-PROC-DATE
               SET WS-RERUN TO TRUE
               SET WS-REWRITE-NEEDED TO TRUE
               MOVE SI-PRIOR-DUE-DATE TO SI-LAST-DUE-DATE
               MOVE SI-PRIOR-GEN-DATE TO SI-LAST-GEN-DATE
           ELSE
               SET WS-FIRST-RUN TO TRUE
               MOVE SI-LAST-DUE-DATE TO SI-PRIOR-DUE-DATE
               MOVE SI-LAST-GEN-DATE TO SI-PRIOR-GEN-DATE
           END-IF
           MOVE SI-START-DATE TO WS-START-DATE-N
           MOVE 0 TO WS-INST-GEN-COUNT
           SET WS-INST-MORE TO TRUE
           PERFORM U01A-NEXT-OCCURRENCE
               UNTIL WS-INST-DONE
           EVALUATE TRUE
               WHEN WS-OCC-ERROR
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO SGN-ERR-TEXT
                   STRING SI-TRAN-ID " - " WS-INST-REASON
                       DELIMITED BY SIZE INTO SGN-ERR-TEXT
                   WRITE RPT-RECORD FROM SGN-ERR-LINE
               WHEN WS-INST-GEN-COUNT > 0
                   CONTINUE
               WHEN WS-OCC-ENDED
                   ADD 1 TO WS-ENDED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NOT-DUE-COUNT
           END-EVALUATE
           IF WS-REWRITE-NEEDED
               MOVE WS-PROC-DATE TO SI-LAST-RUN-DATE
               REWRITE SI-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE SPACES TO SGN-ERR-TEXT
                       STRING SI-TRAN-ID " - REWRITE FAILED - STATUS "
                           WS-SI-STATUS
                           DELIMITED BY SIZE INTO SGN-ERR-TEXT
                       WRITE RPT-RECORD FROM SGN-ERR-LINE
               END-REWRITE
           END-IF
           PERFORM U02-READ-INSTRUCTION
           .

      ******************************************************************
      *  U01A-NEXT-OCCURRENCE
      *  Works out the instruction's next due date and decides it:
      *  after the processing day or past the end date ends the
      *  instruction's run; otherwise a W or M date is rolled to a
      *  business day, and the occurrence is generated unless the
      *  rolled date is still ahead of the processing day.  A rolled
      *  date the last occurrence already generated under (two due
      *  dates rolling onto one business day) is passed over rather
      *  than keyed twice.
      ******************************************************************
       U01A-NEXT-OCCURRENCE SECTION.
           SET WS-OCC-DUE TO TRUE
           PERFORM U01B-COMPUTE-DUE-DATE
           IF WS-OCC-DUE AND WS-DUE-DATE-N > WS-PROC-DATE
               SET WS-OCC-NOT-DUE TO TRUE
           END-IF
           IF WS-OCC-DUE AND SI-END-DATE NOT = 0
               AND WS-DUE-DATE-N > SI-END-DATE
               SET WS-OCC-ENDED TO TRUE
           END-IF
           IF WS-OCC-DUE
               MOVE WS-DUE-DATE-N TO WS-GEN-DATE
               IF SI-WEEKLY OR SI-MONTHLY
                   PERFORM U01C-ROLL-DUE-DATE
               END-IF
           END-IF
           IF WS-OCC-DUE AND WS-GEN-DATE > WS-PROC-DATE
               SET WS-OCC-NOT-DUE TO TRUE
           END-IF
           IF WS-OCC-DUE
               SET WS-REWRITE-NEEDED TO TRUE
               IF WS-GEN-DATE > SI-LAST-GEN-DATE
                   PERFORM U01E-WRITE-OCCURRENCE
               END-IF
               MOVE WS-DUE-DATE-N TO SI-LAST-DUE-DATE
               IF WS-INST-GEN-COUNT >= WS-CATCHUP-LIMIT
                   SET WS-OCC-ERROR TO TRUE
                   MOVE "CATCH-UP LIMIT REACHED - REST NEXT RUN"
                       TO WS-INST-REASON
               END-IF
           END-IF
           IF NOT WS-OCC-DUE
               SET WS-INST-DONE TO TRUE
           END-IF
           .

      ******************************************************************
      *  U01B-COMPUTE-DUE-DATE
      *  Sets WS-DUE-DATE to the instruction's next due date - the
      *  first on or after the start date when nothing has been
      *  generated yet, otherwise the next after SI-LAST-DUE-DATE.
      *  Sets WS-OCC-NOT-DUE when the calendar shows nothing due by
      *  the processing day, and WS-OCC-ERROR on a calendar gap or a
      *  frequency the schedule does not know.
      ******************************************************************
       U01B-COMPUTE-DUE-DATE SECTION.
           EVALUATE TRUE
               WHEN SI-DAILY
                   PERFORM U01B1-NEXT-DAILY
               WHEN SI-WEEKLY AND SI-LAST-DUE-DATE = 0
                   MOVE SI-START-DATE TO WS-DUE-DATE-N
               WHEN SI-WEEKLY
                   MOVE SI-LAST-DUE-DATE TO WS-DUE-DATE-N
                   PERFORM U01B3-ADD-SEVEN-DAYS
               WHEN SI-MONTHLY AND SI-LAST-DUE-DATE = 0
                   MOVE SI-START-DATE TO WS-DUE-DATE-N
               WHEN SI-MONTHLY
                   MOVE SI-LAST-DUE-DATE TO WS-DUE-DATE-N
                   PERFORM U01B4-NEXT-MONTH
                   PERFORM U01B5-MONTH-LENGTH
                   IF WS-START-DAY > WS-MONTH-LIMIT
                       MOVE WS-MONTH-LIMIT TO WS-DUE-DAY
                   ELSE
                       MOVE WS-START-DAY TO WS-DUE-DAY
                   END-IF
               WHEN SI-MONTH-END AND SI-LAST-DUE-DATE = 0
                   MOVE SI-START-DATE TO WS-DUE-DATE-N
                   PERFORM U01B2-LAST-BUSINESS-DAY
                   IF WS-OCC-DUE AND WS-DUE-DATE-N < SI-START-DATE
                       PERFORM U01B4-NEXT-MONTH
                       PERFORM U01B2-LAST-BUSINESS-DAY
                   END-IF
               WHEN SI-MONTH-END
                   MOVE SI-LAST-DUE-DATE TO WS-DUE-DATE-N
                   PERFORM U01B4-NEXT-MONTH
                   PERFORM U01B2-LAST-BUSINESS-DAY
               WHEN OTHER
                   SET WS-OCC-ERROR TO TRUE
                   MOVE SPACES TO WS-INST-REASON
                   STRING "FREQUENCY " SI-FREQUENCY " NOT D, W, M OR E"
                       DELIMITED BY SIZE INTO WS-INST-REASON
           END-EVALUATE
           .

      ******************************************************************
      *  U01B1-NEXT-DAILY
      *  A daily instruction is due on the first business day on or
      *  after its start date, then on each business day after the
      *  last one generated.  Browses the calendar from there; a
      *  scan that passes the processing day (which is itself a
      *  business day on the calendar) finds nothing due.
      ******************************************************************
       U01B1-NEXT-DAILY SECTION.
           SET WS-CAL-SCANNING TO TRUE
           IF SI-LAST-DUE-DATE = 0
               MOVE SI-START-DATE TO CAL-DATE
               START CAL-FILE KEY NOT < CAL-DATE
                   INVALID KEY
                       SET WS-CAL-END TO TRUE
               END-START
           ELSE
               MOVE SI-LAST-DUE-DATE TO CAL-DATE
               START CAL-FILE KEY > CAL-DATE
                   INVALID KEY
                       SET WS-CAL-END TO TRUE
               END-START
           END-IF
           PERFORM U01B6-DAILY-SCAN-STEP
               UNTIL NOT WS-CAL-SCANNING
           IF WS-CAL-FOUND
               MOVE CAL-DATE TO WS-DUE-DATE-N
           ELSE
               SET WS-OCC-NOT-DUE TO TRUE
           END-IF
           .

      ******************************************************************
      *  U01B2-LAST-BUSINESS-DAY
      *  Sets WS-DUE-DATE to the last business day of the month it
      *  names, browsing that month's calendar records.  A month that
      *  starts after the processing day cannot be due yet and is not
      *  looked up; a month the calendar has no business day for is
      *  a calendar gap.
      ******************************************************************
       U01B2-LAST-BUSINESS-DAY SECTION.
           MOVE 01 TO WS-DUE-DAY
           IF WS-DUE-DATE-N > WS-PROC-DATE
               SET WS-OCC-NOT-DUE TO TRUE
           ELSE
               MOVE 0 TO WS-LAST-BIZ-DATE
               SET WS-CAL-SCANNING TO TRUE
               MOVE WS-DUE-DATE-N TO CAL-DATE
               START CAL-FILE KEY NOT < CAL-DATE
                   INVALID KEY
                       SET WS-CAL-END TO TRUE
               END-START
               PERFORM U01B7-MONTH-SCAN-STEP
                   UNTIL NOT WS-CAL-SCANNING
               IF WS-LAST-BIZ-DATE = 0
                   SET WS-OCC-ERROR TO TRUE
                   MOVE SPACES TO WS-INST-REASON
                   STRING "NO BUSINESS DAY ON CALENDAR FOR MONTH "
                       WS-DUE-YEAR WS-DUE-MONTH
                       DELIMITED BY SIZE INTO WS-INST-REASON
               ELSE
                   MOVE WS-LAST-BIZ-DATE TO WS-DUE-DATE-N
               END-IF
           END-IF
           .

      ******************************************************************
      *  U01B3-ADD-SEVEN-DAYS
      *  Moves WS-DUE-DATE on seven days, carrying into the next
      *  month and year.
      ******************************************************************
       U01B3-ADD-SEVEN-DAYS SECTION.
           PERFORM U01B5-MONTH-LENGTH
           ADD 7 TO WS-DUE-DAY
           IF WS-DUE-DAY > WS-MONTH-LIMIT
               SUBTRACT WS-MONTH-LIMIT FROM WS-DUE-DAY
               ADD 1 TO WS-DUE-MONTH
               IF WS-DUE-MONTH > 12
                   MOVE 01 TO WS-DUE-MONTH
                   ADD 1 TO WS-DUE-YEAR
               END-IF
           END-IF
           .

      ******************************************************************
      *  U01B4-NEXT-MONTH
      *  Moves WS-DUE-DATE to the first of the following month.
      ******************************************************************
       U01B4-NEXT-MONTH SECTION.
           MOVE 01 TO WS-DUE-DAY
           ADD 1 TO WS-DUE-MONTH
           IF WS-DUE-MONTH > 12
               MOVE 01 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF
           .

      ******************************************************************
      *  U01B5-MONTH-LENGTH
      *  Sets WS-MONTH-LIMIT to the length of WS-DUE-DATE's month,
      *  with the same leap-year rule as TRANEDIT's date edit
      *  (divisible by 4, except centuries not divisible by 400).
      ******************************************************************
       U01B5-MONTH-LENGTH SECTION.
           EVALUATE WS-DUE-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MONTH-LIMIT
               WHEN 02
                   MOVE 28 TO WS-MONTH-LIMIT
                   DIVIDE WS-DUE-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-MONTH-LIMIT
                       DIVIDE WS-DUE-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           DIVIDE WS-DUE-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER NOT = 0
                               MOVE 28 TO WS-MONTH-LIMIT
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-LIMIT
           END-EVALUATE
           .

      ******************************************************************
      *  U01B6-DAILY-SCAN-STEP
      *  One step of the daily scan: reads the next calendar date,
      *  stopping at the first business day or past the processing
      *  day.
      ******************************************************************
       U01B6-DAILY-SCAN-STEP SECTION.
           READ CAL-FILE NEXT RECORD
               AT END
                   SET WS-CAL-END TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CAL-DATE > WS-PROC-DATE
                           SET WS-CAL-PAST TO TRUE
                       WHEN CAL-BUSINESS-DAY
                           SET WS-CAL-FOUND TO TRUE
                   END-EVALUATE
           END-READ
           .

      ******************************************************************
      *  U01B7-MONTH-SCAN-STEP
      *  One step of the month-end scan: reads the next calendar date
      *  and remembers it when it is a business day, stopping at the
      *  first date of the following month.
      ******************************************************************
       U01B7-MONTH-SCAN-STEP SECTION.
           READ CAL-FILE NEXT RECORD
               AT END
                   SET WS-CAL-END TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CAL-DATE(1:6) NOT = WS-DUE-DATE(1:6)
                           SET WS-CAL-PAST TO TRUE
                       WHEN CAL-BUSINESS-DAY
                           MOVE CAL-DATE TO WS-LAST-BIZ-DATE
                   END-EVALUATE
           END-READ
           .

      ******************************************************************
      *  U01C-ROLL-DUE-DATE
      *  Rolls a W or M due date that is a weekend or holiday forward
      *  to the next business day, browsing the calendar the way
      *  TRANEDIT's U01Q-ROLL-TO-BUSINESS-DAY does and giving up
      *  after the same WS-ROLL-LIMIT reads.  The business day is
      *  left in WS-GEN-DATE.  A due date the calendar does not
      *  cover, or a roll that finds no business day, is an error.
      ******************************************************************
       U01C-ROLL-DUE-DATE SECTION.
           MOVE WS-DUE-DATE-N TO CAL-DATE
           READ CAL-FILE
               INVALID KEY
                   SET WS-OCC-ERROR TO TRUE
                   MOVE SPACES TO WS-INST-REASON
                   STRING "DUE DATE " WS-DUE-DATE-N
                       " NOT ON CALENDAR FILE"
                       DELIMITED BY SIZE INTO WS-INST-REASON
               NOT INVALID KEY
                   IF NOT CAL-BUSINESS-DAY
                       SET WS-CAL-SCANNING TO TRUE
                       MOVE 0 TO WS-ROLL-STEPS
                       START CAL-FILE KEY > CAL-DATE
                           INVALID KEY
                               SET WS-CAL-END TO TRUE
                       END-START
                       PERFORM U01C1-ROLL-STEP
                           UNTIL NOT WS-CAL-SCANNING
                       IF WS-CAL-FOUND
                           MOVE CAL-DATE TO WS-GEN-DATE
                       ELSE
                           SET WS-OCC-ERROR TO TRUE
                           MOVE SPACES TO WS-INST-REASON
                           STRING "NO BUSINESS DAY TO ROLL "
                               WS-DUE-DATE-N " TO ON CALENDAR"
                               DELIMITED BY SIZE INTO WS-INST-REASON
                       END-IF
                   END-IF
           END-READ
           .

      ******************************************************************
      *  U01C1-ROLL-STEP
      *  One step of the roll: reads the next calendar date and takes
      *  it when it is a business day.
      ******************************************************************
       U01C1-ROLL-STEP SECTION.
           ADD 1 TO WS-ROLL-STEPS
           READ CAL-FILE NEXT RECORD
               AT END
                   SET WS-CAL-END TO TRUE
               NOT AT END
                   IF CAL-BUSINESS-DAY
                       SET WS-CAL-FOUND TO TRUE
                   ELSE
                       IF WS-ROLL-STEPS >= WS-ROLL-LIMIT
                           SET WS-CAL-END TO TRUE
                       END-IF
                   END-IF
           END-READ
           .

      ******************************************************************
      *  U01E-WRITE-OCCURRENCE
      *  Writes one occurrence to SIGOUT as an ordinary keyed
      *  transaction dated WS-GEN-DATE.  A by-reference operand goes
      *  out as an "R" reference with zero summand: a fixed reference
      *  as it stands, a prior-occurrence reference dated the
      *  TRAN-DATE of the last occurrence generated (its seed date
      *  for the first).  The currency is the instruction's (blank:
      *  the base).  The recycle and group-count bytes stay blank, as
      *  on the upstream feed.
      ******************************************************************
       U01E-WRITE-OCCURRENCE SECTION.
           MOVE SPACES TO TRAN-RECORD
           MOVE SI-TRAN-ID TO TRAN-ID
           MOVE WS-GEN-DATE TO TRAN-DATE
           MOVE SI-SUMMAND-1 TO TRAN-SUMMAND-1
           MOVE SI-SUMMAND-2 TO TRAN-SUMMAND-2
           MOVE SI-OP-CODE TO TRAN-OP-CODE
           MOVE SI-BRANCH TO TRAN-BRANCH
           MOVE SI-CURRENCY TO TRAN-CURRENCY
           IF SI-S1-FIXED-REF OR SI-S1-PRIOR-REF
               MOVE "R" TO TRAN-S1-REF-FLAG
               MOVE SI-S1-REF-ID TO TRAN-S1-REF-ID
               IF SI-S1-PRIOR-REF AND SI-LAST-GEN-DATE NOT = 0
                   MOVE SI-LAST-GEN-DATE TO TRAN-S1-REF-DATE
               ELSE
                   MOVE SI-S1-REF-DATE TO TRAN-S1-REF-DATE
               END-IF
           END-IF
           IF SI-S2-FIXED-REF OR SI-S2-PRIOR-REF
               MOVE "R" TO TRAN-S2-REF-FLAG
               MOVE SI-S2-REF-ID TO TRAN-S2-REF-ID
               IF SI-S2-PRIOR-REF AND SI-LAST-GEN-DATE NOT = 0
                   MOVE SI-LAST-GEN-DATE TO TRAN-S2-REF-DATE
               ELSE
                   MOVE SI-S2-REF-DATE TO TRAN-S2-REF-DATE
               END-IF
           END-IF
           WRITE SIG-RECORD-OUT FROM TRAN-RECORD
           ADD 1 TO WS-GENERATED-COUNT
           ADD 1 TO WS-INST-GEN-COUNT
           MOVE SI-TRAN-ID TO SGN-DET-TRAN-ID
           MOVE SI-BRANCH TO SGN-DET-BRANCH
           MOVE SI-OP-CODE TO SGN-DET-OP-CODE
           MOVE SI-FREQUENCY TO SGN-DET-FREQUENCY
           MOVE WS-DUE-DATE-N TO SGN-DET-DUE-DATE
           MOVE WS-GEN-DATE TO SGN-DET-TRAN-DATE
           EVALUATE TRUE
               WHEN WS-RERUN
                   MOVE "GENERATED AGAIN - RERUN OF PROCESSING DAY"
                       TO SGN-DET-DISPOSITION
               WHEN WS-GEN-DATE NOT = WS-DUE-DATE-N
                   MOVE "GENERATED - ROLLED TO NEXT BUSINESS DAY"
                       TO SGN-DET-DISPOSITION
               WHEN OTHER
                   MOVE "GENERATED" TO SGN-DET-DISPOSITION
           END-EVALUATE
           WRITE RPT-RECORD FROM SGN-DET-LINE
           MOVE WS-GEN-DATE TO SI-LAST-GEN-DATE
           .

      ******************************************************************
      *  U02-READ-INSTRUCTION
      *  Reads the next instruction in key order, setting SI-EOF-SW
      *  at end of file.
      ******************************************************************
       U02-READ-INSTRUCTION SECTION.
           READ SI-FILE NEXT RECORD
               AT END
                   SET SI-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *  U04-TERMINATION
      *  Writes the generation-report footers, closes the files and
      *  sets the return code.
      ******************************************************************
       U04-TERMINATION SECTION.
           MOVE WS-READ-COUNT TO SGN-FTR-READ
           WRITE RPT-RECORD FROM SGN-FTR-1-LINE
           MOVE WS-GENERATED-COUNT TO SGN-FTR-GENERATED
           WRITE RPT-RECORD FROM SGN-FTR-2-LINE
           MOVE WS-NOT-DUE-COUNT TO SGN-FTR-NOT-DUE
           WRITE RPT-RECORD FROM SGN-FTR-3-LINE
           MOVE WS-ENDED-COUNT TO SGN-FTR-ENDED
           WRITE RPT-RECORD FROM SGN-FTR-4-LINE
           MOVE WS-ERROR-COUNT TO SGN-FTR-ERRORS
           WRITE RPT-RECORD FROM SGN-FTR-5-LINE
           CLOSE SIG-FILE
           CLOSE RPT-FILE
           CLOSE SI-FILE
           CLOSE CAL-FILE
           EVALUATE TRUE
               WHEN WS-FILES-UNUSABLE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
