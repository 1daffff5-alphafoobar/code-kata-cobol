       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRDCLOSE.
       AUTHOR. BATCH-SUPPORT.

      ******************************************************************
      *  PRDCLOSE - ACCOUNTING PERIOD CLOSE
      *  ----------------------------------------------------------------
      *  Closes and reopens accounting months on the period control
      *  file (PRDFILE, copybook PRDREC, indexed by YYYYMM) from a
      *  card deck (PRMCARDS, copybook PRMREC), one card per action:
      *
      *      CLS  close a month.  The date is the day finance closes
      *           it: a real calendar date after the month has ended,
      *           and a business day on the calendar control file
      *           (CALFILE, copybook CALREC).  The month must not
      *           already be closed.  At close the month's history
      *           (HIST-FILE, browsed along the TRAN-DATE index) is
      *           totalled by branch and op-code into a frozen
      *           snapshot - one PSNREC record per combination on the
      *           snapshot generation (PRDSNAP), printed under the
      *           card - and the count and result total are kept on
      *           the period record.  Results are totalled in the
      *           base currency (HIST-BASE-RESULT; a blank
      *           HIST-CURRENCY is the base), as AUDSTATS and GLBUILD
      *           total them.
      *      REO  reopen a closed month.  The date is the day it
      *           reopens and may not be before it was closed; the
      *           reason is required.  The snapshot taken at close
      *           is left as it was - a later re-close takes a new
      *           one under the next close number.
      *
      *  Every card must name who authorized it.  Every card applied
      *  is logged on the period log (PRDLOG, copybook PLGREC,
      *  appended to) with the user, the date and, on a reopen, the
      *  reason, so the question of who reopened a month and why
      *  always has an answer on file.  A card that fails any edit is
      *  printed with its reason and changes nothing.
      *
      *  Without the calendar or HIST-FILE no month can be closed -
      *  the close date cannot be proved a business day, or there is
      *  nothing to snapshot - so CLS cards are refused while REO
      *  cards still apply.  Without the period log nothing applies.
      *
      *  TRANEDIT reads PRDFILE to stop a transaction dated in a
      *  closed month from posting (its CLOSEDPERIOD run option).
      *
      *  RETURN-CODE:  0  every card applied
      *                4  some cards in error but some applied
      *                8  nothing applied
      *
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------------
      *  2026-10-15  Initial version.
      *  2026-10-15  Snapshot results are totalled in the base
      *              currency - HIST-BASE-RESULT, or HIST-RESULT on a
      *              record with no currency or no base result.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "PRMCARDS"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO "PRMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SNP-FILE ASSIGN TO "PRDSNAP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOG-FILE ASSIGN TO "PRDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT PRD-FILE ASSIGN TO "PRDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-PERIOD
               FILE STATUS IS WS-PRD-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-TRAN-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD-IN           PIC X(80).

       FD  RPT-FILE.
       01  RPT-RECORD               PIC X(80).

       FD  SNP-FILE.
       01  SNP-RECORD-OUT           PIC X(60).

       FD  LOG-FILE.
       01  LOG-RECORD-OUT           PIC X(100).

       FD  PRD-FILE.
       COPY PRDREC.

       FD  CAL-FILE.
       COPY CALREC.

       FD  HIST-FILE.
       COPY HISTREC.

       WORKING-STORAGE SECTION.
       01  CARD-EOF-SW         PIC X(01) VALUE 'N'.
           88  CARD-EOF                  VALUE 'Y'.
           88  CARD-NOT-EOF              VALUE 'N'.

       01  HIST-EOF-SW         PIC X(01) VALUE 'N'.
           88  HIST-EOF                  VALUE 'Y'.
           88  HIST-NOT-EOF              VALUE 'N'.

       01  WS-PRD-STATUS            PIC X(02).
       01  WS-CAL-STATUS            PIC X(02).
       01  WS-HIST-STATUS           PIC X(02).
       01  WS-LOG-STATUS            PIC X(02).
       01  WS-RUN-DATE              PIC 9(08).

       01  WS-READ-COUNT            PIC 9(06) COMP VALUE 0.
       01  WS-CLOSED-COUNT          PIC 9(06) COMP VALUE 0.
       01  WS-REOPENED-COUNT        PIC 9(06) COMP VALUE 0.
       01  WS-ERROR-COUNT           PIC 9(06) COMP VALUE 0.

      ******************************************************************
      *  The calendar and HIST-FILE are needed only to close a month;
      *  when either will not open the CLS cards are refused and the
      *  REO cards still apply.
      ******************************************************************
       01  WS-CAL-AVAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-CAL-AVAILABLE              VALUE 'Y'.
           88  WS-CAL-ABSENT                 VALUE 'N'.
       01  WS-HIST-AVAIL-SW         PIC X(01) VALUE 'N'.
           88  WS-HIST-AVAILABLE             VALUE 'Y'.
           88  WS-HIST-ABSENT                VALUE 'N'.

      ******************************************************************
      *  Card verdict.  WS-CARD-REASON carries the first reason a
      *  card was refused, for the error line.  WS-ON-FILE-SW says
      *  whether the card's month was found on the period file.
      ******************************************************************
       01  WS-CARD-OK-SW            PIC X(01).
           88  WS-CARD-OK                 VALUE 'Y'.
           88  WS-CARD-NOT-OK             VALUE 'N'.
       01  WS-CARD-REASON           PIC X(40).
       01  WS-ON-FILE-SW            PIC X(01).
           88  WS-ON-FILE                 VALUE 'Y'.
           88  WS-NOT-ON-FILE             VALUE 'N'.

      ******************************************************************
      *  Calendar work fields for the card-date edit - the same
      *  month-length and leap-year logic TRANEDIT applies to a
      *  transaction date.
      ******************************************************************
       01  WS-EDIT-DATE.
           05  WS-EDIT-YEAR        PIC 9(04).
           05  WS-EDIT-MONTH       PIC 9(02).
           05  WS-EDIT-DAY         PIC 9(02).
       01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE
                                    PIC 9(08).
       01  WS-EDIT-DATE-P REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-PERIOD      PIC 9(06).
           05  FILLER              PIC 9(02).
       01  WS-MONTH-LIMIT           PIC 9(02).
       01  WS-LEAP-QUOTIENT         PIC 9(04) COMP.
       01  WS-LEAP-REMAINDER        PIC 9(04) COMP.
       01  WS-DATE-OK-SW            PIC X(01).
           88  WS-DATE-OK                 VALUE 'Y'.
           88  WS-DATE-NOT-OK             VALUE 'N'.

      ******************************************************************
      *  Snapshot of the month being closed: one entry per branch and
      *  op-code with history dated in the month, results in the
      *  base currency, kept in branch/op-code order as it is built
      *  so the snapshot generation and the printed totals come out
      *  sorted.  WS-SNAP-FROM/TO bound the month on the TRAN-DATE
      *  index.  Two hundred combinations is far beyond any month the
      *  shop has had; a month that outgrows it is refused rather
      *  than snapshotted in part.
      ******************************************************************
       01  WS-SNAP-FROM.
           05  WS-SNAP-FROM-PERIOD PIC 9(06).
           05  WS-SNAP-FROM-DAY    PIC 9(02) VALUE 01.
       01  WS-SNAP-FROM-N REDEFINES WS-SNAP-FROM
                                    PIC 9(08).
       01  WS-SNAP-TO.
           05  WS-SNAP-TO-PERIOD   PIC 9(06).
           05  WS-SNAP-TO-DAY      PIC 9(02) VALUE 31.
       01  WS-SNAP-TO-N REDEFINES WS-SNAP-TO
                                    PIC 9(08).
       01  WS-SNAP-LIMIT            PIC 9(03) COMP VALUE 200.
       01  WS-SNAP-COUNT            PIC 9(03) COMP VALUE 0.
       01  WS-SNAP-TABLE.
           05  WS-SNAP-ENTRY OCCURS 200 TIMES.
               10  WS-SNAP-KEY.
                   15  WS-SNAP-BRANCH   PIC X(03).
                   15  WS-SNAP-OP-CODE  PIC X(03).
               10  WS-SNAP-RECS         PIC 9(07) COMP.
               10  WS-SNAP-RESULT       PIC S9(11)V99 COMP-3.
       01  WS-SNAP-IX               PIC 9(03) COMP.
       01  WS-SNAP-JX               PIC 9(03) COMP.
       01  WS-SNAP-KEY-IN.
           05  WS-SNAP-KEY-BRANCH  PIC X(03).
           05  WS-SNAP-KEY-OP-CODE PIC X(03).
       01  WS-SNAP-STOP-SW          PIC X(01).
           88  WS-SNAP-STOP               VALUE 'Y'.
           88  WS-SNAP-NOT-STOP           VALUE 'N'.
       01  WS-SNAP-OVERFLOW-SW      PIC X(01).
           88  WS-SNAP-OVERFLOW           VALUE 'Y'.
           88  WS-SNAP-NO-OVERFLOW        VALUE 'N'.
       01  WS-SNAP-TOT-RECS         PIC 9(07) COMP.
       01  WS-SNAP-TOT-RESULT       PIC S9(11)V99 COMP-3.
       01  WS-SNAP-HIST-RESULT      PIC S9(08)V99.

       COPY PRMREC.
       COPY PSNREC.
       COPY PLGREC.

       PROCEDURE DIVISION.
           PERFORM U00-INITIALIZE
           PERFORM U01-MAINTAIN-PERIOD
               UNTIL CARD-EOF
           PERFORM U04-TERMINATION
           GOBACK
           .

      ******************************************************************
      *  U00-INITIALIZE
      *  Opens the files (creating PRDFILE on first use, the same
      *  status-35 fallback BRNMAINT uses for the branch master),
      *  writes the report headings and primes the card read.  A
      *  period file or period log that will not open stops the run
      *  before any card is applied; a missing calendar or HIST-FILE
      *  is noted and only the closes are refused.
      ******************************************************************
       U00-INITIALIZE SECTION.
           OPEN INPUT CARD-FILE
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT SNP-FILE
           OPEN I-O PRD-FILE
           IF WS-PRD-STATUS = "35"
               OPEN OUTPUT PRD-FILE
               CLOSE PRD-FILE
               OPEN I-O PRD-FILE
           END-IF
           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "PRDCLOSE" TO PRM-HDG-PROGRAM
           MOVE WS-RUN-DATE(1:4) TO PRM-HDG-RUN-DATE(1:4)
           MOVE "-" TO PRM-HDG-RUN-DATE(5:1)
           MOVE WS-RUN-DATE(5:2) TO PRM-HDG-RUN-DATE(6:2)
           MOVE "-" TO PRM-HDG-RUN-DATE(8:1)
           MOVE WS-RUN-DATE(7:2) TO PRM-HDG-RUN-DATE(9:2)
           WRITE RPT-RECORD FROM PRM-HDG-1-LINE
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS = "00"
               SET WS-CAL-AVAILABLE TO TRUE
           ELSE
               SET WS-CAL-ABSENT TO TRUE
               MOVE SPACES TO PRM-NOTE-TEXT
               STRING "CALENDAR FILE NOT AVAILABLE (STATUS "
                   WS-CAL-STATUS ") - NO PERIOD CAN BE CLOSED"
                   DELIMITED BY SIZE INTO PRM-NOTE-TEXT
               WRITE RPT-RECORD FROM PRM-NOTE-LINE
           END-IF
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = "00"
               SET WS-HIST-AVAILABLE TO TRUE
           ELSE
               SET WS-HIST-ABSENT TO TRUE
               MOVE SPACES TO PRM-NOTE-TEXT
               STRING "HIST-FILE NOT AVAILABLE (STATUS "
                   WS-HIST-STATUS ") - NO PERIOD CAN BE CLOSED"
                   DELIMITED BY SIZE INTO PRM-NOTE-TEXT
               WRITE RPT-RECORD FROM PRM-NOTE-LINE
           END-IF
           EVALUATE TRUE
               WHEN WS-PRD-STATUS NOT = "00"
                   MOVE SPACES TO PRM-ERR-TEXT
                   STRING "PRDFILE OPEN FAILED - STATUS "
                       WS-PRD-STATUS " - NOTHING APPLIED"
                       DELIMITED BY SIZE INTO PRM-ERR-TEXT
                   WRITE RPT-RECORD FROM PRM-ERR-LINE
                   SET CARD-EOF TO TRUE
               WHEN WS-LOG-STATUS NOT = "00"
                   MOVE SPACES TO PRM-ERR-TEXT
                   STRING "PRDLOG OPEN FAILED - STATUS "
                       WS-LOG-STATUS " - NOTHING APPLIED"
                       DELIMITED BY SIZE INTO PRM-ERR-TEXT
                   WRITE RPT-RECORD FROM PRM-ERR-LINE
                   SET CARD-EOF TO TRUE
               WHEN OTHER
                   WRITE RPT-RECORD FROM PRM-HDG-2-LINE
                   PERFORM U02-READ-CARD
           END-EVALUATE
           .

      ******************************************************************
      *  U01-MAINTAIN-PERIOD
      *  Looks the card's month up on the period file, edits the card
      *  against what it found (U01A) and applies the action,
      *  printing the month as it now stands.  A refused card is
      *  printed with its reason.  Then reads the next card.
      ******************************************************************
       U01-MAINTAIN-PERIOD SECTION.
           ADD 1 TO WS-READ-COUNT
           SET WS-NOT-ON-FILE TO TRUE
           IF PRM-CARD-PERIOD NUMERIC
               MOVE PRM-CARD-PERIOD-N TO PRD-PERIOD
               READ PRD-FILE
                   INVALID KEY
                       SET WS-NOT-ON-FILE TO TRUE
                   NOT INVALID KEY
                       SET WS-ON-FILE TO TRUE
               END-READ
           END-IF
           PERFORM U01A-EDIT-CARD
           IF WS-CARD-OK
               EVALUATE TRUE
                   WHEN PRM-CLOSE
                       PERFORM U01C-CLOSE-PERIOD
                   WHEN PRM-REOPEN
                       PERFORM U01D-REOPEN-PERIOD
               END-EVALUATE
           END-IF
           IF WS-CARD-NOT-OK
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO PRM-ERR-TEXT
               STRING "CARD DROPPED: " PRM-CARD-ACTION " "
                   PRM-CARD-PERIOD " - " WS-CARD-REASON
                   DELIMITED BY SIZE INTO PRM-ERR-TEXT
               WRITE RPT-RECORD FROM PRM-ERR-LINE
           END-IF
           PERFORM U02-READ-CARD
           .

      ******************************************************************
      *  U01A-EDIT-CARD
      *  Edits one card against the action's rules and the month as
      *  found on the period file.  Stops at the first failure - the
      *  reason printed is the one that decided the card.
      ******************************************************************
       U01A-EDIT-CARD SECTION.
           SET WS-CARD-OK TO TRUE
           MOVE SPACES TO WS-CARD-REASON
           EVALUATE TRUE
               WHEN NOT (PRM-CLOSE OR PRM-REOPEN)
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "ACTION NOT CLS OR REO" TO WS-CARD-REASON
               WHEN PRM-CARD-PERIOD NOT NUMERIC
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "PERIOD NOT NUMERIC YYYYMM" TO WS-CARD-REASON
               WHEN PRM-CARD-MONTH < 01 OR PRM-CARD-MONTH > 12
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "PERIOD MONTH NOT 01-12" TO WS-CARD-REASON
               WHEN PRM-CARD-USER = SPACES
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "USER ID IS BLANK" TO WS-CARD-REASON
               WHEN PRM-CLOSE AND WS-ON-FILE AND PRD-CLOSED
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "PERIOD ALREADY CLOSED" TO WS-CARD-REASON
               WHEN PRM-REOPEN AND WS-NOT-ON-FILE
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "PERIOD HAS NEVER BEEN CLOSED"
                       TO WS-CARD-REASON
               WHEN PRM-REOPEN AND NOT PRD-CLOSED
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "PERIOD IS NOT CLOSED" TO WS-CARD-REASON
               WHEN PRM-REOPEN AND PRM-CARD-REASON = SPACES
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "REOPEN REASON IS BLANK" TO WS-CARD-REASON
               WHEN PRM-CLOSE AND WS-CAL-ABSENT
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "NO CALENDAR FILE - CANNOT CLOSE"
                       TO WS-CARD-REASON
               WHEN PRM-CLOSE AND WS-HIST-ABSENT
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "NO HIST-FILE - CANNOT SNAPSHOT"
                       TO WS-CARD-REASON
           END-EVALUATE
           IF WS-CARD-OK
               PERFORM U01B-EDIT-CARD-DATE
           END-IF
           IF WS-CARD-OK AND PRM-CLOSE
               AND WS-EDIT-PERIOD NOT > PRM-CARD-PERIOD-N
               SET WS-CARD-NOT-OK TO TRUE
               MOVE "CLOSE DATE NOT AFTER PERIOD END"
                   TO WS-CARD-REASON
           END-IF
           IF WS-CARD-OK AND PRM-CLOSE
               PERFORM U01E-EDIT-BUSINESS-DAY
           END-IF
           IF WS-CARD-OK AND PRM-REOPEN
               AND WS-EDIT-DATE-N < PRD-CLOSE-DATE
               SET WS-CARD-NOT-OK TO TRUE
               MOVE "REOPEN DATE BEFORE CLOSE DATE"
                   TO WS-CARD-REASON
           END-IF
           .

      ******************************************************************
      *  U01B-EDIT-CARD-DATE
      *  The card date must be numeric and a real calendar date; on
      *  success it is left in WS-EDIT-DATE for the action to use.
      ******************************************************************
       U01B-EDIT-CARD-DATE SECTION.
           SET WS-DATE-OK TO TRUE
           IF PRM-CARD-DATE NOT NUMERIC
               SET WS-DATE-NOT-OK TO TRUE
           ELSE
               MOVE PRM-CARD-DATE TO WS-EDIT-DATE
               PERFORM U01F-EDIT-CALENDAR-DATE
           END-IF
           IF WS-DATE-NOT-OK
               SET WS-CARD-NOT-OK TO TRUE
               MOVE SPACES TO WS-CARD-REASON
               STRING "DATE NOT VALID: " PRM-CARD-DATE
                   DELIMITED BY SIZE INTO WS-CARD-REASON
           END-IF
           .

      ******************************************************************
      *  U01C-CLOSE-PERIOD
      *  Totals the month's history into the snapshot table (U01G),
      *  then marks the month closed - writing its period record the
      *  first time, rewriting it after a reopen - and, once the
      *  period file has taken the close, writes and prints the
      *  snapshot (U01J) and logs the close (U01L).  A snapshot table
      *  overflow refuses the card before anything is changed.
      ******************************************************************
       U01C-CLOSE-PERIOD SECTION.
           PERFORM U01G-TAKE-SNAPSHOT
           IF WS-SNAP-OVERFLOW
               SET WS-CARD-NOT-OK TO TRUE
               MOVE "SNAPSHOT TABLE FULL - NOT CLOSED"
                   TO WS-CARD-REASON
           ELSE
               IF WS-NOT-ON-FILE
                   MOVE SPACES TO PRD-RECORD
                   MOVE PRM-CARD-PERIOD-N TO PRD-PERIOD
                   MOVE 0 TO PRD-CLOSE-COUNT
                   MOVE 0 TO PRD-REOPEN-DATE
               END-IF
               SET PRD-CLOSED TO TRUE
               MOVE WS-EDIT-DATE-N TO PRD-CLOSE-DATE
               MOVE PRM-CARD-USER TO PRD-CLOSED-BY
               ADD 1 TO PRD-CLOSE-COUNT
               MOVE WS-SNAP-TOT-RECS TO PRD-SNAP-COUNT
               MOVE WS-SNAP-TOT-RESULT TO PRD-SNAP-RESULT
               MOVE WS-RUN-DATE TO PRD-MAINT-DATE
               IF WS-NOT-ON-FILE
                   WRITE PRD-RECORD
                       INVALID KEY
                           SET WS-CARD-NOT-OK TO TRUE
                           MOVE SPACES TO WS-CARD-REASON
                           STRING "WRITE FAILED - STATUS "
                               WS-PRD-STATUS
                               DELIMITED BY SIZE INTO WS-CARD-REASON
                   END-WRITE
               ELSE
                   REWRITE PRD-RECORD
                       INVALID KEY
                           SET WS-CARD-NOT-OK TO TRUE
                           MOVE SPACES TO WS-CARD-REASON
                           STRING "REWRITE FAILED - STATUS "
                               WS-PRD-STATUS
                               DELIMITED BY SIZE INTO WS-CARD-REASON
                   END-REWRITE
               END-IF
           END-IF
           IF WS-CARD-OK
               ADD 1 TO WS-CLOSED-COUNT
               MOVE "CLOSED" TO PRM-DET-DISPOSITION
               MOVE SPACES TO PRM-DET-REASON
               PERFORM U01K-PRINT-PERIOD
               PERFORM U01J-WRITE-SNAPSHOT
               MOVE SPACES TO PLG-REASON
               PERFORM U01L-WRITE-LOG
           END-IF
           .

      ******************************************************************
      *  U01D-REOPEN-PERIOD
      *  Marks the month read by U01-MAINTAIN-PERIOD open again,
      *  recording the reopen date, who and why on the period record,
      *  rewrites it and logs the reopen.  The close date, closer and
      *  snapshot totals stay on the record as the close being
      *  undone.
      ******************************************************************
       U01D-REOPEN-PERIOD SECTION.
           SET PRD-OPEN TO TRUE
           MOVE WS-EDIT-DATE-N TO PRD-REOPEN-DATE
           MOVE PRM-CARD-USER TO PRD-REOPENED-BY
           MOVE PRM-CARD-REASON TO PRD-REOPEN-REASON
           MOVE WS-RUN-DATE TO PRD-MAINT-DATE
           REWRITE PRD-RECORD
               INVALID KEY
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE SPACES TO WS-CARD-REASON
                   STRING "REWRITE FAILED - STATUS " WS-PRD-STATUS
                       DELIMITED BY SIZE INTO WS-CARD-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-REOPENED-COUNT
                   MOVE "REOPENED" TO PRM-DET-DISPOSITION
                   MOVE PRD-REOPEN-REASON TO PRM-DET-REASON
                   PERFORM U01K-PRINT-PERIOD
                   MOVE PRD-REOPEN-REASON TO PLG-REASON
                   PERFORM U01L-WRITE-LOG
           END-REWRITE
           .

      ******************************************************************
      *  U01E-EDIT-BUSINESS-DAY
      *  A close date must be a business day on the calendar file.  A
      *  date the calendar does not cover fails - the fix is a
      *  CALLOAD run, not a guess.
      ******************************************************************
       U01E-EDIT-BUSINESS-DAY SECTION.
           MOVE WS-EDIT-DATE-N TO CAL-DATE
           READ CAL-FILE
               INVALID KEY
                   SET WS-CARD-NOT-OK TO TRUE
                   MOVE "CLOSE DATE NOT ON CALENDAR FILE"
                       TO WS-CARD-REASON
               NOT INVALID KEY
                   IF NOT CAL-BUSINESS-DAY
                       SET WS-CARD-NOT-OK TO TRUE
                       MOVE "CLOSE DATE IS NOT A BUSINESS DAY"
                           TO WS-CARD-REASON
                   END-IF
           END-READ
           .

      ******************************************************************
      *  U01F-EDIT-CALENDAR-DATE
      *  Checks that the (already numeric) date in WS-EDIT-DATE is a
      *  real calendar date, exactly as TRANEDIT's date edit does:
      *  month 01-12 and day 01 through the month's length, with
      *  February taking 29 in a leap year (divisible by 4, except
      *  centuries not divisible by 400).
      ******************************************************************
       U01F-EDIT-CALENDAR-DATE SECTION.
           IF WS-EDIT-MONTH < 01 OR WS-EDIT-MONTH > 12
               SET WS-DATE-NOT-OK TO TRUE
           ELSE
               EVALUATE WS-EDIT-MONTH
                   WHEN 01
                   WHEN 03
                   WHEN 05
                   WHEN 07
                   WHEN 08
                   WHEN 10
                   WHEN 12
                       MOVE 31 TO WS-MONTH-LIMIT
                   WHEN 04
                   WHEN 06
                   WHEN 09
                   WHEN 11
                       MOVE 30 TO WS-MONTH-LIMIT
                   WHEN 02
                       MOVE 28 TO WS-MONTH-LIMIT
                       DIVIDE WS-EDIT-YEAR BY 4
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           MOVE 29 TO WS-MONTH-LIMIT
                           DIVIDE WS-EDIT-YEAR BY 100
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = 0
                               DIVIDE WS-EDIT-YEAR BY 400
                                   GIVING WS-LEAP-QUOTIENT
                                   REMAINDER WS-LEAP-REMAINDER
                               IF WS-LEAP-REMAINDER NOT = 0
                                   MOVE 28 TO WS-MONTH-LIMIT
                               END-IF
                           END-IF
                       END-IF
               END-EVALUATE
               IF WS-EDIT-DAY < 01 OR WS-EDIT-DAY > WS-MONTH-LIMIT
                   SET WS-DATE-NOT-OK TO TRUE
               END-IF
           END-IF
           .

      ******************************************************************
      *  U01G-TAKE-SNAPSHOT
      *  Browses HIST-FILE along the TRAN-DATE index from the first
      *  to the last day of the month, totalling each record into the
      *  snapshot table (U01H) and into the month's grand total.
      ******************************************************************
       U01G-TAKE-SNAPSHOT SECTION.
           MOVE 0 TO WS-SNAP-COUNT
           MOVE 0 TO WS-SNAP-TOT-RECS
           MOVE 0 TO WS-SNAP-TOT-RESULT
           SET WS-SNAP-NO-OVERFLOW TO TRUE
           MOVE PRM-CARD-PERIOD-N TO WS-SNAP-FROM-PERIOD
           MOVE PRM-CARD-PERIOD-N TO WS-SNAP-TO-PERIOD
           MOVE WS-SNAP-FROM-N TO HIST-TRAN-DATE
           START HIST-FILE KEY NOT < HIST-TRAN-DATE
               INVALID KEY
                   SET HIST-EOF TO TRUE
               NOT INVALID KEY
                   SET HIST-NOT-EOF TO TRUE
           END-START
           IF HIST-NOT-EOF
               PERFORM U01G1-READ-HISTORY-NEXT
           END-IF
           PERFORM U01H-ADD-TO-SNAPSHOT
               UNTIL HIST-EOF OR WS-SNAP-OVERFLOW
           .

      ******************************************************************
      *  U01G1-READ-HISTORY-NEXT
      *  Browses HIST-FILE forward one record along the TRAN-DATE
      *  index, setting HIST-EOF-SW past the end of the month, at end
      *  of file or on any non-zero status other than the duplicate-
      *  key notice the alternate index returns - as HISTRECN does.
      ******************************************************************
       U01G1-READ-HISTORY-NEXT SECTION.
           READ HIST-FILE NEXT RECORD
               AT END
                   SET HIST-EOF TO TRUE
           END-READ
           IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "02"
               SET HIST-EOF TO TRUE
           END-IF
           IF HIST-NOT-EOF AND HIST-TRAN-DATE > WS-SNAP-TO-N
               SET HIST-EOF TO TRUE
           END-IF
           .

      ******************************************************************
      *  U01H-ADD-TO-SNAPSHOT
      *  Adds the current history record to its branch/op-code entry,
      *  inserting a new entry in key order when this is the first
      *  record for the combination, then browses forward.  The scan
      *  (U01H1) stops at the first entry not below the record's key;
      *  a new entry goes in there, the entries above it moved up one
      *  (U01H2).
      ******************************************************************
       U01H-ADD-TO-SNAPSHOT SECTION.
           MOVE HIST-BRANCH TO WS-SNAP-KEY-BRANCH
           MOVE HIST-OP-CODE TO WS-SNAP-KEY-OP-CODE
           MOVE 1 TO WS-SNAP-IX
           SET WS-SNAP-NOT-STOP TO TRUE
           PERFORM U01H1-SCAN-STEP
               UNTIL WS-SNAP-STOP OR WS-SNAP-IX > WS-SNAP-COUNT
           IF WS-SNAP-STOP
               IF WS-SNAP-KEY (WS-SNAP-IX) NOT = WS-SNAP-KEY-IN
                   PERFORM U01H3-INSERT-ENTRY
               END-IF
           ELSE
               PERFORM U01H3-INSERT-ENTRY
           END-IF
           IF WS-SNAP-NO-OVERFLOW
               IF HIST-CURRENCY = SPACES
                   OR HIST-BASE-RESULT NOT NUMERIC
                   MOVE HIST-RESULT TO WS-SNAP-HIST-RESULT
               ELSE
                   MOVE HIST-BASE-RESULT TO WS-SNAP-HIST-RESULT
               END-IF
               ADD 1 TO WS-SNAP-RECS (WS-SNAP-IX)
               ADD WS-SNAP-HIST-RESULT TO WS-SNAP-RESULT (WS-SNAP-IX)
               ADD 1 TO WS-SNAP-TOT-RECS
               ADD WS-SNAP-HIST-RESULT TO WS-SNAP-TOT-RESULT
               PERFORM U01G1-READ-HISTORY-NEXT
           END-IF
           .

      ******************************************************************
      *  U01H1-SCAN-STEP
      *  One step of the snapshot table scan.
      ******************************************************************
       U01H1-SCAN-STEP SECTION.
           IF WS-SNAP-KEY (WS-SNAP-IX) NOT < WS-SNAP-KEY-IN
               SET WS-SNAP-STOP TO TRUE
           ELSE
               ADD 1 TO WS-SNAP-IX
           END-IF
           .

      ******************************************************************
      *  U01H2-SHIFT-STEP
      *  Moves one snapshot entry up a slot to open a gap at
      *  WS-SNAP-IX.
      ******************************************************************
       U01H2-SHIFT-STEP SECTION.
           MOVE WS-SNAP-ENTRY (WS-SNAP-JX)
               TO WS-SNAP-ENTRY (WS-SNAP-JX + 1)
           SUBTRACT 1 FROM WS-SNAP-JX
           .

      ******************************************************************
      *  U01H3-INSERT-ENTRY
      *  Opens a zeroed entry for a new branch/op-code at WS-SNAP-IX,
      *  or flags the overflow when the table is full.
      ******************************************************************
       U01H3-INSERT-ENTRY SECTION.
           IF WS-SNAP-COUNT >= WS-SNAP-LIMIT
               SET WS-SNAP-OVERFLOW TO TRUE
           ELSE
               MOVE WS-SNAP-COUNT TO WS-SNAP-JX
               PERFORM U01H2-SHIFT-STEP
                   UNTIL WS-SNAP-JX < WS-SNAP-IX
               ADD 1 TO WS-SNAP-COUNT
               MOVE WS-SNAP-KEY-IN TO WS-SNAP-KEY (WS-SNAP-IX)
               MOVE 0 TO WS-SNAP-RECS (WS-SNAP-IX)
               MOVE 0 TO WS-SNAP-RESULT (WS-SNAP-IX)
           END-IF
           .

      ******************************************************************
      *  U01J-WRITE-SNAPSHOT
      *  Writes the month's snapshot records to PRDSNAP and prints
      *  them under the close, with the month's total.  A month with
      *  no history still closes; it prints the zero total only.
      ******************************************************************
       U01J-WRITE-SNAPSHOT SECTION.
           WRITE RPT-RECORD FROM PRM-SNP-HDG-LINE
           MOVE 0 TO WS-SNAP-IX
           PERFORM U01J1-WRITE-SNAPSHOT-ENTRY
               UNTIL WS-SNAP-IX >= WS-SNAP-COUNT
           MOVE WS-SNAP-TOT-RECS TO PRM-SNP-TOT-COUNT
           MOVE WS-SNAP-TOT-RESULT TO PRM-SNP-TOT-RESULT
           WRITE RPT-RECORD FROM PRM-SNP-TOT-LINE
           .

      ******************************************************************
      *  U01J1-WRITE-SNAPSHOT-ENTRY
      *  Writes and prints one branch/op-code snapshot entry.
      ******************************************************************
       U01J1-WRITE-SNAPSHOT-ENTRY SECTION.
           ADD 1 TO WS-SNAP-IX
           MOVE SPACES TO PSN-RECORD
           MOVE PRD-PERIOD TO PSN-PERIOD
           MOVE PRD-CLOSE-COUNT TO PSN-CLOSE-SEQ
           MOVE WS-SNAP-BRANCH (WS-SNAP-IX) TO PSN-BRANCH
           MOVE WS-SNAP-OP-CODE (WS-SNAP-IX) TO PSN-OP-CODE
           MOVE WS-SNAP-RECS (WS-SNAP-IX) TO PSN-COUNT
           MOVE WS-SNAP-RESULT (WS-SNAP-IX) TO PSN-RESULT-TOTAL
           MOVE PRD-CLOSE-DATE TO PSN-CLOSE-DATE
           MOVE PRD-CLOSED-BY TO PSN-CLOSED-BY
           WRITE SNP-RECORD-OUT FROM PSN-RECORD
           MOVE WS-SNAP-BRANCH (WS-SNAP-IX) TO PRM-SNP-BRANCH
           MOVE WS-SNAP-OP-CODE (WS-SNAP-IX) TO PRM-SNP-OP-CODE
           MOVE WS-SNAP-RECS (WS-SNAP-IX) TO PRM-SNP-COUNT
           MOVE WS-SNAP-RESULT (WS-SNAP-IX) TO PRM-SNP-RESULT
           WRITE RPT-RECORD FROM PRM-SNP-LINE
           .

      ******************************************************************
      *  U01K-PRINT-PERIOD
      *  Prints the card's month as it now stands on file, under the
      *  disposition and reason the caller set.
      ******************************************************************
       U01K-PRINT-PERIOD SECTION.
           MOVE PRM-CARD-ACTION TO PRM-DET-ACTION
           MOVE PRD-PERIOD TO PRM-DET-PERIOD
           MOVE WS-EDIT-DATE-N TO PRM-DET-DATE
           MOVE PRM-CARD-USER TO PRM-DET-USER
           MOVE PRD-CLOSE-COUNT TO PRM-DET-CLOSE-COUNT
           WRITE RPT-RECORD FROM PRM-DET-LINE
           .

      ******************************************************************
      *  U01L-WRITE-LOG
      *  Appends the applied card to the period log, with the
      *  snapshot totals of the close it made or undid.  PLG-REASON
      *  is set by the caller.
      ******************************************************************
       U01L-WRITE-LOG SECTION.
           MOVE WS-RUN-DATE TO PLG-RUN-DATE
           MOVE PRM-CARD-ACTION TO PLG-ACTION
           MOVE PRD-PERIOD TO PLG-PERIOD
           MOVE WS-EDIT-DATE-N TO PLG-DATE
           MOVE PRM-CARD-USER TO PLG-USER
           MOVE PRD-CLOSE-COUNT TO PLG-CLOSE-SEQ
           MOVE PRD-SNAP-COUNT TO PLG-SNAP-COUNT
           MOVE PRD-SNAP-RESULT TO PLG-SNAP-RESULT
           WRITE LOG-RECORD-OUT FROM PLG-RECORD
           .

      ******************************************************************
      *  U02-READ-CARD
      *  Reads the next maintenance card, setting CARD-EOF-SW at end
      *  of file.
      ******************************************************************
       U02-READ-CARD SECTION.
           READ CARD-FILE INTO PRM-CARD
               AT END
                   SET CARD-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *  U04-TERMINATION
      *  Writes the activity-report footers, closes the files and
      *  sets the return code.
      ******************************************************************
       U04-TERMINATION SECTION.
           MOVE WS-READ-COUNT TO PRM-FTR-READ
           WRITE RPT-RECORD FROM PRM-FTR-1-LINE
           MOVE WS-CLOSED-COUNT TO PRM-FTR-CLOSED
           WRITE RPT-RECORD FROM PRM-FTR-2-LINE
           MOVE WS-REOPENED-COUNT TO PRM-FTR-REOPENED
           WRITE RPT-RECORD FROM PRM-FTR-3-LINE
           MOVE WS-ERROR-COUNT TO PRM-FTR-ERRORS
           WRITE RPT-RECORD FROM PRM-FTR-4-LINE
           CLOSE CARD-FILE
           CLOSE RPT-FILE
           CLOSE SNP-FILE
           CLOSE PRD-FILE
           IF WS-LOG-STATUS = "00"
               CLOSE LOG-FILE
           END-IF
           IF WS-CAL-AVAILABLE
               CLOSE CAL-FILE
           END-IF
           IF WS-HIST-AVAILABLE
               CLOSE HIST-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-CLOSED-COUNT = 0 AND WS-REOPENED-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
