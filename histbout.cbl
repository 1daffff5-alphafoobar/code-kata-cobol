       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTBOUT.
       AUTHOR. BATCH-SUPPORT.

      ******************************************************************
      *  HISTBOUT - HIST-FILE CYCLE BACKOUT
      *  ----------------------------------------------------------------
      *  Reverses everything one or more runs did to HIST-FILE, from
      *  the history change journal (HISTJRNL, copybook JRNREC) that
      *  HELLOWORLD, HISTPURG and HISTREST append to.  Used when a
      *  whole cycle went in wrong - a bad feed, the wrong cutoff, the
      *  wrong archive generation - and patching it key by key is not
      *  practical.
      *
      *  SYSIN cards:
      *      RUNID=nnnnnnnnnnnnnnnn  a run to back out, as printed on
      *                              the run's report (up to ten
      *                              cards - a cycle restarted from
      *                              its checkpoint has one run-id per
      *                              attempt, and they go together)
      *      REPORT-ONLY             list what would be done and the
      *                              adjustments, touch nothing
      *
      *  The journal is read once and every entry under one of the
      *  run-ids is folded into a table by HIST-FILE key, keeping the
      *  image before the key's first entry and after its last.  Each
      *  key is then read off HIST-FILE:
      *      as the runs left it      the before image is put back -
      *                               deleted if the runs added the
      *                               key, re-added if they deleted
      *                               it, rewritten otherwise
      *      as it was before them    already backed out; left alone
      *      anything else            changed since by a later run;
      *                               left alone and listed, so the
      *                               later posting is not lost
      *  Every reversal is itself journaled under this run's own
      *  run-id, printed under the heading, so a backout can be
      *  backed out.
      *
      *  The report (BOTRPT, copybook BOTREC) lists each key and its
      *  disposition, then the CTL-FILE cumulative count and hash to
      *  take off for the postings backed out (one count and the pair
      *  of summands per posting, exactly as the daily run added
      *  them) and the extract postings to recall downstream (one
      *  EXTOUT record and its result per posting), each with its
      *  hash in the base currency under it - the figures for
      *  CTL-CUML-BASE-HASH and CTL-EXT-BASE-HASH.  A posting is a
      *  HELLOWORLD add or rewrite, or a HOLDAPPR add (the approved
      *  item reached CTL-FILE and EXTOUT through APRPOST on the next
      *  cycle - back a HOLDAPPR run out before that cycle and the
      *  items must come off APRPOST instead).  A HISTCASC
      *  recalculation posted nothing to CTL-FILE but sent downstream
      *  a correction record on EXTCORR; those are totalled on a line
      *  of their own to recall.  Keys skipped are left out of every
      *  figure.  CTL-FILE itself is not touched: it carries the last
      *  cycle's extract figures that the next acknowledgment
      *  balances against.
      *
      *  RETURN-CODE:  0  every key backed out (or already was)
      *                4  some keys were changed since and skipped,
      *                   a card was in error, or a RUNID matched no
      *                   journal entries
      *                8  no usable RUNID card or nothing on the
      *                   journal for them, or a key hit an I/O error
      *               12  HIST-FILE or HISTJRNL failed to open, the
      *                   journal could not be read to the end, or the
      *                   runs touched more keys than the table holds
      *                   - nothing touched
      *
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------------
      *  2026-10-15  Initial version.
      *  2026-10-15  HIST-RECORD grew to 108 bytes with the currency,
      *              rate and base-currency result; journal entries
      *              are 261 bytes.
      *  2026-10-15  The adjustment lines are followed by the same
      *              hashes in the base currency.  HOLDAPPR approvals
      *              count as postings, and HISTCASC corrections are
      *              totalled as EXTCORR postings to recall.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPT-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPT-STATUS.

           SELECT JRN-FILE ASSIGN TO "HISTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT BOT-FILE ASSIGN TO "BOTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-TRAN-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPT-FILE.
       01  OPT-RECORD-IN            PIC X(80).

       FD  JRN-FILE.
       01  JRN-RECORD-IO            PIC X(261).

       FD  BOT-FILE.
       01  BOT-RECORD               PIC X(80).

       FD  HIST-FILE.
       COPY HISTREC.

       WORKING-STORAGE SECTION.
       01  WS-OPT-STATUS            PIC X(02).
       01  WS-JRN-STATUS            PIC X(02).
       01  WS-HIST-STATUS           PIC X(02).

       01  WS-OPT-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-OPT-EOF                    VALUE 'Y'.
           88  WS-OPT-NOT-EOF                VALUE 'N'.

       01  JRN-EOF-SW          PIC X(01) VALUE 'N'.
           88  JRN-EOF                   VALUE 'Y'.
           88  JRN-NOT-EOF               VALUE 'N'.

       01  WS-OPT-CARD              PIC X(80).
       01  WS-OPT-KEYWORD           PIC X(20).
       01  WS-OPT-VALUE             PIC X(20).

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-RUN-ID                PIC X(16).

       01  WS-MODE-SW               PIC X(01) VALUE 'P'.
           88  WS-IS-POSTING                 VALUE 'P'.
           88  WS-REPORT-ONLY                VALUE 'R'.

       01  WS-FAIL-SW               PIC X(01) VALUE 'N'.
           88  WS-OPEN-FAILED                VALUE 'Y'.
           88  WS-OPEN-OK                    VALUE 'N'.

       01  WS-JRN-SW                PIC X(01) VALUE 'N'.
           88  WS-JRN-OPEN                   VALUE 'Y'.
           88  WS-JRN-NOT-OPEN               VALUE 'N'.
       01  WS-JRN-READ-SW           PIC X(01) VALUE 'N'.
           88  WS-JRN-READ-FAILED            VALUE 'Y'.
           88  WS-JRN-READ-OK                VALUE 'N'.

       01  WS-READ-COUNT            PIC 9(08) COMP VALUE 0.
       01  WS-SELECTED-COUNT        PIC 9(08) COMP VALUE 0.
       01  WS-BACKED-COUNT          PIC 9(08) COMP VALUE 0.
       01  WS-ALREADY-COUNT         PIC 9(08) COMP VALUE 0.
       01  WS-SKIPPED-COUNT         PIC 9(08) COMP VALUE 0.
       01  WS-IO-ERROR-COUNT        PIC 9(08) COMP VALUE 0.
       01  WS-ERROR-CARD-COUNT      PIC 9(06) COMP VALUE 0.
       01  WS-UNMATCHED-COUNT       PIC 9(06) COMP VALUE 0.

      ******************************************************************
      *  The RUNID cards.  The entry count per card is printed on its
      *  run line; a card that found nothing on the journal is warned
      *  about, since a mispunched run-id would otherwise back out
      *  nothing without a trace.
      ******************************************************************
       01  WS-RID-LIMIT             PIC 9(04) COMP VALUE 10.
       01  WS-RID-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-RID-TABLE.
           05  WS-RID-ENTRY OCCURS 10 TIMES.
               10  WS-RID-VALUE         PIC X(16).
               10  WS-RID-ENTRIES       PIC 9(08) COMP.
       01  WS-RID-IX                PIC 9(04) COMP VALUE 0.
       01  WS-RID-SW                PIC X(01) VALUE 'N'.
           88  WS-RID-FOUND                  VALUE 'Y'.
           88  WS-RID-NOT-FOUND              VALUE 'N'.

      ******************************************************************
      *  One entry per HIST-FILE key the runs touched, in the order
      *  first touched.  WS-KEY-BEFORE-IMAGE is the record before the
      *  key's first journal entry and WS-KEY-AFTER-IMAGE after its
      *  last; either is spaces when the key was not on file at that
      *  point.  The posting figures accumulate HELLOWORLD's and
      *  HOLDAPPR's entries - what reached CTL-FILE and EXTOUT - and
      *  the correction figures HISTCASC's, what reached EXTCORR;
      *  each hash is kept as keyed and in the base currency.
      ******************************************************************
       01  WS-KEY-LIMIT             PIC 9(06) COMP VALUE 5000.
       01  WS-KEY-COUNT             PIC 9(06) COMP VALUE 0.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 5000 TIMES.
               10  WS-KEY-VALUE         PIC X(14).
               10  WS-KEY-FIRST-ACTION  PIC X(03).
               10  WS-KEY-LAST-ACTION   PIC X(03).
               10  WS-KEY-BEFORE-IMAGE  PIC X(108).
               10  WS-KEY-AFTER-IMAGE   PIC X(108).
               10  WS-KEY-POST-COUNT    PIC 9(06) COMP.
               10  WS-KEY-POST-HASH     PIC S9(11)V99 COMP-3.
               10  WS-KEY-EXT-HASH      PIC S9(11)V99 COMP-3.
               10  WS-KEY-POST-BASE     PIC S9(11)V99 COMP-3.
               10  WS-KEY-EXT-BASE      PIC S9(11)V99 COMP-3.
               10  WS-KEY-COR-COUNT     PIC 9(06) COMP.
               10  WS-KEY-COR-HASH      PIC S9(11)V99 COMP-3.
               10  WS-KEY-COR-BASE      PIC S9(11)V99 COMP-3.
       01  WS-KEY-IX                PIC 9(06) COMP VALUE 0.
       01  WS-KEY-SW                PIC X(01) VALUE 'N'.
           88  WS-KEY-FOUND                  VALUE 'Y'.
           88  WS-KEY-NOT-FOUND              VALUE 'N'.
       01  WS-KEY-OVERFLOW-SW       PIC X(01) VALUE 'N'.
           88  WS-KEY-OVERFLOW               VALUE 'Y'.
           88  WS-KEY-NO-OVERFLOW            VALUE 'N'.
       01  WS-WORK-KEY              PIC X(14).
       01  WS-CUR-IMAGE             PIC X(108).
       01  WS-WORK-BASE-HASH        PIC S9(11)V99 COMP-3.
       01  WS-WORK-BASE-RESULT      PIC S9(11)V99 COMP-3.

       01  WS-ADJ-COUNT             PIC 9(08) COMP VALUE 0.
       01  WS-ADJ-HASH              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EXT-RECALL-HASH       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ADJ-BASE-HASH         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EXT-RECALL-BASE       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-COR-COUNT             PIC 9(08) COMP VALUE 0.
       01  WS-COR-HASH              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-COR-BASE-HASH         PIC S9(11)V99 COMP-3 VALUE 0.

       COPY BOTREC.
       COPY JRNREC.

       PROCEDURE DIVISION.
           PERFORM U00-INITIALIZE
           MOVE 0 TO WS-KEY-IX
           PERFORM U01-BACK-OUT-KEY
               UNTIL WS-KEY-IX >= WS-KEY-COUNT
           PERFORM U04-TERMINATION
           GOBACK
           .

      ******************************************************************
      *  U00-INITIALIZE
      *  Opens the files, writes the report heading, reads the SYSIN
      *  cards and loads the journal entries for the run-ids into
      *  WS-KEY-TABLE.  The journal is then reopened EXTEND for the
      *  reversals.  Nothing at all is backed out when either file
      *  fails to open, when no usable RUNID card was given or the
      *  journal holds nothing for them, or when the runs touched
      *  more keys than the table holds - half a backout is worse
      *  than none.  WS-KEY-COUNT is left zero in every such case so
      *  the mainline's key loop does not run.
      ******************************************************************
       U00-INITIALIZE SECTION.
           OPEN OUTPUT BOT-FILE
           OPEN I-O HIST-FILE
           OPEN INPUT JRN-FILE
           IF WS-JRN-STATUS = "00"
               SET WS-JRN-OPEN TO TRUE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-RUN-ID(1:8)
           MOVE WS-CURRENT-TIME TO WS-RUN-ID(9:8)
           MOVE "HISTBOUT" TO BOT-HDG-PROGRAM
           MOVE WS-RUN-DATE(1:4) TO BOT-HDG-RUN-DATE(1:4)
           MOVE "-" TO BOT-HDG-RUN-DATE(5:1)
           MOVE WS-RUN-DATE(5:2) TO BOT-HDG-RUN-DATE(6:2)
           MOVE "-" TO BOT-HDG-RUN-DATE(8:1)
           MOVE WS-RUN-DATE(7:2) TO BOT-HDG-RUN-DATE(9:2)
           WRITE BOT-RECORD FROM BOT-HDG-1-LINE
           MOVE WS-RUN-ID TO BOT-JRN-RUN-ID
           WRITE BOT-RECORD FROM BOT-JRN-LINE
           OPEN INPUT OPT-FILE
           IF WS-OPT-STATUS = "00"
               PERFORM U00A-READ-OPTION
                   UNTIL WS-OPT-EOF
           END-IF
           CLOSE OPT-FILE
           IF WS-REPORT-ONLY
               MOVE "REPORT-ONLY - HIST-FILE WILL NOT BE UPDATED"
                   TO BOT-MSG-TEXT
               WRITE BOT-RECORD FROM BOT-MSG-LINE
           END-IF
           EVALUATE TRUE
               WHEN WS-HIST-STATUS NOT = "00"
                   SET WS-OPEN-FAILED TO TRUE
                   MOVE SPACES TO BOT-ERR-TEXT
                   STRING "HIST-FILE OPEN FAILED - STATUS "
                       WS-HIST-STATUS " - NOTHING BACKED OUT"
                       DELIMITED BY SIZE INTO BOT-ERR-TEXT
                   WRITE BOT-RECORD FROM BOT-ERR-LINE
               WHEN WS-JRN-STATUS NOT = "00"
                   SET WS-OPEN-FAILED TO TRUE
                   MOVE SPACES TO BOT-ERR-TEXT
                   STRING "HISTJRNL OPEN FAILED - STATUS "
                       WS-JRN-STATUS " - NOTHING BACKED OUT"
                       DELIMITED BY SIZE INTO BOT-ERR-TEXT
                   WRITE BOT-RECORD FROM BOT-ERR-LINE
               WHEN WS-RID-COUNT = 0
                   MOVE "NO USABLE RUNID CARD - NOTHING BACKED OUT"
                       TO BOT-ERR-TEXT
                   WRITE BOT-RECORD FROM BOT-ERR-LINE
               WHEN OTHER
                   PERFORM U00C-LOAD-JOURNAL-ENTRY
                       UNTIL JRN-EOF
                   MOVE 0 TO WS-RID-IX
                   PERFORM U00E-PRINT-RUN-LINE
                       UNTIL WS-RID-IX >= WS-RID-COUNT
                   PERFORM U00G-CHECK-LOAD
           END-EVALUATE
           IF WS-JRN-OPEN
               CLOSE JRN-FILE
               SET WS-JRN-NOT-OPEN TO TRUE
           END-IF
           IF WS-KEY-COUNT > 0 AND WS-IS-POSTING
               OPEN EXTEND JRN-FILE
               IF WS-JRN-STATUS = "00"
                   SET WS-JRN-OPEN TO TRUE
               ELSE
                   SET WS-OPEN-FAILED TO TRUE
                   MOVE 0 TO WS-KEY-COUNT
                   MOVE SPACES TO BOT-ERR-TEXT
                   STRING "HISTJRNL EXTEND FAILED - STATUS "
                       WS-JRN-STATUS " - NOTHING BACKED OUT"
                       DELIMITED BY SIZE INTO BOT-ERR-TEXT
                   WRITE BOT-RECORD FROM BOT-ERR-LINE
               END-IF
           END-IF
           IF WS-KEY-COUNT > 0
               WRITE BOT-RECORD FROM BOT-HDG-2-LINE
           END-IF
           .

      ******************************************************************
      *  U00A-READ-OPTION
      *  Reads one SYSIN card.  RUNID=nnnnnnnnnnnnnnnn adds a run to
      *  back out (sixteen digits, the run date and time);
      *  REPORT-ONLY makes the run a preview.  Anything else is
      *  reported and ignored.
      ******************************************************************
       U00A-READ-OPTION SECTION.
           READ OPT-FILE INTO WS-OPT-CARD
               AT END
                   SET WS-OPT-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-OPT-KEYWORD
                   MOVE SPACES TO WS-OPT-VALUE
                   UNSTRING WS-OPT-CARD DELIMITED BY "=" OR SPACE
                       INTO WS-OPT-KEYWORD WS-OPT-VALUE
                   END-UNSTRING
                   EVALUATE WS-OPT-KEYWORD
                       WHEN "RUNID"
                           PERFORM U00B-STORE-RUNID
                       WHEN "REPORT-ONLY"
                           SET WS-REPORT-ONLY TO TRUE
                       WHEN SPACES
                           CONTINUE
                       WHEN OTHER
                           MOVE WS-OPT-CARD TO BOT-ERR-TEXT
                           WRITE BOT-RECORD FROM BOT-ERR-LINE
                           ADD 1 TO WS-ERROR-CARD-COUNT
                   END-EVALUATE
           END-READ
           .

      ******************************************************************
      *  U00B-STORE-RUNID
      *  Edits the value of a RUNID card and stores it.  A value that
      *  is not sixteen digits, or one beyond the table, is reported
      *  and dropped.
      ******************************************************************
       U00B-STORE-RUNID SECTION.
           EVALUATE TRUE
               WHEN WS-OPT-VALUE(1:16) NOT NUMERIC
                   OR WS-OPT-VALUE(17:4) NOT = SPACES
                   MOVE WS-OPT-CARD TO BOT-ERR-TEXT
                   WRITE BOT-RECORD FROM BOT-ERR-LINE
                   ADD 1 TO WS-ERROR-CARD-COUNT
               WHEN WS-RID-COUNT >= WS-RID-LIMIT
                   MOVE SPACES TO BOT-ERR-TEXT
                   STRING "MORE THAN 10 RUNID CARDS - DROPPED "
                       WS-OPT-VALUE(1:16)
                       DELIMITED BY SIZE INTO BOT-ERR-TEXT
                   WRITE BOT-RECORD FROM BOT-ERR-LINE
                   ADD 1 TO WS-ERROR-CARD-COUNT
               WHEN OTHER
                   ADD 1 TO WS-RID-COUNT
                   MOVE WS-OPT-VALUE(1:16)
                       TO WS-RID-VALUE (WS-RID-COUNT)
                   MOVE 0 TO WS-RID-ENTRIES (WS-RID-COUNT)
           END-EVALUATE
           .

      ******************************************************************
      *  U00C-LOAD-JOURNAL-ENTRY
      *  Reads one journal entry and, when it belongs to one of the
      *  run-ids, folds it into WS-KEY-TABLE: a new key takes the
      *  entry's before image as its original state; every entry
      *  updates the key's latest after image.  Once the table has
      *  overflowed the rest of the journal is only counted.  A read
      *  error ends the load and, in U00G, refuses the backout.
      ******************************************************************
       U00C-LOAD-JOURNAL-ENTRY SECTION.
           READ JRN-FILE INTO JRN-RECORD
               AT END
                   SET JRN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   SET WS-RID-NOT-FOUND TO TRUE
                   MOVE 0 TO WS-RID-IX
                   PERFORM U00D-MATCH-RUNID
                       UNTIL WS-RID-FOUND
                          OR WS-RID-IX >= WS-RID-COUNT
                   IF WS-RID-FOUND AND WS-KEY-NO-OVERFLOW
                       ADD 1 TO WS-SELECTED-COUNT
                       ADD 1 TO WS-RID-ENTRIES (WS-RID-IX)
                       PERFORM U00F-FOLD-ENTRY
                   END-IF
           END-READ
           IF WS-JRN-STATUS NOT = "00" AND WS-JRN-STATUS NOT = "10"
               SET JRN-EOF TO TRUE
               SET WS-JRN-READ-FAILED TO TRUE
           END-IF
           .

      ******************************************************************
      *  U00D-MATCH-RUNID
      *  Tests the current journal entry against the next RUNID card,
      *  leaving WS-RID-IX on the card when it matches.
      ******************************************************************
       U00D-MATCH-RUNID SECTION.
           ADD 1 TO WS-RID-IX
           IF JRN-RUN-ID = WS-RID-VALUE (WS-RID-IX)
               SET WS-RID-FOUND TO TRUE
           END-IF
           .

      ******************************************************************
      *  U00E-PRINT-RUN-LINE
      *  Prints the run line for the next RUNID card, and a warning
      *  when the journal held nothing for it.
      ******************************************************************
       U00E-PRINT-RUN-LINE SECTION.
           ADD 1 TO WS-RID-IX
           MOVE WS-RID-VALUE (WS-RID-IX) TO BOT-RUN-RUN-ID
           MOVE WS-RID-ENTRIES (WS-RID-IX) TO BOT-RUN-COUNT
           WRITE BOT-RECORD FROM BOT-RUN-LINE
           IF WS-RID-ENTRIES (WS-RID-IX) = 0
               MOVE SPACES TO BOT-MSG-TEXT
               STRING "RUNID " WS-RID-VALUE (WS-RID-IX)
                   " HAS NO ENTRIES ON THE JOURNAL"
                   DELIMITED BY SIZE INTO BOT-MSG-TEXT
               WRITE BOT-RECORD FROM BOT-MSG-LINE
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF
           .

      ******************************************************************
      *  U00F-FOLD-ENTRY
      *  Finds (or adds) the table entry for the key the current
      *  journal entry touched and updates it.  The key is taken from
      *  whichever image is present - a delete has no after image.
      *  A HELLOWORLD or HOLDAPPR add or change also adds the
      *  posting's count, summand pair and result, and a HISTCASC
      *  change the correction's count and result, each as keyed and
      *  in the base currency (U00F2).  They are read off the after
      *  image through the HIST-FILE record area (not otherwise in
      *  use while the journal is loaded).
      ******************************************************************
       U00F-FOLD-ENTRY SECTION.
           IF JRN-DELETED
               MOVE JRN-BEFORE-IMAGE(1:14) TO WS-WORK-KEY
           ELSE
               MOVE JRN-AFTER-IMAGE(1:14) TO WS-WORK-KEY
           END-IF
           SET WS-KEY-NOT-FOUND TO TRUE
           MOVE 0 TO WS-KEY-IX
           PERFORM U00F1-MATCH-KEY
               UNTIL WS-KEY-FOUND
                  OR WS-KEY-IX >= WS-KEY-COUNT
           IF WS-KEY-NOT-FOUND
               IF WS-KEY-COUNT >= WS-KEY-LIMIT
                   SET WS-KEY-OVERFLOW TO TRUE
               ELSE
                   ADD 1 TO WS-KEY-COUNT
                   MOVE WS-KEY-COUNT TO WS-KEY-IX
                   MOVE WS-WORK-KEY TO WS-KEY-VALUE (WS-KEY-IX)
                   MOVE JRN-ACTION TO WS-KEY-FIRST-ACTION (WS-KEY-IX)
                   MOVE JRN-BEFORE-IMAGE
                       TO WS-KEY-BEFORE-IMAGE (WS-KEY-IX)
                   MOVE 0 TO WS-KEY-POST-COUNT (WS-KEY-IX)
                   MOVE 0 TO WS-KEY-POST-HASH (WS-KEY-IX)
                   MOVE 0 TO WS-KEY-EXT-HASH (WS-KEY-IX)
                   MOVE 0 TO WS-KEY-POST-BASE (WS-KEY-IX)
                   MOVE 0 TO WS-KEY-EXT-BASE (WS-KEY-IX)
                   MOVE 0 TO WS-KEY-COR-COUNT (WS-KEY-IX)
                   MOVE 0 TO WS-KEY-COR-HASH (WS-KEY-IX)
                   MOVE 0 TO WS-KEY-COR-BASE (WS-KEY-IX)
                   SET WS-KEY-FOUND TO TRUE
               END-IF
           END-IF
           IF WS-KEY-FOUND
               MOVE JRN-ACTION TO WS-KEY-LAST-ACTION (WS-KEY-IX)
               MOVE JRN-AFTER-IMAGE TO WS-KEY-AFTER-IMAGE (WS-KEY-IX)
               EVALUATE TRUE
                   WHEN JRN-DELETED
                       CONTINUE
                   WHEN JRN-PROGRAM = "HELLOWORLD"
                     OR JRN-PROGRAM = "HOLDAPPR"
                       MOVE JRN-AFTER-IMAGE TO HIST-RECORD
                       PERFORM U00F2-BASE-FIGURES
                       ADD 1 TO WS-KEY-POST-COUNT (WS-KEY-IX)
                       ADD HIST-SUMMAND-1 HIST-SUMMAND-2
                           TO WS-KEY-POST-HASH (WS-KEY-IX)
                       ADD WS-WORK-BASE-HASH
                           TO WS-KEY-POST-BASE (WS-KEY-IX)
                       ADD HIST-RESULT TO WS-KEY-EXT-HASH (WS-KEY-IX)
                       ADD WS-WORK-BASE-RESULT
                           TO WS-KEY-EXT-BASE (WS-KEY-IX)
                   WHEN JRN-PROGRAM = "HISTCASC"
                       MOVE JRN-AFTER-IMAGE TO HIST-RECORD
                       PERFORM U00F2-BASE-FIGURES
                       ADD 1 TO WS-KEY-COR-COUNT (WS-KEY-IX)
                       ADD HIST-RESULT TO WS-KEY-COR-HASH (WS-KEY-IX)
                       ADD WS-WORK-BASE-RESULT
                           TO WS-KEY-COR-BASE (WS-KEY-IX)
               END-EVALUATE
           END-IF
           .

      ******************************************************************
      *  U00F1-MATCH-KEY
      *  Tests the next table entry against WS-WORK-KEY, leaving
      *  WS-KEY-IX on the entry when it matches.
      ******************************************************************
       U00F1-MATCH-KEY SECTION.
           ADD 1 TO WS-KEY-IX
           IF WS-KEY-VALUE (WS-KEY-IX) = WS-WORK-KEY
               SET WS-KEY-FOUND TO TRUE
           END-IF
           .

      ******************************************************************
      *  U00F2-BASE-FIGURES
      *  Works out the base-currency summand hash and result of the
      *  image in the HIST-FILE record area the way the posting run
      *  did: the summand pair at the stored rate, and the stored
      *  base result.  A blank currency (or a record written before
      *  the base result existed) is base-currency work - the keyed
      *  amounts are the base amounts.
      ******************************************************************
       U00F2-BASE-FIGURES SECTION.
           IF HIST-CURRENCY = SPACES OR HIST-BASE-RESULT NOT NUMERIC
               OR HIST-RATE NOT NUMERIC
               COMPUTE WS-WORK-BASE-HASH =
                   HIST-SUMMAND-1 + HIST-SUMMAND-2
               MOVE HIST-RESULT TO WS-WORK-BASE-RESULT
           ELSE
               COMPUTE WS-WORK-BASE-HASH ROUNDED =
                   (HIST-SUMMAND-1 + HIST-SUMMAND-2) * HIST-RATE
               MOVE HIST-BASE-RESULT TO WS-WORK-BASE-RESULT
           END-IF
           .

      ******************************************************************
      *  U00G-CHECK-LOAD
      *  Refuses the backout when the journal could not be read to
      *  the end, the table overflowed or nothing on the journal
      *  belonged to the run-ids, clearing WS-KEY-COUNT so no key is
      *  touched.
      ******************************************************************
       U00G-CHECK-LOAD SECTION.
           EVALUATE TRUE
               WHEN WS-JRN-READ-FAILED
                   SET WS-OPEN-FAILED TO TRUE
                   MOVE 0 TO WS-KEY-COUNT
                   MOVE SPACES TO BOT-ERR-TEXT
                   STRING "HISTJRNL READ FAILED - STATUS "
                       WS-JRN-STATUS " - NOTHING BACKED OUT"
                       DELIMITED BY SIZE INTO BOT-ERR-TEXT
                   WRITE BOT-RECORD FROM BOT-ERR-LINE
               WHEN WS-KEY-OVERFLOW
                   SET WS-OPEN-FAILED TO TRUE
                   MOVE 0 TO WS-KEY-COUNT
                   MOVE SPACES TO BOT-ERR-TEXT
                   STRING "RUNS TOUCHED MORE THAN 5000 KEYS"
                       " - NOTHING BACKED OUT"
                       DELIMITED BY SIZE INTO BOT-ERR-TEXT
                   WRITE BOT-RECORD FROM BOT-ERR-LINE
               WHEN WS-SELECTED-COUNT = 0
                   MOVE SPACES TO BOT-ERR-TEXT
                   STRING "NO JOURNAL ENTRIES FOR THE RUNIDS"
                       " - NOTHING BACKED OUT"
                       DELIMITED BY SIZE INTO BOT-ERR-TEXT
                   WRITE BOT-RECORD FROM BOT-ERR-LINE
           END-EVALUATE
           .

      ******************************************************************
      *  U01-BACK-OUT-KEY
      *  Reads the next key's current record and decides its fate: as
      *  the runs left it, it is put back (or, on a REPORT-ONLY run,
      *  listed as what would be done); as it was before the runs, it
      *  is already backed out (or the runs left it as they found it,
      *  e.g. added then purged); anything else means a later run has
      *  posted over it, and it is left alone.  A key not on file
      *  counts as a spaces image throughout, matching the journal's
      *  convention for an absent record.  Backed-out keys carry
      *  their postings and corrections into the adjustment totals.
      ******************************************************************
       U01-BACK-OUT-KEY SECTION.
           ADD 1 TO WS-KEY-IX
           MOVE WS-KEY-VALUE (WS-KEY-IX) TO HIST-KEY
           READ HIST-FILE
               INVALID KEY
                   MOVE SPACES TO WS-CUR-IMAGE
               NOT INVALID KEY
                   MOVE HIST-RECORD TO WS-CUR-IMAGE
           END-READ
           MOVE WS-KEY-VALUE (WS-KEY-IX)(1:6) TO BOT-DET-TRAN-ID
           MOVE WS-KEY-VALUE (WS-KEY-IX)(7:8) TO BOT-DET-TRAN-DATE
           IF WS-KEY-FIRST-ACTION (WS-KEY-IX) = "ADD"
               MOVE "ADD" TO BOT-DET-ACTION
           ELSE
               MOVE WS-KEY-LAST-ACTION (WS-KEY-IX) TO BOT-DET-ACTION
           END-IF
           IF WS-KEY-AFTER-IMAGE (WS-KEY-IX) = SPACES
               MOVE SPACES TO BOT-DET-RUN-RESULT-X
           ELSE
               MOVE WS-KEY-AFTER-IMAGE (WS-KEY-IX) TO HIST-RECORD
               MOVE HIST-RESULT TO BOT-DET-RUN-RESULT
           END-IF
           IF WS-KEY-BEFORE-IMAGE (WS-KEY-IX) = SPACES
               MOVE SPACES TO BOT-DET-OLD-RESULT-X
           ELSE
               MOVE WS-KEY-BEFORE-IMAGE (WS-KEY-IX) TO HIST-RECORD
               MOVE HIST-RESULT TO BOT-DET-OLD-RESULT
           END-IF
           EVALUATE TRUE
               WHEN WS-CUR-IMAGE = WS-KEY-AFTER-IMAGE (WS-KEY-IX)
                   AND WS-CUR-IMAGE = WS-KEY-BEFORE-IMAGE (WS-KEY-IX)
                   MOVE "NO NET CHANGE" TO BOT-DET-DISPOSITION
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN WS-CUR-IMAGE = WS-KEY-AFTER-IMAGE (WS-KEY-IX)
                   IF WS-REPORT-ONLY
                       PERFORM U01B-PREVIEW-REVERSAL
                   ELSE
                       PERFORM U01A-APPLY-REVERSAL
                   END-IF
               WHEN WS-CUR-IMAGE = WS-KEY-BEFORE-IMAGE (WS-KEY-IX)
                   MOVE "ALREADY BACKED OUT" TO BOT-DET-DISPOSITION
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN OTHER
                   MOVE "CHANGED SINCE RUN - SKIPPED"
                       TO BOT-DET-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE
           WRITE BOT-RECORD FROM BOT-DET-LINE
           .

      ******************************************************************
      *  U01A-APPLY-REVERSAL
      *  Puts the key's before image back - deleting a key the runs
      *  added, writing back one they deleted, rewriting one they
      *  changed - and journals the reversal.  A failing I/O is
      *  listed with its status and kept out of the adjustments.
      ******************************************************************
       U01A-APPLY-REVERSAL SECTION.
           MOVE WS-CUR-IMAGE TO JRN-BEFORE-IMAGE
           MOVE WS-KEY-BEFORE-IMAGE (WS-KEY-IX) TO JRN-AFTER-IMAGE
           EVALUATE TRUE
               WHEN WS-KEY-BEFORE-IMAGE (WS-KEY-IX) = SPACES
                   SET JRN-DELETED TO TRUE
                   MOVE "DELETED - RUN ADDED IT" TO BOT-DET-DISPOSITION
                   MOVE WS-CUR-IMAGE TO HIST-RECORD
                   DELETE HIST-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               WHEN WS-CUR-IMAGE = SPACES
                   SET JRN-ADDED TO TRUE
                   MOVE "PRIOR IMAGE RE-ADDED" TO BOT-DET-DISPOSITION
                   MOVE WS-KEY-BEFORE-IMAGE (WS-KEY-IX) TO HIST-RECORD
                   WRITE HIST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               WHEN OTHER
                   SET JRN-CHANGED TO TRUE
                   MOVE "PRIOR IMAGE RESTORED" TO BOT-DET-DISPOSITION
                   MOVE WS-KEY-BEFORE-IMAGE (WS-KEY-IX) TO HIST-RECORD
                   REWRITE HIST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-EVALUATE
           IF WS-HIST-STATUS = "00"
               ADD 1 TO WS-BACKED-COUNT
               PERFORM U01C-ADD-ADJUSTMENT
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-RUN-ID TO JRN-RUN-ID
               MOVE "HISTBOUT" TO JRN-PROGRAM
               MOVE WS-RUN-DATE TO JRN-TIMESTAMP(1:8)
               MOVE WS-CURRENT-TIME TO JRN-TIMESTAMP(9:8)
               WRITE JRN-RECORD-IO FROM JRN-RECORD
           ELSE
               MOVE SPACES TO BOT-DET-DISPOSITION
               STRING "I/O ERROR - STATUS " WS-HIST-STATUS
                   DELIMITED BY SIZE INTO BOT-DET-DISPOSITION
               ADD 1 TO WS-IO-ERROR-COUNT
           END-IF
           .

      ******************************************************************
      *  U01B-PREVIEW-REVERSAL
      *  REPORT-ONLY counterpart of U01A-APPLY-REVERSAL: names what
      *  would be done and counts it, touching nothing.
      ******************************************************************
       U01B-PREVIEW-REVERSAL SECTION.
           EVALUATE TRUE
               WHEN WS-KEY-BEFORE-IMAGE (WS-KEY-IX) = SPACES
                   MOVE "WOULD DELETE" TO BOT-DET-DISPOSITION
               WHEN WS-CUR-IMAGE = SPACES
                   MOVE "WOULD RE-ADD PRIOR IMAGE"
                       TO BOT-DET-DISPOSITION
               WHEN OTHER
                   MOVE "WOULD RESTORE PRIOR IMAGE"
                       TO BOT-DET-DISPOSITION
           END-EVALUATE
           ADD 1 TO WS-BACKED-COUNT
           PERFORM U01C-ADD-ADJUSTMENT
           .

      ******************************************************************
      *  U01C-ADD-ADJUSTMENT
      *  Adds a backed-out key's postings to the CTL-FILE and
      *  extract-recall totals, and its corrections to the EXTCORR
      *  recall totals.
      ******************************************************************
       U01C-ADD-ADJUSTMENT SECTION.
           ADD WS-KEY-POST-COUNT (WS-KEY-IX) TO WS-ADJ-COUNT
           ADD WS-KEY-POST-HASH (WS-KEY-IX) TO WS-ADJ-HASH
           ADD WS-KEY-POST-BASE (WS-KEY-IX) TO WS-ADJ-BASE-HASH
           ADD WS-KEY-EXT-HASH (WS-KEY-IX) TO WS-EXT-RECALL-HASH
           ADD WS-KEY-EXT-BASE (WS-KEY-IX) TO WS-EXT-RECALL-BASE
           ADD WS-KEY-COR-COUNT (WS-KEY-IX) TO WS-COR-COUNT
           ADD WS-KEY-COR-HASH (WS-KEY-IX) TO WS-COR-HASH
           ADD WS-KEY-COR-BASE (WS-KEY-IX) TO WS-COR-BASE-HASH
           .

      ******************************************************************
      *  U04-TERMINATION
      *  Prints the adjustment lines (when any key was selected), each
      *  followed by its base-currency hash, and the footers, closes
      *  the files and sets the return code.  The EXTCORR line is
      *  printed only when HISTCASC corrections were backed out.
      ******************************************************************
       U04-TERMINATION SECTION.
           IF WS-KEY-COUNT > 0
               MOVE "CTL-FILE CUMULATIVE ADJUSTMENT:" TO BOT-ADJ-LABEL
               COMPUTE BOT-ADJ-COUNT = 0 - WS-ADJ-COUNT
               COMPUTE BOT-ADJ-HASH = 0 - WS-ADJ-HASH
               WRITE BOT-RECORD FROM BOT-ADJ-LINE
               COMPUTE BOT-ADJ-BASE-HASH = 0 - WS-ADJ-BASE-HASH
               WRITE BOT-RECORD FROM BOT-ADJ-BASE-LINE
               MOVE "EXTRACT POSTINGS TO RECALL:" TO BOT-ADJ-LABEL
               MOVE WS-ADJ-COUNT TO BOT-ADJ-COUNT
               MOVE WS-EXT-RECALL-HASH TO BOT-ADJ-HASH
               WRITE BOT-RECORD FROM BOT-ADJ-LINE
               MOVE WS-EXT-RECALL-BASE TO BOT-ADJ-BASE-HASH
               WRITE BOT-RECORD FROM BOT-ADJ-BASE-LINE
               IF WS-COR-COUNT > 0
                   MOVE "EXTCORR POSTINGS TO RECALL:" TO BOT-ADJ-LABEL
                   MOVE WS-COR-COUNT TO BOT-ADJ-COUNT
                   MOVE WS-COR-HASH TO BOT-ADJ-HASH
                   WRITE BOT-RECORD FROM BOT-ADJ-LINE
                   MOVE WS-COR-BASE-HASH TO BOT-ADJ-BASE-HASH
                   WRITE BOT-RECORD FROM BOT-ADJ-BASE-LINE
               END-IF
               IF WS-SKIPPED-COUNT > 0 OR WS-IO-ERROR-COUNT > 0
                   MOVE "ADJUSTMENTS EXCLUDE KEYS NOT BACKED OUT"
                       TO BOT-MSG-TEXT
                   WRITE BOT-RECORD FROM BOT-MSG-LINE
               END-IF
           END-IF
           MOVE WS-READ-COUNT TO BOT-FTR-READ
           WRITE BOT-RECORD FROM BOT-FTR-1-LINE
           MOVE WS-SELECTED-COUNT TO BOT-FTR-SELECTED
           WRITE BOT-RECORD FROM BOT-FTR-2-LINE
           MOVE WS-BACKED-COUNT TO BOT-FTR-BACKED
           WRITE BOT-RECORD FROM BOT-FTR-3-LINE
           MOVE WS-ALREADY-COUNT TO BOT-FTR-ALREADY
           WRITE BOT-RECORD FROM BOT-FTR-4-LINE
           MOVE WS-SKIPPED-COUNT TO BOT-FTR-SKIPPED
           WRITE BOT-RECORD FROM BOT-FTR-5-LINE
           MOVE WS-IO-ERROR-COUNT TO BOT-FTR-IO-ERROR
           WRITE BOT-RECORD FROM BOT-FTR-6-LINE
           IF WS-JRN-OPEN
               CLOSE JRN-FILE
           END-IF
           CLOSE BOT-FILE
           CLOSE HIST-FILE
           EVALUATE TRUE
               WHEN WS-OPEN-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-RID-COUNT = 0
                   OR WS-SELECTED-COUNT = 0
                   OR WS-IO-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SKIPPED-COUNT > 0
                   OR WS-ERROR-CARD-COUNT > 0
                   OR WS-UNMATCHED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
