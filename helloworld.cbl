      *              run log.  Written on every run mode: the status
      *              record is operational telemetry, not business
      *              output, so even a REPORT-ONLY run reports in.
      *  2026-10-15  Every history add and rewrite is journaled to
      *              HISTJRNL (copybook JRNREC) with the record's
      *              before and after images under the run-id, so
      *              HISTBOUT can back a whole cycle out.  A rewrite
      *              reads the record it is about to replace first
      *              (U02F) to capture the before image.  The
      *              reconciliation section prints the run-id and the
      *              entry count; a journal that will not open leaves
      *              the posting running but returns 8, since the
      *              cycle could then not be backed out.
      *  2026-10-15  The reconciliation section prints the run's own
      *              accepted count and summand hash (ACCEPTED line,
      *              RPT-REC-ACC-LINE) and CTL-FILE records the same
      *              two figures (CTL-ACC-COUNT/CTL-ACC-HASH, copybook
      *              CTLREC, now 74 bytes) for the GLBUILD general-
      *              ledger step to tie its journal batch back to.
      *  2026-10-15  Prints the branch name from the branch master
      *              (BRNFILE, copybook BRNREC) beside the code on the
      *              detail lines and the BRANCH SUBTOTALS section
      *              (RPT-DET-BRANCH-NAME/RPT-BRN-NAME, copybook
      *              RPTREC).  The master is read only for the name -
      *              TRANEDIT has already failed an unknown or closed
      *              branch - and a missing master just leaves the
      *              names blank.
      *  2026-10-15  High-value approval hold.  A result whose
      *              magnitude is over the approval limit for its
      *              branch and op-code (APRLIMIT, copybook LIMREC,
      *              "***" branch as the fallback) no longer posts:
      *              it prints with a HELD FOR APPROVAL line, counts
      *              on a new HELD COUNT footer and goes to the
      *              PENDOUT generation (copybook PNDREC, with any
      *              continuation members) for the HOLDAPPR approval
      *              run.  Items HOLDAPPR approved since the last
      *              cycle (APRPOST, AUD-RECORD layout) post here at
      *              start-up to AUDOUT and EXTOUT under their own
      *              heading, counting as accepted work so the GL
      *              tie-back and the downstream acknowledgment
      *              still balance; APRPOST is emptied at a clean
      *              finish.  AUD-RECORD carries AUD-APPROVER now
      *              (copybook AUDREC, 114 bytes) and the checkpoint
      *              the held and approved counts (CKPTREC, 374).
      *  2026-10-15  The audit and extract records carry the
      *              transaction's business date (AUD-TRAN-DATE,
      *              copybook AUDREC, 122 bytes; EXT-TRAN-DATE,
      *              copybook EXTREC, 49 bytes) so the three-way
      *              reconciliation (HISTRECN) can match them to
      *              their history key.
      *  2026-10-15  STREAM=n option card for a branch stream of a
      *              split cycle (FEEDSTG STREAMn= cards).  A stream
      *              run reads neither CTL-FILE nor the acknowledgment
      *              and does not rewrite CTL-FILE - STRMERGE balances
      *              the acknowledgment and carries the cumulative
      *              totals for the whole cycle - but writes its
      *              figures to STRMCTL (copybook SCTREC) for the
      *              merge.  Only the single or common (STREAM=0) run
      *              posts APRPOST.  The cycle-status record carries
      *              the stream (CYC-STREAM, copybook CYCREC, 91
      *              bytes).
      *  2026-10-15  Multi-currency.  A transaction may be keyed in a
      *              currency other than the base (TRAN-CURRENCY,
      *              copybook TRANREC).  It computes in its own
      *              currency as before; the rate for the currency and
      *              TRAN-DATE is read off the exchange-rate file
      *              (RATFILE, copybook RATREC, loaded by RATLOAD) and
      *              the result converted to the base (U01E/U01F).
      *              Currency, rate and base-currency result ride on
      *              history (HISTREC, 108 bytes), audit (AUDREC,
      *              146), extract (EXTREC, 73), the pending-approval
      *              file (PNDREC, 146 - the approval limit is tested
      *              in the base now) and the journal images (JRNREC,
      *              261).  A currency with no rate for the date, or a
      *              reference to a calculation in another currency,
      *              rejects.  The branch subtotals are kept per
      *              branch and currency: a branch with foreign work
      *              prints in the base with a CCY line per currency
      *              under it, and a CURRENCY SUBTOTALS section, the
      *              read figures by currency and the accepted and
      *              cumulative hashes in the base follow.  CTL-FILE
      *              (CTLREC, 116 bytes), the checkpoint (CKPTREC,
      *              824) and STRMCTL (SCTREC, 878) carry the base
      *              figures.
      *  2026-10-15  A posting run whose HISTJRNL will not open now
      *              posts nothing and ends with RETURN-CODE 12 (was 8
      *              after posting unjournaled), as the other history
      *              maintenance programs already do.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT SCT-FILE ASSIGN TO "STRMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCT-STATUS.

           SELECT JRN-FILE ASSIGN TO "HISTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT LIM-FILE ASSIGN TO "APRLIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIM-STATUS.

           SELECT PND-FILE ASSIGN TO "PENDOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT APR-FILE ASSIGN TO "APRPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.

           SELECT BRN-FILE ASSIGN TO "BRNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-CODE
               FILE STATUS IS WS-BRNM-STATUS.

           SELECT RAT-FILE ASSIGN TO "RATFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAT-KEY
               FILE STATUS IS WS-RAT-STATUS.

           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  REJ-RECORD-OUT           PIC X(80).

       FD  AUD-FILE.
       01  AUD-RECORD-OUT           PIC X(146).

       FD  CTL-FILE.
       01  CTL-RECORD-IO            PIC X(116).

       FD  CKPT-FILE.
       01  CKPT-RECORD-IO           PIC X(824).

       FD  ACK-FILE.
       01  ACK-RECORD-IN            PIC X(30).
       01  OPT-RECORD-IN            PIC X(80).

       FD  CYC-FILE.
       01  CYC-RECORD-OUT           PIC X(91).

       FD  SCT-FILE.
       01  SCT-RECORD-OUT           PIC X(878).

       FD  EXT-FILE.
       01  EXT-RECORD-OUT           PIC X(73).

       FD  JRN-FILE.
       01  JRN-RECORD-OUT           PIC X(261).

       FD  LIM-FILE.
       01  LIM-RECORD-IN            PIC X(80).

       FD  PND-FILE.
       01  PND-RECORD-OUT           PIC X(146).

       FD  APR-FILE.
       01  APR-RECORD-IN            PIC X(146).

       FD  BRN-FILE.
       COPY BRNREC.

       FD  RAT-FILE.
       COPY RATREC.

       FD  HIST-FILE.
       COPY HISTREC.
           88  TRAN-DUP                  VALUE 'Y'.
           88  TRAN-NOT-DUP              VALUE 'N'.

       01  TRAN-HELD-SW        PIC X(01) VALUE 'N'.
           88  TRAN-HELD                 VALUE 'Y'.
           88  TRAN-NOT-HELD             VALUE 'N'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-RUN-ID                PIC X(16).
      *  presents more distinct codes than the table holds, the last
      *  slot is relabelled "***" and absorbs the overflow so the
      *  section still adds across instead of silently dropping work.
      *  An entry is one branch in one currency (WS-BRN-CURRENCY):
      *  WS-BRN-HASH is in that currency and WS-BRN-BASE-HASH is the
      *  same work converted to the base at each transaction's rate.
      *  The report groups a branch's entries back together (U04B).
      ******************************************************************
       01  WS-BRN-LIMIT             PIC 9(02) COMP VALUE 10.
       01  WS-BRN-COUNT             PIC 9(02) COMP VALUE 0.
               10  WS-BRN-CODE          PIC X(03).
               10  WS-BRN-REC-COUNT     PIC 9(08) COMP.
               10  WS-BRN-HASH          PIC S9(11)V99 COMP-3.
               10  WS-BRN-CURRENCY      PIC X(03).
               10  WS-BRN-BASE-HASH     PIC S9(11)V99 COMP-3.
       01  WS-BRN-IX                PIC 9(02) COMP.
       01  WS-BRN-JX                PIC 9(02) COMP.
       01  WS-BRN-FOUND-SW          PIC X(01).
           88  WS-BRN-FOUND               VALUE 'Y'.
           88  WS-BRN-NOT-FOUND           VALUE 'N'.
       01  WS-WORK-BRANCH           PIC X(03).
       01  WS-WORK-CURRENCY         PIC X(03).

      ******************************************************************
      *  Report work fields for the branch and currency subtotals:
      *  one branch's (or one currency's) entries added together
      *  across the table, and whether the entry being printed is
      *  the first of its branch (or currency) - a later one was
      *  already printed with it.
      ******************************************************************
       01  WS-GRP-REC-COUNT         PIC 9(08) COMP.
       01  WS-GRP-HASH              PIC S9(11)V99 COMP-3.
       01  WS-GRP-BASE-HASH         PIC S9(11)V99 COMP-3.
       01  WS-GRP-FIRST-SW          PIC X(01).
           88  WS-GRP-FIRST               VALUE 'Y'.
           88  WS-GRP-NOT-FIRST           VALUE 'N'.
       01  WS-GRP-FOREIGN-SW        PIC X(01).
           88  WS-GRP-FOREIGN             VALUE 'Y'.
           88  WS-GRP-BASE-ONLY           VALUE 'N'.

      ******************************************************************
      *  Currency.  The base currency is the one RATREC's
      *  RAT-BASE-CURRENCY names, taken into WS-BASE-CURRENCY at
      *  start-up.  WS-TRAN-CURRENCY is the current transaction's
      *  currency (a blank TRAN-CURRENCY is the base), WS-RATE the
      *  rate it converts to the base at (1 for the base), and
      *  WS-BASE-RESULT / WS-BASE-HASH its result and summand hash
      *  converted.  The rate file is optional at open like the
      *  branch master, but without it only base-currency work can
      *  post - TRANEDIT has already failed the rest.
      *
      *  WS-CCY-TABLE holds the records read and their keyed summand
      *  hash by transaction currency, adding across to the ACTUAL
      *  READ line the trailer balances against - a continuation
      *  counts under its header's currency.  Ten slots, the last
      *  relabelled "***" on overflow like the branch table.
      ******************************************************************
       01  WS-RAT-STATUS            PIC X(02).
       01  WS-RAT-AVAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-RAT-AVAILABLE              VALUE 'Y'.
           88  WS-RAT-ABSENT                 VALUE 'N'.
       01  WS-BASE-CURRENCY         PIC X(03).
       01  WS-TRAN-CURRENCY         PIC X(03).
       01  WS-REF-CURRENCY          PIC X(03).
       01  WS-RATE                  PIC 9(04)V9(06).
       01  WS-BASE-RESULT           PIC S9(08)V99.
       01  WS-BASE-HASH             PIC S9(11)V99 COMP-3.
       01  WS-HASH-BASE-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CUML-BASE-HASH        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EXT-BASE-HASH         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CON-READ-HASH         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-RATE-X                PIC ZZZ9.999999.
       01  WS-BASE-RESULT-X         PIC --------9.99.
       01  WS-CCY-LIMIT             PIC 9(02) COMP VALUE 10.
       01  WS-CCY-COUNT             PIC 9(02) COMP VALUE 0.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 10 TIMES.
               10  WS-CCY-CODE          PIC X(03).
               10  WS-CCY-READ-COUNT    PIC 9(08) COMP.
               10  WS-CCY-READ-HASH     PIC S9(11)V99 COMP-3.
       01  WS-CCY-IX                PIC 9(02) COMP.
       01  WS-CCY-FOUND-SW          PIC X(01).
           88  WS-CCY-FOUND               VALUE 'Y'.
           88  WS-CCY-NOT-FOUND           VALUE 'N'.
       01  WS-FOREIGN-SW            PIC X(01) VALUE 'N'.
           88  WS-FOREIGN-SEEN               VALUE 'Y'.
           88  WS-BASE-ONLY                  VALUE 'N'.

      ******************************************************************
      *  Branch master, read for the branch names on the report.
      *  Optional: without it the names print blank.
      ******************************************************************
       01  WS-BRNM-STATUS           PIC X(02).
       01  WS-BRNM-AVAIL-SW         PIC X(01) VALUE 'N'.
           88  WS-BRNM-AVAILABLE             VALUE 'Y'.
           88  WS-BRNM-ABSENT                VALUE 'N'.
       01  WS-BRNM-NAME             PIC X(30).

      ******************************************************************
      *  Continuation buffer for a multi-operand SUM/AVG transaction:
               10  WS-CON-S1-REF-DATE  PIC 9(08).
           05  FILLER              PIC X(15).
           05  WS-CON-BRANCH       PIC X(03).
           05  FILLER              PIC X(02).
           05  WS-CON-CURRENCY     PIC X(03).
           05  FILLER              PIC X(01).
       01  WS-CUR-DATE-X            PIC X(08).
       01  WS-REJ-CON-IX            PIC 9(02) COMP.
       01  WS-LIST-TOTAL            PIC S9(08)V99.
      *                       read; 100 (the default) = never abort
      *      CHECKPOINT=nnnn  checkpoint interval in accepted
      *                       transactions; must not be zero
      *      STREAM=n         this run is stream n (0 to 4) of a
      *                       split cycle: no CTL-FILE or
      *                       acknowledgment, figures to STRMCTL for
      *                       STRMERGE; APRPOST posts with stream 0
      *  Whatever is in effect is echoed on the report heading.
      ******************************************************************
       01  WS-OPT-STATUS            PIC X(02).
       01  WS-MODE-SW               PIC X(01) VALUE 'P'.
           88  WS-IS-POSTING                 VALUE 'P'.
           88  WS-REPORT-ONLY                VALUE 'R'.
       01  WS-STREAM-ID             PIC X(01) VALUE SPACE.
           88  WS-SINGLE-STREAM              VALUE SPACE.
           88  WS-COMMON-STREAM              VALUE "0".
           88  WS-BRANCH-STREAM              VALUE "1" THRU "4".
       01  WS-TOLERANCE-PCT         PIC 9(03) VALUE 100.
       01  WS-REJECT-PCT            PIC 9(03).
       01  WS-ABORT-SW              PIC X(01) VALUE 'N'.
                                   PIC X(54).

       01  WS-CYC-STATUS            PIC X(02).
       01  WS-SCT-STATUS            PIC X(02).

      ******************************************************************
      *  History change journal.  WS-JRN-NEW-IMAGE holds the record a
      *  rewrite is about to post while the record it replaces is
      *  read back for the before image.
      ******************************************************************
       01  WS-JRN-STATUS            PIC X(02).
       01  WS-JRN-SW                PIC X(01) VALUE 'N'.
           88  WS-JRN-OPEN                   VALUE 'Y'.
           88  WS-JRN-NOT-OPEN               VALUE 'N'.
           88  WS-JRN-FAILED                 VALUE 'F'.
       01  WS-JRN-COUNT             PIC 9(08) COMP VALUE 0.
       01  WS-JRN-NEW-IMAGE         PIC X(108).

      ******************************************************************
      *  Approval limits as loaded from APRLIMIT (copybook LIMREC).  A
      *  branch of "***" is the op-code's limit at every branch with
      *  no card of its own; a combination with no card has no limit.
      *  WS-LIM-AMOUNT is the limit found for the current result.
      ******************************************************************
       01  WS-LIM-STATUS            PIC X(02).
       01  LIM-EOF-SW          PIC X(01) VALUE 'N'.
           88  LIM-EOF                   VALUE 'Y'.
           88  LIM-NOT-EOF               VALUE 'N'.
       01  WS-LIM-LIMIT             PIC 9(04) COMP VALUE 200.
       01  WS-LIM-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-LIM-TABLE.
           05  WS-LIM-ENTRY OCCURS 200 TIMES.
               10  WS-LIM-BRANCH        PIC X(03).
               10  WS-LIM-OP-CODE       PIC X(03).
               10  WS-LIM-VALUE         PIC 9(08)V99.
       01  WS-LIM-IX                PIC 9(04) COMP VALUE 0.
       01  WS-LIM-SW                PIC X(01) VALUE 'N'.
           88  WS-LIM-FOUND                  VALUE 'Y'.
           88  WS-LIM-NOT-FOUND              VALUE 'N'.
       01  WS-LIM-REASON            PIC X(26).
       01  WS-LIM-AMOUNT            PIC 9(08)V99.
       01  WS-LIM-AMOUNT-X          PIC ZZZZZZZ9.99.
       01  WS-RESULT-MAGNITUDE      PIC 9(08)V99.
       01  WS-WORK-OP-CODE          PIC X(03).
       01  WS-HELD-COUNT            PIC 9(08) COMP VALUE 0.
       01  WS-PND-IX                PIC 9(02) COMP.

      ******************************************************************
      *  Items HOLDAPPR approved since the last cycle, posted from
      *  APRPOST at start-up.  WS-APR-COUNT is how many have been
      *  posted (carried over a restart in the checkpoint); on a
      *  restart the first WS-APR-SKIP records were posted before the
      *  abend and are passed over.
      ******************************************************************
       01  WS-APR-STATUS            PIC X(02).
       01  APR-EOF-SW          PIC X(01) VALUE 'N'.
           88  APR-EOF                   VALUE 'Y'.
           88  APR-NOT-EOF               VALUE 'N'.
       01  WS-APR-AVAIL-SW          PIC X(01) VALUE 'N'.
           88  WS-APR-AVAILABLE              VALUE 'Y'.
           88  WS-APR-ABSENT                 VALUE 'N'.
       01  WS-APR-COUNT             PIC 9(08) COMP VALUE 0.
       01  WS-APR-SKIP              PIC 9(08) COMP VALUE 0.
       01  WS-APR-READ-COUNT        PIC 9(08) COMP VALUE 0.
       01  WS-APR-HDG-SW            PIC X(01) VALUE 'N'.
           88  WS-APR-HDG-WRITTEN            VALUE 'Y'.
           88  WS-APR-HDG-NOT-WRITTEN        VALUE 'N'.

       COPY RPTREC.
       COPY REJREC.
       COPY DUPREC.
       COPY ACKREC.
       COPY CYCREC.
       COPY SCTREC.
       COPY JRNREC.
       COPY LIMREC.
       COPY PNDREC.

       PROCEDURE DIVISION.
           PERFORM U00-INITIALIZE
      *  the checkpoint in place for the real restart.  The option
      *  echo is written on every start - restarts included, since a
      *  restart may be submitted with a different option deck and
      *  the report must show what was actually in effect.  The
      *  approval limits are loaded next (U00H), then a posting run
      *  posts whatever HOLDAPPR has approved since the last cycle
      *  (U00J) ahead of the day's transactions.  A stream run
      *  (STREAM=n) reads neither CTL-FILE nor the acknowledgment -
      *  both belong to the merged cycle - and only the single or
      *  common-stream run posts APRPOST.  The exchange-rate file is
      *  opened for the conversions (U01E); without it the report
      *  says only base-currency work can post.  A posting run whose
      *  history journal will not open is refused here, before any
      *  history update: the failure is noted, the run is marked
      *  aborted and no APRPOST item or transaction is read.
      ******************************************************************
       U00-INITIALIZE SECTION.
           OPEN INPUT TRAN-FILE
           MOVE 0 TO WS-REJECT-COUNT
           MOVE 0 TO WS-HASH-TOTAL
           MOVE 0 TO WS-READ-COUNT
           SET RAT-BASE-CURRENCY TO TRUE
           MOVE RAT-CURRENCY TO WS-BASE-CURRENCY
           PERFORM U00B-READ-OPTIONS
           IF WS-IS-POSTING
               OPEN INPUT CKPT-FILE
                               PERFORM U00F-LOAD-BRANCH-ENTRY
                                   UNTIL WS-BRN-IX >= WS-BRN-COUNT
                           END-IF
                           IF CKPT-HELD-COUNT NUMERIC
                               MOVE CKPT-HELD-COUNT TO WS-HELD-COUNT
                           END-IF
                           IF CKPT-APR-COUNT NUMERIC
                               MOVE CKPT-APR-COUNT TO WS-APR-COUNT
                               MOVE CKPT-APR-COUNT TO WS-APR-SKIP
                           END-IF
                           PERFORM U00G-LOAD-CURRENCY-TOTALS
                   END-READ
               END-IF
               CLOSE CKPT-FILE
               OPEN EXTEND AUD-FILE
               OPEN EXTEND EXT-FILE
               OPEN EXTEND DUP-FILE
               OPEN EXTEND PND-FILE
           ELSE
               OPEN OUTPUT RPT-FILE
               OPEN OUTPUT REJ-FILE
               OPEN OUTPUT AUD-FILE
               OPEN OUTPUT EXT-FILE
               OPEN OUTPUT DUP-FILE
               OPEN OUTPUT PND-FILE
           END-IF
           OPEN I-O HIST-FILE
           IF WS-HIST-STATUS = "35"
               CLOSE HIST-FILE
               OPEN I-O HIST-FILE
           END-IF
           IF WS-IS-POSTING
               OPEN EXTEND JRN-FILE
               IF WS-JRN-STATUS = "35"
                   OPEN OUTPUT JRN-FILE
               END-IF
               IF WS-JRN-STATUS = "00"
                   SET WS-JRN-OPEN TO TRUE
               ELSE
                   SET WS-JRN-FAILED TO TRUE
                   SET WS-RUN-ABORTED TO TRUE
               END-IF
           END-IF
           IF WS-SINGLE-STREAM
               OPEN INPUT CTL-FILE
               IF WS-CTL-STATUS = "00"
                   READ CTL-FILE INTO CTL-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CTL-RECORD-COUNT TO WS-CUML-RECORD-COUNT
                           IF CTL-HASH-TOTAL NUMERIC
                               MOVE CTL-HASH-TOTAL TO WS-CUML-HASH-TOTAL
                           ELSE
                               MOVE 0 TO WS-CUML-HASH-TOTAL
                           END-IF
                           MOVE CTL-RUN-DATE TO WS-PRIOR-RUN-DATE
                           IF CTL-EXT-COUNT NUMERIC
                               AND CTL-EXT-HASH NUMERIC
                               MOVE CTL-EXT-COUNT TO WS-PRIOR-EXT-COUNT
                               MOVE CTL-EXT-HASH TO WS-PRIOR-EXT-HASH
                               SET WS-PRIOR-EXT-PRESENT TO TRUE
                           END-IF
                           IF CTL-CUML-BASE-HASH NUMERIC
                               MOVE CTL-CUML-BASE-HASH
                                   TO WS-CUML-BASE-HASH
                           ELSE
                               MOVE WS-CUML-HASH-TOTAL
                                   TO WS-CUML-BASE-HASH
                           END-IF
                   END-READ
               END-IF
               CLOSE CTL-FILE
               OPEN INPUT ACK-FILE
               IF WS-ACK-STATUS = "00"
                   READ ACK-FILE INTO ACK-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           SET WS-ACK-RECEIVED TO TRUE
                   END-READ
               END-IF
               CLOSE ACK-FILE
           END-IF
           OPEN INPUT BRN-FILE
           IF WS-BRNM-STATUS = "00"
               SET WS-BRNM-AVAILABLE TO TRUE
           ELSE
               SET WS-BRNM-ABSENT TO TRUE
           END-IF
           OPEN INPUT RAT-FILE
           IF WS-RAT-STATUS = "00"
               SET WS-RAT-AVAILABLE TO TRUE
           ELSE
               SET WS-RAT-ABSENT TO TRUE
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-RUN-ID(1:8)
           MOVE 0 TO WS-OPT-WARN-IX
           PERFORM U00D-PRINT-OPTION-WARNING
               UNTIL WS-OPT-WARN-IX >= WS-OPT-WARN-COUNT
           IF NOT WS-SINGLE-STREAM
               MOVE SPACES TO RPT-NOTE-TEXT
               STRING "STREAM " WS-STREAM-ID " OF A SPLIT CYCLE - "
                   "CUMULATIVE TOTALS AND ACKNOWLEDGMENT"
                   DELIMITED BY SIZE INTO RPT-NOTE-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
               MOVE "ARE BALANCED FOR THE WHOLE CYCLE BY STRMERGE"
                   TO RPT-NOTE-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF
           IF WS-RAT-ABSENT
               MOVE SPACES TO RPT-NOTE-TEXT
               STRING "RATE FILE NOT AVAILABLE (STATUS "
                   WS-RAT-STATUS ") - BASE CURRENCY ONLY"
                   DELIMITED BY SIZE INTO RPT-NOTE-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF
           IF WS-IS-POSTING AND WS-BRANCH-STREAM
               MOVE "APPROVED ITEMS POST WITH STREAM 0"
                   TO RPT-NOTE-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF
           IF WS-JRN-FAILED
               MOVE SPACES TO RPT-NOTE-TEXT
               STRING "HISTJRNL OPEN FAILED - STATUS "
                   WS-JRN-STATUS " - NOTHING POSTED"
                   DELIMITED BY SIZE INTO RPT-NOTE-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF
           OPEN INPUT LIM-FILE
           IF WS-LIM-STATUS = "00"
               PERFORM U00H-LOAD-LIMIT-CARD
                   UNTIL LIM-EOF
               CLOSE LIM-FILE
           ELSE
               MOVE SPACES TO RPT-NOTE-TEXT
               STRING "APPROVAL LIMITS NOT AVAILABLE (STATUS "
                   WS-LIM-STATUS ") - NO RESULT WILL BE HELD"
                   DELIMITED BY SIZE INTO RPT-NOTE-TEXT
               WRITE RPT-RECORD FROM RPT-NOTE-LINE
           END-IF
           IF WS-IS-POSTING AND NOT WS-BRANCH-STREAM
               AND WS-RUN-NOT-ABORTED
               OPEN INPUT APR-FILE
               IF WS-APR-STATUS = "00"
                   SET WS-APR-AVAILABLE TO TRUE
                   PERFORM U00J-POST-APPROVED-ITEM
                       UNTIL APR-EOF
                   CLOSE APR-FILE
               END-IF
           END-IF
           IF WS-JRN-FAILED
               MOVE 'Y' TO TRAN-EOF-SW
           ELSE
               IF WS-IS-RESTART
                   MOVE 1 TO WS-SKIP-INDEX
                   PERFORM U00A-SKIP-TRANSACTION
                       UNTIL WS-SKIP-INDEX > WS-PRIOR-CHECKPOINT-CT
               END-IF
               READ TRAN-FILE INTO WS-HOLD-RECORD
                   AT END
                       SET WS-HOLD-AT-EOF TO TRUE
                   NOT AT END
                       SET WS-HOLD-NOT-AT-EOF TO TRUE
               END-READ
               PERFORM U03-READ-TRANSACTION
           END-IF
           .

      ******************************************************************
                           ELSE
                               PERFORM U00E-HOLD-OPTION-WARNING
                           END-IF
                       WHEN "STREAM"
                           IF WS-OPT-VALUE(1:1) >= "0"
                               AND WS-OPT-VALUE(1:1) <= "4"
                               AND WS-OPT-VALUE(2:19) = SPACES
                               MOVE WS-OPT-VALUE(1:1) TO WS-STREAM-ID
                           ELSE
                               PERFORM U00E-HOLD-OPTION-WARNING
                           END-IF
                       WHEN SPACES
                           CONTINUE
                       WHEN OTHER
      *  with the REPLACE-HISTORY option card, which restores the
      *  old replace behavior for a legitimate correction rerun.
      *
      *  The arithmetic is done in the transaction's own currency
      *  (TRAN-CURRENCY, blank = the base).  The record and any
      *  continuations gathered behind it count under that currency
      *  as well as in the run's read totals; once the references
      *  are resolved U01E finds the rate for the currency and
      *  TRAN-DATE (no rate rejects), and after the arithmetic U01F
      *  converts the result and the summand hash to the base.
      *
      *  TRANIN may optionally end with one trailer record (TRL-RECORD
      *  redefines TRAN-RECORD, copybook TRANREC) instead of a real
      *  transaction, marked by TRL-MARKER = "TRAILR", carrying the
       U01-CALCULATION SECTION.
           MOVE 'N' TO TRAN-REJECT-SW
           MOVE 'N' TO TRAN-DUP-SW
           MOVE 'N' TO TRAN-HELD-SW
           IF TRAN-ID = "TRAILR" AND WS-HOLD-AT-EOF
               MOVE TRL-EXPECTED-COUNT TO WS-EXPECTED-COUNT
               MOVE TRL-EXPECTED-HASH TO WS-EXPECTED-HASH
               MOVE TRAN-SUMMAND-2 TO SUMMAND-2
               ADD 1 TO WS-TRAN-READ-COUNT
               ADD SUMMAND-1 SUMMAND-2 TO WS-READ-HASH-TOTAL
               IF TRAN-CURRENCY = SPACES
                   MOVE WS-BASE-CURRENCY TO WS-TRAN-CURRENCY
               ELSE
                   MOVE TRAN-CURRENCY TO WS-TRAN-CURRENCY
               END-IF
               MOVE WS-TRAN-CURRENCY TO WS-WORK-CURRENCY
               PERFORM U02K-LOCATE-CURRENCY
               ADD 1 WS-CON-COUNT TO WS-CCY-READ-COUNT (WS-CCY-IX)
               ADD SUMMAND-1 SUMMAND-2 WS-CON-READ-HASH
                   TO WS-CCY-READ-HASH (WS-CCY-IX)
               IF WS-SUPPRESS-DUPS
                   MOVE TRAN-ID TO HIST-TRAN-ID
                   MOVE TRAN-DATE TO HIST-TRAN-DATE
                   MOVE 0 TO DIV-REMAINDER
                   MOVE 2 TO WS-OPERAND-COUNT
                   PERFORM U01C-RESOLVE-REFERENCES
                   IF TRAN-NOT-REJECTED
                       PERFORM U01E-FIND-RATE
                   END-IF
               END-IF
               IF TRAN-NOT-DUP AND TRAN-NOT-REJECTED
                   EVALUATE TRAN-OP-CODE
                           PERFORM U01A-REJECT-TRANSACTION
                   END-EVALUATE
               END-IF
               IF TRAN-NOT-DUP AND TRAN-NOT-REJECTED
                   PERFORM U01F-CONVERT-RESULT
               END-IF
           END-IF
           .

      *  counters are all that happens - the audit, extract and
      *  history writes and the checkpoint are skipped, so a test
      *  run against a suspect feed leaves nothing permanent behind.
      *
      *  A result over its approval limit (U02H) is printed with a
      *  HELD FOR APPROVAL line under it and goes to the pending-
      *  approval file (U02I) instead: it is not counted as accepted
      *  and nothing is posted for it until HOLDAPPR approves it.
      *
      *  A result in a currency other than the base prints its
      *  currency, rate and base-currency result under the detail
      *  line (U02M) and posts all three with it; the accepted and
      *  branch totals take the summand hash in the base too.
      ******************************************************************
       U02-SHOW-RESULT SECTION.
           IF TRAN-NOT-REJECTED AND TRAN-NOT-DUP
               PERFORM U02H-CHECK-APPROVAL-LIMIT
               MOVE TRAN-ID TO RPT-DET-TRAN-ID
               MOVE SUMMAND-1 TO RPT-DET-SUMMAND-1
               MOVE SUMMAND-2 TO RPT-DET-SUMMAND-2
               MOVE RESULT TO RPT-DET-RESULT
               MOVE DIV-REMAINDER TO RPT-DET-REMAINDER
               MOVE TRAN-BRANCH TO RPT-DET-BRANCH
               MOVE TRAN-BRANCH TO BRN-CODE
               PERFORM U02N-LOOKUP-BRANCH-NAME
               MOVE WS-BRNM-NAME TO RPT-DET-BRANCH-NAME
               WRITE RPT-RECORD FROM RPT-DET-LINE
               IF TRAN-S1-BY-REF
                   MOVE TRAN-S1-REF-DATE TO WS-REF-DATE-X
               MOVE 0 TO WS-CON-IX
               PERFORM U02E-PRINT-LIST-OPERAND
                   UNTIL WS-CON-IX >= WS-CON-COUNT
               PERFORM U02M-PRINT-CURRENCY
           END-IF
           IF TRAN-NOT-REJECTED AND TRAN-NOT-DUP AND TRAN-HELD
               PERFORM U02I-HOLD-FOR-APPROVAL
           END-IF
           IF TRAN-NOT-REJECTED AND TRAN-NOT-DUP AND TRAN-NOT-HELD
               ADD 1 TO WS-RECORD-COUNT
               ADD SUMMAND-1 SUMMAND-2 TO WS-HASH-TOTAL
               ADD WS-BASE-HASH TO WS-HASH-BASE-TOTAL
               MOVE TRAN-BRANCH TO WS-WORK-BRANCH
               MOVE WS-TRAN-CURRENCY TO WS-WORK-CURRENCY
               PERFORM U02C-LOCATE-BRANCH
               ADD 1 TO WS-BRN-REC-COUNT (WS-BRN-IX)
               ADD SUMMAND-1 SUMMAND-2 TO WS-BRN-HASH (WS-BRN-IX)
               ADD WS-BASE-HASH TO WS-BRN-BASE-HASH (WS-BRN-IX)
               IF WS-IS-POSTING
                   ACCEPT WS-CURRENT-TIME FROM TIME
                   MOVE WS-RUN-ID TO AUD-RUN-ID
                   MOVE TRAN-S1-REF TO AUD-S1-REF
                   MOVE TRAN-S2-REF TO AUD-S2-REF
                   MOVE TRAN-BRANCH TO AUD-BRANCH
                   MOVE SPACES TO AUD-APPROVER
                   MOVE TRAN-DATE TO AUD-TRAN-DATE
                   MOVE WS-TRAN-CURRENCY TO AUD-CURRENCY
                   MOVE WS-RATE TO AUD-RATE
                   MOVE WS-BASE-RESULT TO AUD-BASE-RESULT
                   WRITE AUD-RECORD-OUT FROM AUD-RECORD
                   MOVE TRAN-ID TO EXT-TRAN-ID
                   MOVE SUMMAND-1 TO EXT-SUMMAND-1
                   MOVE RESULT TO EXT-RESULT
                   MOVE DIV-REMAINDER TO EXT-REMAINDER
                   MOVE TRAN-BRANCH TO EXT-BRANCH
                   MOVE TRAN-DATE TO EXT-TRAN-DATE
                   MOVE WS-TRAN-CURRENCY TO EXT-CURRENCY
                   MOVE WS-RATE TO EXT-RATE
                   MOVE WS-BASE-RESULT TO EXT-BASE-RESULT
                   WRITE EXT-RECORD-OUT FROM EXT-RECORD
                   ADD 1 TO WS-EXT-COUNT
                   ADD RESULT TO WS-EXT-HASH
                   ADD WS-BASE-RESULT TO WS-EXT-BASE-HASH
                   MOVE TRAN-ID TO HIST-TRAN-ID
                   MOVE TRAN-DATE TO HIST-TRAN-DATE
                   MOVE SUMMAND-1 TO HIST-SUMMAND-1
                   MOVE TRAN-S2-REF TO HIST-S2-REF
                   MOVE TRAN-BRANCH TO HIST-BRANCH
                   MOVE WS-OPERAND-COUNT TO HIST-OPERAND-COUNT
                   MOVE WS-TRAN-CURRENCY TO HIST-CURRENCY
                   MOVE WS-RATE TO HIST-RATE
                   MOVE WS-BASE-RESULT TO HIST-BASE-RESULT
                   WRITE HIST-RECORD
                       INVALID KEY
                           PERFORM U02F-REPLACE-HISTORY
                       NOT INVALID KEY
                           SET JRN-ADDED TO TRUE
                           MOVE SPACES TO JRN-BEFORE-IMAGE
                           MOVE HIST-RECORD TO JRN-AFTER-IMAGE
                           PERFORM U02G-WRITE-JOURNAL
                   END-WRITE
                   DIVIDE WS-RECORD-COUNT BY WS-CHECKPOINT-INTERVAL
                       GIVING WS-CKPT-QUOTIENT
      ******************************************************************
       U03-READ-TRANSACTION SECTION.
           MOVE 0 TO WS-CON-COUNT
           MOVE 0 TO WS-CON-READ-HASH
           IF WS-HOLD-AT-EOF
               MOVE 'Y' TO TRAN-EOF-SW
           ELSE
           MOVE SUMMAND-2 TO REJ-SUMMAND-2
           MOVE TRAN-OP-CODE TO REJ-OP-CODE
           MOVE TRAN-BRANCH TO REJ-BRANCH
           MOVE TRAN-CURRENCY TO REJ-CURRENCY
           IF TRAN-CYCLE-COUNT NUMERIC
               MOVE TRAN-CYCLE-COUNT TO REJ-CYCLE-COUNT
           ELSE
           MOVE WS-CON-SUMMAND-2 TO REJ-SUMMAND-2
           MOVE WS-CON-OP-CODE TO REJ-OP-CODE
           MOVE WS-CON-BRANCH TO REJ-BRANCH
           MOVE WS-CON-CURRENCY TO REJ-CURRENCY
           IF WS-CON-CYCLE-COUNT NUMERIC
               MOVE WS-CON-CYCLE-COUNT TO REJ-CYCLE-COUNT
           ELSE
      *  Resolves any by-reference summand (TRAN-Sn-REF-FLAG = "R",
      *  copybook TRANREC) by reading the referenced calculation on
      *  HIST-FILE and substituting its HIST-RESULT for the keyed
      *  summand value.  A reference that is not on file, whose
      *  stored result is in another currency (it would have to be
      *  converted twice to be added in), or whose stored result will
      *  not fit a summand field, rejects the transaction with a
      *  reason naming the reference.  Runs after
      *  the duplicate check (both use HIST-RECORD) and before the
      *  arithmetic.  Kept outside the PERFORM THRU range for the
      *  same reason as U01A-REJECT-TRANSACTION above.
                           DELIMITED BY SIZE INTO REJ-REASON
                       PERFORM U01A-REJECT-TRANSACTION
                   NOT INVALID KEY
                       PERFORM U01C1-SET-REF-CURRENCY
                       EVALUATE TRUE
                           WHEN WS-REF-CURRENCY NOT = WS-TRAN-CURRENCY
                               MOVE SPACES TO REJ-REASON
                               STRING "S1 REFERENCE IS IN "
                                   WS-REF-CURRENCY
                                   DELIMITED BY SIZE INTO REJ-REASON
                               PERFORM U01A-REJECT-TRANSACTION
                           WHEN HIST-RESULT > 9999.99
                               OR HIST-RESULT < -9999.99
                               MOVE
                                 "S1 REFERENCED RESULT EXCEEDS SUMMAND"
                                   TO REJ-REASON
                               PERFORM U01A-REJECT-TRANSACTION
                           WHEN OTHER
                               MOVE HIST-RESULT TO SUMMAND-1
                       END-EVALUATE
               END-READ
           END-IF
           IF TRAN-S2-BY-REF AND TRAN-NOT-REJECTED
                           DELIMITED BY SIZE INTO REJ-REASON
                       PERFORM U01A-REJECT-TRANSACTION
                   NOT INVALID KEY
                       PERFORM U01C1-SET-REF-CURRENCY
                       EVALUATE TRUE
                           WHEN WS-REF-CURRENCY NOT = WS-TRAN-CURRENCY
                               MOVE SPACES TO REJ-REASON
                               STRING "S2 REFERENCE IS IN "
                                   WS-REF-CURRENCY
                                   DELIMITED BY SIZE INTO REJ-REASON
                               PERFORM U01A-REJECT-TRANSACTION
                           WHEN HIST-RESULT > 9999.99
                               OR HIST-RESULT < -9999.99
                               MOVE
                                 "S2 REFERENCED RESULT EXCEEDS SUMMAND"
                                   TO REJ-REASON
                               PERFORM U01A-REJECT-TRANSACTION
                           WHEN OTHER
                               MOVE HIST-RESULT TO SUMMAND-2
                       END-EVALUATE
               END-READ
           END-IF
           .

      ******************************************************************
      *  U01C1-SET-REF-CURRENCY
      *  Leaves the currency of the calculation just read off
      *  HIST-FILE in WS-REF-CURRENCY - the base for a record written
      *  before history carried a currency.
      ******************************************************************
       U01C1-SET-REF-CURRENCY SECTION.
           IF HIST-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-REF-CURRENCY
           ELSE
               MOVE HIST-CURRENCY TO WS-REF-CURRENCY
           END-IF
           .

      ******************************************************************
      *  U03A-GATHER-CONTINUATION
      *  Buffers the CON continuation record waiting in the lookahead
      *  count/hash here - its keyed operand bytes (and any keyed
      *  SUMMAND-2 bytes, though a continuation should leave those
      *  blank) hash in when numeric, the same per-field rule FEEDSTG
      *  used.  The same bytes are held in WS-CON-READ-HASH for
      *  U01-CALCULATION to count under the header's currency.  Kept
      *  outside the PERFORM THRU range for the same reason as
      *  U01A-REJECT-TRANSACTION above.
      ******************************************************************
       U03A-GATHER-CONTINUATION SECTION.
           ADD 1 TO WS-CON-COUNT
           ADD 1 TO WS-TRAN-READ-COUNT
           IF WS-CON-OPERAND NUMERIC
               ADD WS-CON-OPERAND TO WS-READ-HASH-TOTAL
               ADD WS-CON-OPERAND TO WS-CON-READ-HASH
           END-IF
           IF WS-CON-SUMMAND-2 NUMERIC
               ADD WS-CON-SUMMAND-2 TO WS-READ-HASH-TOTAL
               ADD WS-CON-SUMMAND-2 TO WS-CON-READ-HASH
           END-IF
           READ TRAN-FILE INTO WS-HOLD-RECORD
               AT END
      *  keyed amount, or the referenced prior result read off
      *  HIST-FILE under the same rules and bounds as a header
      *  summand reference (U01C-RESOLVE-REFERENCES).  A reference
      *  that is not on file, in another currency or out of summand
      *  range, rejects the
      *  whole transaction - a list with a hole in it is not a
      *  shorter list, it is a wrong answer.
      ******************************************************************
               READ HIST-FILE
                   INVALID KEY
                       MOVE SPACES TO REJ-REASON
                       STRING "OPERAND REF NOT ON HISTORY: "
                           WS-CON-S1-REF-ID
                           DELIMITED BY SIZE INTO REJ-REASON
                       PERFORM U01A-REJECT-TRANSACTION
                   NOT INVALID KEY
                       PERFORM U01C1-SET-REF-CURRENCY
                       EVALUATE TRUE
                           WHEN WS-REF-CURRENCY NOT = WS-TRAN-CURRENCY
                               MOVE SPACES TO REJ-REASON
                               STRING "OPERAND REFERENCE IS IN "
                                   WS-REF-CURRENCY
                                   DELIMITED BY SIZE INTO REJ-REASON
                               PERFORM U01A-REJECT-TRANSACTION
                           WHEN HIST-RESULT > 9999.99
                               OR HIST-RESULT < -9999.99
                               MOVE "OPERAND REFERENCE EXCEEDS SUMMAND"
                                   TO REJ-REASON
                               PERFORM U01A-REJECT-TRANSACTION
                           WHEN OTHER
                               ADD HIST-RESULT TO WS-LIST-TOTAL
                               ADD 1 TO WS-OPERAND-COUNT
                       END-EVALUATE
               END-READ
           ELSE
               ADD WS-CON-OPERAND TO WS-LIST-TOTAL
           END-IF
           .

      ******************************************************************
      *  U01E-FIND-RATE
      *  Finds the rate the current transaction converts to the base
      *  at: 1 for the base currency, otherwise the RATFILE rate for
      *  its currency and TRAN-DATE.  TRANEDIT has already failed a
      *  currency with no rate, so a miss here means the feed
      *  bypassed the edit or the rate file is not the one the edit
      *  saw; the transaction rejects rather than post at a guessed
      *  rate.  Kept outside the PERFORM THRU range for the same
      *  reason as U01A-REJECT-TRANSACTION above.
      ******************************************************************
       U01E-FIND-RATE SECTION.
           EVALUATE TRUE
               WHEN WS-TRAN-CURRENCY = WS-BASE-CURRENCY
                   MOVE 1 TO WS-RATE
               WHEN WS-RAT-ABSENT
                   MOVE SPACES TO REJ-REASON
                   STRING "NO RATE FILE FOR " WS-TRAN-CURRENCY
                       DELIMITED BY SIZE INTO REJ-REASON
                   PERFORM U01A-REJECT-TRANSACTION
               WHEN OTHER
                   MOVE WS-TRAN-CURRENCY TO RAT-CURRENCY
                   MOVE TRAN-DATE TO RAT-DATE
                   READ RAT-FILE
                       INVALID KEY
                           MOVE TRAN-DATE TO WS-REF-DATE-X
                           MOVE SPACES TO REJ-REASON
                           STRING "NO RATE FOR " WS-TRAN-CURRENCY
                               " ON " WS-REF-DATE-X
                               DELIMITED BY SIZE INTO REJ-REASON
                           PERFORM U01A-REJECT-TRANSACTION
                       NOT INVALID KEY
                           MOVE RAT-RATE TO WS-RATE
                   END-READ
           END-EVALUATE
           .

      ******************************************************************
      *  U01F-CONVERT-RESULT
      *  Converts the computed result, and the summand hash the
      *  accepted and branch totals take, to the base currency at
      *  WS-RATE, rounded to the cent.  A base-currency result too
      *  large for S9(08)V99 rejects like any other overflow.  Kept
      *  outside the PERFORM THRU range for the same reason as
      *  U01A-REJECT-TRANSACTION above.
      ******************************************************************
       U01F-CONVERT-RESULT SECTION.
           COMPUTE WS-BASE-RESULT ROUNDED = RESULT * WS-RATE
               ON SIZE ERROR
                   MOVE "BASE RESULT EXCEEDS S9(08)V99"
                       TO REJ-REASON
                   PERFORM U01A-REJECT-TRANSACTION
           END-COMPUTE
           COMPUTE WS-BASE-HASH ROUNDED =
               (SUMMAND-1 + SUMMAND-2) * WS-RATE
           .

      ******************************************************************
      *  U02E-PRINT-LIST-OPERAND
      *  Prints one OPERAND nn line under a multi-operand detail line,
           MOVE WS-DUP-COUNT TO CKPT-DUP-COUNT
           MOVE WS-EXT-COUNT TO CKPT-EXT-COUNT
           MOVE WS-EXT-HASH TO CKPT-EXT-HASH
           MOVE WS-HELD-COUNT TO CKPT-HELD-COUNT
           MOVE WS-APR-COUNT TO CKPT-APR-COUNT
           MOVE SPACES TO CKPT-BRN-DATA
           MOVE WS-BRN-COUNT TO CKPT-BRN-COUNT
           MOVE 0 TO WS-BRN-IX
           PERFORM U02D-SAVE-BRANCH-ENTRY
               UNTIL WS-BRN-IX >= WS-BRN-COUNT
           MOVE WS-HASH-BASE-TOTAL TO CKPT-HASH-BASE-TOTAL
           MOVE WS-EXT-BASE-HASH TO CKPT-EXT-BASE-HASH
           MOVE SPACES TO CKPT-CCY-DATA
           MOVE WS-CCY-COUNT TO CKPT-CCY-COUNT
           MOVE 0 TO WS-CCY-IX
           PERFORM U02L-SAVE-CURRENCY-ENTRY
               UNTIL WS-CCY-IX >= WS-CCY-COUNT
           OPEN OUTPUT CKPT-FILE
           WRITE CKPT-RECORD-IO FROM CKPT-RECORD
           CLOSE CKPT-FILE
           .

      ******************************************************************
      *  U02F-REPLACE-HISTORY
      *  Posts over a key already on HIST-FILE (the WRITE in
      *  U02-SHOW-RESULT found it there).  The record being replaced
      *  is read back first so the journal carries its before image;
      *  the new image is held in WS-JRN-NEW-IMAGE across the read.
      *  Kept outside the PERFORM THRU range for the same reason as
      *  U01A-REJECT-TRANSACTION above.
      ******************************************************************
       U02F-REPLACE-HISTORY SECTION.
           MOVE HIST-RECORD TO WS-JRN-NEW-IMAGE
           READ HIST-FILE
               INVALID KEY
                   MOVE SPACES TO JRN-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE HIST-RECORD TO JRN-BEFORE-IMAGE
           END-READ
           MOVE WS-JRN-NEW-IMAGE TO HIST-RECORD
           REWRITE HIST-RECORD
           SET JRN-CHANGED TO TRUE
           MOVE HIST-RECORD TO JRN-AFTER-IMAGE
           PERFORM U02G-WRITE-JOURNAL
           .

      ******************************************************************
      *  U02G-WRITE-JOURNAL
      *  Appends one HISTJRNL entry.  The caller sets JRN-ACTION and
      *  both images; the run-id, program and timestamp are filled in
      *  here (WS-CURRENT-TIME was taken for the audit record of the
      *  same posting).  Nothing is written when the journal did not
      *  open - U04-TERMINATION reports that and sets the return
      *  code.  Kept outside the PERFORM THRU range for the same
      *  reason as U01A-REJECT-TRANSACTION above.
      ******************************************************************
       U02G-WRITE-JOURNAL SECTION.
           IF WS-JRN-OPEN
               MOVE WS-RUN-ID TO JRN-RUN-ID
               MOVE "HELLOWORLD" TO JRN-PROGRAM
               MOVE WS-RUN-DATE TO JRN-TIMESTAMP(1:8)
               MOVE WS-CURRENT-TIME TO JRN-TIMESTAMP(9:8)
               WRITE JRN-RECORD-OUT FROM JRN-RECORD
               ADD 1 TO WS-JRN-COUNT
           END-IF
           .

      ******************************************************************
      *  U02C-LOCATE-BRANCH
      *  Finds (or adds) the branch-subtotal table entry for
      *  WS-WORK-BRANCH in WS-WORK-CURRENCY and leaves its subscript
      *  in WS-BRN-IX.  When
      *  the table is full and the branch is unseen, the last slot is
      *  relabelled "***" and absorbs the overflow so the subtotal
      *  section still adds across to the run totals.  Kept outside
                   ADD 1 TO WS-BRN-COUNT
                   MOVE WS-BRN-COUNT TO WS-BRN-IX
                   MOVE WS-WORK-BRANCH TO WS-BRN-CODE (WS-BRN-IX)
                   MOVE WS-WORK-CURRENCY
                       TO WS-BRN-CURRENCY (WS-BRN-IX)
                   MOVE 0 TO WS-BRN-REC-COUNT (WS-BRN-IX)
                   MOVE 0 TO WS-BRN-HASH (WS-BRN-IX)
                   MOVE 0 TO WS-BRN-BASE-HASH (WS-BRN-IX)
               ELSE
                   MOVE WS-BRN-LIMIT TO WS-BRN-IX
                   MOVE "***" TO WS-BRN-CODE (WS-BRN-IX)
                   MOVE "***" TO WS-BRN-CURRENCY (WS-BRN-IX)
               END-IF
           END-IF
           IF WS-BRN-CURRENCY (WS-BRN-IX) NOT = WS-BASE-CURRENCY
               SET WS-FOREIGN-SEEN TO TRUE
           END-IF
           .

      ******************************************************************
      ******************************************************************
       U02C1-MATCH-BRANCH SECTION.
           IF WS-BRN-CODE (WS-BRN-IX) = WS-WORK-BRANCH
               AND WS-BRN-CURRENCY (WS-BRN-IX) = WS-WORK-CURRENCY
               SET WS-BRN-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-BRN-IX
               TO CKPT-BRN-REC-COUNT (WS-BRN-IX)
           MOVE WS-BRN-HASH (WS-BRN-IX)
               TO CKPT-BRN-HASH (WS-BRN-IX)
           MOVE WS-BRN-CURRENCY (WS-BRN-IX)
               TO CKPT-BRN-CURRENCY (WS-BRN-IX)
           MOVE WS-BRN-BASE-HASH (WS-BRN-IX)
               TO CKPT-BRN-BASE-HASH (WS-BRN-IX)
           .

      ******************************************************************
      *  U00F-LOAD-BRANCH-ENTRY
      *  Restores one branch-subtotal table entry from the checkpoint
      *  record on a restart, so the restarted run's subtotals cover
      *  the whole file.  A checkpoint written before the entries
      *  carried a currency restores as base-currency work.
      ******************************************************************
       U00F-LOAD-BRANCH-ENTRY SECTION.
           ADD 1 TO WS-BRN-IX
               TO WS-BRN-REC-COUNT (WS-BRN-IX)
           MOVE CKPT-BRN-HASH (WS-BRN-IX)
               TO WS-BRN-HASH (WS-BRN-IX)
           IF CKPT-BRN-CURRENCY (WS-BRN-IX) = SPACES
               MOVE WS-BASE-CURRENCY TO WS-BRN-CURRENCY (WS-BRN-IX)
           ELSE
               MOVE CKPT-BRN-CURRENCY (WS-BRN-IX)
                   TO WS-BRN-CURRENCY (WS-BRN-IX)
           END-IF
           IF CKPT-BRN-BASE-HASH (WS-BRN-IX) NUMERIC
               MOVE CKPT-BRN-BASE-HASH (WS-BRN-IX)
                   TO WS-BRN-BASE-HASH (WS-BRN-IX)
           ELSE
               MOVE WS-BRN-HASH (WS-BRN-IX)
                   TO WS-BRN-BASE-HASH (WS-BRN-IX)
           END-IF
           IF WS-BRN-CURRENCY (WS-BRN-IX) NOT = WS-BASE-CURRENCY
               SET WS-FOREIGN-SEEN TO TRUE
           END-IF
           .

      ******************************************************************
      *  U00G-LOAD-CURRENCY-TOTALS
      *  Restores the base-currency totals and the read figures by
      *  currency from the checkpoint record on a restart.  A
      *  checkpoint written before it carried them held base-currency
      *  work only, so its own totals stand in for the base figures
      *  and the whole read so far goes under the base currency.
      ******************************************************************
       U00G-LOAD-CURRENCY-TOTALS SECTION.
           IF CKPT-HASH-BASE-TOTAL NUMERIC
               MOVE CKPT-HASH-BASE-TOTAL TO WS-HASH-BASE-TOTAL
           ELSE
               MOVE WS-HASH-TOTAL TO WS-HASH-BASE-TOTAL
           END-IF
           IF CKPT-EXT-BASE-HASH NUMERIC
               MOVE CKPT-EXT-BASE-HASH TO WS-EXT-BASE-HASH
           ELSE
               MOVE WS-EXT-HASH TO WS-EXT-BASE-HASH
           END-IF
           IF CKPT-CCY-COUNT NUMERIC
               MOVE CKPT-CCY-COUNT TO WS-CCY-COUNT
               MOVE 0 TO WS-CCY-IX
               PERFORM U00G1-LOAD-CURRENCY-ENTRY
                   UNTIL WS-CCY-IX >= WS-CCY-COUNT
           ELSE
               IF WS-TRAN-READ-COUNT > 0
                   MOVE 1 TO WS-CCY-COUNT
                   MOVE WS-BASE-CURRENCY TO WS-CCY-CODE (1)
                   MOVE WS-TRAN-READ-COUNT TO WS-CCY-READ-COUNT (1)
                   MOVE WS-READ-HASH-TOTAL TO WS-CCY-READ-HASH (1)
               END-IF
           END-IF
           .

      ******************************************************************
      *  U00G1-LOAD-CURRENCY-ENTRY
      *  Restores one read-by-currency table entry from the checkpoint
      *  record on a restart.
      ******************************************************************
       U00G1-LOAD-CURRENCY-ENTRY SECTION.
           ADD 1 TO WS-CCY-IX
           MOVE CKPT-CCY-CODE (WS-CCY-IX)
               TO WS-CCY-CODE (WS-CCY-IX)
           MOVE CKPT-CCY-READ-COUNT (WS-CCY-IX)
               TO WS-CCY-READ-COUNT (WS-CCY-IX)
           MOVE CKPT-CCY-READ-HASH (WS-CCY-IX)
               TO WS-CCY-READ-HASH (WS-CCY-IX)
           IF WS-CCY-CODE (WS-CCY-IX) NOT = WS-BASE-CURRENCY
               SET WS-FOREIGN-SEEN TO TRUE
           END-IF
           .

      ******************************************************************
      *  U02K-LOCATE-CURRENCY
      *  Finds (or adds) the read-by-currency table entry for
      *  WS-WORK-CURRENCY and leaves its subscript in WS-CCY-IX, on
      *  the same overflow rule as U02C-LOCATE-BRANCH.
      ******************************************************************
       U02K-LOCATE-CURRENCY SECTION.
           SET WS-CCY-NOT-FOUND TO TRUE
           MOVE 1 TO WS-CCY-IX
           PERFORM U02K1-MATCH-CURRENCY
               UNTIL WS-CCY-FOUND OR WS-CCY-IX > WS-CCY-COUNT
           IF WS-CCY-NOT-FOUND
               IF WS-CCY-COUNT < WS-CCY-LIMIT
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CCY-IX
                   MOVE WS-WORK-CURRENCY TO WS-CCY-CODE (WS-CCY-IX)
                   MOVE 0 TO WS-CCY-READ-COUNT (WS-CCY-IX)
                   MOVE 0 TO WS-CCY-READ-HASH (WS-CCY-IX)
               ELSE
                   MOVE WS-CCY-LIMIT TO WS-CCY-IX
                   MOVE "***" TO WS-CCY-CODE (WS-CCY-IX)
               END-IF
           END-IF
           IF WS-CCY-CODE (WS-CCY-IX) NOT = WS-BASE-CURRENCY
               SET WS-FOREIGN-SEEN TO TRUE
           END-IF
           .

      ******************************************************************
      *  U02K1-MATCH-CURRENCY
      *  One step of the read-by-currency table search.
      ******************************************************************
       U02K1-MATCH-CURRENCY SECTION.
           IF WS-CCY-CODE (WS-CCY-IX) = WS-WORK-CURRENCY
               SET WS-CCY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CCY-IX
           END-IF
           .

      ******************************************************************
      *  U02L-SAVE-CURRENCY-ENTRY
      *  Copies one read-by-currency table entry into the checkpoint
      *  record being built by U02A-WRITE-CHECKPOINT.
      ******************************************************************
       U02L-SAVE-CURRENCY-ENTRY SECTION.
           ADD 1 TO WS-CCY-IX
           MOVE WS-CCY-CODE (WS-CCY-IX)
               TO CKPT-CCY-CODE (WS-CCY-IX)
           MOVE WS-CCY-READ-COUNT (WS-CCY-IX)
               TO CKPT-CCY-READ-COUNT (WS-CCY-IX)
           MOVE WS-CCY-READ-HASH (WS-CCY-IX)
               TO CKPT-CCY-READ-HASH (WS-CCY-IX)
           .

      ******************************************************************
      *  U02M-PRINT-CURRENCY
      *  Prints the currency line under a detail line computed in a
      *  currency other than the base: the currency, the rate used
      *  and the result in the base.  Nothing for base-currency work,
      *  so a base-only report reads as it always did.
      ******************************************************************
       U02M-PRINT-CURRENCY SECTION.
           IF WS-TRAN-CURRENCY NOT = WS-BASE-CURRENCY
               MOVE WS-RATE TO WS-RATE-X
               MOVE WS-BASE-RESULT TO WS-BASE-RESULT-X
               MOVE SPACES TO RPT-REF-TEXT
               STRING "CURRENCY " WS-TRAN-CURRENCY
                   " RATE " WS-RATE-X
                   " BASE " WS-BASE-CURRENCY " RESULT "
                   WS-BASE-RESULT-X
                   DELIMITED BY SIZE INTO RPT-REF-TEXT
               WRITE RPT-RECORD FROM RPT-REF-LINE
           END-IF
           .

      ******************************************************************
      *  U00H-LOAD-LIMIT-CARD
      *  Reads one APRLIMIT card and adds it to the limits table once
      *  it passes the edit: a branch (or "***"), one of the op-codes
      *  this program computes, a numeric limit, and no earlier card
      *  for the same combination - the first card stands.  A card
      *  that fails is noted on the report and ignored.  Blank cards
      *  are skipped.
      ******************************************************************
       U00H-LOAD-LIMIT-CARD SECTION.
           READ LIM-FILE INTO LIM-CARD
               AT END
                   SET LIM-EOF TO TRUE
               NOT AT END
                   IF LIM-CARD NOT = SPACES
                       PERFORM U00I-EDIT-LIMIT-CARD
                       IF WS-LIM-REASON = SPACES
                           ADD 1 TO WS-LIM-COUNT
                           MOVE LIM-CARD-BRANCH
                               TO WS-LIM-BRANCH (WS-LIM-COUNT)
                           MOVE LIM-CARD-OP-CODE
                               TO WS-LIM-OP-CODE (WS-LIM-COUNT)
                           MOVE LIM-CARD-LIMIT
                               TO WS-LIM-VALUE (WS-LIM-COUNT)
                       ELSE
                           MOVE SPACES TO RPT-NOTE-TEXT
                           STRING "LIMIT CARD DROPPED: "
                               LIM-CARD(1:18) " " WS-LIM-REASON
                               DELIMITED BY SIZE INTO RPT-NOTE-TEXT
                           WRITE RPT-RECORD FROM RPT-NOTE-LINE
                       END-IF
                   END-IF
           END-READ
           .

      ******************************************************************
      *  U00I-EDIT-LIMIT-CARD
      *  Edits one approval-limit card, leaving WS-LIM-REASON blank
      *  for a good card.
      ******************************************************************
       U00I-EDIT-LIMIT-CARD SECTION.
           MOVE SPACES TO WS-LIM-REASON
           EVALUATE LIM-CARD-OP-CODE
               WHEN "ADD"
               WHEN "SUB"
               WHEN "MUL"
               WHEN "DIV"
               WHEN "SUM"
               WHEN "AVG"
                   CONTINUE
               WHEN OTHER
                   MOVE "UNKNOWN OP-CODE" TO WS-LIM-REASON
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-LIM-REASON NOT = SPACES
                   CONTINUE
               WHEN LIM-CARD-BRANCH = SPACES
                   MOVE "BRANCH MISSING" TO WS-LIM-REASON
               WHEN LIM-CARD-LIMIT-X NOT NUMERIC
                   MOVE "LIMIT NOT NUMERIC" TO WS-LIM-REASON
               WHEN OTHER
                   MOVE LIM-CARD-BRANCH TO WS-WORK-BRANCH
                   MOVE LIM-CARD-OP-CODE TO WS-WORK-OP-CODE
                   PERFORM U02H1-SEARCH-LIMIT
                   IF WS-LIM-FOUND
                       MOVE "DUPLICATE LIMIT" TO WS-LIM-REASON
                   ELSE
                       IF WS-LIM-COUNT >= WS-LIM-LIMIT
                           MOVE "LIMITS TABLE FULL" TO WS-LIM-REASON
                       END-IF
                   END-IF
           END-EVALUATE
           .

      ******************************************************************
      *  U00J-POST-APPROVED-ITEM
      *  Reads one item HOLDAPPR approved (APRPOST, AUD-RECORD layout
      *  with the approver's id) and posts it to this cycle: a detail
      *  line with the approver under it, the audit record as
      *  HOLDAPPR built it (HOLDAPPR's run-id, under which the
      *  history posting was journaled), an extract record, and the
      *  accepted, branch and extract totals.  HOLDAPPR has already
      *  written the history record.  On a restart the records the
      *  interrupted run already posted are passed over.  An item
      *  held before the records carried a currency is base-currency
      *  work and posts as such.
      ******************************************************************
       U00J-POST-APPROVED-ITEM SECTION.
           READ APR-FILE INTO AUD-RECORD
               AT END
                   SET APR-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-APR-READ-COUNT
                   IF WS-APR-READ-COUNT > WS-APR-SKIP
                       IF AUD-CURRENCY = SPACES
                           MOVE WS-BASE-CURRENCY TO AUD-CURRENCY
                           MOVE 1 TO AUD-RATE
                           MOVE AUD-RESULT TO AUD-BASE-RESULT
                       END-IF
                       MOVE AUD-CURRENCY TO WS-TRAN-CURRENCY
                       MOVE AUD-RATE TO WS-RATE
                       MOVE AUD-BASE-RESULT TO WS-BASE-RESULT
                       COMPUTE WS-BASE-HASH ROUNDED =
                           (AUD-SUMMAND-1 + AUD-SUMMAND-2) * WS-RATE
                       PERFORM U00K-PRINT-APPROVED-ITEM
                       WRITE AUD-RECORD-OUT FROM AUD-RECORD
                       MOVE AUD-TRAN-ID TO EXT-TRAN-ID
                       MOVE AUD-SUMMAND-1 TO EXT-SUMMAND-1
                       MOVE AUD-SUMMAND-2 TO EXT-SUMMAND-2
                       MOVE AUD-RESULT TO EXT-RESULT
                       MOVE AUD-REMAINDER TO EXT-REMAINDER
                       MOVE AUD-BRANCH TO EXT-BRANCH
                       MOVE AUD-TRAN-DATE TO EXT-TRAN-DATE
                       MOVE AUD-CURRENCY TO EXT-CURRENCY
                       MOVE AUD-RATE TO EXT-RATE
                       MOVE AUD-BASE-RESULT TO EXT-BASE-RESULT
                       WRITE EXT-RECORD-OUT FROM EXT-RECORD
                       ADD 1 TO WS-EXT-COUNT
                       ADD AUD-RESULT TO WS-EXT-HASH
                       ADD AUD-BASE-RESULT TO WS-EXT-BASE-HASH
                       ADD 1 TO WS-RECORD-COUNT
                       ADD AUD-SUMMAND-1 AUD-SUMMAND-2
                           TO WS-HASH-TOTAL
                       ADD WS-BASE-HASH TO WS-HASH-BASE-TOTAL
                       MOVE AUD-BRANCH TO WS-WORK-BRANCH
                       MOVE AUD-CURRENCY TO WS-WORK-CURRENCY
                       PERFORM U02C-LOCATE-BRANCH
                       ADD 1 TO WS-BRN-REC-COUNT (WS-BRN-IX)
                       ADD AUD-SUMMAND-1 AUD-SUMMAND-2
                           TO WS-BRN-HASH (WS-BRN-IX)
                       ADD WS-BASE-HASH TO WS-BRN-BASE-HASH (WS-BRN-IX)
                       ADD 1 TO WS-APR-COUNT
                   END-IF
           END-READ
           .

      ******************************************************************
      *  U00K-PRINT-APPROVED-ITEM
      *  Prints one approved item's detail line, under the APPROVED
      *  ITEMS heading the first time, with the approver and the
      *  HOLDAPPR run that posted it on the line below, and its
      *  currency line (U02M) when it is not in the base.
      ******************************************************************
       U00K-PRINT-APPROVED-ITEM SECTION.
           IF WS-APR-HDG-NOT-WRITTEN
               WRITE RPT-RECORD FROM RPT-APR-HDG-LINE
               SET WS-APR-HDG-WRITTEN TO TRUE
           END-IF
           MOVE AUD-TRAN-ID TO RPT-DET-TRAN-ID
           MOVE AUD-SUMMAND-1 TO RPT-DET-SUMMAND-1
           MOVE AUD-SUMMAND-2 TO RPT-DET-SUMMAND-2
           MOVE AUD-OP-CODE TO RPT-DET-OP-CODE
           MOVE AUD-RESULT TO RPT-DET-RESULT
           MOVE AUD-REMAINDER TO RPT-DET-REMAINDER
           MOVE AUD-BRANCH TO RPT-DET-BRANCH
           MOVE AUD-BRANCH TO BRN-CODE
           PERFORM U02N-LOOKUP-BRANCH-NAME
           MOVE WS-BRNM-NAME TO RPT-DET-BRANCH-NAME
           WRITE RPT-RECORD FROM RPT-DET-LINE
           MOVE SPACES TO RPT-REF-TEXT
           STRING "APPROVED BY " AUD-APPROVER
               " - HOLDAPPR RUN-ID " AUD-RUN-ID
               DELIMITED BY SIZE INTO RPT-REF-TEXT
           WRITE RPT-RECORD FROM RPT-REF-LINE
           PERFORM U02M-PRINT-CURRENCY
           .

      ******************************************************************
      *  U02H-CHECK-APPROVAL-LIMIT
      *  Looks up the approval limit for the current transaction's
      *  branch and op-code - the branch's own card, else the "***"
      *  card for the op-code - and marks the transaction held when
      *  the result's magnitude is over it.  No card, no limit.  The
      *  limits are in the base currency, so the base-currency result
      *  is what is tested.
      ******************************************************************
       U02H-CHECK-APPROVAL-LIMIT SECTION.
           SET TRAN-NOT-HELD TO TRUE
           IF WS-LIM-COUNT > 0
               MOVE TRAN-BRANCH TO WS-WORK-BRANCH
               MOVE TRAN-OP-CODE TO WS-WORK-OP-CODE
               PERFORM U02H1-SEARCH-LIMIT
               IF WS-LIM-NOT-FOUND
                   MOVE "***" TO WS-WORK-BRANCH
                   PERFORM U02H1-SEARCH-LIMIT
               END-IF
               IF WS-LIM-FOUND
                   MOVE WS-LIM-VALUE (WS-LIM-IX) TO WS-LIM-AMOUNT
                   IF WS-BASE-RESULT < 0
                       COMPUTE WS-RESULT-MAGNITUDE = 0 - WS-BASE-RESULT
                   ELSE
                       MOVE WS-BASE-RESULT TO WS-RESULT-MAGNITUDE
                   END-IF
                   IF WS-RESULT-MAGNITUDE > WS-LIM-AMOUNT
                       SET TRAN-HELD TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      *  U02H1-SEARCH-LIMIT
      *  Searches the limits table for WS-WORK-BRANCH/WS-WORK-OP-CODE,
      *  leaving the subscript in WS-LIM-IX when found.
      ******************************************************************
       U02H1-SEARCH-LIMIT SECTION.
           SET WS-LIM-NOT-FOUND TO TRUE
           MOVE 1 TO WS-LIM-IX
           PERFORM U02H2-MATCH-LIMIT
               UNTIL WS-LIM-FOUND OR WS-LIM-IX > WS-LIM-COUNT
           .

      ******************************************************************
      *  U02H2-MATCH-LIMIT
      *  One step of the limits-table search.
      ******************************************************************
       U02H2-MATCH-LIMIT SECTION.
           IF WS-LIM-BRANCH (WS-LIM-IX) = WS-WORK-BRANCH
               AND WS-LIM-OP-CODE (WS-LIM-IX) = WS-WORK-OP-CODE
               SET WS-LIM-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-LIM-IX
           END-IF
           .

      ******************************************************************
      *  U02I-HOLD-FOR-APPROVAL
      *  Holds the current result for approval: prints the HELD FOR
      *  APPROVAL line under its detail line, counts it, and on a
      *  posting run writes it to the pending-approval file as it
      *  would have posted (copybook PNDREC), followed by one member
      *  record per continuation of a SUM/AVG so a decline can send
      *  the whole group to the repair queue.
      ******************************************************************
       U02I-HOLD-FOR-APPROVAL SECTION.
           MOVE WS-LIM-AMOUNT TO WS-LIM-AMOUNT-X
           MOVE SPACES TO RPT-REF-TEXT
           STRING "HELD FOR APPROVAL - RESULT OVER LIMIT OF "
               WS-LIM-AMOUNT-X
               DELIMITED BY SIZE INTO RPT-REF-TEXT
           WRITE RPT-RECORD FROM RPT-REF-LINE
           ADD 1 TO WS-HELD-COUNT
           IF WS-IS-POSTING
               MOVE SPACES TO PND-RECORD
               SET PND-ITEM TO TRUE
               MOVE WS-RUN-ID TO PND-HELD-RUN-ID
               MOVE WS-RUN-DATE TO PND-HELD-DATE
               MOVE TRAN-ID TO PND-TRAN-ID
               MOVE TRAN-DATE TO PND-TRAN-DATE
               MOVE SUMMAND-1 TO PND-SUMMAND-1
               MOVE SUMMAND-2 TO PND-SUMMAND-2
               MOVE TRAN-OP-CODE TO PND-OP-CODE
               MOVE RESULT TO PND-RESULT
               MOVE DIV-REMAINDER TO PND-REMAINDER
               MOVE TRAN-S1-REF TO PND-S1-REF
               MOVE TRAN-S2-REF TO PND-S2-REF
               MOVE TRAN-BRANCH TO PND-BRANCH
               MOVE WS-OPERAND-COUNT TO PND-OPERAND-COUNT
               IF TRAN-CYCLE-COUNT NUMERIC
                   MOVE TRAN-CYCLE-COUNT TO PND-CYCLE-COUNT
               ELSE
                   MOVE 0 TO PND-CYCLE-COUNT
               END-IF
               MOVE WS-LIM-AMOUNT TO PND-LIMIT
               MOVE WS-TRAN-CURRENCY TO PND-CURRENCY
               MOVE WS-RATE TO PND-RATE
               MOVE WS-BASE-RESULT TO PND-BASE-RESULT
               WRITE PND-RECORD-OUT FROM PND-RECORD
               MOVE 0 TO WS-PND-IX
               PERFORM U02J-HOLD-MEMBER
                   UNTIL WS-PND-IX >= WS-CON-COUNT
           END-IF
           .

      ******************************************************************
      *  U02J-HOLD-MEMBER
      *  Writes one continuation of a held SUM/AVG to the pending-
      *  approval file behind its header, as keyed.
      ******************************************************************
       U02J-HOLD-MEMBER SECTION.
           ADD 1 TO WS-PND-IX
           MOVE SPACES TO PND-ITEM-DATA
           SET PND-MEMBER TO TRUE
           MOVE WS-CON-RECORD (WS-PND-IX) TO PND-MEMBER-TRAN
           WRITE PND-RECORD-OUT FROM PND-RECORD
           .

      ******************************************************************
      *  U02N-LOOKUP-BRANCH-NAME
      *  Reads the branch master for the code in BRN-CODE and leaves
      *  the branch name in WS-BRNM-NAME - blank when the master is
      *  not available, NOT ON BRANCH MASTER when the code is not on
      *  it (only possible on a feed that bypassed the edit).
      ******************************************************************
       U02N-LOOKUP-BRANCH-NAME SECTION.
           MOVE SPACES TO WS-BRNM-NAME
           IF WS-BRNM-AVAILABLE
               READ BRN-FILE
                   INVALID KEY
                       MOVE "NOT ON BRANCH MASTER" TO WS-BRNM-NAME
                   NOT INVALID KEY
                       MOVE BRN-NAME TO WS-BRNM-NAME
               END-READ
           END-IF
           .

      ******************************************************************
      *  U04B-PRINT-BRANCH-SUBTOTAL
      *  Prints one branch's accepted count and summand hash subtotal
      *  in the BRANCH SUBTOTALS section of the report, with the
      *  branch name off the branch master.  The table holds a branch
      *  once per currency, so the branch prints at its first entry
      *  with every entry for it added together (U04B2) and is passed
      *  over at the later ones (U04B1).  The hash is in the base
      *  currency, so the branches add across to the ACC IN BASE
      *  line; a branch with work in any other currency has a CCY
      *  line per currency under it (U04B3) with the hash as keyed
      *  and converted.  For a base-only branch the two are the same
      *  and the line prints as it always did.
      ******************************************************************
       U04B-PRINT-BRANCH-SUBTOTAL SECTION.
           ADD 1 TO WS-BRN-IX
           SET WS-GRP-FIRST TO TRUE
           MOVE 1 TO WS-BRN-JX
           PERFORM U04B1-CHECK-EARLIER-BRANCH
               UNTIL WS-GRP-NOT-FIRST OR WS-BRN-JX >= WS-BRN-IX
           IF WS-GRP-FIRST
               MOVE 0 TO WS-GRP-REC-COUNT
               MOVE 0 TO WS-GRP-HASH
               MOVE 0 TO WS-GRP-BASE-HASH
               SET WS-GRP-BASE-ONLY TO TRUE
               MOVE WS-BRN-IX TO WS-BRN-JX
               PERFORM U04B2-ADD-BRANCH-ENTRY
                   UNTIL WS-BRN-JX > WS-BRN-COUNT
               MOVE WS-BRN-CODE (WS-BRN-IX) TO RPT-BRN-CODE
               IF WS-BRN-CODE (WS-BRN-IX) = "***"
                   MOVE "OVERFLOW - CODES COMBINED" TO RPT-BRN-NAME
               ELSE
                   MOVE WS-BRN-CODE (WS-BRN-IX) TO BRN-CODE
                   PERFORM U02N-LOOKUP-BRANCH-NAME
                   MOVE WS-BRNM-NAME TO RPT-BRN-NAME
               END-IF
               MOVE WS-GRP-REC-COUNT TO RPT-BRN-COUNT
               MOVE WS-GRP-BASE-HASH TO RPT-BRN-HASH
               WRITE RPT-RECORD FROM RPT-BRN-LINE
               IF WS-GRP-FOREIGN
                   MOVE WS-BRN-IX TO WS-BRN-JX
                   PERFORM U04B3-PRINT-BRANCH-CURRENCY
                       UNTIL WS-BRN-JX > WS-BRN-COUNT
               END-IF
           END-IF
           .

      ******************************************************************
      *  U04B1-CHECK-EARLIER-BRANCH
      *  One step of the search for an earlier table entry of the
      *  branch at WS-BRN-IX - found means it has already printed.
      ******************************************************************
       U04B1-CHECK-EARLIER-BRANCH SECTION.
           IF WS-BRN-CODE (WS-BRN-JX) = WS-BRN-CODE (WS-BRN-IX)
               SET WS-GRP-NOT-FIRST TO TRUE
           ELSE
               ADD 1 TO WS-BRN-JX
           END-IF
           .

      ******************************************************************
      *  U04B2-ADD-BRANCH-ENTRY
      *  Adds the table entry at WS-BRN-JX into the branch total when
      *  it is the branch at WS-BRN-IX, noting any currency other
      *  than the base.
      ******************************************************************
       U04B2-ADD-BRANCH-ENTRY SECTION.
           IF WS-BRN-CODE (WS-BRN-JX) = WS-BRN-CODE (WS-BRN-IX)
               ADD WS-BRN-REC-COUNT (WS-BRN-JX) TO WS-GRP-REC-COUNT
               ADD WS-BRN-HASH (WS-BRN-JX) TO WS-GRP-HASH
               ADD WS-BRN-BASE-HASH (WS-BRN-JX) TO WS-GRP-BASE-HASH
               IF WS-BRN-CURRENCY (WS-BRN-JX) NOT = WS-BASE-CURRENCY
                   SET WS-GRP-FOREIGN TO TRUE
               END-IF
           END-IF
           ADD 1 TO WS-BRN-JX
           .

      ******************************************************************
      *  U04B3-PRINT-BRANCH-CURRENCY
      *  Prints the CCY line for the table entry at WS-BRN-JX when it
      *  is the branch at WS-BRN-IX: its count and hash in its own
      *  currency and in the base.
      ******************************************************************
       U04B3-PRINT-BRANCH-CURRENCY SECTION.
           IF WS-BRN-CODE (WS-BRN-JX) = WS-BRN-CODE (WS-BRN-IX)
               MOVE WS-BRN-CURRENCY (WS-BRN-JX) TO RPT-BCY-CURRENCY
               MOVE WS-BRN-REC-COUNT (WS-BRN-JX) TO RPT-BCY-COUNT
               MOVE WS-BRN-HASH (WS-BRN-JX) TO RPT-BCY-HASH
               MOVE WS-BRN-BASE-HASH (WS-BRN-JX) TO RPT-BCY-BASE
               WRITE RPT-RECORD FROM RPT-BCY-LINE
           END-IF
           ADD 1 TO WS-BRN-JX
           .

      ******************************************************************
      *  U04F-PRINT-CURRENCY-SUBTOTAL
      *  Prints one currency's line in the CURRENCY SUBTOTALS section:
      *  the accepted count and summand hash in the currency and in
      *  the base, added up across the branch-subtotal table at the
      *  currency's first entry (U04F2) and passed over at the later
      *  ones (U04F1).  The lines add across to the ACCEPTED line in
      *  count and to the ACC IN BASE line in base hash.
      ******************************************************************
       U04F-PRINT-CURRENCY-SUBTOTAL SECTION.
           ADD 1 TO WS-BRN-IX
           SET WS-GRP-FIRST TO TRUE
           MOVE 1 TO WS-BRN-JX
           PERFORM U04F1-CHECK-EARLIER-CURRENCY
               UNTIL WS-GRP-NOT-FIRST OR WS-BRN-JX >= WS-BRN-IX
           IF WS-GRP-FIRST
               MOVE 0 TO WS-GRP-REC-COUNT
               MOVE 0 TO WS-GRP-HASH
               MOVE 0 TO WS-GRP-BASE-HASH
               MOVE WS-BRN-IX TO WS-BRN-JX
               PERFORM U04F2-ADD-CURRENCY-ENTRY
                   UNTIL WS-BRN-JX > WS-BRN-COUNT
               MOVE WS-BRN-CURRENCY (WS-BRN-IX) TO RPT-BCY-CURRENCY
               MOVE WS-GRP-REC-COUNT TO RPT-BCY-COUNT
               MOVE WS-GRP-HASH TO RPT-BCY-HASH
               MOVE WS-GRP-BASE-HASH TO RPT-BCY-BASE
               WRITE RPT-RECORD FROM RPT-BCY-LINE
           END-IF
           .

      ******************************************************************
      *  U04F1-CHECK-EARLIER-CURRENCY
      *  One step of the search for an earlier table entry in the
      *  currency at WS-BRN-IX - found means it has already printed.
      ******************************************************************
       U04F1-CHECK-EARLIER-CURRENCY SECTION.
           IF WS-BRN-CURRENCY (WS-BRN-JX) = WS-BRN-CURRENCY (WS-BRN-IX)
               SET WS-GRP-NOT-FIRST TO TRUE
           ELSE
               ADD 1 TO WS-BRN-JX
           END-IF
           .

      ******************************************************************
      *  U04F2-ADD-CURRENCY-ENTRY
      *  Adds the table entry at WS-BRN-JX into the currency total
      *  when it is in the currency at WS-BRN-IX.
      ******************************************************************
       U04F2-ADD-CURRENCY-ENTRY SECTION.
           IF WS-BRN-CURRENCY (WS-BRN-JX) = WS-BRN-CURRENCY (WS-BRN-IX)
               ADD WS-BRN-REC-COUNT (WS-BRN-JX) TO WS-GRP-REC-COUNT
               ADD WS-BRN-HASH (WS-BRN-JX) TO WS-GRP-HASH
               ADD WS-BRN-BASE-HASH (WS-BRN-JX) TO WS-GRP-BASE-HASH
           END-IF
           ADD 1 TO WS-BRN-JX
           .

      ******************************************************************
      *  U04G-PRINT-READ-CURRENCY
      *  Prints one currency's records read and keyed summand hash
      *  under the ACTUAL READ line; the lines add across to it.
      ******************************************************************
       U04G-PRINT-READ-CURRENCY SECTION.
           ADD 1 TO WS-CCY-IX
           MOVE WS-CCY-CODE (WS-CCY-IX) TO RPT-REC-CCY-CODE
           MOVE WS-CCY-READ-COUNT (WS-CCY-IX) TO RPT-REC-CCY-COUNT
           MOVE WS-CCY-READ-HASH (WS-CCY-IX) TO RPT-REC-CCY-HASH
           WRITE RPT-RECORD FROM RPT-REC-CCY-LINE
           .

      ******************************************************************
      *  (accepted count and summand hash per originating branch,
      *  adding across to the run totals below it) prints first, so
      *  each branch can tick off its own work before the run-level
      *  balancing.  When the run saw work in any currency other than
      *  the base, the branch lines are in the base, a CURRENCY
      *  SUBTOTALS section follows them, the ACTUAL READ line is
      *  broken down by currency (the trailer itself only knows the
      *  keyed amounts, so the verdict is still on the whole feed)
      *  and the accepted and cumulative hashes are repeated in the
      *  base; CTL-FILE records the base figures beside the others.
      *
      *  The reconciliation status is BALANCED/OUT OF BALANCE only
      *  when this run actually saw a TRANIN trailer record
      *  carried
      *  in CTL-FILE are printed alongside it purely as a running
      *  audit figure and play no part in this decision either way.
      *  The ACCEPTED line is the run's own accepted count and
      *  summand hash (what the branch subtotals add across to); it
      *  is recorded in CTL-FILE too, for the GLBUILD general-ledger
      *  step to tie its journal batch back to.  Approved items
      *  posted off APRPOST are accepted work of this cycle and are
      *  in both; results held for approval are in neither.  A clean
      *  posting finish empties APRPOST, like the checkpoint, so no
      *  approved item posts twice.
      *
      *  On a REPORT-ONLY run, CTL-FILE is not rewritten and
      *  CKPT-FILE is left alone - the run leaves no permanent trace.
      *  On a reject-tolerance abort the abort line is printed, the
      *  checkpoint is retained (like an abend, so the run could be
      *  restarted once the feed is sorted out) and RETURN-CODE is
      *  12; rejects alone still return 4.  A posting run also
      *  prints its run-id and history journal entry count - the
      *  run-id is what HISTBOUT is given to back the cycle out.  A
      *  journal that never opened ends the run as an abort (U00
      *  read no transaction and no APRPOST item, so no history
      *  update went unjournaled): no abort-percentage line, the
      *  checkpoint, CTL-FILE and APRPOST are left as they were for
      *  the rerun, and RETURN-CODE is 12.  A stream run prints no
      *  cumulative line, leaves the acknowledgment "AT MERGE", does
      *  not rewrite CTL-FILE and writes its STRMCTL record (U04D)
      *  for STRMERGE instead.
      ******************************************************************
       U04-TERMINATION SECTION.
           IF WS-BRN-COUNT > 0
               MOVE 0 TO WS-BRN-IX
               PERFORM U04B-PRINT-BRANCH-SUBTOTAL
                   UNTIL WS-BRN-IX >= WS-BRN-COUNT
               IF WS-FOREIGN-SEEN
                   WRITE RPT-RECORD FROM RPT-CCY-HDG-LINE
                   MOVE 0 TO WS-BRN-IX
                   PERFORM U04F-PRINT-CURRENCY-SUBTOTAL
                       UNTIL WS-BRN-IX >= WS-BRN-COUNT
               END-IF
           END-IF
           MOVE WS-RECORD-COUNT TO RPT-FTR-COUNT
           WRITE RPT-RECORD FROM RPT-FTR-LINE
           WRITE RPT-RECORD FROM RPT-FTR2-LINE
           MOVE WS-DUP-COUNT TO RPT-FTR3-COUNT
           WRITE RPT-RECORD FROM RPT-FTR3-LINE
           MOVE WS-HELD-COUNT TO RPT-FTR4-COUNT
           WRITE RPT-RECORD FROM RPT-FTR4-LINE
           MOVE WS-APR-COUNT TO RPT-FTR5-COUNT
           WRITE RPT-RECORD FROM RPT-FTR5-LINE
           MOVE WS-DUP-COUNT TO DUP-FTR-COUNT
           WRITE DUP-RECORD-OUT FROM DUP-FTR-LINE
           WRITE RPT-RECORD FROM RPT-REC-HDG-LINE
           MOVE WS-TRAN-READ-COUNT TO RPT-REC-CURR-COUNT
           MOVE WS-READ-HASH-TOTAL TO RPT-REC-CURR-HASH
           WRITE RPT-RECORD FROM RPT-REC-CURR-LINE
           IF WS-FOREIGN-SEEN
               MOVE 0 TO WS-CCY-IX
               PERFORM U04G-PRINT-READ-CURRENCY
                   UNTIL WS-CCY-IX >= WS-CCY-COUNT
           END-IF
           MOVE WS-EXPECTED-COUNT TO RPT-REC-EXP-COUNT
           MOVE WS-EXPECTED-HASH TO RPT-REC-EXP-HASH
           WRITE RPT-RECORD FROM RPT-REC-EXP-LINE
           MOVE WS-RECORD-COUNT TO RPT-REC-ACC-COUNT
           MOVE WS-HASH-TOTAL TO RPT-REC-ACC-HASH
           WRITE RPT-RECORD FROM RPT-REC-ACC-LINE
           IF WS-FOREIGN-SEEN
               MOVE "ACC IN BASE:" TO RPT-REC-BASE-LABEL
               MOVE WS-HASH-BASE-TOTAL TO RPT-REC-BASE-HASH
               WRITE RPT-RECORD FROM RPT-REC-BASE-LINE
           END-IF
           IF WS-SINGLE-STREAM
               ADD WS-RECORD-COUNT TO WS-CUML-RECORD-COUNT
               ADD WS-HASH-TOTAL TO WS-CUML-HASH-TOTAL
               ADD WS-HASH-BASE-TOTAL TO WS-CUML-BASE-HASH
               MOVE WS-CUML-RECORD-COUNT TO RPT-REC-CUML-COUNT
               MOVE WS-CUML-HASH-TOTAL TO RPT-REC-CUML-HASH
               WRITE RPT-RECORD FROM RPT-REC-CUML-LINE
               IF WS-CUML-BASE-HASH NOT = WS-CUML-HASH-TOTAL
                   MOVE "CUML IN BASE:" TO RPT-REC-BASE-LABEL
                   MOVE WS-CUML-BASE-HASH TO RPT-REC-BASE-HASH
                   WRITE RPT-RECORD FROM RPT-REC-BASE-LINE
               END-IF
           END-IF
           IF WS-TRAILER-NOT-SEEN
               MOVE "NO TRAILER SUPPLIED" TO RPT-REC-STATUS
           ELSE
               END-IF
           END-IF
           WRITE RPT-RECORD FROM RPT-REC-STATUS-LINE
           IF WS-SINGLE-STREAM
               PERFORM U04A-ACK-RECONCILE
           ELSE
               MOVE "AT MERGE" TO RPT-ACK-STATUS
               WRITE RPT-RECORD FROM RPT-ACK-STATUS-LINE
           END-IF
           IF WS-IS-POSTING
               MOVE WS-RUN-ID TO RPT-JRN-RUN-ID
               MOVE WS-JRN-COUNT TO RPT-JRN-COUNT
               IF WS-JRN-FAILED
                   MOVE SPACES TO RPT-JRN-STATUS
                   STRING "NOT OPENED STATUS " WS-JRN-STATUS
                       DELIMITED BY SIZE INTO RPT-JRN-STATUS
               ELSE
                   MOVE "JOURNALED" TO RPT-JRN-STATUS
               END-IF
               WRITE RPT-RECORD FROM RPT-JRN-LINE
           END-IF
           IF WS-RUN-ABORTED AND NOT WS-JRN-FAILED
               MOVE WS-REJECT-PCT TO RPT-ABORT-PCT
               WRITE RPT-RECORD FROM RPT-ABORT-LINE
           END-IF
           IF WS-IS-POSTING AND WS-RUN-NOT-ABORTED
               AND WS-SINGLE-STREAM
               MOVE WS-RUN-DATE TO CTL-RUN-DATE
               MOVE WS-CUML-RECORD-COUNT TO CTL-RECORD-COUNT
               MOVE WS-CUML-HASH-TOTAL TO CTL-HASH-TOTAL
               MOVE WS-EXT-COUNT TO CTL-EXT-COUNT
               MOVE WS-EXT-HASH TO CTL-EXT-HASH
               MOVE WS-RECORD-COUNT TO CTL-ACC-COUNT
               MOVE WS-HASH-TOTAL TO CTL-ACC-HASH
               MOVE WS-CUML-BASE-HASH TO CTL-CUML-BASE-HASH
               MOVE WS-HASH-BASE-TOTAL TO CTL-ACC-BASE-HASH
               MOVE WS-EXT-BASE-HASH TO CTL-EXT-BASE-HASH
               OPEN OUTPUT CTL-FILE
               WRITE CTL-RECORD-IO FROM CTL-RECORD
               CLOSE CTL-FILE
               OPEN OUTPUT CKPT-FILE
               CLOSE CKPT-FILE
           END-IF
           IF WS-IS-POSTING AND WS-RUN-NOT-ABORTED
               AND WS-APR-AVAILABLE
               OPEN OUTPUT APR-FILE
               CLOSE APR-FILE
           END-IF
           CLOSE TRAN-FILE
           CLOSE RPT-FILE
           CLOSE REJ-FILE
           CLOSE AUD-FILE
           CLOSE EXT-FILE
           CLOSE DUP-FILE
           CLOSE PND-FILE
           CLOSE HIST-FILE
           IF WS-JRN-OPEN
               CLOSE JRN-FILE
           END-IF
           IF WS-BRNM-AVAILABLE
               CLOSE BRN-FILE
           END-IF
           IF WS-RAT-AVAILABLE
               CLOSE RAT-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-ABORTED
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           IF NOT WS-SINGLE-STREAM
               PERFORM U04D-WRITE-STREAM-CONTROL
           END-IF
           PERFORM U04C-WRITE-CYCLE-STATUS
           .

               MOVE WS-DUP-COUNT TO CYC-DUP-COUNT
               MOVE RPT-REC-STATUS TO CYC-TRL-VERDICT
               MOVE RPT-ACK-STATUS TO CYC-ACK-VERDICT
               MOVE WS-STREAM-ID TO CYC-STREAM
               WRITE CYC-RECORD-OUT FROM CYC-RECORD
               CLOSE CYC-FILE
           END-IF
           .

      ******************************************************************
      *  U04D-WRITE-STREAM-CONTROL
      *  On a stream run, writes the stream's STRMCTL record (copybook
      *  SCTREC) with the figures STRMERGE adds up for the cycle -
      *  what CTL-FILE and the acknowledgment balance would otherwise
      *  have been given here.  Written on every run mode, SCT-MODE
      *  saying whether anything posted.  Unlike the cycle-status
      *  record this one is business output: a STRMCTL that will not
      *  open leaves the merge unable to commit the cycle, so it
      *  raises RETURN-CODE 8 unless something ranks higher.
      ******************************************************************
       U04D-WRITE-STREAM-CONTROL SECTION.
           OPEN OUTPUT SCT-FILE
           IF WS-SCT-STATUS = "00"
               MOVE SPACES TO SCT-RECORD
               MOVE WS-STREAM-ID TO SCT-STREAM
               MOVE WS-RUN-DATE TO SCT-RUN-DATE
               MOVE WS-RUN-ID TO SCT-RUN-ID
               MOVE RETURN-CODE TO SCT-RETURN-CODE
               EVALUATE TRUE
                   WHEN WS-RUN-ABORTED
                       SET SCT-ABORTED TO TRUE
                   WHEN WS-REPORT-ONLY
                       SET SCT-REPORT-ONLY TO TRUE
                   WHEN OTHER
                       SET SCT-POSTED TO TRUE
               END-EVALUATE
               MOVE RPT-REC-STATUS TO SCT-TRL-VERDICT
               MOVE WS-TRAN-READ-COUNT TO SCT-READ-COUNT
               MOVE WS-READ-HASH-TOTAL TO SCT-READ-HASH
               MOVE WS-EXPECTED-COUNT TO SCT-EXP-COUNT
               MOVE WS-EXPECTED-HASH TO SCT-EXP-HASH
               MOVE WS-RECORD-COUNT TO SCT-ACC-COUNT
               MOVE WS-HASH-TOTAL TO SCT-ACC-HASH
               MOVE WS-REJECT-COUNT TO SCT-REJECT-COUNT
               MOVE WS-DUP-COUNT TO SCT-DUP-COUNT
               MOVE WS-HELD-COUNT TO SCT-HELD-COUNT
               MOVE WS-APR-COUNT TO SCT-APR-COUNT
               MOVE WS-EXT-COUNT TO SCT-EXT-COUNT
               MOVE WS-EXT-HASH TO SCT-EXT-HASH
               MOVE WS-JRN-COUNT TO SCT-JRN-COUNT
               MOVE WS-BRN-COUNT TO SCT-BRN-COUNT
               MOVE 0 TO WS-BRN-IX
               PERFORM U04E-SAVE-STREAM-BRANCH
                   UNTIL WS-BRN-IX >= WS-BRN-COUNT
               MOVE WS-HASH-BASE-TOTAL TO SCT-ACC-BASE-HASH
               MOVE WS-EXT-BASE-HASH TO SCT-EXT-BASE-HASH
               MOVE WS-CCY-COUNT TO SCT-CCY-COUNT
               MOVE 0 TO WS-CCY-IX
               PERFORM U04H-SAVE-STREAM-CURRENCY
                   UNTIL WS-CCY-IX >= WS-CCY-COUNT
               WRITE SCT-RECORD-OUT FROM SCT-RECORD
               CLOSE SCT-FILE
           ELSE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .

      ******************************************************************
      *  U04E-SAVE-STREAM-BRANCH
      *  Copies one branch-subtotal table entry into the stream
      *  control record being built by U04D-WRITE-STREAM-CONTROL.
      ******************************************************************
       U04E-SAVE-STREAM-BRANCH SECTION.
           ADD 1 TO WS-BRN-IX
           MOVE WS-BRN-CODE (WS-BRN-IX)
               TO SCT-BRN-CODE (WS-BRN-IX)
           MOVE WS-BRN-REC-COUNT (WS-BRN-IX)
               TO SCT-BRN-REC-COUNT (WS-BRN-IX)
           MOVE WS-BRN-HASH (WS-BRN-IX)
               TO SCT-BRN-HASH (WS-BRN-IX)
           MOVE WS-BRN-CURRENCY (WS-BRN-IX)
               TO SCT-BRN-CURRENCY (WS-BRN-IX)
           MOVE WS-BRN-BASE-HASH (WS-BRN-IX)
               TO SCT-BRN-BASE-HASH (WS-BRN-IX)
           .

      ******************************************************************
      *  U04H-SAVE-STREAM-CURRENCY
      *  Copies one read-by-currency table entry into the stream
      *  control record being built by U04D-WRITE-STREAM-CONTROL.
      ******************************************************************
       U04H-SAVE-STREAM-CURRENCY SECTION.
           ADD 1 TO WS-CCY-IX
           MOVE WS-CCY-CODE (WS-CCY-IX)
               TO SCT-CCY-CODE (WS-CCY-IX)
           MOVE WS-CCY-READ-COUNT (WS-CCY-IX)
               TO SCT-CCY-READ-COUNT (WS-CCY-IX)
           MOVE WS-CCY-READ-HASH (WS-CCY-IX)
               TO SCT-CCY-READ-HASH (WS-CCY-IX)
           .

      ******************************************************************
      *  U04A-ACK-RECONCILE
      *  Balances the downstream consumer's acknowledgment of the
