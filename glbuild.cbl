       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBUILD.
       AUTHOR. BATCH-SUPPORT.

      ******************************************************************
      *  GLBUILD - GENERAL-LEDGER JOURNAL BUILD
      *  ----------------------------------------------------------------
      *  Turns the cycle's accepted calculations into one balanced
      *  journal batch for the general ledger's journal import
      *  (GLJRNL, copybook GLJREC): a header, the entries, and a
      *  trailer carrying the batch control totals.
      *
      *  The cycle's audit generation (AUDIN, copybook AUDREC - one
      *  record per accepted calculation) is summarized by branch
      *  (AUD-BRANCH) and op-code, in the base currency - each
      *  result is taken at its base-currency equivalent
      *  (AUD-BASE-RESULT; a blank AUD-CURRENCY is the base).  Each
      *  combination is posted to the debit and credit accounts the
      *  account-mapping table (GLMAP, copybook GLMREC) names for
      *  it, as a balancing pair of entries for the net of its
      *  results; a combination that nets negative is posted the
      *  other way round, and one that nets to zero makes no entry.
      *  A combination with no mapping is not dropped: it is listed
      *  on the exception report (GLEXCP) and written to the held
      *  generation (GLHELD, copybook GLHREC), which the next
      *  cycle's run reads back in and posts as soon as a mapping
      *  card exists.
      *
      *  Before anything is written the audit generation is tied back
      *  to what HELLOWORLD recorded for the cycle in CTL-FILE
      *  (copybook CTLREC): the accepted count and summand hash
      *  printed on its reconciliation section, and the base-currency
      *  result total it sent downstream.  A generation that does not
      *  tie - a restart that repeated a window, the wrong generation
      *  supplied, a REPORT-ONLY calculation - builds no batch: the
      *  journal is left empty and the held amounts are carried
      *  through untouched, so a rerun once the cause is put right
      *  picks everything up again.  The reconciliation section
      *  shows the tie, and that what was journaled plus what is
      *  held accounts for what was accepted plus what was brought
      *  in held.
      *
      *  RETURN-CODE:  0  batch built, tied and balanced, nothing
      *                   held
      *                4  batch built, but combinations were held
      *                   for want of a mapping or a mapping card
      *                   was in error
      *                8  batch not built - the audit generation
      *                   does not tie to CTL-FILE, or the batch
      *                   would not balance
      *               12  batch not built - GLMAP, the held
      *                   generation or the audit generation is
      *                   unusable, or a table overflowed
      *
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------------
      *  2026-10-15  Initial version.
      *  2026-10-15  AUD-RECORD grew to 114 bytes with the approving
      *              supervisor's id (AUD-APPROVER).  Approved items
      *              HELLOWORLD posts off APRPOST are in the audit
      *              generation and in its accepted totals, so they
      *              journal like any other calculation.
      *  2026-10-15  AUD-RECORD grew to 122 bytes with the business
      *              date (AUD-TRAN-DATE); the journal is unchanged.
      *  2026-10-15  Multi-currency.  The ledger posts in the base
      *              currency: each calculation is journaled at its
      *              base-currency result (AUD-BASE-RESULT, audit 146
      *              bytes) and the result total ties to the extract
      *              base total (CTL-EXT-BASE-HASH, CTL-FILE 116
      *              bytes).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-FILE ASSIGN TO "AUDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT CTL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT HLI-FILE ASSIGN TO "HELDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLI-STATUS.

           SELECT HLO-FILE ASSIGN TO "HELDOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GLJ-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GLR-FILE ASSIGN TO "GLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GLX-FILE ASSIGN TO "GLEXCP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUD-FILE.
       01  AUD-RECORD-IN            PIC X(146).

       FD  MAP-FILE.
       01  MAP-RECORD-IN            PIC X(80).

       FD  CTL-FILE.
       01  CTL-RECORD-IO            PIC X(116).

       FD  HLI-FILE.
       01  HLI-RECORD-IN            PIC X(80).

       FD  HLO-FILE.
       01  HLO-RECORD-OUT           PIC X(80).

       FD  GLJ-FILE.
       01  GLJ-RECORD-OUT           PIC X(80).

       FD  GLR-FILE.
       01  GLR-RECORD               PIC X(80).

       FD  GLX-FILE.
       01  GLX-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUD-STATUS            PIC X(02).
       01  WS-MAP-STATUS            PIC X(02).
       01  WS-CTL-STATUS            PIC X(02).
       01  WS-HLI-STATUS            PIC X(02).

       01  AUD-EOF-SW          PIC X(01) VALUE 'N'.
           88  AUD-EOF                   VALUE 'Y'.
           88  AUD-NOT-EOF               VALUE 'N'.

       01  MAP-EOF-SW          PIC X(01) VALUE 'N'.
           88  MAP-EOF                   VALUE 'Y'.
           88  MAP-NOT-EOF               VALUE 'N'.

       01  HLI-EOF-SW          PIC X(01) VALUE 'N'.
           88  HLI-EOF                   VALUE 'Y'.
           88  HLI-NOT-EOF               VALUE 'N'.

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-RUN-ID                PIC X(16).
       01  WS-POST-DATE             PIC 9(08) VALUE 0.

       01  WS-FAIL-SW               PIC X(01) VALUE 'N'.
           88  WS-RUN-FAILED                 VALUE 'Y'.
           88  WS-RUN-OK                     VALUE 'N'.

       01  WS-CTL-SW                PIC X(01) VALUE 'N'.
           88  WS-CTL-PRESENT                VALUE 'Y'.
           88  WS-CTL-ABSENT                 VALUE 'N'.

       01  WS-TIE-SW                PIC X(01) VALUE 'N'.
           88  WS-BATCH-TIED                 VALUE 'Y'.
           88  WS-BATCH-NOT-TIED             VALUE 'N'.

       01  WS-BUILD-SW              PIC X(01) VALUE 'N'.
           88  WS-BATCH-BUILT                VALUE 'Y'.
           88  WS-BATCH-NOT-BUILT            VALUE 'N'.

       01  WS-BAL-SW                PIC X(01) VALUE 'Y'.
           88  WS-BATCH-BALANCED             VALUE 'Y'.
           88  WS-BATCH-OUT-OF-BALANCE       VALUE 'N'.

      ******************************************************************
      *  What HELLOWORLD recorded for the cycle in CTL-FILE: its
      *  accepted count and summand hash and the result total it
      *  sent downstream, in the base currency.  WS-POST-AMOUNT is
      *  the current audit record's result in the base.
      ******************************************************************
       01  WS-CTL-COUNT             PIC 9(08) VALUE 0.
       01  WS-CTL-HASH              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-POST-AMOUNT           PIC S9(08)V99 VALUE 0.

      ******************************************************************
      *  Totals for each leg of the reconciliation: the audit
      *  generation as read, the held amounts brought in and carried
      *  out, and what the batch journaled.  Count is calculations,
      *  hash the summand hash, amount the net of the results.
      ******************************************************************
       01  WS-AUD-COUNT             PIC 9(08) COMP VALUE 0.
       01  WS-AUD-HASH              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-AUD-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-HIN-COUNT             PIC 9(08) COMP VALUE 0.
       01  WS-HIN-HASH              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-HIN-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-HOUT-COUNT            PIC 9(08) COMP VALUE 0.
       01  WS-HOUT-HASH             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-HOUT-AMOUNT           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-JRN-COUNT             PIC 9(08) COMP VALUE 0.
       01  WS-JRN-HASH              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-JRN-AMOUNT            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CHECK-COUNT           PIC 9(08) COMP VALUE 0.
       01  WS-CHECK-HASH            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CHECK-AMOUNT          PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-LINE-COUNT            PIC 9(06) COMP VALUE 0.
       01  WS-DEBIT-TOTAL           PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-CREDIT-TOTAL          PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-MAP-READ-COUNT        PIC 9(06) COMP VALUE 0.
       01  WS-MAP-ERROR-COUNT       PIC 9(06) COMP VALUE 0.
       01  WS-POSTED-COUNT          PIC 9(06) COMP VALUE 0.
       01  WS-HELD-COUNT            PIC 9(06) COMP VALUE 0.

      ******************************************************************
      *  The account-mapping table as loaded from GLMAP.  A branch of
      *  "***" is the fallback for every branch without a card of its
      *  own for the op-code.
      ******************************************************************
       01  WS-MAP-LIMIT             PIC 9(04) COMP VALUE 200.
       01  WS-MAP-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 200 TIMES.
               10  WS-MAP-BRANCH        PIC X(03).
               10  WS-MAP-OP-CODE       PIC X(03).
               10  WS-MAP-DR-ACCOUNT    PIC X(12).
               10  WS-MAP-CR-ACCOUNT    PIC X(12).
       01  WS-MAP-IX                PIC 9(04) COMP VALUE 0.
       01  WS-MAP-SW                PIC X(01) VALUE 'N'.
           88  WS-MAP-FOUND                  VALUE 'Y'.
           88  WS-MAP-NOT-FOUND              VALUE 'N'.
       01  WS-MAP-REASON            PIC X(26).

      ******************************************************************
      *  The batch's summary: one row per branch/op-code/origin
      *  cycle.  Held amounts brought in keep their own rows (and
      *  origin dates); the cycle's audit records are summed into
      *  rows dated with the posting date.
      ******************************************************************
       01  WS-SUM-LIMIT             PIC 9(04) COMP VALUE 500.
       01  WS-SUM-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-SUM-TABLE.
           05  WS-SUM-ENTRY OCCURS 500 TIMES.
               10  WS-SUM-BRANCH        PIC X(03).
               10  WS-SUM-OP-CODE       PIC X(03).
               10  WS-SUM-ORIGIN        PIC 9(08).
               10  WS-SUM-ITEMS         PIC 9(08) COMP.
               10  WS-SUM-AMOUNT        PIC S9(11)V99 COMP-3.
               10  WS-SUM-HASH          PIC S9(11)V99 COMP-3.
       01  WS-SUM-IX                PIC 9(04) COMP VALUE 0.
       01  WS-SUM-SW                PIC X(01) VALUE 'N'.
           88  WS-SUM-FOUND                  VALUE 'Y'.
           88  WS-SUM-NOT-FOUND              VALUE 'N'.

       01  WS-WORK-BRANCH           PIC X(03).
       01  WS-WORK-OP-CODE          PIC X(03).
       01  WS-NET-ABS               PIC 9(11)V99 COMP-3 VALUE 0.
       01  WS-ENTRY-ACCOUNT         PIC X(12).
       01  WS-ENTRY-DR-CR           PIC X(01).

       COPY AUDREC.
       COPY CTLREC.
       COPY GLMREC.
       COPY GLHREC.
       COPY GLJREC.
       COPY GLRREC.

       PROCEDURE DIVISION.
           PERFORM U00-INITIALIZE
           PERFORM U01-ACCUMULATE-AUDIT
               UNTIL AUD-EOF
           PERFORM U02-TIE-BACK
           IF WS-BATCH-BUILT
               PERFORM U03-WRITE-BATCH
           ELSE
               PERFORM U03E-CARRY-HELD-THROUGH
           END-IF
           PERFORM U04-TERMINATION
           GOBACK
           .

      ******************************************************************
      *  U00-INITIALIZE
      *  Opens the outputs, writes the report headings, reads
      *  HELLOWORLD's cycle figures off CTL-FILE, loads the account
      *  mappings and the held amounts brought in, and primes the
      *  audit read.  GLMAP, the held generation or the audit
      *  generation failing to open fails the run (RC 12) - it is
      *  reported and the audit read is never primed, so nothing is
      *  summarized.
      ******************************************************************
       U00-INITIALIZE SECTION.
           OPEN OUTPUT GLR-FILE
           OPEN OUTPUT GLX-FILE
           OPEN OUTPUT GLJ-FILE
           OPEN OUTPUT HLO-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-RUN-ID(1:8)
           MOVE WS-CURRENT-TIME TO WS-RUN-ID(9:8)
           MOVE "GLBUILD" TO GLR-HDG-PROGRAM
           MOVE WS-RUN-DATE(1:4) TO GLR-HDG-RUN-DATE(1:4)
           MOVE "-" TO GLR-HDG-RUN-DATE(5:1)
           MOVE WS-RUN-DATE(5:2) TO GLR-HDG-RUN-DATE(6:2)
           MOVE "-" TO GLR-HDG-RUN-DATE(8:1)
           MOVE WS-RUN-DATE(7:2) TO GLR-HDG-RUN-DATE(9:2)
           WRITE GLR-RECORD FROM GLR-HDG-1-LINE
           WRITE GLX-RECORD FROM GLR-HDG-1-LINE
           WRITE GLX-RECORD FROM GLX-TITLE-LINE
           WRITE GLX-RECORD FROM GLX-HDG-LINE
           PERFORM U00A-READ-CONTROL
           MOVE WS-RUN-ID TO GLR-BATCH-ID
           MOVE WS-POST-DATE TO GLR-BATCH-POST-DATE
           WRITE GLR-RECORD FROM GLR-BATCH-LINE
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS = "00"
               PERFORM U00B-LOAD-MAP-CARD
                   UNTIL MAP-EOF
               CLOSE MAP-FILE
           ELSE
               SET WS-RUN-FAILED TO TRUE
               MOVE SPACES TO GLR-ERR-TEXT
               STRING "GLMAP OPEN FAILED - STATUS " WS-MAP-STATUS
                   " - BATCH NOT BUILT"
                   DELIMITED BY SIZE INTO GLR-ERR-TEXT
               WRITE GLR-RECORD FROM GLR-ERR-LINE
           END-IF
           OPEN INPUT HLI-FILE
           IF WS-HLI-STATUS = "00"
               PERFORM U00D-LOAD-HELD-AMOUNT
                   UNTIL HLI-EOF
               CLOSE HLI-FILE
           ELSE
               SET WS-RUN-FAILED TO TRUE
               MOVE SPACES TO GLR-ERR-TEXT
               STRING "HELDIN OPEN FAILED - STATUS " WS-HLI-STATUS
                   " - BATCH NOT BUILT"
                   DELIMITED BY SIZE INTO GLR-ERR-TEXT
               WRITE GLR-RECORD FROM GLR-ERR-LINE
           END-IF
           OPEN INPUT AUD-FILE
           IF WS-AUD-STATUS NOT = "00"
               SET WS-RUN-FAILED TO TRUE
               MOVE SPACES TO GLR-ERR-TEXT
               STRING "AUDIN OPEN FAILED - STATUS " WS-AUD-STATUS
                   " - BATCH NOT BUILT"
                   DELIMITED BY SIZE INTO GLR-ERR-TEXT
               WRITE GLR-RECORD FROM GLR-ERR-LINE
           END-IF
           IF WS-RUN-OK
               PERFORM U01B-READ-AUDIT
           ELSE
               SET AUD-EOF TO TRUE
           END-IF
           .

      ******************************************************************
      *  U00A-READ-CONTROL
      *  Reads HELLOWORLD's control record for the cycle.  Its run
      *  date is the batch's posting date; its accepted count, summand
      *  hash and extract base-currency result total are what the
      *  audit generation must tie to (the result total as sent, for
      *  a record from before the base figures were kept).  A record
      *  that is missing or still in the layout from before the
      *  accepted figures were recorded leaves the control absent,
      *  which U02-TIE-BACK refuses to build on; the posting date
      *  then falls back to today.
      ******************************************************************
       U00A-READ-CONTROL SECTION.
           MOVE WS-RUN-DATE TO WS-POST-DATE
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = "00"
               READ CTL-FILE INTO CTL-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-RUN-DATE NUMERIC
                           AND CTL-EXT-HASH NUMERIC
                           AND CTL-ACC-COUNT NUMERIC
                           AND CTL-ACC-HASH NUMERIC
                           SET WS-CTL-PRESENT TO TRUE
                           MOVE CTL-RUN-DATE TO WS-POST-DATE
                           MOVE CTL-ACC-COUNT TO WS-CTL-COUNT
                           MOVE CTL-ACC-HASH TO WS-CTL-HASH
                           IF CTL-EXT-BASE-HASH NUMERIC
                               MOVE CTL-EXT-BASE-HASH TO WS-CTL-AMOUNT
                           ELSE
                               MOVE CTL-EXT-HASH TO WS-CTL-AMOUNT
                           END-IF
                       END-IF
               END-READ
               CLOSE CTL-FILE
           END-IF
           .

      ******************************************************************
      *  U00B-LOAD-MAP-CARD
      *  Reads one GLMAP card and, once U00C has passed it, adds it
      *  to the mapping table.  Blank cards are skipped.
      ******************************************************************
       U00B-LOAD-MAP-CARD SECTION.
           READ MAP-FILE INTO GLM-CARD
               AT END
                   SET MAP-EOF TO TRUE
               NOT AT END
                   IF GLM-CARD NOT = SPACES
                       ADD 1 TO WS-MAP-READ-COUNT
                       PERFORM U00C-EDIT-MAP-CARD
                       IF WS-MAP-REASON = SPACES
                           ADD 1 TO WS-MAP-COUNT
                           MOVE GLM-CARD-BRANCH
                               TO WS-MAP-BRANCH (WS-MAP-COUNT)
                           MOVE GLM-CARD-OP-CODE
                               TO WS-MAP-OP-CODE (WS-MAP-COUNT)
                           MOVE GLM-CARD-DR-ACCOUNT
                               TO WS-MAP-DR-ACCOUNT (WS-MAP-COUNT)
                           MOVE GLM-CARD-CR-ACCOUNT
                               TO WS-MAP-CR-ACCOUNT (WS-MAP-COUNT)
                       ELSE
                           ADD 1 TO WS-MAP-ERROR-COUNT
                           MOVE SPACES TO GLR-ERR-TEXT
                           STRING "CARD DROPPED: " GLM-CARD(1:32)
                               " " WS-MAP-REASON
                               DELIMITED BY SIZE INTO GLR-ERR-TEXT
                           WRITE GLR-RECORD FROM GLR-ERR-LINE
                       END-IF
                   END-IF
           END-READ
           .

      ******************************************************************
      *  U00C-EDIT-MAP-CARD
      *  Edits one mapping card: a branch (or "***"), one of the
      *  op-codes HELLOWORLD computes, and two different, non-blank
      *  accounts; and no earlier card for the same branch and
      *  op-code - the first card stands, so a duplicate can never
      *  silently re-route a posting.  WS-MAP-REASON is left blank
      *  for a good card.
      ******************************************************************
       U00C-EDIT-MAP-CARD SECTION.
           MOVE SPACES TO WS-MAP-REASON
           EVALUATE GLM-CARD-OP-CODE
               WHEN "ADD"
               WHEN "SUB"
               WHEN "MUL"
               WHEN "DIV"
               WHEN "SUM"
               WHEN "AVG"
                   CONTINUE
               WHEN OTHER
                   MOVE "UNKNOWN OP-CODE" TO WS-MAP-REASON
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-MAP-REASON NOT = SPACES
                   CONTINUE
               WHEN GLM-CARD-BRANCH = SPACES
                   MOVE "BRANCH MISSING" TO WS-MAP-REASON
               WHEN GLM-CARD-DR-ACCOUNT = SPACES
                   OR GLM-CARD-CR-ACCOUNT = SPACES
                   MOVE "ACCOUNT MISSING" TO WS-MAP-REASON
               WHEN GLM-CARD-DR-ACCOUNT = GLM-CARD-CR-ACCOUNT
                   MOVE "SAME DEBIT/CREDIT ACCOUNT" TO WS-MAP-REASON
               WHEN OTHER
                   MOVE GLM-CARD-BRANCH TO WS-WORK-BRANCH
                   MOVE GLM-CARD-OP-CODE TO WS-WORK-OP-CODE
                   PERFORM U03B1-SEARCH-MAPPING
                   IF WS-MAP-FOUND
                       MOVE "DUPLICATE MAPPING" TO WS-MAP-REASON
                   ELSE
                       IF WS-MAP-COUNT >= WS-MAP-LIMIT
                           MOVE "MAPPING TABLE FULL"
                               TO WS-MAP-REASON
                       END-IF
                   END-IF
           END-EVALUATE
           .

      ******************************************************************
      *  U00D-LOAD-HELD-AMOUNT
      *  Reads one held amount brought in from the prior cycle's
      *  GLHELD generation into a summary row of its own, keeping its
      *  origin date.  An unreadable record or a full table fails the
      *  run - a held amount must never be quietly lost.
      ******************************************************************
       U00D-LOAD-HELD-AMOUNT SECTION.
           READ HLI-FILE INTO GLH-RECORD
               AT END
                   SET HLI-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN GLH-ORIGIN-DATE NOT NUMERIC
                           OR GLH-ITEM-COUNT NOT NUMERIC
                           OR GLH-AMOUNT NOT NUMERIC
                           OR GLH-HASH NOT NUMERIC
                           SET WS-RUN-FAILED TO TRUE
                           SET HLI-EOF TO TRUE
                           MOVE SPACES TO GLR-ERR-TEXT
                           STRING "HELDIN RECORD UNREADABLE: "
                               GLH-BRANCH " " GLH-OP-CODE
                               " - BATCH NOT BUILT"
                               DELIMITED BY SIZE INTO GLR-ERR-TEXT
                           WRITE GLR-RECORD FROM GLR-ERR-LINE
                       WHEN WS-SUM-COUNT >= WS-SUM-LIMIT
                           SET WS-RUN-FAILED TO TRUE
                           SET HLI-EOF TO TRUE
                           MOVE SPACES TO GLR-ERR-TEXT
                           STRING "SUMMARY TABLE FULL LOADING HELD "
                               "AMOUNTS - BATCH NOT BUILT"
                               DELIMITED BY SIZE INTO GLR-ERR-TEXT
                           WRITE GLR-RECORD FROM GLR-ERR-LINE
                       WHEN OTHER
                           ADD 1 TO WS-SUM-COUNT
                           MOVE GLH-BRANCH
                               TO WS-SUM-BRANCH (WS-SUM-COUNT)
                           MOVE GLH-OP-CODE
                               TO WS-SUM-OP-CODE (WS-SUM-COUNT)
                           MOVE GLH-ORIGIN-DATE
                               TO WS-SUM-ORIGIN (WS-SUM-COUNT)
                           MOVE GLH-ITEM-COUNT
                               TO WS-SUM-ITEMS (WS-SUM-COUNT)
                           MOVE GLH-AMOUNT
                               TO WS-SUM-AMOUNT (WS-SUM-COUNT)
                           MOVE GLH-HASH
                               TO WS-SUM-HASH (WS-SUM-COUNT)
                           ADD GLH-ITEM-COUNT TO WS-HIN-COUNT
                           ADD GLH-HASH TO WS-HIN-HASH
                           ADD GLH-AMOUNT TO WS-HIN-AMOUNT
                   END-EVALUATE
           END-READ
           .

      ******************************************************************
      *  U01-ACCUMULATE-AUDIT
      *  Adds one accepted calculation, at its base-currency result,
      *  into the audit-generation totals and into its branch/op-code
      *  row for the cycle, then reads the next.  A full summary
      *  table fails the run and stops the read.
      ******************************************************************
       U01-ACCUMULATE-AUDIT SECTION.
           ADD 1 TO WS-AUD-COUNT
           ADD AUD-SUMMAND-1 AUD-SUMMAND-2 TO WS-AUD-HASH
           IF AUD-CURRENCY = SPACES
               OR AUD-BASE-RESULT NOT NUMERIC
               MOVE AUD-RESULT TO WS-POST-AMOUNT
           ELSE
               MOVE AUD-BASE-RESULT TO WS-POST-AMOUNT
           END-IF
           ADD WS-POST-AMOUNT TO WS-AUD-AMOUNT
           MOVE AUD-BRANCH TO WS-WORK-BRANCH
           MOVE AUD-OP-CODE TO WS-WORK-OP-CODE
           PERFORM U01A-LOCATE-ROW
           IF WS-SUM-FOUND
               ADD 1 TO WS-SUM-ITEMS (WS-SUM-IX)
               ADD WS-POST-AMOUNT TO WS-SUM-AMOUNT (WS-SUM-IX)
               ADD AUD-SUMMAND-1 AUD-SUMMAND-2
                   TO WS-SUM-HASH (WS-SUM-IX)
               PERFORM U01B-READ-AUDIT
           ELSE
               SET WS-RUN-FAILED TO TRUE
               SET AUD-EOF TO TRUE
               MOVE SPACES TO GLR-ERR-TEXT
               STRING "SUMMARY TABLE FULL AT AUDIT RECORD "
                   AUD-TRAN-ID " - BATCH NOT BUILT"
                   DELIMITED BY SIZE INTO GLR-ERR-TEXT
               WRITE GLR-RECORD FROM GLR-ERR-LINE
           END-IF
           .

      ******************************************************************
      *  U01A-LOCATE-ROW
      *  Finds the cycle's summary row for WS-WORK-BRANCH/
      *  WS-WORK-OP-CODE, adding it when it is new.  Leaves
      *  WS-SUM-NOT-FOUND only when the table is full.
      ******************************************************************
       U01A-LOCATE-ROW SECTION.
           SET WS-SUM-NOT-FOUND TO TRUE
           MOVE 1 TO WS-SUM-IX
           PERFORM U01A1-MATCH-ROW
               UNTIL WS-SUM-FOUND OR WS-SUM-IX > WS-SUM-COUNT
           IF WS-SUM-NOT-FOUND
               AND WS-SUM-COUNT < WS-SUM-LIMIT
               ADD 1 TO WS-SUM-COUNT
               MOVE WS-SUM-COUNT TO WS-SUM-IX
               MOVE WS-WORK-BRANCH TO WS-SUM-BRANCH (WS-SUM-IX)
               MOVE WS-WORK-OP-CODE TO WS-SUM-OP-CODE (WS-SUM-IX)
               MOVE WS-POST-DATE TO WS-SUM-ORIGIN (WS-SUM-IX)
               MOVE 0 TO WS-SUM-ITEMS (WS-SUM-IX)
               MOVE 0 TO WS-SUM-AMOUNT (WS-SUM-IX)
               MOVE 0 TO WS-SUM-HASH (WS-SUM-IX)
               SET WS-SUM-FOUND TO TRUE
           END-IF
           .

      ******************************************************************
      *  U01A1-MATCH-ROW
      *  One step of the summary-row search.  Only rows for the
      *  cycle itself match - a held amount brought in keeps its own
      *  row even when the combination recurs.
      ******************************************************************
       U01A1-MATCH-ROW SECTION.
           IF WS-SUM-BRANCH (WS-SUM-IX) = WS-WORK-BRANCH
               AND WS-SUM-OP-CODE (WS-SUM-IX) = WS-WORK-OP-CODE
               AND WS-SUM-ORIGIN (WS-SUM-IX) = WS-POST-DATE
               SET WS-SUM-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-SUM-IX
           END-IF
           .

      ******************************************************************
      *  U01B-READ-AUDIT
      *  Reads the next audit record, setting AUD-EOF-SW at end of
      *  file.
      ******************************************************************
       U01B-READ-AUDIT SECTION.
           READ AUD-FILE INTO AUD-RECORD
               AT END
                   SET AUD-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *  U02-TIE-BACK
      *  Decides whether the batch is built.  The audit generation's
      *  count, summand hash and result total must equal the accepted
      *  count and hash HELLOWORLD printed on its reconciliation
      *  section and the result total it sent downstream, all as
      *  recorded in CTL-FILE.  Anything else - no usable control
      *  record, or figures that disagree - builds nothing (RC 8),
      *  since the journal would post what the calculation did not
      *  accept, or miss what it did.
      ******************************************************************
       U02-TIE-BACK SECTION.
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE "NOT CHECKED" TO GLR-REC-TIE-STATUS
               WHEN WS-CTL-ABSENT
                   MOVE "NO CONTROL RECORD" TO GLR-REC-TIE-STATUS
               WHEN WS-AUD-COUNT = WS-CTL-COUNT
                   AND WS-AUD-HASH = WS-CTL-HASH
                   AND WS-AUD-AMOUNT = WS-CTL-AMOUNT
                   SET WS-BATCH-TIED TO TRUE
                   MOVE "TIED" TO GLR-REC-TIE-STATUS
               WHEN OTHER
                   MOVE "DOES NOT TIE" TO GLR-REC-TIE-STATUS
           END-EVALUATE
           IF WS-BATCH-TIED
               SET WS-BATCH-BUILT TO TRUE
           ELSE
               IF WS-RUN-OK
                   MOVE SPACES TO GLR-ERR-TEXT
                   STRING "AUDIN DOES NOT TIE TO CTLFILE ("
                       GLR-REC-TIE-STATUS
                       ") - BATCH NOT BUILT"
                       DELIMITED BY SIZE INTO GLR-ERR-TEXT
                   WRITE GLR-RECORD FROM GLR-ERR-LINE
               END-IF
           END-IF
           .

      ******************************************************************
      *  U03-WRITE-BATCH
      *  Writes the journal batch: the header, the entries for every
      *  summary row that has a mapping (U03A), and the trailer with
      *  the batch control totals.  Rows without a mapping are held.
      ******************************************************************
       U03-WRITE-BATCH SECTION.
           WRITE GLR-RECORD FROM GLR-HDG-2-LINE
           MOVE SPACES TO GLJ-RECORD
           SET GLJ-HEADER TO TRUE
           MOVE WS-RUN-ID TO GLJ-BATCH-ID
           MOVE "HELLOWLD" TO GLJ-HDR-SOURCE
           MOVE WS-POST-DATE TO GLJ-HDR-POST-DATE
           WRITE GLJ-RECORD-OUT FROM GLJ-RECORD
           MOVE 0 TO WS-SUM-IX
           PERFORM U03A-POST-COMBINATION
               UNTIL WS-SUM-IX >= WS-SUM-COUNT
           MOVE SPACES TO GLJ-RECORD
           SET GLJ-TRAILER TO TRUE
           MOVE WS-RUN-ID TO GLJ-BATCH-ID
           MOVE WS-LINE-COUNT TO GLJ-TRL-LINE-COUNT
           MOVE WS-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL
           MOVE WS-JRN-COUNT TO GLJ-TRL-SOURCE-COUNT
           MOVE WS-JRN-HASH TO GLJ-TRL-SOURCE-HASH
           WRITE GLJ-RECORD-OUT FROM GLJ-RECORD
           .

      ******************************************************************
      *  U03A-POST-COMBINATION
      *  Posts one summary row.  With a mapping, a positive net is
      *  debited to the debit account and credited to the credit
      *  account; a negative net goes the other way round; a zero net
      *  makes no entry but still counts as journaled.  Without one,
      *  the row is held (U03C).  Either way it is listed.
      ******************************************************************
       U03A-POST-COMBINATION SECTION.
           ADD 1 TO WS-SUM-IX
           MOVE WS-SUM-BRANCH (WS-SUM-IX) TO GLR-DET-BRANCH
           MOVE WS-SUM-OP-CODE (WS-SUM-IX) TO GLR-DET-OP-CODE
           MOVE WS-SUM-ORIGIN (WS-SUM-IX) TO GLR-DET-ORIGIN
           MOVE WS-SUM-ITEMS (WS-SUM-IX) TO GLR-DET-ITEMS
           MOVE WS-SUM-AMOUNT (WS-SUM-IX) TO GLR-DET-AMOUNT
           MOVE SPACES TO GLR-DET-DR-ACCOUNT
           MOVE SPACES TO GLR-DET-CR-ACCOUNT
           PERFORM U03B-FIND-MAPPING
           IF WS-MAP-FOUND
               ADD 1 TO WS-POSTED-COUNT
               ADD WS-SUM-ITEMS (WS-SUM-IX) TO WS-JRN-COUNT
               ADD WS-SUM-HASH (WS-SUM-IX) TO WS-JRN-HASH
               ADD WS-SUM-AMOUNT (WS-SUM-IX) TO WS-JRN-AMOUNT
               MOVE WS-MAP-DR-ACCOUNT (WS-MAP-IX)
                   TO GLR-DET-DR-ACCOUNT
               MOVE WS-MAP-CR-ACCOUNT (WS-MAP-IX)
                   TO GLR-DET-CR-ACCOUNT
               EVALUATE TRUE
                   WHEN WS-SUM-AMOUNT (WS-SUM-IX) > 0
                       MOVE WS-SUM-AMOUNT (WS-SUM-IX) TO WS-NET-ABS
                       MOVE WS-MAP-DR-ACCOUNT (WS-MAP-IX)
                           TO WS-ENTRY-ACCOUNT
                       MOVE "D" TO WS-ENTRY-DR-CR
                       PERFORM U03D-WRITE-ENTRY
                       MOVE WS-MAP-CR-ACCOUNT (WS-MAP-IX)
                           TO WS-ENTRY-ACCOUNT
                       MOVE "C" TO WS-ENTRY-DR-CR
                       PERFORM U03D-WRITE-ENTRY
                       MOVE "JOURNALED" TO GLR-DET-DISPOSITION
                   WHEN WS-SUM-AMOUNT (WS-SUM-IX) < 0
                       COMPUTE WS-NET-ABS =
                           0 - WS-SUM-AMOUNT (WS-SUM-IX)
                       MOVE WS-MAP-CR-ACCOUNT (WS-MAP-IX)
                           TO WS-ENTRY-ACCOUNT
                       MOVE "D" TO WS-ENTRY-DR-CR
                       PERFORM U03D-WRITE-ENTRY
                       MOVE WS-MAP-DR-ACCOUNT (WS-MAP-IX)
                           TO WS-ENTRY-ACCOUNT
                       MOVE "C" TO WS-ENTRY-DR-CR
                       PERFORM U03D-WRITE-ENTRY
                       MOVE "REVERSED" TO GLR-DET-DISPOSITION
                   WHEN OTHER
                       MOVE "NETS TO ZERO" TO GLR-DET-DISPOSITION
               END-EVALUATE
           ELSE
               PERFORM U03C-HOLD-COMBINATION
               MOVE "HELD - NO MAP" TO GLR-DET-DISPOSITION
           END-IF
           WRITE GLR-RECORD FROM GLR-DET-LINE
           .

      ******************************************************************
      *  U03B-FIND-MAPPING
      *  Looks the current row's combination up in the mapping table:
      *  the branch's own card first, then the "***" card for the
      *  op-code.  Leaves WS-MAP-IX on the card found.
      ******************************************************************
       U03B-FIND-MAPPING SECTION.
           MOVE WS-SUM-BRANCH (WS-SUM-IX) TO WS-WORK-BRANCH
           MOVE WS-SUM-OP-CODE (WS-SUM-IX) TO WS-WORK-OP-CODE
           PERFORM U03B1-SEARCH-MAPPING
           IF WS-MAP-NOT-FOUND
               MOVE "***" TO WS-WORK-BRANCH
               PERFORM U03B1-SEARCH-MAPPING
           END-IF
           .

      ******************************************************************
      *  U03B1-SEARCH-MAPPING
      *  Searches the mapping table for WS-WORK-BRANCH/
      *  WS-WORK-OP-CODE exactly.
      ******************************************************************
       U03B1-SEARCH-MAPPING SECTION.
           SET WS-MAP-NOT-FOUND TO TRUE
           MOVE 1 TO WS-MAP-IX
           PERFORM U03B2-MATCH-MAPPING
               UNTIL WS-MAP-FOUND OR WS-MAP-IX > WS-MAP-COUNT
           .

      ******************************************************************
      *  U03B2-MATCH-MAPPING
      *  One step of the mapping-table search.
      ******************************************************************
       U03B2-MATCH-MAPPING SECTION.
           IF WS-MAP-BRANCH (WS-MAP-IX) = WS-WORK-BRANCH
               AND WS-MAP-OP-CODE (WS-MAP-IX) = WS-WORK-OP-CODE
               SET WS-MAP-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-MAP-IX
           END-IF
           .

      ******************************************************************
      *  U03C-HOLD-COMBINATION
      *  Holds the current row for want of a mapping: written to the
      *  held generation for the next cycle to retry, and listed on
      *  the exception report.
      ******************************************************************
       U03C-HOLD-COMBINATION SECTION.
           MOVE SPACES TO GLH-RECORD
           MOVE WS-SUM-BRANCH (WS-SUM-IX) TO GLH-BRANCH
           MOVE WS-SUM-OP-CODE (WS-SUM-IX) TO GLH-OP-CODE
           MOVE WS-SUM-ORIGIN (WS-SUM-IX) TO GLH-ORIGIN-DATE
           MOVE WS-SUM-ITEMS (WS-SUM-IX) TO GLH-ITEM-COUNT
           MOVE WS-SUM-AMOUNT (WS-SUM-IX) TO GLH-AMOUNT
           MOVE WS-SUM-HASH (WS-SUM-IX) TO GLH-HASH
           MOVE "NO ACCOUNT MAPPING" TO GLX-DET-REASON
           PERFORM U03F-WRITE-HELD
           .

      ******************************************************************
      *  U03D-WRITE-ENTRY
      *  Writes one journal detail entry of WS-NET-ABS to
      *  WS-ENTRY-ACCOUNT on the WS-ENTRY-DR-CR side, for the current
      *  summary row, and adds it to the batch totals.
      ******************************************************************
       U03D-WRITE-ENTRY SECTION.
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO GLJ-RECORD
           SET GLJ-DETAIL TO TRUE
           MOVE WS-RUN-ID TO GLJ-BATCH-ID
           MOVE WS-LINE-COUNT TO GLJ-DTL-LINE-NO
           MOVE WS-ENTRY-ACCOUNT TO GLJ-DTL-ACCOUNT
           MOVE WS-ENTRY-DR-CR TO GLJ-DTL-DR-CR
           MOVE WS-NET-ABS TO GLJ-DTL-AMOUNT
           MOVE WS-SUM-BRANCH (WS-SUM-IX) TO GLJ-DTL-BRANCH
           MOVE WS-SUM-OP-CODE (WS-SUM-IX) TO GLJ-DTL-OP-CODE
           MOVE WS-SUM-ITEMS (WS-SUM-IX) TO GLJ-DTL-ITEM-COUNT
           MOVE WS-SUM-ORIGIN (WS-SUM-IX) TO GLJ-DTL-ORIGIN-DATE
           WRITE GLJ-RECORD-OUT FROM GLJ-RECORD
           IF GLJ-DTL-DEBIT
               ADD WS-NET-ABS TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-NET-ABS TO WS-CREDIT-TOTAL
           END-IF
           .

      ******************************************************************
      *  U03E-CARRY-HELD-THROUGH
      *  On a run that builds no batch, copies the held amounts
      *  brought in straight through to the held generation out, so
      *  the rerun - or the next cycle - finds them all again.  The
      *  input is re-read from the start rather than taken from the
      *  summary table, which a failed load may have left short.
      ******************************************************************
       U03E-CARRY-HELD-THROUGH SECTION.
           SET HLI-NOT-EOF TO TRUE
           OPEN INPUT HLI-FILE
           IF WS-HLI-STATUS = "00"
               PERFORM U03E1-COPY-HELD-RECORD
                   UNTIL HLI-EOF
               CLOSE HLI-FILE
           END-IF
           .

      ******************************************************************
      *  U03E1-COPY-HELD-RECORD
      *  Copies one held amount through unchanged.
      ******************************************************************
       U03E1-COPY-HELD-RECORD SECTION.
           READ HLI-FILE INTO GLH-RECORD
               AT END
                   SET HLI-EOF TO TRUE
               NOT AT END
                   MOVE "BATCH NOT BUILT" TO GLX-DET-REASON
                   PERFORM U03F-WRITE-HELD
           END-READ
           .

      ******************************************************************
      *  U03F-WRITE-HELD
      *  Writes GLH-RECORD to the held generation out, lists it on the
      *  exception report with the reason in GLX-DET-REASON, and adds
      *  it to the held-out totals.
      ******************************************************************
       U03F-WRITE-HELD SECTION.
           WRITE HLO-RECORD-OUT FROM GLH-RECORD
           ADD 1 TO WS-HELD-COUNT
           MOVE GLH-BRANCH TO GLX-DET-BRANCH
           MOVE GLH-OP-CODE TO GLX-DET-OP-CODE
           MOVE GLH-ORIGIN-DATE TO GLX-DET-ORIGIN
           IF GLH-ITEM-COUNT NUMERIC
               AND GLH-AMOUNT NUMERIC
               AND GLH-HASH NUMERIC
               MOVE GLH-ITEM-COUNT TO GLX-DET-ITEMS
               MOVE GLH-AMOUNT TO GLX-DET-AMOUNT
               MOVE GLH-HASH TO GLX-DET-HASH
               ADD GLH-ITEM-COUNT TO WS-HOUT-COUNT
               ADD GLH-HASH TO WS-HOUT-HASH
               ADD GLH-AMOUNT TO WS-HOUT-AMOUNT
           ELSE
               MOVE 0 TO GLX-DET-ITEMS
               MOVE 0 TO GLX-DET-AMOUNT
               MOVE 0 TO GLX-DET-HASH
           END-IF
           WRITE GLX-RECORD FROM GLX-DET-LINE
           .

      ******************************************************************
      *  U04-TERMINATION
      *  Prints the reconciliation section and the footers, closes
      *  the files and sets the return code.  A built batch is
      *  BALANCED only when its debits equal its credits and what it
      *  journaled plus what it held accounts exactly for what the
      *  audit generation held plus what was brought in held.
      ******************************************************************
       U04-TERMINATION SECTION.
           WRITE GLR-RECORD FROM GLR-REC-HDG-LINE
           IF WS-CTL-PRESENT
               MOVE WS-CTL-COUNT TO GLR-REC-CTL-COUNT
               MOVE WS-CTL-HASH TO GLR-REC-CTL-HASH
               MOVE WS-CTL-AMOUNT TO GLR-REC-CTL-AMOUNT
               WRITE GLR-RECORD FROM GLR-REC-CTL-LINE
           ELSE
               MOVE "CTLFILE HOLDS NO ACCEPTED FIGURES FOR THE CYCLE"
                   TO GLR-MSG-TEXT
               WRITE GLR-RECORD FROM GLR-MSG-LINE
           END-IF
           MOVE WS-AUD-COUNT TO GLR-REC-AUD-COUNT
           MOVE WS-AUD-HASH TO GLR-REC-AUD-HASH
           MOVE WS-AUD-AMOUNT TO GLR-REC-AUD-AMOUNT
           WRITE GLR-RECORD FROM GLR-REC-AUD-LINE
           MOVE WS-HIN-COUNT TO GLR-REC-HIN-COUNT
           MOVE WS-HIN-HASH TO GLR-REC-HIN-HASH
           MOVE WS-HIN-AMOUNT TO GLR-REC-HIN-AMOUNT
           WRITE GLR-RECORD FROM GLR-REC-HIN-LINE
           MOVE WS-HOUT-COUNT TO GLR-REC-HOUT-COUNT
           MOVE WS-HOUT-HASH TO GLR-REC-HOUT-HASH
           MOVE WS-HOUT-AMOUNT TO GLR-REC-HOUT-AMOUNT
           WRITE GLR-RECORD FROM GLR-REC-HOUT-LINE
           MOVE WS-JRN-COUNT TO GLR-REC-JRN-COUNT
           MOVE WS-JRN-HASH TO GLR-REC-JRN-HASH
           MOVE WS-JRN-AMOUNT TO GLR-REC-JRN-AMOUNT
           WRITE GLR-RECORD FROM GLR-REC-JRN-LINE
           MOVE WS-LINE-COUNT TO GLR-REC-ENTRIES
           MOVE WS-DEBIT-TOTAL TO GLR-REC-DEBITS
           MOVE WS-CREDIT-TOTAL TO GLR-REC-CREDITS
           WRITE GLR-RECORD FROM GLR-REC-DRCR-LINE
           WRITE GLR-RECORD FROM GLR-REC-TIE-LINE
           IF WS-BATCH-BUILT
               COMPUTE WS-CHECK-COUNT =
                   WS-AUD-COUNT + WS-HIN-COUNT - WS-HOUT-COUNT
               COMPUTE WS-CHECK-HASH =
                   WS-AUD-HASH + WS-HIN-HASH - WS-HOUT-HASH
               COMPUTE WS-CHECK-AMOUNT =
                   WS-AUD-AMOUNT + WS-HIN-AMOUNT - WS-HOUT-AMOUNT
               IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
                   AND WS-JRN-COUNT = WS-CHECK-COUNT
                   AND WS-JRN-HASH = WS-CHECK-HASH
                   AND WS-JRN-AMOUNT = WS-CHECK-AMOUNT
                   MOVE "BALANCED" TO GLR-REC-BAL-STATUS
               ELSE
                   SET WS-BATCH-OUT-OF-BALANCE TO TRUE
                   MOVE "OUT OF BALANCE" TO GLR-REC-BAL-STATUS
               END-IF
           ELSE
               MOVE "NOT BUILT" TO GLR-REC-BAL-STATUS
           END-IF
           WRITE GLR-RECORD FROM GLR-REC-BAL-LINE
           MOVE WS-MAP-READ-COUNT TO GLR-FTR-MAP-READ
           WRITE GLR-RECORD FROM GLR-FTR-1-LINE
           MOVE WS-MAP-ERROR-COUNT TO GLR-FTR-MAP-ERRORS
           WRITE GLR-RECORD FROM GLR-FTR-2-LINE
           MOVE WS-POSTED-COUNT TO GLR-FTR-POSTED
           WRITE GLR-RECORD FROM GLR-FTR-3-LINE
           MOVE WS-HELD-COUNT TO GLR-FTR-HELD
           WRITE GLR-RECORD FROM GLR-FTR-4-LINE
           MOVE WS-HELD-COUNT TO GLX-FTR-HELD
           MOVE WS-HOUT-AMOUNT TO GLX-FTR-AMOUNT
           WRITE GLX-RECORD FROM GLX-FTR-LINE
           CLOSE AUD-FILE
           CLOSE HLO-FILE
           CLOSE GLJ-FILE
           CLOSE GLR-FILE
           CLOSE GLX-FILE
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-BATCH-NOT-BUILT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BATCH-OUT-OF-BALANCE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HELD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-MAP-ERROR-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
