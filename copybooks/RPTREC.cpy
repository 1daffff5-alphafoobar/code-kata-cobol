      *  Each 01-level below is built in WORKING-STORAGE and MOVEd to
      *  the FD record (RPT-RECORD) immediately before the WRITE.
      *  Amounts print signed with two decimals; the REMAINDER column
      *  is blank except on a DIV that actually left one.  The
      *  branch name (from the branch master, copybook BRNREC) prints
      *  beside the code on the detail and branch subtotal lines; it
      *  is left blank by a program that does not look it up.
      *  A result held over its approval limit prints its detail
      *  line with a HELD FOR APPROVAL line under it; items approved
      *  since the last cycle print under their own heading ahead of
      *  the day's work, with the approver under each.
      *  A result computed in a currency other than the base prints a
      *  reference line under its detail line with the currency, the
      *  rate used and the base-currency result.  On the branch
      *  subtotals a branch with work in any other currency prints
      *  its COUNT and HASH in the base currency, followed by one CCY
      *  line per currency (RPT-BCY-LINE) with the hash in that
      *  currency and converted; the same CCY lines make up the
      *  CURRENCY SUBTOTALS section.  On the reconciliation section
      *  the records read are broken down by currency under the
      *  ACTUAL READ line (RPT-REC-CCY-LINE, keyed amounts - there is
      *  no base figure for what was read, only for what posted), and
      *  the accepted and cumulative hashes are repeated in the base
      *  (RPT-REC-BASE-LINE).
      ******************************************************************
       01  RPT-HDG-1-LINE.
           05  FILLER              PIC X(12) VALUE "PROGRAM-ID: ".
           05  FILLER              PIC X(09) VALUE "REMAINDER".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE "BRN".
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(18) VALUE "BRANCH NAME".

       01  RPT-DET-LINE.
           05  RPT-DET-TRAN-ID     PIC X(06).
           05  RPT-DET-REMAINDER   PIC ----9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  RPT-DET-BRANCH      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RPT-DET-BRANCH-NAME PIC X(18) VALUE SPACES.

       01  RPT-REJ-LINE.
           05  FILLER              PIC X(08) VALUE "REJECT: ".
           05  FILLER              PIC X(08) VALUE SPACES.
           05  RPT-REF-TEXT        PIC X(72) VALUE SPACES.

       01  RPT-NOTE-LINE.
           05  FILLER              PIC X(06) VALUE "NOTE: ".
           05  RPT-NOTE-TEXT       PIC X(74) VALUE SPACES.

       01  RPT-APR-HDG-LINE.
           05  FILLER              PIC X(37) VALUE
               "APPROVED ITEMS POSTED THIS CYCLE".
           05  FILLER              PIC X(43) VALUE SPACES.

       01  RPT-OPT-LINE.
           05  FILLER              PIC X(09) VALUE "OPTIONS: ".
           05  FILLER              PIC X(04) VALUE "TOL=".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "HASH=".
           05  RPT-BRN-HASH        PIC -----------9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RPT-BRN-NAME        PIC X(30) VALUE SPACES.

       01  RPT-BCY-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE "CCY ".
           05  RPT-BCY-CURRENCY    PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "COUNT=".
           05  RPT-BCY-COUNT       PIC ZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "HASH=".
           05  RPT-BCY-HASH        PIC -----------9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "BASE=".
           05  RPT-BCY-BASE        PIC -----------9.99.
           05  FILLER              PIC X(10) VALUE SPACES.

       01  RPT-CCY-HDG-LINE.
           05  FILLER              PIC X(18) VALUE
               "CURRENCY SUBTOTALS".
           05  FILLER              PIC X(62) VALUE SPACES.

       01  RPT-FTR-LINE.
           05  FILLER              PIC X(14) VALUE "RECORD COUNT:".
           05  RPT-FTR3-COUNT      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(56) VALUE SPACES.

       01  RPT-FTR4-LINE.
           05  FILLER              PIC X(17) VALUE "HELD COUNT:".
           05  RPT-FTR4-COUNT      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(56) VALUE SPACES.

       01  RPT-FTR5-LINE.
           05  FILLER              PIC X(17) VALUE "APPROVED COUNT:".
           05  RPT-FTR5-COUNT      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(56) VALUE SPACES.

       01  RPT-REC-HDG-LINE.
           05  FILLER              PIC X(21) VALUE
               "RECONCILIATION REPORT".
           05  RPT-REC-CURR-HASH   PIC -----------9.99.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  RPT-REC-CCY-LINE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  FILLER              PIC X(04) VALUE "CCY ".
           05  RPT-REC-CCY-CODE    PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "COUNT=".
           05  RPT-REC-CCY-COUNT   PIC ZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "HASH=".
           05  RPT-REC-CCY-HASH    PIC -----------9.99.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  RPT-REC-EXP-LINE.
           05  FILLER              PIC X(13) VALUE "TRL EXPECTED:".
           05  FILLER              PIC X(07) VALUE "COUNT=".
           05  RPT-REC-EXP-HASH    PIC -----------9.99.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  RPT-REC-ACC-LINE.
           05  FILLER              PIC X(13) VALUE "ACCEPTED:".
           05  FILLER              PIC X(07) VALUE "COUNT=".
           05  RPT-REC-ACC-COUNT   PIC ZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "HASH=".
           05  RPT-REC-ACC-HASH    PIC -----------9.99.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  RPT-REC-CUML-LINE.
           05  FILLER              PIC X(13) VALUE "CUML TO DATE:".
           05  FILLER              PIC X(07) VALUE "COUNT=".
           05  RPT-REC-CUML-HASH   PIC -----------9.99.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  RPT-REC-BASE-LINE.
           05  RPT-REC-BASE-LABEL  PIC X(13) VALUE SPACES.
           05  FILLER              PIC X(17) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "BASE=".
           05  RPT-REC-BASE-HASH   PIC -----------9.99.
           05  FILLER              PIC X(30) VALUE SPACES.

       01  RPT-REC-STATUS-LINE.
           05  FILLER              PIC X(23) VALUE
               "RECONCILIATION STATUS: ".
           05  RPT-ACK-RESEND-DATE PIC 9(08).
           05  FILLER              PIC X(09) VALUE " - RESEND".
           05  FILLER              PIC X(37) VALUE SPACES.

       01  RPT-JRN-LINE.
           05  FILLER              PIC X(24) VALUE
               "HISTORY JOURNAL RUN-ID: ".
           05  RPT-JRN-RUN-ID      PIC X(16).
           05  FILLER              PIC X(09) VALUE " ENTRIES=".
           05  RPT-JRN-COUNT       PIC ZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RPT-JRN-STATUS      PIC X(21) VALUE SPACES.
