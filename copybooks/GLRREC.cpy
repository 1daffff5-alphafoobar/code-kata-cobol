      ******************************************************************
      *  GLRREC.CPY
      *  Print-line layouts for the GLBUILD general-ledger journal
      *  build: the batch report (GLRPT) and the exception report of
      *  combinations held for want of an account mapping (GLEXCP).
      *  Each 01-level below is built in WORKING-STORAGE and MOVEd to
      *  the FD record immediately before the WRITE.
      *
      *  The batch report lists one line per branch/op-code
      *  combination with the accounts it posted to, its net amount
      *  and what was done with it, then the reconciliation section:
      *  HELLOWORLD's accepted figures as recorded in CTL-FILE, what
      *  the audit generation actually held, the held amounts
      *  brought in and carried out, and what the batch journaled -
      *  with the tie-back and journal-balance verdicts.
      ******************************************************************
       01  GLR-HDG-1-LINE.
           05  FILLER              PIC X(12) VALUE "PROGRAM-ID: ".
           05  GLR-HDG-PROGRAM     PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  GLR-HDG-RUN-DATE    PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(35) VALUE SPACES.

       01  GLR-BATCH-LINE.
           05  FILLER              PIC X(18) VALUE
               "GL JOURNAL BATCH: ".
           05  GLR-BATCH-ID        PIC X(16) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE
               "  POSTING DATE: ".
           05  GLR-BATCH-POST-DATE PIC X(08) VALUE SPACES.
           05  FILLER              PIC X(22) VALUE SPACES.

       01  GLR-HDG-2-LINE.
           05  FILLER              PIC X(04) VALUE "BRN".
           05  FILLER              PIC X(04) VALUE "OP".
           05  FILLER              PIC X(09) VALUE "ORIGIN".
           05  FILLER              PIC X(07) VALUE " ITEMS".
           05  FILLER              PIC X(13) VALUE "DEBIT ACCT".
           05  FILLER              PIC X(13) VALUE "CREDIT ACCT".
           05  FILLER              PIC X(16) VALUE
               "     NET AMOUNT".
           05  FILLER              PIC X(14) VALUE "DISPOSITION".

       01  GLR-DET-LINE.
           05  GLR-DET-BRANCH      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GLR-DET-OP-CODE     PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GLR-DET-ORIGIN      PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GLR-DET-ITEMS       PIC ZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GLR-DET-DR-ACCOUNT  PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GLR-DET-CR-ACCOUNT  PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GLR-DET-AMOUNT      PIC -----------9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GLR-DET-DISPOSITION PIC X(14).

       01  GLR-ERR-LINE.
           05  FILLER              PIC X(07) VALUE "ERROR: ".
           05  GLR-ERR-TEXT        PIC X(73) VALUE SPACES.

       01  GLR-MSG-LINE.
           05  FILLER              PIC X(09) VALUE "WARNING: ".
           05  GLR-MSG-TEXT        PIC X(71) VALUE SPACES.

       01  GLR-REC-HDG-LINE.
           05  FILLER              PIC X(21) VALUE
               "RECONCILIATION REPORT".
           05  FILLER              PIC X(59) VALUE SPACES.

       01  GLR-REC-CTL-LINE.
           05  FILLER              PIC X(14) VALUE "ACCEPTED:".
           05  FILLER              PIC X(06) VALUE "COUNT=".
           05  GLR-REC-CTL-COUNT   PIC ZZZZZZZ9.
           05  FILLER              PIC X(06) VALUE " HASH=".
           05  GLR-REC-CTL-HASH    PIC -----------9.99.
           05  FILLER              PIC X(08) VALUE " AMOUNT=".
           05  GLR-REC-CTL-AMOUNT  PIC -----------9.99.
           05  FILLER              PIC X(08) VALUE SPACES.

       01  GLR-REC-AUD-LINE.
           05  FILLER              PIC X(14) VALUE "AUDIT READ:".
           05  FILLER              PIC X(06) VALUE "COUNT=".
           05  GLR-REC-AUD-COUNT   PIC ZZZZZZZ9.
           05  FILLER              PIC X(06) VALUE " HASH=".
           05  GLR-REC-AUD-HASH    PIC -----------9.99.
           05  FILLER              PIC X(08) VALUE " AMOUNT=".
           05  GLR-REC-AUD-AMOUNT  PIC -----------9.99.
           05  FILLER              PIC X(08) VALUE SPACES.

       01  GLR-REC-HIN-LINE.
           05  FILLER              PIC X(14) VALUE "HELD IN:".
           05  FILLER              PIC X(06) VALUE "COUNT=".
           05  GLR-REC-HIN-COUNT   PIC ZZZZZZZ9.
           05  FILLER              PIC X(06) VALUE " HASH=".
           05  GLR-REC-HIN-HASH    PIC -----------9.99.
           05  FILLER              PIC X(08) VALUE " AMOUNT=".
           05  GLR-REC-HIN-AMOUNT  PIC -----------9.99.
           05  FILLER              PIC X(08) VALUE SPACES.

       01  GLR-REC-HOUT-LINE.
           05  FILLER              PIC X(14) VALUE "HELD OUT:".
           05  FILLER              PIC X(06) VALUE "COUNT=".
           05  GLR-REC-HOUT-COUNT  PIC ZZZZZZZ9.
           05  FILLER              PIC X(06) VALUE " HASH=".
           05  GLR-REC-HOUT-HASH   PIC -----------9.99.
           05  FILLER              PIC X(08) VALUE " AMOUNT=".
           05  GLR-REC-HOUT-AMOUNT PIC -----------9.99.
           05  FILLER              PIC X(08) VALUE SPACES.

       01  GLR-REC-JRN-LINE.
           05  FILLER              PIC X(14) VALUE "JOURNALED:".
           05  FILLER              PIC X(06) VALUE "COUNT=".
           05  GLR-REC-JRN-COUNT   PIC ZZZZZZZ9.
           05  FILLER              PIC X(06) VALUE " HASH=".
           05  GLR-REC-JRN-HASH    PIC -----------9.99.
           05  FILLER              PIC X(08) VALUE " AMOUNT=".
           05  GLR-REC-JRN-AMOUNT  PIC -----------9.99.
           05  FILLER              PIC X(08) VALUE SPACES.

       01  GLR-REC-DRCR-LINE.
           05  FILLER              PIC X(14) VALUE "ENTRIES:".
           05  GLR-REC-ENTRIES     PIC ZZZZZ9.
           05  FILLER              PIC X(09) VALUE "  DEBITS=".
           05  GLR-REC-DEBITS      PIC ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(10) VALUE "  CREDITS=".
           05  GLR-REC-CREDITS     PIC ZZZZZZZZZZ9.99.
           05  FILLER              PIC X(13) VALUE SPACES.

       01  GLR-REC-TIE-LINE.
           05  FILLER              PIC X(23) VALUE
               "TIE-BACK STATUS:".
           05  GLR-REC-TIE-STATUS  PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(37) VALUE SPACES.

       01  GLR-REC-BAL-LINE.
           05  FILLER              PIC X(23) VALUE
               "JOURNAL STATUS:".
           05  GLR-REC-BAL-STATUS  PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(37) VALUE SPACES.

       01  GLR-FTR-1-LINE.
           05  FILLER              PIC X(24) VALUE
               "MAPPING CARDS READ:".
           05  GLR-FTR-MAP-READ    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  GLR-FTR-2-LINE.
           05  FILLER              PIC X(24) VALUE
               "MAPPING CARDS IN ERROR:".
           05  GLR-FTR-MAP-ERRORS  PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  GLR-FTR-3-LINE.
           05  FILLER              PIC X(24) VALUE
               "COMBINATIONS POSTED:".
           05  GLR-FTR-POSTED      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

       01  GLR-FTR-4-LINE.
           05  FILLER              PIC X(24) VALUE
               "COMBINATIONS HELD:".
           05  GLR-FTR-HELD        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(49) VALUE SPACES.

      ******************************************************************
      *  Exception report (GLEXCP) - one line per combination held,
      *  whether newly held this cycle or carried from an earlier one
      *  (ORIGIN shows which).
      ******************************************************************
       01  GLX-TITLE-LINE.
           05  FILLER              PIC X(38) VALUE
               "EXCEPTIONS - HELD FOR ACCOUNT MAPPING".
           05  FILLER              PIC X(42) VALUE SPACES.

       01  GLX-HDG-LINE.
           05  FILLER              PIC X(04) VALUE "BRN".
           05  FILLER              PIC X(04) VALUE "OP".
           05  FILLER              PIC X(09) VALUE "ORIGIN".
           05  FILLER              PIC X(07) VALUE " ITEMS".
           05  FILLER              PIC X(16) VALUE
               "     NET AMOUNT".
           05  FILLER              PIC X(16) VALUE
               "   SUMMAND HASH".
           05  FILLER              PIC X(24) VALUE "REASON".

       01  GLX-DET-LINE.
           05  GLX-DET-BRANCH      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GLX-DET-OP-CODE     PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GLX-DET-ORIGIN      PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GLX-DET-ITEMS       PIC ZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GLX-DET-AMOUNT      PIC -----------9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GLX-DET-HASH        PIC -----------9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  GLX-DET-REASON      PIC X(24).

       01  GLX-FTR-LINE.
           05  FILLER              PIC X(24) VALUE
               "COMBINATIONS HELD:".
           05  GLX-FTR-HELD        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(08) VALUE " AMOUNT=".
           05  GLX-FTR-AMOUNT      PIC -----------9.99.
           05  FILLER              PIC X(26) VALUE SPACES.
