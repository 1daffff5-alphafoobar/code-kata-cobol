      ******************************************************************
      *  GLJREC.CPY
      *  General-ledger journal interface record written by GLBUILD
      *  (GLJRNL) for the ledger's journal import.  One batch per
      *  run: a header record, the detail entries, and a trailer
      *  carrying the batch control totals.  Every record carries the
      *  batch id (the GLBUILD run-id) so the import can reject a
      *  batch presented twice.
      *
      *  Each posted branch/op-code combination makes a balancing
      *  pair of detail entries - a debit to its mapped debit account
      *  and a credit to its mapped credit account (copybook GLMREC)
      *  for the net of the combination's accepted results.  Amounts
      *  are unsigned with a D/C indicator, as the ledger takes them;
      *  a combination whose results net negative is posted the
      *  other way round.  GLJ-DTL-ORIGIN-DATE is the cycle the
      *  results came from - earlier than the posting date on an
      *  amount held for a missing mapping and released by this
      *  batch.
      *
      *  The trailer's debit and credit totals always agree on a
      *  batch GLBUILD releases; GLJ-TRL-SOURCE-COUNT/-HASH are the
      *  accepted calculations (and their summand hash) behind the
      *  entries, for the tie back to HELLOWORLD's reconciliation
      *  section.  Record is 80 bytes.
      ******************************************************************
       01  GLJ-RECORD.
           05  GLJ-REC-TYPE        PIC X(01).
               88  GLJ-HEADER            VALUE "H".
               88  GLJ-DETAIL            VALUE "D".
               88  GLJ-TRAILER           VALUE "T".
           05  GLJ-BATCH-ID        PIC X(16).
           05  FILLER              PIC X(63).

       01  GLJ-HDR-RECORD REDEFINES GLJ-RECORD.
           05  FILLER              PIC X(17).
           05  GLJ-HDR-SOURCE      PIC X(08).
           05  GLJ-HDR-POST-DATE   PIC 9(08).
           05  FILLER              PIC X(47).

       01  GLJ-DTL-RECORD REDEFINES GLJ-RECORD.
           05  FILLER              PIC X(17).
           05  GLJ-DTL-LINE-NO     PIC 9(06).
           05  GLJ-DTL-ACCOUNT     PIC X(12).
           05  GLJ-DTL-DR-CR       PIC X(01).
               88  GLJ-DTL-DEBIT         VALUE "D".
               88  GLJ-DTL-CREDIT        VALUE "C".
           05  GLJ-DTL-AMOUNT      PIC 9(11)V99.
           05  GLJ-DTL-BRANCH      PIC X(03).
           05  GLJ-DTL-OP-CODE     PIC X(03).
           05  GLJ-DTL-ITEM-COUNT  PIC 9(08).
           05  GLJ-DTL-ORIGIN-DATE PIC 9(08).
           05  FILLER              PIC X(09).

       01  GLJ-TRL-RECORD REDEFINES GLJ-RECORD.
           05  FILLER              PIC X(17).
           05  GLJ-TRL-LINE-COUNT  PIC 9(06).
           05  GLJ-TRL-DEBIT-TOTAL PIC 9(11)V99.
           05  GLJ-TRL-CREDIT-TOTAL
                                   PIC 9(11)V99.
           05  GLJ-TRL-SOURCE-COUNT
                                   PIC 9(08).
           05  GLJ-TRL-SOURCE-HASH PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(09).
