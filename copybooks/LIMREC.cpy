      ******************************************************************
      *  LIMREC.CPY
      *  Approval-limit card for HELLOWORLD (APRLIMIT dataset).  One
      *  card per branch/op-code combination, giving the largest
      *  result (either sign) that may post without a supervisor's
      *  approval:
      *
      *      "BBB OOO NNNNNNNNNN description"
      *
      *  The limit is ten digits with two implied decimals
      *  ("0000500000" = 5,000.00).  A branch of "***" sets the limit
      *  for the op-code at every branch that has no card of its own,
      *  the same fallback the GL account map uses (copybook GLMREC).
      *  A combination with no card at all has no limit.  A result
      *  whose magnitude is over its limit is held on the pending-
      *  approval file (copybook PNDREC) instead of posting, for the
      *  HOLDAPPR run to approve or decline.  The table is maintained
      *  by editing the dataset under the usual change control and is
      *  re-read every run.  Blank cards are skipped.  Record is 80
      *  bytes.
      ******************************************************************
       01  LIM-CARD.
           05  LIM-CARD-BRANCH     PIC X(03).
           05  FILLER              PIC X(01).
           05  LIM-CARD-OP-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  LIM-CARD-LIMIT-X    PIC X(10).
           05  LIM-CARD-LIMIT REDEFINES LIM-CARD-LIMIT-X
                                   PIC 9(08)V99.
           05  FILLER              PIC X(01).
           05  LIM-CARD-DESC       PIC X(30).
           05  FILLER              PIC X(31).
