      ******************************************************************
      *  GLMREC.CPY
      *  Account-mapping card for the GLBUILD general-ledger journal
      *  build (GLMAP dataset).  One card per branch/op-code
      *  combination, naming the GL account the combination's
      *  accepted results are debited to and the account they are
      *  credited to:
      *
      *      "BBB OOO DDDDDDDDDDDD CCCCCCCCCCCC description"
      *
      *  A branch of "***" maps the op-code for every branch that has
      *  no card of its own, so a new branch only needs cards where
      *  its accounts differ.  The table is maintained by editing the
      *  dataset under the usual change control; GLBUILD re-reads it
      *  every run, so a card added for a combination on the
      *  exception report takes effect on the next cycle, when the
      *  held amount posts.  Blank cards are skipped.  Record is 80
      *  bytes.
      ******************************************************************
       01  GLM-CARD.
           05  GLM-CARD-BRANCH     PIC X(03).
           05  FILLER              PIC X(01).
           05  GLM-CARD-OP-CODE    PIC X(03).
           05  FILLER              PIC X(01).
           05  GLM-CARD-DR-ACCOUNT PIC X(12).
           05  FILLER              PIC X(01).
           05  GLM-CARD-CR-ACCOUNT PIC X(12).
           05  FILLER              PIC X(01).
           05  GLM-CARD-DESC       PIC X(30).
           05  FILLER              PIC X(16).
