      ******************************************************************
      *  GLHREC.CPY
      *  Held general-ledger amount, one per branch/op-code
      *  combination GLBUILD could not post for want of an account
      *  mapping (copybook GLMREC).  Written to the GLHELD generation
      *  and read back by the next cycle's GLBUILD, which posts the
      *  amount as soon as a mapping card exists - nothing accepted is
      *  ever dropped from the ledger, only held.  GLH-ORIGIN-DATE is
      *  the cycle the results came from and is kept through any
      *  number of carries, so the exception report shows how long
      *  an amount has waited.  Amounts are the net of the accepted
      *  results and the summand hash, signed two-decimal, as on the
      *  audit trail.  Record is 80 bytes.
      ******************************************************************
       01  GLH-RECORD.
           05  GLH-BRANCH          PIC X(03).
           05  GLH-OP-CODE         PIC X(03).
           05  GLH-ORIGIN-DATE     PIC 9(08).
           05  GLH-ITEM-COUNT      PIC 9(08).
           05  GLH-AMOUNT          PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  GLH-HASH            PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(30).
