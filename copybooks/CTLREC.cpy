      *  wrote to EXTOUT (record count, and the sum of the EXT-RESULT
      *  amounts), for the next cycle to balance the downstream
      *  consumer's acknowledgment (copybook ACKREC) against.
      *
      *  CTL-ACC-COUNT and CTL-ACC-HASH are this run's own accepted
      *  count and summand hash total (not cumulative) - the figures
      *  printed on the ACCEPTED line of the reconciliation section -
      *  for the GLBUILD general-ledger step to tie its journal batch
      *  back to.
      *
      *  The three BASE fields are the same figures in the base
      *  currency (copybook RATREC) now that a transaction may be
      *  keyed in another: CTL-CUML-BASE-HASH the cumulative accepted
      *  summand hash, CTL-ACC-BASE-HASH this run's, each converted
      *  at the rate each transaction used, and CTL-EXT-BASE-HASH the
      *  sum of the EXT-BASE-RESULT amounts sent on EXTOUT - the
      *  total GLBUILD ties its journal batch to, since the ledger
      *  posts in the base currency.  Record is 116 bytes.
      ******************************************************************
       01  CTL-RECORD.
           05  CTL-RUN-DATE        PIC 9(08).
           05  CTL-EXT-COUNT       PIC 9(08).
           05  CTL-EXT-HASH        PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  CTL-ACC-COUNT       PIC 9(08).
           05  CTL-ACC-HASH        PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  CTL-CUML-BASE-HASH  PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  CTL-ACC-BASE-HASH   PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  CTL-EXT-BASE-HASH   PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
