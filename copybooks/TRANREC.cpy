      *  how the number was built.  A reference that is not on the
      *  history file rejects with a clear reason.  The flags are
      *  blank on an ordinary transaction.
      *
      *  TRAN-CURRENCY is the currency the summands are keyed in, so
      *  a branch taking work in a second currency keys the original
      *  amounts instead of converting them by hand.  Blank means the
      *  base currency (copybook RATREC), which is how every feed
      *  from before the field existed reads.  Any other code must
      *  have a rate on the rate file (RATFILE) for TRAN-DATE or the
      *  front-end edit fails the record.  The header's currency
      *  governs a SUM/AVG group; continuations leave it blank.
      ******************************************************************
       01  TRAN-RECORD.
           05  TRAN-ID             PIC X(06).
                   15  TRAN-S2-REF-DATE    PIC 9(08).
           05  TRAN-BRANCH         PIC X(03).
           05  TRAN-GROUP-COUNT    PIC X(02).
           05  TRAN-CURRENCY       PIC X(03).
           05  FILLER              PIC X(01).

      ******************************************************************
      *  TRL-RECORD redefines TRAN-RECORD for the one trailer record
