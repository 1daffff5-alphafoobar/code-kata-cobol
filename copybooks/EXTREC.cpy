      *  DIV, where it carries what was left over after the decimal
      *  quotient in EXT-RESULT.  EXT-BRANCH is the originating
      *  branch/cost-center code the transaction was keyed under
      *  (TRAN-BRANCH, copybook TRANREC).  EXT-TRAN-DATE is the
      *  transaction's business date, so an extract record can be
      *  matched to its history key (HISTRECN).  EXT-CURRENCY is the
      *  currency the amounts are in (blank = the base currency),
      *  EXT-RATE the exchange rate used (copybook RATREC) and
      *  EXT-BASE-RESULT the result in the base currency.  Record
      *  length is 73 bytes - the receiving shop's copy of this layout
      *  must move with it.
      ******************************************************************
       01  EXT-RECORD.
           05  EXT-TRAN-ID         PIC X(06).
           05  EXT-REMAINDER       PIC S9(04)V99
                                   SIGN LEADING SEPARATE.
           05  EXT-BRANCH          PIC X(03).
           05  EXT-TRAN-DATE       PIC 9(08).
           05  EXT-CURRENCY        PIC X(03).
           05  EXT-RATE            PIC 9(04)V9(06).
           05  EXT-BASE-RESULT     PIC S9(08)V99
                                   SIGN LEADING SEPARATE.
