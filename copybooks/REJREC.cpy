      *  ONE member (FIX-MEMBER-SEQ, copybook FIXREC), and the count
      *  is what REJRECYC stamps onto the recycled records
      *  (TRAN-GROUP-COUNT) so the edit can refuse a group that
      *  comes back short.
      *
      *  REJ-CURRENCY carries the transaction's currency code
      *  (TRAN-CURRENCY, copybook TRANREC; blank = the base currency)
      *  so REJRECYC rebuilds it onto the recycled record - an amount
      *  must never come back in a different currency from the one it
      *  was keyed in.  Its three bytes came off the end of the
      *  reason, which is 37 bytes.  Record is 80 bytes.
      ******************************************************************
       01  REJ-RECORD.
           05  REJ-TRAN-ID         PIC X(06).
           05  REJ-BRANCH          PIC X(03).
           05  REJ-MEMBER-SEQ      PIC 9(02).
           05  REJ-MEMBER-COUNT    PIC 9(02).
           05  REJ-REASON          PIC X(37).
           05  REJ-CURRENCY        PIC X(03).
