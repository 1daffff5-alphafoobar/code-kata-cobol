      *
      *  AUD-BRANCH is the originating branch/cost-center code the
      *  transaction was keyed under (TRAN-BRANCH, copybook TRANREC).
      *
      *  AUD-APPROVER is the supervisor id that released a result
      *  held over its approval limit (HOLDAPPR, copybook APRREC);
      *  spaces on a result that posted straight through.
      *
      *  AUD-TRAN-DATE is the transaction's business date (TRAN-DATE)
      *  - AUD-TIMESTAMP is when it was posted - so an audit record
      *  can be matched to its HIST-FILE key (HISTRECN).  Spaces on
      *  records written before it was added.
      *
      *  AUD-CURRENCY is the currency the calculation was computed in
      *  (TRAN-CURRENCY, copybook TRANREC), AUD-RATE the exchange rate
      *  used (copybook RATREC) and AUD-BASE-RESULT the result in the
      *  base currency.  Spaces on records written before they were
      *  added: a blank currency means the base, rate 1, base result
      *  = AUD-RESULT.  Record is 146 bytes.
      ******************************************************************
       01  AUD-RECORD.
           05  AUD-RUN-ID          PIC X(16).
               10  AUD-S2-REF-ID       PIC X(06).
               10  AUD-S2-REF-DATE     PIC X(08).
           05  AUD-BRANCH          PIC X(03).
           05  AUD-APPROVER        PIC X(08).
           05  AUD-TRAN-DATE       PIC 9(08).
           05  AUD-CURRENCY        PIC X(03).
           05  AUD-RATE            PIC 9(04)V9(06).
           05  AUD-BASE-RESULT     PIC S9(08)V99
                                   SIGN LEADING SEPARATE.
