      ******************************************************************
      *  RATREC.CPY
      *  Daily exchange-rate record for RATFILE, an indexed file keyed
      *  by currency code and date (RAT-KEY) with one record per
      *  currency per business day.  RAT-RATE is how many units of the
      *  base currency one unit of RAT-CURRENCY buys that day, to six
      *  decimal places; HELLOWORLD multiplies a result computed in
      *  the transaction's currency (TRAN-CURRENCY, copybook TRANREC)
      *  by it to carry the base-currency equivalent on history, audit
      *  and extract, and TRANEDIT fails a currency it has no rate for
      *  on TRAN-DATE.  Loaded each day by RATLOAD (card layout and
      *  load report: copybook RTLREC); reloading a currency and date
      *  replaces the rate, so a corrected rate is one card.
      *  RAT-LOAD-DATE is the run date of the load that wrote it.
      *
      *  The base currency is the one RAT-BASE-CURRENCY names.  It
      *  never has a rate on file - its rate is 1 by definition - and
      *  a blank currency code anywhere in the system means the base.
      *  Record is 29 bytes.
      ******************************************************************
       01  RAT-RECORD.
           05  RAT-KEY.
               10  RAT-CURRENCY    PIC X(03).
                   88  RAT-BASE-CURRENCY     VALUE "USD".
               10  RAT-DATE        PIC 9(08).
           05  RAT-RATE            PIC 9(04)V9(06).
           05  RAT-LOAD-DATE       PIC 9(08).
