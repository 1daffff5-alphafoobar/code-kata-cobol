      *  count on a multi-operand SUM/AVG.  The stored summands are
      *  always operands 1 and 2, so a count above 02 tells readers -
      *  and the integrity verification - that the stored pair alone
      *  cannot reproduce the result.
      *
      *  HIST-CURRENCY is the currency the calculation was keyed and
      *  computed in (TRAN-CURRENCY, copybook TRANREC) - the summands,
      *  HIST-RESULT and HIST-REMAINDER are all in it.  HIST-RATE is
      *  the exchange rate used (copybook RATREC) and HIST-BASE-RESULT
      *  the result converted to the base currency at that rate.
      *  Records written before the fields existed carry spaces here:
      *  readers must treat a blank currency as the base, rate 1, base
      *  result = HIST-RESULT.  Record is 108 bytes.
      ******************************************************************
       01  HIST-RECORD.
           05  HIST-KEY.
               10  HIST-S2-REF-DATE    PIC X(08).
           05  HIST-BRANCH             PIC X(03).
           05  HIST-OPERAND-COUNT      PIC 9(02).
           05  HIST-CURRENCY           PIC X(03).
           05  HIST-RATE               PIC 9(04)V9(06).
           05  HIST-BASE-RESULT        PIC S9(08)V99
                                       SIGN LEADING SEPARATE.
