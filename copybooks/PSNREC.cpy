      ******************************************************************
      *  PSNREC.CPY
      *  Period snapshot record, written by PRDCLOSE when it closes an
      *  accounting month (period control record: copybook PRDREC).
      *  One record per branch and op-code with history dated in the
      *  month: how many calculations and their result total, as
      *  HIST-FILE held them at the moment of close.  The result
      *  total is in the base currency (copybook RATREC): each
      *  result at its HIST-BASE-RESULT, a result with no currency
      *  as keyed.  Each close writes a new generation that is never
      *  rewritten, so the figures finance signed off on survive any
      *  later correction or reopen - a re-close after a reopen
      *  writes a fresh generation under the next PSN-CLOSE-SEQ
      *  beside the old one.
      *  Record is 60 bytes.
      ******************************************************************
       01  PSN-RECORD.
           05  PSN-PERIOD          PIC 9(06).
           05  PSN-CLOSE-SEQ       PIC 9(02).
           05  PSN-BRANCH          PIC X(03).
           05  PSN-OP-CODE         PIC X(03).
           05  PSN-COUNT           PIC 9(07).
           05  PSN-RESULT-TOTAL    PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  PSN-CLOSE-DATE      PIC 9(08).
           05  PSN-CLOSED-BY       PIC X(08).
           05  FILLER              PIC X(09).
