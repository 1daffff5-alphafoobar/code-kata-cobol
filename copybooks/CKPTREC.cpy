      *  report must cover the whole file, not just the post-restart
      *  tail, or the branches cannot balance their month-end against
      *  them.  Ten slots cover the four live branches with headroom;
      *  an unused slot has a blank branch code.  A slot is one branch
      *  in one currency (CKPT-BRN-CURRENCY, blank = the base), with
      *  the hash in that currency and converted to the base
      *  (CKPT-BRN-BASE-HASH).
      *
      *  CKPT-HELD-COUNT is how many results have been held for
      *  approval so far (copybook PNDREC), and CKPT-APR-COUNT how
      *  many approved items off APRPOST have been posted - a restart
      *  posts only the APRPOST records past that count, so an item
      *  approved while the run was down is still picked up and none
      *  is posted twice.
      *
      *  CKPT-HASH-BASE-TOTAL is the accepted summand hash converted
      *  to the base currency, CKPT-CCY-DATA the records read and
      *  their summand hash by transaction currency, and
      *  CKPT-EXT-BASE-HASH the base-currency result total written to
      *  EXTOUT - each carried for the same reason as its
      *  single-currency counterpart above.  Record is 824 bytes.
      ******************************************************************
       01  CKPT-RECORD.
           05  CKPT-RUN-ID          PIC X(16).
                   15  CKPT-BRN-REC-COUNT   PIC 9(08).
                   15  CKPT-BRN-HASH        PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
                   15  CKPT-BRN-CURRENCY    PIC X(03).
                   15  CKPT-BRN-BASE-HASH   PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           05  CKPT-HELD-COUNT      PIC 9(08).
           05  CKPT-APR-COUNT       PIC 9(08).
           05  CKPT-HASH-BASE-TOTAL PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
           05  CKPT-CCY-DATA.
               10  CKPT-CCY-COUNT       PIC 9(02).
               10  CKPT-CCY-ENTRY OCCURS 10 TIMES.
                   15  CKPT-CCY-CODE        PIC X(03).
                   15  CKPT-CCY-READ-COUNT  PIC 9(08).
                   15  CKPT-CCY-READ-HASH   PIC S9(11)V99
                                            SIGN LEADING SEPARATE.
           05  CKPT-EXT-BASE-HASH   PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
