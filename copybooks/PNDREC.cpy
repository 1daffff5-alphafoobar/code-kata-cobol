      ******************************************************************
      *  PNDREC.CPY
      *  Pending-approval record.  HELLOWORLD writes one PND-ITEM for
      *  every result over its approval limit (copybook LIMREC) to
      *  the PENDOUT generation instead of posting it, carrying the
      *  calculation exactly as it would have posted - summands as
      *  resolved, result, remainder, references, branch, operand
      *  count, currency, rate and base-currency result - so the
      *  HOLDAPPR run can post it unchanged once a supervisor
      *  approves it.  PND-HELD-RUN-ID and PND-HELD-DATE
      *  are the run-id and run date of the cycle that held it;
      *  PND-LIMIT is the limit it broke, in the base currency - the
      *  limit is tested against PND-BASE-RESULT.
      *
      *  A held SUM/AVG is followed by one PND-MEMBER record per CON
      *  continuation, carrying the continuation's TRANREC image
      *  (PND-MEMBER-TRAN) in keyed order, so a declined group goes
      *  to the repair queue complete, the same way HELLOWORLD
      *  rejects a group.  Members carry their header's TRAN-ID and
      *  date.
      *
      *  HOLDAPPR carries every item it has no card for forward on
      *  the APRHOLD generation in this same layout, members and
      *  all.  Record is 146 bytes.
      ******************************************************************
       01  PND-RECORD.
           05  PND-REC-TYPE        PIC X(01).
               88  PND-ITEM                VALUE "H".
               88  PND-MEMBER              VALUE "C".
           05  PND-HELD-RUN-ID     PIC X(16).
           05  PND-HELD-DATE       PIC 9(08).
           05  PND-TRAN-ID         PIC X(06).
           05  PND-TRAN-DATE       PIC 9(08).
           05  PND-ITEM-DATA.
               10  PND-SUMMAND-1       PIC S9(04)V99
                                       SIGN LEADING SEPARATE.
               10  PND-SUMMAND-2       PIC S9(04)V99
                                       SIGN LEADING SEPARATE.
               10  PND-OP-CODE         PIC X(03).
               10  PND-RESULT          PIC S9(08)V99
                                       SIGN LEADING SEPARATE.
               10  PND-REMAINDER       PIC S9(04)V99
                                       SIGN LEADING SEPARATE.
               10  PND-S1-REF          PIC X(15).
               10  PND-S2-REF          PIC X(15).
               10  PND-BRANCH          PIC X(03).
               10  PND-OPERAND-COUNT   PIC 9(02).
               10  PND-CYCLE-COUNT     PIC 9(02).
               10  PND-LIMIT           PIC S9(08)V99
                                       SIGN LEADING SEPARATE.
               10  PND-CURRENCY        PIC X(03).
               10  PND-RATE            PIC 9(04)V9(06).
               10  PND-BASE-RESULT     PIC S9(08)V99
                                       SIGN LEADING SEPARATE.
           05  PND-MEMBER-DATA REDEFINES PND-ITEM-DATA.
               10  PND-MEMBER-TRAN     PIC X(80).
               10  FILLER              PIC X(27).
