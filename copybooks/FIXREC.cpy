      *      OPC  replace the op-code with FIX-NEW-OP
      *      BRN  replace the branch code with FIX-NEW-BRANCH
      *      DTE  replace the transaction date with FIX-NEW-DATE
      *      CCY  replace the currency code with FIX-NEW-CURRENCY
      *      ABN  abandon the reject - report it and drop it
      *
      *  FIX-NEW-AMOUNT is the replacement summand for SM1/SM2, keyed
      *  three bytes of the value field (FIX-NEW-OP) carry the
      *  replacement op-code, which must be ADD, SUB, MUL, DIV, SUM
      *  or AVG.  For BRN the first three bytes (FIX-NEW-BRANCH)
      *  carry the replacement branch code, which must not be blank
      *  and must be on the branch master (copybook BRNREC).
      *  For DTE the whole value field (FIX-NEW-DATE) is the
      *  replacement date, YYYYMMDD numeric - the card matches the
      *  reject on its OLD date (FIX-TRAN-DATE) and the recycled
      *  record re-takes the full calendar and business-day edits on
      *  its way back through TRANEDIT.  BRN and DTE exist because
      *  edit failures ride the repair queue now: a blank, unknown
      *  or closed branch or a non-business date is a one-card
      *  repair, not an abandon and re-key.  For CCY the first three
      *  bytes (FIX-NEW-CURRENCY) carry the replacement currency code
      *  - blank for the base currency - and the recycled record
      *  re-takes the currency and rate edit in TRANEDIT.
      *
      *  FIX-MEMBER-SEQ names one member of a suspended multi-operand
      *  group, since every member of a group carries the same
      *      OPC      standalone rejects and the group header - an
      *               op-code lives on the header, and stamping it
      *               onto CON members would destroy the group
      *      BRN/DTE/CCY
      *               every member of the group (and standalone
      *               rejects) - branch, date and currency must move
      *               together or the group stops matching as a group
      *      ABN      every member - one card abandons the whole
      *               group
      *
               88  FIX-OP-CODE           VALUE "OPC".
               88  FIX-BRANCH            VALUE "BRN".
               88  FIX-DATE              VALUE "DTE".
               88  FIX-CURRENCY          VALUE "CCY".
               88  FIX-ABANDON           VALUE "ABN".
           05  FIX-NEW-VALUE       PIC X(08).
           05  FIX-NEW-AMOUNT REDEFINES FIX-NEW-VALUE
           05  FIX-NEW-BRANCH-X REDEFINES FIX-NEW-VALUE.
               10  FIX-NEW-BRANCH      PIC X(03).
               10  FILLER              PIC X(05).
           05  FIX-NEW-CURRENCY-X REDEFINES FIX-NEW-VALUE.
               10  FIX-NEW-CURRENCY    PIC X(03).
               10  FILLER              PIC X(05).
           05  FIX-MEMBER-SEQ      PIC X(02).
           05  FILLER              PIC X(53).
