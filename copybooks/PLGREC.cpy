      ******************************************************************
      *  PLGREC.CPY
      *  Period log record, appended by PRDCLOSE for every card it
      *  applies to the period control file (copybook PRDREC) - the
      *  cumulative record of who closed or reopened which month,
      *  when, and why.  PLG-ACTION is CLS or REO.  PLG-DATE is the
      *  card date (the close date or the reopen date) and PLG-USER
      *  the id punched on the card.  On a close the snapshot's
      *  record count and result total are carried; on a reopen
      *  PLG-REASON is the reason given and the snapshot fields show
      *  the totals of the close being undone.  Record is 100 bytes.
      ******************************************************************
       01  PLG-RECORD.
           05  PLG-RUN-DATE        PIC 9(08).
           05  PLG-ACTION          PIC X(03).
           05  PLG-PERIOD          PIC 9(06).
           05  PLG-DATE            PIC 9(08).
           05  PLG-USER            PIC X(08).
           05  PLG-REASON          PIC X(30).
           05  PLG-CLOSE-SEQ       PIC 9(02).
           05  PLG-SNAP-COUNT      PIC 9(07).
           05  PLG-SNAP-RESULT     PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(14).
