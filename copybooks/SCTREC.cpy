      ******************************************************************
      *  SCTREC.CPY
      *  Stream control record.  When the day's feed is split into
      *  branch streams (FEEDSTG STREAMn= cards), each stream's
      *  HELLOWORLD run (option card STREAM=n) leaves CTL-FILE and the
      *  downstream acknowledgment alone - the cycle's cumulative
      *  totals and acknowledgment balance belong to the whole cycle -
      *  and writes this one record to its STRMCTL generation instead,
      *  for the STRMERGE step to add the streams up from:
      *
      *      SCT-MODE         P  posted to the end
      *                       R  REPORT-ONLY run - nothing posted
      *                       A  aborted - reject tolerance or
      *                          history journal open failure
      *      READ / EXP       what was read and what the stream's
      *                       trailer expected (RPT-REC-CURR/EXP)
      *      ACC              accepted count and summand hash, the
      *                       figures CTL-ACC-COUNT/HASH would carry
      *      EXT              what was written to EXTOUT (count and
      *                       EXT-RESULT sum), as CTL-EXT-COUNT/HASH
      *      BRN-DATA         the branch subtotals, as printed -
      *                       one slot per branch and currency
      *      ACC-BASE-HASH    the accepted hash in the base currency
      *      EXT-BASE-HASH    the EXT-BASE-RESULT sum, as
      *                       CTL-EXT-BASE-HASH
      *      CCY-DATA         records read and their summand hash
      *                       by transaction currency
      *
      *  SCT-TRL-VERDICT is the stream's trailer verdict as printed.
      *  Written on every run mode, like the cycle-status record; a
      *  restarted run rewrites it.  Record is 878 bytes.
      ******************************************************************
       01  SCT-RECORD.
           05  SCT-STREAM          PIC X(01).
           05  SCT-RUN-DATE        PIC 9(08).
           05  SCT-RUN-ID          PIC X(16).
           05  SCT-RETURN-CODE     PIC 9(02).
           05  SCT-MODE            PIC X(01).
               88  SCT-POSTED              VALUE 'P'.
               88  SCT-REPORT-ONLY         VALUE 'R'.
               88  SCT-ABORTED             VALUE 'A'.
           05  SCT-TRL-VERDICT     PIC X(20).
           05  SCT-READ-COUNT      PIC 9(08).
           05  SCT-READ-HASH       PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  SCT-EXP-COUNT       PIC 9(08).
           05  SCT-EXP-HASH        PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  SCT-ACC-COUNT       PIC 9(08).
           05  SCT-ACC-HASH        PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  SCT-REJECT-COUNT    PIC 9(08).
           05  SCT-DUP-COUNT       PIC 9(08).
           05  SCT-HELD-COUNT      PIC 9(08).
           05  SCT-APR-COUNT       PIC 9(08).
           05  SCT-EXT-COUNT       PIC 9(08).
           05  SCT-EXT-HASH        PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  SCT-JRN-COUNT       PIC 9(08).
           05  SCT-BRN-DATA.
               10  SCT-BRN-COUNT       PIC 9(02).
               10  SCT-BRN-ENTRY OCCURS 10 TIMES.
                   15  SCT-BRN-CODE        PIC X(03).
                   15  SCT-BRN-REC-COUNT   PIC 9(08).
                   15  SCT-BRN-HASH        PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
                   15  SCT-BRN-CURRENCY    PIC X(03).
                   15  SCT-BRN-BASE-HASH   PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  SCT-ACC-BASE-HASH   PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  SCT-EXT-BASE-HASH   PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05  SCT-CCY-DATA.
               10  SCT-CCY-COUNT       PIC 9(02).
               10  SCT-CCY-ENTRY OCCURS 10 TIMES.
                   15  SCT-CCY-CODE        PIC X(03).
                   15  SCT-CCY-READ-COUNT  PIC 9(08).
                   15  SCT-CCY-READ-HASH   PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
