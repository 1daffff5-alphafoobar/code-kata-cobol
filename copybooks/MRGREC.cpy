      ******************************************************************
      *  MRGREC.CPY
      *  Print-line layouts for the STRMERGE stream merge report,
      *  printed under the RPTREC heading line and ahead of the
      *  RPTREC branch subtotal, reconciliation and acknowledgment
      *  lines the merge shares with the HELLOWORLD report.  Each
      *  01-level below is built in WORKING-STORAGE and MOVEd to the
      *  FD record (RPT-RECORD) immediately before the WRITE.
      *
      *  One STREAM RESULTS line prints per stream FEEDSTG staged:
      *  records staged to it, its TRANEDIT return code and failed
      *  count, its HELLOWORLD return code, accepted, rejected and
      *  duplicate counts, and its status.  A return code the stream
      *  never reported prints "--".  The ALL line adds the streams
      *  across.  The merged output lines show what the merge copied
      *  to AUDOUT and EXTOUT beside what the streams said they
      *  wrote.
      ******************************************************************
       01  MRG-STM-HDG-LINE.
           05  FILLER              PIC X(14) VALUE "STREAM RESULTS".
           05  FILLER              PIC X(66) VALUE SPACES.

       01  MRG-STM-COL-LINE.
           05  FILLER              PIC X(04) VALUE "STM".
           05  FILLER              PIC X(08) VALUE "  STAGED".
           05  FILLER              PIC X(05) VALUE " E-RC".
           05  FILLER              PIC X(08) VALUE "  E-FAIL".
           05  FILLER              PIC X(05) VALUE " C-RC".
           05  FILLER              PIC X(09) VALUE " ACCEPTED".
           05  FILLER              PIC X(08) VALUE " REJECTS".
           05  FILLER              PIC X(07) VALUE "   DUPS".
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(24) VALUE "STATUS".

       01  MRG-STM-LINE.
           05  MRG-STM-ID          PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MRG-STM-STAGED      PIC ZZZZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  MRG-STM-EDIT-RC     PIC Z9.
           05  MRG-STM-EDIT-RC-X REDEFINES MRG-STM-EDIT-RC
                                   PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MRG-STM-EDIT-FAIL   PIC ZZZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  MRG-STM-CALC-RC     PIC Z9.
           05  MRG-STM-CALC-RC-X REDEFINES MRG-STM-CALC-RC
                                   PIC X(02).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MRG-STM-ACCEPTED    PIC ZZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MRG-STM-REJECTED    PIC ZZZZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  MRG-STM-DUPS        PIC ZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  MRG-STM-STATUS      PIC X(24).

       01  MRG-OUT-HDG-LINE.
           05  FILLER              PIC X(14) VALUE "MERGED OUTPUTS".
           05  FILLER              PIC X(66) VALUE SPACES.

       01  MRG-OUT-LINE.
           05  MRG-OUT-LABEL       PIC X(13).
           05  FILLER              PIC X(07) VALUE "COUNT=".
           05  MRG-OUT-COUNT       PIC ZZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  FILLER              PIC X(05) VALUE "HASH=".
           05  MRG-OUT-HASH        PIC -----------9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  MRG-OUT-VERDICT     PIC X(28) VALUE SPACES.

       01  MRG-STATUS-LINE.
           05  FILLER              PIC X(23) VALUE
               "MERGE STATUS: ".
           05  MRG-STATUS          PIC X(57) VALUE SPACES.

       01  MRG-NOTE-LINE.
           05  FILLER              PIC X(06) VALUE "NOTE: ".
           05  MRG-NOTE-TEXT       PIC X(74) VALUE SPACES.

       01  MRG-ERR-LINE.
           05  FILLER              PIC X(07) VALUE "ERROR: ".
           05  MRG-ERR-TEXT        PIC X(73) VALUE SPACES.
