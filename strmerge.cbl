       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMERGE.
       AUTHOR. BATCH-SUPPORT.

      ******************************************************************
      *  STRMERGE - BRANCH STREAM MERGE
      *  ----------------------------------------------------------------
      *  When FEEDSTG splits the day's feed into branch streams
      *  (STREAMn= cards), TRANEDIT and HELLOWORLD run once per stream
      *  (option card STREAM=n), each against its own staged, edited
      *  and output generations and its own checkpoint.  A stream run
      *  leaves CTL-FILE and the downstream acknowledgment alone -
      *  the cumulative totals and the acknowledgment balance belong
      *  to the whole cycle - and writes its figures to its STRMCTL
      *  generation (copybook SCTREC) instead.  This step puts the
      *  cycle back together:
      *
      *    - judges every stream FEEDSTG staged off the cycle-status
      *      records (CYCIN - the cycle's CYCSTAT generation, which
      *      carries FEEDSTG's per-stream records, and each stream's
      *      own CYCSTAT generation) and the stream control records
      *      (SCTIN), and prints one STREAM RESULTS line per stream;
      *    - copies the stream audit (AUDIN) and extract (EXTIN)
      *      generations to the cycle's single AUDOUT and EXTOUT,
      *      counting and hashing them as it goes, and ties each to
      *      what the streams said they wrote;
      *    - prints the merged branch subtotals, footer counts and
      *      reconciliation section as one HELLOWORLD report would,
      *      with the trailer verdict over all the streams - broken
      *      down by currency, with the base-currency figures, when
      *      any stream saw work in a currency other than the base;
      *    - balances the downstream acknowledgment of the prior
      *      cycle's extract against CTL-FILE, as HELLOWORLD's
      *      U04A-ACK-RECONCILE does on an unsplit cycle;
      *    - rewrites CTL-FILE with the cycle's totals, for the next
      *      cycle's acknowledgment balance and the GLBUILD tie-back;
      *    - appends blank-stream TRANEDIT and HELLOWLD cycle-status
      *      records (CYCOUT) adding the streams up, so OPSRECAP
      *      reports the split cycle as one.
      *
      *  The cycle is committed - CTL-FILE rewritten - only when every
      *  stream either posted to the end or had nothing to post (its
      *  edit found no usable record, so HELLOWORLD was bypassed),
      *  at least one stream posted, and the merged audit and extract
      *  tie to the streams.  The common stream (0) is never "nothing
      *  to post": its HELLOWORLD posts the items HOLDAPPR approved
      *  (APRPOST) and runs even on an empty edit, so stream 0 must
      *  report a posting - on most days one of approved items only.
      *  A stream that aborted, ran REPORT-ONLY, or never reported
      *  holds the whole cycle back: its work belongs to the cycle
      *  and the totals would be short without it.  A stream record
      *  dated before FEEDSTG split the feed is left over from an
      *  earlier cycle and is ignored, with a note.
      *
      *  Each stream posts under its own run-id; they are listed for
      *  HISTBOUT should the cycle have to be backed out.
      *
      *  RETURN-CODE:  0  committed, clean
      *                4  committed, a stream wrote rejects
      *                8  committed, acknowledgment failed
      *               12  not committed - CTL-FILE not rewritten; the
      *                   merged extract must not be forwarded (a
      *                   stream aborted, including a stream whose
      *                   history journal never opened, ran
      *                   REPORT-ONLY or never reported, or the
      *                   merged audit/extract did not tie)
      *
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------------
      *  2026-10-15  Initial version.
      *  2026-10-15  Multi-currency.  Branch subtotals merge by branch
      *              and currency and print in the base currency with
      *              CCY lines, as HELLOWORLD prints them, followed by
      *              CURRENCY SUBTOTALS; the ACTUAL READ line is
      *              broken down by currency; the accepted,
      *              cumulative and extract base hashes are carried
      *              to CTL-FILE (116 bytes).  STRMCTL 878 bytes,
      *              audit 146, extract 73.
      *  2026-10-15  Stream 0 with no stream control is DID NOT
      *              REPORT, not NOTHING TO POST: its HELLOWORLD now
      *              runs on an empty edit to post APRPOST, so a
      *              missing run would leave approved items unposted.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE ASSIGN TO "MRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CYC-FILE ASSIGN TO "CYCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT CYO-FILE ASSIGN TO "CYCOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYO-STATUS.

           SELECT SCT-FILE ASSIGN TO "SCTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCT-STATUS.

           SELECT AUD-FILE ASSIGN TO "AUDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT AUO-FILE ASSIGN TO "AUDOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXT-FILE ASSIGN TO "EXTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT EXO-FILE ASSIGN TO "EXTOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CTL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT ACK-FILE ASSIGN TO "ACKIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT BRN-FILE ASSIGN TO "BRNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-CODE
               FILE STATUS IS WS-BRNM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE.
       01  RPT-RECORD              PIC X(80).

       FD  CYC-FILE.
       01  CYC-RECORD-IN            PIC X(91).

       FD  CYO-FILE.
       01  CYC-RECORD-OUT           PIC X(91).

       FD  SCT-FILE.
       01  SCT-RECORD-IN            PIC X(878).

       FD  AUD-FILE.
       01  AUD-RECORD-IN            PIC X(146).

       FD  AUO-FILE.
       01  AUD-RECORD-OUT           PIC X(146).

       FD  EXT-FILE.
       01  EXT-RECORD-IN            PIC X(73).

       FD  EXO-FILE.
       01  EXT-RECORD-OUT           PIC X(73).

       FD  CTL-FILE.
       01  CTL-RECORD-IO            PIC X(116).

       FD  ACK-FILE.
       01  ACK-RECORD-IN            PIC X(30).

       FD  BRN-FILE.
       COPY BRNREC.

       WORKING-STORAGE SECTION.
       01  WS-CYC-STATUS            PIC X(02).
       01  WS-CYO-STATUS            PIC X(02).
       01  WS-SCT-STATUS            PIC X(02).
       01  WS-AUD-STATUS            PIC X(02).
       01  WS-EXT-STATUS            PIC X(02).
       01  WS-CTL-STATUS            PIC X(02).
       01  WS-ACK-STATUS            PIC X(02).
       01  WS-BRNM-STATUS           PIC X(02).

       01  CYC-EOF-SW          PIC X(01) VALUE 'N'.
           88  CYC-EOF                   VALUE 'Y'.
           88  CYC-NOT-EOF               VALUE 'N'.

       01  SCT-EOF-SW          PIC X(01) VALUE 'N'.
           88  SCT-EOF                   VALUE 'Y'.
           88  SCT-NOT-EOF               VALUE 'N'.

       01  AUD-EOF-SW          PIC X(01) VALUE 'N'.
           88  AUD-EOF                   VALUE 'Y'.
           88  AUD-NOT-EOF               VALUE 'N'.

       01  EXT-EOF-SW          PIC X(01) VALUE 'N'.
           88  EXT-EOF                   VALUE 'Y'.
           88  EXT-NOT-EOF               VALUE 'N'.

       01  WS-RUN-DATE              PIC 9(08).

       01  WS-BRNM-SW               PIC X(01) VALUE 'N'.
           88  WS-BRNM-AVAILABLE             VALUE 'Y'.
           88  WS-BRNM-UNAVAILABLE           VALUE 'N'.
       01  WS-BRNM-NAME             PIC X(30).

      ******************************************************************
      *  Whether the cycle may be committed.  Set failed by anything
      *  that would leave the cycle's totals short or untied; the
      *  reason is printed where it is found.
      ******************************************************************
       01  WS-MERGE-SW              PIC X(01) VALUE 'N'.
           88  WS-MERGE-FAILED               VALUE 'Y'.
           88  WS-MERGE-OK                   VALUE 'N'.

      ******************************************************************
      *  FEEDSTG's per-stream cycle-status records are the manifest -
      *  which streams the feed was split into and what each was
      *  given.  WS-MANIFEST-DATE is the day the split was made;
      *  stream records dated before it are left over.
      ******************************************************************
       01  WS-MANIFEST-SW           PIC X(01) VALUE 'N'.
           88  WS-MANIFEST-PRESENT           VALUE 'Y'.
           88  WS-MANIFEST-ABSENT            VALUE 'N'.
       01  WS-MANIFEST-DATE         PIC 9(08) VALUE 0.

       01  WS-WORK-STREAM-X         PIC X(01).
           88  WS-VALID-STREAM               VALUE "0" THRU "4".
       01  WS-WORK-STREAM REDEFINES WS-WORK-STREAM-X
                                    PIC 9(01).

      ******************************************************************
      *  One entry per stream, subscript = stream number + 1.  The
      *  stream's STRMCTL record is kept whole (WS-STM-SCT-DATA) and
      *  MOVEd back into SCT-RECORD to be worked on.
      ******************************************************************
       01  WS-STM-LIMIT             PIC 9(02) COMP VALUE 5.
       01  WS-STM-TABLE.
           05  WS-STM-ENTRY OCCURS 5 TIMES.
               10  WS-STM-STAGED-SW     PIC X(01).
                   88  WS-STM-STAGED            VALUE 'Y'.
               10  WS-STM-STAGED-COUNT  PIC 9(08) COMP.
               10  WS-STM-EDIT-SW       PIC X(01).
                   88  WS-STM-EDITED            VALUE 'Y'.
               10  WS-STM-EDIT-DATE     PIC 9(08).
               10  WS-STM-EDIT-RC       PIC 9(02).
               10  WS-STM-EDIT-READ     PIC 9(08) COMP.
               10  WS-STM-EDIT-PASS     PIC 9(08) COMP.
               10  WS-STM-EDIT-FAIL     PIC 9(08) COMP.
               10  WS-STM-CALC-SW       PIC X(01).
                   88  WS-STM-CALC-SEEN         VALUE 'Y'.
               10  WS-STM-CALC-DATE     PIC 9(08).
               10  WS-STM-SCT-SW        PIC X(01).
                   88  WS-STM-SCT-PRESENT       VALUE 'Y'.
               10  WS-STM-SCT-DATA      PIC X(878).
               10  WS-STM-POSTED-SW     PIC X(01).
                   88  WS-STM-POSTED            VALUE 'Y'.
               10  WS-STM-STATUS        PIC X(24).
       01  WS-STM-IX                PIC 9(02) COMP VALUE 0.
       01  WS-OUT-STREAM            PIC 9(01).
       01  WS-POSTED-COUNT          PIC 9(02) COMP VALUE 0.

      ******************************************************************
      *  The cycle's figures, added across the streams that posted.
      ******************************************************************
       01  WS-TOT-STAGED            PIC 9(08) COMP VALUE 0.
       01  WS-TOT-EDIT-READ         PIC 9(08) COMP VALUE 0.
       01  WS-TOT-EDIT-PASS         PIC 9(08) COMP VALUE 0.
       01  WS-TOT-EDIT-FAIL         PIC 9(08) COMP VALUE 0.
       01  WS-EDIT-REPORTED-SW      PIC X(01) VALUE 'N'.
           88  WS-EDIT-REPORTED              VALUE 'Y'.
       01  WS-TOT-READ-COUNT        PIC 9(08) COMP VALUE 0.
       01  WS-TOT-READ-HASH         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-EXP-COUNT         PIC 9(08) COMP VALUE 0.
       01  WS-TOT-EXP-HASH          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-ACC-COUNT         PIC 9(08) COMP VALUE 0.
       01  WS-TOT-ACC-HASH          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-REJECT-COUNT      PIC 9(08) COMP VALUE 0.
       01  WS-TOT-DUP-COUNT         PIC 9(08) COMP VALUE 0.
       01  WS-TOT-HELD-COUNT        PIC 9(08) COMP VALUE 0.
       01  WS-TOT-APR-COUNT         PIC 9(08) COMP VALUE 0.
       01  WS-TOT-EXT-COUNT         PIC 9(08) COMP VALUE 0.
       01  WS-TOT-EXT-HASH          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-ACC-BASE-HASH     PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-EXT-BASE-HASH     PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-MAX-CALC-RC           PIC 9(02) VALUE 0.

      ******************************************************************
      *  Combined trailer verdict: OUT OF BALANCE if any posted stream
      *  was, else NO TRAILER SUPPLIED if any stream had none, else
      *  BALANCED.
      ******************************************************************
       01  WS-TRL-SW                PIC X(01) VALUE 'B'.
           88  WS-TRL-BALANCED               VALUE 'B'.
           88  WS-TRL-NOT-SUPPLIED           VALUE 'N'.
           88  WS-TRL-OUT-OF-BALANCE         VALUE 'O'.

      ******************************************************************
      *  What was actually copied to the merged AUDOUT and EXTOUT.
      *  The audit hash is the summand hash the ACCEPTED line carries
      *  (as GLBUILD takes it); the extract hash is the EXT-RESULT sum
      *  CTL-EXT-HASH carries.
      ******************************************************************
       01  WS-AUD-COUNT             PIC 9(08) COMP VALUE 0.
       01  WS-AUD-HASH              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EXT-COUNT             PIC 9(08) COMP VALUE 0.
       01  WS-EXT-HASH              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EXT-BASE-HASH         PIC S9(11)V99 COMP-3 VALUE 0.

      ******************************************************************
      *  Cumulative totals and the prior cycle's extract figures off
      *  CTL-FILE, and the acknowledgment - as HELLOWORLD holds them.
      ******************************************************************
       01  WS-CUML-RECORD-COUNT     PIC 9(08) VALUE 0.
       01  WS-CUML-HASH-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CUML-BASE-HASH        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-PRIOR-RUN-DATE        PIC 9(08) VALUE 0.
       01  WS-PRIOR-EXT-COUNT       PIC 9(08) VALUE 0.
       01  WS-PRIOR-EXT-HASH        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-PRIOR-EXT-SW          PIC X(01) VALUE 'N'.
           88  WS-PRIOR-EXT-PRESENT          VALUE 'Y'.
           88  WS-PRIOR-EXT-ABSENT           VALUE 'N'.
       01  WS-ACK-SW                PIC X(01) VALUE 'N'.
           88  WS-ACK-RECEIVED               VALUE 'Y'.
           88  WS-ACK-NOT-RECEIVED           VALUE 'N'.
       01  WS-ACK-FAIL-SW           PIC X(01) VALUE 'N'.
           88  WS-ACK-FAILED                 VALUE 'Y'.
           88  WS-ACK-NOT-FAILED             VALUE 'N'.

      ******************************************************************
      *  Merged branch subtotals, as HELLOWORLD's table - one entry
      *  per branch and currency, the last slot absorbing any
      *  overflow as "***".
      ******************************************************************
       01  WS-BRN-LIMIT             PIC 9(02) COMP VALUE 10.
       01  WS-BRN-COUNT             PIC 9(02) COMP VALUE 0.
       01  WS-BRN-TABLE.
           05  WS-BRN-ENTRY OCCURS 10 TIMES.
               10  WS-BRN-CODE          PIC X(03).
               10  WS-BRN-REC-COUNT     PIC 9(08) COMP.
               10  WS-BRN-HASH          PIC S9(11)V99 COMP-3.
               10  WS-BRN-CURRENCY      PIC X(03).
               10  WS-BRN-BASE-HASH     PIC S9(11)V99 COMP-3.
       01  WS-BRN-IX                PIC 9(02) COMP.
       01  WS-BRN-JX                PIC 9(02) COMP.
       01  WS-SCT-BRN-IX            PIC 9(02) COMP.
       01  WS-BRN-FOUND-SW          PIC X(01).
           88  WS-BRN-FOUND               VALUE 'Y'.
           88  WS-BRN-NOT-FOUND           VALUE 'N'.
       01  WS-WORK-BRANCH           PIC X(03).
       01  WS-WORK-CURRENCY         PIC X(03).

      ******************************************************************
      *  Report work fields for the merged branch and currency
      *  subtotals, as HELLOWORLD's.
      ******************************************************************
       01  WS-GRP-REC-COUNT         PIC 9(08) COMP.
       01  WS-GRP-HASH              PIC S9(11)V99 COMP-3.
       01  WS-GRP-BASE-HASH         PIC S9(11)V99 COMP-3.
       01  WS-GRP-FIRST-SW          PIC X(01).
           88  WS-GRP-FIRST               VALUE 'Y'.
           88  WS-GRP-NOT-FIRST           VALUE 'N'.
       01  WS-GRP-FOREIGN-SW        PIC X(01).
           88  WS-GRP-FOREIGN             VALUE 'Y'.
           88  WS-GRP-BASE-ONLY           VALUE 'N'.

      ******************************************************************
      *  Currency.  WS-BASE-CURRENCY is the one RATREC's
      *  RAT-BASE-CURRENCY names.  WS-CCY-TABLE merges the streams'
      *  records read and keyed summand hash by currency, on the same
      *  overflow rule as the branch table.  WS-FOREIGN-SEEN is set
      *  when any stream saw work in a currency other than the base.
      ******************************************************************
       01  WS-BASE-CURRENCY         PIC X(03).
       01  WS-CCY-LIMIT             PIC 9(02) COMP VALUE 10.
       01  WS-CCY-COUNT             PIC 9(02) COMP VALUE 0.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 10 TIMES.
               10  WS-CCY-CODE          PIC X(03).
               10  WS-CCY-READ-COUNT    PIC 9(08) COMP.
               10  WS-CCY-READ-HASH     PIC S9(11)V99 COMP-3.
       01  WS-CCY-IX                PIC 9(02) COMP.
       01  WS-SCT-CCY-IX            PIC 9(02) COMP.
       01  WS-CCY-FOUND-SW          PIC X(01).
           88  WS-CCY-FOUND               VALUE 'Y'.
           88  WS-CCY-NOT-FOUND           VALUE 'N'.
       01  WS-FOREIGN-SW            PIC X(01) VALUE 'N'.
           88  WS-FOREIGN-SEEN               VALUE 'Y'.
           88  WS-BASE-ONLY                  VALUE 'N'.

       COPY RPTREC.
       COPY MRGREC.
       COPY CYCREC.
       COPY SCTREC.
       COPY CTLREC.
       COPY ACKREC.
       COPY AUDREC.
       COPY EXTREC.
       COPY RATREC.

       PROCEDURE DIVISION.
           PERFORM U00-INITIALIZE
           PERFORM U01-LOAD-CYCLE-STATUS
           PERFORM U02-LOAD-STREAM-CONTROL
           IF WS-MANIFEST-PRESENT
               MOVE 0 TO WS-STM-IX
               PERFORM U03-JUDGE-STREAM
                   UNTIL WS-STM-IX >= WS-STM-LIMIT
           ELSE
               SET WS-MERGE-FAILED TO TRUE
               MOVE SPACES TO MRG-ERR-TEXT
               STRING "NO FEEDSTG STREAM RECORDS ON CYCIN - FEED WAS "
                   "NOT SPLIT"
                   DELIMITED BY SIZE INTO MRG-ERR-TEXT
               WRITE RPT-RECORD FROM MRG-ERR-LINE
           END-IF
           PERFORM U05-COPY-AUDIT
           PERFORM U06-COPY-EXTRACT
           PERFORM U04-TERMINATION
           GOBACK
           .

      ******************************************************************
      *  U00-INITIALIZE
      *  Opens the report and writes the heading, reads the prior
      *  cycle's figures off CTL-FILE and the downstream
      *  acknowledgment exactly as HELLOWORLD does on an unsplit
      *  cycle, and opens the branch master for the subtotal names.
      ******************************************************************
       U00-INITIALIZE SECTION.
           OPEN OUTPUT RPT-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "STRMERGE" TO RPT-HDG-PROGRAM
           MOVE WS-RUN-DATE(1:4) TO RPT-HDG-RUN-DATE(1:4)
           MOVE "-" TO RPT-HDG-RUN-DATE(5:1)
           MOVE WS-RUN-DATE(5:2) TO RPT-HDG-RUN-DATE(6:2)
           MOVE "-" TO RPT-HDG-RUN-DATE(8:1)
           MOVE WS-RUN-DATE(7:2) TO RPT-HDG-RUN-DATE(9:2)
           WRITE RPT-RECORD FROM RPT-HDG-1-LINE
           INITIALIZE WS-STM-TABLE
           SET RAT-BASE-CURRENCY TO TRUE
           MOVE RAT-CURRENCY TO WS-BASE-CURRENCY
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = "00"
               READ CTL-FILE INTO CTL-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-RECORD-COUNT TO WS-CUML-RECORD-COUNT
                       IF CTL-HASH-TOTAL NUMERIC
                           MOVE CTL-HASH-TOTAL TO WS-CUML-HASH-TOTAL
                       ELSE
                           MOVE 0 TO WS-CUML-HASH-TOTAL
                       END-IF
                       IF CTL-CUML-BASE-HASH NUMERIC
                           MOVE CTL-CUML-BASE-HASH TO WS-CUML-BASE-HASH
                       ELSE
                           MOVE WS-CUML-HASH-TOTAL TO WS-CUML-BASE-HASH
                       END-IF
                       MOVE CTL-RUN-DATE TO WS-PRIOR-RUN-DATE
                       IF CTL-EXT-COUNT NUMERIC
                           AND CTL-EXT-HASH NUMERIC
                           MOVE CTL-EXT-COUNT TO WS-PRIOR-EXT-COUNT
                           MOVE CTL-EXT-HASH TO WS-PRIOR-EXT-HASH
                           SET WS-PRIOR-EXT-PRESENT TO TRUE
                       END-IF
               END-READ
           END-IF
           CLOSE CTL-FILE
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS = "00"
               READ ACK-FILE INTO ACK-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-ACK-RECEIVED TO TRUE
               END-READ
           END-IF
           CLOSE ACK-FILE
           OPEN INPUT BRN-FILE
           IF WS-BRNM-STATUS = "00"
               SET WS-BRNM-AVAILABLE TO TRUE
           END-IF
           .

      ******************************************************************
      *  U01-LOAD-CYCLE-STATUS
      *  Reads every cycle-status record on CYCIN and files the
      *  stream-tagged ones against their stream: FEEDSTG's (the
      *  manifest), TRANEDIT's and HELLOWLD's, the last of each per
      *  stream winning as it does for OPSRECAP.  Blank-stream
      *  records - FEEDSTG's whole-feed total, or the records an
      *  earlier run of this step appended - are not stream evidence
      *  and are passed over.
      ******************************************************************
       U01-LOAD-CYCLE-STATUS SECTION.
           OPEN INPUT CYC-FILE
           IF WS-CYC-STATUS = "00"
               PERFORM U01A-READ-CYCLE-STATUS
               PERFORM U01B-FILE-CYCLE-STATUS
                   UNTIL CYC-EOF
               CLOSE CYC-FILE
           ELSE
               MOVE SPACES TO MRG-NOTE-TEXT
               STRING "CYCIN NOT AVAILABLE - STATUS " WS-CYC-STATUS
                   DELIMITED BY SIZE INTO MRG-NOTE-TEXT
               WRITE RPT-RECORD FROM MRG-NOTE-LINE
           END-IF
           .

      ******************************************************************
      *  U01A-READ-CYCLE-STATUS
      *  Reads the next cycle-status record.
      ******************************************************************
       U01A-READ-CYCLE-STATUS SECTION.
           READ CYC-FILE INTO CYC-RECORD
               AT END
                   SET CYC-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *  U01B-FILE-CYCLE-STATUS
      *  Files one cycle-status record against its stream and reads
      *  the next.
      ******************************************************************
       U01B-FILE-CYCLE-STATUS SECTION.
           MOVE CYC-STREAM TO WS-WORK-STREAM-X
           IF WS-VALID-STREAM
               COMPUTE WS-STM-IX = WS-WORK-STREAM + 1
               EVALUATE CYC-PROGRAM
                   WHEN "FEEDSTG"
                       SET WS-MANIFEST-PRESENT TO TRUE
                       MOVE CYC-RUN-DATE TO WS-MANIFEST-DATE
                       SET WS-STM-STAGED (WS-STM-IX) TO TRUE
                       MOVE CYC-READ-COUNT
                           TO WS-STM-STAGED-COUNT (WS-STM-IX)
                   WHEN "TRANEDIT"
                       SET WS-STM-EDITED (WS-STM-IX) TO TRUE
                       MOVE CYC-RUN-DATE
                           TO WS-STM-EDIT-DATE (WS-STM-IX)
                       MOVE CYC-RETURN-CODE
                           TO WS-STM-EDIT-RC (WS-STM-IX)
                       MOVE CYC-READ-COUNT
                           TO WS-STM-EDIT-READ (WS-STM-IX)
                       MOVE CYC-PASS-COUNT
                           TO WS-STM-EDIT-PASS (WS-STM-IX)
                       MOVE CYC-FAIL-COUNT
                           TO WS-STM-EDIT-FAIL (WS-STM-IX)
                   WHEN "HELLOWLD"
                       SET WS-STM-CALC-SEEN (WS-STM-IX) TO TRUE
                       MOVE CYC-RUN-DATE
                           TO WS-STM-CALC-DATE (WS-STM-IX)
               END-EVALUATE
           END-IF
           PERFORM U01A-READ-CYCLE-STATUS
           .

      ******************************************************************
      *  U02-LOAD-STREAM-CONTROL
      *  Reads every stream control record on SCTIN and keeps the
      *  last one per stream (a restarted stream rewrites its own).
      ******************************************************************
       U02-LOAD-STREAM-CONTROL SECTION.
           OPEN INPUT SCT-FILE
           IF WS-SCT-STATUS = "00"
               PERFORM U02A-READ-STREAM-CONTROL
               PERFORM U02B-FILE-STREAM-CONTROL
                   UNTIL SCT-EOF
               CLOSE SCT-FILE
           ELSE
               MOVE SPACES TO MRG-NOTE-TEXT
               STRING "SCTIN NOT AVAILABLE - STATUS " WS-SCT-STATUS
                   DELIMITED BY SIZE INTO MRG-NOTE-TEXT
               WRITE RPT-RECORD FROM MRG-NOTE-LINE
           END-IF
           .

      ******************************************************************
      *  U02A-READ-STREAM-CONTROL
      *  Reads the next stream control record.
      ******************************************************************
       U02A-READ-STREAM-CONTROL SECTION.
           READ SCT-FILE INTO SCT-RECORD
               AT END
                   SET SCT-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *  U02B-FILE-STREAM-CONTROL
      *  Keeps one stream control record against its stream and
      *  reads the next.  A record for no known stream is noted and
      *  ignored.
      ******************************************************************
       U02B-FILE-STREAM-CONTROL SECTION.
           MOVE SCT-STREAM TO WS-WORK-STREAM-X
           IF WS-VALID-STREAM
               COMPUTE WS-STM-IX = WS-WORK-STREAM + 1
               SET WS-STM-SCT-PRESENT (WS-STM-IX) TO TRUE
               MOVE SCT-RECORD TO WS-STM-SCT-DATA (WS-STM-IX)
           ELSE
               MOVE SPACES TO MRG-NOTE-TEXT
               STRING "STRMCTL RECORD FOR UNKNOWN STREAM '"
                   SCT-STREAM "' IGNORED"
                   DELIMITED BY SIZE INTO MRG-NOTE-TEXT
               WRITE RPT-RECORD FROM MRG-NOTE-LINE
           END-IF
           PERFORM U02A-READ-STREAM-CONTROL
           .

      ******************************************************************
      *  U03-JUDGE-STREAM
      *  Decides the next stream's status for the STREAM RESULTS
      *  section, after dropping any record dated before the split
      *  (a generation the stream's job never replaced):
      *      the trailer verdict  posted to the end - its figures
      *                           are added into the cycle's
      *      NOT POSTED - ABORTED      reject-tolerance abort or
      *                                history journal not opened
      *      NOT POSTED - REPORT-ONLY  test run
      *      NO STREAM CONTROL    HELLOWORLD ran but its STRMCTL
      *                           record never arrived
      *      NOTHING TO POST      the edit found no usable record
      *                           (RC 8), so HELLOWORLD was bypassed
      *                           - branch streams only; stream 0's
      *                           HELLOWORLD always runs
      *      DID NOT REPORT       anything else
      *  All but the first and NOTHING TO POST hold the cycle back.
      ******************************************************************
       U03-JUDGE-STREAM SECTION.
           ADD 1 TO WS-STM-IX
           COMPUTE WS-OUT-STREAM = WS-STM-IX - 1
           IF WS-STM-EDITED (WS-STM-IX)
               AND WS-STM-EDIT-DATE (WS-STM-IX) < WS-MANIFEST-DATE
               MOVE "N" TO WS-STM-EDIT-SW (WS-STM-IX)
               PERFORM U03B-NOTE-STALE-RECORD
           END-IF
           IF WS-STM-CALC-SEEN (WS-STM-IX)
               AND WS-STM-CALC-DATE (WS-STM-IX) < WS-MANIFEST-DATE
               MOVE "N" TO WS-STM-CALC-SW (WS-STM-IX)
               PERFORM U03B-NOTE-STALE-RECORD
           END-IF
           IF WS-STM-SCT-PRESENT (WS-STM-IX)
               MOVE WS-STM-SCT-DATA (WS-STM-IX) TO SCT-RECORD
               IF SCT-RUN-DATE < WS-MANIFEST-DATE
                   MOVE "N" TO WS-STM-SCT-SW (WS-STM-IX)
                   PERFORM U03B-NOTE-STALE-RECORD
               END-IF
           END-IF
           ADD WS-STM-STAGED-COUNT (WS-STM-IX) TO WS-TOT-STAGED
           IF WS-STM-EDITED (WS-STM-IX)
               SET WS-EDIT-REPORTED TO TRUE
               ADD WS-STM-EDIT-READ (WS-STM-IX) TO WS-TOT-EDIT-READ
               ADD WS-STM-EDIT-PASS (WS-STM-IX) TO WS-TOT-EDIT-PASS
               ADD WS-STM-EDIT-FAIL (WS-STM-IX) TO WS-TOT-EDIT-FAIL
           END-IF
           IF WS-STM-SCT-PRESENT (WS-STM-IX)
               EVALUATE TRUE
                   WHEN SCT-ABORTED
                       SET WS-MERGE-FAILED TO TRUE
                       MOVE "NOT POSTED - ABORTED"
                           TO WS-STM-STATUS (WS-STM-IX)
                   WHEN SCT-REPORT-ONLY
                       SET WS-MERGE-FAILED TO TRUE
                       MOVE "NOT POSTED - REPORT-ONLY"
                           TO WS-STM-STATUS (WS-STM-IX)
                   WHEN OTHER
                       SET WS-STM-POSTED (WS-STM-IX) TO TRUE
                       MOVE SCT-TRL-VERDICT
                           TO WS-STM-STATUS (WS-STM-IX)
                       PERFORM U03A-ADD-STREAM
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-STM-CALC-SEEN (WS-STM-IX)
                       SET WS-MERGE-FAILED TO TRUE
                       MOVE "NO STREAM CONTROL"
                           TO WS-STM-STATUS (WS-STM-IX)
                   WHEN WS-STM-EDITED (WS-STM-IX)
                       AND WS-STM-EDIT-RC (WS-STM-IX) >= 8
                       AND WS-OUT-STREAM > 0
                       MOVE "NOTHING TO POST"
                           TO WS-STM-STATUS (WS-STM-IX)
                   WHEN OTHER
                       SET WS-MERGE-FAILED TO TRUE
                       MOVE "DID NOT REPORT"
                           TO WS-STM-STATUS (WS-STM-IX)
               END-EVALUATE
           END-IF
           .

      ******************************************************************
      *  U03A-ADD-STREAM
      *  Adds a posted stream's figures (SCT-RECORD) into the cycle's
      *  and its branch subtotals into the merged table.
      ******************************************************************
       U03A-ADD-STREAM SECTION.
           ADD 1 TO WS-POSTED-COUNT
           ADD SCT-READ-COUNT TO WS-TOT-READ-COUNT
           ADD SCT-READ-HASH TO WS-TOT-READ-HASH
           ADD SCT-EXP-COUNT TO WS-TOT-EXP-COUNT
           ADD SCT-EXP-HASH TO WS-TOT-EXP-HASH
           ADD SCT-ACC-COUNT TO WS-TOT-ACC-COUNT
           ADD SCT-ACC-HASH TO WS-TOT-ACC-HASH
           ADD SCT-REJECT-COUNT TO WS-TOT-REJECT-COUNT
           ADD SCT-DUP-COUNT TO WS-TOT-DUP-COUNT
           ADD SCT-HELD-COUNT TO WS-TOT-HELD-COUNT
           ADD SCT-APR-COUNT TO WS-TOT-APR-COUNT
           ADD SCT-EXT-COUNT TO WS-TOT-EXT-COUNT
           ADD SCT-EXT-HASH TO WS-TOT-EXT-HASH
           ADD SCT-ACC-BASE-HASH TO WS-TOT-ACC-BASE-HASH
           ADD SCT-EXT-BASE-HASH TO WS-TOT-EXT-BASE-HASH
           IF SCT-RETURN-CODE > WS-MAX-CALC-RC
               MOVE SCT-RETURN-CODE TO WS-MAX-CALC-RC
           END-IF
           EVALUATE TRUE
               WHEN SCT-TRL-VERDICT = "OUT OF BALANCE"
                   SET WS-TRL-OUT-OF-BALANCE TO TRUE
               WHEN SCT-TRL-VERDICT NOT = "BALANCED"
                   AND WS-TRL-BALANCED
                   SET WS-TRL-NOT-SUPPLIED TO TRUE
           END-EVALUATE
           MOVE 0 TO WS-SCT-BRN-IX
           PERFORM U03C-MERGE-BRANCH
               UNTIL WS-SCT-BRN-IX >= SCT-BRN-COUNT
           MOVE 0 TO WS-SCT-CCY-IX
           PERFORM U03F-MERGE-CURRENCY
               UNTIL WS-SCT-CCY-IX >= SCT-CCY-COUNT
           .

      ******************************************************************
      *  U03B-NOTE-STALE-RECORD
      *  Notes a stream record dated before the split, ignored.
      ******************************************************************
       U03B-NOTE-STALE-RECORD SECTION.
           MOVE SPACES TO MRG-NOTE-TEXT
           STRING "STREAM " WS-OUT-STREAM
               " RECORD DATED BEFORE THE SPLIT IGNORED"
               DELIMITED BY SIZE INTO MRG-NOTE-TEXT
           WRITE RPT-RECORD FROM MRG-NOTE-LINE
           .

      ******************************************************************
      *  U03C-MERGE-BRANCH
      *  Adds one of a stream's branch subtotals into the merged
      *  table.  A branch whose work was split between a branch
      *  stream and the common stream adds up to one subtotal per
      *  currency.
      ******************************************************************
       U03C-MERGE-BRANCH SECTION.
           ADD 1 TO WS-SCT-BRN-IX
           MOVE SCT-BRN-CODE (WS-SCT-BRN-IX) TO WS-WORK-BRANCH
           MOVE SCT-BRN-CURRENCY (WS-SCT-BRN-IX) TO WS-WORK-CURRENCY
           PERFORM U03D-LOCATE-BRANCH
           ADD SCT-BRN-REC-COUNT (WS-SCT-BRN-IX)
               TO WS-BRN-REC-COUNT (WS-BRN-IX)
           ADD SCT-BRN-HASH (WS-SCT-BRN-IX)
               TO WS-BRN-HASH (WS-BRN-IX)
           ADD SCT-BRN-BASE-HASH (WS-SCT-BRN-IX)
               TO WS-BRN-BASE-HASH (WS-BRN-IX)
           .

      ******************************************************************
      *  U03D-LOCATE-BRANCH
      *  Finds (or adds) the merged-table entry for WS-WORK-BRANCH in
      *  WS-WORK-CURRENCY and leaves its subscript in WS-BRN-IX; the
      *  last slot absorbs the overflow as "***", as in HELLOWORLD.
      ******************************************************************
       U03D-LOCATE-BRANCH SECTION.
           SET WS-BRN-NOT-FOUND TO TRUE
           MOVE 1 TO WS-BRN-IX
           PERFORM U03E-MATCH-BRANCH
               UNTIL WS-BRN-FOUND OR WS-BRN-IX > WS-BRN-COUNT
           IF WS-BRN-NOT-FOUND
               IF WS-BRN-COUNT < WS-BRN-LIMIT
                   ADD 1 TO WS-BRN-COUNT
                   MOVE WS-BRN-COUNT TO WS-BRN-IX
                   MOVE WS-WORK-BRANCH TO WS-BRN-CODE (WS-BRN-IX)
                   MOVE WS-WORK-CURRENCY
                       TO WS-BRN-CURRENCY (WS-BRN-IX)
                   MOVE 0 TO WS-BRN-REC-COUNT (WS-BRN-IX)
                   MOVE 0 TO WS-BRN-HASH (WS-BRN-IX)
                   MOVE 0 TO WS-BRN-BASE-HASH (WS-BRN-IX)
               ELSE
                   MOVE WS-BRN-LIMIT TO WS-BRN-IX
                   MOVE "***" TO WS-BRN-CODE (WS-BRN-IX)
                   MOVE "***" TO WS-BRN-CURRENCY (WS-BRN-IX)
               END-IF
           END-IF
           IF WS-BRN-CURRENCY (WS-BRN-IX) NOT = WS-BASE-CURRENCY
               SET WS-FOREIGN-SEEN TO TRUE
           END-IF
           .

      ******************************************************************
      *  U03E-MATCH-BRANCH
      *  One step of the merged branch table search.
      ******************************************************************
       U03E-MATCH-BRANCH SECTION.
           IF WS-BRN-CODE (WS-BRN-IX) = WS-WORK-BRANCH
               AND WS-BRN-CURRENCY (WS-BRN-IX) = WS-WORK-CURRENCY
               SET WS-BRN-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-BRN-IX
           END-IF
           .

      ******************************************************************
      *  U03F-MERGE-CURRENCY
      *  Adds one of a stream's read-by-currency entries into the
      *  merged table.
      ******************************************************************
       U03F-MERGE-CURRENCY SECTION.
           ADD 1 TO WS-SCT-CCY-IX
           MOVE SCT-CCY-CODE (WS-SCT-CCY-IX) TO WS-WORK-CURRENCY
           PERFORM U03G-LOCATE-CURRENCY
           ADD SCT-CCY-READ-COUNT (WS-SCT-CCY-IX)
               TO WS-CCY-READ-COUNT (WS-CCY-IX)
           ADD SCT-CCY-READ-HASH (WS-SCT-CCY-IX)
               TO WS-CCY-READ-HASH (WS-CCY-IX)
           .

      ******************************************************************
      *  U03G-LOCATE-CURRENCY
      *  Finds (or adds) the merged read-by-currency entry for
      *  WS-WORK-CURRENCY and leaves its subscript in WS-CCY-IX, on
      *  the same overflow rule as U03D-LOCATE-BRANCH.
      ******************************************************************
       U03G-LOCATE-CURRENCY SECTION.
           SET WS-CCY-NOT-FOUND TO TRUE
           MOVE 1 TO WS-CCY-IX
           PERFORM U03H-MATCH-CURRENCY
               UNTIL WS-CCY-FOUND OR WS-CCY-IX > WS-CCY-COUNT
           IF WS-CCY-NOT-FOUND
               IF WS-CCY-COUNT < WS-CCY-LIMIT
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CCY-IX
                   MOVE WS-WORK-CURRENCY TO WS-CCY-CODE (WS-CCY-IX)
                   MOVE 0 TO WS-CCY-READ-COUNT (WS-CCY-IX)
                   MOVE 0 TO WS-CCY-READ-HASH (WS-CCY-IX)
               ELSE
                   MOVE WS-CCY-LIMIT TO WS-CCY-IX
                   MOVE "***" TO WS-CCY-CODE (WS-CCY-IX)
               END-IF
           END-IF
           IF WS-CCY-CODE (WS-CCY-IX) NOT = WS-BASE-CURRENCY
               SET WS-FOREIGN-SEEN TO TRUE
           END-IF
           .

      ******************************************************************
      *  U03H-MATCH-CURRENCY
      *  One step of the merged read-by-currency table search.
      ******************************************************************
       U03H-MATCH-CURRENCY SECTION.
           IF WS-CCY-CODE (WS-CCY-IX) = WS-WORK-CURRENCY
               SET WS-CCY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CCY-IX
           END-IF
           .

      ******************************************************************
      *  U04-TERMINATION
      *  Prints the STREAM RESULTS section and the cycle's branch
      *  subtotals, footer counts and reconciliation section as one
      *  HELLOWORLD report would print them, then the acknowledgment
      *  balance, the merged outputs against the streams' figures and
      *  each posting stream's run-id, and decides whether the cycle
      *  is committed.  A committed cycle has CTL-FILE rewritten with
      *  the whole cycle's totals - cumulative, extract and accepted,
      *  each with its base-currency figure - exactly as an unsplit
      *  HELLOWORLD run would leave it.  The merged cycle-status
      *  records are appended whatever the outcome.
      ******************************************************************
       U04-TERMINATION SECTION.
           IF WS-MANIFEST-PRESENT
               WRITE RPT-RECORD FROM MRG-STM-HDG-LINE
               WRITE RPT-RECORD FROM MRG-STM-COL-LINE
               MOVE 0 TO WS-STM-IX
               PERFORM U04B-PRINT-STREAM
                   UNTIL WS-STM-IX >= WS-STM-LIMIT
               MOVE SPACES TO MRG-STM-LINE
               MOVE "ALL" TO MRG-STM-ID
               MOVE WS-TOT-STAGED TO MRG-STM-STAGED
               MOVE WS-TOT-EDIT-FAIL TO MRG-STM-EDIT-FAIL
               MOVE WS-TOT-ACC-COUNT TO MRG-STM-ACCEPTED
               MOVE WS-TOT-REJECT-COUNT TO MRG-STM-REJECTED
               MOVE WS-TOT-DUP-COUNT TO MRG-STM-DUPS
               WRITE RPT-RECORD FROM MRG-STM-LINE
           END-IF
           IF WS-MANIFEST-PRESENT AND WS-POSTED-COUNT = 0
               SET WS-MERGE-FAILED TO TRUE
               MOVE "NO STREAM POSTED ANYTHING" TO MRG-ERR-TEXT
               WRITE RPT-RECORD FROM MRG-ERR-LINE
           END-IF
           IF WS-BRN-COUNT > 0
               WRITE RPT-RECORD FROM RPT-BRN-HDG-LINE
               MOVE 0 TO WS-BRN-IX
               PERFORM U04C-PRINT-BRANCH-SUBTOTAL
                   UNTIL WS-BRN-IX >= WS-BRN-COUNT
               IF WS-FOREIGN-SEEN
                   WRITE RPT-RECORD FROM RPT-CCY-HDG-LINE
                   MOVE 0 TO WS-BRN-IX
                   PERFORM U04F-PRINT-CURRENCY-SUBTOTAL
                       UNTIL WS-BRN-IX >= WS-BRN-COUNT
               END-IF
           END-IF
           MOVE WS-TOT-ACC-COUNT TO RPT-FTR-COUNT
           WRITE RPT-RECORD FROM RPT-FTR-LINE
           MOVE WS-TOT-REJECT-COUNT TO RPT-FTR2-COUNT
           WRITE RPT-RECORD FROM RPT-FTR2-LINE
           MOVE WS-TOT-DUP-COUNT TO RPT-FTR3-COUNT
           WRITE RPT-RECORD FROM RPT-FTR3-LINE
           MOVE WS-TOT-HELD-COUNT TO RPT-FTR4-COUNT
           WRITE RPT-RECORD FROM RPT-FTR4-LINE
           MOVE WS-TOT-APR-COUNT TO RPT-FTR5-COUNT
           WRITE RPT-RECORD FROM RPT-FTR5-LINE
           WRITE RPT-RECORD FROM RPT-REC-HDG-LINE
           MOVE WS-TOT-READ-COUNT TO RPT-REC-CURR-COUNT
           MOVE WS-TOT-READ-HASH TO RPT-REC-CURR-HASH
           WRITE RPT-RECORD FROM RPT-REC-CURR-LINE
           IF WS-FOREIGN-SEEN
               MOVE 0 TO WS-CCY-IX
               PERFORM U04G-PRINT-READ-CURRENCY
                   UNTIL WS-CCY-IX >= WS-CCY-COUNT
           END-IF
           MOVE WS-TOT-EXP-COUNT TO RPT-REC-EXP-COUNT
           MOVE WS-TOT-EXP-HASH TO RPT-REC-EXP-HASH
           WRITE RPT-RECORD FROM RPT-REC-EXP-LINE
           MOVE WS-TOT-ACC-COUNT TO RPT-REC-ACC-COUNT
           MOVE WS-TOT-ACC-HASH TO RPT-REC-ACC-HASH
           WRITE RPT-RECORD FROM RPT-REC-ACC-LINE
           IF WS-FOREIGN-SEEN
               MOVE "ACC IN BASE:" TO RPT-REC-BASE-LABEL
               MOVE WS-TOT-ACC-BASE-HASH TO RPT-REC-BASE-HASH
               WRITE RPT-RECORD FROM RPT-REC-BASE-LINE
           END-IF
           ADD WS-TOT-ACC-COUNT TO WS-CUML-RECORD-COUNT
           ADD WS-TOT-ACC-HASH TO WS-CUML-HASH-TOTAL
           ADD WS-TOT-ACC-BASE-HASH TO WS-CUML-BASE-HASH
           MOVE WS-CUML-RECORD-COUNT TO RPT-REC-CUML-COUNT
           MOVE WS-CUML-HASH-TOTAL TO RPT-REC-CUML-HASH
           WRITE RPT-RECORD FROM RPT-REC-CUML-LINE
           IF WS-CUML-BASE-HASH NOT = WS-CUML-HASH-TOTAL
               MOVE "CUML IN BASE:" TO RPT-REC-BASE-LABEL
               MOVE WS-CUML-BASE-HASH TO RPT-REC-BASE-HASH
               WRITE RPT-RECORD FROM RPT-REC-BASE-LINE
           END-IF
           EVALUATE TRUE
               WHEN WS-TRL-OUT-OF-BALANCE
                   MOVE "OUT OF BALANCE" TO RPT-REC-STATUS
               WHEN WS-TRL-NOT-SUPPLIED
                   MOVE "NO TRAILER SUPPLIED" TO RPT-REC-STATUS
               WHEN OTHER
                   MOVE "BALANCED" TO RPT-REC-STATUS
           END-EVALUATE
           WRITE RPT-RECORD FROM RPT-REC-STATUS-LINE
           PERFORM U04A-ACK-RECONCILE
           WRITE RPT-RECORD FROM MRG-OUT-HDG-LINE
           MOVE "AUDIT OUT:" TO MRG-OUT-LABEL
           MOVE WS-AUD-COUNT TO MRG-OUT-COUNT
           MOVE WS-AUD-HASH TO MRG-OUT-HASH
           IF WS-AUD-COUNT = WS-TOT-ACC-COUNT
               AND WS-AUD-HASH = WS-TOT-ACC-HASH
               MOVE "TIES TO ACCEPTED" TO MRG-OUT-VERDICT
           ELSE
               SET WS-MERGE-FAILED TO TRUE
               MOVE "DOES NOT TIE TO ACCEPTED" TO MRG-OUT-VERDICT
           END-IF
           WRITE RPT-RECORD FROM MRG-OUT-LINE
           MOVE "STREAMS EXT:" TO MRG-OUT-LABEL
           MOVE WS-TOT-EXT-COUNT TO MRG-OUT-COUNT
           MOVE WS-TOT-EXT-HASH TO MRG-OUT-HASH
           MOVE SPACES TO MRG-OUT-VERDICT
           WRITE RPT-RECORD FROM MRG-OUT-LINE
           MOVE "EXTRACT OUT:" TO MRG-OUT-LABEL
           MOVE WS-EXT-COUNT TO MRG-OUT-COUNT
           MOVE WS-EXT-HASH TO MRG-OUT-HASH
           IF WS-EXT-COUNT = WS-TOT-EXT-COUNT
               AND WS-EXT-HASH = WS-TOT-EXT-HASH
               AND WS-EXT-BASE-HASH = WS-TOT-EXT-BASE-HASH
               MOVE "TIES TO STREAMS" TO MRG-OUT-VERDICT
           ELSE
               SET WS-MERGE-FAILED TO TRUE
               MOVE "DOES NOT TIE TO STREAMS" TO MRG-OUT-VERDICT
           END-IF
           WRITE RPT-RECORD FROM MRG-OUT-LINE
           MOVE 0 TO WS-STM-IX
           PERFORM U04D-PRINT-STREAM-RUN-ID
               UNTIL WS-STM-IX >= WS-STM-LIMIT
           IF WS-MERGE-OK
               MOVE WS-RUN-DATE TO CTL-RUN-DATE
               MOVE WS-CUML-RECORD-COUNT TO CTL-RECORD-COUNT
               MOVE WS-CUML-HASH-TOTAL TO CTL-HASH-TOTAL
               MOVE WS-EXT-COUNT TO CTL-EXT-COUNT
               MOVE WS-EXT-HASH TO CTL-EXT-HASH
               MOVE WS-TOT-ACC-COUNT TO CTL-ACC-COUNT
               MOVE WS-TOT-ACC-HASH TO CTL-ACC-HASH
               MOVE WS-CUML-BASE-HASH TO CTL-CUML-BASE-HASH
               MOVE WS-TOT-ACC-BASE-HASH TO CTL-ACC-BASE-HASH
               MOVE WS-EXT-BASE-HASH TO CTL-EXT-BASE-HASH
               OPEN OUTPUT CTL-FILE
               WRITE CTL-RECORD-IO FROM CTL-RECORD
               CLOSE CTL-FILE
               MOVE "COMMITTED - CTL-FILE REWRITTEN" TO MRG-STATUS
           ELSE
               MOVE "NOT COMMITTED - CTL-FILE NOT REWRITTEN"
                   TO MRG-STATUS
           END-IF
           WRITE RPT-RECORD FROM MRG-STATUS-LINE
           IF WS-BRNM-AVAILABLE
               CLOSE BRN-FILE
           END-IF
           CLOSE RPT-FILE
           EVALUATE TRUE
               WHEN WS-MERGE-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-ACK-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-MAX-CALC-RC TO RETURN-CODE
           END-EVALUATE
           PERFORM U04E-WRITE-CYCLE-STATUS
           .

      ******************************************************************
      *  U04B-PRINT-STREAM
      *  Prints the next stream's STREAM RESULTS line.  A return code
      *  the stream never reported prints "--".
      ******************************************************************
       U04B-PRINT-STREAM SECTION.
           ADD 1 TO WS-STM-IX
           COMPUTE WS-OUT-STREAM = WS-STM-IX - 1
           MOVE SPACES TO MRG-STM-LINE
           MOVE WS-OUT-STREAM TO MRG-STM-ID
           MOVE WS-STM-STAGED-COUNT (WS-STM-IX) TO MRG-STM-STAGED
           IF WS-STM-EDITED (WS-STM-IX)
               MOVE WS-STM-EDIT-RC (WS-STM-IX) TO MRG-STM-EDIT-RC
               MOVE WS-STM-EDIT-FAIL (WS-STM-IX) TO MRG-STM-EDIT-FAIL
           ELSE
               MOVE "--" TO MRG-STM-EDIT-RC-X
               MOVE 0 TO MRG-STM-EDIT-FAIL
           END-IF
           IF WS-STM-SCT-PRESENT (WS-STM-IX)
               MOVE WS-STM-SCT-DATA (WS-STM-IX) TO SCT-RECORD
               MOVE SCT-RETURN-CODE TO MRG-STM-CALC-RC
               MOVE SCT-ACC-COUNT TO MRG-STM-ACCEPTED
               MOVE SCT-REJECT-COUNT TO MRG-STM-REJECTED
               MOVE SCT-DUP-COUNT TO MRG-STM-DUPS
           ELSE
               MOVE "--" TO MRG-STM-CALC-RC-X
               MOVE 0 TO MRG-STM-ACCEPTED
               MOVE 0 TO MRG-STM-REJECTED
               MOVE 0 TO MRG-STM-DUPS
           END-IF
           MOVE WS-STM-STATUS (WS-STM-IX) TO MRG-STM-STATUS
           WRITE RPT-RECORD FROM MRG-STM-LINE
           .

      ******************************************************************
      *  U04C-PRINT-BRANCH-SUBTOTAL
      *  Prints one merged branch subtotal, with the branch name off
      *  the branch master, as HELLOWORLD's U04B does: the branch
      *  prints at its first table entry with all its currencies
      *  added together in the base (U04C2), and is passed over at
      *  the later ones (U04C1); a branch with work in any other
      *  currency has a CCY line per currency under it (U04C3).
      ******************************************************************
       U04C-PRINT-BRANCH-SUBTOTAL SECTION.
           ADD 1 TO WS-BRN-IX
           SET WS-GRP-FIRST TO TRUE
           MOVE 1 TO WS-BRN-JX
           PERFORM U04C1-CHECK-EARLIER-BRANCH
               UNTIL WS-GRP-NOT-FIRST OR WS-BRN-JX >= WS-BRN-IX
           IF WS-GRP-FIRST
               MOVE 0 TO WS-GRP-REC-COUNT
               MOVE 0 TO WS-GRP-HASH
               MOVE 0 TO WS-GRP-BASE-HASH
               SET WS-GRP-BASE-ONLY TO TRUE
               MOVE WS-BRN-IX TO WS-BRN-JX
               PERFORM U04C2-ADD-BRANCH-ENTRY
                   UNTIL WS-BRN-JX > WS-BRN-COUNT
               MOVE WS-BRN-CODE (WS-BRN-IX) TO RPT-BRN-CODE
               IF WS-BRN-CODE (WS-BRN-IX) = "***"
                   MOVE "OVERFLOW - CODES COMBINED" TO RPT-BRN-NAME
               ELSE
                   MOVE SPACES TO WS-BRNM-NAME
                   IF WS-BRNM-AVAILABLE
                       MOVE WS-BRN-CODE (WS-BRN-IX) TO BRN-CODE
                       READ BRN-FILE
                           INVALID KEY
                               MOVE "NOT ON BRANCH MASTER"
                                   TO WS-BRNM-NAME
                           NOT INVALID KEY
                               MOVE BRN-NAME TO WS-BRNM-NAME
                       END-READ
                   END-IF
                   MOVE WS-BRNM-NAME TO RPT-BRN-NAME
               END-IF
               MOVE WS-GRP-REC-COUNT TO RPT-BRN-COUNT
               MOVE WS-GRP-BASE-HASH TO RPT-BRN-HASH
               WRITE RPT-RECORD FROM RPT-BRN-LINE
               IF WS-GRP-FOREIGN
                   MOVE WS-BRN-IX TO WS-BRN-JX
                   PERFORM U04C3-PRINT-BRANCH-CURRENCY
                       UNTIL WS-BRN-JX > WS-BRN-COUNT
               END-IF
           END-IF
           .

      ******************************************************************
      *  U04C1-CHECK-EARLIER-BRANCH
      *  One step of the search for an earlier table entry of the
      *  branch at WS-BRN-IX - found means it has already printed.
      ******************************************************************
       U04C1-CHECK-EARLIER-BRANCH SECTION.
           IF WS-BRN-CODE (WS-BRN-JX) = WS-BRN-CODE (WS-BRN-IX)
               SET WS-GRP-NOT-FIRST TO TRUE
           ELSE
               ADD 1 TO WS-BRN-JX
           END-IF
           .

      ******************************************************************
      *  U04C2-ADD-BRANCH-ENTRY
      *  Adds the table entry at WS-BRN-JX into the branch total when
      *  it is the branch at WS-BRN-IX, noting any currency other
      *  than the base.
      ******************************************************************
       U04C2-ADD-BRANCH-ENTRY SECTION.
           IF WS-BRN-CODE (WS-BRN-JX) = WS-BRN-CODE (WS-BRN-IX)
               ADD WS-BRN-REC-COUNT (WS-BRN-JX) TO WS-GRP-REC-COUNT
               ADD WS-BRN-HASH (WS-BRN-JX) TO WS-GRP-HASH
               ADD WS-BRN-BASE-HASH (WS-BRN-JX) TO WS-GRP-BASE-HASH
               IF WS-BRN-CURRENCY (WS-BRN-JX) NOT = WS-BASE-CURRENCY
                   SET WS-GRP-FOREIGN TO TRUE
               END-IF
           END-IF
           ADD 1 TO WS-BRN-JX
           .

      ******************************************************************
      *  U04C3-PRINT-BRANCH-CURRENCY
      *  Prints the CCY line for the table entry at WS-BRN-JX when it
      *  is the branch at WS-BRN-IX: its count and hash in its own
      *  currency and in the base.
      ******************************************************************
       U04C3-PRINT-BRANCH-CURRENCY SECTION.
           IF WS-BRN-CODE (WS-BRN-JX) = WS-BRN-CODE (WS-BRN-IX)
               MOVE WS-BRN-CURRENCY (WS-BRN-JX) TO RPT-BCY-CURRENCY
               MOVE WS-BRN-REC-COUNT (WS-BRN-JX) TO RPT-BCY-COUNT
               MOVE WS-BRN-HASH (WS-BRN-JX) TO RPT-BCY-HASH
               MOVE WS-BRN-BASE-HASH (WS-BRN-JX) TO RPT-BCY-BASE
               WRITE RPT-RECORD FROM RPT-BCY-LINE
           END-IF
           ADD 1 TO WS-BRN-JX
           .

      ******************************************************************
      *  U04F-PRINT-CURRENCY-SUBTOTAL
      *  Prints one currency's line in the CURRENCY SUBTOTALS section
      *  off the merged branch table, as HELLOWORLD's U04F does: added
      *  up at the currency's first entry (U04F2), passed over at the
      *  later ones (U04F1).
      ******************************************************************
       U04F-PRINT-CURRENCY-SUBTOTAL SECTION.
           ADD 1 TO WS-BRN-IX
           SET WS-GRP-FIRST TO TRUE
           MOVE 1 TO WS-BRN-JX
           PERFORM U04F1-CHECK-EARLIER-CURRENCY
               UNTIL WS-GRP-NOT-FIRST OR WS-BRN-JX >= WS-BRN-IX
           IF WS-GRP-FIRST
               MOVE 0 TO WS-GRP-REC-COUNT
               MOVE 0 TO WS-GRP-HASH
               MOVE 0 TO WS-GRP-BASE-HASH
               MOVE WS-BRN-IX TO WS-BRN-JX
               PERFORM U04F2-ADD-CURRENCY-ENTRY
                   UNTIL WS-BRN-JX > WS-BRN-COUNT
               MOVE WS-BRN-CURRENCY (WS-BRN-IX) TO RPT-BCY-CURRENCY
               MOVE WS-GRP-REC-COUNT TO RPT-BCY-COUNT
               MOVE WS-GRP-HASH TO RPT-BCY-HASH
               MOVE WS-GRP-BASE-HASH TO RPT-BCY-BASE
               WRITE RPT-RECORD FROM RPT-BCY-LINE
           END-IF
           .

      ******************************************************************
      *  U04F1-CHECK-EARLIER-CURRENCY
      *  One step of the search for an earlier table entry in the
      *  currency at WS-BRN-IX - found means it has already printed.
      ******************************************************************
       U04F1-CHECK-EARLIER-CURRENCY SECTION.
           IF WS-BRN-CURRENCY (WS-BRN-JX) = WS-BRN-CURRENCY (WS-BRN-IX)
               SET WS-GRP-NOT-FIRST TO TRUE
           ELSE
               ADD 1 TO WS-BRN-JX
           END-IF
           .

      ******************************************************************
      *  U04F2-ADD-CURRENCY-ENTRY
      *  Adds the table entry at WS-BRN-JX into the currency total
      *  when it is in the currency at WS-BRN-IX.
      ******************************************************************
       U04F2-ADD-CURRENCY-ENTRY SECTION.
           IF WS-BRN-CURRENCY (WS-BRN-JX) = WS-BRN-CURRENCY (WS-BRN-IX)
               ADD WS-BRN-REC-COUNT (WS-BRN-JX) TO WS-GRP-REC-COUNT
               ADD WS-BRN-HASH (WS-BRN-JX) TO WS-GRP-HASH
               ADD WS-BRN-BASE-HASH (WS-BRN-JX) TO WS-GRP-BASE-HASH
           END-IF
           ADD 1 TO WS-BRN-JX
           .

      ******************************************************************
      *  U04G-PRINT-READ-CURRENCY
      *  Prints one currency's merged records read and keyed summand
      *  hash under the ACTUAL READ line; the lines add across to it.
      ******************************************************************
       U04G-PRINT-READ-CURRENCY SECTION.
           ADD 1 TO WS-CCY-IX
           MOVE WS-CCY-CODE (WS-CCY-IX) TO RPT-REC-CCY-CODE
           MOVE WS-CCY-READ-COUNT (WS-CCY-IX) TO RPT-REC-CCY-COUNT
           MOVE WS-CCY-READ-HASH (WS-CCY-IX) TO RPT-REC-CCY-HASH
           WRITE RPT-RECORD FROM RPT-REC-CCY-LINE
           .

      ******************************************************************
      *  U04D-PRINT-STREAM-RUN-ID
      *  Prints the next posting stream's history journal run-id and
      *  entry count - what HISTBOUT is given to back the stream's
      *  part of the cycle out.
      ******************************************************************
       U04D-PRINT-STREAM-RUN-ID SECTION.
           ADD 1 TO WS-STM-IX
           COMPUTE WS-OUT-STREAM = WS-STM-IX - 1
           IF WS-STM-POSTED (WS-STM-IX)
               MOVE WS-STM-SCT-DATA (WS-STM-IX) TO SCT-RECORD
               MOVE SCT-RUN-ID TO RPT-JRN-RUN-ID
               MOVE SCT-JRN-COUNT TO RPT-JRN-COUNT
               MOVE SPACES TO RPT-JRN-STATUS
               STRING "STREAM " WS-OUT-STREAM
                   DELIMITED BY SIZE INTO RPT-JRN-STATUS
               WRITE RPT-RECORD FROM RPT-JRN-LINE
           END-IF
           .

      ******************************************************************
      *  U04E-WRITE-CYCLE-STATUS
      *  Appends the merged TRANEDIT and HELLOWLD cycle-status records
      *  (blank stream) for OPSRECAP.  The TRANEDIT record adds up the
      *  stream edits, its return code judged over the whole feed as
      *  TRANEDIT would have (8 nothing usable, 4 failures, else 0);
      *  none is written if no stream edit reported.  The HELLOWLD
      *  record carries this step's return code, the streams' counts
      *  added up and the verdicts as printed above.  A CYCOUT that
      *  will not open costs the recap its lines, never the run.
      ******************************************************************
       U04E-WRITE-CYCLE-STATUS SECTION.
           OPEN EXTEND CYO-FILE
           IF WS-CYO-STATUS = "00"
               IF WS-EDIT-REPORTED
                   MOVE SPACES TO CYC-RECORD
                   MOVE "TRANEDIT" TO CYC-PROGRAM
                   MOVE WS-RUN-DATE TO CYC-RUN-DATE
                   EVALUATE TRUE
                       WHEN WS-TOT-EDIT-PASS = 0
                           MOVE 8 TO CYC-RETURN-CODE
                       WHEN WS-TOT-EDIT-FAIL > 0
                           MOVE 4 TO CYC-RETURN-CODE
                       WHEN OTHER
                           MOVE 0 TO CYC-RETURN-CODE
                   END-EVALUATE
                   MOVE WS-TOT-EDIT-READ TO CYC-READ-COUNT
                   MOVE WS-TOT-EDIT-PASS TO CYC-PASS-COUNT
                   MOVE WS-TOT-EDIT-FAIL TO CYC-FAIL-COUNT
                   MOVE 0 TO CYC-DUP-COUNT
                   WRITE CYC-RECORD-OUT FROM CYC-RECORD
               END-IF
               MOVE SPACES TO CYC-RECORD
               MOVE "HELLOWLD" TO CYC-PROGRAM
               MOVE WS-RUN-DATE TO CYC-RUN-DATE
               MOVE RETURN-CODE TO CYC-RETURN-CODE
               MOVE WS-TOT-READ-COUNT TO CYC-READ-COUNT
               MOVE WS-TOT-ACC-COUNT TO CYC-PASS-COUNT
               MOVE WS-TOT-REJECT-COUNT TO CYC-FAIL-COUNT
               MOVE WS-TOT-DUP-COUNT TO CYC-DUP-COUNT
               MOVE RPT-REC-STATUS TO CYC-TRL-VERDICT
               MOVE RPT-ACK-STATUS TO CYC-ACK-VERDICT
               WRITE CYC-RECORD-OUT FROM CYC-RECORD
               CLOSE CYO-FILE
           END-IF
           .

      ******************************************************************
      *  U04A-ACK-RECONCILE
      *  Balances the downstream consumer's acknowledgment of the
      *  PRIOR cycle's extract against what that cycle recorded in
      *  CTL-FILE - the same verdicts, and the same resend line, as
      *  HELLOWORLD's U04A-ACK-RECONCILE on an unsplit cycle.
      *  Anything but NO PRIOR EXTRACT or BALANCED marks the run
      *  acknowledgment-failed (RETURN-CODE 8 unless something ranks
      *  higher).
      ******************************************************************
       U04A-ACK-RECONCILE SECTION.
           IF WS-PRIOR-EXT-ABSENT
               MOVE "NO PRIOR EXTRACT" TO RPT-ACK-STATUS
               WRITE RPT-RECORD FROM RPT-ACK-STATUS-LINE
           ELSE
               MOVE WS-PRIOR-RUN-DATE TO RPT-ACK-EXP-DATE
               MOVE WS-PRIOR-EXT-COUNT TO RPT-ACK-EXP-COUNT
               MOVE WS-PRIOR-EXT-HASH TO RPT-ACK-EXP-HASH
               WRITE RPT-RECORD FROM RPT-ACK-EXP-LINE
               EVALUATE TRUE
                   WHEN WS-ACK-NOT-RECEIVED
                       SET WS-ACK-FAILED TO TRUE
                       MOVE "ACK MISSING" TO RPT-ACK-STATUS
                   WHEN ACK-RUN-DATE NOT NUMERIC
                       OR ACK-EXT-COUNT NOT NUMERIC
                       OR ACK-RESULT-HASH NOT NUMERIC
                       SET WS-ACK-FAILED TO TRUE
                       MOVE "ACK UNREADABLE" TO RPT-ACK-STATUS
                   WHEN ACK-RUN-DATE = WS-PRIOR-RUN-DATE
                       AND ACK-EXT-COUNT = WS-PRIOR-EXT-COUNT
                       AND ACK-RESULT-HASH = WS-PRIOR-EXT-HASH
                       MOVE "BALANCED" TO RPT-ACK-STATUS
                       MOVE ACK-RUN-DATE TO RPT-ACK-GOT-DATE
                       MOVE ACK-EXT-COUNT TO RPT-ACK-GOT-COUNT
                       MOVE ACK-RESULT-HASH TO RPT-ACK-GOT-HASH
                       WRITE RPT-RECORD FROM RPT-ACK-GOT-LINE
                   WHEN OTHER
                       SET WS-ACK-FAILED TO TRUE
                       MOVE "OUT OF BALANCE" TO RPT-ACK-STATUS
                       MOVE ACK-RUN-DATE TO RPT-ACK-GOT-DATE
                       MOVE ACK-EXT-COUNT TO RPT-ACK-GOT-COUNT
                       MOVE ACK-RESULT-HASH TO RPT-ACK-GOT-HASH
                       WRITE RPT-RECORD FROM RPT-ACK-GOT-LINE
               END-EVALUATE
               WRITE RPT-RECORD FROM RPT-ACK-STATUS-LINE
               IF WS-ACK-FAILED
                   MOVE WS-PRIOR-RUN-DATE TO RPT-ACK-RESEND-DATE
                   WRITE RPT-RECORD FROM RPT-ACK-RESEND-LINE
               END-IF
           END-IF
           .

      ******************************************************************
      *  U05-COPY-AUDIT
      *  Copies the stream audit generations (AUDIN) to the cycle's
      *  AUDOUT, counting the records and adding up their summands.
      *  Copied whatever the streams' verdicts, so the merged
      *  generation holds the evidence either way.
      ******************************************************************
       U05-COPY-AUDIT SECTION.
           OPEN OUTPUT AUO-FILE
           OPEN INPUT AUD-FILE
           IF WS-AUD-STATUS = "00"
               PERFORM U05A-READ-AUDIT
               PERFORM U05B-COPY-AUDIT-RECORD
                   UNTIL AUD-EOF
               CLOSE AUD-FILE
           ELSE
               MOVE SPACES TO MRG-NOTE-TEXT
               STRING "AUDIN NOT AVAILABLE - STATUS " WS-AUD-STATUS
                   DELIMITED BY SIZE INTO MRG-NOTE-TEXT
               WRITE RPT-RECORD FROM MRG-NOTE-LINE
           END-IF
           CLOSE AUO-FILE
           .

      ******************************************************************
      *  U05A-READ-AUDIT
      *  Reads the next stream audit record.
      ******************************************************************
       U05A-READ-AUDIT SECTION.
           READ AUD-FILE INTO AUD-RECORD
               AT END
                   SET AUD-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *  U05B-COPY-AUDIT-RECORD
      *  Copies one audit record and reads the next.
      ******************************************************************
       U05B-COPY-AUDIT-RECORD SECTION.
           WRITE AUD-RECORD-OUT FROM AUD-RECORD
           ADD 1 TO WS-AUD-COUNT
           ADD AUD-SUMMAND-1 AUD-SUMMAND-2 TO WS-AUD-HASH
           PERFORM U05A-READ-AUDIT
           .

      ******************************************************************
      *  U06-COPY-EXTRACT
      *  Copies the stream extract generations (EXTIN) to the cycle's
      *  EXTOUT, counting the records and adding up EXT-RESULT and
      *  EXT-BASE-RESULT.
      ******************************************************************
       U06-COPY-EXTRACT SECTION.
           OPEN OUTPUT EXO-FILE
           OPEN INPUT EXT-FILE
           IF WS-EXT-STATUS = "00"
               PERFORM U06A-READ-EXTRACT
               PERFORM U06B-COPY-EXTRACT-RECORD
                   UNTIL EXT-EOF
               CLOSE EXT-FILE
           ELSE
               MOVE SPACES TO MRG-NOTE-TEXT
               STRING "EXTIN NOT AVAILABLE - STATUS " WS-EXT-STATUS
                   DELIMITED BY SIZE INTO MRG-NOTE-TEXT
               WRITE RPT-RECORD FROM MRG-NOTE-LINE
           END-IF
           CLOSE EXO-FILE
           .

      ******************************************************************
      *  U06A-READ-EXTRACT
      *  Reads the next stream extract record.
      ******************************************************************
       U06A-READ-EXTRACT SECTION.
           READ EXT-FILE INTO EXT-RECORD
               AT END
                   SET EXT-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *  U06B-COPY-EXTRACT-RECORD
      *  Copies one extract record and reads the next.
      ******************************************************************
       U06B-COPY-EXTRACT-RECORD SECTION.
           WRITE EXT-RECORD-OUT FROM EXT-RECORD
           ADD 1 TO WS-EXT-COUNT
           ADD EXT-RESULT TO WS-EXT-HASH
           ADD EXT-BASE-RESULT TO WS-EXT-BASE-HASH
           PERFORM U06A-READ-EXTRACT
           .
