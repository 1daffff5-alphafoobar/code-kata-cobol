       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTRECN.
       AUTHOR. BATCH-SUPPORT.

      ******************************************************************
      *  HISTRECN - AUDIT / HISTORY / EXTRACT RECONCILIATION
      *  ----------------------------------------------------------------
      *  Every calculation HELLOWORLD posts lands in three places: the
      *  audit trail (AUDOUT, copybook AUDREC), HIST-FILE (copybook
      *  HISTREC) and the downstream extract (EXTOUT, copybook EXTREC).
      *  HISTCASC corrections add audit records and correction extract
      *  records (EXTCORR) of their own, HOLDAPPR posts approved items
      *  to history at once and to audit and extract on the next
      *  cycle, and HISTPURG sweeps old history to the archive
      *  generations.  Nothing else proves the three still agree.
      *  For every TRAN-ID/TRAN-DATE key dated within the SYSIN range
      *  this job reports:
      *
      *    - MISSING FROM HISTORY   on audit or extract, but neither on
      *                             HIST-FILE nor in the archive;
      *    - MISSING FROM AUDIT     on history or extract, no audit
      *                             record;
      *    - MISSING FROM EXTRACT   on history or audit, no extract
      *                             record;
      *    - DUPLICATED IN EXTRACT  the same extract record more than
      *                             once for the key;
      *    - AMOUNTS DIFFER - AUD/EXT  no audit (extract) record for
      *                             the key carries the summands,
      *                             result and remainder history holds.
      *
      *  A key corrected by HISTCASC or reposted under REPLACE-HISTORY
      *  legitimately has an audit and an extract record per figure it
      *  has carried, so a side agrees when any one of its records
      *  matches history; and a correction record differs from the
      *  original, so only an identical repeat counts as a duplicate.
      *  With no history figure to judge by, a key missing from
      *  history has its amounts shown but not compared.  A key purged
      *  from HIST-FILE is judged against its archive copy (ARCHIN,
      *  HISTREC layout), marked ARC on the report.
      *
      *  SYSIN cards:
      *      FROM=yyyymmdd         first TRAN-DATE reconciled (required)
      *      TO=yyyymmdd           last TRAN-DATE; defaults to FROM
      *
      *  Audit and extract records written before they carried the
      *  business date (AUD-TRAN-DATE/EXT-TRAN-DATE not numeric)
      *  cannot be placed in a range; they are counted and skipped.
      *
      *  RETURN-CODE:  0  MATCHED - every key agrees on all three sides
      *                8  UNMATCHED - findings are on the report
      *               12  no usable range, HIST-FILE failed to open, or
      *                   the keys outgrew their table - NOT RUN
      *
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------------
      *  2026-10-15  Initial version.
      *  2026-10-15  Audit, extract and archive records grew with the
      *              currency, rate and base-currency result (146, 73
      *              and 108 bytes).  The three sides are still
      *              compared on the amounts as keyed.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPT-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPT-STATUS.

           SELECT RCN-FILE ASSIGN TO "RCNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUD-FILE ASSIGN TO "AUDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT EXT-FILE ASSIGN TO "EXTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

           SELECT ARCH-FILE ASSIGN TO "ARCHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-TRAN-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPT-FILE.
       01  OPT-RECORD-IN            PIC X(80).

       FD  RCN-FILE.
       01  RCN-RECORD               PIC X(80).

       FD  AUD-FILE.
       01  AUD-RECORD-IN            PIC X(146).

       FD  EXT-FILE.
       01  EXT-RECORD-IN            PIC X(73).

       FD  ARCH-FILE.
       01  ARCH-RECORD-IN           PIC X(108).

       FD  HIST-FILE.
       COPY HISTREC.

       WORKING-STORAGE SECTION.
       01  WS-OPT-STATUS            PIC X(02).
       01  WS-AUD-STATUS            PIC X(02).
       01  WS-EXT-STATUS            PIC X(02).
       01  WS-ARCH-STATUS           PIC X(02).
       01  WS-HIST-STATUS           PIC X(02).

       01  WS-OPT-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-OPT-EOF                    VALUE 'Y'.
           88  WS-OPT-NOT-EOF                VALUE 'N'.

       01  HIST-EOF-SW         PIC X(01) VALUE 'N'.
           88  HIST-EOF                  VALUE 'Y'.
           88  HIST-NOT-EOF              VALUE 'N'.

       01  ARCH-EOF-SW         PIC X(01) VALUE 'N'.
           88  ARCH-EOF                  VALUE 'Y'.
           88  ARCH-NOT-EOF              VALUE 'N'.

       01  AUD-EOF-SW          PIC X(01) VALUE 'N'.
           88  AUD-EOF                   VALUE 'Y'.
           88  AUD-NOT-EOF               VALUE 'N'.

       01  EXT-EOF-SW          PIC X(01) VALUE 'N'.
           88  EXT-EOF                   VALUE 'Y'.
           88  EXT-NOT-EOF               VALUE 'N'.

       01  WS-OPT-CARD              PIC X(80).
       01  WS-OPT-KEYWORD           PIC X(20).
       01  WS-OPT-VALUE             PIC X(20).

       01  WS-RUN-DATE              PIC 9(08).

      ******************************************************************
      *  The TRAN-DATE range from SYSIN.  WS-FROM-DATE-X/WS-TO-DATE-X
      *  stay spaces until a valid card sets them.
      ******************************************************************
       01  WS-FROM-DATE-X           PIC X(08) VALUE SPACES.
       01  WS-FROM-DATE REDEFINES WS-FROM-DATE-X
                                    PIC 9(08).
       01  WS-TO-DATE-X             PIC X(08) VALUE SPACES.
       01  WS-TO-DATE REDEFINES WS-TO-DATE-X
                                    PIC 9(08).

       01  WS-FAIL-SW               PIC X(01) VALUE 'N'.
           88  WS-RUN-FAILED                 VALUE 'Y'.
           88  WS-RUN-OK                     VALUE 'N'.

       01  WS-ERROR-CARD-COUNT      PIC 9(06) COMP VALUE 0.
       01  WS-KEY-COUNT-TOTAL       PIC 9(08) COMP VALUE 0.
       01  WS-MATCHED-COUNT         PIC 9(08) COMP VALUE 0.
       01  WS-NO-HIST-COUNT         PIC 9(08) COMP VALUE 0.
       01  WS-NO-AUD-COUNT          PIC 9(08) COMP VALUE 0.
       01  WS-NO-EXT-COUNT          PIC 9(08) COMP VALUE 0.
       01  WS-EXT-DUP-COUNT         PIC 9(08) COMP VALUE 0.
       01  WS-AUD-DIFF-COUNT        PIC 9(08) COMP VALUE 0.
       01  WS-EXT-DIFF-COUNT        PIC 9(08) COMP VALUE 0.
       01  WS-ARCHIVED-COUNT        PIC 9(08) COMP VALUE 0.
       01  WS-UNDATED-COUNT         PIC 9(08) COMP VALUE 0.

      ******************************************************************
      *  Every key in range, with what each side holds for it.  The
      *  amounts are kept as one 32-byte image (WS-IMG-WORK layout) so
      *  a side's record agrees with history when the images are
      *  equal.  WS-RCN-SOURCE is where the history figure came from:
      *      F  HIST-FILE
      *      A  archive generation
      *      space  no history for the key
      *  The audit side keeps its last image and whether any of its
      *  records matched; the extract side also keeps its first image
      *  for the duplicate check.
      ******************************************************************
       01  WS-RCN-LIMIT             PIC 9(06) COMP VALUE 20000.
       01  WS-RCN-COUNT             PIC 9(06) COMP VALUE 0.
       01  WS-RCN-TABLE.
           05  WS-RCN-ENTRY OCCURS 20000 TIMES.
               10  WS-RCN-KEY           PIC X(14).
               10  WS-RCN-SOURCE        PIC X(01).
                   88  WS-RCN-FROM-FILE         VALUE 'F'.
                   88  WS-RCN-FROM-ARCHIVE      VALUE 'A'.
                   88  WS-RCN-NO-HISTORY        VALUE ' '.
               10  WS-RCN-HIST-IMAGE    PIC X(32).
               10  WS-RCN-AUD-COUNT     PIC 9(04) COMP.
               10  WS-RCN-AUD-MATCH-SW  PIC X(01).
                   88  WS-RCN-AUD-MATCHED       VALUE 'Y'.
                   88  WS-RCN-AUD-UNMATCHED     VALUE 'N'.
               10  WS-RCN-AUD-IMAGE     PIC X(32).
               10  WS-RCN-EXT-COUNT     PIC 9(04) COMP.
               10  WS-RCN-EXT-MATCH-SW  PIC X(01).
                   88  WS-RCN-EXT-MATCHED       VALUE 'Y'.
                   88  WS-RCN-EXT-UNMATCHED     VALUE 'N'.
               10  WS-RCN-EXT-DUPS      PIC 9(04) COMP.
               10  WS-RCN-EXT-FIRST     PIC X(32).
               10  WS-RCN-EXT-IMAGE     PIC X(32).
       01  WS-RCN-IX                PIC 9(06) COMP VALUE 0.
       01  WS-RCN-FIND-IX           PIC 9(06) COMP VALUE 0.
       01  WS-RCN-SW                PIC X(01) VALUE 'N'.
           88  WS-RCN-FOUND                  VALUE 'Y'.
           88  WS-RCN-NOT-FOUND              VALUE 'N'.
       01  WS-WORK-KEY              PIC X(14).
       01  WS-OVERFLOW-SW           PIC X(01) VALUE 'N'.
           88  WS-TABLE-OVERFLOW             VALUE 'Y'.
           88  WS-TABLE-NO-OVERFLOW          VALUE 'N'.
       01  WS-KEY-CLEAN-SW          PIC X(01) VALUE 'Y'.
           88  WS-KEY-CLEAN                  VALUE 'Y'.
           88  WS-KEY-DIRTY                  VALUE 'N'.

       01  WS-IMG-WORK.
           05  WS-IMG-SUMMAND-1     PIC S9(04)V99
                                    SIGN LEADING SEPARATE.
           05  WS-IMG-SUMMAND-2     PIC S9(04)V99
                                    SIGN LEADING SEPARATE.
           05  WS-IMG-RESULT        PIC S9(08)V99
                                    SIGN LEADING SEPARATE.
           05  WS-IMG-REMAINDER     PIC S9(04)V99
                                    SIGN LEADING SEPARATE.
       01  WS-IMG-SHOW              PIC X(32).
       01  WS-SHOW-WORK.
           05  FILLER               PIC X(14).
           05  WS-SHOW-RESULT       PIC S9(08)V99
                                    SIGN LEADING SEPARATE.
           05  FILLER               PIC X(07).

       COPY RCNREC.
       COPY AUDREC.
       COPY EXTREC.

       PROCEDURE DIVISION.
           PERFORM U00-INITIALIZE
           IF WS-RUN-OK
               PERFORM U01-LOAD-SIDES
           END-IF
           IF WS-RUN-OK
               MOVE 0 TO WS-RCN-IX
               PERFORM U03-CLASSIFY-KEY
                   UNTIL WS-RCN-IX >= WS-RCN-COUNT
           END-IF
           PERFORM U04-TERMINATION
           GOBACK
           .

      ******************************************************************
      *  U00-INITIALIZE
      *  Opens the report, writes the heading, reads the range off
      *  SYSIN and opens HIST-FILE.  A range that is missing, not a
      *  date, or backwards, or a HIST-FILE that will not open, is
      *  reported and nothing is reconciled - a verdict over part of
      *  the evidence would be worse than none.
      ******************************************************************
       U00-INITIALIZE SECTION.
           OPEN OUTPUT RCN-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "HISTRECN" TO RCN-HDG-PROGRAM
           MOVE WS-RUN-DATE(1:4) TO RCN-HDG-RUN-DATE(1:4)
           MOVE "-" TO RCN-HDG-RUN-DATE(5:1)
           MOVE WS-RUN-DATE(5:2) TO RCN-HDG-RUN-DATE(6:2)
           MOVE "-" TO RCN-HDG-RUN-DATE(8:1)
           MOVE WS-RUN-DATE(7:2) TO RCN-HDG-RUN-DATE(9:2)
           WRITE RCN-RECORD FROM RCN-HDG-1-LINE
           OPEN INPUT OPT-FILE
           IF WS-OPT-STATUS = "00"
               PERFORM U00A-READ-OPTION
                   UNTIL WS-OPT-EOF
           END-IF
           CLOSE OPT-FILE
           IF WS-TO-DATE-X = SPACES
               MOVE WS-FROM-DATE-X TO WS-TO-DATE-X
           END-IF
           OPEN INPUT HIST-FILE
           EVALUATE TRUE
               WHEN WS-FROM-DATE-X = SPACES
                   SET WS-RUN-FAILED TO TRUE
                   MOVE "NO USABLE FROM= CARD - NOTHING RECONCILED"
                       TO RCN-ERR-TEXT
                   WRITE RCN-RECORD FROM RCN-ERR-LINE
               WHEN WS-TO-DATE < WS-FROM-DATE
                   SET WS-RUN-FAILED TO TRUE
                   MOVE SPACES TO RCN-ERR-TEXT
                   STRING "TO= DATE IS BEFORE FROM= DATE - NOTHING "
                       "RECONCILED"
                       DELIMITED BY SIZE INTO RCN-ERR-TEXT
                   WRITE RCN-RECORD FROM RCN-ERR-LINE
               WHEN WS-HIST-STATUS NOT = "00"
                   SET WS-RUN-FAILED TO TRUE
                   MOVE SPACES TO RCN-ERR-TEXT
                   STRING "HIST-FILE OPEN FAILED - STATUS "
                       WS-HIST-STATUS " - NOTHING RECONCILED"
                       DELIMITED BY SIZE INTO RCN-ERR-TEXT
                   WRITE RCN-RECORD FROM RCN-ERR-LINE
               WHEN OTHER
                   MOVE WS-FROM-DATE TO RCN-RANGE-FROM
                   MOVE WS-TO-DATE TO RCN-RANGE-TO
                   WRITE RCN-RECORD FROM RCN-RANGE-LINE
           END-EVALUATE
           .

      ******************************************************************
      *  U00A-READ-OPTION
      *  Reads one SYSIN card.  FROM= and TO= take an eight-digit
      *  date; anything else, or a date that is not eight digits, is
      *  reported and ignored.
      ******************************************************************
       U00A-READ-OPTION SECTION.
           READ OPT-FILE INTO WS-OPT-CARD
               AT END
                   SET WS-OPT-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-OPT-KEYWORD
                   MOVE SPACES TO WS-OPT-VALUE
                   UNSTRING WS-OPT-CARD DELIMITED BY "=" OR ALL SPACE
                       INTO WS-OPT-KEYWORD WS-OPT-VALUE
                   END-UNSTRING
                   EVALUATE TRUE
                       WHEN WS-OPT-KEYWORD = SPACES
                           CONTINUE
                       WHEN WS-OPT-VALUE(1:8) NOT NUMERIC
                           OR WS-OPT-VALUE(9:12) NOT = SPACES
                           PERFORM U00B-REPORT-BAD-CARD
                       WHEN WS-OPT-KEYWORD = "FROM"
                           MOVE WS-OPT-VALUE(1:8) TO WS-FROM-DATE-X
                       WHEN WS-OPT-KEYWORD = "TO"
                           MOVE WS-OPT-VALUE(1:8) TO WS-TO-DATE-X
                       WHEN OTHER
                           PERFORM U00B-REPORT-BAD-CARD
                   END-EVALUATE
           END-READ
           .

      ******************************************************************
      *  U00B-REPORT-BAD-CARD
      *  Prints a SYSIN card that was not understood.
      ******************************************************************
       U00B-REPORT-BAD-CARD SECTION.
           MOVE WS-OPT-CARD TO RCN-ERR-TEXT
           WRITE RCN-RECORD FROM RCN-ERR-LINE
           ADD 1 TO WS-ERROR-CARD-COUNT
           .

      ******************************************************************
      *  U01-LOAD-SIDES
      *  Builds the key table: history in range off HIST-FILE by the
      *  TRAN-DATE index, then archived history for keys no longer on
      *  file, then the audit and extract records in range.  The
      *  audit and extract datasets are optional - an empty side
      *  simply shows every key missing from it.  A table overflow
      *  stops the load; the run is then NOT RUN.
      ******************************************************************
       U01-LOAD-SIDES SECTION.
           MOVE WS-FROM-DATE TO HIST-TRAN-DATE
           START HIST-FILE KEY NOT < HIST-TRAN-DATE
               INVALID KEY
                   SET HIST-EOF TO TRUE
               NOT INVALID KEY
                   SET HIST-NOT-EOF TO TRUE
           END-START
           IF HIST-NOT-EOF
               PERFORM U01A-READ-HISTORY-NEXT
           END-IF
           PERFORM U01B-LOAD-HISTORY
               UNTIL HIST-EOF OR WS-TABLE-OVERFLOW
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS = "00"
               PERFORM U01C-READ-ARCHIVE
               PERFORM U01D-LOAD-ARCHIVE
                   UNTIL ARCH-EOF OR WS-TABLE-OVERFLOW
               CLOSE ARCH-FILE
           END-IF
           OPEN INPUT AUD-FILE
           IF WS-AUD-STATUS = "00"
               PERFORM U01E-READ-AUDIT
               PERFORM U01F-LOAD-AUDIT
                   UNTIL AUD-EOF OR WS-TABLE-OVERFLOW
               CLOSE AUD-FILE
           ELSE
               MOVE SPACES TO RCN-NOTE-TEXT
               STRING "AUDIN NOT AVAILABLE - STATUS " WS-AUD-STATUS
                   DELIMITED BY SIZE INTO RCN-NOTE-TEXT
               WRITE RCN-RECORD FROM RCN-NOTE-LINE
           END-IF
           OPEN INPUT EXT-FILE
           IF WS-EXT-STATUS = "00"
               PERFORM U01H-READ-EXTRACT
               PERFORM U01I-LOAD-EXTRACT
                   UNTIL EXT-EOF OR WS-TABLE-OVERFLOW
               CLOSE EXT-FILE
           ELSE
               MOVE SPACES TO RCN-NOTE-TEXT
               STRING "EXTIN NOT AVAILABLE - STATUS " WS-EXT-STATUS
                   DELIMITED BY SIZE INTO RCN-NOTE-TEXT
               WRITE RCN-RECORD FROM RCN-NOTE-LINE
           END-IF
           IF WS-TABLE-OVERFLOW
               SET WS-RUN-FAILED TO TRUE
               MOVE SPACES TO RCN-ERR-TEXT
               STRING "MORE THAN 20000 KEYS IN RANGE - NARROW THE "
                   "RANGE - NOTHING RECONCILED"
                   DELIMITED BY SIZE INTO RCN-ERR-TEXT
               WRITE RCN-RECORD FROM RCN-ERR-LINE
           ELSE
               WRITE RCN-RECORD FROM RCN-HDG-2-LINE
           END-IF
           .

      ******************************************************************
      *  U01A-READ-HISTORY-NEXT
      *  Browses HIST-FILE forward one record along the TRAN-DATE
      *  index, setting HIST-EOF-SW past the end of the range, at end
      *  of file or on any non-zero status other than the duplicate-
      *  key notice the alternate index returns.
      ******************************************************************
       U01A-READ-HISTORY-NEXT SECTION.
           READ HIST-FILE NEXT RECORD
               AT END
                   SET HIST-EOF TO TRUE
           END-READ
           IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "02"
               SET HIST-EOF TO TRUE
           END-IF
           IF HIST-NOT-EOF AND HIST-TRAN-DATE > WS-TO-DATE
               SET HIST-EOF TO TRUE
           END-IF
           .

      ******************************************************************
      *  U01B-LOAD-HISTORY
      *  Puts the current history record's key and figures in the
      *  table, then browses forward.
      ******************************************************************
       U01B-LOAD-HISTORY SECTION.
           MOVE HIST-KEY TO WS-WORK-KEY
           PERFORM U02-ADD-KEY
           IF WS-TABLE-NO-OVERFLOW
               SET WS-RCN-FROM-FILE (WS-RCN-IX) TO TRUE
               PERFORM U01G-STORE-HISTORY-IMAGE
           END-IF
           PERFORM U01A-READ-HISTORY-NEXT
           .

      ******************************************************************
      *  U01C-READ-ARCHIVE
      *  Reads the next archived history record.
      ******************************************************************
       U01C-READ-ARCHIVE SECTION.
           READ ARCH-FILE INTO HIST-RECORD
               AT END
                   SET ARCH-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *  U01D-LOAD-ARCHIVE
      *  An archived record in range whose key is no longer on
      *  HIST-FILE supplies the history figure for the key.  A key
      *  on file, or already taken from an earlier generation (a
      *  record restored and swept again), is left as it is.
      ******************************************************************
       U01D-LOAD-ARCHIVE SECTION.
           IF HIST-TRAN-DATE NUMERIC
               AND HIST-TRAN-DATE NOT < WS-FROM-DATE
               AND HIST-TRAN-DATE NOT > WS-TO-DATE
               MOVE HIST-KEY TO WS-WORK-KEY
               PERFORM U02A-FIND-KEY
               IF WS-RCN-NOT-FOUND
                   PERFORM U02-ADD-KEY
               END-IF
               IF WS-TABLE-NO-OVERFLOW
                   AND WS-RCN-NO-HISTORY (WS-RCN-IX)
                   SET WS-RCN-FROM-ARCHIVE (WS-RCN-IX) TO TRUE
                   PERFORM U01G-STORE-HISTORY-IMAGE
               END-IF
           END-IF
           PERFORM U01C-READ-ARCHIVE
           .

      ******************************************************************
      *  U01E-READ-AUDIT
      *  Reads the next audit record.
      ******************************************************************
       U01E-READ-AUDIT SECTION.
           READ AUD-FILE INTO AUD-RECORD
               AT END
                   SET AUD-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *  U01F-LOAD-AUDIT
      *  Counts an audit record in range against its key.  The side
      *  agrees with history once any of the key's records carries
      *  the history figures; until then the last one read is kept
      *  for the report.
      ******************************************************************
       U01F-LOAD-AUDIT SECTION.
           IF AUD-TRAN-DATE NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
           ELSE
               IF AUD-TRAN-DATE NOT < WS-FROM-DATE
                   AND AUD-TRAN-DATE NOT > WS-TO-DATE
                   MOVE AUD-TRAN-ID TO WS-WORK-KEY(1:6)
                   MOVE AUD-TRAN-DATE TO WS-WORK-KEY(7:8)
                   PERFORM U02A-FIND-KEY
                   IF WS-RCN-NOT-FOUND
                       PERFORM U02-ADD-KEY
                   END-IF
                   IF WS-TABLE-NO-OVERFLOW
                       MOVE AUD-SUMMAND-1 TO WS-IMG-SUMMAND-1
                       MOVE AUD-SUMMAND-2 TO WS-IMG-SUMMAND-2
                       MOVE AUD-RESULT TO WS-IMG-RESULT
                       MOVE AUD-REMAINDER TO WS-IMG-REMAINDER
                       ADD 1 TO WS-RCN-AUD-COUNT (WS-RCN-IX)
                       IF WS-RCN-AUD-UNMATCHED (WS-RCN-IX)
                           MOVE WS-IMG-WORK
                               TO WS-RCN-AUD-IMAGE (WS-RCN-IX)
                           IF NOT WS-RCN-NO-HISTORY (WS-RCN-IX)
                               AND WS-IMG-WORK =
                                   WS-RCN-HIST-IMAGE (WS-RCN-IX)
                               SET WS-RCN-AUD-MATCHED (WS-RCN-IX)
                                   TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM U01E-READ-AUDIT
           .

      ******************************************************************
      *  U01G-STORE-HISTORY-IMAGE
      *  Keeps the current history record's figures as the key's
      *  history image.
      ******************************************************************
       U01G-STORE-HISTORY-IMAGE SECTION.
           MOVE HIST-SUMMAND-1 TO WS-IMG-SUMMAND-1
           MOVE HIST-SUMMAND-2 TO WS-IMG-SUMMAND-2
           MOVE HIST-RESULT TO WS-IMG-RESULT
           MOVE HIST-REMAINDER TO WS-IMG-REMAINDER
           MOVE WS-IMG-WORK TO WS-RCN-HIST-IMAGE (WS-RCN-IX)
           .

      ******************************************************************
      *  U01H-READ-EXTRACT
      *  Reads the next extract record.
      ******************************************************************
       U01H-READ-EXTRACT SECTION.
           READ EXT-FILE INTO EXT-RECORD
               AT END
                   SET EXT-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *  U01I-LOAD-EXTRACT
      *  Counts an extract record in range against its key, the same
      *  way as an audit record.  A record identical to the first or
      *  the last one already seen for the key is a duplicate - a
      *  cycle posted twice - rather than a correction.
      ******************************************************************
       U01I-LOAD-EXTRACT SECTION.
           IF EXT-TRAN-DATE NOT NUMERIC
               ADD 1 TO WS-UNDATED-COUNT
           ELSE
               IF EXT-TRAN-DATE NOT < WS-FROM-DATE
                   AND EXT-TRAN-DATE NOT > WS-TO-DATE
                   MOVE EXT-TRAN-ID TO WS-WORK-KEY(1:6)
                   MOVE EXT-TRAN-DATE TO WS-WORK-KEY(7:8)
                   PERFORM U02A-FIND-KEY
                   IF WS-RCN-NOT-FOUND
                       PERFORM U02-ADD-KEY
                   END-IF
                   IF WS-TABLE-NO-OVERFLOW
                       PERFORM U01J-COUNT-EXTRACT
                   END-IF
               END-IF
           END-IF
           PERFORM U01H-READ-EXTRACT
           .

      ******************************************************************
      *  U01J-COUNT-EXTRACT
      *  Records one extract record against the key at WS-RCN-IX.
      ******************************************************************
       U01J-COUNT-EXTRACT SECTION.
           MOVE EXT-SUMMAND-1 TO WS-IMG-SUMMAND-1
           MOVE EXT-SUMMAND-2 TO WS-IMG-SUMMAND-2
           MOVE EXT-RESULT TO WS-IMG-RESULT
           MOVE EXT-REMAINDER TO WS-IMG-REMAINDER
           ADD 1 TO WS-RCN-EXT-COUNT (WS-RCN-IX)
           IF WS-RCN-EXT-COUNT (WS-RCN-IX) = 1
               MOVE WS-IMG-WORK TO WS-RCN-EXT-FIRST (WS-RCN-IX)
           ELSE
               IF WS-IMG-WORK = WS-RCN-EXT-FIRST (WS-RCN-IX)
                   OR WS-IMG-WORK = WS-RCN-EXT-IMAGE (WS-RCN-IX)
                   ADD 1 TO WS-RCN-EXT-DUPS (WS-RCN-IX)
               END-IF
           END-IF
           IF WS-RCN-EXT-UNMATCHED (WS-RCN-IX)
               MOVE WS-IMG-WORK TO WS-RCN-EXT-IMAGE (WS-RCN-IX)
               IF NOT WS-RCN-NO-HISTORY (WS-RCN-IX)
                   AND WS-IMG-WORK = WS-RCN-HIST-IMAGE (WS-RCN-IX)
                   SET WS-RCN-EXT-MATCHED (WS-RCN-IX) TO TRUE
               END-IF
           END-IF
           .

      ******************************************************************
      *  U02-ADD-KEY
      *  Adds WS-WORK-KEY to the table with nothing yet on any side,
      *  leaving WS-RCN-IX on the new entry.  A full table sets the
      *  overflow switch instead.
      ******************************************************************
       U02-ADD-KEY SECTION.
           IF WS-RCN-COUNT >= WS-RCN-LIMIT
               SET WS-TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-RCN-COUNT
               MOVE WS-RCN-COUNT TO WS-RCN-IX
               MOVE WS-WORK-KEY TO WS-RCN-KEY (WS-RCN-IX)
               SET WS-RCN-NO-HISTORY (WS-RCN-IX) TO TRUE
               MOVE SPACES TO WS-RCN-HIST-IMAGE (WS-RCN-IX)
               MOVE 0 TO WS-RCN-AUD-COUNT (WS-RCN-IX)
               SET WS-RCN-AUD-UNMATCHED (WS-RCN-IX) TO TRUE
               MOVE SPACES TO WS-RCN-AUD-IMAGE (WS-RCN-IX)
               MOVE 0 TO WS-RCN-EXT-COUNT (WS-RCN-IX)
               SET WS-RCN-EXT-UNMATCHED (WS-RCN-IX) TO TRUE
               MOVE 0 TO WS-RCN-EXT-DUPS (WS-RCN-IX)
               MOVE SPACES TO WS-RCN-EXT-FIRST (WS-RCN-IX)
               MOVE SPACES TO WS-RCN-EXT-IMAGE (WS-RCN-IX)
           END-IF
           .

      ******************************************************************
      *  U02A-FIND-KEY
      *  Looks WS-WORK-KEY up in the table, leaving WS-RCN-IX on the
      *  entry when found.
      ******************************************************************
       U02A-FIND-KEY SECTION.
           SET WS-RCN-NOT-FOUND TO TRUE
           MOVE 0 TO WS-RCN-FIND-IX
           PERFORM U02B-COMPARE-KEY
               UNTIL WS-RCN-FOUND
                  OR WS-RCN-FIND-IX >= WS-RCN-COUNT
           IF WS-RCN-FOUND
               MOVE WS-RCN-FIND-IX TO WS-RCN-IX
           END-IF
           .

      ******************************************************************
      *  U02B-COMPARE-KEY
      *  Compares one table entry's key against WS-WORK-KEY.
      ******************************************************************
       U02B-COMPARE-KEY SECTION.
           ADD 1 TO WS-RCN-FIND-IX
           IF WS-RCN-KEY (WS-RCN-FIND-IX) = WS-WORK-KEY
               SET WS-RCN-FOUND TO TRUE
           END-IF
           .

      ******************************************************************
      *  U03-CLASSIFY-KEY
      *  Judges the next key on all three sides and prints a line for
      *  every finding against it.  A key with no finding is counted
      *  matched and not printed.
      ******************************************************************
       U03-CLASSIFY-KEY SECTION.
           ADD 1 TO WS-RCN-IX
           ADD 1 TO WS-KEY-COUNT-TOTAL
           SET WS-KEY-CLEAN TO TRUE
           PERFORM U03A-FORMAT-DETAIL
           IF WS-RCN-FROM-ARCHIVE (WS-RCN-IX)
               ADD 1 TO WS-ARCHIVED-COUNT
           END-IF
           IF WS-RCN-NO-HISTORY (WS-RCN-IX)
               ADD 1 TO WS-NO-HIST-COUNT
               MOVE "MISSING FROM HISTORY" TO RCN-DET-FINDING
               PERFORM U03B-WRITE-FINDING
           END-IF
           EVALUATE TRUE
               WHEN WS-RCN-AUD-COUNT (WS-RCN-IX) = 0
                   ADD 1 TO WS-NO-AUD-COUNT
                   MOVE "MISSING FROM AUDIT" TO RCN-DET-FINDING
                   PERFORM U03B-WRITE-FINDING
               WHEN WS-RCN-NO-HISTORY (WS-RCN-IX)
                   CONTINUE
               WHEN WS-RCN-AUD-UNMATCHED (WS-RCN-IX)
                   ADD 1 TO WS-AUD-DIFF-COUNT
                   MOVE "AMOUNTS DIFFER - AUD" TO RCN-DET-FINDING
                   PERFORM U03B-WRITE-FINDING
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-RCN-EXT-COUNT (WS-RCN-IX) = 0
                   ADD 1 TO WS-NO-EXT-COUNT
                   MOVE "MISSING FROM EXTRACT" TO RCN-DET-FINDING
                   PERFORM U03B-WRITE-FINDING
               WHEN WS-RCN-NO-HISTORY (WS-RCN-IX)
                   CONTINUE
               WHEN WS-RCN-EXT-UNMATCHED (WS-RCN-IX)
                   ADD 1 TO WS-EXT-DIFF-COUNT
                   MOVE "AMOUNTS DIFFER - EXT" TO RCN-DET-FINDING
                   PERFORM U03B-WRITE-FINDING
           END-EVALUATE
           IF WS-RCN-EXT-DUPS (WS-RCN-IX) > 0
               ADD 1 TO WS-EXT-DUP-COUNT
               MOVE "DUPLICATED IN EXTRACT" TO RCN-DET-FINDING
               PERFORM U03B-WRITE-FINDING
           END-IF
           IF WS-KEY-CLEAN
               ADD 1 TO WS-MATCHED-COUNT
           END-IF
           .

      ******************************************************************
      *  U03A-FORMAT-DETAIL
      *  Fills the detail line with the key and the figure each side
      *  holds - the history result, and for audit and extract the
      *  result of the record that matched history or, failing that,
      *  the last one read.  A side with nothing is left blank.
      ******************************************************************
       U03A-FORMAT-DETAIL SECTION.
           MOVE WS-RCN-KEY (WS-RCN-IX)(1:6) TO RCN-DET-TRAN-ID
           MOVE WS-RCN-KEY (WS-RCN-IX)(7:8) TO RCN-DET-TRAN-DATE
           IF WS-RCN-AUD-COUNT (WS-RCN-IX) = 0
               MOVE SPACES TO RCN-DET-AUD-X
           ELSE
               MOVE WS-RCN-AUD-IMAGE (WS-RCN-IX) TO WS-SHOW-WORK
               MOVE WS-SHOW-RESULT TO RCN-DET-AUD
           END-IF
           IF WS-RCN-EXT-COUNT (WS-RCN-IX) = 0
               MOVE SPACES TO RCN-DET-EXT-X
           ELSE
               MOVE WS-RCN-EXT-IMAGE (WS-RCN-IX) TO WS-SHOW-WORK
               MOVE WS-SHOW-RESULT TO RCN-DET-EXT
           END-IF
           EVALUATE TRUE
               WHEN WS-RCN-FROM-FILE (WS-RCN-IX)
                   MOVE WS-RCN-HIST-IMAGE (WS-RCN-IX) TO WS-SHOW-WORK
                   MOVE WS-SHOW-RESULT TO RCN-DET-HIST
                   MOVE "FIL" TO RCN-DET-SOURCE
               WHEN WS-RCN-FROM-ARCHIVE (WS-RCN-IX)
                   MOVE WS-RCN-HIST-IMAGE (WS-RCN-IX) TO WS-SHOW-WORK
                   MOVE WS-SHOW-RESULT TO RCN-DET-HIST
                   MOVE "ARC" TO RCN-DET-SOURCE
               WHEN OTHER
                   MOVE SPACES TO RCN-DET-HIST-X
                   MOVE SPACES TO RCN-DET-SOURCE
           END-EVALUATE
           .

      ******************************************************************
      *  U03B-WRITE-FINDING
      *  Prints one finding for the current key.
      ******************************************************************
       U03B-WRITE-FINDING SECTION.
           SET WS-KEY-DIRTY TO TRUE
           WRITE RCN-RECORD FROM RCN-DET-LINE
           .

      ******************************************************************
      *  U04-TERMINATION
      *  Writes the footers and the MATCHED/UNMATCHED verdict, closes
      *  the files and sets the return code the schedule keys off.
      *  Undated records skipped do not unmatch the verdict - they are
      *  a disclosed limit of the evidence, not a finding.
      ******************************************************************
       U04-TERMINATION SECTION.
           MOVE WS-KEY-COUNT-TOTAL TO RCN-FTR-EXAMINED
           WRITE RCN-RECORD FROM RCN-FTR-1-LINE
           MOVE WS-MATCHED-COUNT TO RCN-FTR-MATCHED
           WRITE RCN-RECORD FROM RCN-FTR-2-LINE
           MOVE WS-NO-HIST-COUNT TO RCN-FTR-NO-HIST
           WRITE RCN-RECORD FROM RCN-FTR-3-LINE
           MOVE WS-NO-AUD-COUNT TO RCN-FTR-NO-AUD
           WRITE RCN-RECORD FROM RCN-FTR-4-LINE
           MOVE WS-NO-EXT-COUNT TO RCN-FTR-NO-EXT
           WRITE RCN-RECORD FROM RCN-FTR-5-LINE
           MOVE WS-EXT-DUP-COUNT TO RCN-FTR-EXT-DUP
           WRITE RCN-RECORD FROM RCN-FTR-6-LINE
           MOVE WS-AUD-DIFF-COUNT TO RCN-FTR-AUD-DIFF
           WRITE RCN-RECORD FROM RCN-FTR-7-LINE
           MOVE WS-EXT-DIFF-COUNT TO RCN-FTR-EXT-DIFF
           WRITE RCN-RECORD FROM RCN-FTR-8-LINE
           MOVE WS-ARCHIVED-COUNT TO RCN-FTR-ARCHIVED
           WRITE RCN-RECORD FROM RCN-FTR-9-LINE
           MOVE WS-UNDATED-COUNT TO RCN-FTR-UNDATED
           WRITE RCN-RECORD FROM RCN-FTR-10-LINE
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE "NOT RUN" TO RCN-VERDICT
               WHEN WS-MATCHED-COUNT = WS-KEY-COUNT-TOTAL
                   MOVE "MATCHED" TO RCN-VERDICT
               WHEN OTHER
                   MOVE "UNMATCHED" TO RCN-VERDICT
           END-EVALUATE
           WRITE RCN-RECORD FROM RCN-VERDICT-LINE
           CLOSE RCN-FILE
           CLOSE HIST-FILE
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-MATCHED-COUNT NOT = WS-KEY-COUNT-TOTAL
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
