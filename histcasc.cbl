       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTCASC.
       AUTHOR. BATCH-SUPPORT.

      ******************************************************************
      *  HISTCASC - HIST-FILE DEPENDENT-RESULT CASCADE
      *  ----------------------------------------------------------------
      *  A summand can be taken from a prior calculation's HIST-RESULT
      *  by reference (HIST-S1-REF/HIST-S2-REF, copybook HISTREC).
      *  When that base result is later corrected - reposted under
      *  REPLACE-HISTORY, restored by HISTREST, put back by HISTBOUT,
      *  or fixed after HISTVRFY found it bad - every result built on
      *  it keeps the old figure.  Given the corrected keys, this job
      *  finds every calculation that depends on them, however many
      *  links down, and prints the chain; in RECALCULATE mode it
      *  recomputes each dependent from the corrected figures and
      *  writes it back.
      *
      *  SYSIN cards:
      *      BASE=iiiiii yyyymmdd  a corrected calculation (TRAN-ID
      *                            and TRAN-DATE); up to 20 cards
      *      RECALCULATE           recompute and post the dependents;
      *                            without it the run only reports
      *
      *  HIST-FILE carries no index on the reference fields, so the
      *  file is browsed once and every reference link is loaded into
      *  WS-LNK-TABLE (referenced key -> referencing key).  The chain
      *  is then built outward from the bases, level by level, off
      *  that table.  Recalculation works through the chain in passes,
      *  taking each dependent only once every calculation it
      *  references within the chain is settled, so a figure that
      *  depends on two corrected results is computed once from both.
      *
      *  A dependent is recomputed the way HELLOWORLD computed it:
      *  each by-reference summand is re-resolved off HIST-FILE under
      *  the same summand bounds, a keyed summand is kept, and the
      *  stored op-code is applied.  A multi-operand SUM/AVG is
      *  adjusted by the change in its two stored summands - the
      *  continuation operands are not on history, but they did not
      *  change either.  A recomputed figure that differs is
      *  rewritten, journaled to HISTJRNL (copybook JRNREC) under the
      *  run-id printed under the heading, and given an audit record
      *  (AUDOUT, copybook AUDREC) and a correction extract record
      *  (EXTCORR, copybook EXTREC) so downstream picks up the new
      *  figure.  A dependent keeps the currency and rate it was
      *  posted at, and its base-currency result (HIST-BASE-RESULT) is
      *  recomputed at that rate.  A dependent that cannot be
      *  recomputed - reference gone or now in another currency,
      *  result out of range - is left alone with the reason, and so
      *  is everything further down its chain.
      *
      *  RETURN-CODE:  0  chain reported (and recalculated) in full
      *                4  some dependents were not recomputed, a
      *                   card was in error, or a base is not on file
      *                8  no usable BASE card - nothing done
      *               12  HIST-FILE (or, recalculating, HISTJRNL)
      *                   failed to open, or the links or the chain
      *                   outgrew their tables - nothing touched
      *
      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------------
      *  2026-10-15  Initial version.
      *  2026-10-15  AUD-RECORD grew to 114 bytes with the approving
      *              supervisor's id (AUD-APPROVER), left blank on a
      *              recalculated result.
      *  2026-10-15  Audit and correction records carry the
      *              calculation's business date (AUD-TRAN-DATE,
      *              122 bytes; EXT-TRAN-DATE, 49 bytes) for the
      *              three-way reconciliation (HISTRECN).
      *  2026-10-15  Multi-currency.  A recomputed result is converted
      *              to the base currency at the rate it was posted
      *              at (HIST-RATE), and the audit and correction
      *              records carry its currency, rate and base result
      *              (146 and 73 bytes).
      *  2026-10-15  A reference now in a different currency from the
      *              dependent fails the recalculation ("S1/S2
      *              REFERENCE IS IN ccc"), as HELLOWORLD rejects it.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPT-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPT-STATUS.

           SELECT CSC-FILE ASSIGN TO "CSCRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUD-FILE ASSIGN TO "AUDOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXT-FILE ASSIGN TO "EXTCORR"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JRN-FILE ASSIGN TO "HISTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

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

       FD  CSC-FILE.
       01  CSC-RECORD               PIC X(80).

       FD  AUD-FILE.
       01  AUD-RECORD-OUT           PIC X(146).

       FD  EXT-FILE.
       01  EXT-RECORD-OUT           PIC X(73).

       FD  JRN-FILE.
       01  JRN-RECORD-OUT           PIC X(261).

       FD  HIST-FILE.
       COPY HISTREC.

       WORKING-STORAGE SECTION.
       01  WS-OPT-STATUS            PIC X(02).
       01  WS-JRN-STATUS            PIC X(02).
       01  WS-HIST-STATUS           PIC X(02).

       01  WS-OPT-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-OPT-EOF                    VALUE 'Y'.
           88  WS-OPT-NOT-EOF                VALUE 'N'.

       01  HIST-EOF-SW         PIC X(01) VALUE 'N'.
           88  HIST-EOF                  VALUE 'Y'.
           88  HIST-NOT-EOF              VALUE 'N'.

       01  WS-OPT-CARD              PIC X(80).
       01  WS-OPT-KEYWORD           PIC X(20).
       01  WS-OPT-VALUE             PIC X(20).
       01  WS-OPT-VALUE-2           PIC X(20).

       01  WS-RUN-DATE              PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(08).
       01  WS-RUN-ID                PIC X(16).

       01  WS-MODE-SW               PIC X(01) VALUE 'I'.
           88  WS-IMPACT-ONLY                VALUE 'I'.
           88  WS-RECALCULATE                VALUE 'R'.

       01  WS-FAIL-SW               PIC X(01) VALUE 'N'.
           88  WS-RUN-FAILED                 VALUE 'Y'.
           88  WS-RUN-OK                     VALUE 'N'.

       01  WS-JRN-SW                PIC X(01) VALUE 'N'.
           88  WS-JRN-OPEN                   VALUE 'Y'.
           88  WS-JRN-NOT-OPEN               VALUE 'N'.

       01  WS-READ-COUNT            PIC 9(08) COMP VALUE 0.
       01  WS-DEPENDENT-COUNT       PIC 9(08) COMP VALUE 0.
       01  WS-RECALC-COUNT          PIC 9(08) COMP VALUE 0.
       01  WS-UNCHANGED-COUNT       PIC 9(08) COMP VALUE 0.
       01  WS-NOT-RECALC-COUNT      PIC 9(08) COMP VALUE 0.
       01  WS-ERROR-CARD-COUNT      PIC 9(06) COMP VALUE 0.
       01  WS-MISSING-BASE-COUNT    PIC 9(06) COMP VALUE 0.

      ******************************************************************
      *  The BASE cards, edited and held until HIST-FILE is open.
      ******************************************************************
       01  WS-BASE-LIMIT            PIC 9(04) COMP VALUE 20.
       01  WS-BASE-COUNT            PIC 9(04) COMP VALUE 0.
       01  WS-BASE-TABLE.
           05  WS-BASE-KEY OCCURS 20 TIMES
                                   PIC X(14).
       01  WS-BASE-IX               PIC 9(04) COMP VALUE 0.

      ******************************************************************
      *  Every reference link on HIST-FILE: the referenced key, the
      *  referencing key and the summand slot it feeds ("S1"/"S2").
      ******************************************************************
       01  WS-LNK-LIMIT             PIC 9(06) COMP VALUE 20000.
       01  WS-LNK-COUNT             PIC 9(06) COMP VALUE 0.
       01  WS-LNK-TABLE.
           05  WS-LNK-ENTRY OCCURS 20000 TIMES.
               10  WS-LNK-FROM-KEY      PIC X(14).
               10  WS-LNK-TO-KEY        PIC X(14).
               10  WS-LNK-SLOT          PIC X(02).
       01  WS-LNK-IX                PIC 9(06) COMP VALUE 0.
       01  WS-LNK-SLOT-WORK         PIC X(02).

      ******************************************************************
      *  The chain, bases first (level 0), then each level of
      *  dependents in the order found.  WS-CHN-VIA-KEY/SLOT name the
      *  link the entry was first reached through; WS-CHN-P1-IX and
      *  WS-CHN-P2-IX point at the entries for the calculations its
      *  S1/S2 reference, or are zero when that summand does not come
      *  from within the chain.  WS-CHN-STATE:
      *      B  base - corrected already, never recomputed here
      *      P  pending
      *      R  recalculated and rewritten
      *      U  recomputed, figure unchanged
      *      F  not recomputed (WS-CHN-REASON says why)
      ******************************************************************
       01  WS-CHN-LIMIT             PIC 9(04) COMP VALUE 2000.
       01  WS-CHN-COUNT             PIC 9(04) COMP VALUE 0.
       01  WS-CHN-TABLE.
           05  WS-CHN-ENTRY OCCURS 2000 TIMES.
               10  WS-CHN-KEY           PIC X(14).
               10  WS-CHN-LEVEL         PIC 9(04) COMP.
               10  WS-CHN-VIA-KEY       PIC X(14).
               10  WS-CHN-VIA-SLOT      PIC X(02).
               10  WS-CHN-S1-KEY        PIC X(14).
               10  WS-CHN-S2-KEY        PIC X(14).
               10  WS-CHN-P1-IX         PIC 9(04) COMP.
               10  WS-CHN-P2-IX         PIC 9(04) COMP.
               10  WS-CHN-ON-FILE-SW    PIC X(01).
                   88  WS-CHN-ON-FILE           VALUE 'Y'.
                   88  WS-CHN-NOT-ON-FILE       VALUE 'N'.
               10  WS-CHN-OLD-RESULT    PIC S9(08)V99.
               10  WS-CHN-NEW-RESULT    PIC S9(08)V99.
               10  WS-CHN-STATE         PIC X(01).
                   88  WS-CHN-BASE              VALUE 'B'.
                   88  WS-CHN-PENDING           VALUE 'P'.
                   88  WS-CHN-RECALCULATED      VALUE 'R'.
                   88  WS-CHN-UNCHANGED         VALUE 'U'.
                   88  WS-CHN-NOT-RECOMPUTED    VALUE 'F'.
               10  WS-CHN-REASON        PIC X(60).
       01  WS-CHN-IX                PIC 9(04) COMP VALUE 0.
       01  WS-CHN-FIND-IX           PIC 9(04) COMP VALUE 0.
       01  WS-CHN-PARENT-IX         PIC 9(04) COMP VALUE 0.
       01  WS-CHN-SW                PIC X(01) VALUE 'N'.
           88  WS-CHN-FOUND                  VALUE 'Y'.
           88  WS-CHN-NOT-FOUND              VALUE 'N'.
       01  WS-WORK-KEY              PIC X(14).
       01  WS-OVERFLOW-SW           PIC X(01) VALUE 'N'.
           88  WS-TABLE-OVERFLOW             VALUE 'Y'.
           88  WS-TABLE-NO-OVERFLOW          VALUE 'N'.

       01  WS-PROGRESS-SW           PIC X(01) VALUE 'Y'.
           88  WS-PASS-PROGRESSED            VALUE 'Y'.
           88  WS-PASS-STALLED               VALUE 'N'.
       01  WS-READY-SW              PIC X(01) VALUE 'Y'.
           88  WS-ENTRY-READY                VALUE 'Y'.
           88  WS-ENTRY-WAITING              VALUE 'W'.
           88  WS-ENTRY-BLOCKED              VALUE 'N'.

      ******************************************************************
      *  The dependent under recalculation, held apart from the FD
      *  area - resolving its references reads other records into
      *  HIST-RECORD.  WS-CSC-OLD-IMAGE is the record as read and
      *  WS-CSC-NEW-IMAGE the record as rewritten, for the journal.
      ******************************************************************
       01  WS-CSC-OLD-IMAGE         PIC X(108).
       01  WS-CSC-NEW-IMAGE         PIC X(108).
       01  WS-CSC-OP-CODE           PIC X(03).
       01  WS-CSC-OPERANDS          PIC X(02).
       01  WS-CSC-OPERAND-COUNT     PIC 9(02).
       01  WS-CSC-BRANCH            PIC X(03).
       01  WS-CSC-S1-REF            PIC X(15).
       01  WS-CSC-S2-REF            PIC X(15).
       01  WS-CSC-OLD-S1            PIC S9(04)V99.
       01  WS-CSC-OLD-S2            PIC S9(04)V99.
       01  WS-CSC-OLD-RESULT        PIC S9(08)V99.
       01  WS-CSC-OLD-REM           PIC S9(04)V99.
       01  WS-CSC-NEW-S1            PIC S9(04)V99.
       01  WS-CSC-NEW-S2            PIC S9(04)V99.
       01  WS-CSC-NEW-RESULT        PIC S9(08)V99.
       01  WS-CSC-NEW-REM           PIC S9(04)V99.
       01  WS-CSC-TOTAL             PIC S9(10)V99.
       01  WS-CSC-CURRENCY          PIC X(03).
       01  WS-CSC-DEP-CURRENCY      PIC X(03).
       01  WS-CSC-REF-CURRENCY      PIC X(03).
       01  WS-BASE-CURRENCY         PIC X(03).
       01  WS-CSC-RATE              PIC 9(04)V9(06).
       01  WS-CSC-NEW-BASE          PIC S9(08)V99.
       01  WS-CSC-SW                PIC X(01) VALUE 'Y'.
           88  WS-CSC-OK                     VALUE 'Y'.
           88  WS-CSC-FAILED                 VALUE 'N'.

       COPY CSCREC.
       COPY RATREC.
       COPY AUDREC.
       COPY EXTREC.
       COPY JRNREC.

       PROCEDURE DIVISION.
           PERFORM U00-INITIALIZE
           MOVE 0 TO WS-CHN-IX
           PERFORM U01-EXPAND-ENTRY
               UNTIL WS-CHN-IX >= WS-CHN-COUNT
                  OR WS-TABLE-OVERFLOW
           PERFORM U01C-CHECK-CHAIN
           IF WS-RECALCULATE AND WS-RUN-OK
               SET WS-PASS-PROGRESSED TO TRUE
               PERFORM U02-RECALCULATE-PASS
                   UNTIL WS-PASS-STALLED
               MOVE 0 TO WS-CHN-IX
               PERFORM U02H-FAIL-STRANDED-ENTRY
                   UNTIL WS-CHN-IX >= WS-CHN-COUNT
           END-IF
           MOVE 0 TO WS-CHN-IX
           PERFORM U03-PRINT-CHAIN-ENTRY
               UNTIL WS-CHN-IX >= WS-CHN-COUNT
           PERFORM U04-TERMINATION
           GOBACK
           .

      ******************************************************************
      *  U00-INITIALIZE
      *  Opens the files, writes the report heading, reads the SYSIN
      *  cards and, when there is anything to do, loads the reference
      *  links off HIST-FILE and seeds the chain with the bases.  The
      *  audit and correction extract generations are opened on every
      *  run so an impact-only run still leaves valid (empty)
      *  datasets behind.  Nothing is attempted when HIST-FILE - or,
      *  recalculating, the journal - will not open, when no usable
      *  BASE card was given, or when the links outgrow their table;
      *  WS-CHN-COUNT stays zero in every such case so the mainline's
      *  loops do not run.
      ******************************************************************
       U00-INITIALIZE SECTION.
           OPEN OUTPUT CSC-FILE
           OPEN OUTPUT AUD-FILE
           OPEN OUTPUT EXT-FILE
           SET RAT-BASE-CURRENCY TO TRUE
           MOVE RAT-CURRENCY TO WS-BASE-CURRENCY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-RUN-ID(1:8)
           MOVE WS-CURRENT-TIME TO WS-RUN-ID(9:8)
           MOVE "HISTCASC" TO CSC-HDG-PROGRAM
           MOVE WS-RUN-DATE(1:4) TO CSC-HDG-RUN-DATE(1:4)
           MOVE "-" TO CSC-HDG-RUN-DATE(5:1)
           MOVE WS-RUN-DATE(5:2) TO CSC-HDG-RUN-DATE(6:2)
           MOVE "-" TO CSC-HDG-RUN-DATE(8:1)
           MOVE WS-RUN-DATE(7:2) TO CSC-HDG-RUN-DATE(9:2)
           WRITE CSC-RECORD FROM CSC-HDG-1-LINE
           OPEN INPUT OPT-FILE
           IF WS-OPT-STATUS = "00"
               PERFORM U00A-READ-OPTION
                   UNTIL WS-OPT-EOF
           END-IF
           CLOSE OPT-FILE
           IF WS-RECALCULATE
               MOVE WS-RUN-ID TO CSC-JRN-RUN-ID
               WRITE CSC-RECORD FROM CSC-JRN-LINE
               OPEN I-O HIST-FILE
               OPEN EXTEND JRN-FILE
               IF WS-JRN-STATUS = "35"
                   OPEN OUTPUT JRN-FILE
               END-IF
               IF WS-JRN-STATUS = "00"
                   SET WS-JRN-OPEN TO TRUE
               END-IF
           ELSE
               MOVE "IMPACT REPORT ONLY - HIST-FILE WILL NOT BE UPDATED"
                   TO CSC-MSG-TEXT
               WRITE CSC-RECORD FROM CSC-MSG-LINE
               OPEN INPUT HIST-FILE
               MOVE "00" TO WS-JRN-STATUS
           END-IF
           EVALUATE TRUE
               WHEN WS-HIST-STATUS NOT = "00"
                   SET WS-RUN-FAILED TO TRUE
                   MOVE SPACES TO CSC-ERR-TEXT
                   STRING "HIST-FILE OPEN FAILED - STATUS "
                       WS-HIST-STATUS " - NOTHING DONE"
                       DELIMITED BY SIZE INTO CSC-ERR-TEXT
                   WRITE CSC-RECORD FROM CSC-ERR-LINE
               WHEN WS-JRN-STATUS NOT = "00"
                   SET WS-RUN-FAILED TO TRUE
                   MOVE SPACES TO CSC-ERR-TEXT
                   STRING "HISTJRNL OPEN FAILED - STATUS "
                       WS-JRN-STATUS " - NOTHING DONE"
                       DELIMITED BY SIZE INTO CSC-ERR-TEXT
                   WRITE CSC-RECORD FROM CSC-ERR-LINE
               WHEN WS-BASE-COUNT = 0
                   MOVE "NO USABLE BASE CARD - NOTHING DONE"
                       TO CSC-ERR-TEXT
                   WRITE CSC-RECORD FROM CSC-ERR-LINE
               WHEN OTHER
                   MOVE LOW-VALUES TO HIST-TRAN-ID
                   MOVE ZEROES TO HIST-TRAN-DATE
                   START HIST-FILE KEY NOT < HIST-KEY
                       INVALID KEY
                           SET HIST-EOF TO TRUE
                   END-START
                   IF HIST-NOT-EOF
                       PERFORM U00D-READ-HISTORY-NEXT
                   END-IF
                   PERFORM U00C-LOAD-LINKS
                       UNTIL HIST-EOF OR WS-TABLE-OVERFLOW
                   IF WS-TABLE-OVERFLOW
                       SET WS-RUN-FAILED TO TRUE
                       MOVE SPACES TO CSC-ERR-TEXT
                       STRING "MORE THAN 20000 REFERENCE LINKS ON "
                           "HISTORY - NOTHING DONE"
                           DELIMITED BY SIZE INTO CSC-ERR-TEXT
                       WRITE CSC-RECORD FROM CSC-ERR-LINE
                   ELSE
                       MOVE 0 TO WS-BASE-IX
                       PERFORM U00F-SEED-BASE
                           UNTIL WS-BASE-IX >= WS-BASE-COUNT
                       WRITE CSC-RECORD FROM CSC-HDG-2-LINE
                   END-IF
           END-EVALUATE
           .

      ******************************************************************
      *  U00A-READ-OPTION
      *  Reads one SYSIN card.  BASE= takes a TRAN-ID and a TRAN-DATE
      *  separated by a space; RECALCULATE switches the run from
      *  reporting to posting.  Anything else is reported and
      *  ignored.
      ******************************************************************
       U00A-READ-OPTION SECTION.
           READ OPT-FILE INTO WS-OPT-CARD
               AT END
                   SET WS-OPT-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-OPT-KEYWORD
                   MOVE SPACES TO WS-OPT-VALUE
                   MOVE SPACES TO WS-OPT-VALUE-2
                   UNSTRING WS-OPT-CARD DELIMITED BY "=" OR ALL SPACE
                       INTO WS-OPT-KEYWORD WS-OPT-VALUE WS-OPT-VALUE-2
                   END-UNSTRING
                   EVALUATE WS-OPT-KEYWORD
                       WHEN "BASE"
                           PERFORM U00B-STORE-BASE
                       WHEN "RECALCULATE"
                           SET WS-RECALCULATE TO TRUE
                       WHEN SPACES
                           CONTINUE
                       WHEN OTHER
                           MOVE WS-OPT-CARD TO CSC-ERR-TEXT
                           WRITE CSC-RECORD FROM CSC-ERR-LINE
                           ADD 1 TO WS-ERROR-CARD-COUNT
                   END-EVALUATE
           END-READ
           .

      ******************************************************************
      *  U00B-STORE-BASE
      *  Edits a BASE card - a TRAN-ID of up to six bytes and an
      *  eight-digit TRAN-DATE - and stores the key.  A card past the
      *  twentieth is reported and ignored.
      ******************************************************************
       U00B-STORE-BASE SECTION.
           IF WS-OPT-VALUE = SPACES
               OR WS-OPT-VALUE(7:14) NOT = SPACES
               OR WS-OPT-VALUE-2(1:8) NOT NUMERIC
               OR WS-OPT-VALUE-2(9:12) NOT = SPACES
               OR WS-BASE-COUNT >= WS-BASE-LIMIT
               MOVE WS-OPT-CARD TO CSC-ERR-TEXT
               WRITE CSC-RECORD FROM CSC-ERR-LINE
               ADD 1 TO WS-ERROR-CARD-COUNT
           ELSE
               ADD 1 TO WS-BASE-COUNT
               MOVE WS-OPT-VALUE(1:6)
                   TO WS-BASE-KEY (WS-BASE-COUNT)(1:6)
               MOVE WS-OPT-VALUE-2(1:8)
                   TO WS-BASE-KEY (WS-BASE-COUNT)(7:8)
           END-IF
           .

      ******************************************************************
      *  U00C-LOAD-LINKS
      *  Loads the reference links carried by the current history
      *  record, then browses forward.
      ******************************************************************
       U00C-LOAD-LINKS SECTION.
           ADD 1 TO WS-READ-COUNT
           IF HIST-S1-REF-FLAG = "R"
               MOVE HIST-S1-REF-ID TO WS-WORK-KEY(1:6)
               MOVE HIST-S1-REF-DATE TO WS-WORK-KEY(7:8)
               MOVE "S1" TO WS-LNK-SLOT-WORK
               PERFORM U00E-ADD-LINK
           END-IF
           IF HIST-S2-REF-FLAG = "R"
               MOVE HIST-S2-REF-ID TO WS-WORK-KEY(1:6)
               MOVE HIST-S2-REF-DATE TO WS-WORK-KEY(7:8)
               MOVE "S2" TO WS-LNK-SLOT-WORK
               PERFORM U00E-ADD-LINK
           END-IF
           PERFORM U00D-READ-HISTORY-NEXT
           .

      ******************************************************************
      *  U00D-READ-HISTORY-NEXT
      *  Browses to the next history record.  Any status other than
      *  "00" ends the browse, the same as end of file, rather than
      *  leave the sweep spinning after an I/O error.
      ******************************************************************
       U00D-READ-HISTORY-NEXT SECTION.
           READ HIST-FILE NEXT RECORD
               AT END
                   SET HIST-EOF TO TRUE
           END-READ
           IF WS-HIST-STATUS NOT = "00"
               SET HIST-EOF TO TRUE
           END-IF
           .

      ******************************************************************
      *  U00E-ADD-LINK
      *  Adds one link - WS-WORK-KEY referenced by the current
      *  history record through slot WS-LNK-SLOT-WORK - to the table.
      ******************************************************************
       U00E-ADD-LINK SECTION.
           IF WS-LNK-COUNT >= WS-LNK-LIMIT
               SET WS-TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-LNK-COUNT
               MOVE WS-WORK-KEY TO WS-LNK-FROM-KEY (WS-LNK-COUNT)
               MOVE HIST-KEY TO WS-LNK-TO-KEY (WS-LNK-COUNT)
               MOVE WS-LNK-SLOT-WORK TO WS-LNK-SLOT (WS-LNK-COUNT)
           END-IF
           .

      ******************************************************************
      *  U00F-SEED-BASE
      *  Puts one BASE card's key on the chain at level 0.  A key
      *  given twice is taken once.  A base no longer on HIST-FILE is
      *  still seeded - its dependents are listed, and will fail to
      *  recompute on the missing reference - but is warned about.
      ******************************************************************
       U00F-SEED-BASE SECTION.
           ADD 1 TO WS-BASE-IX
           MOVE WS-BASE-KEY (WS-BASE-IX) TO WS-WORK-KEY
           PERFORM U01B-FIND-IN-CHAIN
           IF WS-CHN-NOT-FOUND
               PERFORM U01D-ADD-CHAIN-ENTRY
               MOVE 0 TO WS-CHN-LEVEL (WS-CHN-COUNT)
               MOVE SPACES TO WS-CHN-VIA-KEY (WS-CHN-COUNT)
               MOVE SPACES TO WS-CHN-VIA-SLOT (WS-CHN-COUNT)
               SET WS-CHN-BASE (WS-CHN-COUNT) TO TRUE
               IF WS-CHN-NOT-ON-FILE (WS-CHN-COUNT)
                   ADD 1 TO WS-MISSING-BASE-COUNT
                   MOVE SPACES TO CSC-MSG-TEXT
                   STRING "BASE NOT ON HISTORY: "
                       WS-WORK-KEY(1:6) " " WS-WORK-KEY(7:8)
                       DELIMITED BY SIZE INTO CSC-MSG-TEXT
                   WRITE CSC-RECORD FROM CSC-MSG-LINE
               END-IF
           END-IF
           .

      ******************************************************************
      *  U01-EXPAND-ENTRY
      *  Adds to the chain every calculation that references the
      *  next chain entry and is not on the chain already.  Since
      *  new entries go on the end, working down the table expands
      *  the chain a level at a time until nothing new is found.
      ******************************************************************
       U01-EXPAND-ENTRY SECTION.
           ADD 1 TO WS-CHN-IX
           MOVE WS-CHN-IX TO WS-CHN-PARENT-IX
           MOVE 0 TO WS-LNK-IX
           PERFORM U01A-SCAN-LINK
               UNTIL WS-LNK-IX >= WS-LNK-COUNT
                  OR WS-TABLE-OVERFLOW
           .

      ******************************************************************
      *  U01A-SCAN-LINK
      *  Checks one link against the entry being expanded.
      ******************************************************************
       U01A-SCAN-LINK SECTION.
           ADD 1 TO WS-LNK-IX
           IF WS-LNK-FROM-KEY (WS-LNK-IX)
                   = WS-CHN-KEY (WS-CHN-PARENT-IX)
               MOVE WS-LNK-TO-KEY (WS-LNK-IX) TO WS-WORK-KEY
               PERFORM U01B-FIND-IN-CHAIN
               IF WS-CHN-NOT-FOUND
                   IF WS-CHN-COUNT >= WS-CHN-LIMIT
                       SET WS-TABLE-OVERFLOW TO TRUE
                   ELSE
                       PERFORM U01D-ADD-CHAIN-ENTRY
                       COMPUTE WS-CHN-LEVEL (WS-CHN-COUNT)
                           = WS-CHN-LEVEL (WS-CHN-PARENT-IX) + 1
                       MOVE WS-CHN-KEY (WS-CHN-PARENT-IX)
                           TO WS-CHN-VIA-KEY (WS-CHN-COUNT)
                       MOVE WS-LNK-SLOT (WS-LNK-IX)
                           TO WS-CHN-VIA-SLOT (WS-CHN-COUNT)
                       SET WS-CHN-PENDING (WS-CHN-COUNT) TO TRUE
                       ADD 1 TO WS-DEPENDENT-COUNT
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      *  U01B-FIND-IN-CHAIN
      *  Looks WS-WORK-KEY up on the chain; WS-CHN-FIND-IX is left on
      *  the entry when found.
      ******************************************************************
       U01B-FIND-IN-CHAIN SECTION.
           SET WS-CHN-NOT-FOUND TO TRUE
           MOVE 0 TO WS-CHN-FIND-IX
           PERFORM U01B1-COMPARE-CHAIN-KEY
               UNTIL WS-CHN-FOUND
                  OR WS-CHN-FIND-IX >= WS-CHN-COUNT
           .

      ******************************************************************
      *  U01B1-COMPARE-CHAIN-KEY
      *  Compares one chain entry's key against WS-WORK-KEY.
      ******************************************************************
       U01B1-COMPARE-CHAIN-KEY SECTION.
           ADD 1 TO WS-CHN-FIND-IX
           IF WS-CHN-KEY (WS-CHN-FIND-IX) = WS-WORK-KEY
               SET WS-CHN-FOUND TO TRUE
           END-IF
           .

      ******************************************************************
      *  U01C-CHECK-CHAIN
      *  A chain that outgrew its table is not worked at all - part
      *  of a cascade recalculated is worse than none.  Otherwise
      *  each entry's S1/S2 references are pointed at their chain
      *  entries, so recalculation can tell when an entry is ready.
      ******************************************************************
       U01C-CHECK-CHAIN SECTION.
           IF WS-TABLE-OVERFLOW AND WS-RUN-OK
               SET WS-RUN-FAILED TO TRUE
               MOVE 0 TO WS-CHN-COUNT
               MOVE SPACES TO CSC-ERR-TEXT
               STRING "MORE THAN 2000 CALCULATIONS IN THE CHAIN - "
                   "NOTHING DONE"
                   DELIMITED BY SIZE INTO CSC-ERR-TEXT
               WRITE CSC-RECORD FROM CSC-ERR-LINE
           END-IF
           MOVE 0 TO WS-CHN-IX
           PERFORM U01E-POINT-AT-PARENTS
               UNTIL WS-CHN-IX >= WS-CHN-COUNT
           .

      ******************************************************************
      *  U01D-ADD-CHAIN-ENTRY
      *  Adds WS-WORK-KEY to the end of the chain, reading it for its
      *  references and current result.  The caller fills in the
      *  level, the link it came through and the state.
      ******************************************************************
       U01D-ADD-CHAIN-ENTRY SECTION.
           ADD 1 TO WS-CHN-COUNT
           MOVE WS-WORK-KEY TO WS-CHN-KEY (WS-CHN-COUNT)
           MOVE SPACES TO WS-CHN-S1-KEY (WS-CHN-COUNT)
           MOVE SPACES TO WS-CHN-S2-KEY (WS-CHN-COUNT)
           MOVE SPACES TO WS-CHN-REASON (WS-CHN-COUNT)
           MOVE 0 TO WS-CHN-P1-IX (WS-CHN-COUNT)
           MOVE 0 TO WS-CHN-P2-IX (WS-CHN-COUNT)
           MOVE 0 TO WS-CHN-OLD-RESULT (WS-CHN-COUNT)
           MOVE 0 TO WS-CHN-NEW-RESULT (WS-CHN-COUNT)
           MOVE WS-WORK-KEY TO HIST-KEY
           READ HIST-FILE
               INVALID KEY
                   SET WS-CHN-NOT-ON-FILE (WS-CHN-COUNT) TO TRUE
               NOT INVALID KEY
                   SET WS-CHN-ON-FILE (WS-CHN-COUNT) TO TRUE
                   MOVE HIST-RESULT
                       TO WS-CHN-OLD-RESULT (WS-CHN-COUNT)
                   IF HIST-S1-REF-FLAG = "R"
                       MOVE HIST-S1-REF-ID
                           TO WS-CHN-S1-KEY (WS-CHN-COUNT)(1:6)
                       MOVE HIST-S1-REF-DATE
                           TO WS-CHN-S1-KEY (WS-CHN-COUNT)(7:8)
                   END-IF
                   IF HIST-S2-REF-FLAG = "R"
                       MOVE HIST-S2-REF-ID
                           TO WS-CHN-S2-KEY (WS-CHN-COUNT)(1:6)
                       MOVE HIST-S2-REF-DATE
                           TO WS-CHN-S2-KEY (WS-CHN-COUNT)(7:8)
                   END-IF
           END-READ
           .

      ******************************************************************
      *  U01E-POINT-AT-PARENTS
      *  Points one entry's S1/S2 references at their chain entries.
      ******************************************************************
       U01E-POINT-AT-PARENTS SECTION.
           ADD 1 TO WS-CHN-IX
           IF WS-CHN-S1-KEY (WS-CHN-IX) NOT = SPACES
               MOVE WS-CHN-S1-KEY (WS-CHN-IX) TO WS-WORK-KEY
               PERFORM U01B-FIND-IN-CHAIN
               IF WS-CHN-FOUND
                   MOVE WS-CHN-FIND-IX TO WS-CHN-P1-IX (WS-CHN-IX)
               END-IF
           END-IF
           IF WS-CHN-S2-KEY (WS-CHN-IX) NOT = SPACES
               MOVE WS-CHN-S2-KEY (WS-CHN-IX) TO WS-WORK-KEY
               PERFORM U01B-FIND-IN-CHAIN
               IF WS-CHN-FOUND
                   MOVE WS-CHN-FIND-IX TO WS-CHN-P2-IX (WS-CHN-IX)
               END-IF
           END-IF
           .

      ******************************************************************
      *  U02-RECALCULATE-PASS
      *  One pass down the chain, recomputing every pending entry
      *  whose in-chain references are all settled.  Passes repeat
      *  until one settles nothing more.
      ******************************************************************
       U02-RECALCULATE-PASS SECTION.
           SET WS-PASS-STALLED TO TRUE
           MOVE 0 TO WS-CHN-IX
           PERFORM U02A-TRY-ENTRY
               UNTIL WS-CHN-IX >= WS-CHN-COUNT
           .

      ******************************************************************
      *  U02A-TRY-ENTRY
      *  Takes one pending entry if it is ready.  An entry waits
      *  while a calculation it references is still pending; it is
      *  failed at once if one of them could not be recomputed - its
      *  own figure would be built on a result known to be stale.
      ******************************************************************
       U02A-TRY-ENTRY SECTION.
           ADD 1 TO WS-CHN-IX
           IF WS-CHN-PENDING (WS-CHN-IX)
               SET WS-ENTRY-READY TO TRUE
               MOVE WS-CHN-P1-IX (WS-CHN-IX) TO WS-CHN-PARENT-IX
               PERFORM U02B-CHECK-PARENT
               MOVE WS-CHN-P2-IX (WS-CHN-IX) TO WS-CHN-PARENT-IX
               PERFORM U02B-CHECK-PARENT
               EVALUATE TRUE
                   WHEN WS-ENTRY-BLOCKED
                       SET WS-CHN-NOT-RECOMPUTED (WS-CHN-IX) TO TRUE
                       MOVE "REFERENCES A CALCULATION NOT RECOMPUTED"
                           TO WS-CHN-REASON (WS-CHN-IX)
                       ADD 1 TO WS-NOT-RECALC-COUNT
                       SET WS-PASS-PROGRESSED TO TRUE
                   WHEN WS-ENTRY-READY
                       PERFORM U02C-RECOMPUTE-ENTRY
                       SET WS-PASS-PROGRESSED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      ******************************************************************
      *  U02B-CHECK-PARENT
      *  Checks the chain entry at WS-CHN-PARENT-IX (zero when the
      *  summand does not come from within the chain).  A failed
      *  parent outranks a pending one.
      ******************************************************************
       U02B-CHECK-PARENT SECTION.
           IF WS-CHN-PARENT-IX > 0
               EVALUATE TRUE
                   WHEN WS-CHN-NOT-RECOMPUTED (WS-CHN-PARENT-IX)
                       SET WS-ENTRY-BLOCKED TO TRUE
                   WHEN WS-CHN-PENDING (WS-CHN-PARENT-IX)
                       IF WS-ENTRY-READY
                           SET WS-ENTRY-WAITING TO TRUE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      ******************************************************************
      *  U02C-RECOMPUTE-ENTRY
      *  Reads the dependent and saves it apart from the FD area,
      *  re-resolves its by-reference summands and recomputes it.  A
      *  figure that comes out different is posted; one that comes
      *  out the same is left alone.
      ******************************************************************
       U02C-RECOMPUTE-ENTRY SECTION.
           SET WS-CSC-OK TO TRUE
           MOVE WS-CHN-KEY (WS-CHN-IX) TO HIST-KEY
           READ HIST-FILE
               INVALID KEY
                   SET WS-CSC-FAILED TO TRUE
                   MOVE "NO LONGER ON HISTORY"
                       TO WS-CHN-REASON (WS-CHN-IX)
               NOT INVALID KEY
                   MOVE HIST-RECORD TO WS-CSC-OLD-IMAGE
                   MOVE HIST-OP-CODE TO WS-CSC-OP-CODE
                   MOVE HIST-OPERAND-COUNT TO WS-CSC-OPERANDS
                   MOVE HIST-BRANCH TO WS-CSC-BRANCH
                   MOVE HIST-CURRENCY TO WS-CSC-CURRENCY
                   PERFORM U02D1-SET-REF-CURRENCY
                   MOVE WS-CSC-REF-CURRENCY TO WS-CSC-DEP-CURRENCY
                   IF HIST-CURRENCY = SPACES
                       OR HIST-RATE NOT NUMERIC
                       MOVE 1 TO WS-CSC-RATE
                   ELSE
                       MOVE HIST-RATE TO WS-CSC-RATE
                   END-IF
                   MOVE HIST-S1-REF TO WS-CSC-S1-REF
                   MOVE HIST-S2-REF TO WS-CSC-S2-REF
                   MOVE HIST-SUMMAND-1 TO WS-CSC-OLD-S1
                   MOVE HIST-SUMMAND-2 TO WS-CSC-OLD-S2
                   MOVE HIST-RESULT TO WS-CSC-OLD-RESULT
                   MOVE HIST-REMAINDER TO WS-CSC-OLD-REM
                   MOVE HIST-SUMMAND-1 TO WS-CSC-NEW-S1
                   MOVE HIST-SUMMAND-2 TO WS-CSC-NEW-S2
           END-READ
           IF WS-CSC-OK
               PERFORM U02D-RESOLVE-REFERENCES
           END-IF
           IF WS-CSC-OK
               PERFORM U02E-APPLY-OP-CODE
           END-IF
           IF WS-CSC-OK
               COMPUTE WS-CSC-NEW-BASE ROUNDED
                   = WS-CSC-NEW-RESULT * WS-CSC-RATE
                   ON SIZE ERROR
                       SET WS-CSC-FAILED TO TRUE
                       MOVE "BASE RESULT EXCEEDS S9(08)V99"
                           TO WS-CHN-REASON (WS-CHN-IX)
               END-COMPUTE
           END-IF
           IF WS-CSC-OK
               MOVE WS-CSC-NEW-RESULT TO WS-CHN-NEW-RESULT (WS-CHN-IX)
               IF WS-CSC-NEW-S1 = WS-CSC-OLD-S1
                   AND WS-CSC-NEW-S2 = WS-CSC-OLD-S2
                   AND WS-CSC-NEW-RESULT = WS-CSC-OLD-RESULT
                   AND WS-CSC-NEW-REM = WS-CSC-OLD-REM
                   SET WS-CHN-UNCHANGED (WS-CHN-IX) TO TRUE
                   ADD 1 TO WS-UNCHANGED-COUNT
               ELSE
                   PERFORM U02F-POST-RESULT
               END-IF
           END-IF
           IF WS-CSC-FAILED
               SET WS-CHN-NOT-RECOMPUTED (WS-CHN-IX) TO TRUE
               ADD 1 TO WS-NOT-RECALC-COUNT
           END-IF
           .

      ******************************************************************
      *  U02D-RESOLVE-REFERENCES
      *  Re-resolves each by-reference summand off HIST-FILE under
      *  the rules HELLOWORLD applied when the dependent was posted
      *  (U01C-RESOLVE-REFERENCES there): the reference must still be
      *  on file, in the dependent's own currency, and its result
      *  must fit a summand field.
      ******************************************************************
       U02D-RESOLVE-REFERENCES SECTION.
           IF WS-CHN-S1-KEY (WS-CHN-IX) NOT = SPACES
               MOVE WS-CHN-S1-KEY (WS-CHN-IX) TO HIST-KEY
               READ HIST-FILE
                   INVALID KEY
                       SET WS-CSC-FAILED TO TRUE
                       MOVE SPACES TO WS-CHN-REASON (WS-CHN-IX)
                       STRING "S1 REFERENCE NOT ON HISTORY: "
                           WS-CHN-S1-KEY (WS-CHN-IX)(1:6)
                           DELIMITED BY SIZE
                           INTO WS-CHN-REASON (WS-CHN-IX)
                   NOT INVALID KEY
                       PERFORM U02D1-SET-REF-CURRENCY
                       EVALUATE TRUE
                           WHEN WS-CSC-REF-CURRENCY
                               NOT = WS-CSC-DEP-CURRENCY
                               SET WS-CSC-FAILED TO TRUE
                               MOVE SPACES TO WS-CHN-REASON (WS-CHN-IX)
                               STRING "S1 REFERENCE IS IN "
                                   WS-CSC-REF-CURRENCY
                                   DELIMITED BY SIZE
                                   INTO WS-CHN-REASON (WS-CHN-IX)
                           WHEN HIST-RESULT > 9999.99
                               OR HIST-RESULT < -9999.99
                               SET WS-CSC-FAILED TO TRUE
                               MOVE
                                 "S1 REFERENCED RESULT EXCEEDS SUMMAND"
                                   TO WS-CHN-REASON (WS-CHN-IX)
                           WHEN OTHER
                               MOVE HIST-RESULT TO WS-CSC-NEW-S1
                       END-EVALUATE
               END-READ
           END-IF
           IF WS-CHN-S2-KEY (WS-CHN-IX) NOT = SPACES AND WS-CSC-OK
               MOVE WS-CHN-S2-KEY (WS-CHN-IX) TO HIST-KEY
               READ HIST-FILE
                   INVALID KEY
                       SET WS-CSC-FAILED TO TRUE
                       MOVE SPACES TO WS-CHN-REASON (WS-CHN-IX)
                       STRING "S2 REFERENCE NOT ON HISTORY: "
                           WS-CHN-S2-KEY (WS-CHN-IX)(1:6)
                           DELIMITED BY SIZE
                           INTO WS-CHN-REASON (WS-CHN-IX)
                   NOT INVALID KEY
                       PERFORM U02D1-SET-REF-CURRENCY
                       EVALUATE TRUE
                           WHEN WS-CSC-REF-CURRENCY
                               NOT = WS-CSC-DEP-CURRENCY
                               SET WS-CSC-FAILED TO TRUE
                               MOVE SPACES TO WS-CHN-REASON (WS-CHN-IX)
                               STRING "S2 REFERENCE IS IN "
                                   WS-CSC-REF-CURRENCY
                                   DELIMITED BY SIZE
                                   INTO WS-CHN-REASON (WS-CHN-IX)
                           WHEN HIST-RESULT > 9999.99
                               OR HIST-RESULT < -9999.99
                               SET WS-CSC-FAILED TO TRUE
                               MOVE
                                 "S2 REFERENCED RESULT EXCEEDS SUMMAND"
                                   TO WS-CHN-REASON (WS-CHN-IX)
                           WHEN OTHER
                               MOVE HIST-RESULT TO WS-CSC-NEW-S2
                       END-EVALUATE
               END-READ
           END-IF
           .

      ******************************************************************
      *  U02D1-SET-REF-CURRENCY
      *  Leaves the currency of the calculation just read off
      *  HIST-FILE in WS-CSC-REF-CURRENCY - the base for a record
      *  written before history carried a currency.
      ******************************************************************
       U02D1-SET-REF-CURRENCY SECTION.
           IF HIST-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-CSC-REF-CURRENCY
           ELSE
               MOVE HIST-CURRENCY TO WS-CSC-REF-CURRENCY
           END-IF
           .

      ******************************************************************
      *  U02E-APPLY-OP-CODE
      *  Applies the stored op-code to the re-resolved summands, with
      *  the same size guards HELLOWORLD uses.  A SUM or AVG is
      *  rebuilt as its old operand total (the result, or for an AVG
      *  the result times the operand count plus the remainder), less
      *  the old stored summands plus the new ones, so continuation
      *  operands that never reached history are carried through
      *  unchanged.  An unreadable operand count is taken as 02.
      ******************************************************************
       U02E-APPLY-OP-CODE SECTION.
           MOVE 0 TO WS-CSC-NEW-REM
           EVALUATE WS-CSC-OP-CODE
               WHEN "ADD"
                   ADD WS-CSC-NEW-S1 WS-CSC-NEW-S2
                       GIVING WS-CSC-NEW-RESULT
                       ON SIZE ERROR
                           SET WS-CSC-FAILED TO TRUE
                           MOVE "ADD RESULT EXCEEDS S9(08)V99"
                               TO WS-CHN-REASON (WS-CHN-IX)
                   END-ADD
               WHEN "SUB"
                   SUBTRACT WS-CSC-NEW-S2 FROM WS-CSC-NEW-S1
                       GIVING WS-CSC-NEW-RESULT
                       ON SIZE ERROR
                           SET WS-CSC-FAILED TO TRUE
                           MOVE "SUB RESULT EXCEEDS S9(08)V99"
                               TO WS-CHN-REASON (WS-CHN-IX)
                   END-SUBTRACT
               WHEN "MUL"
                   MULTIPLY WS-CSC-NEW-S1 BY WS-CSC-NEW-S2
                       GIVING WS-CSC-NEW-RESULT
                       ON SIZE ERROR
                           SET WS-CSC-FAILED TO TRUE
                           MOVE "MUL RESULT EXCEEDS S9(08)V99"
                               TO WS-CHN-REASON (WS-CHN-IX)
                   END-MULTIPLY
               WHEN "DIV"
                   DIVIDE WS-CSC-NEW-S1 BY WS-CSC-NEW-S2
                       GIVING WS-CSC-NEW-RESULT
                       REMAINDER WS-CSC-NEW-REM
                       ON SIZE ERROR
                           SET WS-CSC-FAILED TO TRUE
                           MOVE "DIV RESULT IS INVALID"
                               TO WS-CHN-REASON (WS-CHN-IX)
                   END-DIVIDE
               WHEN "SUM"
               WHEN "AVG"
                   IF WS-CSC-OPERANDS NUMERIC
                       AND WS-CSC-OPERANDS > "01"
                       MOVE WS-CSC-OPERANDS TO WS-CSC-OPERAND-COUNT
                   ELSE
                       MOVE 2 TO WS-CSC-OPERAND-COUNT
                   END-IF
                   IF WS-CSC-OP-CODE = "AVG"
                       COMPUTE WS-CSC-TOTAL = WS-CSC-OLD-RESULT
                           * WS-CSC-OPERAND-COUNT + WS-CSC-OLD-REM
                   ELSE
                       MOVE WS-CSC-OLD-RESULT TO WS-CSC-TOTAL
                   END-IF
                   COMPUTE WS-CSC-TOTAL = WS-CSC-TOTAL
                       - WS-CSC-OLD-S1 - WS-CSC-OLD-S2
                       + WS-CSC-NEW-S1 + WS-CSC-NEW-S2
                   IF WS-CSC-OP-CODE = "AVG"
                       DIVIDE WS-CSC-TOTAL BY WS-CSC-OPERAND-COUNT
                           GIVING WS-CSC-NEW-RESULT
                           REMAINDER WS-CSC-NEW-REM
                           ON SIZE ERROR
                               SET WS-CSC-FAILED TO TRUE
                               MOVE "AVG RESULT IS INVALID"
                                   TO WS-CHN-REASON (WS-CHN-IX)
                       END-DIVIDE
                   ELSE
                       ADD WS-CSC-TOTAL 0 GIVING WS-CSC-NEW-RESULT
                           ON SIZE ERROR
                               SET WS-CSC-FAILED TO TRUE
                               MOVE "SUM RESULT EXCEEDS S9(08)V99"
                                   TO WS-CHN-REASON (WS-CHN-IX)
                       END-ADD
                   END-IF
               WHEN OTHER
                   SET WS-CSC-FAILED TO TRUE
                   MOVE SPACES TO WS-CHN-REASON (WS-CHN-IX)
                   STRING "UNRECOGNIZED OP-CODE ON FILE: "
                       WS-CSC-OP-CODE
                       DELIMITED BY SIZE INTO WS-CHN-REASON (WS-CHN-IX)
           END-EVALUATE
           .

      ******************************************************************
      *  U02F-POST-RESULT
      *  Rewrites the dependent with its new summands and result,
      *  journals the change and writes its audit and correction
      *  extract records.  The rewritten image is kept in
      *  WORKING-STORAGE first - the record area is not to be relied
      *  on after the REWRITE.
      ******************************************************************
       U02F-POST-RESULT SECTION.
           MOVE WS-CSC-OLD-IMAGE TO HIST-RECORD
           MOVE WS-CSC-NEW-S1 TO HIST-SUMMAND-1
           MOVE WS-CSC-NEW-S2 TO HIST-SUMMAND-2
           MOVE WS-CSC-NEW-RESULT TO HIST-RESULT
           MOVE WS-CSC-NEW-REM TO HIST-REMAINDER
           MOVE WS-CSC-CURRENCY TO HIST-CURRENCY
           MOVE WS-CSC-RATE TO HIST-RATE
           MOVE WS-CSC-NEW-BASE TO HIST-BASE-RESULT
           MOVE HIST-RECORD TO WS-CSC-NEW-IMAGE
           REWRITE HIST-RECORD
               INVALID KEY
                   SET WS-CSC-FAILED TO TRUE
                   MOVE SPACES TO WS-CHN-REASON (WS-CHN-IX)
                   STRING "HIST-FILE REWRITE FAILED - STATUS "
                       WS-HIST-STATUS
                       DELIMITED BY SIZE INTO WS-CHN-REASON (WS-CHN-IX)
               NOT INVALID KEY
                   SET WS-CHN-RECALCULATED (WS-CHN-IX) TO TRUE
                   ADD 1 TO WS-RECALC-COUNT
                   PERFORM U02G-WRITE-CORRECTION
           END-REWRITE
           .

      ******************************************************************
      *  U02G-WRITE-CORRECTION
      *  Writes the journal entry (before and after image), the audit
      *  record and the correction extract record for a dependent
      *  just rewritten.  The audit record carries this run's run-id,
      *  so the trail shows the figure was moved by the cascade and
      *  not by a posting cycle.
      ******************************************************************
       U02G-WRITE-CORRECTION SECTION.
           MOVE WS-RUN-ID TO JRN-RUN-ID
           MOVE "HISTCASC" TO JRN-PROGRAM
           SET JRN-CHANGED TO TRUE
           MOVE WS-RUN-DATE TO JRN-TIMESTAMP(1:8)
           MOVE WS-CURRENT-TIME TO JRN-TIMESTAMP(9:8)
           MOVE WS-CSC-OLD-IMAGE TO JRN-BEFORE-IMAGE
           MOVE WS-CSC-NEW-IMAGE TO JRN-AFTER-IMAGE
           WRITE JRN-RECORD-OUT FROM JRN-RECORD

           MOVE WS-RUN-ID TO AUD-RUN-ID
           MOVE WS-CHN-KEY (WS-CHN-IX)(1:6) TO AUD-TRAN-ID
           MOVE WS-RUN-DATE TO AUD-TIMESTAMP(1:8)
           MOVE WS-CURRENT-TIME TO AUD-TIMESTAMP(9:8)
           MOVE WS-CSC-NEW-S1 TO AUD-SUMMAND-1
           MOVE WS-CSC-NEW-S2 TO AUD-SUMMAND-2
           MOVE WS-CSC-OP-CODE TO AUD-OP-CODE
           MOVE WS-CSC-NEW-RESULT TO AUD-RESULT
           MOVE WS-CSC-NEW-REM TO AUD-REMAINDER
           MOVE WS-CSC-S1-REF TO AUD-S1-REF
           MOVE WS-CSC-S2-REF TO AUD-S2-REF
           MOVE WS-CSC-BRANCH TO AUD-BRANCH
           MOVE SPACES TO AUD-APPROVER
           MOVE WS-CHN-KEY (WS-CHN-IX)(7:8) TO AUD-TRAN-DATE
           MOVE WS-CSC-CURRENCY TO AUD-CURRENCY
           MOVE WS-CSC-RATE TO AUD-RATE
           MOVE WS-CSC-NEW-BASE TO AUD-BASE-RESULT
           WRITE AUD-RECORD-OUT FROM AUD-RECORD

           MOVE WS-CHN-KEY (WS-CHN-IX)(1:6) TO EXT-TRAN-ID
           MOVE WS-CSC-NEW-S1 TO EXT-SUMMAND-1
           MOVE WS-CSC-NEW-S2 TO EXT-SUMMAND-2
           MOVE WS-CSC-NEW-RESULT TO EXT-RESULT
           MOVE WS-CSC-NEW-REM TO EXT-REMAINDER
           MOVE WS-CSC-BRANCH TO EXT-BRANCH
           MOVE WS-CHN-KEY (WS-CHN-IX)(7:8) TO EXT-TRAN-DATE
           MOVE WS-CSC-CURRENCY TO EXT-CURRENCY
           MOVE WS-CSC-RATE TO EXT-RATE
           MOVE WS-CSC-NEW-BASE TO EXT-BASE-RESULT
           WRITE EXT-RECORD-OUT FROM EXT-RECORD
           .

      ******************************************************************
      *  U02H-FAIL-STRANDED-ENTRY
      *  Anything still pending once the passes stall is waiting on
      *  itself - the references loop back round - and cannot be
      *  recomputed.
      ******************************************************************
       U02H-FAIL-STRANDED-ENTRY SECTION.
           ADD 1 TO WS-CHN-IX
           IF WS-CHN-PENDING (WS-CHN-IX)
               SET WS-CHN-NOT-RECOMPUTED (WS-CHN-IX) TO TRUE
               MOVE "CIRCULAR REFERENCE IN THE CHAIN"
                   TO WS-CHN-REASON (WS-CHN-IX)
               ADD 1 TO WS-NOT-RECALC-COUNT
           END-IF
           .

      ******************************************************************
      *  U03-PRINT-CHAIN-ENTRY
      *  Prints one chain entry, with its reason line when it could
      *  not be recomputed.  OLD RESULT is the figure as found on
      *  HIST-FILE at the start of the run; NEW RESULT is printed
      *  only for an entry the run recomputed.
      ******************************************************************
       U03-PRINT-CHAIN-ENTRY SECTION.
           ADD 1 TO WS-CHN-IX
           MOVE WS-CHN-LEVEL (WS-CHN-IX) TO CSC-DET-LEVEL
           MOVE WS-CHN-KEY (WS-CHN-IX)(1:6) TO CSC-DET-TRAN-ID
           MOVE WS-CHN-KEY (WS-CHN-IX)(7:8) TO CSC-DET-TRAN-DATE
           MOVE WS-CHN-VIA-SLOT (WS-CHN-IX) TO CSC-DET-SLOT
           MOVE WS-CHN-VIA-KEY (WS-CHN-IX)(1:6) TO CSC-DET-REF-ID
           MOVE WS-CHN-VIA-KEY (WS-CHN-IX)(7:8) TO CSC-DET-REF-DATE
           IF WS-CHN-ON-FILE (WS-CHN-IX)
               MOVE WS-CHN-OLD-RESULT (WS-CHN-IX) TO CSC-DET-OLD-RESULT
           ELSE
               MOVE SPACES TO CSC-DET-OLD-RESULT-X
           END-IF
           IF WS-CHN-RECALCULATED (WS-CHN-IX)
               OR WS-CHN-UNCHANGED (WS-CHN-IX)
               MOVE WS-CHN-NEW-RESULT (WS-CHN-IX) TO CSC-DET-NEW-RESULT
           ELSE
               MOVE SPACES TO CSC-DET-NEW-RESULT-X
           END-IF
           EVALUATE TRUE
               WHEN WS-CHN-BASE (WS-CHN-IX)
                   AND WS-CHN-NOT-ON-FILE (WS-CHN-IX)
                   MOVE "BASE NOT ON FILE" TO CSC-DET-DISPOSITION
               WHEN WS-CHN-BASE (WS-CHN-IX)
                   MOVE "BASE" TO CSC-DET-DISPOSITION
               WHEN WS-CHN-PENDING (WS-CHN-IX)
                   MOVE "DEPENDENT" TO CSC-DET-DISPOSITION
               WHEN WS-CHN-RECALCULATED (WS-CHN-IX)
                   MOVE "RECALCULATED" TO CSC-DET-DISPOSITION
               WHEN WS-CHN-UNCHANGED (WS-CHN-IX)
                   MOVE "UNCHANGED" TO CSC-DET-DISPOSITION
               WHEN OTHER
                   MOVE "NOT RECOMPUTED" TO CSC-DET-DISPOSITION
           END-EVALUATE
           WRITE CSC-RECORD FROM CSC-DET-LINE
           IF WS-CHN-NOT-RECOMPUTED (WS-CHN-IX)
               MOVE WS-CHN-REASON (WS-CHN-IX) TO CSC-RSN-TEXT
               WRITE CSC-RECORD FROM CSC-RSN-LINE
           END-IF
           .

      ******************************************************************
      *  U04-TERMINATION
      *  Writes the footers, closes the files and sets the return
      *  code the schedule keys off.
      ******************************************************************
       U04-TERMINATION SECTION.
           MOVE WS-READ-COUNT TO CSC-FTR-READ
           WRITE CSC-RECORD FROM CSC-FTR-1-LINE
           MOVE WS-LNK-COUNT TO CSC-FTR-LINKS
           WRITE CSC-RECORD FROM CSC-FTR-2-LINE
           MOVE WS-DEPENDENT-COUNT TO CSC-FTR-DEPENDENTS
           WRITE CSC-RECORD FROM CSC-FTR-3-LINE
           IF WS-RECALCULATE
               MOVE WS-RECALC-COUNT TO CSC-FTR-RECALC
               WRITE CSC-RECORD FROM CSC-FTR-4-LINE
               MOVE WS-UNCHANGED-COUNT TO CSC-FTR-UNCHANGED
               WRITE CSC-RECORD FROM CSC-FTR-5-LINE
               MOVE WS-NOT-RECALC-COUNT TO CSC-FTR-FAILED
               WRITE CSC-RECORD FROM CSC-FTR-6-LINE
           END-IF
           CLOSE CSC-FILE
           CLOSE AUD-FILE
           CLOSE EXT-FILE
           CLOSE HIST-FILE
           IF WS-JRN-OPEN
               CLOSE JRN-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-RUN-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-BASE-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NOT-RECALC-COUNT > 0
                   OR WS-ERROR-CARD-COUNT > 0
                   OR WS-MISSING-BASE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .
