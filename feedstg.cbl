      *  Runs ahead of the TRANEDIT front-end edit and gives the daily
      *  feed the trailer record the calculation step's reconciliation
      *  has been waiting on since it was built.  Reads the
      *  concatenated raw feed (the REJRECYC recycle generation and
      *  the SIGEN standing-instruction generation ahead of the day's
      *  upstream generation, copybook TRANREC), copies
      *  every record unchanged to the staged generation, counts the
      *  records and hashes the keyed summand amounts exactly the way
      *  the calculation step counts what it reads (each summand field
      *  TRANREC) carrying that expected count and hash.
      *
      *  The trailer covers everything on the staged file, recycle
      *  and standing-instruction generations included.  Records
      *  TRANEDIT later suppresses are netted out of the trailer
      *  totals by TRANEDIT itself as it
      *  suppresses them - the adjustment lives where the removal
      *  lives, so this program never has to predict the edits.  The
      *  calculation step's U04-TERMINATION verdict (BALANCED / OUT OF
      *  computed one, with a note on the staging report - two
      *  trailers on one file would be worse than either alone.
      *
      *  BRANCH STREAMS.  SYSIN cards STREAMn=ccc (n 1 to 4, one card
      *  per branch, several branches may share a stream) split the
      *  staged feed by TRAN-BRANCH so the edit and calculation steps
      *  can run once per stream side by side (jcl HELLOSPL,
      *  HELLOSTn, HELLOMRG).  With no such card - the HELLOWLD deck
      *  has no SYSIN - the whole feed stages to STGOUT exactly as
      *  before.  On a split run STGOUT carries the common stream 0
      *  and STGOUT1 to STGOUT4 the branch streams; all five are
      *  written, each ended by a trailer of its own (an empty stream
      *  gets a zero trailer).  Stream 0 runs after the branch
      *  streams have finished, so a record goes there instead of to
      *  its branch's stream whenever a parallel run could see a
      *  different history from the serial one:
      *      - its branch has no STREAMn card;
      *      - its TRAN-ID/TRAN-DATE is keyed on this feed by a
      *        branch of another stream as well (the duplicate check
      *        must see both in feed order);
      *      - any operand of it refers (REF-FLAG "R") to a key
      *        staged earlier on this feed to a different stream;
      *      - any operand refers ahead to a key keyed later on this
      *        feed for a different stream - that key is then sent to
      *        stream 0 too, behind the record that refers to it, so
      *        the reference goes unresolved exactly as it would in a
      *        serial run.
      *  A reference to a key not on this feed is to history and
      *  stays put.  A SUM/AVG header and its continuations always
      *  travel together.  The keys are held for the routing in a
      *  20000-entry table built by a first pass over the raw feed;
      *  a feed with more keys than that stages whole to stream 0,
      *  with a note.  Each routed record is listed on the staging
      *  report with the reason.
      *
      *  RETURN-CODE:  0  always - an empty feed stages an empty file
      *                   with a zero trailer, which is a valid quiet
      *                   day, not an error
      *              cycle's generation, which the edit and
      *              calculation steps extend and the OPSRECAP final
      *              step reads for the operations recap and run log.
      *  2026-10-15  STREAMn= SYSIN cards split the staged feed into
      *              branch streams STGOUT1-4 plus common stream 0 on
      *              STGOUT, each with its own trailer, routing
      *              cross-stream references and keys to stream 0;
      *              one CYCSTAT record per stream ahead of the total.
      *  2026-10-15  RAWIN now also carries the SIGEN standing-
      *              instruction generation; staged and trailed like
      *              the rest of the feed, no change to the logic.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPT-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPT-STATUS.

           SELECT RAW-FILE ASSIGN TO "RAWIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STGOUT-FILE ASSIGN TO "STGOUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STGOUT1-FILE ASSIGN TO "STGOUT1"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STGOUT2-FILE ASSIGN TO "STGOUT2"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STGOUT3-FILE ASSIGN TO "STGOUT3"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STGOUT4-FILE ASSIGN TO "STGOUT4"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STG-FILE ASSIGN TO "STGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD  OPT-FILE.
       01  OPT-RECORD-IN            PIC X(80).

       FD  RAW-FILE.
       01  RAW-FILE-RECORD          PIC X(80).

       FD  STGOUT-FILE.
       01  STGOUT-RECORD            PIC X(80).

       FD  STGOUT1-FILE.
       01  STGOUT1-RECORD           PIC X(80).

       FD  STGOUT2-FILE.
       01  STGOUT2-RECORD           PIC X(80).

       FD  STGOUT3-FILE.
       01  STGOUT3-RECORD           PIC X(80).

       FD  STGOUT4-FILE.
       01  STGOUT4-RECORD           PIC X(80).

       FD  STG-FILE.
       01  STG-RECORD               PIC X(80).

       FD  CYC-FILE.
       01  CYC-RECORD-OUT           PIC X(91).

       WORKING-STORAGE SECTION.
      ******************************************************************
           88  WS-TRAILER-NOT-REPLACED       VALUE 'N'.

       01  WS-CYC-STATUS            PIC X(02).
       01  WS-OPT-STATUS            PIC X(02).

       01  WS-OPT-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-OPT-EOF                    VALUE 'Y'.
           88  WS-OPT-NOT-EOF                VALUE 'N'.

       01  WS-OPT-CARD              PIC X(80).
       01  WS-OPT-KEYWORD           PIC X(20).
       01  WS-OPT-VALUE             PIC X(20).

      ******************************************************************
      *  Branch-to-stream map from the STREAMn= cards.  A branch with
      *  no card stages to the common stream 0.
      ******************************************************************
       01  WS-MAP-LIMIT             PIC 9(02) COMP VALUE 10.
       01  WS-MAP-COUNT             PIC 9(02) COMP VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 10 TIMES.
               10  WS-MAP-BRANCH        PIC X(03).
               10  WS-MAP-STREAM        PIC 9(01).
       01  WS-MAP-IX                PIC 9(02) COMP VALUE 0.
       01  WS-MAP-SW                PIC X(01) VALUE 'N'.
           88  WS-MAP-FOUND                  VALUE 'Y'.
           88  WS-MAP-NOT-FOUND              VALUE 'N'.
       01  WS-WORK-BRANCH           PIC X(03).
       01  WS-HOME-STREAM           PIC 9(01).
       01  WS-CARD-STREAM           PIC 9(01).

       01  WS-SPLIT-SW              PIC X(01) VALUE 'N'.
           88  WS-SPLIT-RUN                  VALUE 'Y'.
           88  WS-WHOLE-FEED-RUN             VALUE 'N'.

      ******************************************************************
      *  Records and summand hash staged to each stream, subscripted
      *  by stream number + 1 (entry 1 is stream 0, which on an
      *  unsplit run is the whole feed).
      ******************************************************************
       01  WS-STM-TABLE.
           05  WS-STM-ENTRY OCCURS 5 TIMES.
               10  WS-STM-COUNT         PIC 9(08) COMP.
               10  WS-STM-HASH          PIC S9(11)V99 COMP-3.
       01  WS-STM-IX                PIC 9(02) COMP VALUE 0.
       01  WS-STM-LAST              PIC 9(02) COMP VALUE 1.
       01  WS-OUT-STREAM            PIC 9(01) VALUE 0.
       01  WS-XRF-COUNT             PIC 9(08) COMP VALUE 0.

      ******************************************************************
      *  Every TRAN-ID/TRAN-DATE key on the feed, loaded by the first
      *  pass.  WS-KEY-HOME is the stream the key belongs to (0 once
      *  it is keyed for two streams or is referred to ahead of its
      *  position from stream 0); WS-KEY-FINAL is the stream it was
      *  actually staged to, space until then.
      ******************************************************************
       01  WS-KEY-LIMIT             PIC 9(06) COMP VALUE 20000.
       01  WS-KEY-COUNT             PIC 9(06) COMP VALUE 0.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 20000 TIMES.
               10  WS-KEY-KEY           PIC X(14).
               10  WS-KEY-HOME          PIC 9(01).
               10  WS-KEY-FINAL         PIC X(01).
                   88  WS-KEY-UNSTAGED          VALUE SPACE.
               10  WS-KEY-SPLIT-SW      PIC X(01).
                   88  WS-KEY-SPLIT             VALUE 'Y'.
                   88  WS-KEY-NOT-SPLIT         VALUE 'N'.
               10  WS-KEY-FORCE-SW      PIC X(01).
                   88  WS-KEY-FORCED            VALUE 'Y'.
                   88  WS-KEY-NOT-FORCED        VALUE 'N'.
       01  WS-KEY-IX                PIC 9(06) COMP VALUE 0.
       01  WS-KEY-FIND-IX           PIC 9(06) COMP VALUE 0.
       01  WS-OWN-IX                PIC 9(06) COMP VALUE 0.
       01  WS-KEY-SW                PIC X(01) VALUE 'N'.
           88  WS-KEY-FOUND                  VALUE 'Y'.
           88  WS-KEY-NOT-FOUND              VALUE 'N'.
       01  WS-WORK-KEY.
           05  WS-WORK-KEY-ID       PIC X(06).
           05  WS-WORK-KEY-DATE     PIC X(08).
       01  WS-PREV-KEY              PIC X(14) VALUE SPACES.
       01  WS-OVERFLOW-SW           PIC X(01) VALUE 'N'.
           88  WS-TABLE-OVERFLOW             VALUE 'Y'.
           88  WS-TABLE-NO-OVERFLOW          VALUE 'N'.

      ******************************************************************
      *  The transaction being routed: a single record, or a SUM/AVG
      *  header with its continuations (at most 20 members, the
      *  edit's own limit), which always go to one stream together.
      ******************************************************************
       01  WS-GRP-LIMIT             PIC 9(02) COMP VALUE 20.
       01  WS-GRP-COUNT             PIC 9(02) COMP VALUE 0.
       01  WS-GRP-IX                PIC 9(02) COMP VALUE 0.
       01  WS-GRP-TABLE.
           05  WS-GRP-REC OCCURS 20 TIMES
                                    PIC X(80).
       01  WS-SWEEP-SW              PIC X(01) VALUE 'C'.
           88  WS-SWEEP-CHOOSE               VALUE 'C'.
           88  WS-SWEEP-FORCE                VALUE 'F'.
       01  WS-ROUTE-REASON          PIC X(37).

       COPY STGREC.
       COPY CYCREC.

      ******************************************************************
      *  U00-INITIALIZE
      *  Opens the files, writes the staging-report heading, reads the
      *  SYSIN stream cards and primes the lookahead read.  A split
      *  run first passes the whole raw feed to load the key table,
      *  then reopens it for the staging pass.
      ******************************************************************
       U00-INITIALIZE SECTION.
           OPEN OUTPUT STG-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE "FEEDSTG" TO STG-HDG-PROGRAM
           MOVE "-" TO STG-HDG-RUN-DATE(8:1)
           MOVE WS-RUN-DATE(7:2) TO STG-HDG-RUN-DATE(9:2)
           WRITE STG-RECORD FROM STG-HDG-1-LINE
           INITIALIZE WS-STM-TABLE
           OPEN INPUT OPT-FILE
           IF WS-OPT-STATUS = "00"
               PERFORM U00A-READ-OPTION
                   UNTIL WS-OPT-EOF
               CLOSE OPT-FILE
           END-IF
           OPEN INPUT RAW-FILE
           OPEN OUTPUT STGOUT-FILE
           IF WS-SPLIT-RUN
               MOVE 5 TO WS-STM-LAST
               OPEN OUTPUT STGOUT1-FILE
               OPEN OUTPUT STGOUT2-FILE
               OPEN OUTPUT STGOUT3-FILE
               OPEN OUTPUT STGOUT4-FILE
               PERFORM U00B-PRIME-READ
               PERFORM U00C-SCAN-RECORD
                   UNTIL TRAN-EOF
                      OR WS-TABLE-OVERFLOW
               CLOSE RAW-FILE
               OPEN INPUT RAW-FILE
               MOVE 'N' TO TRAN-EOF-SW
               IF WS-TABLE-OVERFLOW
                   MOVE SPACES TO STG-MSG-TEXT
                   STRING "MORE THAN 20000 KEYS - WHOLE FEED STAGED "
                       "TO STREAM 0"
                       DELIMITED BY SIZE INTO STG-MSG-TEXT
                   WRITE STG-RECORD FROM STG-MSG-LINE
               END-IF
           END-IF
           PERFORM U00B-PRIME-READ
           .

      ******************************************************************
      *  U00A-READ-OPTION
      *  Reads one SYSIN card.  STREAMn=ccc (n 1 to 4) stages branch
      *  ccc to stream n and is echoed on the report; a card for a
      *  branch already mapped, beyond the tenth branch, or not
      *  understood is reported and ignored.
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
                   MOVE WS-OPT-VALUE(1:3) TO WS-WORK-BRANCH
                   PERFORM U00D-MAP-BRANCH
                   EVALUATE TRUE
                       WHEN WS-OPT-KEYWORD = SPACES
                           CONTINUE
                       WHEN WS-OPT-KEYWORD(1:6) NOT = "STREAM"
                           OR WS-OPT-KEYWORD(7:1) < "1"
                           OR WS-OPT-KEYWORD(7:1) > "4"
                           OR WS-OPT-KEYWORD(8:13) NOT = SPACES
                           OR WS-WORK-BRANCH = SPACES
                           OR WS-OPT-VALUE(4:17) NOT = SPACES
                           MOVE SPACES TO STG-MSG-TEXT
                           STRING "UNRECOGNIZED OPTION CARD: "
                               WS-OPT-CARD
                               DELIMITED BY SIZE INTO STG-MSG-TEXT
                           WRITE STG-RECORD FROM STG-MSG-LINE
                       WHEN WS-MAP-FOUND
                           MOVE SPACES TO STG-MSG-TEXT
                           STRING "BRANCH " WS-WORK-BRANCH
                               " ALREADY STAGED TO STREAM "
                               WS-HOME-STREAM " - CARD IGNORED"
                               DELIMITED BY SIZE INTO STG-MSG-TEXT
                           WRITE STG-RECORD FROM STG-MSG-LINE
                       WHEN WS-MAP-COUNT >= WS-MAP-LIMIT
                           MOVE SPACES TO STG-MSG-TEXT
                           STRING "MORE THAN 10 BRANCHES MAPPED - "
                               "CARD IGNORED: " WS-OPT-CARD
                               DELIMITED BY SIZE INTO STG-MSG-TEXT
                           WRITE STG-RECORD FROM STG-MSG-LINE
                       WHEN OTHER
                           MOVE WS-OPT-KEYWORD(7:1) TO WS-CARD-STREAM
                           ADD 1 TO WS-MAP-COUNT
                           MOVE WS-WORK-BRANCH
                               TO WS-MAP-BRANCH (WS-MAP-COUNT)
                           MOVE WS-CARD-STREAM
                               TO WS-MAP-STREAM (WS-MAP-COUNT)
                           SET WS-SPLIT-RUN TO TRUE
                           MOVE SPACES TO STG-MSG-TEXT
                           STRING "BRANCH " WS-WORK-BRANCH
                               " STAGED TO STREAM " WS-CARD-STREAM
                               DELIMITED BY SIZE INTO STG-MSG-TEXT
                           WRITE STG-RECORD FROM STG-MSG-LINE
                   END-EVALUATE
           END-READ
           .

      ******************************************************************
      *  U00B-PRIME-READ
      *  Reads the first raw record into the lookahead buffer and
      *  promotes it as the current record.
      ******************************************************************
       U00B-PRIME-READ SECTION.
           READ RAW-FILE INTO WS-HOLD-RECORD
               AT END
                   SET WS-HOLD-AT-EOF TO TRUE
           PERFORM U03-READ-TRANSACTION
           .

      ******************************************************************
      *  U00C-SCAN-RECORD
      *  First-pass handling of one raw record: adds its key to the
      *  key table with its branch's stream, or - for a key already
      *  there from a branch of another stream - marks the key split
      *  and homes it on stream 0.  A continuation record with its
      *  header's key adds nothing, and the raw feed's own trailer is
      *  skipped as in U01-STAGE-RECORD.
      ******************************************************************
       U00C-SCAN-RECORD SECTION.
           MOVE TRAN-RECORD(1:14) TO WS-WORK-KEY
           IF (TRAN-ID = "TRAILR" AND WS-HOLD-AT-EOF)
              OR (TRAN-OP-CODE = "CON" AND WS-WORK-KEY = WS-PREV-KEY)
               CONTINUE
           ELSE
               MOVE TRAN-BRANCH TO WS-WORK-BRANCH
               PERFORM U00D-MAP-BRANCH
               PERFORM U02B-FIND-KEY
               IF WS-KEY-FOUND
                   IF WS-KEY-HOME (WS-KEY-IX) NOT = WS-HOME-STREAM
                       MOVE 0 TO WS-KEY-HOME (WS-KEY-IX)
                       SET WS-KEY-SPLIT (WS-KEY-IX) TO TRUE
                   END-IF
               ELSE
                   PERFORM U02A-ADD-KEY
               END-IF
           END-IF
           MOVE WS-WORK-KEY TO WS-PREV-KEY
           PERFORM U03-READ-TRANSACTION
           .

      ******************************************************************
      *  U00D-MAP-BRANCH
      *  Sets WS-HOME-STREAM to the stream WS-WORK-BRANCH is mapped to,
      *  0 when it has no STREAMn card.
      ******************************************************************
       U00D-MAP-BRANCH SECTION.
           SET WS-MAP-NOT-FOUND TO TRUE
           MOVE 0 TO WS-HOME-STREAM
           MOVE 0 TO WS-MAP-IX
           PERFORM U00E-COMPARE-BRANCH
               UNTIL WS-MAP-FOUND
                  OR WS-MAP-IX >= WS-MAP-COUNT
           .

      ******************************************************************
      *  U00E-COMPARE-BRANCH
      *  Compares one branch-map entry against WS-WORK-BRANCH.
      ******************************************************************
       U00E-COMPARE-BRANCH SECTION.
           ADD 1 TO WS-MAP-IX
           IF WS-MAP-BRANCH (WS-MAP-IX) = WS-WORK-BRANCH
               SET WS-MAP-FOUND TO TRUE
               MOVE WS-MAP-STREAM (WS-MAP-IX) TO WS-HOME-STREAM
           END-IF
           .

      ******************************************************************
      *  U01-STAGE-RECORD
      *  Copies the current raw record to the staged file and rolls it
      *  An existing trailer on the raw feed (marker "TRAILR" on the
      *  positionally last record, same lookahead rule as TRANEDIT and
      *  HELLOWORLD) is dropped here and replaced by the freshly
      *  computed one in U04-TERMINATION.  A split run routes the
      *  record (with its continuations) to a stream first.
      ******************************************************************
       U01-STAGE-RECORD SECTION.
           EVALUATE TRUE
               WHEN TRAN-ID = "TRAILR" AND WS-HOLD-AT-EOF
                   SET WS-TRAILER-REPLACED TO TRUE
               WHEN WS-SPLIT-RUN AND WS-TABLE-NO-OVERFLOW
                   PERFORM U01A-ROUTE-GROUP
               WHEN OTHER
                   MOVE 0 TO WS-OUT-STREAM
                   PERFORM U02-WRITE-STAGED
           END-EVALUATE
           PERFORM U03-READ-TRANSACTION
           .

      ******************************************************************
      *  U01A-ROUTE-GROUP
      *  Gathers the current record and, for a SUM/AVG header, the
      *  continuations that follow it (same test and limit as the
      *  edit), chooses their stream and stages them there.  TRAN-
      *  RECORD is free once the members are gathered - U03-READ-
      *  TRANSACTION refills it from the lookahead - so it doubles as
      *  the member work area.
      ******************************************************************
       U01A-ROUTE-GROUP SECTION.
           MOVE 1 TO WS-GRP-COUNT
           MOVE TRAN-RECORD TO WS-GRP-REC (1)
           IF TRAN-OP-CODE = "SUM" OR "AVG"
               PERFORM U01B-GATHER-CONTINUATION
                   UNTIL WS-HOLD-AT-EOF
                      OR WS-HOLD-RECORD(29:3) NOT = "CON"
                      OR WS-HOLD-RECORD(1:14) NOT = WS-GRP-REC (1)(1:14)
                      OR WS-GRP-COUNT >= WS-GRP-LIMIT
           END-IF
           PERFORM U01C-CHOOSE-STREAM
           MOVE 0 TO WS-GRP-IX
           PERFORM U01F-WRITE-MEMBER
               UNTIL WS-GRP-IX >= WS-GRP-COUNT
           .

      ******************************************************************
      *  U01B-GATHER-CONTINUATION
      *  Adds the next (continuation) record to the group.
      ******************************************************************
       U01B-GATHER-CONTINUATION SECTION.
           PERFORM U03-READ-TRANSACTION
           ADD 1 TO WS-GRP-COUNT
           MOVE TRAN-RECORD TO WS-GRP-REC (WS-GRP-COUNT)
           .

      ******************************************************************
      *  U01C-CHOOSE-STREAM
      *  Sets WS-OUT-STREAM for the group.  A key already staged (a
      *  repeat of the key, or continuations past the 20-member limit)
      *  follows its first staging; otherwise the key's home stream,
      *  moved to stream 0 by any operand reference that crosses
      *  streams (U01D sweeps the members once to choose).  A second
      *  sweep then sends every key referred to ahead, homed on a
      *  different stream from the one chosen, to stream 0 as well.
      *  A record taken off its branch's stream is listed with the
      *  reason and counted.
      ******************************************************************
       U01C-CHOOSE-STREAM SECTION.
           MOVE WS-GRP-REC (1)(1:14) TO WS-WORK-KEY
           PERFORM U02B-FIND-KEY
           MOVE WS-KEY-IX TO WS-OWN-IX
           MOVE WS-GRP-REC (1)(72:3) TO WS-WORK-BRANCH
           PERFORM U00D-MAP-BRANCH
           MOVE SPACES TO WS-ROUTE-REASON
           EVALUATE TRUE
               WHEN NOT WS-KEY-UNSTAGED (WS-OWN-IX)
                   MOVE WS-KEY-FINAL (WS-OWN-IX) TO WS-OUT-STREAM
                   STRING "SAME KEY ALREADY IN STREAM "
                       WS-OUT-STREAM
                       DELIMITED BY SIZE INTO WS-ROUTE-REASON
               WHEN WS-KEY-SPLIT (WS-OWN-IX)
                   MOVE 0 TO WS-OUT-STREAM
                   MOVE "SAME KEY KEYED FOR ANOTHER STREAM"
                       TO WS-ROUTE-REASON
               WHEN WS-KEY-FORCED (WS-OWN-IX)
                   MOVE 0 TO WS-OUT-STREAM
                   MOVE "REFERRED TO AHEAD FROM STREAM 0"
                       TO WS-ROUTE-REASON
               WHEN OTHER
                   MOVE WS-KEY-HOME (WS-OWN-IX) TO WS-OUT-STREAM
           END-EVALUATE
           IF WS-KEY-UNSTAGED (WS-OWN-IX)
               SET WS-SWEEP-CHOOSE TO TRUE
               MOVE 0 TO WS-GRP-IX
               PERFORM U01D-CHECK-MEMBER
                   UNTIL WS-GRP-IX >= WS-GRP-COUNT
               MOVE WS-OUT-STREAM TO WS-KEY-FINAL (WS-OWN-IX)
           END-IF
           SET WS-SWEEP-FORCE TO TRUE
           MOVE 0 TO WS-GRP-IX
           PERFORM U01D-CHECK-MEMBER
               UNTIL WS-GRP-IX >= WS-GRP-COUNT
           IF WS-OUT-STREAM NOT = WS-HOME-STREAM
               ADD WS-GRP-COUNT TO WS-XRF-COUNT
               MOVE SPACES TO STG-MSG-TEXT
               STRING WS-GRP-REC (1)(1:6) " " WS-GRP-REC (1)(7:8)
                   " BRN " WS-WORK-BRANCH " TO STREAM "
                   WS-OUT-STREAM ": " WS-ROUTE-REASON
                   DELIMITED BY SIZE INTO STG-MSG-TEXT
               WRITE STG-RECORD FROM STG-MSG-LINE
           END-IF
           .

      ******************************************************************
      *  U01D-CHECK-MEMBER
      *  Checks each by-reference operand of the next group member.
      ******************************************************************
       U01D-CHECK-MEMBER SECTION.
           ADD 1 TO WS-GRP-IX
           MOVE WS-GRP-REC (WS-GRP-IX) TO TRAN-RECORD
           IF TRAN-S1-BY-REF
               MOVE TRAN-S1-REF(2:14) TO WS-WORK-KEY
               PERFORM U01E-CHECK-REFERENCE
           END-IF
           IF TRAN-S2-BY-REF
               MOVE TRAN-S2-REF(2:14) TO WS-WORK-KEY
               PERFORM U01E-CHECK-REFERENCE
           END-IF
           .

      ******************************************************************
      *  U01E-CHECK-REFERENCE
      *  One operand reference, to the key in WS-WORK-KEY.  A key not
      *  on this feed is on history and needs nothing.  Choosing: a
      *  branch-stream group whose referred-to key was staged to
      *  another stream, or is homed on another stream further on,
      *  goes to stream 0.  Forcing: a key further on, homed on a
      *  stream other than the one chosen, is rehomed to stream 0 so
      *  it still comes after the reference.
      ******************************************************************
       U01E-CHECK-REFERENCE SECTION.
           PERFORM U02B-FIND-KEY
           IF WS-KEY-FOUND AND WS-KEY-IX NOT = WS-OWN-IX
               IF WS-SWEEP-CHOOSE
                   EVALUATE TRUE
                       WHEN WS-OUT-STREAM = 0
                           CONTINUE
                       WHEN NOT WS-KEY-UNSTAGED (WS-KEY-IX)
                           AND WS-KEY-FINAL (WS-KEY-IX)
                               NOT = WS-OUT-STREAM
                           MOVE SPACES TO WS-ROUTE-REASON
                           STRING "REFERS TO " WS-WORK-KEY-ID " "
                               WS-WORK-KEY-DATE " IN STREAM "
                               WS-KEY-FINAL (WS-KEY-IX)
                               DELIMITED BY SIZE INTO WS-ROUTE-REASON
                           MOVE 0 TO WS-OUT-STREAM
                       WHEN WS-KEY-UNSTAGED (WS-KEY-IX)
                           AND WS-KEY-HOME (WS-KEY-IX)
                               NOT = WS-OUT-STREAM
                           MOVE SPACES TO WS-ROUTE-REASON
                           STRING "REFERS AHEAD TO " WS-WORK-KEY-ID
                               " " WS-WORK-KEY-DATE
                               DELIMITED BY SIZE INTO WS-ROUTE-REASON
                           MOVE 0 TO WS-OUT-STREAM
                   END-EVALUATE
               ELSE
                   IF WS-KEY-UNSTAGED (WS-KEY-IX)
                       AND WS-KEY-HOME (WS-KEY-IX) NOT = WS-OUT-STREAM
                       MOVE 0 TO WS-KEY-HOME (WS-KEY-IX)
                       SET WS-KEY-FORCED (WS-KEY-IX) TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      *  U01F-WRITE-MEMBER
      *  Stages the next group member to the chosen stream.
      ******************************************************************
       U01F-WRITE-MEMBER SECTION.
           ADD 1 TO WS-GRP-IX
           MOVE WS-GRP-REC (WS-GRP-IX) TO TRAN-RECORD
           PERFORM U02-WRITE-STAGED
           .

      ******************************************************************
      *  U02-WRITE-STAGED
      *  Writes TRAN-RECORD to stream WS-OUT-STREAM and rolls it into
      *  that stream's trailer count and hash and the feed's totals.
      ******************************************************************
       U02-WRITE-STAGED SECTION.
           COMPUTE WS-STM-IX = WS-OUT-STREAM + 1
           ADD 1 TO WS-STAGE-COUNT
           ADD 1 TO WS-STM-COUNT (WS-STM-IX)
           IF TRAN-SUMMAND-1 NUMERIC
               ADD TRAN-SUMMAND-1 TO WS-STAGE-HASH
               ADD TRAN-SUMMAND-1 TO WS-STM-HASH (WS-STM-IX)
           END-IF
           IF TRAN-SUMMAND-2 NUMERIC
               ADD TRAN-SUMMAND-2 TO WS-STAGE-HASH
               ADD TRAN-SUMMAND-2 TO WS-STM-HASH (WS-STM-IX)
           END-IF
           PERFORM U02D-PUT-RECORD
           .

      ******************************************************************
      *  U02A-ADD-KEY
      *  Adds WS-WORK-KEY to the key table, homed on WS-HOME-STREAM
      *  and not yet staged.  A full table sets the overflow switch
      *  instead.
      ******************************************************************
       U02A-ADD-KEY SECTION.
           IF WS-KEY-COUNT >= WS-KEY-LIMIT
               SET WS-TABLE-OVERFLOW TO TRUE
           ELSE
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-KEY-COUNT TO WS-KEY-IX
               MOVE WS-WORK-KEY TO WS-KEY-KEY (WS-KEY-IX)
               MOVE WS-HOME-STREAM TO WS-KEY-HOME (WS-KEY-IX)
               MOVE SPACE TO WS-KEY-FINAL (WS-KEY-IX)
               SET WS-KEY-NOT-SPLIT (WS-KEY-IX) TO TRUE
               SET WS-KEY-NOT-FORCED (WS-KEY-IX) TO TRUE
           END-IF
           .

      ******************************************************************
      *  U02B-FIND-KEY
      *  Looks WS-WORK-KEY up in the key table, leaving WS-KEY-IX on
      *  the entry when found.
      ******************************************************************
       U02B-FIND-KEY SECTION.
           SET WS-KEY-NOT-FOUND TO TRUE
           MOVE 0 TO WS-KEY-FIND-IX
           PERFORM U02C-COMPARE-KEY
               UNTIL WS-KEY-FOUND
                  OR WS-KEY-FIND-IX >= WS-KEY-COUNT
           IF WS-KEY-FOUND
               MOVE WS-KEY-FIND-IX TO WS-KEY-IX
           END-IF
           .

      ******************************************************************
      *  U02C-COMPARE-KEY
      *  Compares one key-table entry against WS-WORK-KEY.
      ******************************************************************
       U02C-COMPARE-KEY SECTION.
           ADD 1 TO WS-KEY-FIND-IX
           IF WS-KEY-KEY (WS-KEY-FIND-IX) = WS-WORK-KEY
               SET WS-KEY-FOUND TO TRUE
           END-IF
           .

      ******************************************************************
      *  U02D-PUT-RECORD
      *  Writes TRAN-RECORD to the staged file of stream
      *  WS-OUT-STREAM.
      ******************************************************************
       U02D-PUT-RECORD SECTION.
           EVALUATE WS-OUT-STREAM
               WHEN 1
                   WRITE STGOUT1-RECORD FROM TRAN-RECORD
               WHEN 2
                   WRITE STGOUT2-RECORD FROM TRAN-RECORD
               WHEN 3
                   WRITE STGOUT3-RECORD FROM TRAN-RECORD
               WHEN 4
                   WRITE STGOUT4-RECORD FROM TRAN-RECORD
               WHEN OTHER
                   WRITE STGOUT-RECORD FROM TRAN-RECORD
           END-EVALUATE
           .

      ******************************************************************

      ******************************************************************
      *  U04-TERMINATION
      *  Appends the computed trailer record to each staged file,
      *  writes the staging report and closes the files.
      ******************************************************************
       U04-TERMINATION SECTION.
           MOVE WS-STAGE-COUNT TO STG-CNT-COUNT
           WRITE STG-RECORD FROM STG-CNT-LINE
           MOVE 0 TO WS-STM-IX
           PERFORM U04B-END-STREAM
               UNTIL WS-STM-IX >= WS-STM-LAST
           IF WS-SPLIT-RUN
               MOVE WS-XRF-COUNT TO STG-XRF-COUNT
               WRITE STG-RECORD FROM STG-XRF-LINE
           END-IF
           IF WS-TRAILER-REPLACED
               MOVE "EXISTING TRAILER ON RAW FEED REPLACED"
                   TO STG-MSG-TEXT
           END-IF
           CLOSE RAW-FILE
           CLOSE STGOUT-FILE
           IF WS-SPLIT-RUN
               CLOSE STGOUT1-FILE
               CLOSE STGOUT2-FILE
               CLOSE STGOUT3-FILE
               CLOSE STGOUT4-FILE
           END-IF
           CLOSE STG-FILE
           MOVE 0 TO RETURN-CODE
           PERFORM U04A-WRITE-CYCLE-STATUS
      *  step's status record (copybook CYCREC) - the edit and
      *  calculation steps extend the same generation, and the
      *  OPSRECAP final step reads it for the recap page and run log.
      *  A split run writes one record per stream first, for the
      *  STRMERGE step to know which streams were staged.  A CYCSTAT
      *  that will not open costs the recap a line, never the staging
      *  run.
      ******************************************************************
       U04A-WRITE-CYCLE-STATUS SECTION.
           OPEN OUTPUT CYC-FILE
               MOVE "FEEDSTG" TO CYC-PROGRAM
               MOVE WS-RUN-DATE TO CYC-RUN-DATE
               MOVE RETURN-CODE TO CYC-RETURN-CODE
               MOVE 0 TO CYC-PASS-COUNT
               MOVE 0 TO CYC-FAIL-COUNT
               MOVE 0 TO CYC-DUP-COUNT
               IF WS-SPLIT-RUN
                   MOVE 0 TO WS-STM-IX
                   PERFORM U04C-WRITE-STREAM-STATUS
                       UNTIL WS-STM-IX >= WS-STM-LAST
               END-IF
               MOVE SPACE TO CYC-STREAM
               MOVE WS-STAGE-COUNT TO CYC-READ-COUNT
               WRITE CYC-RECORD-OUT FROM CYC-RECORD
               CLOSE CYC-FILE
           END-IF
           .

      ******************************************************************
      *  U04B-END-STREAM
      *  Appends the next stream's trailer to its staged file and
      *  reports it - the TRL APPENDED line on an unsplit run, one
      *  STREAM line per stream on a split run.
      ******************************************************************
       U04B-END-STREAM SECTION.
           ADD 1 TO WS-STM-IX
           COMPUTE WS-OUT-STREAM = WS-STM-IX - 1
           MOVE SPACES TO TRAN-RECORD
           MOVE "TRAILR" TO TRL-MARKER
           MOVE WS-STM-COUNT (WS-STM-IX) TO TRL-EXPECTED-COUNT
           MOVE WS-STM-HASH (WS-STM-IX) TO TRL-EXPECTED-HASH
           PERFORM U02D-PUT-RECORD
           IF WS-SPLIT-RUN
               MOVE WS-OUT-STREAM TO STG-STM-STREAM
               MOVE WS-STM-COUNT (WS-STM-IX) TO STG-STM-COUNT
               MOVE WS-STM-HASH (WS-STM-IX) TO STG-STM-HASH
               WRITE STG-RECORD FROM STG-STM-LINE
           ELSE
               MOVE WS-STM-COUNT (WS-STM-IX) TO STG-TRL-COUNT
               MOVE WS-STM-HASH (WS-STM-IX) TO STG-TRL-HASH
               WRITE STG-RECORD FROM STG-TRL-LINE
           END-IF
           .

      ******************************************************************
      *  U04C-WRITE-STREAM-STATUS
      *  Writes the next stream's CYCSTAT record (CYC-STREAM = the
      *  stream number, READ-COUNT = records staged to it).
      ******************************************************************
       U04C-WRITE-STREAM-STATUS SECTION.
           ADD 1 TO WS-STM-IX
           COMPUTE WS-OUT-STREAM = WS-STM-IX - 1
           MOVE WS-OUT-STREAM TO CYC-STREAM
           MOVE WS-STM-COUNT (WS-STM-IX) TO CYC-READ-COUNT
           WRITE CYC-RECORD-OUT FROM CYC-RECORD
           .
