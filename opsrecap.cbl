      *  MODIFICATION HISTORY
      *  ----------------------------------------------------------------
      *  2026-09-02  Initial version.
      *  2026-10-15  Tallies only whole-cycle status records (CYC-
      *              STREAM blank, copybook CYCREC, now 91 bytes).  On
      *              a split cycle the per-stream records are FEEDSTG's
      *              stream breakdown and the STRMERGE step's inputs;
      *              STRMERGE appends the summed TRANEDIT and HELLOWLD
      *              records this recap reads.
      ******************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  CYC-FILE.
       01  CYC-RECORD-IN            PIC X(91).

       FD  OPS-FILE.
       01  OPS-RECORD               PIC X(80).
      *  Applies one cycle-status record to the per-step holdings
      *  (last record per program wins) and reads the next.  An
      *  unrecognized program name is ignored - a future step's
      *  record must not break this one - and so is a per-stream
      *  record of a split cycle.
      ******************************************************************
       U01-TALLY-STATUS SECTION.
           IF CYC-STREAM = SPACE
               EVALUATE CYC-PROGRAM
                   WHEN "FEEDSTG"
                       SET WS-STG-REPORTED TO TRUE
                       MOVE CYC-RETURN-CODE TO WS-STG-RC
                       MOVE CYC-READ-COUNT TO WS-STG-STAGED
                   WHEN "TRANEDIT"
                       SET WS-EDT-REPORTED TO TRUE
                       MOVE CYC-RETURN-CODE TO WS-EDT-RC
                       MOVE CYC-READ-COUNT TO WS-EDT-READ
                       MOVE CYC-PASS-COUNT TO WS-EDT-PASSED
                       MOVE CYC-FAIL-COUNT TO WS-EDT-FAILED
                   WHEN "HELLOWLD"
                       SET WS-CLC-REPORTED TO TRUE
                       MOVE CYC-RETURN-CODE TO WS-CLC-RC
                       MOVE CYC-PASS-COUNT TO WS-CLC-ACCEPTED
                       MOVE CYC-FAIL-COUNT TO WS-CLC-REJECTED
                       MOVE CYC-DUP-COUNT TO WS-CLC-DUPS
                       MOVE CYC-TRL-VERDICT TO WS-TRL-VERDICT
                       MOVE CYC-ACK-VERDICT TO WS-ACK-VERDICT
               END-EVALUATE
           END-IF
           READ CYC-FILE INTO CYC-RECORD
               AT END
                   SET CYC-EOF TO TRUE
