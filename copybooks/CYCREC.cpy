      *  record here; OPSRECAP reports it as not having reported.  A
      *  restarted step appends a second record and the recap takes
      *  the last one per program, which is the record for the run
      *  that actually finished.
      *
      *  CYC-STREAM is blank on a whole-feed cycle.  When FEEDSTG
      *  splits the feed into branch streams, it writes one record per
      *  stream (CYC-STREAM = the stream number, READ-COUNT = records
      *  staged to it) ahead of its blank-stream total, and each
      *  stream's TRANEDIT and HELLOWORLD runs tag their records with
      *  their stream number on that stream's own CYCSTAT generation.
      *  STRMERGE adds the stream records up into the blank-stream
      *  TRANEDIT and HELLOWLD records OPSRECAP reads; OPSRECAP itself
      *  only ever reads blank-stream records.  Record is 91 bytes.
      ******************************************************************
       01  CYC-RECORD.
           05  CYC-PROGRAM         PIC X(08).
           05  CYC-DUP-COUNT       PIC 9(08).
           05  CYC-TRL-VERDICT     PIC X(20).
           05  CYC-ACK-VERDICT     PIC X(20).
           05  CYC-STREAM          PIC X(01).
