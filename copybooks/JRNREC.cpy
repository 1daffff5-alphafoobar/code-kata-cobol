      ******************************************************************
      *  JRNREC.CPY
      *  History change journal record (HISTJRNL).  One record is
      *  appended for every add, change and delete any program makes
      *  to HIST-FILE, carrying the record as it stood before the
      *  change and as the change left it, so a cycle's postings can
      *  be reversed from the journal alone (HISTBOUT) instead of
      *  being patched by hand.
      *
      *  JRN-RUN-ID is the run-id of the run that made the change -
      *  for HELLOWORLD the same value it stamps on AUD-RUN-ID - and
      *  JRN-PROGRAM the PROGRAM-ID that made it.  JRN-ACTION says
      *  what was done to the key:
      *      ADD  the key was not on file; JRN-BEFORE-IMAGE is spaces
      *      CHG  the key was rewritten in place; both images present
      *      DEL  the key was removed; JRN-AFTER-IMAGE is spaces
      *  Both images are in the HIST-RECORD layout (copybook HISTREC,
      *  108 bytes), key first.  Record is 261 bytes.
      ******************************************************************
       01  JRN-RECORD.
           05  JRN-RUN-ID          PIC X(16).
           05  JRN-PROGRAM         PIC X(10).
           05  JRN-ACTION          PIC X(03).
               88  JRN-ADDED               VALUE "ADD".
               88  JRN-CHANGED             VALUE "CHG".
               88  JRN-DELETED             VALUE "DEL".
           05  JRN-TIMESTAMP       PIC X(16).
           05  JRN-BEFORE-IMAGE    PIC X(108).
           05  JRN-AFTER-IMAGE     PIC X(108).
