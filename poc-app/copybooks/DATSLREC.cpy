      *================================================================
      * DATSLREC - audit-trail seal records kept by DATSEAL on the
      *            shared SEALFILE (indexed by SEAL-KEY: run id /
      *            seal sequence). Sequence zero is each stream's
      *            chain head; every other sequence is one seal.
      *            The file carries no audit data of its own - it is
      *            kept apart from the trails it vouches for, under
      *            its own access rules, so whoever can update a
      *            trail cannot also make its seals agree.
      *            Each hash is a pair of running remainders folded
      *            over every byte of every record in trail order
      *            (see DATSEAL fold_record); the pair after a run's
      *            last record is that run's seal.
      *================================================================
       01  SEAL-RECORD.
           05  SEAL-KEY.
               10  SEAL-RUN-ID         PIC X(8).
               10  SEAL-SEQ-NO         PIC 9(9).
           05  SEAL-TYPE               PIC X(1).
      *        'R' - one appending run's records on the live trail
      *        'A' - the records DATARCH kept on the live trail at
      *              month end; later 'R' seals chain on from it
      *        'H' - one month-end history generation
              88  SEAL-RUN                       VALUE 'R'.
              88  SEAL-ARCHIVE-BASE              VALUE 'A'.
              88  SEAL-HISTORY                   VALUE 'H'.
           05  SEAL-PROGRAM-ID         PIC X(8).
           05  SEAL-TIMESTAMP          PIC X(21).
      *    position on the trail of the run's first record, and how
      *    many records the seal covers - SEAL-CARRIED of them were
      *    left unsealed by an earlier run that ended abnormally
           05  SEAL-FIRST-REC          PIC 9(9).
           05  SEAL-REC-COUNT          PIC 9(9).
           05  SEAL-CARRIED            PIC 9(9).
           05  SEAL-PRIOR-HASH.
               10  SEAL-PRIOR-HASH-A   PIC 9(15).
               10  SEAL-PRIOR-HASH-B   PIC 9(15).
           05  SEAL-HASH.
               10  SEAL-HASH-A         PIC 9(15).
               10  SEAL-HASH-B         PIC 9(15).
      *    archive cutoff - 'A' and 'H' seals only
           05  SEAL-CUTOFF-DATE        PIC X(8).
           05  FILLER                  PIC X(18) VALUE SPACES.
       01  SEAL-HEAD-RECORD.
           05  HEAD-KEY.
               10  HEAD-RUN-ID         PIC X(8).
               10  HEAD-SEQ-NO         PIC 9(9).
           05  HEAD-LAST-SEQ           PIC 9(9).
      *    the 'A' seal the live trail now starts from, zero until
      *    the stream's first month end under sealing
           05  HEAD-BASE-SEQ           PIC 9(9).
      *    records on the live trail covered by seals so far, and
      *    the chain value after the last of them
           05  HEAD-SEALED-COUNT       PIC 9(9).
           05  HEAD-HASH.
               10  HEAD-HASH-A         PIC 9(15).
               10  HEAD-HASH-B         PIC 9(15).
      *    the newest history generation's seal and its chain value
           05  HEAD-HIST-SEQ           PIC 9(9).
           05  HEAD-HIST-HASH.
               10  HEAD-HIST-HASH-A    PIC 9(15).
               10  HEAD-HIST-HASH-B    PIC 9(15).
           05  HEAD-UPDATED            PIC X(21).
           05  FILLER                  PIC X(26) VALUE SPACES.
