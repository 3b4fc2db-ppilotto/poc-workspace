      *================================================================
      * DATCNREC - enterprise consolidation control record (CONSCTL
      *            KSDS, keyed by consolidation date), written by
      *            DATCONS for every consolidation that proves: the
      *            master's balance total and account count as they
      *            stood, and the streams' net posted amount that
      *            moved it there from the previous consolidation.
      *            The latest record before the date is the starting
      *            point the next consolidation is proved from.
      *================================================================
       01  CONS-CONTROL-RECORD.
           05  CC-CONS-DATE            PIC 9(8).
           05  CC-RUN-ID               PIC X(8).
      *    sum of ACCT-BALANCE over the whole master
           05  CC-MASTER-TOTAL         PIC S9(13)V99.
           05  CC-ACCT-COUNT           PIC 9(9).
      *    sum of every stream's signed GL journal lines (booked)
      *    since the previous consolidation - the date's own and any
      *    missed date's taken in with it
           05  CC-NET-POSTED           PIC S9(13)V99.
           05  CC-STREAM-COUNT         PIC 9(2).
      *    the consolidation this one was proved from - zeros for
      *    the first, which only sets the starting point
           05  CC-PREV-DATE            PIC 9(8).
           05  FILLER                  PIC X(15).
