      *            the master) only reaches REJFILE after aging out
      *            of the suspense file (DATSPREC) - fresh ones are
      *            suspended and retried on later runs instead.
      *            Reasons 80-83 (the account's standing refused the
      *            posting) go to the returned-items file NSFFILE
      *            (DATNSREC) rather than REJFILE.
      *            Reason 90 is a posting in a currency other than
      *            the account's with no FXRATES rate for the day to
      *            convert it at.
      *================================================================
       01  REJECT-RECORD.
           05  REJ-REASON-CD           PIC X(2).
              88  REJ-REASON-NO-ACCOUNT          VALUE '50'.
              88  REJ-REASON-NO-ORIGINAL         VALUE '60'.
              88  REJ-REASON-ALREADY-REVERSED    VALUE '70'.
              88  REJ-REASON-ACCT-CLOSED         VALUE '80'.
              88  REJ-REASON-ACCT-FROZEN         VALUE '81'.
              88  REJ-REASON-INSUFF-FUNDS        VALUE '82'.
      *       one side of a transfer could not post, so neither does
              88  REJ-REASON-XFER-REFUSED        VALUE '83'.
              88  REJ-REASON-NO-FX-RATE          VALUE '90'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  REJ-TRAN-DATA           PIC X(69).
