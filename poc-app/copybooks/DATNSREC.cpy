      *================================================================
      * DATNSREC - returned-items (NSF) record layout for DATBATCH
      *            (NSFFILE): a transaction the account's standing
      *            refused - closed account (80), frozen account
      *            (81), insufficient funds past the overdraft
      *            limit (82), or a transfer leg whose other side
      *            could not post (83) - returned to the source apart
      *            from the field-edit rejects on REJFILE. Carries
      *            the original TRAN-RECORD image plus the account
      *            status and the funds available (balance plus
      *            overdraft limit) when the item was refused - for an
      *            83, the status of whichever account refused it ('?'
      *            when it is not on the master) and zero funds.
      *================================================================
       01  NSF-RECORD.
           05  NSF-REASON-CD           PIC X(2).
              88  NSF-REASON-ACCT-CLOSED         VALUE '80'.
              88  NSF-REASON-ACCT-FROZEN         VALUE '81'.
              88  NSF-REASON-INSUFF-FUNDS        VALUE '82'.
              88  NSF-REASON-XFER-REFUSED        VALUE '83'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  NSF-TRAN-DATA           PIC X(69).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  NSF-ACCT-STATUS         PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  NSF-AVAILABLE           PIC S9(11)V99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
