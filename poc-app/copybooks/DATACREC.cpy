      *================================================================
      * DATACREC - account master record layout for DATBATCH
      *            (ACCTFILE, indexed by ACCT-NO); carries the running
      *            balance that daily transactions post against.
      *            ACCT-OD-LIMIT was carved out of the trailing
      *            FILLER - records written before it existed carry
      *            spaces there, which DATBATCH and DATAMNT read as a
      *            zero limit (no overdraft allowed).
      *            ACCT-CURRENCY-CD came out of the same FILLER: the
      *            currency ACCT-BALANCE is kept in, set once on the
      *            'AD' - spaces (every record written before it
      *            existed) are the base currency, FX-BASE-CURRENCY
      *            in DATFXREC.
      *================================================================
       01  ACCT-RECORD.
           05  ACCT-NO                 PIC 9(9).
              88  ACCT-OPEN                      VALUE 'O'.
              88  ACCT-CLOSED                    VALUE 'C'.
              88  ACCT-FROZEN                    VALUE 'F'.
      *    dormant - no customer activity for the period DATDORM is
      *    run with; posts like an open account, but earns no
      *    service fee, and customer activity brings it back to 'O'
      *    on DATDORM's next run
              88  ACCT-DORMANT                   VALUE 'D'.
              88  ACCT-STATUS-VALID              VALUE 'O' 'C' 'F'
                                                       'D'.
           05  ACCT-BALANCE            PIC S9(11)V99 COMP-3.
      *    date of the last customer 'DB' or 'CR' - the bank's own
      *    'IN'/'FE' entries and reversals do not count as activity,
      *    or monthly interest would keep every account out of
      *    dormancy
           05  ACCT-LAST-TRAN-DATE     PIC 9(8).
           05  ACCT-TRAN-COUNT         PIC 9(9).
      *    how far below zero a customer 'DB' may take the balance -
      *    set through DATAMNT ('AD' or 'OD' action); bank-initiated
      *    'FE' fees and debit reversals are not held to it
           05  ACCT-OD-LIMIT           PIC 9(9)V99 COMP-3.
           05  ACCT-CURRENCY-CD        PIC X(3).
           05  FILLER                  PIC X(11).
