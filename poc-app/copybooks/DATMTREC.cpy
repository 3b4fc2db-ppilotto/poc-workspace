      * DATMTREC - account-maintenance feed record layout for DATAMNT
      *            (MNTFILE): one action per record against the
      *            account master, keyed by the user who requested it
      *            so the audit trail shows who opened what and when.
      *            'OD' sets the account's overdraft limit from
      *            MNT-OD-LIMIT; an 'AD' may carry the opening limit
      *            there too (spaces = zero).
      *            An 'ST' may name the status the account must still
      *            have in MNT-EXPECT-STATUS - if it has moved on
      *            since the action was raised the action rejects
      *            with reason 70 rather than overwrite it. DATDORM
      *            sets it on every dormancy change it queues so a
      *            freeze or closure applied first always wins.
      *            An 'AD' may name the account's currency in
      *            MNT-CURRENCY-CD (spaces = base currency); it is
      *            fixed from then on.
      *================================================================
       01  MNT-RECORD.
           05  MNT-ACTION-CD           PIC X(2).
              88  MNT-ACTION-CLOSE               VALUE 'CL'.
              88  MNT-ACTION-REOPEN              VALUE 'RO'.
              88  MNT-ACTION-STATUS              VALUE 'ST'.
              88  MNT-ACTION-OD-LIMIT            VALUE 'OD'.
              88  MNT-ACTION-VALID               VALUE 'AD' 'CL'
                                                       'RO' 'ST'
                                                       'OD'.
           05  MNT-ACCT-NO             PIC 9(9).
           05  MNT-NEW-STATUS          PIC X(1).
              88  MNT-NEW-STATUS-VALID           VALUE 'O' 'C' 'F'
                                                       'D'.
      *    actions apply on the run the feed reaches - an effective
      *    date after the run date rejects with reason 80 so the
      *    source resubmits it on the day it is meant to take
      *    applies immediately
           05  MNT-EFF-DATE            PIC 9(8).
           05  MNT-USER-ID             PIC X(8).
           05  MNT-OD-LIMIT            PIC 9(9)V99.
           05  MNT-EXPECT-STATUS       PIC X(1).
           05  MNT-CURRENCY-CD         PIC X(3).
           05  FILLER                  PIC X(37).
