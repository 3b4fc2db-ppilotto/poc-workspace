      *================================================================
      * DATDNREC - dormancy customer-notice record layout (DORMNTC),
      *            written by DATDORM for every open account that is
      *            approaching dormancy, for the statement/mailing
      *            system to send the customer a notice: when the
      *            account was last used and the date it will be
      *            flagged dormant if nothing happens before then.
      *            The balance is in the account's own currency,
      *            given alongside it (blank on the master = base).
      *================================================================
       01  DORM-NOTICE-RECORD.
           05  DN-ACCT-NO              PIC 9(9).
           05  DN-NOTICE-DATE          PIC 9(8).
           05  DN-LAST-ACTIVITY        PIC 9(8).
           05  DN-MONTHS-INACTIVE      PIC 9(3).
           05  DN-DORMANT-DATE         PIC 9(8).
           05  DN-BALANCE              PIC S9(11)V99.
           05  DN-CURRENCY-CD          PIC X(3).
           05  FILLER                  PIC X(28) VALUE SPACES.
