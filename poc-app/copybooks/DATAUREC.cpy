      *    must not count it against today's cycles
           05  AUD-RETRY-IND           PIC X(1).
              88  AUD-SUSP-RETRY                 VALUE 'R'.
           05  AUD-EXTENSION           PIC X(10) VALUE SPACES.
      *    maintenance actions only: the overdraft limit an 'AD' or
      *    'OD' left on the account, so the trail alone can rebuild
      *    it; spaces on every other action and on postings
           05  AUD-MNT-DATA REDEFINES AUD-EXTENSION.
               10  AUD-MNT-OD-LIMIT    PIC 9(9)V99 COMP-3.
      *        the status every action left on the account - an 'ST'
      *        cannot be replayed without it; spaces on actions
      *        written before it was carried
               10  AUD-MNT-NEW-STATUS  PIC X(1).
      *        the account's currency, as the 'AD' opened it
               10  AUD-MNT-CURRENCY    PIC X(3).
      *    postings only: the currency and amount the item arrived
      *    in. AUD-AMOUNT is always what moved ACCT-BALANCE, in the
      *    account's currency; where the two currencies differ the
      *    day's FXRATES rates converted one into the other. Spaces
      *    on postings written before currencies were carried.
           05  AUD-POST-FX-DATA REDEFINES AUD-EXTENSION.
               10  AUD-ORIG-CURRENCY   PIC X(3).
               10  AUD-ORIG-AMOUNT     PIC S9(11)V99 COMP-3.
