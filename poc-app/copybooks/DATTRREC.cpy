      *            number, DATBATCH verifies the original is on the
      *            audit trail and applies the opposite balance
      *            movement.
      *            A standing-order transfer (DATSORD) arrives as two
      *            legs, a 'DB' on the paying account and a 'CR' on
      *            the receiving one, each naming the other account in
      *            TRAN-XFER-ACCT-NO and the instruction in
      *            TRAN-XFER-REF; DATBATCH posts both legs or neither.
      *            TRAN-AMOUNT is in TRAN-CURRENCY-CD - spaces mean
      *            the account's own currency. Any other currency is
      *            converted at the day's FXRATES rates (DATFXREC)
      *            before it posts.
      *================================================================
       01  TRAN-RECORD.
           05  TRAN-KEY.
      *    original transaction's sequence number - 'RV' only,
      *    spaces on every other type
           05  TRAN-ORIG-SEQ-NO        PIC X(4).
      *    transfer legs only - spaces on every other posting
           05  TRAN-XFER-LEG           PIC X(1).
              88  TRAN-XFER-DEBIT-LEG            VALUE 'D'.
              88  TRAN-XFER-CREDIT-LEG           VALUE 'C'.
              88  TRAN-XFER-ANY-LEG              VALUE 'D' 'C'.
           05  TRAN-XFER-ACCT-NO       PIC 9(9).
           05  TRAN-XFER-REF           PIC X(12).
           05  TRAN-CURRENCY-CD        PIC X(3).
           05  FILLER                  PIC X(11).
