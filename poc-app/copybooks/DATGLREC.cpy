      *            can balance the file. All three layouts share the
      *            80-byte record area; the first two bytes
      *            discriminate.
      *            GLD-AMOUNT is in the base currency: postings to an
      *            account kept in another currency are converted at
      *            the rate the ledger carries that currency at
      *            (FXR-PREV-RATE). DATCONS adds the one 'FX' line
      *            to CONSGL that revalues the master's foreign
      *            balances to the day's rate.
      *            GLD-BOOKED-AMOUNT is the same movement as it was
      *            booked, in each account's own currency - what
      *            DATCONS proves the master against. Zero on the
      *            'FX' line, which moved no balance.
      *================================================================
       01  GL-HEADER-RECORD.
           05  GLH-REC-TYPE            PIC X(2).
           05  GLD-TYPE-CD             PIC X(2).
           05  GLD-COUNT               PIC 9(9).
           05  GLD-AMOUNT              PIC S9(13)V99.
           05  GLD-BOOKED-AMOUNT       PIC S9(13)V99.
           05  FILLER                  PIC X(29).
       01  GL-TRAILER-RECORD.
           05  GLT-REC-TYPE            PIC X(2).
              88  GLT-IS-TRAILER                 VALUE 'GT'.
