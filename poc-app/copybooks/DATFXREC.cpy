      *================================================================
      * DATFXREC - daily exchange-rate file layouts (FXRATES), the
      *            treasury's rates for one date: one 'FH' header
      *            carrying the date the rates are for, one 'FR'
      *            record per currency, one 'FT' trailer with the
      *            rate count. All three layouts share the 80-byte
      *            record area; the first two bytes discriminate.
      *            A rate is the number of base-currency units one
      *            unit of the currency buys. FXR-RATE is the day's
      *            closing rate - DATBATCH converts postings at it;
      *            FXR-PREV-RATE is the previous day's, the rate the
      *            ledger carries the currency at until DATCONS
      *            revalues it. The base currency itself needs no
      *            record - its rate is always one.
      *================================================================
       01  FX-BASE-CURRENCY            PIC X(3)  VALUE 'USD'.
       01  FX-HEADER-RECORD.
           05  FXH-REC-TYPE            PIC X(2).
              88  FXH-IS-HEADER                  VALUE 'FH'.
           05  FXH-RATE-DATE           PIC 9(8).
           05  FXH-SOURCE-ID           PIC X(8).
           05  FILLER                  PIC X(62).
       01  FX-RATE-RECORD.
           05  FXR-REC-TYPE            PIC X(2).
              88  FXR-IS-RATE                    VALUE 'FR'.
           05  FXR-CURRENCY-CD         PIC X(3).
           05  FXR-RATE                PIC 9(5)V9(8).
           05  FXR-PREV-RATE           PIC 9(5)V9(8).
           05  FILLER                  PIC X(49).
       01  FX-TRAILER-RECORD.
           05  FXT-REC-TYPE            PIC X(2).
              88  FXT-IS-TRAILER                 VALUE 'FT'.
           05  FXT-REC-COUNT           PIC 9(9).
           05  FILLER                  PIC X(69).
      *    the day's rates as loaded - FX-RATE-USED entries
       01  FX-RATE-TABLE.
           05  FX-RATE-USED            PIC 9(3)  VALUE ZEROS.
           05  FX-RATE-ENTRY OCCURS 60 TIMES.
               10  FX-TBL-CURRENCY     PIC X(3).
               10  FX-TBL-RATE         PIC 9(5)V9(8) COMP-3.
               10  FX-TBL-PREV-RATE    PIC 9(5)V9(8) COMP-3.
