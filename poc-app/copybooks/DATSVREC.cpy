      *================================================================
      * DATSVREC - surveillance parameter card layout for DATSURV
      *            (SURVPARM): the cash reporting threshold, the floor
      *            above which a posting counts as "just under" it, how
      *            many just-under postings make a structuring pattern,
      *            and the rolling window of days DATSURV looks back
      *            over - maintained by compliance, not the job stream
      *================================================================
       01  SURV-PARM-RECORD.
      *    a single 'CR'/'DB', or one day's 'CR's or 'DB's for an
      *    account, above this is reported - amounts are in the base
      *    currency, as DATSURV converts every posting to it
           05  SV-REPORT-THRESHOLD     PIC 9(9)V99.
      *    postings at or above this but not above the threshold are
      *    just under it
           05  SV-NEAR-FLOOR           PIC 9(9)V99.
      *    this many just-under postings inside the window, together
      *    above the threshold, are reported as structuring
           05  SV-STRUCT-MIN-COUNT     PIC 9(2).
           05  SV-WINDOW-DAYS          PIC 9(3).
           05  FILLER                  PIC X(53).
