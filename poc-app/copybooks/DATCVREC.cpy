      *================================================================
      * DATCVREC - surveillance case review record layout (CASEREV),
      *            keyed by compliance for DATSURV: one record per case
      *            reviewed, with who reviewed it, when, and the
      *            outcome. DATSURV applies them to CASEFILE at the
      *            start of its run.
      *================================================================
       01  CASE-REVIEW-RECORD.
           05  CRV-ACCT-NO             PIC 9(9).
           05  CRV-CASE-TYPE           PIC X(2).
           05  CRV-REVIEWER            PIC X(8).
           05  CRV-REVIEW-DATE         PIC 9(8).
      *    e.g. 'NS' nothing suspicious, 'SR' suspicious activity
      *    report filed - carried onto the case as keyed
           05  CRV-DISPOSITION         PIC X(2).
           05  FILLER                  PIC X(51).
