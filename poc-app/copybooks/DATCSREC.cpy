      *================================================================
      * DATCSREC - surveillance case record layout (CASEFILE KSDS,
      *            one per stream), kept by DATSURV from night to
      *            night: one case per account and kind of activity.
      *            A case is opened when the activity is first seen
      *            and stays open until compliance reviews it (CASEREV,
      *            DATCVREC); a reviewed case only reopens for activity
      *            dated after its review, so activity already looked at
      *            is never reported twice.
      *================================================================
       01  CASE-RECORD.
           05  CASE-KEY.
               10  CASE-ACCT-NO        PIC 9(9).
               10  CASE-TYPE           PIC X(2).
      *            single 'CR'/'DB' above the threshold
                  88  CASE-LARGE-TRAN            VALUE 'LT'.
      *            one day's credits or debits above the threshold
                  88  CASE-LARGE-DAY             VALUE 'LD'.
      *            several just-under postings together above it
                  88  CASE-STRUCTURING           VALUE 'ST'.
           05  CASE-STATE              PIC X(1).
              88  CASE-OPEN                      VALUE 'O'.
              88  CASE-REVIEWED                  VALUE 'R'.
           05  CASE-OPENED-DATE        PIC 9(8).
      *    date of the latest activity that raised the case, and the
      *    amount it was raised for
           05  CASE-ACTIVITY-DATE      PIC 9(8).
           05  CASE-AMOUNT             PIC S9(11)V99.
      *    distinct activity days the case has been raised for
           05  CASE-HIT-DAYS           PIC 9(5).
           05  CASE-REVIEW-DATE        PIC 9(8).
           05  CASE-REVIEWER           PIC X(8).
           05  CASE-DISPOSITION        PIC X(2).
           05  CASE-RUN-ID             PIC X(8).
           05  FILLER                  PIC X(8).
