      *================================================================
      * DATODREC - overdraft exception record layout (ODXFILE),
      *            written by DATBATCH as a posting happens and
      *            printed by DATODX as the daily overdraft
      *            exceptions report:
      *              'NG' - the posting took the balance below zero
      *                     but it is still inside the overdraft
      *                     limit
      *              'OL' - the posting took the balance past the
      *                     overdraft limit (only a bank-initiated
      *                     'FE', a debit 'RV' or the 'DB' leg of a
      *                     DATSORD transfer can - any other
      *                     customer 'DB' that would is returned
      *                     reason 82)
      *              'FC' - a credit posted to a frozen account:
      *                     frozen accounts take credits (the funds
      *                     stay frozen with the account) but every
      *                     one is listed for compliance review
      *================================================================
       01  ODX-RECORD.
           05  ODX-EXC-TYPE            PIC X(2).
              88  ODX-WENT-NEGATIVE              VALUE 'NG'.
              88  ODX-PAST-LIMIT                 VALUE 'OL'.
              88  ODX-FROZEN-CREDIT              VALUE 'FC'.
           05  ODX-ACCT-NO             PIC 9(9).
           05  ODX-TRAN-SEQ-NO         PIC 9(4).
           05  ODX-TRAN-TYPE-CD        PIC X(2).
           05  ODX-TRAN-AMOUNT         PIC S9(9)V99.
           05  ODX-BAL-BEFORE          PIC S9(11)V99.
           05  ODX-BAL-AFTER           PIC S9(11)V99.
           05  ODX-OD-LIMIT            PIC 9(9)V99.
           05  ODX-RUN-ID              PIC X(8).
           05  ODX-CYCLE-NO            PIC 9(2).
           05  FILLER                  PIC X(5)  VALUE SPACES.
