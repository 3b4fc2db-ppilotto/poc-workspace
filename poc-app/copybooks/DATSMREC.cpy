      *================================================================
      * DATSMREC - standing-instruction maintenance feed record layout
      *            (SOMAINT) for DATSORD, applied to SOMASTER before
      *            the day's transfers are generated:
      *              'AD' - new instruction, every field required; the
      *                     first transfer is due on the start date;
      *              'CH' - replace the receiving account, amount,
      *                     frequency and end date of an instruction
      *                     (next-due date kept);
      *              'CN' - cancel an instruction.
      *================================================================
       01  SOM-RECORD.
           05  SOM-ACTION-CD           PIC X(2).
              88  SOM-ACTION-ADD                 VALUE 'AD'.
              88  SOM-ACTION-CHANGE              VALUE 'CH'.
              88  SOM-ACTION-CANCEL              VALUE 'CN'.
           05  SOM-FROM-ACCT           PIC 9(9).
           05  SOM-ORDER-NO            PIC 9(3).
           05  SOM-TO-ACCT             PIC 9(9).
           05  SOM-AMOUNT              PIC 9(9)V99.
           05  SOM-FREQUENCY           PIC X(1).
           05  SOM-START-DATE          PIC 9(8).
           05  SOM-END-DATE            PIC 9(8).
           05  SOM-USER-ID             PIC X(8).
           05  FILLER                  PIC X(21).
