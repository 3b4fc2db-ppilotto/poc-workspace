      *================================================================
      * DATSOREC - standing-instruction master record layout
      *            (SOMASTER KSDS, one per stream) for DATSORD: a
      *            recurring transfer of a fixed amount from one
      *            account to another, keyed by the paying account and
      *            an instruction number within it. SO-NEXT-DUE only
      *            moves on when DATSORD generates the transfer - an
      *            instruction it could not generate stays due.
      *================================================================
       01  SO-RECORD.
           05  SO-KEY.
               10  SO-FROM-ACCT        PIC 9(9).
               10  SO-ORDER-NO         PIC 9(3).
           05  SO-TO-ACCT              PIC 9(9).
           05  SO-AMOUNT               PIC 9(9)V99.
           05  SO-FREQUENCY            PIC X(1).
              88  SO-FREQ-DAILY                  VALUE 'D'.
              88  SO-FREQ-WEEKLY                 VALUE 'W'.
              88  SO-FREQ-FORTNIGHTLY            VALUE 'F'.
              88  SO-FREQ-MONTHLY                VALUE 'M'.
              88  SO-FREQ-QUARTERLY              VALUE 'Q'.
              88  SO-FREQ-ANNUAL                 VALUE 'A'.
              88  SO-FREQ-VALID                  VALUE 'D' 'W' 'F'
                                                       'M' 'Q' 'A'.
           05  SO-START-DATE           PIC 9(8).
      *    zeros = runs until cancelled
           05  SO-END-DATE             PIC 9(8).
           05  SO-NEXT-DUE             PIC 9(8).
           05  SO-STATUS               PIC X(1).
              88  SO-ACTIVE                      VALUE 'A'.
              88  SO-ENDED                       VALUE 'E'.
              88  SO-CANCELLED                   VALUE 'X'.
      *    day of the month a monthly/quarterly/annual instruction
      *    falls on (from the start date) - kept so one that started
      *    on the 31st comes back to the 31st after a short month
           05  SO-DUE-DAY              PIC 9(2).
           05  SO-LAST-GEN-DATE        PIC 9(8).
      *    consecutive runs the instruction was due but could not be
      *    generated - back to zero once it goes through
           05  SO-EXC-COUNT            PIC 9(3).
           05  SO-USER-ID              PIC X(8).
           05  FILLER                  PIC X(1).
