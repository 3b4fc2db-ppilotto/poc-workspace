      *================================================================
      * DATSLPRM - parameter block passed to the DATSEAL audit-trail
      *            sealing subprogram by DATBATCH, DATAMNT and DATARCH
      *================================================================
       01  DATSEAL-PARM.
           05  DSL-FUNCTION            PIC X(1).
              88  DSL-BEGIN                      VALUE 'B'.
              88  DSL-FOLD                       VALUE 'F'.
              88  DSL-FOLD-HISTORY               VALUE 'H'.
              88  DSL-SEAL-RUN                   VALUE 'S'.
              88  DSL-SEAL-ARCHIVE               VALUE 'A'.
              88  DSL-CHECK-CARRY                VALUE 'C'.
           05  DSL-RUN-ID              PIC X(8).
           05  DSL-PROGRAM-ID          PIC X(8).
           05  DSL-RESULT              PIC X(2).
              88  DSL-OK                         VALUE '00'.
              88  DSL-NEW-CHAIN                  VALUE '04'.
              88  DSL-SEAL-FAILED                VALUE '08'.
              88  DSL-CARRY-REFUSED              VALUE '12'.
      *    live-trail chain: records already sealed, records folded
      *    this run (DSL-CARRIED of them left over from an earlier
      *    run), and the running chain value
           05  DSL-SEALED-COUNT        PIC 9(9).
           05  DSL-REC-COUNT           PIC 9(9).
           05  DSL-CARRIED             PIC 9(9).
           05  DSL-HASH.
               10  DSL-HASH-A          PIC 9(15).
               10  DSL-HASH-B          PIC 9(15).
      *    history chain - DATARCH only
           05  DSL-HIST-COUNT          PIC 9(9).
           05  DSL-HIST-HASH.
               10  DSL-HIST-HASH-A     PIC 9(15).
               10  DSL-HIST-HASH-B     PIC 9(15).
           05  DSL-CUTOFF-DATE         PIC X(8).
      *    the audit record to fold ('F' and 'H')
           05  DSL-RECORD              PIC X(96).
