              88  MREJ-REASON-NOT-ON-MASTER      VALUE '60'.
              88  MREJ-REASON-SAME-STATE         VALUE '70'.
              88  MREJ-REASON-FUTURE-DATED       VALUE '80'.
              88  MREJ-REASON-BAD-LIMIT          VALUE '90'.
              88  MREJ-REASON-BAD-CURRENCY       VALUE '95'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  MREJ-MNT-DATA           PIC X(80).
