           05  RT-INT-RATE-PCT         PIC 9(2)V9(4).
           05  RT-SVC-FEE              PIC 9(5)V99.
      *    balances at or above this are not charged the service fee;
      *    zeros means every open account pays it - in the base
      *    currency, as DATACCR converts the balance to it
           05  RT-FEE-WAIVE-BAL        PIC 9(9)V99.
           05  FILLER                  PIC X(56).
