      *================================================================
      * DATBKREC - account-master backup image layouts for DATBKUP
      *            and DATRCVR (ACCTBKUP): one 'BH' header carrying
      *            the moment the image was taken, one 'BA' record per
      *            master account holding the ACCT-RECORD image byte
      *            for byte, one 'BT' trailer with the account count
      *            and balance total so a reload can prove it got the
      *            whole image. All three share the 80-byte record
      *            area; the first two bytes discriminate.
      *================================================================
       01  BKUP-HEADER-RECORD.
           05  BKH-REC-TYPE            PIC X(2).
              88  BKH-IS-HEADER                  VALUE 'BH'.
      *    audit records stamped after this are not in the image
           05  BKH-TIMESTAMP           PIC X(21).
           05  BKH-RUN-ID              PIC X(8).
           05  FILLER                  PIC X(49).
       01  BKUP-ACCOUNT-RECORD.
           05  BKA-REC-TYPE            PIC X(2).
              88  BKA-IS-ACCOUNT                 VALUE 'BA'.
           05  BKA-ACCT-DATA           PIC X(54).
           05  FILLER                  PIC X(24).
       01  BKUP-TRAILER-RECORD.
           05  BKT-REC-TYPE            PIC X(2).
              88  BKT-IS-TRAILER                 VALUE 'BT'.
           05  BKT-ACCT-COUNT          PIC 9(9).
           05  BKT-BALANCE-TOTAL       PIC S9(13)V99.
           05  FILLER                  PIC X(54).
