      *================================================================
      * DATPNREC - pending-maintenance record layout (PENDMNT, KSDS
      *            keyed by PND-KEY): an account-maintenance request
      *            keyed online through the DMNT transaction
      *            (DATOMNT) and queued for DATAMNT to apply in the
      *            next MNTSTEP, alongside the MNTFILE feed.
      *            PND-MNT-DATA is a DATMTREC image whose MNT-USER-ID
      *            is the signed-on CICS user, so the request lands
      *            on the audit trail under whoever keyed it.
      *            Keyed by user first so a user's own requests are
      *            one short browse. DATAMNT marks each request it
      *            takes 'A' (applied) or 'R' (rejected, with the
      *            DATMJREC reason) and deletes requests finished or
      *            cancelled on an earlier day.
      *================================================================
       01  PENDING-RECORD.
           05  PND-KEY.
               10  PND-USER-ID         PIC X(8).
      *        yyyymmddhhmmss the request was keyed, then the
      *        terminal it came from - a request a batch program
      *        queues under its system user id (DATDORM) carries
      *        the run date and a 6-digit sequence within the run
      *        instead, and the run's start time hhmm for terminal
               10  PND-REQ-STAMP       PIC X(14).
               10  PND-TERM-ID         PIC X(4).
           05  PND-STATE               PIC X(1).
              88  PND-PENDING                    VALUE 'P'.
              88  PND-APPLIED                    VALUE 'A'.
              88  PND-REJECTED                   VALUE 'R'.
              88  PND-CANCELLED                  VALUE 'X'.
              88  PND-FINISHED                   VALUE 'A' 'R' 'X'.
           05  PND-MNT-DATA            PIC X(80).
      *    date the request was applied, rejected or cancelled
           05  PND-DONE-DATE           PIC 9(8).
           05  PND-REASON-CD           PIC X(2).
           05  FILLER                  PIC X(3).
