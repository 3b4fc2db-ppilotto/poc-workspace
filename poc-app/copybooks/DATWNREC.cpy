      *================================================================
      * DATWNREC - batch-window SLA card layout for DATWIN (SLAPARM):
      *            one card per regional stream whose nightly finish
      *            is projected against a deadline - maintained by
      *            operations with the service levels agreed for each
      *            stream. A stream on RUNLOG with no card still gets
      *            its step timings and trend, just no projection.
      *================================================================
       01  SLA-PARM-RECORD.
      *    the stream's run id, as logged on RUNLOG
           05  SLA-STREAM-ID           PIC X(8).
      *    HHMM the stream's batch window opens - a step started
      *    before it belongs to the window that opened the day
      *    before, so a night that runs past midnight is one day
           05  SLA-WINDOW-START        PIC 9(4).
      *    HHMM the stream must have finished by - earlier than the
      *    window start means the following morning
           05  SLA-DEADLINE            PIC 9(4).
      *    the program whose end event means the stream is done for
      *    the night - spaces for DATSNPCK, DATBJOB's last logged
      *    step
           05  SLA-FINAL-PROGRAM       PIC X(8).
           05  FILLER                  PIC X(56).
