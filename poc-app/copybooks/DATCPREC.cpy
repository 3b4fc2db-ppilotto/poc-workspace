      *================================================================
      * DATCPREC - consolidation stream card layout for DATCONS
      *            (CONSSTRM): one card per regional stream that must
      *            have finished its DATBJOB for the date before the
      *            enterprise end-of-day consolidation may run -
      *            maintained by operations as streams are added
      *================================================================
       01  CONS-STREAM-RECORD.
      *    the stream's run id - the STREAM symbol its DATBJOB runs
      *    under, as logged on RUNLOG and carried on its GLFILE
           05  CNP-STREAM-ID           PIC X(8).
           05  FILLER                  PIC X(72).
