       ID DIVISION.
       PROGRAM-ID. DATSEAL.
      * Audit-trail sealing, called by the programs that append to or
      * rewrite a stream's AUDTFILE and by DATAUDCK, which checks the
      * trail against its seals before anything downstream reads it.
      * The trail is chained: every record is folded into a running
      * hash that starts from the value left by the record before
      * it, so altering, removing or inserting any record changes
      * every value after it. An appending run ends by recording a
      * seal on SEALFILE (DATSLREC) - where its records start on the
      * trail, how many there are, the chain value before and after
      * them - and moves the stream's chain head on.
      * Functions (DSL-FUNCTION, DATSLPRM):
      *   'B' - hand back the chain head: records sealed so far,
      *         the live chain value after them, the history value
      *   'F' - fold DSL-RECORD into the live chain (DSL-HASH)
      *   'H' - fold DSL-RECORD into the history chain (DSL-HIST-HASH)
      *   'S' - seal the run's DSL-REC-COUNT records, chain value
      *         DSL-HASH, and move the head on
      *   'A' - DATARCH's month-end re-seal: an 'H' seal for the
      *         history generation just written and an 'A' seal for
      *         the records kept on the new live trail, which later
      *         'R' seals chain on from
      *   'C' - may records found after the last seal be carried
      *         into this run's seal? Only when RUNLOG shows an
      *         appending run (DATAMNT or DATBATCH, DSL-RUN-ID's
      *         stream) since that seal which never logged its end,
      *         or ended RETURN-CODE 4 or more with records
      *         processed - a run that stopped before its close
      *         could seal. Otherwise every run since the seal ended
      *         cleanly and sealed, so the records were put there
      *         by something else: DSL-RESULT '12', and the caller
      *         must not seal them. A stream with no seals yet is
      *         taking up sealing on an existing trail and may carry.
      * 'F' and 'H' never touch SEALFILE. A SEALFILE failure comes
      * back as DSL-RESULT '08' and the caller decides what it costs.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEALFILE
               ASSIGN TO SEALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEAL-FILE-KEY
               FILE STATUS IS WS-SEAL-STATUS.
           SELECT RUNLOG
               ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOG-KEY
               FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SEALFILE
           RECORD CONTAINS 160 CHARACTERS.
       01  SEAL-FILE-RECORD.
           05  SEAL-FILE-KEY           PIC X(17).
           05  FILLER                  PIC X(143).
       FD  RUNLOG
           RECORD CONTAINS 80 CHARACTERS.
           COPY DATLGREC.
       WORKING-STORAGE SECTION.
       01  WS-SEAL-STATUS              PIC X(2)  VALUE '00'.
       01  WS-LOG-STATUS               PIC X(2)  VALUE '00'.
      *    the RUNLOG scan behind 'C'
       01  WS-CARRY-WORK.
           05  WS-LOG-EOF-SW           PIC X(1)  VALUE 'N'.
              88  WS-LOG-EOF                      VALUE 'Y'.
           05  WS-OPEN-START-SW        PIC X(1)  VALUE 'N'.
              88  WS-OPEN-START                   VALUE 'Y'.
           05  WS-UNCLEAN-SW           PIC X(1)  VALUE 'N'.
              88  WS-UNCLEAN-RUN                  VALUE 'Y'.
           05  WS-SCAN-PGM             PIC X(8)  VALUE SPACES.
           05  WS-LAST-END-STAMP       PIC X(21) VALUE SPACES.
       01  WS-HEAD-FOUND-SW            PIC X(1)  VALUE 'N'.
           88  WS-HEAD-FOUND                     VALUE 'Y'.
      *    the fold: two running remainders against large primes,
      *    each taking every byte in turn, so a change anywhere in a
      *    record - or a record moved, dropped or added - carries
      *    through to the end of the chain
       01  WS-FOLD-WORK.
           05  WS-BYTE-IX              PIC 9(3)  VALUE ZEROS.
           05  WS-BYTE-VALUE           PIC 9(3)  VALUE ZEROS.
           05  WS-FOLD-PRODUCT         PIC 9(18) VALUE ZEROS.
           05  WS-FOLD-QUOTIENT        PIC 9(18) VALUE ZEROS.
           05  WS-FOLD-A               PIC 9(15) VALUE ZEROS.
           05  WS-FOLD-B               PIC 9(15) VALUE ZEROS.
       01  WS-HIST-SEQ                 PIC 9(9)  VALUE ZEROS.
           COPY DATSLREC.
       LINKAGE SECTION.
           COPY DATSLPRM.
       PROCEDURE DIVISION USING DATSEAL-PARM.
           MOVE '00' TO DSL-RESULT.
           EVALUATE TRUE
               WHEN DSL-FOLD
                   MOVE DSL-HASH-A TO WS-FOLD-A
                   MOVE DSL-HASH-B TO WS-FOLD-B
                   PERFORM fold_record
                   MOVE WS-FOLD-A TO DSL-HASH-A
                   MOVE WS-FOLD-B TO DSL-HASH-B
                   ADD 1 TO DSL-REC-COUNT
               WHEN DSL-FOLD-HISTORY
                   MOVE DSL-HIST-HASH-A TO WS-FOLD-A
                   MOVE DSL-HIST-HASH-B TO WS-FOLD-B
                   PERFORM fold_record
                   MOVE WS-FOLD-A TO DSL-HIST-HASH-A
                   MOVE WS-FOLD-B TO DSL-HIST-HASH-B
                   ADD 1 TO DSL-HIST-COUNT
               WHEN DSL-BEGIN
                   PERFORM begin_chain
               WHEN DSL-SEAL-RUN
                   PERFORM seal_run
               WHEN DSL-SEAL-ARCHIVE
                   PERFORM seal_archive
               WHEN DSL-CHECK-CARRY
                   PERFORM check_carry
               WHEN OTHER
                   DISPLAY 'DATSEAL: UNKNOWN FUNCTION ' DSL-FUNCTION
                   MOVE '08' TO DSL-RESULT
           END-EVALUATE.
           GOBACK.

       fold_record.
           PERFORM VARYING WS-BYTE-IX FROM 1 BY 1
                   UNTIL WS-BYTE-IX > 96
               COMPUTE WS-BYTE-VALUE =
                   FUNCTION ORD(DSL-RECORD(WS-BYTE-IX:1))
               COMPUTE WS-FOLD-PRODUCT =
                   WS-FOLD-A * 257 + WS-BYTE-VALUE
               DIVIDE WS-FOLD-PRODUCT BY 999999999999989
                   GIVING WS-FOLD-QUOTIENT REMAINDER WS-FOLD-A
               COMPUTE WS-FOLD-PRODUCT =
                   WS-FOLD-B * 263 + WS-BYTE-VALUE + WS-BYTE-IX
               DIVIDE WS-FOLD-PRODUCT BY 999999999999947
                   GIVING WS-FOLD-QUOTIENT REMAINDER WS-FOLD-B
           END-PERFORM.

       begin_chain.
           MOVE ZEROS TO DSL-SEALED-COUNT DSL-REC-COUNT DSL-CARRIED
               DSL-HASH-A DSL-HASH-B DSL-HIST-COUNT
               DSL-HIST-HASH-A DSL-HIST-HASH-B.
           PERFORM open_sealfile.
           IF DSL-OK
               PERFORM read_chain_head
               IF WS-HEAD-FOUND
                   MOVE HEAD-SEALED-COUNT TO DSL-SEALED-COUNT
                   MOVE HEAD-HASH-A TO DSL-HASH-A
                   MOVE HEAD-HASH-B TO DSL-HASH-B
                   MOVE HEAD-HIST-HASH-A TO DSL-HIST-HASH-A
                   MOVE HEAD-HIST-HASH-B TO DSL-HIST-HASH-B
               ELSE
                   MOVE '04' TO DSL-RESULT
               END-IF
               CLOSE SEALFILE
           END-IF.

       seal_run.
           PERFORM open_sealfile.
           IF DSL-OK
               PERFORM read_chain_head
               IF DSL-OK
                   MOVE SPACES TO SEAL-RECORD
                   MOVE DSL-RUN-ID TO SEAL-RUN-ID
                   COMPUTE SEAL-SEQ-NO = HEAD-LAST-SEQ + 1
                   MOVE 'R' TO SEAL-TYPE
                   COMPUTE SEAL-FIRST-REC = HEAD-SEALED-COUNT + 1
                   MOVE DSL-REC-COUNT TO SEAL-REC-COUNT
                   MOVE DSL-CARRIED TO SEAL-CARRIED
                   MOVE HEAD-HASH TO SEAL-PRIOR-HASH
                   MOVE DSL-HASH TO SEAL-HASH
                   PERFORM write_seal
               END-IF
               IF DSL-OK
                   MOVE SEAL-SEQ-NO TO HEAD-LAST-SEQ
                   ADD DSL-REC-COUNT TO HEAD-SEALED-COUNT
                   MOVE DSL-HASH TO HEAD-HASH
                   PERFORM write_chain_head
               END-IF
               CLOSE SEALFILE
           END-IF.

      *    DATARCH has split the trail at the cutoff: the history
      *    chain ran on from the previous generation's value, the
      *    kept records were folded afresh from the live chain's
      *    value before the split, so both new seals link back to
      *    what was already sealed
       seal_archive.
           PERFORM open_sealfile.
           IF DSL-OK
               PERFORM read_chain_head
               IF DSL-OK
                   MOVE SPACES TO SEAL-RECORD
                   MOVE DSL-RUN-ID TO SEAL-RUN-ID
                   COMPUTE SEAL-SEQ-NO = HEAD-LAST-SEQ + 1
                   MOVE 'H' TO SEAL-TYPE
                   MOVE 1 TO SEAL-FIRST-REC
                   MOVE DSL-HIST-COUNT TO SEAL-REC-COUNT
                   MOVE ZEROS TO SEAL-CARRIED
                   MOVE HEAD-HIST-HASH TO SEAL-PRIOR-HASH
                   MOVE DSL-HIST-HASH TO SEAL-HASH
                   MOVE DSL-CUTOFF-DATE TO SEAL-CUTOFF-DATE
                   PERFORM write_seal
               END-IF
               IF DSL-OK
                   MOVE SEAL-SEQ-NO TO WS-HIST-SEQ
                   MOVE SPACES TO SEAL-RECORD
                   MOVE DSL-RUN-ID TO SEAL-RUN-ID
                   COMPUTE SEAL-SEQ-NO = WS-HIST-SEQ + 1
                   MOVE 'A' TO SEAL-TYPE
                   MOVE 1 TO SEAL-FIRST-REC
                   MOVE DSL-REC-COUNT TO SEAL-REC-COUNT
                   MOVE ZEROS TO SEAL-CARRIED
                   MOVE HEAD-HASH TO SEAL-PRIOR-HASH
                   MOVE DSL-HASH TO SEAL-HASH
                   MOVE DSL-CUTOFF-DATE TO SEAL-CUTOFF-DATE
                   PERFORM write_seal
               END-IF
               IF DSL-OK
                   MOVE SEAL-SEQ-NO TO HEAD-LAST-SEQ
                   MOVE SEAL-SEQ-NO TO HEAD-BASE-SEQ
                   MOVE DSL-REC-COUNT TO HEAD-SEALED-COUNT
                   MOVE DSL-HASH TO HEAD-HASH
                   MOVE WS-HIST-SEQ TO HEAD-HIST-SEQ
                   MOVE DSL-HIST-HASH TO HEAD-HIST-HASH
                   PERFORM write_chain_head
               END-IF
               CLOSE SEALFILE
           END-IF.

      *    the runs since the last seal are the RUNLOG events of
      *    the two appending programs stamped after the chain head
      *    was last moved on
       check_carry.
           PERFORM open_sealfile.
           IF DSL-OK
               PERFORM read_chain_head
               CLOSE SEALFILE
           END-IF.
           IF DSL-OK AND WS-HEAD-FOUND
               MOVE 'N' TO WS-UNCLEAN-SW
               OPEN INPUT RUNLOG
               IF WS-LOG-STATUS NOT = '00'
                   DISPLAY 'DATSEAL: RUNLOG UNAVAILABLE, STATUS='
                       WS-LOG-STATUS ' - UNSEALED RECORDS NOT '
                       'ACCOUNTED FOR'
                   MOVE '12' TO DSL-RESULT
               ELSE
                   MOVE 'DATAMNT' TO WS-SCAN-PGM
                   PERFORM scan_appending_runs
                   MOVE 'DATBATCH' TO WS-SCAN-PGM
                   PERFORM scan_appending_runs
                   CLOSE RUNLOG
                   IF WS-UNCLEAN-RUN
                       DISPLAY 'DATSEAL: A RUN SINCE THE LAST SEAL '
                           'DID NOT END CLEANLY - ITS RECORDS MAY BE '
                           'CARRIED'
                   ELSE
                       DISPLAY 'DATSEAL: EVERY RUN SINCE THE LAST '
                           'SEAL ENDED CLEANLY - UNSEALED RECORDS '
                           'NOT WRITTEN BY THIS STREAM'
                       MOVE '12' TO DSL-RESULT
                   END-IF
               END-IF
           END-IF.

       scan_appending_runs.
           MOVE 'N' TO WS-LOG-EOF-SW.
           MOVE 'N' TO WS-OPEN-START-SW.
           MOVE SPACES TO WS-LAST-END-STAMP.
           MOVE DSL-RUN-ID TO LOG-RUN-ID.
           MOVE WS-SCAN-PGM TO LOG-PROGRAM-ID.
           MOVE HEAD-UPDATED TO LOG-TIMESTAMP.
           MOVE LOW-VALUE TO LOG-EVENT.
           START RUNLOG KEY IS NOT LESS THAN LOG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LOG-EOF-SW
           END-START.
           PERFORM UNTIL WS-LOG-EOF
               READ RUNLOG NEXT
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF-SW
                   NOT AT END
                       IF LOG-RUN-ID NOT = DSL-RUN-ID
                               OR LOG-PROGRAM-ID NOT = WS-SCAN-PGM
                           MOVE 'Y' TO WS-LOG-EOF-SW
                       ELSE
                           PERFORM judge_run_event
                       END-IF
               END-READ
           END-PERFORM.
      *    the caller's own run is the newest start of its own
      *    program and has not ended yet - any other start still
      *    open never ended
           IF WS-OPEN-START AND WS-SCAN-PGM NOT = DSL-PROGRAM-ID
               MOVE 'Y' TO WS-UNCLEAN-SW
           END-IF.

      *    an end with no start before it in the scan belongs to the
      *    run that sealed (it started before the seal) - or is a
      *    start and end stamped in the same hundredth, whose start
      *    follows it because of the key's event-code ordering
       judge_run_event.
           IF LOG-EVENT-START
               IF LOG-TIMESTAMP NOT = WS-LAST-END-STAMP
                   IF WS-OPEN-START
                       MOVE 'Y' TO WS-UNCLEAN-SW
                   END-IF
                   MOVE 'Y' TO WS-OPEN-START-SW
               END-IF
           ELSE
               MOVE LOG-TIMESTAMP TO WS-LAST-END-STAMP
               IF WS-OPEN-START
                   MOVE 'N' TO WS-OPEN-START-SW
                   IF LOG-RETURN-CODE >= 4
                           AND LOG-REC-PROCESSED > ZERO
                       MOVE 'Y' TO WS-UNCLEAN-SW
                   END-IF
               END-IF
           END-IF.

       open_sealfile.
           OPEN I-O SEALFILE.
           IF WS-SEAL-STATUS = '35'
               OPEN OUTPUT SEALFILE
               CLOSE SEALFILE
               OPEN I-O SEALFILE
           END-IF.
           IF WS-SEAL-STATUS NOT = '00'
               DISPLAY 'DATSEAL: SEALFILE UNAVAILABLE, STATUS='
                   WS-SEAL-STATUS
               MOVE '08' TO DSL-RESULT
           END-IF.

      *    a stream with no head yet starts its chain from zero
       read_chain_head.
           MOVE 'N' TO WS-HEAD-FOUND-SW.
           MOVE SPACES TO SEAL-HEAD-RECORD.
           MOVE DSL-RUN-ID TO HEAD-RUN-ID.
           MOVE ZEROS TO HEAD-SEQ-NO.
           MOVE SEAL-HEAD-RECORD(1:17) TO SEAL-FILE-KEY.
           READ SEALFILE INTO SEAL-HEAD-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-HEAD-FOUND-SW
           END-READ.
           IF NOT WS-HEAD-FOUND
               IF WS-SEAL-STATUS = '23'
                   MOVE SPACES TO SEAL-HEAD-RECORD
                   MOVE DSL-RUN-ID TO HEAD-RUN-ID
                   MOVE ZEROS TO HEAD-SEQ-NO HEAD-LAST-SEQ
                       HEAD-BASE-SEQ HEAD-SEALED-COUNT
                       HEAD-HASH-A HEAD-HASH-B HEAD-HIST-SEQ
                       HEAD-HIST-HASH-A HEAD-HIST-HASH-B
               ELSE
                   DISPLAY 'DATSEAL: SEALFILE READ FAILED, STATUS='
                       WS-SEAL-STATUS
                   MOVE '08' TO DSL-RESULT
               END-IF
           END-IF.

       write_seal.
           MOVE DSL-PROGRAM-ID TO SEAL-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO SEAL-TIMESTAMP.
           WRITE SEAL-FILE-RECORD FROM SEAL-RECORD
               INVALID KEY
                   DISPLAY 'DATSEAL: DUPLICATE SEAL KEY, KEY='
                       SEAL-KEY
                   MOVE '08' TO DSL-RESULT
           END-WRITE.
           IF DSL-OK AND WS-SEAL-STATUS NOT = '00'
               DISPLAY 'DATSEAL: SEALFILE WRITE FAILED, STATUS='
                   WS-SEAL-STATUS
               MOVE '08' TO DSL-RESULT
           END-IF.

       write_chain_head.
           MOVE FUNCTION CURRENT-DATE TO HEAD-UPDATED.
           IF WS-HEAD-FOUND
               REWRITE SEAL-FILE-RECORD FROM SEAL-HEAD-RECORD
           ELSE
               WRITE SEAL-FILE-RECORD FROM SEAL-HEAD-RECORD
           END-IF.
           IF WS-SEAL-STATUS NOT = '00'
               DISPLAY 'DATSEAL: CHAIN HEAD UPDATE FAILED, STATUS='
                   WS-SEAL-STATUS ' RUN-ID=' DSL-RUN-ID
               MOVE '08' TO DSL-RESULT
           END-IF.
