       ID DIVISION.
       PROGRAM-ID. DATAUDCK.
      * Audit-trail seal verification, run ahead of every step that
      * reads the trail as evidence - DATGLEX in DATBJOB, DATARCH
      * and DATSTMT in DATAJOB. DATBATCH and DATAMNT seal what each
      * run appended (DATSEAL, SEALFILE); this step re-folds the
      * trail seal by seal and proves every sealed record is still
      * there, unchanged, in its place:
      *   - each seal must start where the one before it ended and
      *     chain on from its value,
      *   - re-folding the seal's records from the trail must give
      *     back exactly the value the run recorded,
      *   - nothing may follow the last seal, and the last seal and
      *     record count must be where the chain head says.
      * A record altered, removed or inserted breaks the fold of the
      * run that wrote it (and a record dropped at the end, the head
      * check), so the first seal that fails to verify names the run
      * that was tampered with: its seal number, program, when it
      * sealed and the trail positions it covers. That fails the
      * step with RETURN-CODE 8 and nothing downstream reads the
      * trail. A stream with no seals yet ends RETURN-CODE 4, and so
      * does a verified trail with any seal that carried records an
      * unfinished run left unsealed - each such seal is listed, so
      * records sealed by a later run than the one that wrote them
      * are accounted for every time, not only after a break.
      * PARM is run-id(8), mode(1), cutoff(8):
      *   mode 'L' (or blank) - AUDTFILE is the stream's live trail,
      *     checked from the month-end base seal DATARCH left (or
      *     from the first seal, before any month end) to the head
      *   mode 'H' - AUDTFILE is a history generation, checked
      *     against its 'H' seal and linked to the generation before
      *     it; cutoff names which generation by its archive cutoff,
      *     blank for the newest
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEALFILE
               ASSIGN TO SEALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEAL-FILE-KEY
               FILE STATUS IS WS-SEAL-STATUS.
           SELECT AUDTFILE
               ASSIGN TO AUDTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SEALFILE
           RECORD CONTAINS 160 CHARACTERS.
       01  SEAL-FILE-RECORD.
           05  SEAL-FILE-KEY           PIC X(17).
           05  FILLER                  PIC X(143).
       FD  AUDTFILE
           RECORD CONTAINS 96 CHARACTERS.
       01  AUDTFILE-RECORD             PIC X(96).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-SEAL-STATUS          PIC X(2)  VALUE '00'.
           05  WS-AUDIT-STATUS         PIC X(2)  VALUE '00'.
       01  WS-SWITCHES.
           05  WS-SEAL-EOF-SW          PIC X(1)  VALUE 'N'.
              88  WS-SEAL-EOF                     VALUE 'Y'.
           05  WS-AUD-EOF-SW           PIC X(1)  VALUE 'N'.
              88  WS-AUD-EOF                      VALUE 'Y'.
           05  WS-BROKEN-SW            PIC X(1)  VALUE 'N'.
              88  WS-CHAIN-BROKEN                 VALUE 'Y'.
           05  WS-FIRST-SEAL-SW        PIC X(1)  VALUE 'Y'.
              88  WS-FIRST-SEAL                   VALUE 'Y'.
           05  WS-TARGET-SW            PIC X(1)  VALUE 'N'.
              88  WS-TARGET-FOUND                 VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-TRAIL-POS            PIC 9(9)  VALUE ZEROS.
           05  WS-SEALS-CHECKED        PIC 9(9)  VALUE ZEROS.
           05  WS-RUN-RECS             PIC 9(9)  VALUE ZEROS.
           05  WS-EXTRA-RECS           PIC 9(9)  VALUE ZEROS.
           05  WS-LAST-SEQ             PIC 9(9)  VALUE ZEROS.
           05  WS-LAST-REC             PIC 9(9)  VALUE ZEROS.
           05  WS-CARRIED-SEALS        PIC 9(9)  VALUE ZEROS.
      *    running chain value while the trail is re-folded, and the
      *    last history generation's value while 'H' seals are
      *    walked
       01  WS-CHAIN-WORK.
           05  WS-RUN-HASH.
               10  WS-RUN-HASH-A       PIC 9(15) VALUE ZEROS.
               10  WS-RUN-HASH-B       PIC 9(15) VALUE ZEROS.
           05  WS-PREV-HIST-HASH.
               10  WS-PREV-HIST-HASH-A PIC 9(15) VALUE ZEROS.
               10  WS-PREV-HIST-HASH-B PIC 9(15) VALUE ZEROS.
       01  WS-BREAK-REASON             PIC X(50) VALUE SPACES.
       01  WS-RUN-ID                   PIC X(8)  VALUE 'DATBATCH'.
       01  WS-MODE                     PIC X(1)  VALUE 'L'.
           88  WS-MODE-LIVE                      VALUE 'L'.
           88  WS-MODE-HISTORY                   VALUE 'H'.
       01  WS-CUTOFF-FILTER            PIC X(8)  VALUE SPACES.
           88  WS-NEWEST-GENERATION              VALUE SPACES.
       01  WS-SAVED-RETURN-CODE        PIC S9(4) COMP VALUE ZERO.
           COPY DATSLREC.
           COPY DATSLPRM.
           COPY DATLGPRM.
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(80).
           05  LS-PARM-TEXT-R REDEFINES LS-PARM-TEXT.
               10  LS-PARM-RUN-ID      PIC X(8).
               10  LS-PARM-MODE        PIC X(1).
               10  LS-PARM-CUTOFF      PIC X(8).
               10  FILLER              PIC X(63).
       PROCEDURE DIVISION USING LS-PARM.
           DISPLAY 'DATAUDCK: AUDIT TRAIL SEAL VERIFICATION'.
           IF LS-PARM-LEN > ZERO AND LS-PARM-RUN-ID NOT = SPACES
               MOVE LS-PARM-RUN-ID TO WS-RUN-ID
           END-IF.
           IF LS-PARM-LEN >= 9 AND LS-PARM-MODE = 'H'
               MOVE 'H' TO WS-MODE
           END-IF.
           IF LS-PARM-LEN >= 17 AND LS-PARM-CUTOFF IS NUMERIC
               MOVE LS-PARM-CUTOFF TO WS-CUTOFF-FILTER
           END-IF.
           PERFORM log_run_start.
           PERFORM open_files.
           PERFORM read_chain_head.
           IF WS-MODE-HISTORY
               DISPLAY 'DATAUDCK: HISTORY GENERATION, RUN-ID='
                   WS-RUN-ID ' CUTOFF=' WS-CUTOFF-FILTER
               PERFORM verify_history
           ELSE
               DISPLAY 'DATAUDCK: LIVE TRAIL, RUN-ID=' WS-RUN-ID
               PERFORM verify_live_trail
           END-IF.
           CLOSE SEALFILE.
           CLOSE AUDTFILE.
           IF WS-CHAIN-BROKEN
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'DATAUDCK: TRAIL VERIFIED, SEALS='
                   WS-SEALS-CHECKED ' RECORDS=' WS-TRAIL-POS
               IF WS-CARRIED-SEALS > ZERO
                   DISPLAY 'DATAUDCK: ' WS-CARRIED-SEALS
                       ' SEAL(S) CARRIED RECORDS LEFT UNSEALED - '
                       'CHECK THEM AGAINST THE RUNS THAT ABENDED'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           PERFORM log_run_end.
           STOP RUN.

       log_run_start.
           MOVE 'S' TO DLP-EVENT.
           PERFORM write_run_log.

       log_run_end.
           MOVE 'E' TO DLP-EVENT.
           PERFORM write_run_log.

       write_run_log.
           MOVE WS-RUN-ID TO DLP-RUN-ID.
           MOVE 'DATAUDCK' TO DLP-PROGRAM-ID.
           MOVE RETURN-CODE TO DLP-RETURN-CODE.
           MOVE WS-TRAIL-POS TO DLP-REC-PROCESSED.
           MOVE ZEROS TO DLP-REC-REJECTED.
           MOVE 'N' TO DLP-RESTART-IND.
           CALL 'DATLOG' USING DATLOG-PARM.
      *    a CALLed program's RETURN-CODE comes back into the
      *    caller's - put the step's own code back so logging
      *    never changes how the job stream sees this step
           MOVE DLP-RETURN-CODE TO RETURN-CODE.

       open_files.
           OPEN INPUT SEALFILE.
           IF WS-SEAL-STATUS = '35'
               DISPLAY 'DATAUDCK: NO SEAL FILE YET - TRAIL NOT YET '
                   'SEALED, NOT VERIFIED'
               MOVE 4 TO RETURN-CODE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           IF WS-SEAL-STATUS NOT = '00'
               DISPLAY 'DATAUDCK: SEALFILE OPEN FAILED, STATUS='
                   WS-SEAL-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           OPEN INPUT AUDTFILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'DATAUDCK: AUDTFILE OPEN FAILED, STATUS='
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE SEALFILE
               PERFORM log_run_end
               STOP RUN
           END-IF.

      *    no head means nothing has sealed this stream yet - the
      *    trail is unproven rather than broken, so warn and let the
      *    job go on
       read_chain_head.
           MOVE SPACES TO SEAL-HEAD-RECORD.
           MOVE WS-RUN-ID TO HEAD-RUN-ID.
           MOVE ZEROS TO HEAD-SEQ-NO.
           MOVE SEAL-HEAD-RECORD(1:17) TO SEAL-FILE-KEY.
           READ SEALFILE INTO SEAL-HEAD-RECORD
               INVALID KEY
                   DISPLAY 'DATAUDCK: NO AUDIT SEALS FOR ' WS-RUN-ID
                       ' - TRAIL NOT YET SEALED, NOT VERIFIED'
                   MOVE 4 TO RETURN-CODE
                   CLOSE SEALFILE
                   CLOSE AUDTFILE
                   PERFORM log_run_end
                   STOP RUN
           END-READ.
           IF WS-SEAL-STATUS NOT = '00'
               DISPLAY 'DATAUDCK: SEALFILE READ FAILED, STATUS='
                   WS-SEAL-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE SEALFILE
               CLOSE AUDTFILE
               PERFORM log_run_end
               STOP RUN
           END-IF.

      *    Walk the stream's seals from the month-end base (or from
      *    the first seal) in sequence, re-folding each run's
      *    records off the trail. History seals belong to the
      *    generations and are passed over.
       verify_live_trail.
           IF HEAD-BASE-SEQ > ZERO
               MOVE HEAD-BASE-SEQ TO SEAL-SEQ-NO
           ELSE
               MOVE 1 TO SEAL-SEQ-NO
           END-IF.
           PERFORM start_seal_scan.
           PERFORM UNTIL WS-SEAL-EOF OR WS-CHAIN-BROKEN
               IF NOT SEAL-HISTORY
                   PERFORM verify_seal
               END-IF
               PERFORM read_next_seal
           END-PERFORM.
           IF NOT WS-CHAIN-BROKEN
               PERFORM check_trail_end
           END-IF.
           IF NOT WS-CHAIN-BROKEN
               PERFORM check_chain_head
           END-IF.

       verify_seal.
           ADD 1 TO WS-SEALS-CHECKED.
      *    the base seal starts the chain - the records it links
      *    back to are in the history generations now
           IF WS-FIRST-SEAL
               MOVE SEAL-PRIOR-HASH TO WS-RUN-HASH
               MOVE 'N' TO WS-FIRST-SEAL-SW
           END-IF.
           IF SEAL-FIRST-REC NOT = WS-TRAIL-POS + 1
               MOVE 'SEAL DOES NOT START WHERE THE LAST ONE ENDED'
                   TO WS-BREAK-REASON
               PERFORM report_break
           END-IF.
           IF NOT WS-CHAIN-BROKEN AND SEAL-PRIOR-HASH NOT = WS-RUN-HASH
               MOVE 'SEAL DOES NOT CHAIN ON FROM THE ONE BEFORE'
                   TO WS-BREAK-REASON
               PERFORM report_break
           END-IF.
           IF NOT WS-CHAIN-BROKEN
               PERFORM fold_sealed_records
           END-IF.
           IF NOT WS-CHAIN-BROKEN
               MOVE SEAL-SEQ-NO TO WS-LAST-SEQ
               DISPLAY 'DATAUDCK: SEAL ' SEAL-SEQ-NO ' '
                   SEAL-TYPE ' ' SEAL-PROGRAM-ID ' '
                   SEAL-TIMESTAMP(1:14) ' RECORDS ' SEAL-FIRST-REC
                   '-' WS-LAST-REC ' VERIFIED'
               IF SEAL-CARRIED > ZERO
                   ADD 1 TO WS-CARRIED-SEALS
                   COMPUTE WS-RUN-RECS =
                       SEAL-FIRST-REC + SEAL-CARRIED - 1
                   DISPLAY 'DATAUDCK: *** SEAL ' SEAL-SEQ-NO
                       ' CARRIED ' SEAL-CARRIED ' RECORDS, '
                       SEAL-FIRST-REC '-' WS-RUN-RECS
                       ', LEFT UNSEALED BY AN EARLIER RUN'
               END-IF
           END-IF.

      *    re-fold the seal's records from the running value and
      *    compare with what the run recorded
       fold_sealed_records.
           MOVE WS-RUN-HASH TO DSL-HASH.
           MOVE ZEROS TO DSL-REC-COUNT WS-RUN-RECS.
           COMPUTE WS-LAST-REC = SEAL-FIRST-REC + SEAL-REC-COUNT - 1.
           PERFORM UNTIL WS-RUN-RECS >= SEAL-REC-COUNT OR WS-AUD-EOF
               PERFORM read_audit_record
               IF NOT WS-AUD-EOF
                   ADD 1 TO WS-RUN-RECS
                   MOVE AUDTFILE-RECORD TO DSL-RECORD
                   MOVE 'F' TO DSL-FUNCTION
                   PERFORM call_datseal
               END-IF
           END-PERFORM.
           MOVE DSL-HASH TO WS-RUN-HASH.
           IF WS-RUN-RECS < SEAL-REC-COUNT
               MOVE 'TRAIL ENDS INSIDE THE RUN - RECORDS REMOVED'
                   TO WS-BREAK-REASON
               PERFORM report_break
           ELSE
               IF WS-RUN-HASH NOT = SEAL-HASH
                   MOVE 'RECORDS ALTERED, REMOVED OR INSERTED'
                       TO WS-BREAK-REASON
                   PERFORM report_break
               END-IF
           END-IF.

      *    anything after the last seal was never sealed - either
      *    inserted since, or appended by a run that did not finish
       check_trail_end.
           MOVE ZEROS TO WS-EXTRA-RECS.
           PERFORM read_audit_record.
           PERFORM UNTIL WS-AUD-EOF
               ADD 1 TO WS-EXTRA-RECS
               PERFORM read_audit_record
           END-PERFORM.
           IF WS-EXTRA-RECS > ZERO
               MOVE 'Y' TO WS-BROKEN-SW
               DISPLAY 'DATAUDCK: *** ' WS-EXTRA-RECS
                   ' UNSEALED RECORDS AFTER TRAIL POSITION '
                   WS-TRAIL-POS
               DISPLAY 'DATAUDCK: *** INSERTED, OR LEFT BY A RUN '
                   'THAT ENDED WITHOUT SEALING - SEE ITS SYSOUT'
           END-IF.

      *    seals removed from the end of the file, with the records
      *    they covered, leave the head pointing past what is left
       check_chain_head.
           IF WS-LAST-SEQ NOT = HEAD-LAST-SEQ
               OR WS-TRAIL-POS NOT = HEAD-SEALED-COUNT
               OR WS-RUN-HASH NOT = HEAD-HASH
               MOVE 'Y' TO WS-BROKEN-SW
               DISPLAY 'DATAUDCK: *** CHAIN HEAD EXPECTS SEAL '
                   HEAD-LAST-SEQ ' AND ' HEAD-SEALED-COUNT
                   ' RECORDS'
               DISPLAY 'DATAUDCK: *** TRAIL ENDS AT SEAL ' WS-LAST-SEQ
                   ' AFTER ' WS-TRAIL-POS ' RECORDS - LATEST RUN '
                   'AND ITS SEAL REMOVED'
           END-IF.

      *    Walk the 'H' seals in order to the generation asked for,
      *    carrying the value each generation ended on, then
      *    re-fold the generation from that value.
       verify_history.
           IF HEAD-HIST-SEQ = ZERO
               DISPLAY 'DATAUDCK: NO HISTORY GENERATION SEALED FOR '
                   WS-RUN-ID ' - NOT VERIFIED'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 1 TO SEAL-SEQ-NO
               PERFORM start_seal_scan
               PERFORM UNTIL WS-SEAL-EOF OR WS-TARGET-FOUND
                   IF SEAL-HISTORY
                       PERFORM match_history_seal
                   END-IF
                   IF NOT WS-TARGET-FOUND
                       PERFORM read_next_seal
                   END-IF
               END-PERFORM
               IF WS-TARGET-FOUND
                   PERFORM verify_generation
               ELSE
                   DISPLAY 'DATAUDCK: NO HISTORY SEAL FOR CUTOFF '
                       WS-CUTOFF-FILTER ' - NOT VERIFIED'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       match_history_seal.
           IF WS-NEWEST-GENERATION
               IF SEAL-SEQ-NO = HEAD-HIST-SEQ
                   MOVE 'Y' TO WS-TARGET-SW
               END-IF
           ELSE
               IF SEAL-CUTOFF-DATE = WS-CUTOFF-FILTER
                   MOVE 'Y' TO WS-TARGET-SW
               END-IF
           END-IF.
           IF NOT WS-TARGET-FOUND
               MOVE SEAL-HASH TO WS-PREV-HIST-HASH
           END-IF.

       verify_generation.
           ADD 1 TO WS-SEALS-CHECKED.
           IF SEAL-PRIOR-HASH NOT = WS-PREV-HIST-HASH
               MOVE 'GENERATION DOES NOT CHAIN ON FROM THE ONE BEFORE'
                   TO WS-BREAK-REASON
               PERFORM report_break
           END-IF.
           IF NOT WS-CHAIN-BROKEN
               MOVE SEAL-PRIOR-HASH TO WS-RUN-HASH
               PERFORM fold_sealed_records
           END-IF.
           IF NOT WS-CHAIN-BROKEN
               MOVE ZEROS TO WS-EXTRA-RECS
               PERFORM read_audit_record
               PERFORM UNTIL WS-AUD-EOF
                   ADD 1 TO WS-EXTRA-RECS
                   PERFORM read_audit_record
               END-PERFORM
               IF WS-EXTRA-RECS > ZERO
                   MOVE 'RECORDS INSERTED AFTER THE SEALED GENERATION'
                       TO WS-BREAK-REASON
                   PERFORM report_break
               END-IF
           END-IF.
           IF NOT WS-CHAIN-BROKEN
               DISPLAY 'DATAUDCK: GENERATION CUTOFF '
                   SEAL-CUTOFF-DATE ' SEAL ' SEAL-SEQ-NO ' RECORDS '
                   SEAL-REC-COUNT ' VERIFIED'
           END-IF.

      *    name the run whose seal no longer holds - only the first
      *    is reported, everything after it chains off a bad value
       report_break.
           MOVE 'Y' TO WS-BROKEN-SW.
           COMPUTE WS-LAST-REC = SEAL-FIRST-REC + SEAL-REC-COUNT - 1.
           DISPLAY 'DATAUDCK: *** FIRST BROKEN RUN - SEAL '
               SEAL-SEQ-NO ' TYPE ' SEAL-TYPE.
           DISPLAY 'DATAUDCK: *** PROGRAM ' SEAL-PROGRAM-ID
               ' SEALED ' SEAL-TIMESTAMP(1:14)
               ' TRAIL RECORDS ' SEAL-FIRST-REC '-' WS-LAST-REC.
           DISPLAY 'DATAUDCK: *** ' WS-BREAK-REASON.
           IF SEAL-CARRIED > ZERO
               DISPLAY 'DATAUDCK: *** THE FIRST ' SEAL-CARRIED
                   ' OF THOSE RECORDS WERE CARRIED FROM AN EARLIER '
                   'UNSEALED RUN'
           END-IF.

       start_seal_scan.
           MOVE 'N' TO WS-SEAL-EOF-SW.
           MOVE WS-RUN-ID TO SEAL-RUN-ID.
           MOVE SEAL-KEY TO SEAL-FILE-KEY.
           START SEALFILE KEY IS NOT LESS THAN SEAL-FILE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SEAL-EOF-SW
           END-START.
           IF NOT WS-SEAL-EOF
               PERFORM read_next_seal
           END-IF.

       read_next_seal.
           READ SEALFILE NEXT INTO SEAL-RECORD
               AT END
                   MOVE 'Y' TO WS-SEAL-EOF-SW
           END-READ.
           IF NOT WS-SEAL-EOF AND SEAL-RUN-ID NOT = WS-RUN-ID
               MOVE 'Y' TO WS-SEAL-EOF-SW
           END-IF.

       read_audit_record.
           READ AUDTFILE
               AT END
                   MOVE 'Y' TO WS-AUD-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TRAIL-POS
           END-READ.

       call_datseal.
           MOVE WS-RUN-ID TO DSL-RUN-ID.
           MOVE 'DATAUDCK' TO DSL-PROGRAM-ID.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'DATSEAL' USING DATSEAL-PARM.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
