      * records they summarize have been purged with them.
      * An 'OPENBAL' record already on file from an earlier month-end
      * is folded into the new one rather than re-archived.
      * The audit trail's seal chain (DATSEAL) is carried across the
      * split: archived records are folded on from the previous
      * history generation's value and sealed as the new generation
      * ('H' seal), retained records are folded on from the live
      * chain's value and sealed as the base the rewritten live
      * trail starts from ('A' seal), so DATAUDCK can verify both
      * the archived months and the purged live trail. The seals are
      * recorded only once every output write has landed. From then
      * on the chain describes the NEW trail - if SWAPAUD fails
      * after ARCSTEP ends clean, rerun SWAPAUD alone; do not rerun
      * ARCSTEP over the old trail.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-CARRY-FOUND-SW           PIC X(1)  VALUE 'N'.
           88  WS-CARRY-FOUND                    VALUE 'Y'.
       01  WS-RUN-ID                   PIC X(8)  VALUE SPACES.
       01  WS-SAVED-RETURN-CODE        PIC S9(4) COMP VALUE ZERO.
           COPY DATLGPRM.
           COPY DATSLPRM.
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           END-IF.
           PERFORM log_run_start.
           PERFORM get_cutoff_date.
           PERFORM begin_seal_chain.
           PERFORM open_input_files.
           PERFORM census_run_ids.
           PERFORM reopen_stats_file.
           PERFORM split_stats_file.
           PERFORM write_opening_balances.
           PERFORM close_files.
           PERFORM seal_archive.
           DISPLAY 'DATARCH: AUDIT ARCHIVED=' WS-AUD-ARCHIVED
               ' RETAINED=' WS-AUD-RETAINED.
           DISPLAY 'DATARCH: STATS ARCHIVED=' WS-STAT-ARCHIVED
           DISPLAY 'DATARCH: ARCHIVING RECORDS DATED BEFORE '
               WS-CUTOFF-DATE.

       begin_seal_chain.
      *    the chain is kept per stream, so the run id is needed
      *    before anything is split
           IF WS-RUN-ID = SPACES
               DISPLAY 'DATARCH: RUN-ID PARM MISSING - NEEDED TO '
                   'CARRY THE AUDIT SEALS FORWARD, NOTHING ARCHIVED'
               MOVE 8 TO RETURN-CODE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           MOVE 'B' TO DSL-FUNCTION.
           PERFORM call_datseal.
           IF DSL-SEAL-FAILED
               DISPLAY 'DATARCH: AUDIT SEAL CHAIN UNAVAILABLE - '
                   'NOTHING ARCHIVED'
               MOVE 8 TO RETURN-CODE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           IF DSL-NEW-CHAIN
               DISPLAY 'DATARCH: NO AUDIT SEALS YET FOR ' WS-RUN-ID
                   ' - THIS ARCHIVE STARTS THE CHAIN'
           END-IF.

       open_input_files.
           OPEN INPUT AUDTFILE.
           IF WS-AUDIT-STATUS NOT = '00'
                               PERFORM abend_output_write
                           END-IF
                           ADD 1 TO WS-AUD-ARCHIVED
                           MOVE 'H' TO DSL-FUNCTION
                           PERFORM fold_audit_record
                       ELSE
                           WRITE AUDTNEW-RECORD FROM AUDIT-RECORD
                           IF WS-AUDN-STATUS NOT = '00'
                               PERFORM abend_output_write
                           END-IF
                           ADD 1 TO WS-AUD-RETAINED
                           MOVE 'F' TO DSL-FUNCTION
                           PERFORM fold_audit_record
                       END-IF
               END-READ
           END-PERFORM.
               END-IF
           END-PERFORM.

       fold_audit_record.
      *    'H' folds the record into the history generation's chain,
      *    'F' into the rewritten live trail's
           MOVE AUDIT-RECORD TO DSL-RECORD.
           PERFORM call_datseal.

       seal_archive.
      *    Every write has landed - record the generation's seal and
      *    the new live trail's base. Without them the next DATAUDCK
      *    would reject the purged trail, so a seal that cannot be
      *    recorded fails the step and SWAPAUD is bypassed.
           MOVE WS-CUTOFF-DATE TO DSL-CUTOFF-DATE.
           MOVE 'A' TO DSL-FUNCTION.
           PERFORM call_datseal.
           IF DSL-SEAL-FAILED
               DISPLAY 'DATARCH: AUDIT SEALS NOT RECORDED - LIVE '
                   'TRAIL MUST NOT BE SWAPPED'
               MOVE 8 TO RETURN-CODE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           DISPLAY 'DATARCH: AUDIT SEALS RECORDED, HISTORY='
               DSL-HIST-COUNT ' LIVE BASE=' DSL-REC-COUNT.

       call_datseal.
           MOVE WS-RUN-ID TO DSL-RUN-ID.
           MOVE 'DATARCH' TO DSL-PROGRAM-ID.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'DATSEAL' USING DATSEAL-PARM.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       abend_output_write.
      *    A WRITE that did not land would let the swap steps copy a
      *    truncated NEW file over the only live copy of the audit
