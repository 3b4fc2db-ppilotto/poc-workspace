      * until someone hand-edits the master.
      * New accounts land with a zero ACCT-BALANCE and zero
      * ACCT-TRAN-COUNT so the day's first postings reconcile.
      * The overdraft limit DATBATCH enforces on customer debits is
      * set here too - opening limit on the 'AD', changed later with
      * an 'OD' action (reason 90 when MNT-OD-LIMIT is not numeric),
      * along with the currency the account is kept in - fixed at
      * the 'AD', spaces for the base currency (reason 95 when it is
      * not three letters).
      * After the feed, the requests branch staff queued online
      * through the DMNT transaction (DATOMNT) are taken off the
      * PENDMNT file and go through exactly the same edits and
      * apply; each is marked applied or rejected there so its
      * requester can see the outcome, and requests finished or
      * cancelled on an earlier day are deleted.
      * Every applied action is written to the audit trail with the
      * requesting user in AUD-USER-ID, and one RUN-STATS-RECORD
      * covering the applied count goes to STATFILE so DATRECON's
      * audit-versus-stats comparison still balances with the
      * maintenance records on the trail (zero amounts on both
      * sides, matching counts).
      * Like DATBATCH, a run that completes seals what it appended
      * to the trail (DATSEAL), folding in any records an earlier
      * run left unsealed, so DATAUDCK can prove the trail intact.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO AUDTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
      *    second DD on the same audit dataset, read-only, so the
      *    records already on it can be folded into the seal chain
      *    before this run appends
           SELECT AUDTPREV
               ASSIGN TO AUDTPREV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDP-STATUS.
      *    keyed twin of the audit trail, maintained alongside it so
      *    DATINQ shows maintenance actions without a full-trail scan
           SELECT AUDKFILE
               ALTERNATE RECORD KEY IS AUDK-POST-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDK-STATUS.
      *    online requests queued by DATOMNT - created on first use
      *    like the keyed audit twin
           SELECT PENDMNT
               ASSIGN TO PENDMNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PEND-STATUS.
           SELECT STATFILE
               ASSIGN TO STATFILE
               ORGANIZATION IS SEQUENTIAL
       FILE SECTION.
       FD  MNTFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MNT-FILE-RECORD             PIC X(80).
       FD  MNTREJ
           RECORD CONTAINS 83 CHARACTERS.
           COPY DATMJREC.
       FD  AUDTFILE
           RECORD CONTAINS 96 CHARACTERS.
           COPY DATAUREC.
       FD  AUDTPREV
           RECORD CONTAINS 96 CHARACTERS.
       01  PREV-AUDIT-RECORD           PIC X(96).
       FD  AUDKFILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY DATAKREC.
       FD  PENDMNT
           RECORD CONTAINS 120 CHARACTERS.
           COPY DATPNREC.
       FD  STATFILE
           RECORD CONTAINS 60 CHARACTERS.
           COPY DATSTREC.
           05  WS-AUDK-STATUS          PIC X(2)  VALUE '00'.
           05  WS-STAT-STATUS          PIC X(2)  VALUE '00'.
           05  WS-CYC-STATUS           PIC X(2)  VALUE '00'.
           05  WS-PEND-STATUS          PIC X(2)  VALUE '00'.
           05  WS-AUDP-STATUS          PIC X(2)  VALUE '00'.
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(1)  VALUE 'N'.
              88  WS-EOF                          VALUE 'Y'.
              88  WS-EDIT-FAILED                  VALUE 'Y'.
           05  WS-APPLY-FAIL-SW        PIC X(1)  VALUE 'N'.
              88  WS-APPLY-FAILED                 VALUE 'Y'.
           05  WS-PEND-EOF-SW          PIC X(1)  VALUE 'N'.
              88  WS-PEND-EOF                     VALUE 'Y'.
           05  WS-PREV-EOF-SW          PIC X(1)  VALUE 'N'.
              88  WS-PREV-EOF                     VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-REC-READ             PIC 9(9)  VALUE ZEROS.
           05  WS-REC-APPLIED          PIC 9(9)  VALUE ZEROS.
           05  WS-REC-REJECTED         PIC 9(9)  VALUE ZEROS.
           05  WS-PARA-COUNT           PIC 9(9)  VALUE ZEROS.
           05  WS-PEND-TAKEN           PIC 9(9)  VALUE ZEROS.
           05  WS-PEND-PURGED          PIC 9(9)  VALUE ZEROS.
      *        records found on the trail by begin_audit_seal
           05  WS-TRAIL-COUNT          PIC 9(9)  VALUE ZEROS.
       01  WS-EDIT-WORK.
           05  WS-MNT-REASON           PIC X(2)  VALUE '00'.
              88  WS-EDITS-PASSED                 VALUE '00'.
       01  WS-RUN-DATE                 PIC 9(8)  VALUE ZEROS.
       01  WS-PRIOR-CYC-DATE           PIC 9(8)  VALUE ZEROS.
       01  WS-RUN-ID                   PIC X(8)  VALUE 'DATBATCH'.
       01  WS-SAVED-RETURN-CODE        PIC S9(4) COMP VALUE ZERO.
      *    the action being edited and applied - feed records are
      *    read into it and PENDMNT requests moved into it, so the
      *    online requests taken after the feed is at end (or when
      *    MNTFILE is absent or DUMMY) never rely on the FD area
           COPY DATMTREC.
           COPY DATLGPRM.
           COPY DATSLPRM.
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN             PIC S9(4) COMP.
               END-IF
               PERFORM read_maintenance
           END-PERFORM.
           PERFORM process_pending_requests.
           PERFORM write_run_stats.
           PERFORM close_files.
           DISPLAY 'DATAMNT: READ=' WS-REC-READ
               ' APPLIED=' WS-REC-APPLIED
               ' REJECTED=' WS-REC-REJECTED
               ' ONLINE=' WS-PEND-TAKEN
               ' PURGED=' WS-PEND-PURGED.
           PERFORM log_run_end.
           STOP RUN.

           END-IF.
      *    AUDTFILE and STATFILE are the stream's cumulative archives
      *    (DISP=MOD in DATBJOB.jcl) - OPEN OUTPUT appends under MOD,
      *    exactly as DATBATCH's open_files does for a fresh run.
      *    The seal chain is picked up first, while the trail can
      *    still be read back in full through AUDTPREV.
           PERFORM begin_audit_seal.
           OPEN OUTPUT AUDTFILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'DATAMNT: AUDTFILE OPEN FAILED, STATUS='
               PERFORM abend_close_files
               STOP RUN
           END-IF.
           OPEN I-O PENDMNT.
           IF WS-PEND-STATUS = '35'
               OPEN OUTPUT PENDMNT
               CLOSE PENDMNT
               OPEN I-O PENDMNT
           END-IF.
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'DATAMNT: PENDMNT OPEN FAILED, STATUS='
                   WS-PEND-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM abend_close_files
               STOP RUN
           END-IF.

       abend_close_files.
           ADD 1 TO WS-PARA-COUNT.
           CLOSE ACCTFILE.
           CLOSE AUDTFILE.
           CLOSE AUDKFILE.
           CLOSE PENDMNT.
           PERFORM log_run_end.

       read_maintenance.
           ADD 1 TO WS-PARA-COUNT.
           IF NOT WS-EOF
               READ MNTFILE INTO MNT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
               END-READ
           END-IF.

       process_pending_requests.
      *    Walk the whole PENDMNT file: a pending request becomes the
      *    MNT-RECORD and takes the feed's edit/apply/reject/audit
      *    path unchanged (MNT-USER-ID is already the user signed on
      *    at the terminal), then is marked 'A' or 'R' with the
      *    reason. A request finished or cancelled before today is
      *    deleted - its requester has had a day to see the outcome.
           ADD 1 TO WS-PARA-COUNT.
           MOVE LOW-VALUES TO PND-KEY.
           START PENDMNT KEY IS NOT LESS THAN PND-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PEND-EOF-SW
           END-START.
           PERFORM UNTIL WS-PEND-EOF
               READ PENDMNT NEXT
                   AT END
                       MOVE 'Y' TO WS-PEND-EOF-SW
                   NOT AT END
                       IF PND-PENDING
                           PERFORM apply_pending_request
                       ELSE
                           IF PND-FINISHED
                                   AND PND-DONE-DATE < WS-RUN-DATE
                               PERFORM purge_pending_request
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       apply_pending_request.
           ADD 1 TO WS-PARA-COUNT.
           ADD 1 TO WS-REC-READ.
           ADD 1 TO WS-PEND-TAKEN.
           MOVE PND-MNT-DATA TO MNT-RECORD.
           PERFORM edit_maintenance.
           IF NOT WS-EDIT-FAILED
               PERFORM apply_maintenance
           END-IF.
           IF WS-EDIT-FAILED OR WS-APPLY-FAILED
               PERFORM write_reject
               MOVE 'R' TO PND-STATE
               MOVE WS-MNT-REASON TO PND-REASON-CD
           ELSE
               ADD 1 TO WS-REC-APPLIED
               PERFORM dump_action
               MOVE 'A' TO PND-STATE
               MOVE SPACES TO PND-REASON-CD
           END-IF.
           MOVE WS-RUN-DATE TO PND-DONE-DATE.
      *    a request the master took but the queue could not mark
      *    would be applied again tomorrow - stop here instead
           REWRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY 'DATAMNT: PENDMNT REWRITE FAILED, STATUS='
                       WS-PEND-STATUS ' USER=' PND-USER-ID
                   MOVE 8 TO RETURN-CODE
                   PERFORM abend_close_files
                   STOP RUN
           END-REWRITE.

       purge_pending_request.
           ADD 1 TO WS-PARA-COUNT.
           DELETE PENDMNT RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-PEND-PURGED
           END-DELETE.

       edit_maintenance.
      *    Field-level edits on the action just read - failures carry
      *    a reason code to MNTREJ so the bad input can go back to the
                           AND NOT MNT-NEW-STATUS-VALID
                       MOVE '30' TO WS-MNT-REASON
                   ELSE
                       PERFORM edit_od_limit
                       IF WS-EDITS-PASSED
                           PERFORM edit_currency
                       END-IF
                       IF WS-EDITS-PASSED
                           PERFORM edit_mnt_date
                       END-IF
                   END-IF
               END-IF
           END-IF.
               MOVE 'Y' TO WS-EDIT-FAIL-SW
           END-IF.

       edit_od_limit.
      *    an 'OD' must carry the new limit; on an 'AD' it is
      *    optional and spaces mean no overdraft
           ADD 1 TO WS-PARA-COUNT.
           IF MNT-ACTION-OD-LIMIT AND MNT-OD-LIMIT NOT NUMERIC
               MOVE '90' TO WS-MNT-REASON
           END-IF.
           IF MNT-ACTION-ADD AND MNT-OD-LIMIT NOT NUMERIC
                   AND MNT-OD-LIMIT NOT = SPACES
               MOVE '90' TO WS-MNT-REASON
           END-IF.

       edit_currency.
      *    an 'AD' may name the currency the account is kept in -
      *    three letters, or spaces for the base currency. It is
      *    fixed for the life of the account, so no other action
      *    looks at it.
           ADD 1 TO WS-PARA-COUNT.
           IF MNT-ACTION-ADD AND MNT-CURRENCY-CD NOT = SPACES
               IF MNT-CURRENCY-CD IS NOT ALPHABETIC-UPPER
                       OR MNT-CURRENCY-CD(1:1) = SPACE
                       OR MNT-CURRENCY-CD(2:1) = SPACE
                       OR MNT-CURRENCY-CD(3:1) = SPACE
                   MOVE '95' TO WS-MNT-REASON
               END-IF
           END-IF.

       edit_mnt_date.
           ADD 1 TO WS-PARA-COUNT.
           IF MNT-EFF-DATE NOT NUMERIC
               MOVE ZEROS TO ACCT-BALANCE
               MOVE ZEROS TO ACCT-LAST-TRAN-DATE
               MOVE ZEROS TO ACCT-TRAN-COUNT
               IF MNT-OD-LIMIT NUMERIC
                   MOVE MNT-OD-LIMIT TO ACCT-OD-LIMIT
               ELSE
                   MOVE ZEROS TO ACCT-OD-LIMIT
               END-IF
               MOVE MNT-CURRENCY-CD TO ACCT-CURRENCY-CD
               WRITE ACCT-RECORD
                   INVALID KEY
                       PERFORM abend_acct_write
                   ELSE
                       MOVE 'O' TO ACCT-STATUS
                   END-IF
      *        an expected status that no longer holds is as stale
      *        as one that is already in place
               WHEN MNT-ACTION-STATUS
                   IF ACCT-STATUS = MNT-NEW-STATUS
                           OR (MNT-EXPECT-STATUS NOT = SPACES
                               AND ACCT-STATUS NOT = MNT-EXPECT-STATUS)
                       MOVE '70' TO WS-MNT-REASON
                       MOVE 'Y' TO WS-APPLY-FAIL-SW
                   ELSE
                       MOVE MNT-NEW-STATUS TO ACCT-STATUS
                   END-IF
      *        a master record from before overdraft limits carries
      *        spaces in the limit - that is a zero limit
               WHEN MNT-ACTION-OD-LIMIT
                   IF ACCT-OD-LIMIT NOT NUMERIC
                       MOVE ZEROS TO ACCT-OD-LIMIT
                   END-IF
                   IF ACCT-OD-LIMIT = MNT-OD-LIMIT
                       MOVE '70' TO WS-MNT-REASON
                       MOVE 'Y' TO WS-APPLY-FAIL-SW
                   ELSE
                       MOVE MNT-OD-LIMIT TO ACCT-OD-LIMIT
                   END-IF
           END-EVALUATE.
           IF NOT WS-APPLY-FAILED
               REWRITE ACCT-RECORD
      *    '00' is the reserved maintenance cycle - these actions
      *    apply ahead of any posting cycle of the date
           MOVE '00' TO AUD-CYCLE-NO.
      *    the limit, the currency and the status the action left on
      *    the account ride on the trail with it, so the trail alone
      *    can replay it onto a restored master
           IF MNT-ACTION-ADD OR MNT-ACTION-OD-LIMIT
               IF MNT-OD-LIMIT NUMERIC
                   MOVE MNT-OD-LIMIT TO AUD-MNT-OD-LIMIT
               ELSE
                   MOVE ZEROS TO AUD-MNT-OD-LIMIT
               END-IF
           END-IF.
           IF MNT-ACTION-ADD
               MOVE ACCT-CURRENCY-CD TO AUD-MNT-CURRENCY
           END-IF.
           MOVE ACCT-STATUS TO AUD-MNT-NEW-STATUS.
           WRITE AUDIT-RECORD.
           PERFORM seal_audit_record.
           PERFORM write_keyed_audit.

       write_keyed_audit.
           CLOSE MNTREJ.
           CLOSE ACCTFILE.
           CLOSE AUDTFILE.
           PERFORM write_run_seal.
           CLOSE AUDKFILE.
           CLOSE PENDMNT.

       begin_audit_seal.
      *    Pick up the stream's seal chain (DATSEAL) and fold in any
      *    records past the last seal - left by a run that ended
      *    without sealing, as RUNLOG must show - so this run's seal
      *    carries them. See DATBATCH's begin_audit_seal; the rules
      *    are the same.
           ADD 1 TO WS-PARA-COUNT.
           MOVE 'B' TO DSL-FUNCTION.
           PERFORM call_datseal.
           IF DSL-SEAL-FAILED
               DISPLAY 'DATAMNT: AUDIT SEAL CHAIN UNAVAILABLE - '
                   'NOTHING APPLIED'
               MOVE 8 TO RETURN-CODE
               PERFORM abend_close_files
               STOP RUN
           END-IF.
           IF DSL-NEW-CHAIN
               DISPLAY 'DATAMNT: NO AUDIT SEALS YET FOR ' WS-RUN-ID
                   ' - STARTING THE CHAIN'
           END-IF.
           MOVE ZEROS TO WS-TRAIL-COUNT.
           MOVE 'N' TO WS-PREV-EOF-SW.
           OPEN INPUT AUDTPREV.
           IF WS-AUDP-STATUS NOT = '00'
               DISPLAY 'DATAMNT: AUDTPREV OPEN FAILED, STATUS='
                   WS-AUDP-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM abend_close_files
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-PREV-EOF
               READ AUDTPREV
                   AT END
                       MOVE 'Y' TO WS-PREV-EOF-SW
                   NOT AT END
                       PERFORM absorb_unsealed_record
               END-READ
           END-PERFORM.
           CLOSE AUDTPREV.
      *    unsealed records are only carried when RUNLOG shows a
      *    run of the stream that could have left them
           IF DSL-CARRIED > ZERO
               MOVE 'C' TO DSL-FUNCTION
               PERFORM call_datseal
               IF NOT DSL-OK
                   DISPLAY 'DATAMNT: ' DSL-CARRIED ' UNSEALED AUDIT '
                       'RECORDS NOT LEFT BY AN UNFINISHED RUN - '
                       'NOTHING APPLIED'
                   DISPLAY 'DATAMNT: RUN DATAUDCK AND ACCOUNT FOR THE '
                       'TRAIL BEFORE THE STREAM RUNS AGAIN'
                   MOVE 8 TO RETURN-CODE
                   PERFORM abend_close_files
                   STOP RUN
               END-IF
               DISPLAY 'DATAMNT: ' DSL-CARRIED ' UNSEALED AUDIT '
                   'RECORDS CARRIED INTO THIS RUN''S SEAL'
           END-IF.
           IF WS-TRAIL-COUNT < DSL-SEALED-COUNT
               DISPLAY 'DATAMNT: WARNING - AUDIT TRAIL HOLDS '
                   WS-TRAIL-COUNT ' RECORDS, SEALS COVER '
                   DSL-SEALED-COUNT
           END-IF.

       absorb_unsealed_record.
           ADD 1 TO WS-PARA-COUNT.
           ADD 1 TO WS-TRAIL-COUNT.
           IF WS-TRAIL-COUNT > DSL-SEALED-COUNT
               MOVE PREV-AUDIT-RECORD TO DSL-RECORD
               MOVE 'F' TO DSL-FUNCTION
               PERFORM call_datseal
               ADD 1 TO DSL-CARRIED
           END-IF.

       seal_audit_record.
      *    fold the action just written into the run's chain
           ADD 1 TO WS-PARA-COUNT.
           MOVE AUDIT-RECORD TO DSL-RECORD.
           MOVE 'F' TO DSL-FUNCTION.
           PERFORM call_datseal.

       write_run_seal.
      *    the actions are already on the master - a seal that
      *    cannot be recorded warns rather than fails, and DATAUDCK
      *    stops the job on the unsealed records
           ADD 1 TO WS-PARA-COUNT.
           MOVE 'S' TO DSL-FUNCTION.
           PERFORM call_datseal.
           IF DSL-SEAL-FAILED
               DISPLAY 'DATAMNT: WARNING - AUDIT SEAL NOT RECORDED, '
                   DSL-REC-COUNT ' RECORDS UNSEALED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'DATAMNT: AUDIT SEAL RECORDED, RECORDS='
                   DSL-REC-COUNT ' AFTER TRAIL POSITION '
                   DSL-SEALED-COUNT
           END-IF.

       call_datseal.
           ADD 1 TO WS-PARA-COUNT.
           MOVE WS-RUN-ID TO DSL-RUN-ID.
           MOVE 'DATAMNT' TO DSL-PROGRAM-ID.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'DATSEAL' USING DATSEAL-PARM.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.
