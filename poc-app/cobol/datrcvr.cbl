       ID DIVISION.
       PROGRAM-ID. DATRCVR.
      * Account-master forward recovery. Rebuilds the shared master
      * as it stood at a failure from the last DATBKUP image and the
      * audit trail, and proves the result before operations release
      * it back to the streams:
      *  - restore: the ACCTBKUP image (DATBKREC) is loaded into a
      *    freshly defined, empty ACCTFILE and checked against its
      *    own trailer - count and balance total;
      *  - roll forward: every AUDTALL record stamped after the
      *    image was taken is replayed onto it, in account and then
      *    time order. Postings move the balance as DATBATCH moved
      *    it - 'CR'/'IN' up, 'DB'/'FE' down, 'RV' whichever way
      *    AUD-REV-DIR says - and count on ACCT-TRAN-COUNT; a 'DB'
      *    or 'CR' also brings ACCT-LAST-TRAN-DATE up to its posting
      *    date. DATAMNT actions are replayed from what they left on
      *    the trail: 'AD' creates the account open with a zero
      *    balance and its limit, 'CL'/'RO' close and reopen, 'ST'
      *    sets AUD-MNT-NEW-STATUS, 'OD' sets the limit. Suspense
      *    events ('SU'/'SX') never moved a balance and are skipped.
      *    Every account rebuilt is listed on RCVRPT with its status
      *    and balance before and after;
      *  - prove: the last good SNAPFILE generation (SNAPGOOD) is
      *    rolled forward independently by the audit records stamped
      *    after it was written, and every account's status, balance
      *    and posted count must then equal the recovered master's.
      *    The snapshot's point is the end of the DATBATCH run that
      *    wrote it - taken from the PARM when given, otherwise the
      *    snapshot stream's latest clean DATBATCH end on RUNLOG.
      * Anything that cannot be replayed (a posting to an account
      * the master does not hold, an 'ST' written before the trail
      * carried the status) or any proof break ends the step with
      * RETURN-CODE 8 and DO NOT RELEASE on the report.
      * AUDTALL is every stream's audit trail, concatenated - the
      * streams share the master, so all of them are replayed.
      * PARM is run-id(8, blank = RECOVERY), snapshot stream(8), then
      * snapshot point(14, yyyymmddhhmmss, blank = from RUNLOG).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTBKUP
               ASSIGN TO ACCTBKUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.
           SELECT AUDTALL
               ASSIGN TO AUDTALL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT RUNLOG
               ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOG-KEY
               FILE STATUS IS WS-LOG-STATUS.
           SELECT SNAPGOOD
               ASSIGN TO SNAPGOOD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT ACCTFILE
               ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT RCVWORK
               ASSIGN TO RCVWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT RCVRPT
               ASSIGN TO RCVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT RCVSORT
               ASSIGN TO SORTWK01.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTBKUP
           RECORD CONTAINS 80 CHARACTERS.
       01  BKUP-RECORD                 PIC X(80).
       FD  AUDTALL
           RECORD CONTAINS 96 CHARACTERS.
       01  AUDIN-RECORD                PIC X(96).
       FD  RUNLOG
           RECORD CONTAINS 80 CHARACTERS.
           COPY DATLGREC.
      *    DATBATCH's write_balance_snapshot line, as DATSNPCK reads it
       FD  SNAPGOOD
           RECORD CONTAINS 60 CHARACTERS.
       01  SNAPGOOD-RECORD.
           05  SNG-ACCT-NO             PIC 9(9).
           05  FILLER                  PIC X(2).
           05  SNG-STATUS-CD           PIC X(1).
           05  FILLER                  PIC X(2).
           05  SNG-BALANCE-ED          PIC X(19).
           05  FILLER                  PIC X(2).
           05  SNG-COUNT-ED            PIC X(11).
           05  FILLER                  PIC X(14).
       FD  ACCTFILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY DATACREC.
      *    what the audit records after the snapshot's point did to
      *    each account they touch, in account order
       FD  RCVWORK
           RECORD CONTAINS 40 CHARACTERS.
       01  RCVWORK-RECORD.
           05  RW-ACCT-NO              PIC 9(9).
           05  RW-NET                  PIC S9(13)V99 COMP-3.
           05  RW-POST-COUNT           PIC 9(9).
      *    the status the last action left - spaces when none did
           05  RW-NEW-STATUS           PIC X(1).
           05  RW-ADDED-SW             PIC X(1).
              88  RW-ADDED                       VALUE 'Y'.
           05  FILLER                  PIC X(12).
       FD  RCVRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                    PIC X(132).
       SD  RCVSORT.
       01  SRT-RECORD.
           05  SRT-ACCT-NO             PIC 9(9).
           05  SRT-TIMESTAMP           PIC X(21).
           05  SRT-AUDIT-DATA          PIC X(96).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BKUP-STATUS          PIC X(2)  VALUE '00'.
           05  WS-AUDIT-STATUS         PIC X(2)  VALUE '00'.
           05  WS-LOG-STATUS           PIC X(2)  VALUE '00'.
           05  WS-SNAP-STATUS          PIC X(2)  VALUE '00'.
           05  WS-ACCT-STATUS          PIC X(2)  VALUE '00'.
           05  WS-WORK-STATUS          PIC X(2)  VALUE '00'.
           05  WS-RPT-STATUS           PIC X(2)  VALUE '00'.
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(1)  VALUE 'N'.
              88  WS-EOF                          VALUE 'Y'.
           05  WS-SRT-EOF-SW           PIC X(1)  VALUE 'N'.
              88  WS-SRT-EOF                      VALUE 'Y'.
           05  WS-TRAILER-SW           PIC X(1)  VALUE 'N'.
              88  WS-TRAILER-SEEN                 VALUE 'Y'.
           05  WS-ON-MASTER-SW         PIC X(1)  VALUE 'N'.
              88  WS-ON-MASTER                    VALUE 'Y'.
           05  WS-WAS-ON-MASTER-SW     PIC X(1)  VALUE 'N'.
              88  WS-WAS-ON-MASTER                VALUE 'Y'.
           05  WS-POSTING-SW           PIC X(1)  VALUE 'N'.
              88  WS-IS-POSTING                   VALUE 'Y'.
           05  WS-ACTION-SW            PIC X(1)  VALUE 'N'.
              88  WS-IS-ACTION                    VALUE 'Y'.
           05  WS-DELTA-SW             PIC X(1)  VALUE 'N'.
              88  WS-DELTA-ANY                    VALUE 'Y'.
           05  WS-DELTA-ADDED-SW       PIC X(1)  VALUE 'N'.
              88  WS-DELTA-ADDED                  VALUE 'Y'.
           05  WS-EXP-PRESENT-SW       PIC X(1)  VALUE 'N'.
              88  WS-EXP-PRESENT                  VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-BKUP-ACCTS           PIC 9(9)  VALUE ZEROS.
           05  WS-AUDIT-READ           PIC 9(9)  VALUE ZEROS.
           05  WS-AUDIT-SELECTED       PIC 9(9)  VALUE ZEROS.
           05  WS-POSTS-REPLAYED       PIC 9(9)  VALUE ZEROS.
           05  WS-ACTIONS-REPLAYED     PIC 9(9)  VALUE ZEROS.
           05  WS-ACCTS-REBUILT        PIC 9(9)  VALUE ZEROS.
           05  WS-REPLAY-ERRORS        PIC 9(9)  VALUE ZEROS.
           05  WS-ACCTS-PROVED         PIC 9(9)  VALUE ZEROS.
           05  WS-PROOF-BREAKS         PIC 9(9)  VALUE ZEROS.
       01  WS-POINTS.
      *    yyyymmddhhmmsscc - the stamp width compared throughout
           05  WS-BKUP-POINT           PIC X(16) VALUE SPACES.
           05  WS-SNAP-POINT           PIC X(16) VALUE SPACES.
           05  WS-EARLIEST-POINT       PIC X(16) VALUE SPACES.
           05  WS-LOG-RC               PIC 9(2)  VALUE ZEROS.
       01  WS-BKUP-TOTAL               PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
       01  WS-GROUP-WORK.
           05  WS-GRP-ACCT             PIC 9(9)  VALUE ZEROS.
           05  WS-GRP-POSTS            PIC 9(9)  VALUE ZEROS.
           05  WS-GRP-ACTIONS          PIC 9(9)  VALUE ZEROS.
           05  WS-BEFORE-STATUS        PIC X(1)  VALUE SPACE.
           05  WS-BEFORE-BAL           PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-SIGNED-AMOUNT        PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-ACTION-STATUS        PIC X(1)  VALUE SPACE.
           05  WS-DELTA-NET            PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-DELTA-POSTS          PIC 9(9)  VALUE ZEROS.
           05  WS-DELTA-STATUS         PIC X(1)  VALUE SPACE.
           05  WS-REPLAY-REASON        PIC X(40) VALUE SPACES.
      *    the three-way match of snapshot, post-snapshot activity
      *    and recovered master - 9999999999 once a file is spent
       01  WS-PROOF-WORK.
           05  WS-SNG-KEY              PIC 9(10) VALUE ZEROS.
           05  WS-RW-KEY               PIC 9(10) VALUE ZEROS.
           05  WS-MST-KEY              PIC 9(10) VALUE ZEROS.
           05  WS-LOW-KEY              PIC 9(10) VALUE ZEROS.
           05  WS-EXP-STATUS           PIC X(1)  VALUE SPACE.
           05  WS-EXP-BAL              PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-EXP-COUNT            PIC 9(9)  VALUE ZEROS.
           05  WS-ACT-BAL              PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-PROOF-REASON         PIC X(40) VALUE SPACES.
       01  WS-EDITED-FIELDS.
           05  WS-AMT-DISPLAY          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-AMT-DISPLAY2         PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-CNT-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
           05  WS-CNT-DISPLAY2         PIC ZZZ,ZZZ,ZZ9.
       01  WS-RUN-ID                   PIC X(8)  VALUE 'RECOVERY'.
       01  WS-SNAP-STREAM              PIC X(8)  VALUE SPACES.
           COPY DATBKREC.
           COPY DATAUREC.
           COPY DATLGPRM.
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(80).
           05  LS-PARM-TEXT-R REDEFINES LS-PARM-TEXT.
               10  LS-PARM-RUN-ID      PIC X(8).
               10  LS-PARM-SNAP-STREAM PIC X(8).
               10  LS-PARM-SNAP-POINT  PIC X(14).
               10  FILLER              PIC X(50).
       PROCEDURE DIVISION USING LS-PARM.
           DISPLAY 'DATRCVR: ACCOUNT-MASTER FORWARD RECOVERY'.
           IF LS-PARM-LEN > ZERO AND LS-PARM-RUN-ID NOT = SPACES
               MOVE LS-PARM-RUN-ID TO WS-RUN-ID
           END-IF.
           IF LS-PARM-LEN >= 16 AND LS-PARM-SNAP-STREAM NOT = SPACES
               MOVE LS-PARM-SNAP-STREAM TO WS-SNAP-STREAM
           END-IF.
           IF LS-PARM-LEN >= 30 AND LS-PARM-SNAP-POINT IS NUMERIC
               MOVE LS-PARM-SNAP-POINT TO WS-SNAP-POINT
               MOVE '00' TO WS-SNAP-POINT(15:2)
           END-IF.
           PERFORM log_run_start.
           OPEN OUTPUT RCVRPT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATRCVR: RCVRPT OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           IF WS-SNAP-POINT = SPACES
               PERFORM find_snapshot_point
           END-IF.
           PERFORM restore_backup.
           IF WS-BKUP-POINT < WS-SNAP-POINT
               MOVE WS-BKUP-POINT TO WS-EARLIEST-POINT
           ELSE
               MOVE WS-SNAP-POINT TO WS-EARLIEST-POINT
           END-IF.
           PERFORM write_heading.
           SORT RCVSORT
               ON ASCENDING KEY SRT-ACCT-NO SRT-TIMESTAMP
               INPUT PROCEDURE IS select_audit
               OUTPUT PROCEDURE IS roll_forward.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'DATRCVR: SORT FAILED, SORT-RETURN='
                   SORT-RETURN
               MOVE 8 TO RETURN-CODE
               CLOSE ACCTFILE
               CLOSE RCVRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           PERFORM prove_against_snapshot.
           PERFORM write_totals.
           CLOSE ACCTFILE.
           CLOSE RCVRPT.
           IF WS-REPLAY-ERRORS > ZERO OR WS-PROOF-BREAKS > ZERO
               MOVE 8 TO RETURN-CODE
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
           MOVE 'DATRCVR' TO DLP-PROGRAM-ID.
           MOVE RETURN-CODE TO DLP-RETURN-CODE.
           MOVE WS-ACCTS-REBUILT TO DLP-REC-PROCESSED.
           COMPUTE DLP-REC-REJECTED =
               WS-REPLAY-ERRORS + WS-PROOF-BREAKS.
           MOVE 'N' TO DLP-RESTART-IND.
           CALL 'DATLOG' USING DATLOG-PARM.
      *    a CALLed program's RETURN-CODE comes back into the
      *    caller's - put the step's own code back so logging
      *    never changes how the job stream sees this step
           MOVE DLP-RETURN-CODE TO RETURN-CODE.

       find_snapshot_point.
      *    the snapshot is written as the posting run's last act, so
      *    the run's end event is the snapshot's point
           IF WS-SNAP-STREAM = SPACES
               DISPLAY 'DATRCVR: NO SNAPSHOT STREAM OR POINT IN PARM'
               MOVE 8 TO RETURN-CODE
               CLOSE RCVRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           OPEN INPUT RUNLOG.
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'DATRCVR: RUNLOG OPEN FAILED, STATUS='
                   WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE RCVRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ RUNLOG NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE LOG-RETURN-CODE TO WS-LOG-RC
                       IF LOG-RUN-ID = WS-SNAP-STREAM
                               AND LOG-PROGRAM-ID = 'DATBATCH'
                               AND LOG-EVENT-END
                               AND WS-LOG-RC < 8
                               AND LOG-TIMESTAMP(1:16) > WS-SNAP-POINT
                           MOVE LOG-TIMESTAMP(1:16) TO WS-SNAP-POINT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNLOG.
           IF WS-SNAP-POINT = SPACES
               DISPLAY 'DATRCVR: NO CLEAN DATBATCH END ON RUNLOG FOR '
                   'STREAM ' WS-SNAP-STREAM ' - GIVE THE SNAPSHOT '
                   'POINT IN THE PARM'
               MOVE 8 TO RETURN-CODE
               CLOSE RCVRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.

      * restore the backup image
       restore_backup.
           OPEN INPUT ACCTBKUP.
           IF WS-BKUP-STATUS NOT = '00'
               DISPLAY 'DATRCVR: ACCTBKUP OPEN FAILED, STATUS='
                   WS-BKUP-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE RCVRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM read_backup.
           IF WS-EOF OR NOT BKH-IS-HEADER
               DISPLAY 'DATRCVR: ACCTBKUP HAS NO BH HEADER - NOT A '
                   'BACKUP IMAGE'
               PERFORM abend_bad_backup
           END-IF.
           MOVE BKH-TIMESTAMP(1:16) TO WS-BKUP-POINT.
      *    the target is a freshly defined, empty cluster - the load
      *    writes it in the image's key order
           OPEN OUTPUT ACCTFILE.
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'DATRCVR: ACCTFILE OPEN FAILED, STATUS='
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE ACCTBKUP
               CLOSE RCVRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           PERFORM read_backup.
           PERFORM UNTIL WS-EOF OR WS-TRAILER-SEEN
               EVALUATE TRUE
                   WHEN BKA-IS-ACCOUNT
                       PERFORM load_account
                   WHEN BKT-IS-TRAILER
                       MOVE 'Y' TO WS-TRAILER-SW
                   WHEN OTHER
                       DISPLAY 'DATRCVR: UNRECOGNISED ACCTBKUP '
                           'RECORD, TYPE=' BKA-REC-TYPE
                       PERFORM abend_bad_backup
               END-EVALUATE
               IF NOT WS-TRAILER-SEEN
                   PERFORM read_backup
               END-IF
           END-PERFORM.
           IF NOT WS-TRAILER-SEEN
               DISPLAY 'DATRCVR: ACCTBKUP HAS NO BT TRAILER - IMAGE '
                   'INCOMPLETE'
               PERFORM abend_bad_backup
           END-IF.
           IF BKT-ACCT-COUNT NOT = WS-BKUP-ACCTS
                   OR BKT-BALANCE-TOTAL NOT = WS-BKUP-TOTAL
               DISPLAY 'DATRCVR: ACCTBKUP DOES NOT AGREE WITH ITS '
                   'TRAILER, ACCOUNTS=' WS-BKUP-ACCTS
                   ' TRAILER=' BKT-ACCT-COUNT
               PERFORM abend_bad_backup
           END-IF.
           CLOSE ACCTBKUP.
           CLOSE ACCTFILE.
           OPEN I-O ACCTFILE.
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'DATRCVR: ACCTFILE REOPEN FAILED, STATUS='
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE RCVRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           MOVE WS-BKUP-TOTAL TO WS-AMT-DISPLAY.
           DISPLAY 'DATRCVR: IMAGE OF ' BKH-TIMESTAMP
               ' RESTORED, ACCOUNTS=' WS-BKUP-ACCTS
               ' BALANCE TOTAL=' WS-AMT-DISPLAY.

       read_backup.
           READ ACCTBKUP
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   MOVE BKUP-RECORD TO BKUP-HEADER-RECORD
                                       BKUP-ACCOUNT-RECORD
                                       BKUP-TRAILER-RECORD
           END-READ.

       load_account.
           MOVE BKA-ACCT-DATA TO ACCT-RECORD.
           WRITE ACCT-RECORD
               INVALID KEY
                   DISPLAY 'DATRCVR: ACCTFILE LOAD FAILED, STATUS='
                       WS-ACCT-STATUS ' ACCT=' ACCT-NO
                   PERFORM abend_bad_backup
           END-WRITE.
           ADD 1 TO WS-BKUP-ACCTS.
           IF ACCT-BALANCE NUMERIC
               ADD ACCT-BALANCE TO WS-BKUP-TOTAL
           END-IF.

       abend_bad_backup.
      *    the half-loaded master must not be mistaken for a
      *    recovered one - operations restore from an older image
           DISPLAY 'DATRCVR: RESTORE ABANDONED - DO NOT RELEASE THE '
               'MASTER'.
           MOVE 8 TO RETURN-CODE.
           CLOSE ACCTBKUP.
           CLOSE ACCTFILE.
           CLOSE RCVRPT.
           PERFORM log_run_end.
           STOP RUN.

       write_heading.
           MOVE SPACES TO RPT-LINE.
           STRING 'ACCOUNT-MASTER FORWARD RECOVERY - IMAGE OF '
                      DELIMITED BY SIZE
                  WS-BKUP-POINT   DELIMITED BY SIZE
                  '  SNAPSHOT POINT ' DELIMITED BY SIZE
                  WS-SNAP-POINT   DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-SNAP-STREAM  DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE SPACES TO RPT-LINE.
           PERFORM write_line.
           MOVE SPACES TO RPT-LINE.
           STRING 'ACCOUNT   ST>ST   POSTINGS    ACTIONS'
                      DELIMITED BY SIZE
                  '         BALANCE BEFORE          BALANCE AFTER'
                      DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.

      * roll forward - the SORT input and output procedures
       select_audit.
      *    everything after the earlier of the two points - after
      *    the image it is replayed, after the snapshot it is proved
           OPEN INPUT AUDTALL.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'DATRCVR: AUDTALL OPEN FAILED, STATUS='
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE ACCTFILE
               CLOSE RCVRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ AUDTALL INTO AUDIT-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ
                       PERFORM classify_audit_record
                       IF (WS-IS-POSTING OR WS-IS-ACTION)
                               AND AUD-TIMESTAMP(1:16) >
                                   WS-EARLIEST-POINT
                           MOVE AUD-ACCT-NO TO SRT-ACCT-NO
                           MOVE AUD-TIMESTAMP TO SRT-TIMESTAMP
                           MOVE AUDIT-RECORD TO SRT-AUDIT-DATA
                           RELEASE SRT-RECORD
                           ADD 1 TO WS-AUDIT-SELECTED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDTALL.
           DISPLAY 'DATRCVR: AUDIT RECORDS READ=' WS-AUDIT-READ
               ' TO REPLAY OR PROVE=' WS-AUDIT-SELECTED.

       classify_audit_record.
      *    postings move the balance; DATAMNT actions change the
      *    account itself. WS-ACTION-STATUS is the status an action
      *    leaves - blank for 'OD', and for an 'ST' from before the
      *    trail carried it.
           MOVE 'N' TO WS-POSTING-SW.
           MOVE 'N' TO WS-ACTION-SW.
           MOVE SPACE TO WS-ACTION-STATUS.
           EVALUATE AUD-TYPE-CD
               WHEN 'CR'
               WHEN 'IN'
                   MOVE 'Y' TO WS-POSTING-SW
                   MOVE AUD-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN 'DB'
               WHEN 'FE'
                   MOVE 'Y' TO WS-POSTING-SW
                   COMPUTE WS-SIGNED-AMOUNT = ZERO - AUD-AMOUNT
               WHEN 'RV'
                   MOVE 'Y' TO WS-POSTING-SW
                   IF AUD-REV-DEBIT
                       COMPUTE WS-SIGNED-AMOUNT = ZERO - AUD-AMOUNT
                   ELSE
                       MOVE AUD-AMOUNT TO WS-SIGNED-AMOUNT
                   END-IF
               WHEN 'AD'
               WHEN 'RO'
                   MOVE 'Y' TO WS-ACTION-SW
                   MOVE 'O' TO WS-ACTION-STATUS
               WHEN 'CL'
                   MOVE 'Y' TO WS-ACTION-SW
                   MOVE 'C' TO WS-ACTION-STATUS
               WHEN 'ST'
                   MOVE 'Y' TO WS-ACTION-SW
                   MOVE AUD-MNT-NEW-STATUS TO WS-ACTION-STATUS
               WHEN 'OD'
                   MOVE 'Y' TO WS-ACTION-SW
           END-EVALUATE.
           IF WS-IS-POSTING AND AUD-AMOUNT NOT NUMERIC
               MOVE ZEROS TO WS-SIGNED-AMOUNT
           END-IF.

       roll_forward.
           OPEN OUTPUT RCVWORK.
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'DATRCVR: RCVWORK OPEN FAILED, STATUS='
                   WS-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE ACCTFILE
               CLOSE RCVRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           PERFORM return_audit.
           PERFORM UNTIL WS-SRT-EOF
               PERFORM start_account_group
               PERFORM UNTIL WS-SRT-EOF
                       OR SRT-ACCT-NO NOT = WS-GRP-ACCT
                   PERFORM replay_audit_record
                   PERFORM return_audit
               END-PERFORM
               PERFORM end_account_group
           END-PERFORM.
           CLOSE RCVWORK.

       return_audit.
           RETURN RCVSORT
               AT END
                   MOVE 'Y' TO WS-SRT-EOF-SW
           END-RETURN.

       start_account_group.
           MOVE SRT-ACCT-NO TO WS-GRP-ACCT.
           MOVE ZEROS TO WS-GRP-POSTS.
           MOVE ZEROS TO WS-GRP-ACTIONS.
           MOVE 'N' TO WS-DELTA-SW.
           MOVE 'N' TO WS-DELTA-ADDED-SW.
           MOVE ZEROS TO WS-DELTA-NET.
           MOVE ZEROS TO WS-DELTA-POSTS.
           MOVE SPACE TO WS-DELTA-STATUS.
           MOVE WS-GRP-ACCT TO ACCT-NO.
           READ ACCTFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-ACCT-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-ON-MASTER-SW
                   MOVE ACCT-STATUS TO WS-BEFORE-STATUS
                   MOVE ACCT-BALANCE TO WS-BEFORE-BAL
               WHEN '23'
                   MOVE 'N' TO WS-ON-MASTER-SW
                   MOVE '-' TO WS-BEFORE-STATUS
                   MOVE ZEROS TO WS-BEFORE-BAL
               WHEN OTHER
                   DISPLAY 'DATRCVR: ACCTFILE READ FAILED, STATUS='
                       WS-ACCT-STATUS ' ACCT=' WS-GRP-ACCT
                   MOVE 8 TO RETURN-CODE
                   CLOSE RCVWORK
                   CLOSE ACCTFILE
                   CLOSE RCVRPT
                   PERFORM log_run_end
                   STOP RUN
           END-EVALUATE.
           MOVE WS-ON-MASTER-SW TO WS-WAS-ON-MASTER-SW.

       replay_audit_record.
           MOVE SRT-AUDIT-DATA TO AUDIT-RECORD.
           PERFORM classify_audit_record.
           IF AUD-TIMESTAMP(1:16) > WS-BKUP-POINT
               PERFORM apply_to_master
           END-IF.
           IF AUD-TIMESTAMP(1:16) > WS-SNAP-POINT
               PERFORM add_to_snapshot_delta
           END-IF.

       apply_to_master.
           MOVE SPACES TO WS-REPLAY-REASON.
           EVALUATE TRUE
               WHEN WS-IS-POSTING AND NOT WS-ON-MASTER
                   MOVE 'POSTING FOR ACCOUNT NOT ON MASTER'
                       TO WS-REPLAY-REASON
               WHEN WS-IS-POSTING
                   ADD WS-SIGNED-AMOUNT TO ACCT-BALANCE
                   IF ACCT-TRAN-COUNT NOT NUMERIC
                       MOVE ZEROS TO ACCT-TRAN-COUNT
                   END-IF
                   ADD 1 TO ACCT-TRAN-COUNT
      *            only customer activity dates the account, and the
      *            trail has the posting date, not the item's own
                   IF (AUD-TYPE-CD = 'DB' OR AUD-TYPE-CD = 'CR')
                           AND AUD-TIMESTAMP(1:8) > ACCT-LAST-TRAN-DATE
                       MOVE AUD-TIMESTAMP(1:8) TO ACCT-LAST-TRAN-DATE
                   END-IF
                   ADD 1 TO WS-GRP-POSTS
                   ADD 1 TO WS-POSTS-REPLAYED
               WHEN AUD-TYPE-CD = 'AD' AND WS-ON-MASTER
                   MOVE 'ADD FOR ACCOUNT ALREADY ON MASTER'
                       TO WS-REPLAY-REASON
               WHEN AUD-TYPE-CD = 'AD'
                   MOVE SPACES TO ACCT-RECORD
                   MOVE WS-GRP-ACCT TO ACCT-NO
                   MOVE 'O' TO ACCT-STATUS
                   MOVE ZEROS TO ACCT-BALANCE
                   MOVE ZEROS TO ACCT-LAST-TRAN-DATE
                   MOVE ZEROS TO ACCT-TRAN-COUNT
                   IF AUD-MNT-OD-LIMIT NUMERIC
                       MOVE AUD-MNT-OD-LIMIT TO ACCT-OD-LIMIT
                   ELSE
                       MOVE ZEROS TO ACCT-OD-LIMIT
                   END-IF
                   MOVE AUD-MNT-CURRENCY TO ACCT-CURRENCY-CD
                   MOVE 'Y' TO WS-ON-MASTER-SW
                   ADD 1 TO WS-GRP-ACTIONS
                   ADD 1 TO WS-ACTIONS-REPLAYED
               WHEN NOT WS-ON-MASTER
                   MOVE 'ACTION FOR ACCOUNT NOT ON MASTER'
                       TO WS-REPLAY-REASON
               WHEN AUD-TYPE-CD = 'OD'
                   IF AUD-MNT-OD-LIMIT NUMERIC
                       MOVE AUD-MNT-OD-LIMIT TO ACCT-OD-LIMIT
                   ELSE
                       MOVE ZEROS TO ACCT-OD-LIMIT
                   END-IF
                   ADD 1 TO WS-GRP-ACTIONS
                   ADD 1 TO WS-ACTIONS-REPLAYED
               WHEN WS-ACTION-STATUS = SPACE
                   MOVE 'STATUS NOT ON TRAIL - CANNOT REPLAY'
                       TO WS-REPLAY-REASON
               WHEN OTHER
                   MOVE WS-ACTION-STATUS TO ACCT-STATUS
                   ADD 1 TO WS-GRP-ACTIONS
                   ADD 1 TO WS-ACTIONS-REPLAYED
           END-EVALUATE.
           IF WS-REPLAY-REASON NOT = SPACES
               PERFORM report_replay_error
           END-IF.

       add_to_snapshot_delta.
           MOVE 'Y' TO WS-DELTA-SW.
           IF WS-IS-POSTING
               ADD WS-SIGNED-AMOUNT TO WS-DELTA-NET
               ADD 1 TO WS-DELTA-POSTS
           ELSE
               IF AUD-TYPE-CD = 'AD'
                   MOVE 'Y' TO WS-DELTA-ADDED-SW
               END-IF
      *        an 'ST' the trail cannot replay leaves '?', which no
      *        snapshot status matches
               IF AUD-TYPE-CD NOT = 'OD'
                   IF WS-ACTION-STATUS = SPACE
                       MOVE '?' TO WS-DELTA-STATUS
                   ELSE
                       MOVE WS-ACTION-STATUS TO WS-DELTA-STATUS
                   END-IF
               END-IF
           END-IF.

       end_account_group.
           IF WS-GRP-POSTS > ZERO OR WS-GRP-ACTIONS > ZERO
               IF WS-WAS-ON-MASTER
                   REWRITE ACCT-RECORD
               ELSE
                   WRITE ACCT-RECORD
               END-IF
               IF WS-ACCT-STATUS NOT = '00'
                   DISPLAY 'DATRCVR: ACCTFILE WRITE FAILED, STATUS='
                       WS-ACCT-STATUS ' ACCT=' WS-GRP-ACCT
                   MOVE 8 TO RETURN-CODE
                   CLOSE RCVWORK
                   CLOSE ACCTFILE
                   CLOSE RCVRPT
                   PERFORM log_run_end
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACCTS-REBUILT
               PERFORM report_rebuilt_account
           END-IF.
           IF WS-DELTA-ANY
               MOVE SPACES TO RCVWORK-RECORD
               MOVE WS-GRP-ACCT TO RW-ACCT-NO
               MOVE WS-DELTA-NET TO RW-NET
               MOVE WS-DELTA-POSTS TO RW-POST-COUNT
               MOVE WS-DELTA-STATUS TO RW-NEW-STATUS
               MOVE WS-DELTA-ADDED-SW TO RW-ADDED-SW
               WRITE RCVWORK-RECORD
               IF WS-WORK-STATUS NOT = '00'
                   DISPLAY 'DATRCVR: RCVWORK WRITE FAILED, STATUS='
                       WS-WORK-STATUS
                   MOVE 8 TO RETURN-CODE
                   CLOSE RCVWORK
                   CLOSE ACCTFILE
                   CLOSE RCVRPT
                   PERFORM log_run_end
                   STOP RUN
               END-IF
           END-IF.

       report_rebuilt_account.
           MOVE WS-GRP-POSTS TO WS-CNT-DISPLAY.
           MOVE WS-GRP-ACTIONS TO WS-CNT-DISPLAY2.
           MOVE WS-BEFORE-BAL TO WS-AMT-DISPLAY.
           MOVE ACCT-BALANCE TO WS-AMT-DISPLAY2.
           MOVE SPACES TO RPT-LINE.
           STRING WS-GRP-ACCT       DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WS-BEFORE-STATUS  DELIMITED BY SIZE
                  '>'               DELIMITED BY SIZE
                  ACCT-STATUS       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-CNT-DISPLAY    DELIMITED BY SIZE
                  WS-CNT-DISPLAY2   DELIMITED BY SIZE
                  WS-AMT-DISPLAY    DELIMITED BY SIZE
                  WS-AMT-DISPLAY2   DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.

       report_replay_error.
           ADD 1 TO WS-REPLAY-ERRORS.
           MOVE SPACES TO RPT-LINE.
           STRING WS-GRP-ACCT       DELIMITED BY SIZE
                  '  *** '          DELIMITED BY SIZE
                  AUD-TYPE-CD       DELIMITED BY SIZE
                  ' OF '            DELIMITED BY SIZE
                  AUD-TIMESTAMP     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  AUD-RUN-ID        DELIMITED BY SIZE
                  ' - '             DELIMITED BY SIZE
                  WS-REPLAY-REASON  DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.

      * prove the recovered master against the last good snapshot
       prove_against_snapshot.
           OPEN INPUT SNAPGOOD.
           IF WS-SNAP-STATUS NOT = '00'
               DISPLAY 'DATRCVR: SNAPGOOD OPEN FAILED, STATUS='
                   WS-SNAP-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE ACCTFILE
               CLOSE RCVRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           OPEN INPUT RCVWORK.
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY 'DATRCVR: RCVWORK OPEN FAILED, STATUS='
                   WS-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE SNAPGOOD
               CLOSE ACCTFILE
               CLOSE RCVRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           MOVE SPACES TO RPT-LINE.
           PERFORM write_line.
           MOVE ZEROS TO ACCT-NO.
           START ACCTFILE KEY IS NOT LESS THAN ACCT-NO
               INVALID KEY
                   MOVE 9999999999 TO WS-MST-KEY
           END-START.
           IF WS-MST-KEY = ZEROS
               PERFORM read_master_next
           END-IF.
           PERFORM read_snapshot.
           PERFORM read_work.
           PERFORM UNTIL WS-SNG-KEY = 9999999999
                   AND WS-RW-KEY = 9999999999
                   AND WS-MST-KEY = 9999999999
               PERFORM prove_one_account
           END-PERFORM.
           CLOSE SNAPGOOD.
           CLOSE RCVWORK.

       read_snapshot.
           READ SNAPGOOD
               AT END
                   MOVE 9999999999 TO WS-SNG-KEY
               NOT AT END
                   MOVE SNG-ACCT-NO TO WS-SNG-KEY
           END-READ.

       read_work.
           READ RCVWORK
               AT END
                   MOVE 9999999999 TO WS-RW-KEY
               NOT AT END
                   MOVE RW-ACCT-NO TO WS-RW-KEY
           END-READ.

       read_master_next.
           READ ACCTFILE NEXT
               AT END
                   MOVE 9999999999 TO WS-MST-KEY
               NOT AT END
                   MOVE ACCT-NO TO WS-MST-KEY
           END-READ.
           IF WS-ACCT-STATUS NOT = '00' AND WS-ACCT-STATUS NOT = '10'
               DISPLAY 'DATRCVR: ACCTFILE READ FAILED, STATUS='
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE SNAPGOOD
               CLOSE RCVWORK
               CLOSE ACCTFILE
               CLOSE RCVRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.

       prove_one_account.
      *    expected = snapshot, rolled forward by what happened to the
      *    account after the snapshot; actual = the recovered master
           MOVE WS-SNG-KEY TO WS-LOW-KEY.
           IF WS-RW-KEY < WS-LOW-KEY
               MOVE WS-RW-KEY TO WS-LOW-KEY
           END-IF.
           IF WS-MST-KEY < WS-LOW-KEY
               MOVE WS-MST-KEY TO WS-LOW-KEY
           END-IF.
           ADD 1 TO WS-ACCTS-PROVED.
           MOVE 'N' TO WS-EXP-PRESENT-SW.
           MOVE SPACE TO WS-EXP-STATUS.
           MOVE ZEROS TO WS-EXP-BAL.
           MOVE ZEROS TO WS-EXP-COUNT.
           MOVE SPACES TO WS-PROOF-REASON.
           IF WS-SNG-KEY = WS-LOW-KEY
               MOVE 'Y' TO WS-EXP-PRESENT-SW
               MOVE SNG-STATUS-CD TO WS-EXP-STATUS
               COMPUTE WS-EXP-BAL =
                   FUNCTION NUMVAL-C(SNG-BALANCE-ED)
               COMPUTE WS-EXP-COUNT =
                   FUNCTION NUMVAL-C(SNG-COUNT-ED)
           END-IF.
           IF WS-RW-KEY = WS-LOW-KEY
               IF RW-ADDED
                   IF WS-EXP-PRESENT
                       MOVE 'ADDED AFTER SNAPSHOT BUT ALREADY IN IT'
                           TO WS-PROOF-REASON
                   END-IF
                   MOVE 'Y' TO WS-EXP-PRESENT-SW
               END-IF
               IF NOT WS-EXP-PRESENT
                       AND WS-PROOF-REASON = SPACES
                   MOVE 'ACTIVITY FOR ACCOUNT NOT IN SNAPSHOT'
                       TO WS-PROOF-REASON
               END-IF
               ADD RW-NET TO WS-EXP-BAL
               ADD RW-POST-COUNT TO WS-EXP-COUNT
               IF RW-NEW-STATUS NOT = SPACE
                   MOVE RW-NEW-STATUS TO WS-EXP-STATUS
               END-IF
           END-IF.
           IF WS-PROOF-REASON = SPACES
               IF WS-MST-KEY = WS-LOW-KEY
                   IF NOT WS-EXP-PRESENT
                       MOVE 'ON MASTER, NOT IN SNAPSHOT OR ADDED SINCE'
                           TO WS-PROOF-REASON
                   ELSE
                       IF ACCT-BALANCE NUMERIC
                           MOVE ACCT-BALANCE TO WS-ACT-BAL
                       ELSE
                           MOVE ZEROS TO WS-ACT-BAL
                       END-IF
                       EVALUATE TRUE
                           WHEN ACCT-STATUS NOT = WS-EXP-STATUS
                               MOVE 'STATUS DIFFERS FROM SNAPSHOT'
                                   TO WS-PROOF-REASON
                           WHEN WS-ACT-BAL NOT = WS-EXP-BAL
                               MOVE 'BALANCE DIFFERS FROM SNAPSHOT'
                                   TO WS-PROOF-REASON
                           WHEN ACCT-TRAN-COUNT NOT = WS-EXP-COUNT
                               MOVE 'POSTED COUNT DIFFERS FROM SNAPSHOT'
                                   TO WS-PROOF-REASON
                       END-EVALUATE
                   END-IF
               ELSE
                   MOVE ZEROS TO WS-ACT-BAL
                   MOVE 'MISSING FROM RECOVERED MASTER'
                       TO WS-PROOF-REASON
               END-IF
           END-IF.
           IF WS-PROOF-REASON NOT = SPACES
               PERFORM report_proof_break
           END-IF.
           IF WS-SNG-KEY = WS-LOW-KEY
               PERFORM read_snapshot
           END-IF.
           IF WS-RW-KEY = WS-LOW-KEY
               PERFORM read_work
           END-IF.
           IF WS-MST-KEY = WS-LOW-KEY
               PERFORM read_master_next
           END-IF.

       report_proof_break.
           ADD 1 TO WS-PROOF-BREAKS.
           MOVE WS-EXP-BAL TO WS-AMT-DISPLAY.
           MOVE WS-ACT-BAL TO WS-AMT-DISPLAY2.
           MOVE SPACES TO RPT-LINE.
           STRING 'BREAK '          DELIMITED BY SIZE
                  WS-LOW-KEY(2:9)   DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-PROOF-REASON   DELIMITED BY SIZE
                  ' EXPECTED '      DELIMITED BY SIZE
                  WS-EXP-STATUS     DELIMITED BY SIZE
                  WS-AMT-DISPLAY    DELIMITED BY SIZE
                  ' RECOVERED '     DELIMITED BY SIZE
                  WS-AMT-DISPLAY2   DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.

       write_totals.
           MOVE SPACES TO RPT-LINE.
           PERFORM write_line.
           MOVE SPACES TO RPT-LINE.
           STRING 'ACCOUNTS RESTORED=' DELIMITED BY SIZE
                  WS-BKUP-ACCTS        DELIMITED BY SIZE
                  '  REBUILT='         DELIMITED BY SIZE
                  WS-ACCTS-REBUILT     DELIMITED BY SIZE
                  '  POSTINGS REPLAYED=' DELIMITED BY SIZE
                  WS-POSTS-REPLAYED    DELIMITED BY SIZE
                  '  ACTIONS REPLAYED='  DELIMITED BY SIZE
                  WS-ACTIONS-REPLAYED  DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE SPACES TO RPT-LINE.
           STRING 'REPLAY ERRORS='     DELIMITED BY SIZE
                  WS-REPLAY-ERRORS     DELIMITED BY SIZE
                  '  ACCOUNTS PROVED=' DELIMITED BY SIZE
                  WS-ACCTS-PROVED      DELIMITED BY SIZE
                  '  PROOF BREAKS='    DELIMITED BY SIZE
                  WS-PROOF-BREAKS      DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE SPACES TO RPT-LINE.
           IF WS-REPLAY-ERRORS > ZERO OR WS-PROOF-BREAKS > ZERO
               MOVE '*** RECOVERED MASTER NOT PROVED - DO NOT RELEASE'
                   TO RPT-LINE
           ELSE
               STRING 'RECOVERED MASTER PROVED AGAINST THE SNAPSHOT'
                          DELIMITED BY SIZE
                      ' - MAY BE RELEASED' DELIMITED BY SIZE
                 INTO RPT-LINE
           END-IF.
           PERFORM write_line.

       write_line.
           DISPLAY RPT-LINE.
           WRITE RPT-LINE.
