       ID DIVISION.
       PROGRAM-ID. DATCONS.
      * Enterprise end-of-day consolidation, run once a day after
      * every regional stream's DATBJOB (DATBATCH, DATBEAST,
      * DATBWEST, DATBINTL, ...) has finished for the date. The
      * streams all post to the one shared account master; this is
      * where the enterprise proves they account for it between
      * them:
      *  - RUNLOG must show every stream on the CONSSTRM cards
      *    (DATCPREC) finished for the date - its last posting run
      *    ended clean and was followed by its GL extract and its
      *    snapshot proof. A stream with nothing logged is missing,
      *    one still running (or rerunning) is late; either holds
      *    the whole consolidation with a message naming the stream
      *    - no stream is ever silently left out.
      *  - GLFILES is every stream's GL extract for the date,
      *    concatenated. Each must be there exactly once, be for the
      *    date and balance to its own trailer; they are merged into
      *    one CONSGL ledger file in the same DATGLREC layout - one
      *    journal line per type per date across all streams, header
      *    and trailer with line count and hash total - and CONSRPT
      *    shows each stream's lines and net beside the totals.
      *  - a date that was never consolidated (held until its day had
      *    passed) leaves a gap since the previous consolidation on
      *    CONSCTL. The next run takes it in: the missed dates' GL
      *    extracts are added to GLFILES, at most one per stream per
      *    date, and go into CONSGL under their own dates. RUNLOG
      *    shows which streams posted on a missed date; a stream
      *    that did with no extract for it holds the consolidation
      *    as a gap since the previous consolidation.
      *  - the sum of ACCT-BALANCE over the whole master must have
      *    moved, since the previous consolidation recorded on
      *    CONSCTL (DATCNREC), by exactly the streams' combined net
      *    posted amount. A break fails the step and no ledger is
      *    produced, the same rule DATGLEX applies to its tie-out.
      *    That proof is in booked units - each posting as it moved
      *    its own account's balance (GLD-BOOKED-AMOUNT) - because
      *    ACCT-BALANCE is summed as it stands, whatever currency
      *    each account is kept in. CONSGL itself carries the base-
      *    currency amounts (GLD-AMOUNT) for the ledger.
      *  - once the master is proved, every foreign-currency balance
      *    on it is revalued from the rate the ledger carries it at
      *    (FXR-PREV-RATE on the day's FXRATES) to the day's closing
      *    rate (FXR-RATE), in one 'FX' line on CONSGL. It is done
      *    here, after every stream has posted, so no posting is left
      *    at the carrying rate. A foreign balance with no rate for
      *    the date holds the consolidation. The revaluation of a
      *    missed date cannot be made up from today's balances - a
      *    run that takes in missed dates with foreign balances on
      *    the master says so and ends with RETURN-CODE 4.
      * A held or broken consolidation writes no ledger and does not
      * move CONSCTL on, so it is simply rerun once the stream is in
      * or the break is explained. The very first consolidation has
      * nothing to prove from: it records the starting point and
      * ends with RETURN-CODE 4.
      * PARM is date(8, blank = run date) then run-id(8, blank =
      * ENTERPRS).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSSTRM
               ASSIGN TO CONSSTRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STRM-STATUS.
           SELECT RUNLOG
               ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOG-KEY
               FILE STATUS IS WS-LOG-STATUS.
           SELECT GLFILES
               ASSIGN TO GLFILES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLIN-STATUS.
           SELECT ACCTFILE
               ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CONSCTL
               ASSIGN TO CONSCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CONS-DATE
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CONSGL
               ASSIGN TO CONSGL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT CONSRPT
               ASSIGN TO CONSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT OPTIONAL FXRATES
               ASSIGN TO FXRATES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONSSTRM
           RECORD CONTAINS 80 CHARACTERS.
           COPY DATCPREC.
       FD  RUNLOG
           RECORD CONTAINS 80 CHARACTERS.
           COPY DATLGREC.
       FD  GLFILES
           RECORD CONTAINS 80 CHARACTERS.
       01  GLIN-RECORD                 PIC X(80).
       FD  ACCTFILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY DATACREC.
       FD  CONSCTL
           RECORD CONTAINS 80 CHARACTERS.
           COPY DATCNREC.
       FD  CONSGL
           RECORD CONTAINS 80 CHARACTERS.
       01  CONSGL-RECORD               PIC X(80).
       FD  CONSRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                    PIC X(132).
       FD  FXRATES
           RECORD CONTAINS 80 CHARACTERS.
       01  FXIN-RECORD                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-STRM-STATUS          PIC X(2)  VALUE '00'.
           05  WS-LOG-STATUS           PIC X(2)  VALUE '00'.
           05  WS-GLIN-STATUS          PIC X(2)  VALUE '00'.
           05  WS-ACCT-STATUS          PIC X(2)  VALUE '00'.
           05  WS-CTL-STATUS           PIC X(2)  VALUE '00'.
           05  WS-GL-STATUS            PIC X(2)  VALUE '00'.
           05  WS-RPT-STATUS           PIC X(2)  VALUE '00'.
           05  WS-FX-STATUS            PIC X(2)  VALUE '00'.
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(1)  VALUE 'N'.
              88  WS-EOF                          VALUE 'Y'.
           05  WS-HOLD-SW              PIC X(1)  VALUE 'N'.
              88  WS-HOLD                         VALUE 'Y'.
           05  WS-PREV-FOUND-SW        PIC X(1)  VALUE 'N'.
              88  WS-PREV-FOUND                   VALUE 'Y'.
           05  WS-PROOF-BREAK-SW       PIC X(1)  VALUE 'N'.
              88  WS-PROOF-BREAK                  VALUE 'Y'.
           05  WS-EXT-OPEN-SW          PIC X(1)  VALUE 'N'.
              88  WS-EXT-OPEN                     VALUE 'Y'.
           05  WS-FOUND-SW             PIC X(1)  VALUE 'N'.
              88  WS-FOUND                        VALUE 'Y'.
           05  WS-RATE-FOUND-SW        PIC X(1)  VALUE 'N'.
              88  WS-RATE-FOUND                   VALUE 'Y'.
           05  WS-RATE-MISSING-SW      PIC X(1)  VALUE 'N'.
              88  WS-RATE-MISSING                 VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-EVENTS-READ          PIC 9(9)  VALUE ZEROS.
           05  WS-GL-READ              PIC 9(9)  VALUE ZEROS.
           05  WS-ACCT-COUNT           PIC 9(9)  VALUE ZEROS.
           05  WS-LINE-COUNT           PIC 9(9)  VALUE ZEROS.
           05  WS-HOLD-COUNT           PIC 9(9)  VALUE ZEROS.
           05  WS-MISSED-EXTRACTS      PIC 9(9)  VALUE ZEROS.
      *    one entry per CONSSTRM card: what RUNLOG says of the
      *    stream's day, and what its GL extract carried
       01  WS-STREAM-TABLE.
           05  WS-STRM-ENTRY OCCURS 20 TIMES.
               10  WS-STRM-ID          PIC X(8).
               10  WS-STRM-EVENTS      PIC 9(9).
               10  WS-STRM-BAT-START   PIC X(21).
               10  WS-STRM-BAT-END     PIC X(21).
               10  WS-STRM-BAT-RC      PIC 9(2).
               10  WS-STRM-GLX-END     PIC X(21).
               10  WS-STRM-GLX-RC      PIC 9(2).
               10  WS-STRM-SNP-END     PIC X(21).
               10  WS-STRM-SNP-RC      PIC 9(2).
               10  WS-STRM-EXTRACTS    PIC 9(3).
               10  WS-STRM-GL-LINES    PIC 9(9).
               10  WS-STRM-GL-NET      PIC S9(13)V99 COMP-3.
      *        why the stream holds the consolidation - spaces when
      *        it is in and its extract is good
               10  WS-STRM-HOLD        PIC X(44).
       01  WS-STRM-USED                PIC 9(2)  VALUE ZEROS.
       01  WS-STRM-IX                  PIC 9(2)  VALUE ZEROS.
      *    the stream whose extract is being read from GLFILES -
      *    zero for an extract from a stream not on the cards
       01  WS-CUR-IX                   PIC 9(2)  VALUE ZEROS.
      *    one entry per stream and missed date - a date after the
      *    previous consolidation and before this one - that the
      *    stream posted on (RUNLOG) or sent an extract for (GLFILES)
       01  WS-GAP-TABLE.
           05  WS-GAP-ENTRY OCCURS 200 TIMES.
               10  WS-GAP-STRM-IX      PIC 9(2).
               10  WS-GAP-DATE         PIC 9(8).
               10  WS-GAP-POSTED       PIC X(1).
               10  WS-GAP-EXTRACTS     PIC 9(3).
       01  WS-GAP-USED                 PIC 9(3)  VALUE ZEROS.
       01  WS-GAP-IX                   PIC 9(3)  VALUE ZEROS.
      *    journal lines by date and type - the date's own and any
      *    missed date's
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 60 TIMES.
               10  WS-TYPE-DATE        PIC 9(8).
               10  WS-TYPE-CD          PIC X(2).
               10  WS-TYPE-COUNT       PIC 9(9).
               10  WS-TYPE-AMOUNT      PIC S9(13)V99 COMP-3.
               10  WS-TYPE-BOOKED      PIC S9(13)V99 COMP-3.
       01  WS-TYPE-USED                PIC 9(2)  VALUE ZEROS.
       01  WS-TYPE-IX                  PIC 9(2)  VALUE ZEROS.
       01  WS-EXTRACT-WORK.
           05  WS-EXT-RUN-ID           PIC X(8)  VALUE SPACES.
           05  WS-EXT-DATE             PIC 9(8)  VALUE ZEROS.
           05  WS-EXT-LINES            PIC 9(9)  VALUE ZEROS.
           05  WS-EXT-HASH             PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
       01  WS-PROOF-WORK.
           05  WS-CONS-DATE            PIC X(8)  VALUE SPACES.
           05  WS-CONS-DATE-N REDEFINES WS-CONS-DATE
                                       PIC 9(8).
           05  WS-HASH-TOTAL           PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-BOOKED-AMOUNT        PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-NET-POSTED           PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-MASTER-TOTAL         PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-MOVEMENT             PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-DIFFERENCE           PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-PREV-DATE            PIC 9(8)  VALUE ZEROS.
           05  WS-PREV-TOTAL           PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-PREV-ACCTS           PIC 9(9)  VALUE ZEROS.
      *    the ledger is written a date at a time, oldest first
       01  WS-LEDGER-WORK.
           05  WS-LEDGER-DATE          PIC 9(8)  VALUE ZEROS.
           05  WS-NEXT-DATE            PIC 9(8)  VALUE ZEROS.
       01  WS-LOG-DATE                 PIC X(8)  VALUE SPACES.
       01  WS-LOG-DATE-N REDEFINES WS-LOG-DATE
                                       PIC 9(8).
       01  WS-FX-WORK.
           05  WS-LOOKUP-CCY           PIC X(3)  VALUE SPACES.
           05  WS-CARRY-RATE           PIC 9(5)V9(8) COMP-3
                                                 VALUE ZEROS.
           05  WS-CLOSE-RATE           PIC 9(5)V9(8) COMP-3
                                                 VALUE ZEROS.
           05  WS-FX-IX                PIC 9(3)  VALUE ZEROS.
           05  WS-FX-READ              PIC 9(9)  VALUE ZEROS.
           05  WS-REVAL-AMOUNT         PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-REVAL-TOTAL          PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-REVAL-COUNT          PIC 9(9)  VALUE ZEROS.
      *    balance per foreign currency across the master
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 60 TIMES.
               10  WS-CCY-CD           PIC X(3).
               10  WS-CCY-BALANCE      PIC S9(13)V99 COMP-3.
       01  WS-CCY-USED                 PIC 9(3)  VALUE ZEROS.
       01  WS-CCY-IX                   PIC 9(3)  VALUE ZEROS.
       01  WS-EDITED-FIELDS.
           05  WS-AMT-DISPLAY          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-CNT-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
           05  WS-RC-DISPLAY           PIC 9(2).
       01  WS-RPT-REASON               PIC X(44) VALUE SPACES.
       01  WS-CTL-FOUND-SW             PIC X(1)  VALUE 'N'.
           88  WS-CTL-FOUND                      VALUE 'Y'.
      *    the streams' extracts are read into, and the enterprise
      *    ledger written from, the same DATGLREC layouts
           COPY DATGLREC.
           COPY DATFXREC.
       01  WS-RUN-ID                   PIC X(8)  VALUE 'ENTERPRS'.
           COPY DATLGPRM.
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(80).
           05  LS-PARM-TEXT-R REDEFINES LS-PARM-TEXT.
               10  LS-PARM-DATE        PIC X(8).
               10  LS-PARM-RUN-ID      PIC X(8).
               10  FILLER              PIC X(64).
       PROCEDURE DIVISION USING LS-PARM.
           DISPLAY 'DATCONS: ENTERPRISE END-OF-DAY CONSOLIDATION'.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CONS-DATE.
           IF LS-PARM-LEN >= 8 AND LS-PARM-DATE IS NUMERIC
               MOVE LS-PARM-DATE TO WS-CONS-DATE
           END-IF.
           IF LS-PARM-LEN >= 16 AND LS-PARM-RUN-ID NOT = SPACES
               MOVE LS-PARM-RUN-ID TO WS-RUN-ID
           END-IF.
           DISPLAY 'DATCONS: CONSOLIDATION DATE=' WS-CONS-DATE
               ' RUN ID=' WS-RUN-ID.
           PERFORM log_run_start.
           OPEN OUTPUT CONSRPT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATCONS: CONSRPT OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           PERFORM write_heading.
           PERFORM load_stream_cards.
           PERFORM find_previous_consolidation.
           PERFORM load_fx_rates.
           PERFORM scan_run_log.
           PERFORM assess_streams.
           PERFORM merge_gl_extracts.
           PERFORM check_extracts.
           IF WS-HOLD
               PERFORM report_hold
               MOVE 8 TO RETURN-CODE
               CLOSE CONSRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           PERFORM write_type_totals.
           PERFORM total_master.
           PERFORM prove_master_movement.
           IF WS-PROOF-BREAK
               MOVE 8 TO RETURN-CODE
               CLOSE CONSRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           PERFORM revalue_positions.
           IF WS-RATE-MISSING
               MOVE SPACES TO RPT-LINE
               STRING '*** NO RATE TO REVALUE A FOREIGN BALANCE - '
                          DELIMITED BY SIZE
                      'NO LEDGER PRODUCED, CONSCTL NOT MOVED ON ***'
                          DELIMITED BY SIZE
                 INTO RPT-LINE
               PERFORM write_line
               MOVE 8 TO RETURN-CODE
               CLOSE CONSRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           PERFORM write_consolidated_ledger.
           PERFORM record_consolidation.
           CLOSE CONSRPT.
           IF NOT WS-PREV-FOUND
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-MISSED-EXTRACTS > ZERO AND WS-CCY-USED > ZERO
               MOVE 4 TO RETURN-CODE
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
           MOVE 'DATCONS' TO DLP-PROGRAM-ID.
           MOVE RETURN-CODE TO DLP-RETURN-CODE.
           MOVE WS-LINE-COUNT TO DLP-REC-PROCESSED.
           MOVE WS-HOLD-COUNT TO DLP-REC-REJECTED.
           MOVE 'N' TO DLP-RESTART-IND.
           CALL 'DATLOG' USING DATLOG-PARM.
      *    a CALLed program's RETURN-CODE comes back into the
      *    caller's - put the step's own code back so logging
      *    never changes how the job stream sees this step
           MOVE DLP-RETURN-CODE TO RETURN-CODE.

       write_heading.
           MOVE SPACES TO RPT-LINE.
           STRING 'ENTERPRISE END-OF-DAY CONSOLIDATION - DATE '
                      DELIMITED BY SIZE
                  WS-CONS-DATE DELIMITED BY SIZE
                  '  RUN ID '  DELIMITED BY SIZE
                  WS-RUN-ID    DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE SPACES TO RPT-LINE.
           PERFORM write_line.

      * which streams must be in
       load_stream_cards.
           OPEN INPUT CONSSTRM.
           IF WS-STRM-STATUS NOT = '00'
               DISPLAY 'DATCONS: CONSSTRM OPEN FAILED, STATUS='
                   WS-STRM-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CONSRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ CONSSTRM
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF CNP-STREAM-ID NOT = SPACES
                           PERFORM add_stream_entry
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONSSTRM.
      *    no cards at all would prove nothing against a master
      *    every stream posts to
           IF WS-STRM-USED = ZERO
               DISPLAY 'DATCONS: NO STREAMS ON CONSSTRM - '
                   'NOTHING TO CONSOLIDATE'
               MOVE 8 TO RETURN-CODE
               CLOSE CONSRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.

       add_stream_entry.
           MOVE CNP-STREAM-ID TO WS-EXT-RUN-ID.
           PERFORM find_stream.
           IF WS-FOUND
               DISPLAY 'DATCONS: STREAM ' CNP-STREAM-ID
                   ' ON CONSSTRM TWICE - SECOND CARD IGNORED'
           ELSE
               IF WS-STRM-USED < 20
                   ADD 1 TO WS-STRM-USED
                   MOVE WS-STRM-USED TO WS-STRM-IX
                   MOVE CNP-STREAM-ID TO WS-STRM-ID (WS-STRM-IX)
                   MOVE ZEROS TO WS-STRM-EVENTS (WS-STRM-IX)
                   MOVE SPACES TO WS-STRM-BAT-START (WS-STRM-IX)
                   MOVE SPACES TO WS-STRM-BAT-END (WS-STRM-IX)
                   MOVE ZEROS TO WS-STRM-BAT-RC (WS-STRM-IX)
                   MOVE SPACES TO WS-STRM-GLX-END (WS-STRM-IX)
                   MOVE ZEROS TO WS-STRM-GLX-RC (WS-STRM-IX)
                   MOVE SPACES TO WS-STRM-SNP-END (WS-STRM-IX)
                   MOVE ZEROS TO WS-STRM-SNP-RC (WS-STRM-IX)
                   MOVE ZEROS TO WS-STRM-EXTRACTS (WS-STRM-IX)
                   MOVE ZEROS TO WS-STRM-GL-LINES (WS-STRM-IX)
                   MOVE ZEROS TO WS-STRM-GL-NET (WS-STRM-IX)
                   MOVE SPACES TO WS-STRM-HOLD (WS-STRM-IX)
               ELSE
      *            a stream the table cannot hold could not be
      *            checked - that must stop the consolidation, not
      *            shrink it
                   DISPLAY 'DATCONS: STREAM TABLE FULL AT '
                       WS-STRM-USED ', STREAM=' CNP-STREAM-ID
                   MOVE 8 TO RETURN-CODE
                   CLOSE CONSSTRM
                   CLOSE CONSRPT
                   PERFORM log_run_end
                   STOP RUN
               END-IF
           END-IF.

       find_stream.
      *    looks WS-EXT-RUN-ID up in the stream table; WS-STRM-IX is
      *    the entry when WS-FOUND
           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZEROS TO WS-STRM-IX.
           PERFORM UNTIL WS-FOUND OR WS-STRM-IX >= WS-STRM-USED
               ADD 1 TO WS-STRM-IX
               IF WS-STRM-ID (WS-STRM-IX) = WS-EXT-RUN-ID
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.

      * has every stream finished - RUNLOG
       scan_run_log.
           OPEN INPUT RUNLOG.
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'DATCONS: RUNLOG OPEN FAILED, STATUS='
                   WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CONSRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ RUNLOG NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE LOG-TIMESTAMP(1:8) TO WS-LOG-DATE
                       IF WS-LOG-DATE = WS-CONS-DATE
                           PERFORM note_stream_event
                       ELSE
                           IF WS-PREV-FOUND
                                   AND LOG-PROGRAM-ID = 'DATBATCH'
                                   AND WS-LOG-DATE IS NUMERIC
                                   AND WS-LOG-DATE-N > WS-PREV-DATE
                                   AND WS-LOG-DATE-N < WS-CONS-DATE-N
                               PERFORM note_missed_posting
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNLOG.

       note_stream_event.
      *    Only the latest event of each kind counts: a stream rerun
      *    for a later cycle (standing orders, accruals) is not in
      *    until that rerun's own extract and proof have ended.
           MOVE LOG-RUN-ID TO WS-EXT-RUN-ID.
           PERFORM find_stream.
           IF WS-FOUND
               ADD 1 TO WS-EVENTS-READ
               ADD 1 TO WS-STRM-EVENTS (WS-STRM-IX)
               EVALUATE TRUE
                   WHEN LOG-PROGRAM-ID = 'DATBATCH'
                           AND LOG-EVENT-START
                           AND LOG-TIMESTAMP >
                               WS-STRM-BAT-START (WS-STRM-IX)
                       MOVE LOG-TIMESTAMP
                           TO WS-STRM-BAT-START (WS-STRM-IX)
                   WHEN LOG-PROGRAM-ID = 'DATBATCH'
                           AND LOG-EVENT-END
                           AND LOG-TIMESTAMP >
                               WS-STRM-BAT-END (WS-STRM-IX)
                       MOVE LOG-TIMESTAMP
                           TO WS-STRM-BAT-END (WS-STRM-IX)
                       MOVE LOG-RETURN-CODE
                           TO WS-STRM-BAT-RC (WS-STRM-IX)
                   WHEN LOG-PROGRAM-ID = 'DATGLEX'
                           AND LOG-EVENT-END
                           AND LOG-TIMESTAMP >
                               WS-STRM-GLX-END (WS-STRM-IX)
                       MOVE LOG-TIMESTAMP
                           TO WS-STRM-GLX-END (WS-STRM-IX)
                       MOVE LOG-RETURN-CODE
                           TO WS-STRM-GLX-RC (WS-STRM-IX)
                   WHEN LOG-PROGRAM-ID = 'DATSNPCK'
                           AND LOG-EVENT-END
                           AND LOG-TIMESTAMP >
                               WS-STRM-SNP-END (WS-STRM-IX)
                       MOVE LOG-TIMESTAMP
                           TO WS-STRM-SNP-END (WS-STRM-IX)
                       MOVE LOG-RETURN-CODE
                           TO WS-STRM-SNP-RC (WS-STRM-IX)
               END-EVALUATE
           END-IF.

       note_missed_posting.
      *    a stream posted on a date that was never consolidated -
      *    its extract for that date must come in with this one
           MOVE LOG-RUN-ID TO WS-EXT-RUN-ID.
           PERFORM find_stream.
           IF WS-FOUND
               MOVE WS-LOG-DATE-N TO WS-EXT-DATE
               PERFORM find_gap_entry
               IF WS-GAP-IX > ZERO
                   MOVE 'Y' TO WS-GAP-POSTED (WS-GAP-IX)
               END-IF
           END-IF.

       find_gap_entry.
      *    the entry for stream WS-STRM-IX and missed date WS-EXT-DATE,
      *    added if new; WS-GAP-IX is zero when the table is full,
      *    and the stream then holds - a missed date that cannot be
      *    checked cannot be taken in
           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZEROS TO WS-GAP-IX.
           PERFORM UNTIL WS-FOUND OR WS-GAP-IX >= WS-GAP-USED
               ADD 1 TO WS-GAP-IX
               IF WS-GAP-STRM-IX (WS-GAP-IX) = WS-STRM-IX
                       AND WS-GAP-DATE (WS-GAP-IX) = WS-EXT-DATE
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-GAP-USED < 200
                   ADD 1 TO WS-GAP-USED
                   MOVE WS-GAP-USED TO WS-GAP-IX
                   MOVE WS-STRM-IX TO WS-GAP-STRM-IX (WS-GAP-IX)
                   MOVE WS-EXT-DATE TO WS-GAP-DATE (WS-GAP-IX)
                   MOVE 'N' TO WS-GAP-POSTED (WS-GAP-IX)
                   MOVE ZEROS TO WS-GAP-EXTRACTS (WS-GAP-IX)
               ELSE
                   MOVE ZEROS TO WS-GAP-IX
                   IF WS-STRM-HOLD (WS-STRM-IX) = SPACES
                       MOVE 'TOO MANY MISSED DATES TO CHECK IN ONE RUN'
                           TO WS-STRM-HOLD (WS-STRM-IX)
                   END-IF
               END-IF
           END-IF.

       assess_streams.
      *    A stream is in when its latest DATBATCH ended clean after
      *    its latest start, and DATGLEX (clean) and DATSNPCK both
      *    ended after that - the last steps of its DATBJOB that
      *    the consolidation depends on. Anything short of that is
      *    missing, late or failed, and holds.
           PERFORM VARYING WS-STRM-IX FROM 1 BY 1
                   UNTIL WS-STRM-IX > WS-STRM-USED
               MOVE WS-STRM-BAT-RC (WS-STRM-IX) TO WS-RC-DISPLAY
               EVALUATE TRUE
                   WHEN WS-STRM-EVENTS (WS-STRM-IX) = ZERO
                       MOVE 'MISSING - NOTHING LOGGED FOR THE DATE'
                           TO WS-STRM-HOLD (WS-STRM-IX)
                   WHEN WS-STRM-BAT-END (WS-STRM-IX) = SPACES
                           OR WS-STRM-BAT-START (WS-STRM-IX) >
                              WS-STRM-BAT-END (WS-STRM-IX)
                       MOVE 'LATE - POSTING RUN NOT FINISHED'
                           TO WS-STRM-HOLD (WS-STRM-IX)
                   WHEN WS-STRM-BAT-RC (WS-STRM-IX) >= 8
                       STRING 'FAILED - POSTING RUN ENDED RC='
                                  DELIMITED BY SIZE
                              WS-RC-DISPLAY DELIMITED BY SIZE
                         INTO WS-STRM-HOLD (WS-STRM-IX)
                   WHEN WS-STRM-GLX-END (WS-STRM-IX) <
                           WS-STRM-BAT-END (WS-STRM-IX)
                       MOVE 'LATE - GL EXTRACT NOT YET RUN'
                           TO WS-STRM-HOLD (WS-STRM-IX)
                   WHEN WS-STRM-GLX-RC (WS-STRM-IX) >= 8
                       MOVE WS-STRM-GLX-RC (WS-STRM-IX)
                           TO WS-RC-DISPLAY
                       STRING 'FAILED - GL EXTRACT ENDED RC='
                                  DELIMITED BY SIZE
                              WS-RC-DISPLAY DELIMITED BY SIZE
                         INTO WS-STRM-HOLD (WS-STRM-IX)
                   WHEN WS-STRM-SNP-END (WS-STRM-IX) <
                           WS-STRM-BAT-END (WS-STRM-IX)
                       MOVE 'LATE - DATBJOB NOT YET FINISHED'
                           TO WS-STRM-HOLD (WS-STRM-IX)
               END-EVALUATE
           END-PERFORM.

      * merge the streams' GL extracts
       merge_gl_extracts.
           OPEN INPUT GLFILES.
           IF WS-GLIN-STATUS NOT = '00'
               DISPLAY 'DATCONS: GLFILES OPEN FAILED, STATUS='
                   WS-GLIN-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CONSRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING 'STREAM   TYPE       COUNT             NET AMOUNT'
                      DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ GLFILES
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-GL-READ
                       MOVE GLIN-RECORD TO GL-HEADER-RECORD
                                           GL-DETAIL-RECORD
                                           GL-TRAILER-RECORD
                       PERFORM take_gl_record
               END-READ
           END-PERFORM.
           IF WS-EXT-OPEN
               MOVE 'GL EXTRACT HAS NO TRAILER' TO WS-RPT-REASON
               PERFORM extract_problem
           END-IF.
           CLOSE GLFILES.

       take_gl_record.
           EVALUATE TRUE
               WHEN GLH-IS-HEADER
                   PERFORM start_extract
               WHEN GLD-IS-DETAIL
                   PERFORM take_journal_line
               WHEN GLT-IS-TRAILER
                   PERFORM end_extract
               WHEN OTHER
                   DISPLAY 'DATCONS: UNRECOGNISED GLFILES RECORD '
                       WS-GL-READ ' TYPE=' GLH-REC-TYPE
                   MOVE 'Y' TO WS-HOLD-SW
           END-EVALUATE.

       start_extract.
           IF WS-EXT-OPEN
               MOVE 'GL EXTRACT HAS NO TRAILER' TO WS-RPT-REASON
               PERFORM extract_problem
           END-IF.
           MOVE 'Y' TO WS-EXT-OPEN-SW.
           MOVE ZEROS TO WS-EXT-LINES.
           MOVE ZEROS TO WS-EXT-HASH.
           MOVE GLH-RUN-ID TO WS-EXT-RUN-ID.
           MOVE GLH-EXTRACT-DATE TO WS-EXT-DATE.
           PERFORM find_stream.
           IF WS-FOUND
               MOVE WS-STRM-IX TO WS-CUR-IX
               EVALUATE TRUE
                   WHEN WS-EXT-DATE = WS-CONS-DATE-N
                       ADD 1 TO WS-STRM-EXTRACTS (WS-CUR-IX)
                       IF WS-STRM-EXTRACTS (WS-CUR-IX) > 1
                           MOVE 'MORE THAN ONE GL EXTRACT IN GLFILES'
                               TO WS-RPT-REASON
                           PERFORM extract_problem
                       END-IF
                   WHEN WS-EXT-DATE > WS-CONS-DATE-N
                       MOVE 'GL EXTRACT IS FOR A LATER DATE'
                           TO WS-RPT-REASON
                       PERFORM extract_problem
                   WHEN NOT WS-PREV-FOUND
                       MOVE 'GL EXTRACT IS NOT FOR THE DATE'
                           TO WS-RPT-REASON
                       PERFORM extract_problem
                   WHEN WS-EXT-DATE NOT > WS-PREV-DATE
                       MOVE 'GL EXTRACT FOR A DATE ALREADY CONSOLIDATED'
                           TO WS-RPT-REASON
                       PERFORM extract_problem
                   WHEN OTHER
                       PERFORM take_missed_extract
               END-EVALUATE
           ELSE
      *        an extract from a stream nobody listed is money the
      *        consolidation cannot place - hold rather than drop it
               MOVE ZEROS TO WS-CUR-IX
               DISPLAY 'DATCONS: GL EXTRACT FOR STREAM ' GLH-RUN-ID
                   ' WHICH IS NOT ON CONSSTRM'
               MOVE SPACES TO RPT-LINE
               STRING 'HOLD: GL EXTRACT FOR STREAM ' DELIMITED BY SIZE
                      GLH-RUN-ID                    DELIMITED BY SIZE
                      ' WHICH IS NOT ON CONSSTRM'   DELIMITED BY SIZE
                 INTO RPT-LINE
               PERFORM write_line
               ADD 1 TO WS-HOLD-COUNT
               MOVE 'Y' TO WS-HOLD-SW
           END-IF.

       take_missed_extract.
      *    a listed stream's extract for a date since the previous
      *    consolidation that was never consolidated itself
           ADD 1 TO WS-MISSED-EXTRACTS.
           PERFORM find_gap_entry.
           IF WS-GAP-IX > ZERO
               ADD 1 TO WS-GAP-EXTRACTS (WS-GAP-IX)
               IF WS-GAP-EXTRACTS (WS-GAP-IX) > 1
                   MOVE 'MORE THAN ONE GL EXTRACT FOR A MISSED DATE'
                       TO WS-RPT-REASON
                   PERFORM extract_problem
               END-IF
           END-IF.
           MOVE SPACES TO RPT-LINE.
           STRING WS-STRM-ID (WS-CUR-IX)       DELIMITED BY SIZE
                  ' GL EXTRACT FOR MISSED DATE ' DELIMITED BY SIZE
                  WS-EXT-DATE                  DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.

       take_journal_line.
           IF NOT WS-EXT-OPEN
               DISPLAY 'DATCONS: GL JOURNAL LINE OUTSIDE AN EXTRACT, '
                   'RECORD ' WS-GL-READ
               MOVE 'Y' TO WS-HOLD-SW
           ELSE
               ADD 1 TO WS-EXT-LINES
               IF GLD-AMOUNT NUMERIC
                   ADD GLD-AMOUNT TO WS-EXT-HASH
               END-IF
               IF WS-CUR-IX > ZERO
                   PERFORM add_journal_line
               END-IF
           END-IF.

       add_journal_line.
      *    the net proved against the master is the booked amount;
      *    an extract written before GLD-BOOKED-AMOUNT existed has
      *    spaces there and was all base currency, so its GLD-AMOUNT
      *    is the booked amount
           ADD 1 TO WS-STRM-GL-LINES (WS-CUR-IX).
           IF GLD-BOOKED-AMOUNT NUMERIC
               MOVE GLD-BOOKED-AMOUNT TO WS-BOOKED-AMOUNT
           ELSE
               IF GLD-AMOUNT NUMERIC
                   MOVE GLD-AMOUNT TO WS-BOOKED-AMOUNT
               ELSE
                   MOVE ZEROS TO WS-BOOKED-AMOUNT
               END-IF
           END-IF.
           ADD WS-BOOKED-AMOUNT TO WS-STRM-GL-NET (WS-CUR-IX).
           MOVE GLD-COUNT TO WS-CNT-DISPLAY.
           MOVE GLD-AMOUNT TO WS-AMT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING WS-STRM-ID (WS-CUR-IX) DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  GLD-TYPE-CD            DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  WS-CNT-DISPLAY         DELIMITED BY SIZE
                  WS-AMT-DISPLAY         DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE ZEROS TO WS-TYPE-IX.
           PERFORM UNTIL WS-FOUND OR WS-TYPE-IX >= WS-TYPE-USED
               ADD 1 TO WS-TYPE-IX
               IF WS-TYPE-CD (WS-TYPE-IX) = GLD-TYPE-CD
                       AND WS-TYPE-DATE (WS-TYPE-IX) = WS-EXT-DATE
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               IF WS-TYPE-USED < 60
                   ADD 1 TO WS-TYPE-USED
                   MOVE WS-TYPE-USED TO WS-TYPE-IX
                   MOVE WS-EXT-DATE TO WS-TYPE-DATE (WS-TYPE-IX)
                   MOVE GLD-TYPE-CD TO WS-TYPE-CD (WS-TYPE-IX)
                   MOVE ZEROS TO WS-TYPE-COUNT (WS-TYPE-IX)
                   MOVE ZEROS TO WS-TYPE-AMOUNT (WS-TYPE-IX)
                   MOVE ZEROS TO WS-TYPE-BOOKED (WS-TYPE-IX)
               ELSE
      *            as in DATGLEX - a type that fell off would put the
      *            ledger out, so this is a hard failure
                   DISPLAY 'DATCONS: TYPE TABLE FULL, TYPE='
                       GLD-TYPE-CD ' - CONSOLIDATION ABANDONED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE GLFILES
                   CLOSE CONSRPT
                   PERFORM log_run_end
                   STOP RUN
               END-IF
           END-IF.
           IF GLD-COUNT NUMERIC
               ADD GLD-COUNT TO WS-TYPE-COUNT (WS-TYPE-IX)
           END-IF.
           IF GLD-AMOUNT NUMERIC
               ADD GLD-AMOUNT TO WS-TYPE-AMOUNT (WS-TYPE-IX)
           END-IF.
           ADD WS-BOOKED-AMOUNT TO WS-TYPE-BOOKED (WS-TYPE-IX).

       end_extract.
      *    each stream's extract must balance to its own trailer
      *    before it goes into the enterprise ledger
           IF NOT WS-EXT-OPEN
               DISPLAY 'DATCONS: GL TRAILER OUTSIDE AN EXTRACT, '
                   'RECORD ' WS-GL-READ
               MOVE 'Y' TO WS-HOLD-SW
           ELSE
               IF GLT-REC-COUNT NOT = WS-EXT-LINES
                       OR GLT-HASH-TOTAL NOT = WS-EXT-HASH
                   MOVE 'GL EXTRACT DOES NOT BALANCE TO ITS TRAILER'
                       TO WS-RPT-REASON
                   PERFORM extract_problem
               END-IF
               IF WS-CUR-IX > ZERO
                   MOVE WS-STRM-GL-NET (WS-CUR-IX) TO WS-AMT-DISPLAY
                   MOVE SPACES TO RPT-LINE
                   STRING WS-STRM-ID (WS-CUR-IX) DELIMITED BY SIZE
                          ' NET            '     DELIMITED BY SIZE
                          WS-AMT-DISPLAY         DELIMITED BY SIZE
                     INTO RPT-LINE
                   PERFORM write_line
               END-IF
           END-IF.
           MOVE 'N' TO WS-EXT-OPEN-SW.
           MOVE ZEROS TO WS-CUR-IX.

       extract_problem.
      *    the first thing wrong with a listed stream's extract is
      *    the reason it holds; an unlisted stream already holds
           IF WS-CUR-IX > ZERO
               IF WS-STRM-HOLD (WS-CUR-IX) = SPACES
                   MOVE WS-RPT-REASON TO WS-STRM-HOLD (WS-CUR-IX)
               END-IF
           ELSE
               DISPLAY 'DATCONS: STREAM ' WS-EXT-RUN-ID ' - '
                   WS-RPT-REASON
               MOVE 'Y' TO WS-HOLD-SW
           END-IF.

       check_extracts.
      *    a stream that posted on a missed date but sent no extract
      *    for it would leave that day's postings out of the proof
           PERFORM VARYING WS-GAP-IX FROM 1 BY 1
                   UNTIL WS-GAP-IX > WS-GAP-USED
               MOVE WS-GAP-STRM-IX (WS-GAP-IX) TO WS-STRM-IX
               IF WS-GAP-POSTED (WS-GAP-IX) = 'Y'
                       AND WS-GAP-EXTRACTS (WS-GAP-IX) = ZERO
                       AND WS-STRM-HOLD (WS-STRM-IX) = SPACES
                   STRING 'GAP SINCE '            DELIMITED BY SIZE
                          WS-PREV-DATE            DELIMITED BY SIZE
                          ' - NO EXTRACT FOR '    DELIMITED BY SIZE
                          WS-GAP-DATE (WS-GAP-IX) DELIMITED BY SIZE
                     INTO WS-STRM-HOLD (WS-STRM-IX)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-STRM-IX FROM 1 BY 1
                   UNTIL WS-STRM-IX > WS-STRM-USED
               IF WS-STRM-HOLD (WS-STRM-IX) = SPACES
                       AND WS-STRM-EXTRACTS (WS-STRM-IX) = ZERO
                   MOVE 'NO GL EXTRACT IN GLFILES'
                       TO WS-STRM-HOLD (WS-STRM-IX)
               END-IF
               IF WS-STRM-HOLD (WS-STRM-IX) NOT = SPACES
                   MOVE 'Y' TO WS-HOLD-SW
               END-IF
               ADD WS-STRM-GL-NET (WS-STRM-IX) TO WS-NET-POSTED
           END-PERFORM.

       report_hold.
           MOVE SPACES TO RPT-LINE.
           PERFORM write_line.
           MOVE SPACES TO RPT-LINE.
           STRING '*** CONSOLIDATION HELD - NO LEDGER PRODUCED, '
                      DELIMITED BY SIZE
                  'CONSCTL NOT MOVED ON ***' DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           PERFORM VARYING WS-STRM-IX FROM 1 BY 1
                   UNTIL WS-STRM-IX > WS-STRM-USED
               IF WS-STRM-HOLD (WS-STRM-IX) NOT = SPACES
                   ADD 1 TO WS-HOLD-COUNT
                   DISPLAY 'DATCONS: HELD BY STREAM '
                       WS-STRM-ID (WS-STRM-IX) ' - '
                       WS-STRM-HOLD (WS-STRM-IX)
                   MOVE SPACES TO RPT-LINE
                   STRING 'HOLD: STREAM '         DELIMITED BY SIZE
                          WS-STRM-ID (WS-STRM-IX) DELIMITED BY SIZE
                          ' - '                   DELIMITED BY SIZE
                          WS-STRM-HOLD (WS-STRM-IX)
                                                  DELIMITED BY SIZE
                     INTO RPT-LINE
                   PERFORM write_line
               END-IF
           END-PERFORM.

       write_type_totals.
      *    a missed date's lines show under the date, the date's own
      *    under ALL
           MOVE SPACES TO RPT-LINE.
           PERFORM write_line.
           MOVE ZEROS TO WS-LEDGER-DATE.
           PERFORM find_next_date.
           PERFORM UNTIL WS-NEXT-DATE = 99999999
               MOVE WS-NEXT-DATE TO WS-LEDGER-DATE
               PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                       UNTIL WS-TYPE-IX > WS-TYPE-USED
                   IF WS-TYPE-DATE (WS-TYPE-IX) = WS-LEDGER-DATE
                       PERFORM write_type_total
                   END-IF
               END-PERFORM
               PERFORM find_next_date
           END-PERFORM.
           MOVE WS-NET-POSTED TO WS-AMT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'ALL      NET BOOKED     ' DELIMITED BY SIZE
                  WS-AMT-DISPLAY             DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.

       write_type_total.
           MOVE WS-TYPE-COUNT (WS-TYPE-IX) TO WS-CNT-DISPLAY.
           MOVE WS-TYPE-AMOUNT (WS-TYPE-IX) TO WS-AMT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           IF WS-LEDGER-DATE = WS-CONS-DATE-N
               STRING 'ALL      '             DELIMITED BY SIZE
                      WS-TYPE-CD (WS-TYPE-IX) DELIMITED BY SIZE
                      '  '                    DELIMITED BY SIZE
                      WS-CNT-DISPLAY          DELIMITED BY SIZE
                      WS-AMT-DISPLAY          DELIMITED BY SIZE
                 INTO RPT-LINE
           ELSE
               STRING WS-LEDGER-DATE          DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      WS-TYPE-CD (WS-TYPE-IX) DELIMITED BY SIZE
                      '  '                    DELIMITED BY SIZE
                      WS-CNT-DISPLAY          DELIMITED BY SIZE
                      WS-AMT-DISPLAY          DELIMITED BY SIZE
                 INTO RPT-LINE
           END-IF.
           PERFORM write_line.

       find_next_date.
      *    the earliest journal-line date after WS-LEDGER-DATE -
      *    99999999 once there is none
           MOVE 99999999 TO WS-NEXT-DATE.
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > WS-TYPE-USED
               IF WS-TYPE-DATE (WS-TYPE-IX) > WS-LEDGER-DATE
                       AND WS-TYPE-DATE (WS-TYPE-IX) < WS-NEXT-DATE
                   MOVE WS-TYPE-DATE (WS-TYPE-IX) TO WS-NEXT-DATE
               END-IF
           END-PERFORM.

      * prove the master against the streams
       total_master.
      *    a plain sum of ACCT-BALANCE across every currency - not a
      *    value, only something the booked movements must account
      *    for to the cent. The foreign balances are also summed per
      *    currency for the revaluation.
           OPEN INPUT ACCTFILE.
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'DATCONS: ACCTFILE OPEN FAILED, STATUS='
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CONSRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF OR WS-ACCT-STATUS NOT = '00'
               READ ACCTFILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ACCT-COUNT
                       IF ACCT-BALANCE NUMERIC
                           ADD ACCT-BALANCE TO WS-MASTER-TOTAL
                           PERFORM add_to_position
                       END-IF
               END-READ
           END-PERFORM.
      *    a total short of the whole master proves nothing
           IF WS-ACCT-STATUS NOT = '00' AND WS-ACCT-STATUS NOT = '10'
               DISPLAY 'DATCONS: ACCTFILE READ FAILED, STATUS='
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE ACCTFILE
               CLOSE CONSRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           CLOSE ACCTFILE.

       add_to_position.
           IF ACCT-CURRENCY-CD NOT = SPACES
                   AND ACCT-CURRENCY-CD NOT = FX-BASE-CURRENCY
               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING WS-CCY-IX FROM 1 BY 1
                       UNTIL WS-CCY-IX > WS-CCY-USED
                       OR WS-FOUND
                   IF WS-CCY-CD (WS-CCY-IX) = ACCT-CURRENCY-CD
                       MOVE 'Y' TO WS-FOUND-SW
                       ADD ACCT-BALANCE TO WS-CCY-BALANCE (WS-CCY-IX)
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   IF WS-CCY-USED < 60
                       ADD 1 TO WS-CCY-USED
                       MOVE ACCT-CURRENCY-CD TO WS-CCY-CD (WS-CCY-USED)
                       MOVE ACCT-BALANCE
                           TO WS-CCY-BALANCE (WS-CCY-USED)
                   ELSE
                       DISPLAY 'DATCONS: MORE THAN 60 CURRENCIES ON '
                           'THE MASTER - CONSOLIDATION ABANDONED'
                       MOVE 8 TO RETURN-CODE
                       CLOSE ACCTFILE
                       CLOSE CONSRPT
                       PERFORM log_run_end
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       find_previous_consolidation.
      *    the latest consolidation before this date - a rerun for
      *    the same date proves from the same starting point. No
      *    CONSCTL yet is the first consolidation.
           OPEN INPUT CONSCTL.
           EVALUATE WS-CTL-STATUS
               WHEN '00'
                   PERFORM read_previous_consolidation
                   CLOSE CONSCTL
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'DATCONS: CONSCTL OPEN FAILED, STATUS='
                       WS-CTL-STATUS
                   MOVE 8 TO RETURN-CODE
                   CLOSE CONSRPT
                   PERFORM log_run_end
                   STOP RUN
           END-EVALUATE.
           IF WS-PREV-FOUND
               DISPLAY 'DATCONS: PREVIOUS CONSOLIDATION ' WS-PREV-DATE
           END-IF.

       read_previous_consolidation.
           MOVE ZEROS TO CC-CONS-DATE.
           MOVE 'N' TO WS-EOF-SW.
           START CONSCTL KEY IS NOT LESS THAN CC-CONS-DATE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM UNTIL WS-EOF OR WS-CTL-STATUS NOT = '00'
               READ CONSCTL NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF CC-CONS-DATE < WS-CONS-DATE-N
                           MOVE 'Y' TO WS-PREV-FOUND-SW
                           MOVE CC-CONS-DATE TO WS-PREV-DATE
                           MOVE CC-MASTER-TOTAL TO WS-PREV-TOTAL
                           MOVE CC-ACCT-COUNT TO WS-PREV-ACCTS
                       ELSE
                           MOVE 'Y' TO WS-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

       load_fx_rates.
      *    Rates are only taken for the consolidation date - a file
      *    for another day is left unloaded, and a foreign balance
      *    then holds the consolidation rather than be revalued at
      *    the wrong rate. No FXRATES at all is fine while every
      *    account is kept in base.
           MOVE ZEROS TO FX-RATE-USED.
           OPEN INPUT FXRATES.
           IF WS-FX-STATUS NOT = '00' AND WS-FX-STATUS NOT = '05'
               DISPLAY 'DATCONS: FXRATES OPEN FAILED, STATUS='
                   WS-FX-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CONSRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM read_fx_rate.
           IF NOT WS-EOF AND FXH-IS-HEADER
                   AND FXH-RATE-DATE = WS-CONS-DATE-N
               PERFORM read_fx_rate
               PERFORM UNTIL WS-EOF OR FXT-IS-TRAILER
                   PERFORM add_fx_rate
                   PERFORM read_fx_rate
               END-PERFORM
               IF WS-EOF OR FXT-REC-COUNT NOT = WS-FX-READ
                   DISPLAY 'DATCONS: FXRATES TRAILER MISSING OR '
                       'COUNT WRONG - CONSOLIDATION ABANDONED'
                   PERFORM abend_bad_rates
               END-IF
               DISPLAY 'DATCONS: FXRATES LOADED, CURRENCIES='
                   FX-RATE-USED
           ELSE
               DISPLAY 'DATCONS: NO FXRATES FOR ' WS-CONS-DATE
                   ' - FOREIGN-CURRENCY BALANCES WILL HOLD'
           END-IF.
           CLOSE FXRATES.
           MOVE 'N' TO WS-EOF-SW.

       read_fx_rate.
           READ FXRATES
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   MOVE FXIN-RECORD TO FX-HEADER-RECORD
                                       FX-RATE-RECORD
                                       FX-TRAILER-RECORD
           END-READ.

       add_fx_rate.
           ADD 1 TO WS-FX-READ.
           IF NOT FXR-IS-RATE
                   OR FXR-RATE NOT NUMERIC OR FXR-RATE = ZERO
                   OR FXR-PREV-RATE NOT NUMERIC
                   OR FXR-PREV-RATE = ZERO
                   OR FX-RATE-USED NOT < 60
               DISPLAY 'DATCONS: FXRATES BAD RATE RECORD, CURRENCY='
                   FXR-CURRENCY-CD ' - CONSOLIDATION ABANDONED'
               PERFORM abend_bad_rates
           END-IF.
           ADD 1 TO FX-RATE-USED.
           MOVE FXR-CURRENCY-CD TO FX-TBL-CURRENCY (FX-RATE-USED).
           MOVE FXR-RATE TO FX-TBL-RATE (FX-RATE-USED).
           MOVE FXR-PREV-RATE TO FX-TBL-PREV-RATE (FX-RATE-USED).

       abend_bad_rates.
           MOVE 8 TO RETURN-CODE.
           CLOSE FXRATES.
           CLOSE CONSRPT.
           PERFORM log_run_end.
           STOP RUN.

       find_fx_rate.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           PERFORM VARYING WS-FX-IX FROM 1 BY 1
                   UNTIL WS-FX-IX > FX-RATE-USED
                   OR WS-RATE-FOUND
               IF FX-TBL-CURRENCY (WS-FX-IX) = WS-LOOKUP-CCY
                   MOVE 'Y' TO WS-RATE-FOUND-SW
                   MOVE FX-TBL-PREV-RATE (WS-FX-IX) TO WS-CARRY-RATE
                   MOVE FX-TBL-RATE (WS-FX-IX) TO WS-CLOSE-RATE
               END-IF
           END-PERFORM.

       prove_master_movement.
           MOVE SPACES TO RPT-LINE.
           PERFORM write_line.
           MOVE WS-ACCT-COUNT TO WS-CNT-DISPLAY.
           MOVE WS-MASTER-TOTAL TO WS-AMT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'MASTER TOTAL NOW         ' DELIMITED BY SIZE
                  WS-AMT-DISPLAY              DELIMITED BY SIZE
                  '  ACCOUNTS '               DELIMITED BY SIZE
                  WS-CNT-DISPLAY              DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           IF NOT WS-PREV-FOUND
               MOVE SPACES TO RPT-LINE
               STRING 'NO PREVIOUS CONSOLIDATION - THIS TOTAL IS '
                          DELIMITED BY SIZE
                      'RECORDED AS THE STARTING POINT'
                          DELIMITED BY SIZE
                 INTO RPT-LINE
               PERFORM write_line
               DISPLAY 'DATCONS: FIRST CONSOLIDATION - STARTING POINT '
                   'RECORDED, NOTHING PROVED'
           ELSE
               COMPUTE WS-MOVEMENT = WS-MASTER-TOTAL - WS-PREV-TOTAL
               COMPUTE WS-DIFFERENCE = WS-MOVEMENT - WS-NET-POSTED
               MOVE WS-PREV-TOTAL TO WS-AMT-DISPLAY
               MOVE WS-PREV-ACCTS TO WS-CNT-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING 'MASTER TOTAL AT '  DELIMITED BY SIZE
                      WS-PREV-DATE        DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-AMT-DISPLAY      DELIMITED BY SIZE
                      '  ACCOUNTS '       DELIMITED BY SIZE
                      WS-CNT-DISPLAY      DELIMITED BY SIZE
                 INTO RPT-LINE
               PERFORM write_line
               MOVE WS-MOVEMENT TO WS-AMT-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING 'MASTER MOVEMENT          ' DELIMITED BY SIZE
                      WS-AMT-DISPLAY              DELIMITED BY SIZE
                 INTO RPT-LINE
               PERFORM write_line
               MOVE WS-NET-POSTED TO WS-AMT-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING 'STREAMS NET POSTED       ' DELIMITED BY SIZE
                      WS-AMT-DISPLAY              DELIMITED BY SIZE
                 INTO RPT-LINE
               PERFORM write_line
               MOVE WS-DIFFERENCE TO WS-AMT-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING 'DIFFERENCE               ' DELIMITED BY SIZE
                      WS-AMT-DISPLAY              DELIMITED BY SIZE
                 INTO RPT-LINE
               PERFORM write_line
               IF WS-DIFFERENCE NOT = ZERO
                   MOVE 'Y' TO WS-PROOF-BREAK-SW
                   MOVE SPACES TO RPT-LINE
                   STRING '*** MASTER DOES NOT TIE TO THE STREAMS - '
                              DELIMITED BY SIZE
                          'NO LEDGER PRODUCED, CONSCTL NOT MOVED ON ***'
                              DELIMITED BY SIZE
                     INTO RPT-LINE
                   PERFORM write_line
                   DISPLAY 'DATCONS: MASTER MOVEMENT DOES NOT TIE TO '
                       'THE STREAMS, DIFFERENCE=' WS-AMT-DISPLAY
               ELSE
                   DISPLAY 'DATCONS: MASTER MOVEMENT TIES TO THE '
                       'STREAMS SINCE ' WS-PREV-DATE
               END-IF
           END-IF.

       revalue_positions.
      *    Every foreign-currency balance on the master is carried
      *    in the ledger at the previous day's rate; moving it to the
      *    day's closing rate changes its base value by balance x
      *    (rate - carrying rate). The one 'FX' line takes the sum of
      *    those changes, its count the currencies revalued. It moved
      *    no customer balance, so it plays no part in the proof.
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
                   UNTIL WS-CCY-IX > WS-CCY-USED
               MOVE WS-CCY-CD (WS-CCY-IX) TO WS-LOOKUP-CCY
               PERFORM find_fx_rate
               IF WS-RATE-FOUND
                   COMPUTE WS-REVAL-AMOUNT ROUNDED =
                       WS-CCY-BALANCE (WS-CCY-IX)
                       * (WS-CLOSE-RATE - WS-CARRY-RATE)
                   ADD WS-REVAL-AMOUNT TO WS-REVAL-TOTAL
                   ADD 1 TO WS-REVAL-COUNT
               ELSE
                   MOVE 'Y' TO WS-RATE-MISSING-SW
                   DISPLAY 'DATCONS: NO RATE TO REVALUE '
                       WS-LOOKUP-CCY
                   MOVE SPACES TO RPT-LINE
                   STRING 'NO RATE ON FXRATES TO REVALUE '
                              DELIMITED BY SIZE
                          WS-LOOKUP-CCY DELIMITED BY SIZE
                     INTO RPT-LINE
                   PERFORM write_line
               END-IF
           END-PERFORM.
           IF WS-REVAL-COUNT > ZERO
               MOVE WS-REVAL-COUNT TO WS-CNT-DISPLAY
               MOVE WS-REVAL-TOTAL TO WS-AMT-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING 'ALL      FX  '  DELIMITED BY SIZE
                      WS-CNT-DISPLAY   DELIMITED BY SIZE
                      WS-AMT-DISPLAY   DELIMITED BY SIZE
                 INTO RPT-LINE
               PERFORM write_line
           END-IF.
           IF WS-MISSED-EXTRACTS > ZERO AND WS-CCY-USED > ZERO
               MOVE SPACES TO RPT-LINE
               STRING 'FX REVALUATION OF THE MISSED DATES IS NOT IN '
                          DELIMITED BY SIZE
                      'THIS LEDGER - POST IT BY HAND'
                          DELIMITED BY SIZE
                 INTO RPT-LINE
               PERFORM write_line
               DISPLAY 'DATCONS: MISSED DATES TAKEN IN - THEIR FX '
                   'REVALUATION IS NOT IN THIS LEDGER'
           END-IF.

      * enterprise ledger and control record
       write_consolidated_ledger.
           OPEN OUTPUT CONSGL.
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'DATCONS: CONSGL OPEN FAILED, STATUS='
                   WS-GL-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CONSRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           MOVE SPACES TO GL-HEADER-RECORD.
           MOVE 'GH' TO GLH-REC-TYPE.
           MOVE WS-CONS-DATE-N TO GLH-EXTRACT-DATE.
           MOVE WS-RUN-ID TO GLH-RUN-ID.
           WRITE CONSGL-RECORD FROM GL-HEADER-RECORD.
           MOVE ZEROS TO WS-LEDGER-DATE.
           PERFORM find_next_date.
           PERFORM UNTIL WS-NEXT-DATE = 99999999
               MOVE WS-NEXT-DATE TO WS-LEDGER-DATE
               PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                       UNTIL WS-TYPE-IX > WS-TYPE-USED
                   IF WS-TYPE-DATE (WS-TYPE-IX) = WS-LEDGER-DATE
                       PERFORM write_ledger_line
                   END-IF
               END-PERFORM
               PERFORM find_next_date
           END-PERFORM.
           IF WS-REVAL-COUNT > ZERO
               PERFORM write_revaluation_line
           END-IF.
           MOVE SPACES TO GL-TRAILER-RECORD.
           MOVE 'GT' TO GLT-REC-TYPE.
           MOVE WS-LINE-COUNT TO GLT-REC-COUNT.
           MOVE WS-HASH-TOTAL TO GLT-HASH-TOTAL.
           WRITE CONSGL-RECORD FROM GL-TRAILER-RECORD.
           CLOSE CONSGL.
           MOVE WS-HASH-TOTAL TO WS-AMT-DISPLAY.
           DISPLAY 'DATCONS: LEDGER LINES=' WS-LINE-COUNT
               ' HASH=' WS-AMT-DISPLAY.

       write_ledger_line.
           MOVE SPACES TO GL-DETAIL-RECORD.
           MOVE 'GL' TO GLD-REC-TYPE.
           MOVE WS-TYPE-DATE (WS-TYPE-IX) TO GLD-POST-DATE.
           MOVE WS-TYPE-CD (WS-TYPE-IX) TO GLD-TYPE-CD.
           MOVE WS-TYPE-COUNT (WS-TYPE-IX) TO GLD-COUNT.
           MOVE WS-TYPE-AMOUNT (WS-TYPE-IX) TO GLD-AMOUNT.
           MOVE WS-TYPE-BOOKED (WS-TYPE-IX) TO GLD-BOOKED-AMOUNT.
           WRITE CONSGL-RECORD FROM GL-DETAIL-RECORD.
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'DATCONS: CONSGL WRITE FAILED, STATUS='
                   WS-GL-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CONSGL
               CLOSE CONSRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           ADD WS-TYPE-AMOUNT (WS-TYPE-IX) TO WS-HASH-TOTAL.

       write_revaluation_line.
           MOVE SPACES TO GL-DETAIL-RECORD.
           MOVE 'GL' TO GLD-REC-TYPE.
           MOVE WS-CONS-DATE-N TO GLD-POST-DATE.
           MOVE 'FX' TO GLD-TYPE-CD.
           MOVE WS-REVAL-COUNT TO GLD-COUNT.
           MOVE WS-REVAL-TOTAL TO GLD-AMOUNT.
           MOVE ZEROS TO GLD-BOOKED-AMOUNT.
           WRITE CONSGL-RECORD FROM GL-DETAIL-RECORD.
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'DATCONS: CONSGL WRITE FAILED, STATUS='
                   WS-GL-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CONSGL
               CLOSE CONSRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           ADD WS-REVAL-TOTAL TO WS-HASH-TOTAL.

       record_consolidation.
      *    a rerun for the date replaces that date's record
           OPEN I-O CONSCTL.
           IF WS-CTL-STATUS = '35'
               OPEN OUTPUT CONSCTL
               CLOSE CONSCTL
               OPEN I-O CONSCTL
           END-IF.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'DATCONS: CONSCTL OPEN FAILED, STATUS='
                   WS-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CONSRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           MOVE WS-CONS-DATE-N TO CC-CONS-DATE.
           READ CONSCTL
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CTL-STATUS = '00'
               MOVE 'Y' TO WS-CTL-FOUND-SW
           END-IF.
           MOVE SPACES TO CONS-CONTROL-RECORD.
           MOVE WS-CONS-DATE-N TO CC-CONS-DATE.
           MOVE WS-RUN-ID TO CC-RUN-ID.
           MOVE WS-MASTER-TOTAL TO CC-MASTER-TOTAL.
           MOVE WS-ACCT-COUNT TO CC-ACCT-COUNT.
           MOVE WS-NET-POSTED TO CC-NET-POSTED.
           MOVE WS-STRM-USED TO CC-STREAM-COUNT.
           MOVE WS-PREV-DATE TO CC-PREV-DATE.
           IF WS-CTL-FOUND
               REWRITE CONS-CONTROL-RECORD
           ELSE
               WRITE CONS-CONTROL-RECORD
           END-IF.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'DATCONS: CONSCTL WRITE FAILED, STATUS='
                   WS-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE CONSCTL
               CLOSE CONSRPT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           CLOSE CONSCTL.

       write_line.
           DISPLAY RPT-LINE.
           WRITE RPT-LINE.
