       ID DIVISION.
       PROGRAM-ID. DATWIN.
      * Batch-window elapsed-time history and SLA projection, read
      * straight off RUNLOG - DATOPS lists the last events and
      * DATMON pages on failures, but neither says whether the
      * nightly window is creeping later. Pairs every 'S' start
      * event with its 'E' end event per run id / program (the same
      * sweep DATMON makes) into step elapsed times, and assigns
      * each run to the batch window it started in - a window that
      * runs past midnight counts as the night it opened, per the
      * stream's SLAPARM card. The WINRPT report has three parts:
      *   - STEP TIMES: every run of every stream in the report
      *     window against that step's average over the 30 windows
      *     before it; OVER marks a step past the percentage
      *     threshold AND longer than its average by more than the
      *     floor (so a 20-second step doubling to 40 stays quiet),
      *   - SLA PROJECTION: for each stream with an SLAPARM card,
      *     the actual finish (its final program's end event) or,
      *     while the window is still running, a projected finish -
      *     now plus the 30-window average of every step not yet
      *     done (a step is done once tonight's ended runs reach
      *     its usual runs per window and none is running), scaled
      *     by the records tonight's runs have carried against what
      *     the same runs average, zero-record runs left out -
      *     judged against the card's deadline,
      *   - MONTHLY TREND: per stream per month over the last
      *     thirteen months, the nights run, the volume (DATBATCH
      *     records processed plus rejected - the stream's posting
      *     volume), the step time per night and per thousand
      *     records, and the change in volume and step time against
      *     the month before, for capacity planning.
      * RETURN-CODE 4 when any step runs OVER or any stream missed,
      * is at risk of missing or never reached its deadline; 0
      * otherwise. Missing or unreadable SLAPARM cards are RC 8.
      * PARM is report-date(8) YYYYMMDD - spaces for the window in
      * progress now - then over-percent(3) and floor-minutes(3),
      * defaults 150 and 005.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLAPARM
               ASSIGN TO SLAPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLA-STATUS.
           SELECT RUNLOG
               ASSIGN TO RUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOG-KEY
               FILE STATUS IS WS-LOG-STATUS.
           SELECT WINRPT
               ASSIGN TO WINRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SLAPARM
           RECORD CONTAINS 80 CHARACTERS.
           COPY DATWNREC.
       FD  RUNLOG
           RECORD CONTAINS 80 CHARACTERS.
           COPY DATLGREC.
       FD  WINRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-SLA-STATUS           PIC X(2)  VALUE '00'.
           05  WS-LOG-STATUS           PIC X(2)  VALUE '00'.
           05  WS-RPT-STATUS           PIC X(2)  VALUE '00'.
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(1)  VALUE 'N'.
              88  WS-EOF                          VALUE 'Y'.
           05  WS-FOUND-SW             PIC X(1)  VALUE 'N'.
              88  WS-FOUND                        VALUE 'Y'.
           05  WS-CURRENT-SW           PIC X(1)  VALUE 'N'.
              88  WS-CURRENT                      VALUE 'Y'.
           05  WS-FINISHED-SW          PIC X(1)  VALUE 'N'.
              88  WS-FINISHED                     VALUE 'Y'.
           05  WS-DONE-SW              PIC X(1)  VALUE 'N'.
              88  WS-DONE                         VALUE 'Y'.
           05  WS-RUNNING-SW           PIC X(1)  VALUE 'N'.
              88  WS-STEP-RUNNING                 VALUE 'Y'.
           05  WS-PRIOR-SW             PIC X(1)  VALUE 'N'.
              88  WS-PRIOR-FOUND                  VALUE 'Y'.
       01  WS-THRESHOLDS.
           05  WS-OVER-PCT             PIC 9(3)  VALUE 150.
           05  WS-FLOOR-MINUTES        PIC 9(3)  VALUE 005.
           05  WS-FLOOR-SECS           PIC 9(6)  VALUE ZEROS.
      *    the stream step whose records are the stream's volume for
      *    the trend, and the final step assumed when a card names
      *    none - DATBJOB's last step that logs to RUNLOG
       01  WS-VOLUME-PGM               PIC X(8)  VALUE 'DATBATCH'.
       01  WS-DEFAULT-FINAL            PIC X(8)  VALUE 'DATSNPCK'.
       01  WS-COUNTERS.
           05  WS-EVENTS-READ          PIC 9(9)  VALUE ZEROS.
           05  WS-STEPS-TIMED          PIC 9(9)  VALUE ZEROS.
           05  WS-STEPS-OVER           PIC 9(9)  VALUE ZEROS.
           05  WS-STREAMS-LATE         PIC 9(9)  VALUE ZEROS.
           05  WS-TABLE-LOST           PIC 9(9)  VALUE ZEROS.
       01  WS-REPORT-DATES.
           05  WS-REPORT-DATE          PIC 9(8)  VALUE ZEROS.
           05  WS-REPORT-INT           PIC 9(7)  VALUE ZEROS.
           05  WS-HIST-FROM-INT        PIC 9(7)  VALUE ZEROS.
           05  WS-REPORT-MONTH         PIC 9(6)  VALUE ZEROS.
           05  WS-TREND-FROM-MONTH     PIC 9(6)  VALUE ZEROS.
           05  WS-EARLIEST-OPEN        PIC 9(4)  VALUE 2400.
      *    SLAPARM cards - the streams projected against a deadline
       01  WS-SLA-TABLE.
           05  WS-SLA-ENTRY OCCURS 20 TIMES.
               10  WS-SLA-ID           PIC X(8).
               10  WS-SLA-OPEN         PIC 9(4).
               10  WS-SLA-DUE          PIC 9(4).
               10  WS-SLA-FINAL        PIC X(8).
       01  WS-SLA-USED                 PIC 9(2)  VALUE ZEROS.
       01  WS-SLA-IX                   PIC 9(2)  VALUE ZEROS.
       01  WS-SLA-CARDS-BAD            PIC 9(4)  VALUE ZEROS.
       01  WS-FIND-STREAM              PIC X(8)  VALUE SPACES.
      *    the run-id/program group being swept
       01  WS-GROUP-BREAK.
           05  WS-PREV-RUN-ID          PIC X(8)  VALUE LOW-VALUES.
           05  WS-PREV-PGM-ID          PIC X(8)  VALUE LOW-VALUES.
           05  WS-GRP-OPEN-HHMM        PIC 9(4)  VALUE ZEROS.
           05  WS-GRP-CURRENT-SW       PIC X(1)  VALUE 'N'.
              88  WS-GRP-CURRENT                  VALUE 'Y'.
           05  WS-GRP-TODAY-FIRST      PIC 9(3)  VALUE ZEROS.
           05  WS-GRP-HIST-RUNS        PIC 9(5)  VALUE ZEROS.
           05  WS-GRP-HIST-DAYS        PIC 9(3)  VALUE ZEROS.
           05  WS-GRP-HIST-SECS        PIC 9(12) VALUE ZEROS.
           05  WS-GRP-HIST-RECS        PIC 9(12) VALUE ZEROS.
           05  WS-GRP-HIST-VOL-RUNS    PIC 9(5)  VALUE ZEROS.
           05  WS-GRP-LAST-HIST-INT    PIC 9(7)  VALUE ZEROS.
           05  WS-GRP-LAST-TREND-INT   PIC 9(7)  VALUE ZEROS.
           05  WS-GRP-LAST-STAMP       PIC X(21) VALUE SPACES.
           05  WS-GRP-LAST-EVENT       PIC X(1)  VALUE SPACE.
      *    starts still waiting for their end within the current
      *    group; an end pairs with the newest open start
       01  WS-OPEN-TABLE.
           05  WS-OPEN-TIMESTAMP OCCURS 20 TIMES
                                       PIC X(21).
       01  WS-OPEN-USED                PIC 9(2)  VALUE ZEROS.
       01  WS-OPEN-IX                  PIC 9(2)  VALUE ZEROS.
      *    the key sorts 'E' before 'S', so a step that started and
      *    ended within the same hundredth of a second arrives
      *    end-first - hold that end until its start turns up
       01  WS-PENDING-END.
           05  WS-PENDING-E-STAMP      PIC X(21) VALUE SPACES.
           05  WS-PENDING-RC           PIC 9(2)  VALUE ZEROS.
           05  WS-PENDING-RECS         PIC 9(9)  VALUE ZEROS.
      *    one start/end pair being timed
       01  WS-PAIR-WORK.
           05  WS-PAIR-START           PIC X(21) VALUE SPACES.
           05  WS-PAIR-END             PIC X(21) VALUE SPACES.
           05  WS-PAIR-RC              PIC 9(2)  VALUE ZEROS.
           05  WS-PAIR-RECS            PIC 9(9)  VALUE ZEROS.
           05  WS-PAIR-START-SECS      PIC 9(12) VALUE ZEROS.
           05  WS-PAIR-SECS            PIC 9(9)  VALUE ZEROS.
           05  WS-RUN-WIN-INT          PIC 9(7)  VALUE ZEROS.
           05  WS-RUN-WIN-DATE         PIC 9(8)  VALUE ZEROS.
           05  WS-RUN-WIN-DATE-R REDEFINES WS-RUN-WIN-DATE.
               10  WS-RUN-WIN-MONTH    PIC 9(6).
               10  FILLER              PIC 9(2).
      *    runs in the report window, one entry per run - ended,
      *    still running, or started and never ended
       01  WS-TODAY-TABLE.
           05  WS-TDY-ENTRY OCCURS 300 TIMES.
               10  WS-TDY-RUN-ID       PIC X(8).
               10  WS-TDY-PGM-ID       PIC X(8).
               10  WS-TDY-START        PIC X(21).
               10  WS-TDY-END          PIC X(21).
               10  WS-TDY-STATE        PIC X(1).
                  88  WS-TDY-ENDED                VALUE 'E'.
                  88  WS-TDY-RUNNING              VALUE 'R'.
                  88  WS-TDY-NO-END               VALUE 'N'.
               10  WS-TDY-SECS         PIC 9(9).
               10  WS-TDY-RECS         PIC 9(9).
               10  WS-TDY-RC           PIC 9(2).
               10  WS-TDY-AVG-SECS     PIC 9(9).
               10  WS-TDY-HIST-RUNS    PIC 9(5).
               10  WS-TDY-FLAG         PIC X(4).
       01  WS-TDY-USED                 PIC 9(3)  VALUE ZEROS.
       01  WS-TDY-IX                   PIC 9(3)  VALUE ZEROS.
      *    per stream step, over the 30 windows before the report
      *    window: its time per window, how many runs a window
      *    usually has, and the records a run that had any carried
      *    - a program can run more than once a night (DATBATCH's
      *    VALIDATE step, intraday cycles) and a zero-record run is
      *    no measure of volume
       01  WS-AVG-TABLE.
           05  WS-AVG-ENTRY OCCURS 400 TIMES.
               10  WS-AVG-RUN-ID       PIC X(8).
               10  WS-AVG-PGM-ID       PIC X(8).
               10  WS-AVG-DAYS         PIC 9(3).
               10  WS-AVG-DAY-SECS     PIC 9(9).
               10  WS-AVG-DAY-RUNS     PIC 9(3).
               10  WS-AVG-RUN-RECS     PIC 9(9).
       01  WS-AVG-USED                 PIC 9(3)  VALUE ZEROS.
       01  WS-AVG-IX                   PIC 9(3)  VALUE ZEROS.
      *    per stream per month - RUNLOG is keyed by run id first,
      *    so every month of one stream is added before the next
      *    stream's, and each stream's entries sit together
       01  WS-TREND-TABLE.
           05  WS-TRD-ENTRY OCCURS 300 TIMES.
               10  WS-TRD-RUN-ID       PIC X(8).
               10  WS-TRD-MONTH        PIC 9(6).
               10  WS-TRD-DAYS         PIC 9(3).
               10  WS-TRD-RECS         PIC 9(12).
               10  WS-TRD-SECS         PIC 9(12).
       01  WS-TRD-USED                 PIC 9(3)  VALUE ZEROS.
       01  WS-TRD-IX                   PIC 9(3)  VALUE ZEROS.
       01  WS-TRD-FIRST                PIC 9(3)  VALUE ZEROS.
       01  WS-STRM-TRD-FIRST           PIC 9(3)  VALUE 1.
       01  WS-TRD-LAST                 PIC 9(3)  VALUE ZEROS.
       01  WS-TREND-WORK.
           05  WS-MONTH-WORK           PIC 9(6)  VALUE ZEROS.
           05  WS-MONTH-WORK-R REDEFINES WS-MONTH-WORK.
               10  WS-MONTH-YYYY       PIC 9(4).
               10  WS-MONTH-MM         PIC 9(2).
           05  WS-DAY-RECS             PIC 9(12) VALUE ZEROS.
           05  WS-DAY-SECS             PIC 9(9)  VALUE ZEROS.
           05  WS-PER-K-SECS           PIC 9(9)  VALUE ZEROS.
           05  WS-PRIOR-DAY-RECS       PIC 9(12) VALUE ZEROS.
           05  WS-PRIOR-DAY-SECS       PIC 9(9)  VALUE ZEROS.
           05  WS-CHANGE-PCT           PIC S9(5) VALUE ZEROS.
      *    one stream's projection
       01  WS-PROJECT-WORK.
           05  WS-PRJ-DEADLINE-SECS    PIC 9(12) VALUE ZEROS.
           05  WS-PRJ-FIRST-SECS       PIC 9(12) VALUE ZEROS.
           05  WS-PRJ-FINISH-SECS      PIC 9(12) VALUE ZEROS.
           05  WS-PRJ-TODAY-RECS       PIC 9(12) VALUE ZEROS.
           05  WS-PRJ-AVG-RECS         PIC 9(12) VALUE ZEROS.
           05  WS-PRJ-LEFT-SECS        PIC 9(12) VALUE ZEROS.
           05  WS-PRJ-CREDIT-SECS      PIC 9(12) VALUE ZEROS.
           05  WS-PRJ-PGM-RECS         PIC 9(12) VALUE ZEROS.
           05  WS-PRJ-PGM-CREDIT       PIC 9(9)  VALUE ZEROS.
           05  WS-PRJ-PGM-ENDED        PIC 9(5)  VALUE ZEROS.
           05  WS-PRJ-PGM-VOL-RUNS     PIC 9(5)  VALUE ZEROS.
           05  WS-PRJ-PGM-SECS         PIC 9(12) VALUE ZEROS.
           05  WS-PRJ-STEPS-DONE       PIC 9(3)  VALUE ZEROS.
           05  WS-PRJ-STEPS-LEFT       PIC 9(3)  VALUE ZEROS.
           05  WS-PRJ-FACTOR           PIC 9(3)V99 VALUE 1.
           05  WS-PRJ-SCALED           PIC S9(12) VALUE ZEROS.
           05  WS-PRJ-STATUS           PIC X(10) VALUE SPACES.
           05  WS-PRJ-BASIS            PIC X(9)  VALUE SPACES.
       01  WS-TIME-WORK.
           05  WS-NOW-STAMP            PIC X(21) VALUE SPACES.
           05  WS-NOW-SECS             PIC 9(12) VALUE ZEROS.
           05  WS-NOW-HHMM             PIC 9(4)  VALUE ZEROS.
           05  WS-STAMP-IN             PIC X(21) VALUE SPACES.
           05  WS-STAMP-SECS           PIC 9(12) VALUE ZEROS.
           05  WS-STAMP-DATE           PIC 9(8)  VALUE ZEROS.
           05  WS-STAMP-INT            PIC 9(7)  VALUE ZEROS.
           05  WS-STAMP-HHMM           PIC 9(4)  VALUE ZEROS.
           05  WS-STAMP-HH             PIC 9(2)  VALUE ZEROS.
           05  WS-STAMP-MM             PIC 9(2)  VALUE ZEROS.
           05  WS-STAMP-SS             PIC 9(2)  VALUE ZEROS.
           05  WS-OPEN-HHMM            PIC 9(4)  VALUE ZEROS.
           05  WS-DUE-HHMM             PIC 9(4)  VALUE ZEROS.
           05  WS-DUE-HHMM-R REDEFINES WS-DUE-HHMM.
               10  WS-DUE-HH           PIC 9(2).
               10  WS-DUE-MM           PIC 9(2).
           05  WS-WINDOW-INT           PIC 9(7)  VALUE ZEROS.
           05  WS-SECS-IN              PIC 9(12) VALUE ZEROS.
           05  WS-SECS-DAY-INT         PIC 9(7)  VALUE ZEROS.
           05  WS-SECS-OF-DAY          PIC 9(5)  VALUE ZEROS.
      *    printable times - 'YYYYMMDD HH:MM' and 'HHH:MM:SS'
       01  WS-SHOW-STAMP.
           05  WS-SHOW-DATE            PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-SHOW-HH              PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE ':'.
           05  WS-SHOW-MM              PIC 9(2).
       01  WS-SHOW-CLOCK.
           05  WS-CLOCK-HH             PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE ':'.
           05  WS-CLOCK-MM             PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE ':'.
           05  WS-CLOCK-SS             PIC 9(2).
       01  WS-DUR-SECS                 PIC 9(9)  VALUE ZEROS.
       01  WS-DUR-HOURS                PIC 9(6)  VALUE ZEROS.
       01  WS-DUR-REM                  PIC 9(5)  VALUE ZEROS.
       01  WS-DUR-TEXT.
           05  WS-DUR-HHH              PIC ZZ9.
           05  FILLER                  PIC X(1)  VALUE ':'.
           05  WS-DUR-MM               PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE ':'.
           05  WS-DUR-SS               PIC 9(2).
       01  WS-DISPLAY-FIELDS.
           05  WS-START-CLOCK          PIC X(8)  VALUE SPACES.
           05  WS-END-CLOCK            PIC X(8)  VALUE SPACES.
           05  WS-ELAPSED-TEXT         PIC X(9)  VALUE SPACES.
           05  WS-AVG-TEXT             PIC X(9)  VALUE SPACES.
           05  WS-DUE-TEXT             PIC X(14) VALUE SPACES.
           05  WS-FINISH-TEXT          PIC X(14) VALUE SPACES.
           05  WS-LEFT-TEXT            PIC X(9)  VALUE SPACES.
           05  WS-PCT-WORK             PIC 9(5)  VALUE ZEROS.
           05  WS-PCT-DISPLAY          PIC ZZZZ9.
           05  WS-PCT-TEXT             PIC X(5)  VALUE SPACES.
           05  WS-CNT-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
           05  WS-VOL-DISPLAY          PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-VOL-TEXT             PIC X(15) VALUE SPACES.
           05  WS-DAYS-DISPLAY         PIC ZZ9.
           05  WS-DONE-DISPLAY         PIC ZZ9.
           05  WS-RUNS-DISPLAY         PIC ZZZZ9.
           05  WS-RC-DISPLAY           PIC Z9.
           05  WS-FACTOR-DISPLAY       PIC ZZ9.99.
           05  WS-CHG-VOL-DISPLAY      PIC X(7)  VALUE SPACES.
           05  WS-CHG-SECS-DISPLAY     PIC X(7)  VALUE SPACES.
           05  WS-CHG-DISPLAY          PIC ----9.
           05  WS-STATE-TEXT           PIC X(7)  VALUE SPACES.
           COPY DATLGPRM.
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(80).
           05  LS-PARM-TEXT-R REDEFINES LS-PARM-TEXT.
               10  LS-PARM-DATE        PIC X(8).
               10  LS-PARM-PCT         PIC X(3).
               10  LS-PARM-FLOOR       PIC X(3).
               10  FILLER              PIC X(66).
       PROCEDURE DIVISION USING LS-PARM.
           DISPLAY 'DATWIN: BATCH-WINDOW ELAPSED TIME AND SLA REPORT'.
           IF LS-PARM-LEN >= 11 AND LS-PARM-PCT IS NUMERIC
                   AND LS-PARM-PCT > ZERO
               MOVE LS-PARM-PCT TO WS-OVER-PCT
           END-IF.
           IF LS-PARM-LEN >= 14 AND LS-PARM-FLOOR IS NUMERIC
               MOVE LS-PARM-FLOOR TO WS-FLOOR-MINUTES
           END-IF.
           COMPUTE WS-FLOOR-SECS = WS-FLOOR-MINUTES * 60.
           PERFORM log_run_start.
           PERFORM set_current_time.
           PERFORM load_sla_cards.
           PERFORM set_report_date.
           DISPLAY 'DATWIN: WINDOW ' WS-REPORT-DATE
               ', OVER THRESHOLD=' WS-OVER-PCT
               ' PCT, FLOOR=' WS-FLOOR-MINUTES ' MINUTES'.
           PERFORM open_files.
           PERFORM UNTIL WS-EOF
               READ RUNLOG NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-EVENTS-READ
                       PERFORM examine_event
               END-READ
           END-PERFORM.
           PERFORM flush_group.
           PERFORM write_step_times.
           PERFORM write_projections.
           PERFORM write_trend.
           PERFORM close_files.
           IF WS-TABLE-LOST > ZERO
               DISPLAY 'DATWIN: ' WS-TABLE-LOST
                   ' ENTRIES DID NOT FIT THE WORK TABLES - REPORT'
                   ' IS INCOMPLETE'
           END-IF.
           IF WS-STEPS-OVER > ZERO OR WS-STREAMS-LATE > ZERO
                   OR WS-TABLE-LOST > ZERO
               DISPLAY 'DATWIN: ' WS-STEPS-OVER ' STEP(S) OVER, '
                   WS-STREAMS-LATE ' STREAM(S) LATE OR AT RISK'
                   ' - SEE WINRPT'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'DATWIN: ' WS-STEPS-TIMED
                   ' STEP RUN(S) IN THE WINDOW, NONE OVER, NO'
                   ' STREAM LATE'
               MOVE 0 TO RETURN-CODE
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
           MOVE SPACES TO DLP-RUN-ID.
           MOVE 'DATWIN' TO DLP-PROGRAM-ID.
           MOVE RETURN-CODE TO DLP-RETURN-CODE.
           MOVE WS-EVENTS-READ TO DLP-REC-PROCESSED.
           MOVE WS-STEPS-OVER TO DLP-REC-REJECTED.
           MOVE 'N' TO DLP-RESTART-IND.
           CALL 'DATLOG' USING DATLOG-PARM.
      *    a CALLed program's RETURN-CODE comes back into the
      *    caller's - put the step's own code back so logging
      *    never changes how the job stream sees this step
           MOVE DLP-RETURN-CODE TO RETURN-CODE.

       set_current_time.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP.
           MOVE WS-NOW-STAMP TO WS-STAMP-IN.
           PERFORM stamp_to_seconds.
           MOVE WS-STAMP-SECS TO WS-NOW-SECS.
           MOVE WS-STAMP-HHMM TO WS-NOW-HHMM.

      * SLAPARM cards and the report window
       load_sla_cards.
           OPEN INPUT SLAPARM.
           IF WS-SLA-STATUS NOT = '00'
               DISPLAY 'DATWIN: SLAPARM OPEN FAILED, STATUS='
                   WS-SLA-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM UNTIL WS-EOF
               READ SLAPARM
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF SLA-STREAM-ID NOT = SPACES
                           PERFORM add_sla_entry
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SLAPARM.
           MOVE 'N' TO WS-EOF-SW.
      *    a deadline nobody can read is worse than none - the
      *    projection would quietly judge the stream against
      *    midnight
           IF WS-SLA-CARDS-BAD > ZERO
               DISPLAY 'DATWIN: ' WS-SLA-CARDS-BAD
                   ' INVALID SLAPARM CARD(S) - FIX AND RERUN'
               MOVE 8 TO RETURN-CODE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           IF WS-SLA-USED = ZERO
               DISPLAY 'DATWIN: NO STREAMS ON SLAPARM - STEP TIMES'
                   ' AND TREND ONLY'
               MOVE ZEROS TO WS-EARLIEST-OPEN
           END-IF.

       add_sla_entry.
           IF SLA-WINDOW-START IS NOT NUMERIC
                   OR SLA-DEADLINE IS NOT NUMERIC
                   OR SLA-WINDOW-START(1:2) > '23'
                   OR SLA-WINDOW-START(3:2) > '59'
                   OR SLA-DEADLINE(1:2) > '23'
                   OR SLA-DEADLINE(3:2) > '59'
               DISPLAY 'DATWIN: SLAPARM CARD FOR ' SLA-STREAM-ID
                   ' - WINDOW START/DEADLINE NOT A VALID HHMM'
               ADD 1 TO WS-SLA-CARDS-BAD
           ELSE
               MOVE SLA-STREAM-ID TO WS-FIND-STREAM
               PERFORM find_sla_card
               IF WS-FOUND
                   DISPLAY 'DATWIN: STREAM ' SLA-STREAM-ID
                       ' ON SLAPARM TWICE - SECOND CARD IGNORED'
               ELSE
                   IF WS-SLA-USED < 20
                       ADD 1 TO WS-SLA-USED
                       MOVE WS-SLA-USED TO WS-SLA-IX
                       MOVE SLA-STREAM-ID TO WS-SLA-ID (WS-SLA-IX)
                       MOVE SLA-WINDOW-START
                           TO WS-SLA-OPEN (WS-SLA-IX)
                       MOVE SLA-DEADLINE TO WS-SLA-DUE (WS-SLA-IX)
                       IF SLA-FINAL-PROGRAM = SPACES
                           MOVE WS-DEFAULT-FINAL
                               TO WS-SLA-FINAL (WS-SLA-IX)
                       ELSE
                           MOVE SLA-FINAL-PROGRAM
                               TO WS-SLA-FINAL (WS-SLA-IX)
                       END-IF
                       IF SLA-WINDOW-START < WS-EARLIEST-OPEN
                           MOVE SLA-WINDOW-START TO WS-EARLIEST-OPEN
                       END-IF
                   ELSE
                       DISPLAY 'DATWIN: SLAPARM TABLE FULL AT '
                           WS-SLA-USED ', STREAM=' SLA-STREAM-ID
                       ADD 1 TO WS-SLA-CARDS-BAD
                   END-IF
               END-IF
           END-IF.

       find_sla_card.
      *    looks up WS-FIND-STREAM; leaves WS-SLA-IX on it when
      *    found
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-SLA-IX FROM 1 BY 1
                   UNTIL WS-SLA-IX > WS-SLA-USED OR WS-FOUND
               IF WS-SLA-ID (WS-SLA-IX) = WS-FIND-STREAM
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-SLA-IX
           END-IF.

       set_report_date.
      *    no date in the PARM means the window in progress now -
      *    before the earliest card's window opens, that is still
      *    the one that opened yesterday
           IF LS-PARM-LEN >= 8 AND LS-PARM-DATE IS NUMERIC
                   AND LS-PARM-DATE NOT = ZEROS
               MOVE LS-PARM-DATE TO WS-REPORT-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-REPORT-DATE)
                       NOT = ZERO
                   DISPLAY 'DATWIN: PARM DATE ' LS-PARM-DATE
                       ' IS NOT A VALID YYYYMMDD'
                   MOVE 8 TO RETURN-CODE
                   PERFORM log_run_end
                   STOP RUN
               END-IF
               COMPUTE WS-REPORT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)
           ELSE
               MOVE WS-NOW-STAMP(1:8) TO WS-STAMP-DATE
               COMPUTE WS-REPORT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
               IF WS-NOW-HHMM < WS-EARLIEST-OPEN
                   SUBTRACT 1 FROM WS-REPORT-INT
               END-IF
               COMPUTE WS-REPORT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-REPORT-INT)
           END-IF.
           COMPUTE WS-HIST-FROM-INT = WS-REPORT-INT - 30.
           MOVE WS-REPORT-DATE(1:6) TO WS-REPORT-MONTH.
           COMPUTE WS-TREND-FROM-MONTH = WS-REPORT-MONTH - 100.

       open_files.
           OPEN INPUT RUNLOG.
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'DATWIN: RUNLOG OPEN FAILED, STATUS='
                   WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           OPEN OUTPUT WINRPT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATWIN: WINRPT OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE RUNLOG
               PERFORM log_run_end
               STOP RUN
           END-IF.

      * time arithmetic
       stamp_to_seconds.
      *    seconds since the epoch of INTEGER-OF-DATE, so elapsed
      *    time is a subtraction across midnight and month ends
           MOVE WS-STAMP-IN(1:8) TO WS-STAMP-DATE.
           MOVE WS-STAMP-IN(9:4) TO WS-STAMP-HHMM.
           MOVE WS-STAMP-IN(9:2) TO WS-STAMP-HH.
           MOVE WS-STAMP-IN(11:2) TO WS-STAMP-MM.
           MOVE WS-STAMP-IN(13:2) TO WS-STAMP-SS.
           COMPUTE WS-STAMP-INT =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE).
           COMPUTE WS-STAMP-SECS = WS-STAMP-INT * 86400
               + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS.

       stamp_window.
      *    the window a timestamp belongs to, for a stream whose
      *    window opens at WS-OPEN-HHMM - anything stamped before
      *    the opening time is the tail of the previous night
           PERFORM stamp_to_seconds.
           MOVE WS-STAMP-INT TO WS-WINDOW-INT.
           IF WS-STAMP-HHMM < WS-OPEN-HHMM
               SUBTRACT 1 FROM WS-WINDOW-INT
           END-IF.

       seconds_to_show.
           DIVIDE WS-SECS-IN BY 86400 GIVING WS-SECS-DAY-INT
               REMAINDER WS-SECS-OF-DAY.
           COMPUTE WS-SHOW-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SECS-DAY-INT).
           DIVIDE WS-SECS-OF-DAY BY 3600 GIVING WS-SHOW-HH
               REMAINDER WS-DUR-REM.
           DIVIDE WS-DUR-REM BY 60 GIVING WS-SHOW-MM.

       stamp_to_clock.
           MOVE WS-STAMP-IN(9:2) TO WS-CLOCK-HH.
           MOVE WS-STAMP-IN(11:2) TO WS-CLOCK-MM.
           MOVE WS-STAMP-IN(13:2) TO WS-CLOCK-SS.

       duration_text.
      *    WS-DUR-SECS as HHH:MM:SS - a step past 999 hours shows
      *    999 hours, it has bigger problems than its format
           DIVIDE WS-DUR-SECS BY 3600 GIVING WS-DUR-HOURS
               REMAINDER WS-DUR-REM.
           IF WS-DUR-HOURS > 999
               MOVE 999 TO WS-DUR-HHH
           ELSE
               MOVE WS-DUR-HOURS TO WS-DUR-HHH
           END-IF.
           DIVIDE WS-DUR-REM BY 60 GIVING WS-DUR-MM
               REMAINDER WS-DUR-SS.

      * the RUNLOG sweep
       examine_event.
      *    keys arrive grouped by run id and program with timestamps
      *    ascending inside the group, so start/end pairing is a
      *    straight sweep with a break on the group change. Events
      *    logged with no run id are the monitor jobs themselves
      *    (DATMON and this program), not a stream's batch window.
           IF LOG-RUN-ID = SPACES
               CONTINUE
           ELSE
               IF LOG-RUN-ID NOT = WS-PREV-RUN-ID
                       OR LOG-PROGRAM-ID NOT = WS-PREV-PGM-ID
                   PERFORM flush_group
                   PERFORM start_group
               END-IF
               IF LOG-EVENT-START
                   PERFORM note_open_start
               ELSE
                   PERFORM pair_end_event
               END-IF
               MOVE LOG-TIMESTAMP TO WS-GRP-LAST-STAMP
               MOVE LOG-EVENT TO WS-GRP-LAST-EVENT
           END-IF.

       start_group.
           IF LOG-RUN-ID NOT = WS-PREV-RUN-ID
               COMPUTE WS-STRM-TRD-FIRST = WS-TRD-USED + 1
           END-IF.
           MOVE LOG-RUN-ID TO WS-PREV-RUN-ID.
           MOVE LOG-PROGRAM-ID TO WS-PREV-PGM-ID.
           MOVE LOG-RUN-ID TO WS-FIND-STREAM.
           PERFORM find_sla_card.
           IF WS-FOUND
               MOVE WS-SLA-OPEN (WS-SLA-IX) TO WS-GRP-OPEN-HHMM
           ELSE
               MOVE ZEROS TO WS-GRP-OPEN-HHMM
           END-IF.
      *    is the report window the one this stream is in right now -
      *    only then can an open start be a step still running
           MOVE WS-GRP-OPEN-HHMM TO WS-OPEN-HHMM.
           MOVE WS-NOW-STAMP TO WS-STAMP-IN.
           PERFORM stamp_window.
           IF WS-WINDOW-INT = WS-REPORT-INT
               MOVE 'Y' TO WS-GRP-CURRENT-SW
           ELSE
               MOVE 'N' TO WS-GRP-CURRENT-SW
           END-IF.
           COMPUTE WS-GRP-TODAY-FIRST = WS-TDY-USED + 1.
           MOVE ZEROS TO WS-GRP-HIST-RUNS.
           MOVE ZEROS TO WS-GRP-HIST-DAYS.
           MOVE ZEROS TO WS-GRP-HIST-SECS.
           MOVE ZEROS TO WS-GRP-HIST-RECS.
           MOVE ZEROS TO WS-GRP-HIST-VOL-RUNS.
           MOVE ZEROS TO WS-GRP-LAST-HIST-INT.
           MOVE ZEROS TO WS-GRP-LAST-TREND-INT.
           MOVE SPACES TO WS-GRP-LAST-STAMP.
           MOVE SPACE TO WS-GRP-LAST-EVENT.

       note_open_start.
      *    a start carrying the same timestamp as the unmatched end
      *    just seen IS that end's start, arriving second only
      *    because of the key's event-code ordering - time the pair
      *    and open nothing
           IF LOG-TIMESTAMP = WS-PENDING-E-STAMP
                   AND WS-PENDING-E-STAMP NOT = SPACES
               MOVE LOG-TIMESTAMP TO WS-PAIR-START
               MOVE WS-PENDING-E-STAMP TO WS-PAIR-END
               MOVE WS-PENDING-RC TO WS-PAIR-RC
               MOVE WS-PENDING-RECS TO WS-PAIR-RECS
               MOVE SPACES TO WS-PENDING-E-STAMP
               PERFORM time_step_run
           ELSE
               MOVE SPACES TO WS-PENDING-E-STAMP
               IF WS-OPEN-USED < 20
                   ADD 1 TO WS-OPEN-USED
                   MOVE LOG-TIMESTAMP
                       TO WS-OPEN-TIMESTAMP (WS-OPEN-USED)
               ELSE
      *            twenty open starts in one group - DATMON pages
      *            on that; here the oldest is simply lost
                   ADD 1 TO WS-TABLE-LOST
               END-IF
           END-IF.

       pair_end_event.
      *    the end closes the NEWEST open start, as in DATMON - an
      *    abended run's dangling start must not swallow a later
      *    clean run's end and report a step three nights long
           MOVE LOG-RETURN-CODE TO WS-PAIR-RC.
           COMPUTE WS-PAIR-RECS =
               LOG-REC-PROCESSED + LOG-REC-REJECTED.
           IF WS-OPEN-USED > ZERO
               MOVE WS-OPEN-TIMESTAMP (WS-OPEN-USED)
                   TO WS-PAIR-START
               SUBTRACT 1 FROM WS-OPEN-USED
               MOVE LOG-TIMESTAMP TO WS-PAIR-END
               PERFORM time_step_run
           ELSE
               MOVE LOG-TIMESTAMP TO WS-PENDING-E-STAMP
               MOVE WS-PAIR-RC TO WS-PENDING-RC
               MOVE WS-PAIR-RECS TO WS-PENDING-RECS
           END-IF.

       time_step_run.
           MOVE WS-GRP-OPEN-HHMM TO WS-OPEN-HHMM.
           MOVE WS-PAIR-START TO WS-STAMP-IN.
           PERFORM stamp_window.
           MOVE WS-STAMP-SECS TO WS-PAIR-START-SECS.
           MOVE WS-WINDOW-INT TO WS-RUN-WIN-INT.
           COMPUTE WS-RUN-WIN-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RUN-WIN-INT).
           MOVE WS-PAIR-END TO WS-STAMP-IN.
           PERFORM stamp_to_seconds.
           COMPUTE WS-PAIR-SECS =
               WS-STAMP-SECS - WS-PAIR-START-SECS.
           IF WS-RUN-WIN-INT = WS-REPORT-INT
               PERFORM add_today_entry
               IF WS-TDY-IX > ZERO
                   MOVE WS-PAIR-END TO WS-TDY-END (WS-TDY-IX)
                   MOVE 'E' TO WS-TDY-STATE (WS-TDY-IX)
                   MOVE WS-PAIR-SECS TO WS-TDY-SECS (WS-TDY-IX)
                   MOVE WS-PAIR-RECS TO WS-TDY-RECS (WS-TDY-IX)
                   MOVE WS-PAIR-RC TO WS-TDY-RC (WS-TDY-IX)
               END-IF
           END-IF.
           IF WS-RUN-WIN-INT >= WS-HIST-FROM-INT
                   AND WS-RUN-WIN-INT < WS-REPORT-INT
               ADD 1 TO WS-GRP-HIST-RUNS
               ADD WS-PAIR-SECS TO WS-GRP-HIST-SECS
               ADD WS-PAIR-RECS TO WS-GRP-HIST-RECS
               IF WS-PAIR-RECS > ZERO
                   ADD 1 TO WS-GRP-HIST-VOL-RUNS
               END-IF
               IF WS-RUN-WIN-INT NOT = WS-GRP-LAST-HIST-INT
                   ADD 1 TO WS-GRP-HIST-DAYS
                   MOVE WS-RUN-WIN-INT TO WS-GRP-LAST-HIST-INT
               END-IF
           END-IF.
           IF WS-RUN-WIN-MONTH >= WS-TREND-FROM-MONTH
                   AND WS-RUN-WIN-INT <= WS-REPORT-INT
               PERFORM add_trend_run
           END-IF.

       add_today_entry.
      *    leaves WS-TDY-IX on the new entry, zero if no room
           IF WS-TDY-USED < 300
               ADD 1 TO WS-TDY-USED
               MOVE WS-TDY-USED TO WS-TDY-IX
               MOVE WS-PREV-RUN-ID TO WS-TDY-RUN-ID (WS-TDY-IX)
               MOVE WS-PREV-PGM-ID TO WS-TDY-PGM-ID (WS-TDY-IX)
               MOVE WS-PAIR-START TO WS-TDY-START (WS-TDY-IX)
               MOVE SPACES TO WS-TDY-END (WS-TDY-IX)
               MOVE 'N' TO WS-TDY-STATE (WS-TDY-IX)
               MOVE ZEROS TO WS-TDY-SECS (WS-TDY-IX)
               MOVE ZEROS TO WS-TDY-RECS (WS-TDY-IX)
               MOVE ZEROS TO WS-TDY-RC (WS-TDY-IX)
               MOVE ZEROS TO WS-TDY-AVG-SECS (WS-TDY-IX)
               MOVE ZEROS TO WS-TDY-HIST-RUNS (WS-TDY-IX)
               MOVE SPACES TO WS-TDY-FLAG (WS-TDY-IX)
               ADD 1 TO WS-STEPS-TIMED
           ELSE
               MOVE ZEROS TO WS-TDY-IX
               ADD 1 TO WS-TABLE-LOST
           END-IF.

       add_trend_run.
           MOVE 'N' TO WS-FOUND-SW.
      *    only this stream's entries can hold the month - they
      *    start where the stream's first group started adding
           PERFORM VARYING WS-TRD-IX FROM WS-STRM-TRD-FIRST BY 1
                   UNTIL WS-TRD-IX > WS-TRD-USED OR WS-FOUND
               IF WS-TRD-MONTH (WS-TRD-IX) = WS-RUN-WIN-MONTH
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-TRD-IX
           ELSE
               IF WS-TRD-USED < 300
                   ADD 1 TO WS-TRD-USED
                   MOVE WS-TRD-USED TO WS-TRD-IX
                   MOVE WS-PREV-RUN-ID TO WS-TRD-RUN-ID (WS-TRD-IX)
                   MOVE WS-RUN-WIN-MONTH TO WS-TRD-MONTH (WS-TRD-IX)
                   MOVE ZEROS TO WS-TRD-DAYS (WS-TRD-IX)
                   MOVE ZEROS TO WS-TRD-RECS (WS-TRD-IX)
                   MOVE ZEROS TO WS-TRD-SECS (WS-TRD-IX)
               ELSE
                   MOVE ZEROS TO WS-TRD-IX
                   ADD 1 TO WS-TABLE-LOST
               END-IF
           END-IF.
           IF WS-TRD-IX > ZERO
               ADD WS-PAIR-SECS TO WS-TRD-SECS (WS-TRD-IX)
               IF WS-PREV-PGM-ID = WS-VOLUME-PGM
                   ADD WS-PAIR-RECS TO WS-TRD-RECS (WS-TRD-IX)
                   IF WS-RUN-WIN-INT NOT = WS-GRP-LAST-TREND-INT
                       ADD 1 TO WS-TRD-DAYS (WS-TRD-IX)
                       MOVE WS-RUN-WIN-INT TO WS-GRP-LAST-TREND-INT
                   END-IF
               END-IF
           END-IF.

       flush_group.
      *    at the group break: starts still open in the report
      *    window are entered as running (the group's newest event,
      *    in the window in progress) or as never ended; then the
      *    group's 30-window average is kept for the projection and
      *    set against each of its runs in the report window
           IF WS-PREV-RUN-ID NOT = LOW-VALUES
               MOVE WS-GRP-OPEN-HHMM TO WS-OPEN-HHMM
               PERFORM VARYING WS-OPEN-IX FROM 1 BY 1
                       UNTIL WS-OPEN-IX > WS-OPEN-USED
                   PERFORM enter_open_start
               END-PERFORM
               IF WS-GRP-HIST-DAYS > ZERO
                   PERFORM keep_group_average
               END-IF
               PERFORM VARYING WS-TDY-IX FROM WS-GRP-TODAY-FIRST
                       BY 1 UNTIL WS-TDY-IX > WS-TDY-USED
                   PERFORM judge_step_run
               END-PERFORM
           END-IF.
           MOVE ZEROS TO WS-OPEN-USED.
           MOVE SPACES TO WS-PENDING-E-STAMP.

       enter_open_start.
           MOVE WS-OPEN-TIMESTAMP (WS-OPEN-IX) TO WS-STAMP-IN.
           PERFORM stamp_window.
           IF WS-WINDOW-INT = WS-REPORT-INT
               MOVE WS-OPEN-TIMESTAMP (WS-OPEN-IX) TO WS-PAIR-START
               PERFORM add_today_entry
               IF WS-TDY-IX > ZERO
                   IF WS-GRP-CURRENT
                           AND WS-GRP-LAST-EVENT = 'S'
                           AND WS-OPEN-TIMESTAMP (WS-OPEN-IX)
                               = WS-GRP-LAST-STAMP
                       MOVE 'R' TO WS-TDY-STATE (WS-TDY-IX)
                       COMPUTE WS-TDY-SECS (WS-TDY-IX) =
                           WS-NOW-SECS - WS-STAMP-SECS
                   END-IF
               END-IF
           END-IF.

       keep_group_average.
           IF WS-AVG-USED < 400
               ADD 1 TO WS-AVG-USED
               MOVE WS-AVG-USED TO WS-AVG-IX
               MOVE WS-PREV-RUN-ID TO WS-AVG-RUN-ID (WS-AVG-IX)
               MOVE WS-PREV-PGM-ID TO WS-AVG-PGM-ID (WS-AVG-IX)
               MOVE WS-GRP-HIST-DAYS TO WS-AVG-DAYS (WS-AVG-IX)
               COMPUTE WS-AVG-DAY-SECS (WS-AVG-IX) =
                   WS-GRP-HIST-SECS / WS-GRP-HIST-DAYS
               COMPUTE WS-AVG-DAY-RUNS (WS-AVG-IX) ROUNDED =
                   WS-GRP-HIST-RUNS / WS-GRP-HIST-DAYS
               IF WS-AVG-DAY-RUNS (WS-AVG-IX) = ZERO
                   MOVE 1 TO WS-AVG-DAY-RUNS (WS-AVG-IX)
               END-IF
               IF WS-GRP-HIST-VOL-RUNS > ZERO
                   COMPUTE WS-AVG-RUN-RECS (WS-AVG-IX) =
                       WS-GRP-HIST-RECS / WS-GRP-HIST-VOL-RUNS
               ELSE
                   MOVE ZEROS TO WS-AVG-RUN-RECS (WS-AVG-IX)
               END-IF
           ELSE
               ADD 1 TO WS-TABLE-LOST
           END-IF.

       judge_step_run.
      *    one run against the step's average RUN over the 30
      *    windows - a step run twice a night is judged per run
           MOVE WS-GRP-HIST-RUNS TO WS-TDY-HIST-RUNS (WS-TDY-IX).
           IF WS-GRP-HIST-RUNS > ZERO
               COMPUTE WS-TDY-AVG-SECS (WS-TDY-IX) =
                   WS-GRP-HIST-SECS / WS-GRP-HIST-RUNS
               IF NOT WS-TDY-NO-END (WS-TDY-IX)
                   IF WS-TDY-SECS (WS-TDY-IX) * 100 >
                           WS-TDY-AVG-SECS (WS-TDY-IX) * WS-OVER-PCT
                       AND WS-TDY-SECS (WS-TDY-IX) >
                           WS-TDY-AVG-SECS (WS-TDY-IX) + WS-FLOOR-SECS
                       MOVE 'OVER' TO WS-TDY-FLAG (WS-TDY-IX)
                       ADD 1 TO WS-STEPS-OVER
                   END-IF
               END-IF
           END-IF.

      * the STEP TIMES section of the report
       write_step_times.
           MOVE SPACES TO RPT-LINE.
           STRING 'DATWIN BATCH-WINDOW REPORT - WINDOW OF '
                      DELIMITED BY SIZE
                  WS-REPORT-DATE   DELIMITED BY SIZE
                  '  RUN AT '      DELIMITED BY SIZE
                  WS-NOW-STAMP(1:8) DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-NOW-STAMP(9:4) DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE WS-OVER-PCT TO WS-PCT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'STEP TIMES AGAINST THE 30 WINDOWS BEFORE - OVER '
                      DELIMITED BY SIZE
                  'MEANS ABOVE '   DELIMITED BY SIZE
                  WS-PCT-DISPLAY   DELIMITED BY SIZE
                  ' PCT OF AVERAGE AND MORE THAN '
                                   DELIMITED BY SIZE
                  WS-FLOOR-MINUTES DELIMITED BY SIZE
                  ' MINUTES LONGER' DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE SPACES TO RPT-LINE.
           PERFORM write_line.
           MOVE SPACES TO RPT-LINE.
           STRING 'STREAM   PROGRAM  STARTED  ENDED    STATE   '
                      DELIMITED BY SIZE
                  '  ELAPSED      RECORDS RC  30-AVG RUN  RUNS '
                      DELIMITED BY SIZE
                  '  PCT FLAG'     DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           IF WS-TDY-USED = ZERO
               MOVE '  NO STEP RAN IN THE WINDOW' TO RPT-LINE
               PERFORM write_line
           END-IF.
           PERFORM VARYING WS-TDY-IX FROM 1 BY 1
                   UNTIL WS-TDY-IX > WS-TDY-USED
               PERFORM write_step_line
           END-PERFORM.

       write_step_line.
           MOVE WS-TDY-START (WS-TDY-IX) TO WS-STAMP-IN.
           PERFORM stamp_to_clock.
           MOVE WS-SHOW-CLOCK TO WS-START-CLOCK.
           MOVE SPACES TO WS-END-CLOCK.
           EVALUATE TRUE
               WHEN WS-TDY-ENDED (WS-TDY-IX)
                   MOVE WS-TDY-END (WS-TDY-IX) TO WS-STAMP-IN
                   PERFORM stamp_to_clock
                   MOVE WS-SHOW-CLOCK TO WS-END-CLOCK
                   MOVE 'ENDED' TO WS-STATE-TEXT
               WHEN WS-TDY-RUNNING (WS-TDY-IX)
                   MOVE 'RUNNING' TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE 'NO END' TO WS-STATE-TEXT
           END-EVALUATE.
           MOVE WS-TDY-SECS (WS-TDY-IX) TO WS-DUR-SECS.
           PERFORM duration_text.
           MOVE WS-DUR-TEXT TO WS-ELAPSED-TEXT.
           MOVE SPACES TO WS-AVG-TEXT.
           MOVE SPACES TO WS-PCT-TEXT.
           IF WS-TDY-HIST-RUNS (WS-TDY-IX) > ZERO
               MOVE WS-TDY-AVG-SECS (WS-TDY-IX) TO WS-DUR-SECS
               PERFORM duration_text
               MOVE WS-DUR-TEXT TO WS-AVG-TEXT
               IF WS-TDY-AVG-SECS (WS-TDY-IX) > ZERO
                       AND NOT WS-TDY-NO-END (WS-TDY-IX)
                   COMPUTE WS-PCT-WORK =
                       WS-TDY-SECS (WS-TDY-IX) * 100
                       / WS-TDY-AVG-SECS (WS-TDY-IX)
                       ON SIZE ERROR
                           MOVE 99999 TO WS-PCT-WORK
                   END-COMPUTE
                   MOVE WS-PCT-WORK TO WS-PCT-DISPLAY
                   MOVE WS-PCT-DISPLAY TO WS-PCT-TEXT
               END-IF
           END-IF.
           MOVE WS-TDY-RECS (WS-TDY-IX) TO WS-CNT-DISPLAY.
           MOVE WS-TDY-RC (WS-TDY-IX) TO WS-RC-DISPLAY.
           MOVE WS-TDY-HIST-RUNS (WS-TDY-IX) TO WS-RUNS-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING WS-TDY-RUN-ID (WS-TDY-IX) DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-TDY-PGM-ID (WS-TDY-IX) DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-START-CLOCK            DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-END-CLOCK              DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-STATE-TEXT             DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-ELAPSED-TEXT           DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-CNT-DISPLAY            DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-RC-DISPLAY             DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-AVG-TEXT               DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-RUNS-DISPLAY           DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-PCT-TEXT               DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-TDY-FLAG (WS-TDY-IX)   DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.

      * the SLA PROJECTION section of the report
       write_projections.
           MOVE SPACES TO RPT-LINE.
           PERFORM write_line.
           MOVE 'SLA PROJECTION - FINISH AGAINST THE SLAPARM DEADLINE'
               TO RPT-LINE.
           PERFORM write_line.
           MOVE SPACES TO RPT-LINE.
           PERFORM write_line.
           MOVE SPACES TO RPT-LINE.
           STRING 'STREAM   DEADLINE        STEPS DONE LEFT '
                      DELIMITED BY SIZE
                  '  RECORDS SO FAR  VOL FACTOR  WORK LEFT  '
                      DELIMITED BY SIZE
                  'FINISH         BASIS     STATUS'
                      DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           IF WS-SLA-USED = ZERO
               MOVE '  NO STREAMS ON SLAPARM' TO RPT-LINE
               PERFORM write_line
           END-IF.
           PERFORM VARYING WS-SLA-IX FROM 1 BY 1
                   UNTIL WS-SLA-IX > WS-SLA-USED
               PERFORM project_stream
               PERFORM write_projection_line
           END-PERFORM.

       project_stream.
           MOVE ZEROS TO WS-PRJ-FIRST-SECS.
           MOVE ZEROS TO WS-PRJ-FINISH-SECS.
           MOVE ZEROS TO WS-PRJ-TODAY-RECS.
           MOVE ZEROS TO WS-PRJ-AVG-RECS.
           MOVE ZEROS TO WS-PRJ-LEFT-SECS.
           MOVE ZEROS TO WS-PRJ-CREDIT-SECS.
           MOVE ZEROS TO WS-PRJ-STEPS-DONE.
           MOVE ZEROS TO WS-PRJ-STEPS-LEFT.
           MOVE 1 TO WS-PRJ-FACTOR.
           MOVE 'N' TO WS-FINISHED-SW.
      *    the deadline falls on the night the window opened, or
      *    the next morning when it is earlier than the opening
           MOVE WS-SLA-DUE (WS-SLA-IX) TO WS-DUE-HHMM.
           COMPUTE WS-PRJ-DEADLINE-SECS = WS-REPORT-INT * 86400
               + WS-DUE-HH * 3600 + WS-DUE-MM * 60.
           IF WS-SLA-DUE (WS-SLA-IX) <= WS-SLA-OPEN (WS-SLA-IX)
               ADD 86400 TO WS-PRJ-DEADLINE-SECS
           END-IF.
           MOVE WS-SLA-OPEN (WS-SLA-IX) TO WS-OPEN-HHMM.
           MOVE WS-NOW-STAMP TO WS-STAMP-IN.
           PERFORM stamp_window.
           IF WS-WINDOW-INT = WS-REPORT-INT
               MOVE 'Y' TO WS-CURRENT-SW
           ELSE
               MOVE 'N' TO WS-CURRENT-SW
           END-IF.
           PERFORM VARYING WS-TDY-IX FROM 1 BY 1
                   UNTIL WS-TDY-IX > WS-TDY-USED
               IF WS-TDY-RUN-ID (WS-TDY-IX) = WS-SLA-ID (WS-SLA-IX)
                   PERFORM note_stream_run
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-AVG-IX FROM 1 BY 1
                   UNTIL WS-AVG-IX > WS-AVG-USED
               IF WS-AVG-RUN-ID (WS-AVG-IX) = WS-SLA-ID (WS-SLA-IX)
                   PERFORM weigh_stream_step
               END-IF
           END-PERFORM.
      *    tonight's volume against what the same steps average is
      *    the scale on the work still to come - twice the records
      *    so far, twice the time left
           IF WS-PRJ-AVG-RECS > ZERO
               COMPUTE WS-PRJ-FACTOR =
                   WS-PRJ-TODAY-RECS / WS-PRJ-AVG-RECS
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PRJ-FACTOR
               END-COMPUTE
           END-IF.
           COMPUTE WS-PRJ-SCALED =
               WS-PRJ-LEFT-SECS * WS-PRJ-FACTOR
               - WS-PRJ-CREDIT-SECS.
           IF WS-PRJ-SCALED < ZERO
               MOVE ZEROS TO WS-PRJ-SCALED
           END-IF.
           EVALUATE TRUE
               WHEN WS-FINISHED
                   MOVE 'ACTUAL' TO WS-PRJ-BASIS
                   IF WS-PRJ-FINISH-SECS > WS-PRJ-DEADLINE-SECS
                       MOVE 'MISSED' TO WS-PRJ-STATUS
                   ELSE
                       MOVE 'MET' TO WS-PRJ-STATUS
                   END-IF
               WHEN NOT WS-CURRENT
                   MOVE ZEROS TO WS-PRJ-FINISH-SECS
                   MOVE SPACES TO WS-PRJ-BASIS
                   MOVE 'NO FINISH' TO WS-PRJ-STATUS
               WHEN WS-PRJ-STEPS-DONE = ZERO
                       AND WS-PRJ-STEPS-LEFT = ZERO
                   MOVE ZEROS TO WS-PRJ-FINISH-SECS
                   MOVE SPACES TO WS-PRJ-BASIS
                   MOVE 'NO HISTORY' TO WS-PRJ-STATUS
               WHEN OTHER
                   MOVE 'PROJECTED' TO WS-PRJ-BASIS
                   COMPUTE WS-PRJ-FINISH-SECS =
                       WS-NOW-SECS + WS-PRJ-SCALED
                   EVALUATE TRUE
                       WHEN WS-NOW-SECS > WS-PRJ-DEADLINE-SECS
                           MOVE 'MISSED' TO WS-PRJ-STATUS
                       WHEN WS-PRJ-FINISH-SECS > WS-PRJ-DEADLINE-SECS
                           MOVE 'AT RISK' TO WS-PRJ-STATUS
                       WHEN OTHER
                           MOVE 'ON TRACK' TO WS-PRJ-STATUS
                   END-EVALUATE
           END-EVALUATE.
           IF WS-PRJ-STATUS = 'MISSED' OR 'AT RISK' OR 'NO FINISH'
               ADD 1 TO WS-STREAMS-LATE
           END-IF.

       note_stream_run.
      *    the final program's end is the stream's actual finish -
      *    the latest one, should it have been rerun
           IF WS-TDY-ENDED (WS-TDY-IX)
                   AND WS-TDY-PGM-ID (WS-TDY-IX)
                       = WS-SLA-FINAL (WS-SLA-IX)
               MOVE WS-TDY-END (WS-TDY-IX) TO WS-STAMP-IN
               PERFORM stamp_to_seconds
               IF WS-STAMP-SECS > WS-PRJ-FINISH-SECS
                   MOVE WS-STAMP-SECS TO WS-PRJ-FINISH-SECS
               END-IF
               MOVE 'Y' TO WS-FINISHED-SW
           END-IF.

       weigh_stream_step.
      *    Judged run by run, not by program: a step is done once
      *    tonight's ended runs reach the runs it usually has in a
      *    window and none is still running - one short VALIDATE
      *    run of DATBATCH does not finish the posting run behind
      *    it. Until then the work left is its usual time per
      *    window less what its runs have already taken, and a run
      *    in flight is credited with its elapsed time. Ended runs
      *    that carried records add them to the volume so far and
      *    the step's usual records per run to the yardstick.
           MOVE 'N' TO WS-RUNNING-SW.
           MOVE ZEROS TO WS-PRJ-PGM-RECS.
           MOVE ZEROS TO WS-PRJ-PGM-CREDIT.
           MOVE ZEROS TO WS-PRJ-PGM-ENDED.
           MOVE ZEROS TO WS-PRJ-PGM-VOL-RUNS.
           MOVE ZEROS TO WS-PRJ-PGM-SECS.
           PERFORM VARYING WS-TDY-IX FROM 1 BY 1
                   UNTIL WS-TDY-IX > WS-TDY-USED
               IF WS-TDY-RUN-ID (WS-TDY-IX) = WS-AVG-RUN-ID (WS-AVG-IX)
                   AND WS-TDY-PGM-ID (WS-TDY-IX)
                       = WS-AVG-PGM-ID (WS-AVG-IX)
                   PERFORM weigh_step_run
               END-IF
           END-PERFORM.
           IF WS-PRJ-PGM-VOL-RUNS > ZERO
                   AND WS-AVG-RUN-RECS (WS-AVG-IX) > ZERO
               ADD WS-PRJ-PGM-RECS TO WS-PRJ-TODAY-RECS
               COMPUTE WS-PRJ-AVG-RECS = WS-PRJ-AVG-RECS
                   + WS-PRJ-PGM-VOL-RUNS * WS-AVG-RUN-RECS (WS-AVG-IX)
           END-IF.
           IF WS-PRJ-PGM-ENDED >= WS-AVG-DAY-RUNS (WS-AVG-IX)
                   AND NOT WS-STEP-RUNNING
               ADD 1 TO WS-PRJ-STEPS-DONE
           ELSE
               ADD 1 TO WS-PRJ-STEPS-LEFT
               IF WS-PRJ-PGM-SECS < WS-AVG-DAY-SECS (WS-AVG-IX)
                   COMPUTE WS-PRJ-LEFT-SECS = WS-PRJ-LEFT-SECS
                       + WS-AVG-DAY-SECS (WS-AVG-IX) - WS-PRJ-PGM-SECS
               END-IF
               ADD WS-PRJ-PGM-CREDIT TO WS-PRJ-CREDIT-SECS
           END-IF.

       weigh_step_run.
           IF WS-TDY-ENDED (WS-TDY-IX)
               ADD 1 TO WS-PRJ-PGM-ENDED
               ADD WS-TDY-SECS (WS-TDY-IX) TO WS-PRJ-PGM-SECS
               IF WS-TDY-RECS (WS-TDY-IX) > ZERO
                   ADD 1 TO WS-PRJ-PGM-VOL-RUNS
                   ADD WS-TDY-RECS (WS-TDY-IX) TO WS-PRJ-PGM-RECS
               END-IF
           END-IF.
           IF WS-TDY-RUNNING (WS-TDY-IX)
               MOVE 'Y' TO WS-RUNNING-SW
               ADD WS-TDY-SECS (WS-TDY-IX) TO WS-PRJ-PGM-CREDIT
           END-IF.

       write_projection_line.
           MOVE WS-PRJ-DEADLINE-SECS TO WS-SECS-IN.
           PERFORM seconds_to_show.
           MOVE WS-SHOW-STAMP TO WS-DUE-TEXT.
           IF WS-PRJ-FINISH-SECS > ZERO
               MOVE WS-PRJ-FINISH-SECS TO WS-SECS-IN
               PERFORM seconds_to_show
               MOVE WS-SHOW-STAMP TO WS-FINISH-TEXT
           ELSE
               MOVE SPACES TO WS-FINISH-TEXT
           END-IF.
           IF WS-FINISHED
               MOVE SPACES TO WS-LEFT-TEXT
           ELSE
               MOVE WS-PRJ-SCALED TO WS-DUR-SECS
               PERFORM duration_text
               MOVE WS-DUR-TEXT TO WS-LEFT-TEXT
           END-IF.
           MOVE WS-PRJ-STEPS-DONE TO WS-DONE-DISPLAY.
           MOVE WS-PRJ-STEPS-LEFT TO WS-DAYS-DISPLAY.
           MOVE WS-PRJ-TODAY-RECS TO WS-VOL-DISPLAY.
           MOVE WS-PRJ-FACTOR TO WS-FACTOR-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING WS-SLA-ID (WS-SLA-IX)   DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-DUE-TEXT             DELIMITED BY SIZE
                  '     '                 DELIMITED BY SIZE
                  WS-DONE-DISPLAY         DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-DAYS-DISPLAY         DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-VOL-DISPLAY          DELIMITED BY SIZE
                  '     '                 DELIMITED BY SIZE
                  WS-FACTOR-DISPLAY       DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-LEFT-TEXT            DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-FINISH-TEXT          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-PRJ-BASIS            DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-PRJ-STATUS           DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.

      * the MONTHLY TREND section of the report
       write_trend.
           MOVE SPACES TO RPT-LINE.
           PERFORM write_line.
           MOVE SPACES TO RPT-LINE.
           STRING 'MONTHLY TREND - VOLUME IS ' DELIMITED BY SIZE
                  WS-VOLUME-PGM              DELIMITED BY SIZE
                  ' RECORDS, STEP TIME IS ALL STEPS OF THE STREAM'
                                             DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE SPACES TO RPT-LINE.
           PERFORM write_line.
           MOVE SPACES TO RPT-LINE.
           STRING 'STREAM   MONTH  NIGHTS           VOLUME  '
                      DELIMITED BY SIZE
                  '  VOLUME/NIGHT  TIME/NIGHT  TIME/1000  '
                      DELIMITED BY SIZE
                  'VOL CHG%  TIME CHG%' DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           IF WS-TRD-USED = ZERO
               MOVE '  NO STEP RAN IN THE LAST THIRTEEN MONTHS'
                   TO RPT-LINE
               PERFORM write_line
           END-IF.
           MOVE 1 TO WS-TRD-FIRST.
           PERFORM UNTIL WS-TRD-FIRST > WS-TRD-USED
               MOVE WS-TRD-FIRST TO WS-TRD-LAST
               MOVE 'N' TO WS-DONE-SW
               PERFORM UNTIL WS-DONE
                   IF WS-TRD-LAST < WS-TRD-USED
                       IF WS-TRD-RUN-ID (WS-TRD-LAST + 1)
                               = WS-TRD-RUN-ID (WS-TRD-FIRST)
                           ADD 1 TO WS-TRD-LAST
                       ELSE
                           MOVE 'Y' TO WS-DONE-SW
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-DONE-SW
                   END-IF
               END-PERFORM
               PERFORM write_stream_trend
               COMPUTE WS-TRD-FIRST = WS-TRD-LAST + 1
           END-PERFORM.

       write_stream_trend.
      *    month by month through the thirteen, so a month the
      *    stream did not run leaves a gap rather than a misleading
      *    comparison with the month before it
           MOVE 'N' TO WS-PRIOR-SW.
           MOVE WS-TREND-FROM-MONTH TO WS-MONTH-WORK.
           PERFORM UNTIL WS-MONTH-WORK > WS-REPORT-MONTH
               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING WS-TRD-IX FROM WS-TRD-FIRST BY 1
                       UNTIL WS-TRD-IX > WS-TRD-LAST OR WS-FOUND
                   IF WS-TRD-MONTH (WS-TRD-IX) = WS-MONTH-WORK
                       MOVE 'Y' TO WS-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-FOUND
                   SUBTRACT 1 FROM WS-TRD-IX
                   PERFORM write_trend_line
               ELSE
                   MOVE 'N' TO WS-PRIOR-SW
               END-IF
               IF WS-MONTH-MM = 12
                   ADD 1 TO WS-MONTH-YYYY
                   MOVE 1 TO WS-MONTH-MM
               ELSE
                   ADD 1 TO WS-MONTH-MM
               END-IF
           END-PERFORM.

       write_trend_line.
           MOVE SPACES TO WS-CHG-VOL-DISPLAY.
           MOVE SPACES TO WS-CHG-SECS-DISPLAY.
           MOVE SPACES TO WS-VOL-TEXT.
           MOVE SPACES TO WS-ELAPSED-TEXT.
           MOVE SPACES TO WS-AVG-TEXT.
      *    a month with no volume-step night has nothing to divide
      *    by - the totals print, the rates do not
           IF WS-TRD-DAYS (WS-TRD-IX) > ZERO
               COMPUTE WS-DAY-RECS =
                   WS-TRD-RECS (WS-TRD-IX) / WS-TRD-DAYS (WS-TRD-IX)
               COMPUTE WS-DAY-SECS =
                   WS-TRD-SECS (WS-TRD-IX) / WS-TRD-DAYS (WS-TRD-IX)
               MOVE WS-DAY-RECS TO WS-VOL-DISPLAY
               MOVE WS-VOL-DISPLAY TO WS-VOL-TEXT
               MOVE WS-DAY-SECS TO WS-DUR-SECS
               PERFORM duration_text
               MOVE WS-DUR-TEXT TO WS-ELAPSED-TEXT
               IF WS-TRD-RECS (WS-TRD-IX) > ZERO
                   COMPUTE WS-PER-K-SECS =
                       WS-TRD-SECS (WS-TRD-IX) * 1000
                       / WS-TRD-RECS (WS-TRD-IX)
                   MOVE WS-PER-K-SECS TO WS-DUR-SECS
                   PERFORM duration_text
                   MOVE WS-DUR-TEXT TO WS-AVG-TEXT
               END-IF
               IF WS-PRIOR-FOUND
                   PERFORM compare_prior_month
               END-IF
               MOVE 'Y' TO WS-PRIOR-SW
               MOVE WS-DAY-RECS TO WS-PRIOR-DAY-RECS
               MOVE WS-DAY-SECS TO WS-PRIOR-DAY-SECS
           ELSE
               MOVE 'N' TO WS-PRIOR-SW
           END-IF.
           MOVE WS-TRD-DAYS (WS-TRD-IX) TO WS-DAYS-DISPLAY.
           MOVE WS-TRD-RECS (WS-TRD-IX) TO WS-CNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING WS-TRD-RUN-ID (WS-TRD-IX) DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-MONTH-WORK             DELIMITED BY SIZE
                  '    '                    DELIMITED BY SIZE
                  WS-DAYS-DISPLAY           DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  WS-CNT-DISPLAY            DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-VOL-TEXT               DELIMITED BY SIZE
                  '   '                     DELIMITED BY SIZE
                  WS-ELAPSED-TEXT           DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  WS-AVG-TEXT               DELIMITED BY SIZE
                  '    '                    DELIMITED BY SIZE
                  WS-CHG-VOL-DISPLAY        DELIMITED BY SIZE
                  '    '                    DELIMITED BY SIZE
                  WS-CHG-SECS-DISPLAY       DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.

       compare_prior_month.
           IF WS-PRIOR-DAY-RECS > ZERO
               COMPUTE WS-CHANGE-PCT =
                   (WS-DAY-RECS - WS-PRIOR-DAY-RECS) * 100
                   / WS-PRIOR-DAY-RECS
                   ON SIZE ERROR
                       MOVE 9999 TO WS-CHANGE-PCT
               END-COMPUTE
               MOVE WS-CHANGE-PCT TO WS-CHG-DISPLAY
               MOVE WS-CHG-DISPLAY TO WS-CHG-VOL-DISPLAY
           END-IF.
           IF WS-PRIOR-DAY-SECS > ZERO
               COMPUTE WS-CHANGE-PCT =
                   (WS-DAY-SECS - WS-PRIOR-DAY-SECS) * 100
                   / WS-PRIOR-DAY-SECS
                   ON SIZE ERROR
                       MOVE 9999 TO WS-CHANGE-PCT
               END-COMPUTE
               MOVE WS-CHANGE-PCT TO WS-CHG-DISPLAY
               MOVE WS-CHG-DISPLAY TO WS-CHG-SECS-DISPLAY
           END-IF.

       write_line.
           WRITE RPT-LINE.
           DISPLAY RPT-LINE.

       close_files.
           CLOSE RUNLOG.
           CLOSE WINRPT.
