       ID DIVISION.
       PROGRAM-ID. DATDORM.
      * Periodic dormancy and escheatment run over the shared account
      * master. For every account it works out how many whole months
      * have passed since the customer last used it
      * (ACCT-LAST-TRAN-DATE - only the customer's own 'DB'/'CR'
      * move it) and:
      *  - an open account inactive for the dormancy period is
      *    flagged dormant ('D');
      *  - an open account inside the notice window just short of
      *    that period gets a customer notice on DORMNTC (DATDNREC)
      *    with the date it will go dormant;
      *  - a dormant account the customer has used again is put
      *    back to open;
      *  - a dormant account inactive for the escheatment period
      *    with money still on it is listed on DORMRPT as an
      *    escheatment candidate, for the unclaimed-property filing.
      * Balances are shown in the account's own currency, named on
      * every report line and notice; the escheatment balance is
      * totalled per currency, since accounts held in different
      * currencies cannot be added together.
      * The status changes are not made here: each is queued on the
      * PENDMNT file as an 'ST' request under the system user id,
      * exactly as branch staff queue one through DMNT, so DATAMNT's
      * next run applies it through the normal edits, audit trail
      * and reject path. Each request names the status the account
      * has now (MNT-EXPECT-STATUS) - a freeze or closure applied
      * ahead of it wins and the request rejects with reason 70.
      * Frozen and closed accounts are left alone, as is an account
      * that has never had customer activity (no date to age from).
      * PARM layout: run-id(8) dormant-months(3) notice-months(3)
      * escheat-months(3) user-id(8); a field left blank or not
      * numeric takes the default (24, 2, 60, SYSDORM).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFILE
               ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
      *    online maintenance queue DATAMNT drains - see DATOMNT
           SELECT PENDMNT
               ASSIGN TO PENDMNT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PEND-STATUS.
           SELECT DORMNTC
               ASSIGN TO DORMNTC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NTC-STATUS.
           SELECT DORMRPT
               ASSIGN TO DORMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTFILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY DATACREC.
       FD  PENDMNT
           RECORD CONTAINS 120 CHARACTERS.
           COPY DATPNREC.
       FD  DORMNTC
           RECORD CONTAINS 80 CHARACTERS.
           COPY DATDNREC.
       FD  DORMRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCT-STATUS          PIC X(2)  VALUE '00'.
           05  WS-PEND-STATUS          PIC X(2)  VALUE '00'.
           05  WS-NTC-STATUS           PIC X(2)  VALUE '00'.
           05  WS-RPT-STATUS           PIC X(2)  VALUE '00'.
       01  WS-SWITCHES.
           05  WS-ACCT-EOF-SW          PIC X(1)  VALUE 'N'.
              88  WS-ACCT-EOF                     VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-ACCT-READ            PIC 9(9)  VALUE ZEROS.
           05  WS-ACCT-SKIPPED         PIC 9(9)  VALUE ZEROS.
           05  WS-NO-ACTIVITY          PIC 9(9)  VALUE ZEROS.
           05  WS-NOTICE-COUNT         PIC 9(9)  VALUE ZEROS.
           05  WS-DORMANT-COUNT        PIC 9(9)  VALUE ZEROS.
           05  WS-REACT-COUNT          PIC 9(9)  VALUE ZEROS.
           05  WS-ESCHEAT-COUNT        PIC 9(9)  VALUE ZEROS.
           05  WS-ESCHEAT-UNTOTALLED   PIC 9(9)  VALUE ZEROS.
           05  WS-QUEUE-SEQ            PIC 9(6)  VALUE ZEROS.
       01  WS-DORM-PARMS.
           05  WS-DORMANT-MONTHS       PIC 9(3)  VALUE 24.
           05  WS-NOTICE-MONTHS        PIC 9(3)  VALUE 2.
           05  WS-ESCHEAT-MONTHS       PIC 9(3)  VALUE 60.
           05  WS-SYSTEM-USER          PIC X(8)  VALUE 'SYSDORM'.
           05  WS-NOTICE-FROM          PIC 9(3)  VALUE ZEROS.
       01  WS-DORM-WORK.
           05  WS-RUN-DATE             PIC 9(8)  VALUE ZEROS.
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RUN-YYYY         PIC 9(4).
               10  WS-RUN-MM           PIC 9(2).
               10  WS-RUN-DD           PIC 9(2).
           05  WS-RUN-TIME             PIC X(4)  VALUE SPACES.
           05  WS-LAST-DATE            PIC 9(8)  VALUE ZEROS.
           05  WS-LAST-DATE-R REDEFINES WS-LAST-DATE.
               10  WS-LAST-YYYY        PIC 9(4).
               10  WS-LAST-MM          PIC 9(2).
               10  WS-LAST-DD          PIC 9(2).
           05  WS-MONTHS-INACTIVE      PIC S9(5) COMP-3 VALUE ZEROS.
           05  WS-MONTH-COUNT          PIC 9(7)  VALUE ZEROS.
           05  WS-DUE-DATE             PIC 9(8)  VALUE ZEROS.
           05  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
               10  WS-DUE-YYYY         PIC 9(4).
               10  WS-DUE-MM           PIC 9(2).
               10  WS-DUE-DD           PIC 9(2).
           05  WS-MAX-DD               PIC 9(2)  VALUE ZEROS.
           05  WS-NEW-STATUS           PIC X(1)  VALUE SPACE.
           05  WS-RPT-ACTION           PIC X(10) VALUE SPACES.
           05  WS-ACCT-CCY             PIC X(3)  VALUE SPACES.
      *    escheatment balance per currency - WS-CCY-USED entries
       01  WS-CCY-TABLE.
           05  WS-CCY-USED             PIC 9(3)  VALUE ZEROS.
           05  WS-CCY-IX               PIC 9(3)  VALUE ZEROS.
           05  WS-CCY-FOUND-SW         PIC X(1)  VALUE 'N'.
              88  WS-CCY-FOUND                    VALUE 'Y'.
           05  WS-CCY-ENTRY OCCURS 60 TIMES.
               10  WS-CCY-CODE         PIC X(3).
               10  WS-CCY-COUNT        PIC 9(9).
               10  WS-CCY-TOTAL        PIC S9(13)V99 COMP-3.
       01  WS-EDITED-FIELDS.
           05  WS-MTH-DISPLAY          PIC ZZZZ9.
           05  WS-BAL-DISPLAY          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-TOT-DISPLAY          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-CNT-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
       01  WS-RUN-ID                   PIC X(8)  VALUE SPACES.
           COPY DATFXREC.
      *    the maintenance action built for the queue
           COPY DATMTREC.
           COPY DATLGPRM.
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(80).
           05  LS-PARM-TEXT-R REDEFINES LS-PARM-TEXT.
               10  LS-PARM-RUN-ID      PIC X(8).
               10  LS-PARM-DORMANT     PIC X(3).
               10  LS-PARM-NOTICE      PIC X(3).
               10  LS-PARM-ESCHEAT     PIC X(3).
               10  LS-PARM-USER-ID     PIC X(8).
               10  FILLER              PIC X(55).
       PROCEDURE DIVISION USING LS-PARM.
           DISPLAY 'DATDORM: DORMANCY AND ESCHEATMENT RUN'.
           PERFORM get_run_parms.
           PERFORM log_run_start.
           PERFORM open_files.
           PERFORM write_heading.
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCTFILE NEXT
                   AT END
                       MOVE 'Y' TO WS-ACCT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ACCT-READ
                       PERFORM review_account
               END-READ
           END-PERFORM.
           PERFORM write_totals.
           PERFORM close_files.
           DISPLAY 'DATDORM: ACCOUNTS READ=' WS-ACCT-READ
               ' SKIPPED=' WS-ACCT-SKIPPED
               ' NO ACTIVITY=' WS-NO-ACTIVITY.
           DISPLAY 'DATDORM: NOTICES=' WS-NOTICE-COUNT
               ' TO DORMANT=' WS-DORMANT-COUNT
               ' REACTIVATED=' WS-REACT-COUNT
               ' ESCHEAT CANDIDATES=' WS-ESCHEAT-COUNT.
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
           MOVE 'DATDORM' TO DLP-PROGRAM-ID.
           MOVE RETURN-CODE TO DLP-RETURN-CODE.
           MOVE WS-ACCT-READ TO DLP-REC-PROCESSED.
           MOVE ZEROS TO DLP-REC-REJECTED.
           MOVE 'N' TO DLP-RESTART-IND.
           CALL 'DATLOG' USING DATLOG-PARM.
      *    a CALLed program's RETURN-CODE comes back into the
      *    caller's - put the step's own code back so logging
      *    never changes how the job stream sees this step
           MOVE DLP-RETURN-CODE TO RETURN-CODE.

       get_run_parms.
           IF LS-PARM-LEN > ZERO AND LS-PARM-RUN-ID NOT = SPACES
               MOVE LS-PARM-RUN-ID TO WS-RUN-ID
           END-IF.
           IF LS-PARM-LEN >= 11 AND LS-PARM-DORMANT IS NUMERIC
                   AND LS-PARM-DORMANT > ZERO
               MOVE LS-PARM-DORMANT TO WS-DORMANT-MONTHS
           END-IF.
           IF LS-PARM-LEN >= 14 AND LS-PARM-NOTICE IS NUMERIC
               MOVE LS-PARM-NOTICE TO WS-NOTICE-MONTHS
           END-IF.
           IF LS-PARM-LEN >= 17 AND LS-PARM-ESCHEAT IS NUMERIC
                   AND LS-PARM-ESCHEAT > ZERO
               MOVE LS-PARM-ESCHEAT TO WS-ESCHEAT-MONTHS
           END-IF.
           IF LS-PARM-LEN >= 18 AND LS-PARM-USER-ID NOT = SPACES
               MOVE LS-PARM-USER-ID TO WS-SYSTEM-USER
           END-IF.
      *    a notice window as long as the dormancy period itself
      *    would notify every account the day after it is used
           IF WS-NOTICE-MONTHS >= WS-DORMANT-MONTHS
               COMPUTE WS-NOTICE-MONTHS = WS-DORMANT-MONTHS - 1
           END-IF.
           COMPUTE WS-NOTICE-FROM =
               WS-DORMANT-MONTHS - WS-NOTICE-MONTHS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-RUN-TIME.
           DISPLAY 'DATDORM: DORMANT AFTER ' WS-DORMANT-MONTHS
               ' MONTHS, NOTICE FROM ' WS-NOTICE-FROM
               ', ESCHEAT AFTER ' WS-ESCHEAT-MONTHS
               ', USER ' WS-SYSTEM-USER.

       open_files.
           OPEN INPUT ACCTFILE.
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'DATDORM: ACCTFILE OPEN FAILED, STATUS='
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           MOVE ZEROS TO ACCT-NO.
           START ACCTFILE KEY IS NOT LESS THAN ACCT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-ACCT-EOF-SW
           END-START.
           OPEN I-O PENDMNT.
           IF WS-PEND-STATUS = '35'
               OPEN OUTPUT PENDMNT
               CLOSE PENDMNT
               OPEN I-O PENDMNT
           END-IF.
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'DATDORM: PENDMNT OPEN FAILED, STATUS='
                   WS-PEND-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE ACCTFILE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           OPEN OUTPUT DORMNTC.
           IF WS-NTC-STATUS NOT = '00'
               DISPLAY 'DATDORM: DORMNTC OPEN FAILED, STATUS='
                   WS-NTC-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE ACCTFILE
               CLOSE PENDMNT
               PERFORM log_run_end
               STOP RUN
           END-IF.
           OPEN OUTPUT DORMRPT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATDORM: DORMRPT OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE ACCTFILE
               CLOSE PENDMNT
               CLOSE DORMNTC
               PERFORM log_run_end
               STOP RUN
           END-IF.

       review_account.
      *    Frozen accounts are under a hold that dormancy must not
      *    overwrite, and closed ones are finished with.
           IF NOT ACCT-OPEN AND NOT ACCT-DORMANT
               ADD 1 TO WS-ACCT-SKIPPED
           ELSE
               IF ACCT-LAST-TRAN-DATE NOT NUMERIC
                       OR ACCT-LAST-TRAN-DATE = ZEROS
                   ADD 1 TO WS-NO-ACTIVITY
               ELSE
                   PERFORM compute_months_inactive
                   IF ACCT-OPEN
                       PERFORM review_open_account
                   ELSE
                       PERFORM review_dormant_account
                   END-IF
               END-IF
           END-IF.

       compute_months_inactive.
      *    whole months from the last customer activity to the run
      *    date - a month is not complete until its day comes round
           MOVE ACCT-LAST-TRAN-DATE TO WS-LAST-DATE.
           COMPUTE WS-MONTHS-INACTIVE =
               (WS-RUN-YYYY * 12 + WS-RUN-MM)
             - (WS-LAST-YYYY * 12 + WS-LAST-MM).
           IF WS-RUN-DD < WS-LAST-DD
               SUBTRACT 1 FROM WS-MONTHS-INACTIVE
           END-IF.
           IF WS-MONTHS-INACTIVE < ZERO
               MOVE ZEROS TO WS-MONTHS-INACTIVE
           END-IF.

       review_open_account.
           IF WS-MONTHS-INACTIVE >= WS-DORMANT-MONTHS
               MOVE 'D' TO WS-NEW-STATUS
               PERFORM queue_status_change
               ADD 1 TO WS-DORMANT-COUNT
               MOVE 'TO DORMANT' TO WS-RPT-ACTION
               PERFORM write_detail
               PERFORM check_escheatment
           ELSE
               IF WS-MONTHS-INACTIVE >= WS-NOTICE-FROM
                   PERFORM write_notice
               END-IF
           END-IF.

       review_dormant_account.
      *    activity since the account was flagged brings it back
           IF WS-MONTHS-INACTIVE < WS-DORMANT-MONTHS
               MOVE 'O' TO WS-NEW-STATUS
               PERFORM queue_status_change
               ADD 1 TO WS-REACT-COUNT
               MOVE 'REACTIVATE' TO WS-RPT-ACTION
               PERFORM write_detail
           ELSE
               PERFORM check_escheatment
           END-IF.

       check_escheatment.
      *    nothing to remit on an empty or overdrawn account
           IF WS-MONTHS-INACTIVE >= WS-ESCHEAT-MONTHS
                   AND ACCT-BALANCE > ZERO
               ADD 1 TO WS-ESCHEAT-COUNT
               PERFORM set_account_currency
               PERFORM add_escheat_total
               MOVE 'ESCHEAT' TO WS-RPT-ACTION
               PERFORM write_detail
           END-IF.

       set_account_currency.
      *    a master record with no currency is in the base currency
           MOVE ACCT-CURRENCY-CD TO WS-ACCT-CCY.
           IF WS-ACCT-CCY = SPACES
               MOVE FX-BASE-CURRENCY TO WS-ACCT-CCY
           END-IF.

       add_escheat_total.
      *    a currency past the table's room still lists its accounts
      *    but goes untotalled, counted and flagged with RC 4
           MOVE 'N' TO WS-CCY-FOUND-SW.
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
                   UNTIL WS-CCY-IX > WS-CCY-USED
                   OR WS-CCY-FOUND
               IF WS-CCY-CODE (WS-CCY-IX) = WS-ACCT-CCY
                   MOVE 'Y' TO WS-CCY-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-CCY-FOUND
               SUBTRACT 1 FROM WS-CCY-IX
           ELSE
               IF WS-CCY-USED < 60
                   ADD 1 TO WS-CCY-USED
                   MOVE WS-CCY-USED TO WS-CCY-IX
                   MOVE WS-ACCT-CCY TO WS-CCY-CODE (WS-CCY-IX)
                   MOVE ZEROS TO WS-CCY-COUNT (WS-CCY-IX)
                   MOVE ZEROS TO WS-CCY-TOTAL (WS-CCY-IX)
                   MOVE 'Y' TO WS-CCY-FOUND-SW
               ELSE
                   ADD 1 TO WS-ESCHEAT-UNTOTALLED
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   DISPLAY 'DATDORM: CURRENCY TABLE FULL, ACCT='
                       ACCT-NO ' CCY=' WS-ACCT-CCY ' NOT TOTALLED'
               END-IF
           END-IF.
           IF WS-CCY-FOUND
               ADD 1 TO WS-CCY-COUNT (WS-CCY-IX)
               ADD ACCT-BALANCE TO WS-CCY-TOTAL (WS-CCY-IX)
           END-IF.

       queue_status_change.
      *    The key is the system user, the run date with a sequence
      *    number inside the run, and the run's start time where a
      *    terminal id would be - unique across reruns, and DATOMNT's
      *    list shows the queue under the system user like any other.
           MOVE SPACES TO MNT-RECORD.
           MOVE 'ST' TO MNT-ACTION-CD.
           MOVE ACCT-NO TO MNT-ACCT-NO.
           MOVE WS-NEW-STATUS TO MNT-NEW-STATUS.
           MOVE WS-RUN-DATE TO MNT-EFF-DATE.
           MOVE WS-SYSTEM-USER TO MNT-USER-ID.
           MOVE ACCT-STATUS TO MNT-EXPECT-STATUS.
           ADD 1 TO WS-QUEUE-SEQ.
           MOVE SPACES TO PENDING-RECORD.
           MOVE WS-SYSTEM-USER TO PND-USER-ID.
           STRING WS-RUN-DATE  DELIMITED BY SIZE
                  WS-QUEUE-SEQ DELIMITED BY SIZE
             INTO PND-REQ-STAMP.
           MOVE WS-RUN-TIME TO PND-TERM-ID.
           MOVE 'P' TO PND-STATE.
           MOVE MNT-RECORD TO PND-MNT-DATA.
           MOVE ZEROS TO PND-DONE-DATE.
           WRITE PENDING-RECORD
               INVALID KEY
                   DISPLAY 'DATDORM: PENDMNT WRITE FAILED, STATUS='
                       WS-PEND-STATUS ' ACCT=' ACCT-NO
                   MOVE 8 TO RETURN-CODE
                   PERFORM abend_close_files
                   STOP RUN
           END-WRITE.

       write_notice.
      *    the account goes dormant on the same day of the month the
      *    dormancy period after its last use - pulled back to the
      *    month end when that month is shorter
           COMPUTE WS-MONTH-COUNT =
               WS-LAST-YYYY * 12 + WS-LAST-MM - 1 + WS-DORMANT-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-DUE-YYYY REMAINDER WS-DUE-MM.
           ADD 1 TO WS-DUE-MM.
           PERFORM set_month_days.
           IF WS-LAST-DD > WS-MAX-DD
               MOVE WS-MAX-DD TO WS-DUE-DD
           ELSE
               MOVE WS-LAST-DD TO WS-DUE-DD
           END-IF.
           MOVE SPACES TO DORM-NOTICE-RECORD.
           MOVE ACCT-NO TO DN-ACCT-NO.
           MOVE WS-RUN-DATE TO DN-NOTICE-DATE.
           MOVE ACCT-LAST-TRAN-DATE TO DN-LAST-ACTIVITY.
           MOVE WS-MONTHS-INACTIVE TO DN-MONTHS-INACTIVE.
           MOVE WS-DUE-DATE TO DN-DORMANT-DATE.
           MOVE ACCT-BALANCE TO DN-BALANCE.
           PERFORM set_account_currency.
           MOVE WS-ACCT-CCY TO DN-CURRENCY-CD.
           WRITE DORM-NOTICE-RECORD.
           IF WS-NTC-STATUS NOT = '00'
               DISPLAY 'DATDORM: DORMNTC WRITE FAILED, STATUS='
                   WS-NTC-STATUS ' ACCT=' ACCT-NO
               MOVE 8 TO RETURN-CODE
               PERFORM abend_close_files
               STOP RUN
           END-IF.
           ADD 1 TO WS-NOTICE-COUNT.

       set_month_days.
           MOVE 31 TO WS-MAX-DD.
           IF WS-DUE-MM = 04 OR WS-DUE-MM = 06
                   OR WS-DUE-MM = 09 OR WS-DUE-MM = 11
               MOVE 30 TO WS-MAX-DD
           END-IF.
           IF WS-DUE-MM = 02
               IF FUNCTION MOD(WS-DUE-YYYY, 4) = 0
                       AND (FUNCTION MOD(WS-DUE-YYYY, 100) NOT = 0
                       OR FUNCTION MOD(WS-DUE-YYYY, 400) = 0)
                   MOVE 29 TO WS-MAX-DD
               ELSE
                   MOVE 28 TO WS-MAX-DD
               END-IF
           END-IF.

       write_heading.
           MOVE SPACES TO RPT-LINE.
           STRING 'DORMANCY AND ESCHEATMENT - RUN ' DELIMITED BY SIZE
                  WS-RUN-ID                         DELIMITED BY SIZE
                  '  RUN DATE '                     DELIMITED BY SIZE
                  WS-RUN-DATE                       DELIMITED BY SIZE
                  '  QUEUED UNDER '                 DELIMITED BY SIZE
                  WS-SYSTEM-USER                    DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE SPACES TO RPT-LINE.
           STRING 'ACTION     ACCOUNT   ST LAST USED  MONTHS'
                      DELIMITED BY SIZE
                  '              BALANCE CCY'
                      DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.

       write_detail.
           MOVE WS-MONTHS-INACTIVE TO WS-MTH-DISPLAY.
           MOVE ACCT-BALANCE TO WS-BAL-DISPLAY.
           PERFORM set_account_currency.
           MOVE SPACES TO RPT-LINE.
           STRING WS-RPT-ACTION       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  ACCT-NO             DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  ACCT-STATUS         DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  ACCT-LAST-TRAN-DATE DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-MTH-DISPLAY      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-BAL-DISPLAY      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-ACCT-CCY         DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.

       write_totals.
           MOVE SPACES TO RPT-LINE.
           PERFORM write_line.
           MOVE WS-NOTICE-COUNT TO WS-CNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'NOTICES WRITTEN TO DORMNTC:     ' DELIMITED BY SIZE
                  WS-CNT-DISPLAY                     DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE WS-DORMANT-COUNT TO WS-CNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'QUEUED TO DORMANT:              ' DELIMITED BY SIZE
                  WS-CNT-DISPLAY                     DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE WS-REACT-COUNT TO WS-CNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'QUEUED TO REACTIVATE:           ' DELIMITED BY SIZE
                  WS-CNT-DISPLAY                     DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE WS-ESCHEAT-COUNT TO WS-CNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'ESCHEATMENT CANDIDATES:         ' DELIMITED BY SIZE
                  WS-CNT-DISPLAY                     DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
      *    one balance line per currency held
           PERFORM VARYING WS-CCY-IX FROM 1 BY 1
                   UNTIL WS-CCY-IX > WS-CCY-USED
               MOVE WS-CCY-COUNT (WS-CCY-IX) TO WS-CNT-DISPLAY
               MOVE WS-CCY-TOTAL (WS-CCY-IX) TO WS-TOT-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING '  IN '                  DELIMITED BY SIZE
                      WS-CCY-CODE (WS-CCY-IX)  DELIMITED BY SIZE
                      ':                       ' DELIMITED BY SIZE
                      WS-CNT-DISPLAY           DELIMITED BY SIZE
                      '  BALANCE '             DELIMITED BY SIZE
                      WS-TOT-DISPLAY           DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                      WS-CCY-CODE (WS-CCY-IX)  DELIMITED BY SIZE
                 INTO RPT-LINE
               PERFORM write_line
           END-PERFORM.
           IF WS-ESCHEAT-UNTOTALLED > ZERO
               MOVE WS-ESCHEAT-UNTOTALLED TO WS-CNT-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING 'NOT TOTALLED, CCY TABLE FULL:   '
                          DELIMITED BY SIZE
                      WS-CNT-DISPLAY
                          DELIMITED BY SIZE
                 INTO RPT-LINE
               PERFORM write_line
           END-IF.

       write_line.
           DISPLAY RPT-LINE.
           WRITE RPT-LINE.

       abend_close_files.
           CLOSE ACCTFILE.
           CLOSE PENDMNT.
           CLOSE DORMNTC.
           CLOSE DORMRPT.
           PERFORM log_run_end.

       close_files.
           CLOSE ACCTFILE.
           CLOSE PENDMNT.
           CLOSE DORMNTC.
           CLOSE DORMRPT.
