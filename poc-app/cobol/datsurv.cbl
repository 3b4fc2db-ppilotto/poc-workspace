       ID DIVISION.
       PROGRAM-ID. DATSURV.
      * Nightly large-cash and structuring surveillance over the
      * keyed audit twin (AUDKFILE), replacing compliance's hand scan
      * of the DATREG register. The postings of a rolling window of
      * days ending on the run date are read in date order through
      * the AUDK-POST-DATE alternate index, customer 'CR'/'DB' only,
      * and three kinds of activity are looked for:
      *  'LT' - a single posting above the reporting threshold;
      *  'LD' - one account's credits, or its debits, for one day
      *         together above the threshold;
      *  'ST' - structuring: at least the card's minimum number of
      *         just-under postings (at or above the near floor, not
      *         above the threshold) inside the window, together
      *         above the threshold.
      * Threshold, near floor, minimum count and window length come
      * from the SURVPARM card (DATSVREC).
      * The card's amounts are in the base currency and the audit
      * trail's are in the account's, so every posting is taken to
      * base before it is tested or accumulated: the currency comes
      * from the account master (ACCTFILE) and the rate is the
      * closing rate on FXRATES (DATFXREC) for the run date - the
      * file holds one day's rates, so the window's earlier days
      * are measured at the run date's rate too. A posting whose
      * currency has no rate that day, or whose account is not on
      * the master, cannot be measured; it is listed on the report
      * as an exception, counted, and the step ends RC 4.
      * Every hit is raised as a case on CASEFILE (DATCSREC), which
      * carries from night to night: a new case is reported; a hit
      * on a case still open only brings its activity date forward;
      * a hit on a reviewed case is reported again only when the
      * activity is dated after the review - so an account compliance
      * has already looked at is not re-flagged every night while
      * the same postings sit in the window. Reviews keyed by
      * compliance arrive on CASEREV (DATCVREC) and are applied
      * first; CASEREV may be empty.
      * PARM is date(8, blank = run date) then run-id(8).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDKFILE
               ASSIGN TO AUDKFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDK-KEY
               ALTERNATE RECORD KEY IS AUDK-POST-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SURVPARM
               ASSIGN TO SURVPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CASEFILE
               ASSIGN TO CASEFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASE-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT CASEREV
               ASSIGN TO CASEREV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.
           SELECT SURVRPT
               ASSIGN TO SURVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT ACCTFILE
               ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT OPTIONAL FXRATES
               ASSIGN TO FXRATES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDKFILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY DATAKREC.
       FD  SURVPARM
           RECORD CONTAINS 80 CHARACTERS.
           COPY DATSVREC.
       FD  CASEFILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY DATCSREC.
       FD  CASEREV
           RECORD CONTAINS 80 CHARACTERS.
           COPY DATCVREC.
       FD  SURVRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                    PIC X(132).
       FD  ACCTFILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY DATACREC.
       FD  FXRATES
           RECORD CONTAINS 80 CHARACTERS.
       01  FXIN-RECORD                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS         PIC X(2)  VALUE '00'.
           05  WS-PARM-STATUS          PIC X(2)  VALUE '00'.
           05  WS-CASE-STATUS          PIC X(2)  VALUE '00'.
           05  WS-REV-STATUS           PIC X(2)  VALUE '00'.
           05  WS-RPT-STATUS           PIC X(2)  VALUE '00'.
           05  WS-ACCT-STATUS          PIC X(2)  VALUE '00'.
           05  WS-FX-STATUS            PIC X(2)  VALUE '00'.
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(1)  VALUE 'N'.
              88  WS-EOF                          VALUE 'Y'.
           05  WS-REV-EOF-SW           PIC X(1)  VALUE 'N'.
              88  WS-REV-EOF                      VALUE 'Y'.
           05  WS-REV-OPEN-SW          PIC X(1)  VALUE 'N'.
              88  WS-REV-OPEN                     VALUE 'Y'.
           05  WS-ACCT-FOUND-SW        PIC X(1)  VALUE 'N'.
              88  WS-ACCT-FOUND                   VALUE 'Y'.
           05  WS-TABLE-FULL-SW        PIC X(1)  VALUE 'N'.
              88  WS-TABLE-FULL                   VALUE 'Y'.
           05  WS-FX-EOF-SW            PIC X(1)  VALUE 'N'.
              88  WS-FX-EOF                       VALUE 'Y'.
           05  WS-RATE-FOUND-SW        PIC X(1)  VALUE 'N'.
              88  WS-RATE-FOUND                   VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-REC-READ             PIC 9(9)  VALUE ZEROS.
           05  WS-CASH-READ            PIC 9(9)  VALUE ZEROS.
           05  WS-REV-READ             PIC 9(9)  VALUE ZEROS.
           05  WS-REV-APPLIED          PIC 9(9)  VALUE ZEROS.
           05  WS-REV-IGNORED          PIC 9(9)  VALUE ZEROS.
           05  WS-CASE-NEW             PIC 9(9)  VALUE ZEROS.
           05  WS-CASE-REOPENED        PIC 9(9)  VALUE ZEROS.
           05  WS-CASE-UPDATED         PIC 9(9)  VALUE ZEROS.
           05  WS-CASE-SUPPRESSED      PIC 9(9)  VALUE ZEROS.
           05  WS-NOT-TRACKED          PIC 9(9)  VALUE ZEROS.
           05  WS-NO-RATE              PIC 9(9)  VALUE ZEROS.
       01  WS-SURV-PARMS.
           05  WS-THRESHOLD            PIC 9(9)V99 VALUE ZEROS.
           05  WS-NEAR-FLOOR           PIC 9(9)V99 VALUE ZEROS.
           05  WS-STRUCT-MIN           PIC 9(2)    VALUE ZEROS.
           05  WS-WINDOW-DAYS          PIC 9(3)    VALUE ZEROS.
       01  WS-SURV-WORK.
           05  WS-RUN-DATE             PIC X(8)  VALUE SPACES.
           05  WS-WINDOW-START         PIC 9(8)  VALUE ZEROS.
           05  WS-DAY-NUMBER           PIC S9(9) COMP VALUE ZEROS.
           05  WS-HIT-TYPE             PIC X(2)  VALUE SPACES.
           05  WS-HIT-ACCT-NO          PIC 9(9)  VALUE ZEROS.
           05  WS-HIT-DATE             PIC 9(8)  VALUE ZEROS.
           05  WS-HIT-AMOUNT           PIC S9(11)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-HIT-COUNT            PIC 9(5)  VALUE ZEROS.
           05  WS-RPT-STATE            PIC X(8)  VALUE SPACES.
      *    the posting in the base currency, and the account last
      *    looked up - postings come in date order, but one account's
      *    run together often enough to save reads
       01  WS-FX-WORK.
           05  WS-BASE-AMOUNT          PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-LAST-ACCT-NO         PIC 9(9)  VALUE ZEROS.
           05  WS-LAST-ACCT-CCY        PIC X(3)  VALUE SPACES.
           05  WS-LOOKUP-CCY           PIC X(3)  VALUE SPACES.
           05  WS-CLOSE-RATE           PIC 9(5)V9(8) COMP-3
                                                 VALUE ZEROS.
           05  WS-FX-IX                PIC 9(3)  VALUE ZEROS.
           05  WS-FX-READ              PIC 9(9)  VALUE ZEROS.
      *    per-account accumulators for the window - the current
      *    day's credits and debits (closed off when a later date
      *    comes up) and the just-under postings seen so far
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 5000 TIMES.
               10  WS-TAB-ACCT-NO      PIC 9(9).
               10  WS-TAB-DAY-DATE     PIC X(8).
               10  WS-TAB-DAY-IN       PIC S9(13)V99 COMP-3.
               10  WS-TAB-DAY-OUT      PIC S9(13)V99 COMP-3.
               10  WS-TAB-NEAR-COUNT   PIC 9(5).
               10  WS-TAB-NEAR-TOTAL   PIC S9(13)V99 COMP-3.
               10  WS-TAB-NEAR-LAST    PIC X(8).
       01  WS-ACCT-USED                PIC 9(4)  VALUE ZEROS.
       01  WS-ACCT-IX                  PIC 9(4)  VALUE ZEROS.
       01  WS-EDITED-FIELDS.
           05  WS-AMT-DISPLAY          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-THR-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-CNT-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
           05  WS-HIT-DISPLAY          PIC ZZZZ9.
       01  WS-RUN-ID                   PIC X(8)  VALUE SPACES.
           COPY DATFXREC.
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
           DISPLAY 'DATSURV: LARGE-CASH AND STRUCTURING SURVEILLANCE'.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           IF LS-PARM-LEN >= 8 AND LS-PARM-DATE IS NUMERIC
               MOVE LS-PARM-DATE TO WS-RUN-DATE
           END-IF.
           IF LS-PARM-LEN >= 16 AND LS-PARM-RUN-ID NOT = SPACES
               MOVE LS-PARM-RUN-ID TO WS-RUN-ID
           END-IF.
           PERFORM log_run_start.
           PERFORM get_surv_parms.
           PERFORM load_fx_rates.
           PERFORM open_files.
           PERFORM write_heading.
           PERFORM apply_case_reviews.
           PERFORM start_at_window.
           PERFORM read_audit.
           PERFORM UNTIL WS-EOF
               IF AUDK-TYPE-CD = 'CR' OR AUDK-TYPE-CD = 'DB'
                   IF AUDK-AMOUNT NUMERIC
                       ADD 1 TO WS-CASH-READ
                       PERFORM convert_to_base
                       IF WS-RATE-FOUND
                           PERFORM screen_posting
                       ELSE
                           PERFORM write_no_rate
                       END-IF
                   END-IF
               END-IF
               PERFORM read_audit
           END-PERFORM.
           PERFORM close_out_window.
           PERFORM write_totals.
           PERFORM close_files.
           DISPLAY 'DATSURV: POSTINGS READ=' WS-REC-READ
               ' CASH=' WS-CASH-READ
               ' NEW CASES=' WS-CASE-NEW
               ' REOPENED=' WS-CASE-REOPENED
               ' SUPPRESSED=' WS-CASE-SUPPRESSED
               ' NO RATE=' WS-NO-RATE.
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
           MOVE 'DATSURV' TO DLP-PROGRAM-ID.
           MOVE RETURN-CODE TO DLP-RETURN-CODE.
           MOVE WS-CASH-READ TO DLP-REC-PROCESSED.
           MOVE ZEROS TO DLP-REC-REJECTED.
           MOVE 'N' TO DLP-RESTART-IND.
           CALL 'DATLOG' USING DATLOG-PARM.
      *    a CALLed program's RETURN-CODE comes back into the
      *    caller's - put the step's own code back so logging
      *    never changes how the job stream sees this step
           MOVE DLP-RETURN-CODE TO RETURN-CODE.

       get_surv_parms.
      *    No usable card means no threshold to test against -
      *    running with a guessed one would report either nothing
      *    or everything, so fail the step instead.
           OPEN INPUT SURVPARM.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'DATSURV: SURVPARM OPEN FAILED, STATUS='
                   WS-PARM-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           READ SURVPARM
               AT END
                   DISPLAY 'DATSURV: SURVPARM EMPTY - NO THRESHOLDS'
                   MOVE 8 TO RETURN-CODE
                   CLOSE SURVPARM
                   PERFORM log_run_end
                   STOP RUN
           END-READ.
           IF SV-REPORT-THRESHOLD NOT NUMERIC
                   OR SV-NEAR-FLOOR NOT NUMERIC
                   OR SV-STRUCT-MIN-COUNT NOT NUMERIC
                   OR SV-WINDOW-DAYS NOT NUMERIC
                   OR SV-REPORT-THRESHOLD = ZERO
                   OR SV-NEAR-FLOOR > SV-REPORT-THRESHOLD
                   OR SV-STRUCT-MIN-COUNT < 2
                   OR SV-WINDOW-DAYS = ZERO
               DISPLAY 'DATSURV: SURVPARM NOT VALID - FIX THE '
                   'PARAMETER FILE'
               MOVE 8 TO RETURN-CODE
               CLOSE SURVPARM
               PERFORM log_run_end
               STOP RUN
           END-IF.
           MOVE SV-REPORT-THRESHOLD TO WS-THRESHOLD.
           MOVE SV-NEAR-FLOOR TO WS-NEAR-FLOOR.
           MOVE SV-STRUCT-MIN-COUNT TO WS-STRUCT-MIN.
           MOVE SV-WINDOW-DAYS TO WS-WINDOW-DAYS.
           CLOSE SURVPARM.
      *    the window ends on the run date and takes in the days
      *    before it
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
               - WS-WINDOW-DAYS + 1.
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
           DISPLAY 'DATSURV: THRESHOLD=' WS-THRESHOLD
               ' NEAR FLOOR=' WS-NEAR-FLOOR
               ' MIN COUNT=' WS-STRUCT-MIN
               ' WINDOW ' WS-WINDOW-START ' TO ' WS-RUN-DATE.

       open_files.
           OPEN INPUT AUDKFILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'DATSURV: AUDKFILE OPEN FAILED, STATUS='
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           OPEN INPUT ACCTFILE.
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'DATSURV: ACCTFILE OPEN FAILED, STATUS='
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE AUDKFILE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           OPEN I-O CASEFILE.
           IF WS-CASE-STATUS = '35'
               OPEN OUTPUT CASEFILE
               CLOSE CASEFILE
               OPEN I-O CASEFILE
           END-IF.
           IF WS-CASE-STATUS NOT = '00'
               DISPLAY 'DATSURV: CASEFILE OPEN FAILED, STATUS='
                   WS-CASE-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE AUDKFILE
               CLOSE ACCTFILE
               PERFORM log_run_end
               STOP RUN
           END-IF.
      *    no review file at all is a night with nothing reviewed
           OPEN INPUT CASEREV.
           IF WS-REV-STATUS = '35'
               MOVE 'Y' TO WS-REV-EOF-SW
           ELSE
               IF WS-REV-STATUS NOT = '00'
                   DISPLAY 'DATSURV: CASEREV OPEN FAILED, STATUS='
                       WS-REV-STATUS
                   MOVE 8 TO RETURN-CODE
                   CLOSE AUDKFILE
                   CLOSE ACCTFILE
                   CLOSE CASEFILE
                   PERFORM log_run_end
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-REV-OPEN-SW
           END-IF.
           OPEN OUTPUT SURVRPT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATSURV: SURVRPT OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE AUDKFILE
               CLOSE ACCTFILE
               CLOSE CASEFILE
               IF WS-REV-OPEN
                   CLOSE CASEREV
               END-IF
               PERFORM log_run_end
               STOP RUN
           END-IF.

       write_heading.
           MOVE WS-THRESHOLD TO WS-THR-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'CASH SURVEILLANCE - STREAM '  DELIMITED BY SIZE
                  WS-RUN-ID                      DELIMITED BY SIZE
                  '  WINDOW '                    DELIMITED BY SIZE
                  WS-WINDOW-START                DELIMITED BY SIZE
                  ' TO '                         DELIMITED BY SIZE
                  WS-RUN-DATE                    DELIMITED BY SIZE
                  '  THRESHOLD '                 DELIMITED BY SIZE
                  WS-THR-DISPLAY                 DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  FX-BASE-CURRENCY               DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE SPACES TO RPT-LINE.
           STRING 'CASE     TY ACCOUNT   ACTIVITY              AMOUNT'
                      DELIMITED BY SIZE
                  '  POSTINGS  DAYS'
                      DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.

       apply_case_reviews.
      *    A review closes out what compliance has looked at: the
      *    case goes to reviewed as of the review date. A review for
      *    a case that is not open, or that was reopened after the
      *    review was dated, is stale and ignored.
           PERFORM UNTIL WS-REV-EOF
               READ CASEREV
                   AT END
                       MOVE 'Y' TO WS-REV-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-REV-READ
                       PERFORM apply_one_review
               END-READ
           END-PERFORM.
           IF WS-REV-READ > ZERO
               DISPLAY 'DATSURV: REVIEWS READ=' WS-REV-READ
                   ' APPLIED=' WS-REV-APPLIED
                   ' IGNORED=' WS-REV-IGNORED
           END-IF.

       apply_one_review.
           MOVE CRV-ACCT-NO TO CASE-ACCT-NO.
           MOVE CRV-CASE-TYPE TO CASE-TYPE.
           READ CASEFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CASE-STATUS = '00' AND CASE-OPEN
                   AND CRV-REVIEW-DATE IS NUMERIC
                   AND CRV-REVIEW-DATE >= CASE-OPENED-DATE
               MOVE 'R' TO CASE-STATE
               MOVE CRV-REVIEW-DATE TO CASE-REVIEW-DATE
               MOVE CRV-REVIEWER TO CASE-REVIEWER
               MOVE CRV-DISPOSITION TO CASE-DISPOSITION
               PERFORM rewrite_case
               ADD 1 TO WS-REV-APPLIED
           ELSE
               ADD 1 TO WS-REV-IGNORED
               DISPLAY 'DATSURV: REVIEW NOT APPLIED, ACCT='
                   CRV-ACCT-NO ' TYPE=' CRV-CASE-TYPE
                   ' STATUS=' WS-CASE-STATUS
           END-IF.

       start_at_window.
      *    position on the first posting of the window's first day
      *    through the alternate index - reading then runs in date
      *    order and stops once a date after the run date comes up
           MOVE WS-WINDOW-START TO AUDK-POST-DATE.
           START AUDKFILE KEY IS NOT LESS THAN AUDK-POST-DATE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.

       read_audit.
           IF NOT WS-EOF
               READ AUDKFILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF AUDK-POST-DATE > WS-RUN-DATE
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           ADD 1 TO WS-REC-READ
                       END-IF
               END-READ
           END-IF.

       screen_posting.
      *    every test below is on the posting in the base currency
           IF WS-BASE-AMOUNT > WS-THRESHOLD
               MOVE 'LT' TO WS-HIT-TYPE
               MOVE AUDK-ACCT-NO TO WS-HIT-ACCT-NO
               MOVE AUDK-POST-DATE TO WS-HIT-DATE
               MOVE WS-BASE-AMOUNT TO WS-HIT-AMOUNT
               MOVE 1 TO WS-HIT-COUNT
               PERFORM raise_case
           END-IF.
           PERFORM find_account.
           IF WS-ACCT-FOUND
               IF WS-TAB-DAY-DATE (WS-ACCT-IX) NOT = AUDK-POST-DATE
                   PERFORM close_account_day
                   MOVE AUDK-POST-DATE TO WS-TAB-DAY-DATE (WS-ACCT-IX)
               END-IF
               IF AUDK-TYPE-CD = 'CR'
                   ADD WS-BASE-AMOUNT TO WS-TAB-DAY-IN (WS-ACCT-IX)
               ELSE
                   ADD WS-BASE-AMOUNT TO WS-TAB-DAY-OUT (WS-ACCT-IX)
               END-IF
               IF WS-BASE-AMOUNT NOT < WS-NEAR-FLOOR
                       AND WS-BASE-AMOUNT NOT > WS-THRESHOLD
                   ADD 1 TO WS-TAB-NEAR-COUNT (WS-ACCT-IX)
                   ADD WS-BASE-AMOUNT TO WS-TAB-NEAR-TOTAL (WS-ACCT-IX)
                   MOVE AUDK-POST-DATE TO WS-TAB-NEAR-LAST (WS-ACCT-IX)
               END-IF
           END-IF.

       convert_to_base.
      *    the posting's amount is in its account's currency - take
      *    it to base at the run date's closing rate
           IF AUDK-ACCT-NO NOT = WS-LAST-ACCT-NO
               PERFORM find_account_currency
           END-IF.
           EVALUATE TRUE
               WHEN WS-LAST-ACCT-CCY = SPACES
                   MOVE 'N' TO WS-RATE-FOUND-SW
               WHEN WS-LAST-ACCT-CCY = FX-BASE-CURRENCY
                   MOVE 'Y' TO WS-RATE-FOUND-SW
                   MOVE AUDK-AMOUNT TO WS-BASE-AMOUNT
               WHEN OTHER
                   MOVE WS-LAST-ACCT-CCY TO WS-LOOKUP-CCY
                   PERFORM find_fx_rate
                   IF WS-RATE-FOUND
                       COMPUTE WS-BASE-AMOUNT ROUNDED =
                           AUDK-AMOUNT * WS-CLOSE-RATE
                   END-IF
           END-EVALUATE.

       find_account_currency.
      *    an account the master does not hold has no currency to
      *    measure its postings by - it is left blank and the
      *    posting goes out as an exception
           MOVE AUDK-ACCT-NO TO ACCT-NO.
           READ ACCTFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE AUDK-ACCT-NO TO WS-LAST-ACCT-NO.
           EVALUATE WS-ACCT-STATUS
               WHEN '00'
                   MOVE ACCT-CURRENCY-CD TO WS-LAST-ACCT-CCY
                   IF WS-LAST-ACCT-CCY = SPACES
                       MOVE FX-BASE-CURRENCY TO WS-LAST-ACCT-CCY
                   END-IF
               WHEN '23'
                   MOVE SPACES TO WS-LAST-ACCT-CCY
               WHEN OTHER
                   DISPLAY 'DATSURV: ACCTFILE READ FAILED, STATUS='
                       WS-ACCT-STATUS ' ACCT=' AUDK-ACCT-NO
                   MOVE 8 TO RETURN-CODE
                   PERFORM close_files
                   PERFORM log_run_end
                   STOP RUN
           END-EVALUATE.

       find_fx_rate.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           PERFORM VARYING WS-FX-IX FROM 1 BY 1
                   UNTIL WS-FX-IX > FX-RATE-USED
                   OR WS-RATE-FOUND
               IF FX-TBL-CURRENCY (WS-FX-IX) = WS-LOOKUP-CCY
                   MOVE 'Y' TO WS-RATE-FOUND-SW
                   MOVE FX-TBL-RATE (WS-FX-IX) TO WS-CLOSE-RATE
               END-IF
           END-PERFORM.

       load_fx_rates.
      *    Only rates for the run date are taken - a file for
      *    another day is left unloaded and every foreign-currency
      *    posting then goes out as an exception. No FXRATES at all
      *    is fine for a stream whose accounts are all kept in base.
      *    A damaged file fails the step rather than screen at a
      *    wrong rate.
           MOVE ZEROS TO FX-RATE-USED.
           OPEN INPUT FXRATES.
           IF WS-FX-STATUS NOT = '00' AND WS-FX-STATUS NOT = '05'
               DISPLAY 'DATSURV: FXRATES OPEN FAILED, STATUS='
                   WS-FX-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           PERFORM read_fx_rate.
           IF NOT WS-FX-EOF AND FXH-IS-HEADER
                   AND FXH-RATE-DATE = WS-RUN-DATE
               PERFORM read_fx_rate
               PERFORM UNTIL WS-FX-EOF OR FXT-IS-TRAILER
                   PERFORM add_fx_rate
                   PERFORM read_fx_rate
               END-PERFORM
               IF WS-FX-EOF OR FXT-REC-COUNT NOT = WS-FX-READ
                   DISPLAY 'DATSURV: FXRATES TRAILER MISSING OR '
                       'COUNT WRONG - NOTHING SCREENED'
                   PERFORM abend_bad_rates
               END-IF
               DISPLAY 'DATSURV: FXRATES LOADED, CURRENCIES='
                   FX-RATE-USED
           ELSE
               DISPLAY 'DATSURV: NO FXRATES FOR ' WS-RUN-DATE
                   ' - FOREIGN-CURRENCY POSTINGS ARE EXCEPTIONS'
           END-IF.
           CLOSE FXRATES.

       read_fx_rate.
           READ FXRATES
               AT END
                   MOVE 'Y' TO WS-FX-EOF-SW
               NOT AT END
                   MOVE FXIN-RECORD TO FX-HEADER-RECORD
                                       FX-RATE-RECORD
                                       FX-TRAILER-RECORD
           END-READ.

       add_fx_rate.
           ADD 1 TO WS-FX-READ.
           IF NOT FXR-IS-RATE
                   OR FXR-RATE NOT NUMERIC OR FXR-RATE = ZERO
                   OR FX-RATE-USED NOT < 60
               DISPLAY 'DATSURV: FXRATES BAD RATE RECORD, CURRENCY='
                   FXR-CURRENCY-CD ' - NOTHING SCREENED'
               PERFORM abend_bad_rates
           END-IF.
           ADD 1 TO FX-RATE-USED.
           MOVE FXR-CURRENCY-CD TO FX-TBL-CURRENCY (FX-RATE-USED).
           MOVE FXR-RATE TO FX-TBL-RATE (FX-RATE-USED).
           MOVE FXR-PREV-RATE TO FX-TBL-PREV-RATE (FX-RATE-USED).

       abend_bad_rates.
           MOVE 8 TO RETURN-CODE.
           CLOSE FXRATES.
           PERFORM log_run_end.
           STOP RUN.

       write_no_rate.
      *    a posting that cannot be measured in base is listed with
      *    its own amount and currency ('???' - account not on the
      *    master) so compliance can screen it by hand
           ADD 1 TO WS-NO-RATE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-LAST-ACCT-CCY = SPACES
               MOVE '???' TO WS-LOOKUP-CCY
           ELSE
               MOVE WS-LAST-ACCT-CCY TO WS-LOOKUP-CCY
           END-IF.
           MOVE AUDK-AMOUNT TO WS-AMT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'NO RATE '       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  AUDK-TYPE-CD     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  AUDK-ACCT-NO     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  AUDK-POST-DATE   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-AMT-DISPLAY   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-LOOKUP-CCY    DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.

       find_account.
      *    the account's slot in the window table, added on first
      *    sight - a full table leaves the account's daily and
      *    structuring checks undone, which the step's RC 4 and the
      *    report's untracked count make visible
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-USED
                   OR WS-ACCT-FOUND
               IF WS-TAB-ACCT-NO (WS-ACCT-IX) = AUDK-ACCT-NO
                   MOVE 'Y' TO WS-ACCT-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-ACCT-FOUND
               SUBTRACT 1 FROM WS-ACCT-IX
           ELSE
               IF WS-ACCT-USED < 5000
                   ADD 1 TO WS-ACCT-USED
                   MOVE WS-ACCT-USED TO WS-ACCT-IX
                   MOVE AUDK-ACCT-NO TO WS-TAB-ACCT-NO (WS-ACCT-IX)
                   MOVE AUDK-POST-DATE TO WS-TAB-DAY-DATE (WS-ACCT-IX)
                   MOVE ZEROS TO WS-TAB-DAY-IN (WS-ACCT-IX)
                   MOVE ZEROS TO WS-TAB-DAY-OUT (WS-ACCT-IX)
                   MOVE ZEROS TO WS-TAB-NEAR-COUNT (WS-ACCT-IX)
                   MOVE ZEROS TO WS-TAB-NEAR-TOTAL (WS-ACCT-IX)
                   MOVE SPACES TO WS-TAB-NEAR-LAST (WS-ACCT-IX)
                   MOVE 'Y' TO WS-ACCT-FOUND-SW
               ELSE
                   ADD 1 TO WS-NOT-TRACKED
                   IF NOT WS-TABLE-FULL
                       MOVE 'Y' TO WS-TABLE-FULL-SW
                       MOVE 4 TO RETURN-CODE
                       DISPLAY 'DATSURV: ACCOUNT TABLE FULL AT ACCT='
                           AUDK-ACCT-NO ' - LATER ACCOUNTS CHECKED '
                           'FOR SINGLE POSTINGS ONLY'
                   END-IF
               END-IF
           END-IF.

       close_account_day.
      *    the day just finished for this account - its credits and
      *    its debits are each tested against the threshold
           MOVE WS-TAB-ACCT-NO (WS-ACCT-IX) TO WS-HIT-ACCT-NO.
           MOVE WS-TAB-DAY-DATE (WS-ACCT-IX) TO WS-HIT-DATE.
           MOVE ZEROS TO WS-HIT-COUNT.
           MOVE 'LD' TO WS-HIT-TYPE.
           IF WS-TAB-DAY-IN (WS-ACCT-IX) > WS-THRESHOLD
               MOVE WS-TAB-DAY-IN (WS-ACCT-IX) TO WS-HIT-AMOUNT
               PERFORM raise_case
           END-IF.
           IF WS-TAB-DAY-OUT (WS-ACCT-IX) > WS-THRESHOLD
               MOVE WS-TAB-DAY-OUT (WS-ACCT-IX) TO WS-HIT-AMOUNT
               PERFORM raise_case
           END-IF.
           MOVE ZEROS TO WS-TAB-DAY-IN (WS-ACCT-IX).
           MOVE ZEROS TO WS-TAB-DAY-OUT (WS-ACCT-IX).

       close_out_window.
      *    end of the window - close every account's last day and
      *    test its just-under postings for a structuring pattern
           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-USED
               PERFORM close_account_day
               IF WS-TAB-NEAR-COUNT (WS-ACCT-IX) NOT < WS-STRUCT-MIN
                       AND WS-TAB-NEAR-TOTAL (WS-ACCT-IX)
                           > WS-THRESHOLD
                   MOVE 'ST' TO WS-HIT-TYPE
                   MOVE WS-TAB-ACCT-NO (WS-ACCT-IX) TO WS-HIT-ACCT-NO
                   MOVE WS-TAB-NEAR-LAST (WS-ACCT-IX) TO WS-HIT-DATE
                   MOVE WS-TAB-NEAR-TOTAL (WS-ACCT-IX)
                       TO WS-HIT-AMOUNT
                   MOVE WS-TAB-NEAR-COUNT (WS-ACCT-IX)
                       TO WS-HIT-COUNT
                   PERFORM raise_case
               END-IF
           END-PERFORM.

       raise_case.
      *    New case - report it. Open case - the activity is already
      *    waiting for review; bring its date and amount forward
      *    quietly. Reviewed case - report it again only for
      *    activity after the review.
           MOVE WS-HIT-ACCT-NO TO CASE-ACCT-NO.
           MOVE WS-HIT-TYPE TO CASE-TYPE.
           READ CASEFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-CASE-STATUS = '23'
                   MOVE SPACES TO CASE-RECORD
                   MOVE WS-HIT-ACCT-NO TO CASE-ACCT-NO
                   MOVE WS-HIT-TYPE TO CASE-TYPE
                   MOVE ZEROS TO CASE-HIT-DAYS
                   MOVE ZEROS TO CASE-REVIEW-DATE
                   PERFORM open_case
                   WRITE CASE-RECORD
                       INVALID KEY
                           PERFORM abend_case_write
                   END-WRITE
                   ADD 1 TO WS-CASE-NEW
                   MOVE 'NEW' TO WS-RPT-STATE
                   PERFORM write_detail
               WHEN WS-CASE-STATUS NOT = '00'
                   PERFORM abend_case_write
               WHEN CASE-OPEN
                   IF WS-HIT-DATE > CASE-ACTIVITY-DATE
                       ADD 1 TO CASE-HIT-DAYS
                       MOVE WS-HIT-DATE TO CASE-ACTIVITY-DATE
                       MOVE WS-HIT-AMOUNT TO CASE-AMOUNT
                       MOVE WS-RUN-ID TO CASE-RUN-ID
                       PERFORM rewrite_case
                       ADD 1 TO WS-CASE-UPDATED
                   END-IF
               WHEN WS-HIT-DATE > CASE-REVIEW-DATE
                   PERFORM open_case
                   PERFORM rewrite_case
                   ADD 1 TO WS-CASE-REOPENED
                   MOVE 'REOPENED' TO WS-RPT-STATE
                   PERFORM write_detail
               WHEN OTHER
                   ADD 1 TO WS-CASE-SUPPRESSED
           END-EVALUATE.

       open_case.
           MOVE 'O' TO CASE-STATE.
           MOVE WS-RUN-DATE TO CASE-OPENED-DATE.
           MOVE WS-HIT-DATE TO CASE-ACTIVITY-DATE.
           MOVE WS-HIT-AMOUNT TO CASE-AMOUNT.
           ADD 1 TO CASE-HIT-DAYS.
           MOVE WS-RUN-ID TO CASE-RUN-ID.

       rewrite_case.
           REWRITE CASE-RECORD
               INVALID KEY
                   PERFORM abend_case_write
           END-REWRITE.

       abend_case_write.
      *    a case that cannot be kept would be lost to compliance or
      *    reported again every night - stop here instead
           DISPLAY 'DATSURV: CASEFILE UPDATE FAILED, STATUS='
               WS-CASE-STATUS ' ACCT=' CASE-ACCT-NO
               ' TYPE=' CASE-TYPE.
           MOVE 8 TO RETURN-CODE.
           PERFORM close_files.
           PERFORM log_run_end.
           STOP RUN.

       write_detail.
           MOVE WS-HIT-AMOUNT TO WS-AMT-DISPLAY.
           MOVE WS-HIT-COUNT TO WS-HIT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING WS-RPT-STATE     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-HIT-TYPE      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-HIT-ACCT-NO   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-HIT-DATE      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-AMT-DISPLAY   DELIMITED BY SIZE
                  '     '          DELIMITED BY SIZE
                  WS-HIT-DISPLAY   DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.

       write_totals.
           MOVE SPACES TO RPT-LINE.
           PERFORM write_line.
           MOVE WS-CASE-NEW TO WS-CNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'NEW CASES:                       ' DELIMITED BY SIZE
                  WS-CNT-DISPLAY                      DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE WS-CASE-REOPENED TO WS-CNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'REOPENED AFTER REVIEW:           ' DELIMITED BY SIZE
                  WS-CNT-DISPLAY                      DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE WS-CASE-UPDATED TO WS-CNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'OPEN CASES WITH NEW ACTIVITY:    ' DELIMITED BY SIZE
                  WS-CNT-DISPLAY                      DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE WS-CASE-SUPPRESSED TO WS-CNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'ALREADY REVIEWED, NOT REPORTED:  ' DELIMITED BY SIZE
                  WS-CNT-DISPLAY                      DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE WS-REV-APPLIED TO WS-CNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'REVIEWS APPLIED:                 ' DELIMITED BY SIZE
                  WS-CNT-DISPLAY                      DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           IF WS-NO-RATE > ZERO
               MOVE WS-NO-RATE TO WS-CNT-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING 'POSTINGS NOT SCREENED, NO RATE:  '
                          DELIMITED BY SIZE
                      WS-CNT-DISPLAY
                          DELIMITED BY SIZE
                 INTO RPT-LINE
               PERFORM write_line
           END-IF.
           IF WS-NOT-TRACKED > ZERO
               MOVE WS-NOT-TRACKED TO WS-CNT-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING 'POSTINGS NOT TRACKED, TABLE FULL:'
                          DELIMITED BY SIZE
                      WS-CNT-DISPLAY
                          DELIMITED BY SIZE
                 INTO RPT-LINE
               PERFORM write_line
           END-IF.

       write_line.
           DISPLAY RPT-LINE.
           WRITE RPT-LINE.

       close_files.
           CLOSE AUDKFILE.
           CLOSE ACCTFILE.
           CLOSE CASEFILE.
           IF WS-REV-OPEN
               CLOSE CASEREV
           END-IF.
           CLOSE SURVRPT.
