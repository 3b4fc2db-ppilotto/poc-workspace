      * PARM is date(8) then run-id(8), both optional like DATREG's:
      * a blank or non-numeric date means the run date, a blank run
      * id means every stream.
      * Journal amounts are in the base currency (FX-BASE-CURRENCY).
      * A posting to an account kept in another currency is
      * converted at the rate the ledger carries that currency at,
      * FXR-PREV-RATE on the day's FXRATES; the amount as booked
      * rides along in GLD-BOOKED-AMOUNT. A foreign posting with no
      * rate for the date fails the step with RETURN-CODE 8 and no
      * extract. Revaluing the foreign-currency positions to the
      * day's closing rate is not done here but once for the whole
      * master by DATCONS, after every stream has posted.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO GLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
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
       FD  AUDTFILE
       FD  GLFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GL-RECORD                   PIC X(80).
       FD  ACCTFILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY DATACREC.
       FD  FXRATES
           RECORD CONTAINS 80 CHARACTERS.
       01  FXIN-RECORD                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS         PIC X(2)  VALUE '00'.
           05  WS-STAT-STATUS          PIC X(2)  VALUE '00'.
           05  WS-GL-STATUS            PIC X(2)  VALUE '00'.
           05  WS-ACCT-STATUS          PIC X(2)  VALUE '00'.
           05  WS-FX-STATUS            PIC X(2)  VALUE '00'.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-FX-SWITCHES.
           05  WS-RATES-LOADED-SW      PIC X(1)  VALUE 'N'.
              88  WS-RATES-LOADED                 VALUE 'Y'.
           05  WS-RATE-FOUND-SW        PIC X(1)  VALUE 'N'.
              88  WS-RATE-FOUND                   VALUE 'Y'.
      *    the account last looked up - a day's postings arrive
      *    grouped by account often enough to save most reads
       01  WS-ACCT-CACHE.
           05  WS-LAST-ACCT-NO         PIC 9(9)  VALUE ZEROS.
           05  WS-LAST-ACCT-CCY        PIC X(3)  VALUE SPACES.
       01  WS-FX-WORK.
           05  WS-LOOKUP-CCY           PIC X(3)  VALUE SPACES.
           05  WS-CARRY-RATE           PIC 9(5)V9(8) COMP-3
                                                 VALUE ZEROS.
           05  WS-FX-IX                PIC 9(3)  VALUE ZEROS.
           05  WS-FX-READ              PIC 9(9)  VALUE ZEROS.
           05  WS-BASE-AMOUNT          PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
       01  WS-AUD-TYPE-WORK.
           05  WS-AUD-POSTING-SW       PIC X(1)  VALUE 'N'.
              88  WS-AUD-POSTING                  VALUE 'Y'.
               10  WS-TYPE-CD          PIC X(2).
               10  WS-TYPE-COUNT       PIC 9(9).
               10  WS-TYPE-AMOUNT      PIC S9(13)V99 COMP-3.
               10  WS-TYPE-BOOKED      PIC S9(13)V99 COMP-3.
       01  WS-TYPE-USED                PIC 9(2)  VALUE ZEROS.
       01  WS-TYPE-IX                  PIC 9(2)  VALUE ZEROS.
       01  WS-TYPE-FOUND-SW            PIC X(1)  VALUE 'N'.
       01  WS-RUN-ID-FILTER            PIC X(8)  VALUE SPACES.
           88  WS-ALL-STREAMS                    VALUE SPACES.
           COPY DATGLREC.
           COPY DATFXREC.
           COPY DATLGPRM.
       LINKAGE SECTION.
       01  LS-PARM.
           DISPLAY 'DATGLEX: EXTRACT DATE=' WS-DATE-FILTER
               ' STREAM=' WS-RUN-ID-FILTER.
           PERFORM log_run_start.
           PERFORM load_fx_rates.
           PERFORM open_account_master.
           PERFORM scan_audit_trail.
           PERFORM read_expected_totals.
           PERFORM check_tie_out.
           CLOSE ACCTFILE.
           PERFORM write_gl_file.
           PERFORM log_run_end.
           STOP RUN.
               DISPLAY 'DATGLEX: AUDTFILE OPEN FAILED, STATUS='
                   WS-AUDIT-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE ACCTFILE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           ELSE
               MOVE ZEROS TO WS-SIGNED-AMOUNT
           END-IF.
           PERFORM convert_to_base.
           MOVE 'N' TO WS-TYPE-FOUND-SW.
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > WS-TYPE-USED
               IF WS-TYPE-CD (WS-TYPE-IX) = AUD-TYPE-CD
                   MOVE 'Y' TO WS-TYPE-FOUND-SW
                   ADD 1 TO WS-TYPE-COUNT (WS-TYPE-IX)
                   ADD WS-BASE-AMOUNT
                       TO WS-TYPE-AMOUNT (WS-TYPE-IX)
                   ADD WS-SIGNED-AMOUNT
                       TO WS-TYPE-BOOKED (WS-TYPE-IX)
               END-IF
           END-PERFORM.
           IF NOT WS-TYPE-FOUND
                   ADD 1 TO WS-TYPE-USED
                   MOVE AUD-TYPE-CD TO WS-TYPE-CD (WS-TYPE-USED)
                   MOVE 1 TO WS-TYPE-COUNT (WS-TYPE-USED)
                   MOVE WS-BASE-AMOUNT
                       TO WS-TYPE-AMOUNT (WS-TYPE-USED)
                   MOVE WS-SIGNED-AMOUNT
                       TO WS-TYPE-BOOKED (WS-TYPE-USED)
               ELSE
      *            a type the table cannot hold would silently fall
      *            off the ledger file - that is a hard failure here,
                       AUD-TYPE-CD ' - EXTRACT ABANDONED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE AUDTFILE
                   CLOSE ACCTFILE
                   PERFORM log_run_end
                   STOP RUN
               END-IF
           END-IF.

       convert_to_base.
      *    WS-SIGNED-AMOUNT is in the account's currency; the ledger
      *    takes it in base at the rate it carries that currency at
           IF AUD-ACCT-NO NOT = WS-LAST-ACCT-NO
               PERFORM find_account_currency
           END-IF.
           IF WS-LAST-ACCT-CCY = FX-BASE-CURRENCY
               MOVE WS-SIGNED-AMOUNT TO WS-BASE-AMOUNT
           ELSE
               MOVE WS-LAST-ACCT-CCY TO WS-LOOKUP-CCY
               PERFORM find_fx_rate
               IF NOT WS-RATE-FOUND
                   DISPLAY 'DATGLEX: NO RATE FOR ' WS-LOOKUP-CCY
                       ', ACCT=' AUD-ACCT-NO ' - EXTRACT ABANDONED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE AUDTFILE
                   CLOSE ACCTFILE
                   PERFORM log_run_end
                   STOP RUN
               END-IF
               COMPUTE WS-BASE-AMOUNT ROUNDED =
                   WS-SIGNED-AMOUNT * WS-CARRY-RATE
           END-IF.

       find_account_currency.
      *    a posting for an account the master does not hold has no
      *    currency to convert from - the ledger cannot take it
           MOVE AUD-ACCT-NO TO ACCT-NO.
           READ ACCTFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'DATGLEX: ACCTFILE READ FAILED, STATUS='
                   WS-ACCT-STATUS ' ACCT=' AUD-ACCT-NO
                   ' - EXTRACT ABANDONED'
               MOVE 8 TO RETURN-CODE
               CLOSE AUDTFILE
               CLOSE ACCTFILE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           MOVE AUD-ACCT-NO TO WS-LAST-ACCT-NO.
           MOVE ACCT-CURRENCY-CD TO WS-LAST-ACCT-CCY.
           IF WS-LAST-ACCT-CCY = SPACES
               MOVE FX-BASE-CURRENCY TO WS-LAST-ACCT-CCY
           END-IF.

       find_fx_rate.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           PERFORM VARYING WS-FX-IX FROM 1 BY 1
                   UNTIL WS-FX-IX > FX-RATE-USED
                   OR WS-RATE-FOUND
               IF FX-TBL-CURRENCY (WS-FX-IX) = WS-LOOKUP-CCY
                   MOVE 'Y' TO WS-RATE-FOUND-SW
                   MOVE FX-TBL-PREV-RATE (WS-FX-IX) TO WS-CARRY-RATE
               END-IF
           END-PERFORM.

       load_fx_rates.
      *    Rates are only taken for the extract date - a file for
      *    another day is left unloaded, and any foreign posting
      *    then fails the step rather than go to the ledger at the
      *    wrong rate. No FXRATES at all is fine for a stream whose
      *    accounts are all kept in base.
           MOVE ZEROS TO FX-RATE-USED.
           OPEN INPUT FXRATES.
           IF WS-FX-STATUS NOT = '00' AND WS-FX-STATUS NOT = '05'
               DISPLAY 'DATGLEX: FXRATES OPEN FAILED, STATUS='
                   WS-FX-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM read_fx_rate.
           IF NOT WS-EOF AND FXH-IS-HEADER
                   AND FXH-RATE-DATE = WS-DATE-FILTER
               MOVE 'Y' TO WS-RATES-LOADED-SW
               PERFORM read_fx_rate
               PERFORM UNTIL WS-EOF OR FXT-IS-TRAILER
                   PERFORM add_fx_rate
                   PERFORM read_fx_rate
               END-PERFORM
               IF WS-EOF OR FXT-REC-COUNT NOT = WS-FX-READ
                   DISPLAY 'DATGLEX: FXRATES TRAILER MISSING OR '
                       'COUNT WRONG - EXTRACT ABANDONED'
                   PERFORM abend_bad_rates
               END-IF
               DISPLAY 'DATGLEX: FXRATES LOADED, CURRENCIES='
                   FX-RATE-USED
           ELSE
               DISPLAY 'DATGLEX: NO FXRATES FOR ' WS-DATE-FILTER
                   ' - FOREIGN-CURRENCY POSTINGS WILL FAIL THE STEP'
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
               DISPLAY 'DATGLEX: FXRATES BAD RATE RECORD, CURRENCY='
                   FXR-CURRENCY-CD ' - EXTRACT ABANDONED'
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

       open_account_master.
           OPEN INPUT ACCTFILE.
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'DATGLEX: ACCTFILE OPEN FAILED, STATUS='
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM log_run_end
               STOP RUN
           END-IF.

       read_expected_totals.
               DISPLAY 'DATGLEX: STATFILE OPEN FAILED, STATUS='
                   WS-STAT-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE ACCTFILE
               PERFORM log_run_end
               STOP RUN
           END-IF.
               MOVE WS-EXPECTED-AMT TO WS-AMT-DISPLAY
               DISPLAY 'DATGLEX: EXPECTED AMOUNT=' WS-AMT-DISPLAY
               MOVE 8 TO RETURN-CODE
               CLOSE ACCTFILE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           MOVE WS-TYPE-CD (WS-TYPE-IX) TO GLD-TYPE-CD.
           MOVE WS-TYPE-COUNT (WS-TYPE-IX) TO GLD-COUNT.
           MOVE WS-TYPE-AMOUNT (WS-TYPE-IX) TO GLD-AMOUNT.
           MOVE WS-TYPE-BOOKED (WS-TYPE-IX) TO GLD-BOOKED-AMOUNT.
           WRITE GL-RECORD FROM GL-DETAIL-RECORD.
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'DATGLEX: GLFILE WRITE FAILED, STATUS='
