      * accrues only on positive balances; an entry whose amount
      * rounds to zero is not written, since DATBATCH's edits reject
      * zero-amount transactions.
      * Dormant accounts (ACCT-DORMANT, flagged by DATDORM) still
      * earn interest but are not charged the service fee - a fee
      * would otherwise eat a forgotten balance away before it could
      * be escheated.
      * The fee waiver threshold (RT-FEE-WAIVE-BAL) is in the base
      * currency, so an account kept in another currency has its
      * balance taken to base at the day's closing rate on FXRATES
      * (DATFXREC) before it is compared. With no rate for the day
      * there is no knowing whether the balance earns the waiver -
      * the fee is charged and the case counted on the run totals.
      * The generated file must coexist with the source's own feed
      * for the same date, so it stays out of the source's number
      * spaces on both axes:
               ASSIGN TO ACCRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCR-STATUS.
           SELECT OPTIONAL FXRATES
               ASSIGN TO FXRATES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTFILE
       FD  ACCRFILE
           RECORD CONTAINS 69 CHARACTERS.
       01  ACCR-RECORD                 PIC X(69).
       FD  FXRATES
           RECORD CONTAINS 80 CHARACTERS.
       01  FXIN-RECORD                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCT-STATUS          PIC X(2)  VALUE '00'.
           05  WS-RATE-STATUS          PIC X(2)  VALUE '00'.
           05  WS-ACCR-STATUS          PIC X(2)  VALUE '00'.
           05  WS-FX-STATUS            PIC X(2)  VALUE '00'.
       01  WS-SWITCHES.
           05  WS-ACCT-EOF-SW          PIC X(1)  VALUE 'N'.
              88  WS-ACCT-EOF                     VALUE 'Y'.
           05  WS-FX-EOF-SW            PIC X(1)  VALUE 'N'.
              88  WS-FX-EOF                       VALUE 'Y'.
           05  WS-RATE-FOUND-SW        PIC X(1)  VALUE 'N'.
              88  WS-RATE-FOUND                   VALUE 'Y'.
           05  WS-FEE-WAIVED-SW        PIC X(1)  VALUE 'N'.
              88  WS-FEE-WAIVED                   VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-ACCT-READ            PIC 9(9)  VALUE ZEROS.
           05  WS-ACCT-SKIPPED         PIC 9(9)  VALUE ZEROS.
           05  WS-DTL-COUNT            PIC 9(9)  VALUE ZEROS.
           05  WS-INT-COUNT            PIC 9(9)  VALUE ZEROS.
           05  WS-FEE-COUNT            PIC 9(9)  VALUE ZEROS.
           05  WS-FEE-DORMANT          PIC 9(9)  VALUE ZEROS.
           05  WS-FEE-NO-RATE          PIC 9(9)  VALUE ZEROS.
       01  WS-RATE-PARMS.
           05  WS-INT-RATE-PCT         PIC 9(2)V9(4) VALUE ZEROS.
           05  WS-SVC-FEE              PIC 9(5)V99   VALUE ZEROS.
                                                 VALUE ZEROS.
           05  WS-HASH-TOTAL           PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
       01  WS-FX-WORK.
           05  WS-LOOKUP-CCY           PIC X(3)  VALUE SPACES.
           05  WS-CLOSE-RATE           PIC 9(5)V9(8) COMP-3
                                                 VALUE ZEROS.
           05  WS-BASE-BALANCE         PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-FX-IX                PIC 9(3)  VALUE ZEROS.
           05  WS-FX-READ              PIC 9(9)  VALUE ZEROS.
      *    the TRANFILE-format records are built here and written
      *    from the plain 69-byte ACCRFILE record area
           COPY DATTRREC.
      *    99 is the reserved generated-postings cycle - see the
      *    coexistence notes in the program header
       01  WS-CYCLE-NO                 PIC 9(2)  VALUE 99.
           COPY DATFXREC.
           COPY DATLGPRM.
       LINKAGE SECTION.
       01  LS-PARM.
           DISPLAY 'DATACCR: CYCLE=' WS-CYCLE-NO.
           PERFORM log_run_start.
           PERFORM get_rate_parms.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM load_fx_rates.
           PERFORM open_files.
           PERFORM write_file_header.
           PERFORM UNTIL WS-ACCT-EOF
           DISPLAY 'DATACCR: ACCOUNTS READ=' WS-ACCT-READ
               ' CLOSED SKIPPED=' WS-ACCT-SKIPPED.
           DISPLAY 'DATACCR: INTEREST ENTRIES=' WS-INT-COUNT
               ' FEE ENTRIES=' WS-FEE-COUNT
               ' DORMANT NO FEE=' WS-FEE-DORMANT.
           IF WS-FEE-NO-RATE > ZERO
               DISPLAY 'DATACCR: FEES CHARGED WITH NO RATE TO TEST '
                   'THE WAIVER=' WS-FEE-NO-RATE
           END-IF.
           PERFORM log_run_end.
           STOP RUN.

       write_file_header.
      *    the header's file date is the run date, exactly what
      *    DATBATCH's verify_file_header demands of the daily feed
           MOVE SPACES TO TRAN-HEADER-RECORD.
           MOVE 'HD' TO HDR-REC-TYPE.
           MOVE WS-RUN-DATE TO HDR-FILE-DATE.

       accrue_account.
      *    One interest credit on a positive balance, then one
      *    service fee unless the balance earns the waiver or the
      *    account is dormant - seq numbers 9001/9002 (the
      *    generated-entry range) under the ascending account number
      *    keep TRAN-KEY in the order DATSEQCK enforces without
      *    touching the source's per-day sequence space.
           IF ACCT-BALANCE > ZERO AND WS-INT-RATE-PCT > ZERO
               COMPUTE WS-INT-AMOUNT ROUNDED =
                   ACCT-BALANCE * WS-INT-RATE-PCT / 100
                   ADD 1 TO WS-INT-COUNT
               END-IF
           END-IF.
           IF WS-SVC-FEE > ZERO AND ACCT-DORMANT
               ADD 1 TO WS-FEE-DORMANT
           END-IF.
           MOVE 'N' TO WS-FEE-WAIVED-SW.
           IF WS-SVC-FEE > ZERO AND NOT ACCT-DORMANT
                   AND WS-FEE-WAIVE-BAL > ZERO
               PERFORM judge_fee_waiver
           END-IF.
           IF WS-SVC-FEE > ZERO AND NOT ACCT-DORMANT
                   AND NOT WS-FEE-WAIVED
               MOVE SPACES TO TRAN-RECORD
               MOVE 9002 TO TRAN-SEQ-NO
               MOVE 'FE' TO TRAN-TYPE-CD
               MOVE WS-SVC-FEE TO TRAN-AMOUNT
      *        the fee schedule is in the base currency - an account
      *        kept in another is charged its converted equivalent
               IF ACCT-CURRENCY-CD NOT = SPACES
                   MOVE FX-BASE-CURRENCY TO TRAN-CURRENCY-CD
               END-IF
               PERFORM write_accrual_detail
               ADD 1 TO WS-FEE-COUNT
           END-IF.

       judge_fee_waiver.
      *    The threshold is in the base currency - the balance is
      *    compared in base at the day's closing rate, the rate
      *    DATBATCH will post the fee at. No rate for the day means
      *    no waiver: the fee is charged and the case counted.
           IF ACCT-CURRENCY-CD = SPACES
                   OR ACCT-CURRENCY-CD = FX-BASE-CURRENCY
               MOVE 'Y' TO WS-RATE-FOUND-SW
               MOVE ACCT-BALANCE TO WS-BASE-BALANCE
           ELSE
               MOVE ACCT-CURRENCY-CD TO WS-LOOKUP-CCY
               PERFORM find_fx_rate
               IF WS-RATE-FOUND
                   COMPUTE WS-BASE-BALANCE ROUNDED =
                       ACCT-BALANCE * WS-CLOSE-RATE
               ELSE
                   ADD 1 TO WS-FEE-NO-RATE
                   DISPLAY 'DATACCR: NO RATE FOR ' WS-LOOKUP-CCY
                       ', ACCT=' ACCT-NO ' - FEE CHARGED'
               END-IF
           END-IF.
           IF WS-RATE-FOUND
                   AND WS-BASE-BALANCE NOT < WS-FEE-WAIVE-BAL
               MOVE 'Y' TO WS-FEE-WAIVED-SW
           END-IF.

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
      *    account is then charged the fee. No FXRATES at all is
      *    fine for a stream whose accounts are all kept in base.
      *    A damaged file fails the step rather than judge waivers
      *    at a wrong rate.
           MOVE ZEROS TO FX-RATE-USED.
           OPEN INPUT FXRATES.
           IF WS-FX-STATUS NOT = '00' AND WS-FX-STATUS NOT = '05'
               DISPLAY 'DATACCR: FXRATES OPEN FAILED, STATUS='
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
                   DISPLAY 'DATACCR: FXRATES TRAILER MISSING OR '
                       'COUNT WRONG - NOTHING ACCRUED'
                   PERFORM abend_bad_rates
               END-IF
               DISPLAY 'DATACCR: FXRATES LOADED, CURRENCIES='
                   FX-RATE-USED
           ELSE
               DISPLAY 'DATACCR: NO FXRATES FOR ' WS-RUN-DATE
                   ' - FOREIGN-CURRENCY ACCOUNTS PAY THE FEE'
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
               DISPLAY 'DATACCR: FXRATES BAD RATE RECORD, CURRENCY='
                   FXR-CURRENCY-CD ' - NOTHING ACCRUED'
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

       write_accrual_detail.
           MOVE ACCT-NO TO TRAN-ACCT-NO.
           MOVE WS-RUN-DATE TO TRAN-DATE.
