               ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
      *    returned items - postings the account's standing refused
      *    (closed, frozen, insufficient funds) go back to the source
      *    on their own file, apart from the field-edit rejects
           SELECT NSFFILE
               ASSIGN TO NSFFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NSF-STATUS.
      *    overdraft exceptions, one record per posting that took an
      *    account negative or past its limit, or credited a frozen
      *    account - printed by DATODX
           SELECT ODXFILE
               ASSIGN TO ODXFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ODX-STATUS.
           SELECT OPTIONAL CTLCARD
               ASSIGN TO CTLCARD
               ORGANIZATION IS SEQUENTIAL
               ASSIGN TO SUSPOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPO-STATUS.
      *    the day's exchange rates (DATFXREC) - OPTIONAL because a
      *    stream that never sees an item in a foreign currency runs
      *    without them
           SELECT OPTIONAL FXRATES
               ASSIGN TO FXRATES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANFILE
           05  PREV-AMOUNT             PIC S9(9)V99.
           05  FILLER                  PIC X(17).
           05  PREV-ORIG-SEQ-NO        PIC X(4).
           05  FILLER                  PIC X(4).
           05  PREV-ORIG-CURRENCY      PIC X(3).
           05  PREV-ORIG-AMOUNT        PIC S9(11)V99 COMP-3.
       FD  AUDKFILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY DATAKREC.
       FD  REJFILE
           RECORD CONTAINS 72 CHARACTERS.
           COPY DATRJREC.
       FD  NSFFILE
           RECORD CONTAINS 90 CHARACTERS.
           COPY DATNSREC.
       FD  ODXFILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY DATODREC.
       FD  CTLCARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY DATPMREC.
       FD  SUSPOUT
           RECORD CONTAINS 80 CHARACTERS.
       01  SUSPOUT-RECORD              PIC X(80).
       FD  FXRATES
           RECORD CONTAINS 80 CHARACTERS.
       01  FXIN-RECORD                 PIC X(80).
       WORKING-STORAGE SECTION.
       01 WK-AREA1.
          05  FILLER       PIC X(80).
           05  WS-AUDP-STATUS          PIC X(2)  VALUE '00'.
           05  WS-CYC-STATUS           PIC X(2)  VALUE '00'.
           05  WS-AUDK-STATUS          PIC X(2)  VALUE '00'.
           05  WS-NSF-STATUS           PIC X(2)  VALUE '00'.
           05  WS-ODX-STATUS           PIC X(2)  VALUE '00'.
           05  WS-FX-STATUS            PIC X(2)  VALUE '00'.
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(1)  VALUE 'N'.
              88  WS-EOF                          VALUE 'Y'.
              88  WS-ORIG-REVERSED                VALUE 'Y'.
           05  WS-RETRY-POST-SW        PIC X(1)  VALUE 'N'.
              88  WS-RETRY-POSTING                VALUE 'Y'.
           05  WS-FX-EOF-SW            PIC X(1)  VALUE 'N'.
              88  WS-FX-EOF                       VALUE 'Y'.
           05  WS-FX-TRL-SW            PIC X(1)  VALUE 'N'.
              88  WS-FX-TRL-FOUND                 VALUE 'Y'.
           05  WS-RATES-FOUND-SW       PIC X(1)  VALUE 'N'.
              88  WS-RATES-FOUND                  VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-REC-READ             PIC 9(9)  VALUE ZEROS.
           05  WS-REC-PROCESSED        PIC 9(9)  VALUE ZEROS.
           05  WS-REC-REJECTED         PIC 9(9)  VALUE ZEROS.
           05  WS-PARA-COUNT           PIC 9(9)  VALUE ZEROS.
           05  WS-REC-RETURNED         PIC 9(9)  VALUE ZEROS.
           05  WS-ODX-WRITTEN          PIC 9(9)  VALUE ZEROS.
       01  WS-SUSPENSE-WORK.
           05  WS-SUSP-MAX-DAYS        PIC 9(3)  VALUE 5.
           05  WS-SUSP-HANDLED         PIC 9(9)  VALUE ZEROS.
       01  WS-REVERSAL-WORK.
           05  WS-ORIG-TYPE-CD         PIC X(2)  VALUE SPACES.
           05  WS-REV-DIR              PIC X(1)  VALUE SPACE.
       01  WS-STANDING-WORK.
           05  WS-MOVE-DIR             PIC X(1)  VALUE SPACE.
              88  WS-MOVE-DEBIT                   VALUE 'D'.
              88  WS-MOVE-CREDIT                  VALUE 'C'.
           05  WS-OD-LIMIT             PIC 9(9)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-BAL-BEFORE           PIC S9(11)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-AVAILABLE            PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-ODX-TYPE             PIC X(2)  VALUE SPACES.
      *    status of the account that refused a transfer leg ('?'
      *    when it is not on the master)
           05  WS-REFUSED-STATUS       PIC X(1)  VALUE SPACE.
      *    what the posting moves ACCT-BALANCE by, in the account's
      *    currency - TRAN-AMOUNT converted when the item arrived in
      *    another, the original's own amount for a reversal
       01  WS-CURRENCY-WORK.
           05  WS-POST-AMOUNT          PIC S9(11)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-ORIG-POST-AMT        PIC S9(9)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-TRAN-CCY             PIC X(3)  VALUE SPACES.
           05  WS-ACCT-CCY             PIC X(3)  VALUE SPACES.
           05  WS-LOOKUP-CCY           PIC X(3)  VALUE SPACES.
           05  WS-LOOKUP-RATE          PIC 9(5)V9(8) COMP-3
                                                 VALUE ZEROS.
           05  WS-FROM-RATE            PIC 9(5)V9(8) COMP-3
                                                 VALUE ZEROS.
           05  WS-TO-RATE              PIC 9(5)V9(8) COMP-3
                                                 VALUE ZEROS.
      *    try_conversion's answer for TRAN-AMOUNT at those rates -
      *    '00' converted, '90' no rate, '30' an amount the trail
      *    cannot carry
           05  WS-CONV-AMOUNT          PIC S9(11)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-CONV-REASON          PIC X(2)  VALUE '00'.
              88  WS-CONV-OK                      VALUE '00'.
           05  WS-FX-IX                PIC 9(3)  VALUE ZEROS.
           05  WS-FX-READ              PIC 9(9)  VALUE ZEROS.
       01  WS-CYCLE-NO                 PIC 9(2)  VALUE 1.
       01  WS-PRIOR-CYC-DATE           PIC 9(8)  VALUE ZEROS.
       01  WS-SUSP-DETAIL.
       01  WS-EDIT-WORK.
           05  WS-REJ-REASON           PIC X(2)  VALUE '00'.
              88  WS-EDITS-PASSED                 VALUE '00'.
              88  WS-RETURNED-ITEM                VALUE '80' '81'
                                                        '82' '83'.
           05  WS-EDIT-DATE            PIC 9(8)  VALUE ZEROS.
           05  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
               10  WS-EDIT-YYYY        PIC 9(4).
           88  WS-VERSION-MISMATCH               VALUE 'Y'.
           COPY DATSBPRM.
           COPY DATLGPRM.
           COPY DATFXREC.
           COPY DATSLPRM.
      *    records found on the trail by begin_audit_seal
       01  WS-TRAIL-COUNT              PIC 9(9)  VALUE ZEROS.
       01  WS-SAVED-RETURN-CODE        PIC S9(4) COMP VALUE ZERO.
       01  WS-DEMO-CUST-CD             PIC X(1)  VALUE SPACE.
       01  WS-DEMO-LOOKUP-RESULT       PIC X(1)  VALUE SPACE.
      *    the end event has the real one
           PERFORM verify_file_header.
           PERFORM check_cycle_number.
           PERFORM load_fx_rates.
           PERFORM check_restart.
           PERFORM process_suspense_file.
           PERFORM skip_to_restart_point.
      *                 one that opens a day later than its first
      *                 deposit - suspend and retry instead of
      *                 returning it to the source the same day
      *                 - refused by the account's standing goes back
      *                 on the returned-items file instead
                        IF WS-REJ-REASON = '50'
                            PERFORM write_suspense
                        ELSE
                            IF WS-RETURNED-ITEM
                                PERFORM write_returned_item
                            ELSE
                                PERFORM write_reject
                            END-IF
                        END-IF
                    ELSE
                        ADD 1 TO WS-REC-PROCESSED
                        ADD WS-POST-AMOUNT TO WS-AMT-POSTED
                        PERFORM dump_transaction
                    END-IF
                END-IF
                   'TRANFILE HAD MORE RECORDS THAN num2=' num2
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-REC-RETURNED > ZERO OR WS-ODX-WRITTEN > ZERO
               DISPLAY 'DATBATCH: RETURNED ITEMS=' WS-REC-RETURNED
                   ' OVERDRAFT EXCEPTIONS=' WS-ODX-WRITTEN
           END-IF.
           PERFORM check_control_totals.
           PERFORM write_balance_snapshot.
           PERFORM close_files.
      *    restart flag is not known here - appending relies solely
      *    on DISP=MOD, and OPEN OUTPUT also works on the first
      *    write of a brand-new dataset where EXTEND would fail.
      *    The seal chain is picked up first, while the trail can
      *    still be read back in full through AUDTPREV.
           PERFORM begin_audit_seal.
           OPEN OUTPUT AUDTFILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'DATBATCH: AUDTFILE OPEN FAILED, STATUS='
      *    same-day restart references the interrupted run's
      *    generation with DISP=MOD so the append comes from the
      *    JCL disposition, not from the open mode here.
      *    NSFFILE and ODXFILE are daily GDG generations too, with
      *    the same DISP=MOD override on a same-day restart.
           OPEN OUTPUT NSFFILE.
           IF WS-NSF-STATUS NOT = '00'
               DISPLAY 'DATBATCH: NSFFILE OPEN FAILED, STATUS='
                   WS-NSF-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM abend_close_files
               STOP RUN
           END-IF.
           OPEN OUTPUT ODXFILE.
           IF WS-ODX-STATUS NOT = '00'
               DISPLAY 'DATBATCH: ODXFILE OPEN FAILED, STATUS='
                   WS-ODX-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM abend_close_files
               STOP RUN
           END-IF.
           OPEN INPUT SUSPIN.
           IF WS-SUSPI-STATUS NOT = '00' AND WS-SUSPI-STATUS NOT = '05'
               DISPLAY 'DATBATCH: SUSPIN OPEN FAILED, STATUS='
               STOP RUN
           END-IF.

       load_fx_rates.
      *    The day's exchange rates, for items that arrive in a
      *    currency other than their account's. A stream with no
      *    FXRATES runs on without rates; rates that are there must
      *    be the run date's and complete to their trailer - rates
      *    for another day are not loaded at all, so a foreign item
      *    rejects with reason 90 rather than post at a stale rate.
           ADD 1 TO WS-PARA-COUNT.
           MOVE ZEROS TO FX-RATE-USED.
           OPEN INPUT FXRATES.
           IF WS-FX-STATUS NOT = '00' AND WS-FX-STATUS NOT = '05'
               DISPLAY 'DATBATCH: FXRATES OPEN FAILED, STATUS='
                   WS-FX-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM abend_close_files
               STOP RUN
           END-IF.
           PERFORM read_fx_rate.
           EVALUATE TRUE
               WHEN WS-FX-EOF
                   DISPLAY 'DATBATCH: NO FXRATES - ITEMS IN A FOREIGN '
                       'CURRENCY WILL REJECT'
               WHEN NOT FXH-IS-HEADER
                   DISPLAY 'DATBATCH: FXRATES HEADER RECORD MISSING'
                   PERFORM abend_bad_rates
               WHEN FXH-RATE-DATE NOT = WS-RUN-DATE
                   DISPLAY 'DATBATCH: FXRATES ARE FOR ' FXH-RATE-DATE
                       ' NOT ' WS-RUN-DATE ' - NOT LOADED, ITEMS IN '
                       'A FOREIGN CURRENCY WILL REJECT'
               WHEN OTHER
                   PERFORM read_fx_rate
                   PERFORM UNTIL WS-FX-EOF OR WS-FX-TRL-FOUND
                       PERFORM add_fx_rate
                       PERFORM read_fx_rate
                   END-PERFORM
                   IF NOT WS-FX-TRL-FOUND
                       DISPLAY 'DATBATCH: FXRATES TRAILER RECORD '
                           'MISSING'
                       PERFORM abend_bad_rates
                   END-IF
                   IF FXT-REC-COUNT NOT = WS-FX-READ
                       DISPLAY 'DATBATCH: FXRATES TRAILER COUNT '
                           FXT-REC-COUNT ' BUT RATES READ ' WS-FX-READ
                       PERFORM abend_bad_rates
                   END-IF
                   DISPLAY 'DATBATCH: FXRATES FOR ' WS-RUN-DATE
                       ' LOADED, CURRENCIES=' FX-RATE-USED
           END-EVALUATE.
           CLOSE FXRATES.

       read_fx_rate.
           ADD 1 TO WS-PARA-COUNT.
           READ FXRATES
               AT END
                   MOVE 'Y' TO WS-FX-EOF-SW
               NOT AT END
                   MOVE FXIN-RECORD TO FX-HEADER-RECORD
                                       FX-RATE-RECORD
                                       FX-TRAILER-RECORD
                   IF FXT-IS-TRAILER
                       MOVE 'Y' TO WS-FX-TRL-SW
                   END-IF
           END-READ.

       add_fx_rate.
      *    a rate that is missing, zero or for the base currency
      *    itself is a broken file, not a currency to skip
           ADD 1 TO WS-PARA-COUNT.
           ADD 1 TO WS-FX-READ.
           IF NOT FXR-IS-RATE
                   OR FXR-RATE NOT NUMERIC OR FXR-RATE = ZERO
                   OR FXR-PREV-RATE NOT NUMERIC
                   OR FXR-CURRENCY-CD = FX-BASE-CURRENCY
               DISPLAY 'DATBATCH: FXRATES BAD RATE RECORD, CURRENCY='
                   FXR-CURRENCY-CD
               PERFORM abend_bad_rates
           END-IF.
           IF FX-RATE-USED NOT < 60
               DISPLAY 'DATBATCH: FXRATES HAS MORE THAN 60 CURRENCIES'
               PERFORM abend_bad_rates
           END-IF.
           ADD 1 TO FX-RATE-USED.
           MOVE FXR-CURRENCY-CD TO FX-TBL-CURRENCY (FX-RATE-USED).
           MOVE FXR-RATE TO FX-TBL-RATE (FX-RATE-USED).
           MOVE FXR-PREV-RATE TO FX-TBL-PREV-RATE (FX-RATE-USED).

       abend_bad_rates.
           ADD 1 TO WS-PARA-COUNT.
           MOVE 8 TO RETURN-CODE.
           CLOSE FXRATES.
           PERFORM abend_close_files.
           STOP RUN.

       abend_close_files.
      *    Close everything without clearing the checkpoint - the run
      *    is being stopped, not completed - and stamp the end event
           CLOSE AUDTFILE.
           CLOSE AUDKFILE.
           CLOSE REJFILE.
           CLOSE NSFFILE.
           CLOSE ODXFILE.
           CLOSE SUSPIN.
           CLOSE SUSPOUT.
           CLOSE ACCTFILE.
      *    moves the balance opposite to the posting it backs out.
      *    A transaction for an account that is not on the master is
      *    flagged and sent to REJFILE rather than silently dropped.
      *    The account's standing is checked before anything moves:
      *    a closed account or a debit against a frozen one, or a
      *    'DB' past the overdraft limit, fails the posting with
      *    reason 80/81/82 for the returned-items file.
      *    A transfer leg checks the other side first (reason 83) -
      *    see check_transfer_partner.
      *    An item in another currency than the account's is
      *    converted before any of that (reason 90 when there is no
      *    rate for the day) - see convert_to_account_currency.
           ADD 1 TO WS-PARA-COUNT.
           MOVE 'N' TO WS-POST-FAIL-SW.
           IF TRAN-TYPE-REVERSAL
               PERFORM find_original_posting
           END-IF.
           IF NOT WS-POST-FAILED AND TRAN-XFER-ANY-LEG
               PERFORM check_transfer_partner
           END-IF.
           IF NOT WS-POST-FAILED
               MOVE TRAN-ACCT-NO TO ACCT-NO
               READ ACCTFILE
                       CONTINUE
               END-READ
               IF WS-ACCT-STATUS = '00'
                   PERFORM convert_to_account_currency
               END-IF
               IF WS-ACCT-STATUS = '00' AND NOT WS-POST-FAILED
                   PERFORM check_account_standing
               END-IF
               IF WS-ACCT-STATUS = '00' AND NOT WS-POST-FAILED
                   MOVE ACCT-BALANCE TO WS-BAL-BEFORE
                   PERFORM apply_balance_movement
      *            only the customer's own 'DB'/'CR' count as activity
      *            for dormancy - interest, fees and reversals do not
                   IF TRAN-TYPE-DEBIT OR TRAN-TYPE-CREDIT
                       MOVE TRAN-DATE TO ACCT-LAST-TRAN-DATE
                   END-IF
                   ADD 1 TO ACCT-TRAN-COUNT
                   REWRITE ACCT-RECORD
      *            a balance update that did not land is a hard error
                       PERFORM abend_close_files
                       STOP RUN
                   END-IF
                   PERFORM note_overdraft_exception
               END-IF
      *        a transfer leg never waits in suspense - its other
      *        leg is being refused for the same missing account
               IF WS-ACCT-STATUS = '23' AND TRAN-XFER-ANY-LEG
                   MOVE '83' TO WS-REJ-REASON
                   MOVE 'Y' TO WS-POST-FAIL-SW
                   MOVE '?' TO WS-REFUSED-STATUS
                   MOVE '00' TO WS-ACCT-STATUS
                   DISPLAY 'DATBATCH: TRANSFER LEG REFUSED, ACCT='
                       TRAN-ACCT-NO ' NOT ON MASTER'
               END-IF
               IF WS-ACCT-STATUS NOT = '00'
                   MOVE '50' TO WS-REJ-REASON
                   MOVE 'Y' TO WS-POST-FAIL-SW
                   IF WS-ACCT-STATUS = '23'
               END-IF
           END-IF.

       check_account_standing.
      *    Posting rules by account status:
      *      closed - nothing posts, credit or debit (reason 80);
      *      frozen - nothing may reduce the balance, fees and
      *               debit reversals included (reason 81); credits
      *               DO post - the money stays frozen with the
      *               account - and each one is listed on ODXFILE
      *               for compliance;
      *      open   - a customer 'DB' may not take the balance past
      *               the overdraft limit (reason 82). 'FE' and a
      *               debit 'RV' are the bank's own entries and post
      *               regardless; ODXFILE shows where they overdrew.
      *      dormant - posts exactly as open; DATDORM reopens the
      *               account once the customer uses it again.
      *    A transfer leg's 'DB' is not held to the limit here:
      *    DATSORD checked the funds when it generated the pair, and
      *    refusing one leg on a balance the other leg cannot see
      *    would split the transfer. ODXFILE shows where it overdrew.
           ADD 1 TO WS-PARA-COUNT.
           PERFORM set_movement_direction.
           IF ACCT-OD-LIMIT NUMERIC
               MOVE ACCT-OD-LIMIT TO WS-OD-LIMIT
           ELSE
               MOVE ZEROS TO WS-OD-LIMIT
           END-IF.
           COMPUTE WS-AVAILABLE = ACCT-BALANCE + WS-OD-LIMIT.
           EVALUATE TRUE
               WHEN ACCT-CLOSED
                   MOVE '80' TO WS-REJ-REASON
                   MOVE 'Y' TO WS-POST-FAIL-SW
               WHEN ACCT-FROZEN AND WS-MOVE-DEBIT
                   MOVE '81' TO WS-REJ-REASON
                   MOVE 'Y' TO WS-POST-FAIL-SW
               WHEN TRAN-TYPE-DEBIT AND NOT TRAN-XFER-ANY-LEG
                       AND WS-POST-AMOUNT > WS-AVAILABLE
                   MOVE '82' TO WS-REJ-REASON
                   MOVE 'Y' TO WS-POST-FAIL-SW
           END-EVALUATE.
           IF WS-POST-FAILED
               DISPLAY 'DATBATCH: POSTING REFUSED, ACCT=' TRAN-ACCT-NO
                   ' STATUS=' ACCT-STATUS ' REASON=' WS-REJ-REASON
           END-IF.

       check_transfer_partner.
      *    Both legs of a transfer must reach the same decision
      *    wherever they fall in the file, so each leg tests the
      *    same pair of conditions: the paying account is on the
      *    master and neither closed nor frozen, and the receiving
      *    account is on the master and not closed. This paragraph
      *    tests the other leg's account; the leg's own account is
      *    tested by check_account_standing as usual (80/81) - a
      *    refusal on either side returns the leg. DATBATCH never
      *    changes an account's status, so the answer cannot change
      *    between the two legs.
           ADD 1 TO WS-PARA-COUNT.
           MOVE TRAN-XFER-ACCT-NO TO ACCT-NO.
           READ ACCTFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-ACCT-STATUS = '23'
                   MOVE '?' TO WS-REFUSED-STATUS
                   MOVE '83' TO WS-REJ-REASON
                   MOVE 'Y' TO WS-POST-FAIL-SW
               WHEN WS-ACCT-STATUS NOT = '00'
                   DISPLAY 'DATBATCH: ACCTFILE READ FAILED, STATUS='
                       WS-ACCT-STATUS ' ACCT=' TRAN-XFER-ACCT-NO
                   MOVE 8 TO RETURN-CODE
                   PERFORM abend_close_files
                   STOP RUN
               WHEN ACCT-CLOSED
                   MOVE ACCT-STATUS TO WS-REFUSED-STATUS
                   MOVE '83' TO WS-REJ-REASON
                   MOVE 'Y' TO WS-POST-FAIL-SW
               WHEN ACCT-FROZEN AND TRAN-XFER-CREDIT-LEG
                   MOVE ACCT-STATUS TO WS-REFUSED-STATUS
                   MOVE '83' TO WS-REJ-REASON
                   MOVE 'Y' TO WS-POST-FAIL-SW
           END-EVALUATE.
      *    the other leg must also be able to convert into its own
      *    account's currency - the same rates and the same amount
      *    tests as convert_to_account_currency, so both legs reach
      *    the same answer
           IF NOT WS-POST-FAILED
               PERFORM set_conversion_currencies
               IF WS-TRAN-CCY NOT = WS-ACCT-CCY
                   PERFORM try_conversion
                   IF NOT WS-CONV-OK
                       MOVE ACCT-STATUS TO WS-REFUSED-STATUS
                       MOVE '83' TO WS-REJ-REASON
                       MOVE 'Y' TO WS-POST-FAIL-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-POST-FAILED
               DISPLAY 'DATBATCH: TRANSFER LEG REFUSED, ACCT='
                   TRAN-ACCT-NO ' OTHER SIDE=' TRAN-XFER-ACCT-NO
                   ' STATUS=' WS-REFUSED-STATUS
           END-IF.

       convert_to_account_currency.
      *    TRAN-AMOUNT is in the item's currency, spaces meaning the
      *    account's own. Any other converts through the base
      *    currency at the day's closing rates - times the item
      *    currency's rate gives base units, divided by the account
      *    currency's gives the account's - rounded to the cent.
      *    No rate for either currency is reason 90; an amount the
      *    trail cannot carry once converted is a bad amount (30).
      *    A reversal backs out exactly what its original moved,
      *    found on the trail, so it needs no rate. A transfer leg
      *    that cannot convert is refused as a pair (83) - its
      *    partner runs the same test in check_transfer_partner.
           ADD 1 TO WS-PARA-COUNT.
           PERFORM set_conversion_currencies.
           EVALUATE TRUE
               WHEN TRAN-TYPE-REVERSAL
                   MOVE WS-ORIG-POST-AMT TO WS-POST-AMOUNT
               WHEN WS-TRAN-CCY = WS-ACCT-CCY
                   MOVE TRAN-AMOUNT TO WS-POST-AMOUNT
               WHEN OTHER
                   PERFORM try_conversion
                   IF WS-CONV-OK
                       MOVE WS-CONV-AMOUNT TO WS-POST-AMOUNT
                   ELSE
                       MOVE WS-CONV-REASON TO WS-REJ-REASON
                       MOVE 'Y' TO WS-POST-FAIL-SW
                   END-IF
           END-EVALUATE.
           IF WS-POST-FAILED
               IF TRAN-XFER-ANY-LEG
                   MOVE ACCT-STATUS TO WS-REFUSED-STATUS
                   MOVE '83' TO WS-REJ-REASON
               END-IF
               DISPLAY 'DATBATCH: NO CONVERSION, ACCT=' TRAN-ACCT-NO
                   ' FROM ' WS-TRAN-CCY ' TO ' WS-ACCT-CCY
                   ' REASON=' WS-REJ-REASON
           END-IF.

       set_conversion_currencies.
      *    the account in ACCT-RECORD and the item's currency, both
      *    with spaces resolved - base for the account, the
      *    account's own for the item
           ADD 1 TO WS-PARA-COUNT.
           MOVE ACCT-CURRENCY-CD TO WS-ACCT-CCY.
           IF WS-ACCT-CCY = SPACES
               MOVE FX-BASE-CURRENCY TO WS-ACCT-CCY
           END-IF.
           MOVE TRAN-CURRENCY-CD TO WS-TRAN-CCY.
           IF WS-TRAN-CCY = SPACES
               MOVE WS-ACCT-CCY TO WS-TRAN-CCY
           END-IF.

       try_conversion.
      *    TRAN-AMOUNT from WS-TRAN-CCY into WS-ACCT-CCY - the one
      *    test both legs of a transfer apply, each to its own
      *    account: no rate for either currency is '90', a result
      *    of zero or past what the trail carries is '30'
           ADD 1 TO WS-PARA-COUNT.
           MOVE '00' TO WS-CONV-REASON.
           MOVE ZEROS TO WS-CONV-AMOUNT.
           PERFORM find_conversion_rates.
           IF WS-RATES-FOUND
               COMPUTE WS-CONV-AMOUNT ROUNDED =
                   TRAN-AMOUNT * WS-FROM-RATE / WS-TO-RATE
                   ON SIZE ERROR
                       MOVE ZEROS TO WS-CONV-AMOUNT
               END-COMPUTE
               IF WS-CONV-AMOUNT = ZERO
                       OR WS-CONV-AMOUNT > 999999999.99
                   MOVE '30' TO WS-CONV-REASON
               END-IF
           ELSE
               MOVE '90' TO WS-CONV-REASON
           END-IF.

       find_conversion_rates.
           ADD 1 TO WS-PARA-COUNT.
           MOVE 'Y' TO WS-RATES-FOUND-SW.
           MOVE WS-TRAN-CCY TO WS-LOOKUP-CCY.
           PERFORM find_fx_rate.
           MOVE WS-LOOKUP-RATE TO WS-FROM-RATE.
           MOVE WS-ACCT-CCY TO WS-LOOKUP-CCY.
           PERFORM find_fx_rate.
           MOVE WS-LOOKUP-RATE TO WS-TO-RATE.

       find_fx_rate.
           ADD 1 TO WS-PARA-COUNT.
           IF WS-LOOKUP-CCY = FX-BASE-CURRENCY
               MOVE 1 TO WS-LOOKUP-RATE
           ELSE
               MOVE ZEROS TO WS-LOOKUP-RATE
               PERFORM VARYING WS-FX-IX FROM 1 BY 1
                       UNTIL WS-FX-IX > FX-RATE-USED
                       OR WS-LOOKUP-RATE > ZERO
                   IF FX-TBL-CURRENCY (WS-FX-IX) = WS-LOOKUP-CCY
                       MOVE FX-TBL-RATE (WS-FX-IX) TO WS-LOOKUP-RATE
                   END-IF
               END-PERFORM
               IF WS-LOOKUP-RATE = ZERO
                   MOVE 'N' TO WS-RATES-FOUND-SW
               END-IF
           END-IF.

       set_movement_direction.
      *    which way the posting will move the balance - a reversal
      *    moves opposite to the original found on the trail
           ADD 1 TO WS-PARA-COUNT.
           IF TRAN-TYPE-REVERSAL
               IF WS-ORIG-TYPE-CD = 'DB' OR WS-ORIG-TYPE-CD = 'FE'
                   MOVE 'C' TO WS-MOVE-DIR
               ELSE
                   MOVE 'D' TO WS-MOVE-DIR
               END-IF
           ELSE
               IF TRAN-TYPE-DEBIT OR TRAN-TYPE-SVC-FEE
                   MOVE 'D' TO WS-MOVE-DIR
               ELSE
                   MOVE 'C' TO WS-MOVE-DIR
               END-IF
           END-IF.

       note_overdraft_exception.
      *    A debit that took the balance from zero-or-better to
      *    below zero is 'NG'; one that took it from inside the
      *    limit to past it is 'OL' (that wins when one posting does
      *    both). Any credit to a frozen account is 'FC'.
           ADD 1 TO WS-PARA-COUNT.
           MOVE SPACES TO WS-ODX-TYPE.
           IF WS-MOVE-DEBIT
               IF ACCT-BALANCE + WS-OD-LIMIT < ZERO
                       AND WS-BAL-BEFORE + WS-OD-LIMIT NOT < ZERO
                   MOVE 'OL' TO WS-ODX-TYPE
               ELSE
                   IF ACCT-BALANCE < ZERO
                           AND WS-BAL-BEFORE NOT < ZERO
                       MOVE 'NG' TO WS-ODX-TYPE
                   END-IF
               END-IF
           ELSE
               IF ACCT-FROZEN
                   MOVE 'FC' TO WS-ODX-TYPE
               END-IF
           END-IF.
           IF WS-ODX-TYPE NOT = SPACES
               MOVE SPACES TO ODX-RECORD
               MOVE WS-ODX-TYPE TO ODX-EXC-TYPE
               MOVE TRAN-ACCT-NO TO ODX-ACCT-NO
               MOVE TRAN-SEQ-NO TO ODX-TRAN-SEQ-NO
               MOVE TRAN-TYPE-CD TO ODX-TRAN-TYPE-CD
               MOVE WS-POST-AMOUNT TO ODX-TRAN-AMOUNT
               MOVE WS-BAL-BEFORE TO ODX-BAL-BEFORE
               MOVE ACCT-BALANCE TO ODX-BAL-AFTER
               MOVE WS-OD-LIMIT TO ODX-OD-LIMIT
               MOVE shared-run-id TO ODX-RUN-ID
               MOVE WS-CYCLE-NO TO ODX-CYCLE-NO
               WRITE ODX-RECORD
               ADD 1 TO WS-ODX-WRITTEN
           END-IF.

       apply_balance_movement.
      *    'DB' and the generated 'FE' service fee reduce the
      *    balance; 'CR' and the generated 'IN' interest raise it.
           ADD 1 TO WS-PARA-COUNT.
           IF TRAN-TYPE-REVERSAL
               IF WS-ORIG-TYPE-CD = 'DB' OR WS-ORIG-TYPE-CD = 'FE'
                   ADD WS-POST-AMOUNT TO ACCT-BALANCE
                   MOVE 'C' TO WS-REV-DIR
               ELSE
                   SUBTRACT WS-POST-AMOUNT FROM ACCT-BALANCE
                   MOVE 'D' TO WS-REV-DIR
               END-IF
           ELSE
               IF TRAN-TYPE-DEBIT OR TRAN-TYPE-SVC-FEE
                   SUBTRACT WS-POST-AMOUNT FROM ACCT-BALANCE
               ELSE
                   ADD WS-POST-AMOUNT TO ACCT-BALANCE
               END-IF
           END-IF.

      *    Scan the trail (read-only through the AUDTPREV DD) for
      *    the posting the reversal names: same account, sequence
      *    number TRAN-ORIG-SEQ-NO, a posting type, and the same
      *    amount - in the currency the reversal names, the amount
      *    the original arrived in, since a converted original moved
      *    the balance by its converted amount. No match rejects
      *    with reason 60; a match that an
      *    earlier 'RV' already backed out rejects with reason 70
      *    instead of reversing the same posting twice. Records this
      *    run has appended are not yet readable here, so an
                       OR PREV-TYPE-CD = 'IN'
                       OR PREV-TYPE-CD = 'FE')
                       AND PREV-SEQ-NO = TRAN-ORIG-SEQ-NO
                       AND ((TRAN-CURRENCY-CD = SPACES
                               AND PREV-AMOUNT = TRAN-AMOUNT)
                           OR (TRAN-CURRENCY-CD NOT = SPACES
                               AND PREV-ORIG-CURRENCY
                                   = TRAN-CURRENCY-CD
                               AND PREV-ORIG-AMOUNT = TRAN-AMOUNT))
                   MOVE 'Y' TO WS-ORIG-FOUND-SW
                   MOVE PREV-TYPE-CD TO WS-ORIG-TYPE-CD
                   MOVE PREV-AMOUNT TO WS-ORIG-POST-AMT
               END-IF
               IF PREV-TYPE-CD = 'RV'
                       AND PREV-ORIG-SEQ-NO = TRAN-ORIG-SEQ-NO
           MOVE TRAN-RECORD TO REJ-TRAN-DATA.
           WRITE REJECT-RECORD.

       write_returned_item.
      *    reasons 80-83 - the item itself was good, the account
      *    would not take it; it still counts as a reject in the
      *    run stats
           ADD 1 TO WS-PARA-COUNT.
           ADD 1 TO WS-REC-REJECTED.
           ADD 1 TO WS-REC-RETURNED.
           display 'Returning num1=' num1 ' acct=' TRAN-ACCT-NO
                   ' seq=' TRAN-SEQ-NO ' reason=' WS-REJ-REASON.
           MOVE SPACES TO NSF-RECORD.
           MOVE WS-REJ-REASON TO NSF-REASON-CD.
           MOVE TRAN-RECORD TO NSF-TRAN-DATA.
           IF WS-REJ-REASON = '83'
               MOVE WS-REFUSED-STATUS TO NSF-ACCT-STATUS
               MOVE ZEROS TO NSF-AVAILABLE
           ELSE
               MOVE ACCT-STATUS TO NSF-ACCT-STATUS
               MOVE WS-AVAILABLE TO NSF-AVAILABLE
           END-IF.
           WRITE NSF-RECORD.

       dump_transaction.
           ADD 1 TO WS-PARA-COUNT.
           display 'Tracing num1=' num1 ' acct=' TRAN-ACCT-NO
           MOVE TRAN-ACCT-NO TO AUD-ACCT-NO.
           MOVE TRAN-SEQ-NO TO AUD-SEQ-NO.
           MOVE TRAN-TYPE-CD TO AUD-TYPE-CD.
           MOVE WS-POST-AMOUNT TO AUD-AMOUNT.
           MOVE shared-run-id TO AUD-RUN-ID.
           MOVE WS-CYCLE-NO TO AUD-CYCLE-NO.
      *    the item as it arrived - AUD-AMOUNT above is what it moved
      *    the balance by, in the account's currency
           MOVE WS-TRAN-CCY TO AUD-ORIG-CURRENCY.
           MOVE TRAN-AMOUNT TO AUD-ORIG-AMOUNT.
      *    link a reversal to the posting it backed out, and record
      *    which way it moved the balance
           IF TRAN-TYPE-REVERSAL
               MOVE 'R' TO AUD-RETRY-IND
           END-IF.
           WRITE AUDIT-RECORD.
           PERFORM seal_audit_record.
           PERFORM write_keyed_audit.

       write_keyed_audit.
                       'ACCT=' AUDK-ACCT-NO ' TS=' AUDK-TIMESTAMP
           END-WRITE.

       begin_audit_seal.
      *    Every run that completes seals what it appended to the
      *    trail (DATSEAL) so DATAUDCK can prove nothing on it has
      *    since been altered, removed or inserted. Records found
      *    past the last seal are folded into this run's seal as
      *    carried records only when they can have been left by a
      *    run that ended without sealing - an abend, or the runs
      *    from before the trail was sealed at all - and RUNLOG
      *    shows such a run (DATSEAL 'C'); otherwise they were put
      *    there since and the run stops before sealing them. A trail
      *    shorter than its seals is left for DATAUDCK to name;
      *    posting does not stop for it. A seal file that cannot be
      *    read stops the run before anything is appended.
           ADD 1 TO WS-PARA-COUNT.
           MOVE 'B' TO DSL-FUNCTION.
           PERFORM call_datseal.
           IF DSL-SEAL-FAILED
               DISPLAY 'DATBATCH: AUDIT SEAL CHAIN UNAVAILABLE - '
                   'NOTHING POSTED'
               MOVE 8 TO RETURN-CODE
               PERFORM abend_close_files
               STOP RUN
           END-IF.
           IF DSL-NEW-CHAIN
               DISPLAY 'DATBATCH: NO AUDIT SEALS YET FOR '
                   shared-run-id ' - STARTING THE CHAIN'
           END-IF.
           MOVE ZEROS TO WS-TRAIL-COUNT.
           MOVE 'N' TO WS-PREV-EOF-SW.
           OPEN INPUT AUDTPREV.
           IF WS-AUDP-STATUS NOT = '00'
               DISPLAY 'DATBATCH: AUDTPREV OPEN FAILED, STATUS='
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
                   DISPLAY 'DATBATCH: ' DSL-CARRIED ' UNSEALED AUDIT '
                       'RECORDS NOT LEFT BY AN UNFINISHED RUN - '
                       'NOTHING POSTED'
                   DISPLAY 'DATBATCH: RUN DATAUDCK AND ACCOUNT FOR THE '
                       'TRAIL BEFORE THE STREAM RUNS AGAIN'
                   MOVE 8 TO RETURN-CODE
                   PERFORM abend_close_files
                   STOP RUN
               END-IF
               DISPLAY 'DATBATCH: ' DSL-CARRIED ' UNSEALED AUDIT '
                   'RECORDS CARRIED INTO THIS RUN''S SEAL'
           END-IF.
           IF WS-TRAIL-COUNT < DSL-SEALED-COUNT
               DISPLAY 'DATBATCH: WARNING - AUDIT TRAIL HOLDS '
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
      *    fold the audit record just written into the run's chain
           ADD 1 TO WS-PARA-COUNT.
           MOVE AUDIT-RECORD TO DSL-RECORD.
           MOVE 'F' TO DSL-FUNCTION.
           PERFORM call_datseal.

       write_run_seal.
      *    Only a run that reaches its close seals - an abended run's
      *    records are picked up by the next run. The postings are
      *    already on the master by now, so a seal that cannot be
      *    recorded warns instead of failing the step (a rerun would
      *    post the file twice); DATAUDCK then stops the job on the
      *    unsealed records.
           ADD 1 TO WS-PARA-COUNT.
           MOVE 'S' TO DSL-FUNCTION.
           PERFORM call_datseal.
           IF DSL-SEAL-FAILED
               DISPLAY 'DATBATCH: WARNING - AUDIT SEAL NOT RECORDED, '
                   DSL-REC-COUNT ' RECORDS UNSEALED'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'DATBATCH: AUDIT SEAL RECORDED, RECORDS='
                   DSL-REC-COUNT ' AFTER TRAIL POSITION '
                   DSL-SEALED-COUNT
           END-IF.

       call_datseal.
           ADD 1 TO WS-PARA-COUNT.
           MOVE shared-run-id TO DSL-RUN-ID.
           MOVE 'DATBATCH' TO DSL-PROGRAM-ID.
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE.
           CALL 'DATSEAL' USING DATSEAL-PARM.
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       check_restart.
           ADD 1 TO WS-PARA-COUNT.
           OPEN I-O CKPTFILE.
           ADD 1 TO WS-PARA-COUNT.
           MOVE SUSP-TRAN-DATA TO TRAN-RECORD.
           PERFORM post_transaction.
      *    only an account still missing (50) keeps the item
      *    waiting. An account that has opened since but will not
      *    take it (closed again, frozen, no funds) returns it now;
      *    any other refusal (no rate, an amount that will not
      *    convert) goes to REJFILE under its own reason - there is
      *    nothing left to wait for
           IF WS-POST-FAILED
               EVALUATE TRUE
                   WHEN WS-REJ-REASON = '50'
                       PERFORM age_suspense_item
                   WHEN WS-RETURNED-ITEM
                       PERFORM write_returned_item
                       MOVE 'SX' TO WS-SUSP-AUD-TYPE
                       PERFORM dump_suspense_event
                   WHEN OTHER
                       PERFORM write_reject
                       MOVE 'SX' TO WS-SUSP-AUD-TYPE
                       PERFORM dump_suspense_event
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REC-PROCESSED
               ADD WS-POST-AMOUNT TO WS-AMT-POSTED
               ADD 1 TO WS-SUSP-POSTED
      *        the audit record gets the retry marker - this key
      *        belongs to the original feed's sequence space, and
           PERFORM dump_suspense_event.

       dump_suspense_event.
      *    'SU' = newly suspended, 'SX' = left suspense unposted
      *    (aged out or refused to REJFILE, or returned on NSFFILE).
      *    These are informational trail events, not postings -
      *    DATRECON skips them when reconciling the trail to the run
      *    stats, and the register shows them as their own type.
           ADD 1 TO WS-PARA-COUNT.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE shared-run-id TO AUD-RUN-ID.
           MOVE WS-CYCLE-NO TO AUD-CYCLE-NO.
           WRITE AUDIT-RECORD.
           PERFORM seal_audit_record.
           PERFORM write_keyed_audit.

       take_checkpoint.
           CLOSE CKPTFILE.
           CLOSE CYCFILE.
           CLOSE AUDTFILE.
           PERFORM write_run_seal.
           CLOSE AUDKFILE.
           CLOSE REJFILE.
           CLOSE NSFFILE.
           CLOSE ODXFILE.
           CLOSE SUSPIN.
           CLOSE SUSPOUT.
           CLOSE ACCTFILE.
