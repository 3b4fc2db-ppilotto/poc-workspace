       ID DIVISION.
       PROGRAM-ID. DATSORD.
      * Daily standing-order generator: applies the day's SOMAINT
      * instruction maintenance (DATSMREC) to the stream's standing
      * instruction master SOMASTER (DATSOREC), then writes every
      * transfer due on or before the run date as a TRANFILE-format
      * cycle exactly as DATACCR does - 'HD' header dated today,
      * details in ascending TRAN-KEY order, 'TR' trailer with count
      * and hash total - so the transfers post through the normal
      * VALSTEP/SEQSTEP/RUNSTEP stream.
      * Each transfer is two legs: a 'DB' on the paying account and
      * a 'CR' on the receiving one, each naming the other account
      * and the instruction (TRAN-XFER-ACCT-NO, TRAN-XFER-REF) so
      * DATBATCH posts both or neither. Before a transfer is
      * generated both accounts are checked on the master - the
      * paying account must be on file and neither closed nor
      * frozen, with the funds (balance plus overdraft limit, less
      * what earlier transfers this run already took), the
      * receiving account must be on file and not closed. A transfer
      * that fails goes on the SOEXRPT exceptions report, nothing is
      * generated for it and its next-due date stays where it is, so
      * it is tried again on the next run. A transfer that goes
      * through moves the next-due date on by its frequency; one
      * missed for several days is caught up one transfer per due
      * date. An instruction past its end date is marked ended.
      * Coexistence with the source feed follows DATACCR:
      *  - the header cycle comes from the PARM and defaults to 98,
      *    reserved for the standing-order cycle - it runs after
      *    the date's regular cycles and, at month end, before
      *    DATACCR's accrual cycle 99;
      *  - the legs take TRAN-SEQ-NO 9101 upward per account, inside
      *    the 9000+ generated range and clear of DATACCR's
      *    9001/9002.
      * PARM layout: run-id(8) cycle(2).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOMASTER
               ASSIGN TO SOMASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-SO-STATUS.
           SELECT SOMAINT
               ASSIGN TO SOMAINT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOM-STATUS.
           SELECT ACCTFILE
               ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT SOFILE
               ASSIGN TO SOFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SOF-STATUS.
           SELECT SOEXRPT
               ASSIGN TO SOEXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SOSORT
               ASSIGN TO SORTWK01.
       DATA DIVISION.
       FILE SECTION.
       FD  SOMASTER
           RECORD CONTAINS 80 CHARACTERS.
           COPY DATSOREC.
       FD  SOMAINT
           RECORD CONTAINS 80 CHARACTERS.
           COPY DATSMREC.
       FD  ACCTFILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY DATACREC.
       FD  SOFILE
           RECORD CONTAINS 69 CHARACTERS.
       01  SOF-RECORD                  PIC X(69).
       FD  SOEXRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                    PIC X(132).
      *    the legs are generated in instruction order and sorted
      *    into account order for the cycle file
       SD  SOSORT.
       01  SRT-RECORD.
           05  SRT-ACCT-NO             PIC 9(9).
           05  SRT-XFER-LEG            PIC X(1).
           05  SRT-XFER-REF            PIC X(12).
           05  SRT-TRAN-DATA           PIC X(69).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-SO-STATUS            PIC X(2)  VALUE '00'.
           05  WS-SOM-STATUS           PIC X(2)  VALUE '00'.
           05  WS-ACCT-STATUS          PIC X(2)  VALUE '00'.
           05  WS-SOF-STATUS           PIC X(2)  VALUE '00'.
           05  WS-RPT-STATUS           PIC X(2)  VALUE '00'.
       01  WS-SWITCHES.
           05  WS-SO-EOF-SW            PIC X(1)  VALUE 'N'.
              88  WS-SO-EOF                       VALUE 'Y'.
           05  WS-SOM-EOF-SW           PIC X(1)  VALUE 'N'.
              88  WS-SOM-EOF                      VALUE 'Y'.
           05  WS-SRT-EOF-SW           PIC X(1)  VALUE 'N'.
              88  WS-SRT-EOF                      VALUE 'Y'.
           05  WS-CHECK-FAIL-SW        PIC X(1)  VALUE 'N'.
              88  WS-CHECK-FAILED                 VALUE 'Y'.
           05  WS-DATE-BAD-SW          PIC X(1)  VALUE 'N'.
              88  WS-DATE-BAD                     VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-SOM-READ             PIC 9(9)  VALUE ZEROS.
           05  WS-SOM-APPLIED          PIC 9(9)  VALUE ZEROS.
           05  WS-SOM-REJECTED         PIC 9(9)  VALUE ZEROS.
           05  WS-SO-READ              PIC 9(9)  VALUE ZEROS.
           05  WS-XFER-COUNT           PIC 9(9)  VALUE ZEROS.
           05  WS-EXC-COUNT            PIC 9(9)  VALUE ZEROS.
           05  WS-ENDED-COUNT          PIC 9(9)  VALUE ZEROS.
           05  WS-DTL-COUNT            PIC 9(9)  VALUE ZEROS.
           05  WS-CATCH-UP             PIC 9(3)  VALUE ZEROS.
       01  WS-SORD-WORK.
           05  WS-RUN-DATE             PIC 9(8)  VALUE ZEROS.
           05  WS-HASH-TOTAL           PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-XFER-TOTAL           PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
      *    funds already promised by this run's earlier transfers
      *    from the same paying account - the master is read in
      *    paying-account order, so one running figure does
           05  WS-COMMIT-ACCT          PIC 9(9)  VALUE ZEROS.
           05  WS-COMMITTED            PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-AVAILABLE            PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-OD-LIMIT             PIC 9(9)V99 COMP-3
                                                 VALUE ZEROS.
           05  WS-EXC-REASON           PIC X(30) VALUE SPACES.
      *    the paying account's currency - SO-AMOUNT is in it, and
      *    both legs say so
           05  WS-PAY-CCY              PIC X(3)  VALUE SPACES.
           05  WS-PREV-ACCT            PIC 9(9)  VALUE ZEROS.
           05  WS-NEXT-SEQ             PIC 9(4)  VALUE ZEROS.
           05  WS-DAY-NUMBER           PIC S9(9) COMP VALUE ZEROS.
           05  WS-MONTH-COUNT          PIC 9(7)  VALUE ZEROS.
           05  WS-ADD-MONTHS           PIC 9(2)  VALUE ZEROS.
           05  WS-DUE-DATE             PIC 9(8)  VALUE ZEROS.
           05  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
               10  WS-DUE-YYYY         PIC 9(4).
               10  WS-DUE-MM           PIC 9(2).
               10  WS-DUE-DD           PIC 9(2).
           05  WS-EDIT-DATE            PIC 9(8)  VALUE ZEROS.
           05  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
               10  WS-EDIT-YYYY        PIC 9(4).
               10  WS-EDIT-MM          PIC 9(2).
               10  WS-EDIT-DD          PIC 9(2).
           05  WS-MAX-DD               PIC 9(2)  VALUE ZEROS.
       01  WS-EDITED-FIELDS.
           05  WS-AMT-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-TOT-DISPLAY          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-CNT-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
      *    the TRANFILE-format records are built here and written
      *    from the plain 69-byte SOFILE record area
           COPY DATTRREC.
           COPY DATHTREC.
       01  WS-RUN-ID                   PIC X(8)  VALUE 'DATBATCH'.
      *    98 is the reserved standing-order cycle - see the
      *    coexistence notes in the program header
       01  WS-CYCLE-NO                 PIC 9(2)  VALUE 98.
           COPY DATFXREC.
           COPY DATLGPRM.
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(80).
           05  LS-PARM-TEXT-R REDEFINES LS-PARM-TEXT.
               10  LS-PARM-RUN-ID      PIC X(8).
               10  LS-PARM-CYCLE       PIC X(2).
               10  FILLER              PIC X(70).
       PROCEDURE DIVISION USING LS-PARM.
           DISPLAY 'DATSORD: STANDING-ORDER TRANSFER GENERATOR'.
           IF LS-PARM-LEN > ZERO AND LS-PARM-RUN-ID NOT = SPACES
               MOVE LS-PARM-RUN-ID TO WS-RUN-ID
           END-IF.
           IF LS-PARM-LEN >= 10 AND LS-PARM-CYCLE IS NUMERIC
                   AND LS-PARM-CYCLE > ZERO
               MOVE LS-PARM-CYCLE TO WS-CYCLE-NO
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           DISPLAY 'DATSORD: RUN DATE=' WS-RUN-DATE
               ' CYCLE=' WS-CYCLE-NO.
           PERFORM log_run_start.
           PERFORM open_files.
           PERFORM write_heading.
           PERFORM apply_maintenance_feed.
           SORT SOSORT
               ON ASCENDING KEY SRT-ACCT-NO SRT-XFER-LEG SRT-XFER-REF
               INPUT PROCEDURE IS generate_transfers
               OUTPUT PROCEDURE IS write_cycle_file.
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'DATSORD: SORT FAILED, SORT-RETURN='
                   SORT-RETURN
               MOVE 8 TO RETURN-CODE
               PERFORM abend_close_files
               STOP RUN
           END-IF.
           PERFORM write_totals.
           PERFORM close_files.
           DISPLAY 'DATSORD: INSTRUCTIONS READ=' WS-SO-READ
               ' TRANSFERS=' WS-XFER-COUNT
               ' EXCEPTIONS=' WS-EXC-COUNT
               ' ENDED=' WS-ENDED-COUNT.
           DISPLAY 'DATSORD: MAINTENANCE READ=' WS-SOM-READ
               ' APPLIED=' WS-SOM-APPLIED
               ' REJECTED=' WS-SOM-REJECTED.
      *    the cycle still posts - the exceptions are for the
      *    customers' branches, not a reason to hold the transfers
      *    that did go through
           IF WS-EXC-COUNT > ZERO OR WS-SOM-REJECTED > ZERO
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
           MOVE 'DATSORD' TO DLP-PROGRAM-ID.
           MOVE RETURN-CODE TO DLP-RETURN-CODE.
           MOVE WS-DTL-COUNT TO DLP-REC-PROCESSED.
           MOVE WS-EXC-COUNT TO DLP-REC-REJECTED.
           MOVE 'N' TO DLP-RESTART-IND.
           CALL 'DATLOG' USING DATLOG-PARM.
      *    a CALLed program's RETURN-CODE comes back into the
      *    caller's - put the step's own code back so logging
      *    never changes how the job stream sees this step
           MOVE DLP-RETURN-CODE TO RETURN-CODE.

       open_files.
           OPEN I-O SOMASTER.
           IF WS-SO-STATUS = '35'
               OPEN OUTPUT SOMASTER
               CLOSE SOMASTER
               OPEN I-O SOMASTER
           END-IF.
           IF WS-SO-STATUS NOT = '00'
               DISPLAY 'DATSORD: SOMASTER OPEN FAILED, STATUS='
                   WS-SO-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM log_run_end
               STOP RUN
           END-IF.
      *    no maintenance feed at all is a day with no changes
           OPEN INPUT SOMAINT.
           IF WS-SOM-STATUS = '35'
               MOVE 'Y' TO WS-SOM-EOF-SW
           ELSE
               IF WS-SOM-STATUS NOT = '00'
                   DISPLAY 'DATSORD: SOMAINT OPEN FAILED, STATUS='
                       WS-SOM-STATUS
                   MOVE 8 TO RETURN-CODE
                   CLOSE SOMASTER
                   PERFORM log_run_end
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT ACCTFILE.
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'DATSORD: ACCTFILE OPEN FAILED, STATUS='
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM abend_close_files
               STOP RUN
           END-IF.
           OPEN OUTPUT SOFILE.
           IF WS-SOF-STATUS NOT = '00'
               DISPLAY 'DATSORD: SOFILE OPEN FAILED, STATUS='
                   WS-SOF-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM abend_close_files
               STOP RUN
           END-IF.
           OPEN OUTPUT SOEXRPT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATSORD: SOEXRPT OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM abend_close_files
               STOP RUN
           END-IF.

       write_heading.
           MOVE SPACES TO RPT-LINE.
           STRING 'STANDING ORDERS - EXCEPTIONS - STREAM '
                      DELIMITED BY SIZE
                  WS-RUN-ID   DELIMITED BY SIZE
                  '  RUN DATE ' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE SPACES TO RPT-LINE.
           STRING 'KIND FROM ACCT  NO. TO ACCT             AMOUNT'
                      DELIMITED BY SIZE
                  ' NEXT DUE REASON'
                      DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.

      * instruction maintenance
       apply_maintenance_feed.
           PERFORM UNTIL WS-SOM-EOF
               READ SOMAINT
                   AT END
                       MOVE 'Y' TO WS-SOM-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-SOM-READ
                       PERFORM apply_one_maintenance
               END-READ
           END-PERFORM.

       apply_one_maintenance.
           MOVE SPACES TO WS-EXC-REASON.
           IF SOM-FROM-ACCT NOT NUMERIC OR SOM-FROM-ACCT = ZEROS
                   OR SOM-ORDER-NO NOT NUMERIC
               MOVE 'BAD INSTRUCTION KEY' TO WS-EXC-REASON
           ELSE
               MOVE SOM-FROM-ACCT TO SO-FROM-ACCT
               MOVE SOM-ORDER-NO TO SO-ORDER-NO
               READ SOMASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-SO-STATUS NOT = '00'
                           AND WS-SO-STATUS NOT = '23'
                       DISPLAY 'DATSORD: SOMASTER READ FAILED, '
                           'STATUS=' WS-SO-STATUS
                       MOVE 8 TO RETURN-CODE
                       PERFORM abend_close_files
                       STOP RUN
                   WHEN SOM-ACTION-ADD
                       PERFORM add_instruction
                   WHEN SOM-ACTION-CHANGE
                       PERFORM change_instruction
                   WHEN SOM-ACTION-CANCEL
                       PERFORM cancel_instruction
                   WHEN OTHER
                       MOVE 'ACTION NOT AD, CH OR CN'
                           TO WS-EXC-REASON
               END-EVALUATE
           END-IF.
           IF WS-EXC-REASON = SPACES
               ADD 1 TO WS-SOM-APPLIED
           ELSE
               ADD 1 TO WS-SOM-REJECTED
               PERFORM report_maintenance_reject
           END-IF.

       add_instruction.
           IF WS-SO-STATUS = '00'
               MOVE 'INSTRUCTION ALREADY ON FILE' TO WS-EXC-REASON
           ELSE
               PERFORM edit_instruction_fields
           END-IF.
           IF WS-EXC-REASON = SPACES
               MOVE SOM-START-DATE TO WS-EDIT-DATE
               PERFORM edit_date
               IF WS-DATE-BAD
                   MOVE 'START DATE NOT VALID' TO WS-EXC-REASON
               END-IF
           END-IF.
           IF WS-EXC-REASON = SPACES
               MOVE SPACES TO SO-RECORD
               MOVE SOM-FROM-ACCT TO SO-FROM-ACCT
               MOVE SOM-ORDER-NO TO SO-ORDER-NO
               MOVE SOM-TO-ACCT TO SO-TO-ACCT
               MOVE SOM-AMOUNT TO SO-AMOUNT
               MOVE SOM-FREQUENCY TO SO-FREQUENCY
               MOVE SOM-START-DATE TO SO-START-DATE
               MOVE SOM-END-DATE TO SO-END-DATE
               MOVE SOM-START-DATE TO SO-NEXT-DUE
               MOVE 'A' TO SO-STATUS
               MOVE WS-EDIT-DD TO SO-DUE-DAY
               MOVE ZEROS TO SO-LAST-GEN-DATE
               MOVE ZEROS TO SO-EXC-COUNT
               MOVE SOM-USER-ID TO SO-USER-ID
               WRITE SO-RECORD
                   INVALID KEY
                       PERFORM abend_so_write
               END-WRITE
           END-IF.

       change_instruction.
           IF WS-SO-STATUS = '23'
               MOVE 'INSTRUCTION NOT ON FILE' TO WS-EXC-REASON
           ELSE
               IF NOT SO-ACTIVE
                   MOVE 'INSTRUCTION NO LONGER ACTIVE'
                       TO WS-EXC-REASON
               ELSE
                   PERFORM edit_instruction_fields
               END-IF
           END-IF.
           IF WS-EXC-REASON = SPACES
               MOVE SOM-TO-ACCT TO SO-TO-ACCT
               MOVE SOM-AMOUNT TO SO-AMOUNT
               MOVE SOM-FREQUENCY TO SO-FREQUENCY
               MOVE SOM-END-DATE TO SO-END-DATE
               MOVE SOM-USER-ID TO SO-USER-ID
               PERFORM rewrite_instruction
           END-IF.

       cancel_instruction.
           IF WS-SO-STATUS = '23'
               MOVE 'INSTRUCTION NOT ON FILE' TO WS-EXC-REASON
           ELSE
               IF SO-CANCELLED
                   MOVE 'INSTRUCTION ALREADY CANCELLED'
                       TO WS-EXC-REASON
               ELSE
                   MOVE 'X' TO SO-STATUS
                   MOVE SOM-USER-ID TO SO-USER-ID
                   PERFORM rewrite_instruction
               END-IF
           END-IF.

       edit_instruction_fields.
           EVALUATE TRUE
               WHEN SOM-TO-ACCT NOT NUMERIC OR SOM-TO-ACCT = ZEROS
                   MOVE 'RECEIVING ACCOUNT NOT VALID' TO WS-EXC-REASON
               WHEN SOM-TO-ACCT = SOM-FROM-ACCT
                   MOVE 'PAYS ITSELF' TO WS-EXC-REASON
               WHEN SOM-AMOUNT NOT NUMERIC OR SOM-AMOUNT = ZERO
                   MOVE 'AMOUNT NOT VALID' TO WS-EXC-REASON
               WHEN SOM-FREQUENCY NOT = 'D' AND NOT = 'W'
                       AND NOT = 'F' AND NOT = 'M'
                       AND NOT = 'Q' AND NOT = 'A'
                   MOVE 'FREQUENCY NOT D W F M Q A' TO WS-EXC-REASON
               WHEN SOM-END-DATE NOT NUMERIC
                   MOVE 'END DATE NOT VALID' TO WS-EXC-REASON
           END-EVALUATE.
           IF WS-EXC-REASON = SPACES AND SOM-END-DATE NOT = ZEROS
               MOVE SOM-END-DATE TO WS-EDIT-DATE
               PERFORM edit_date
               IF WS-DATE-BAD
                   MOVE 'END DATE NOT VALID' TO WS-EXC-REASON
               END-IF
           END-IF.

       edit_date.
           MOVE 'N' TO WS-DATE-BAD-SW.
           IF WS-EDIT-DATE NOT NUMERIC
                   OR WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
               MOVE 'Y' TO WS-DATE-BAD-SW
           ELSE
               MOVE WS-EDIT-YYYY TO WS-DUE-YYYY
               MOVE WS-EDIT-MM TO WS-DUE-MM
               PERFORM set_month_days
               IF WS-EDIT-DD < 01 OR WS-EDIT-DD > WS-MAX-DD
                   MOVE 'Y' TO WS-DATE-BAD-SW
               END-IF
           END-IF.

       report_maintenance_reject.
           MOVE SOM-AMOUNT TO WS-AMT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'MNT  '           DELIMITED BY SIZE
                  SOM-ACTION-CD     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  SOM-FROM-ACCT     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  SOM-ORDER-NO      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  SOM-TO-ACCT       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-AMT-DISPLAY    DELIMITED BY SIZE
                  '          '      DELIMITED BY SIZE
                  WS-EXC-REASON     DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.

      * transfer generation - the SORT input procedure
       generate_transfers.
           MOVE LOW-VALUES TO SO-KEY.
           START SOMASTER KEY IS NOT LESS THAN SO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SO-EOF-SW
           END-START.
           PERFORM UNTIL WS-SO-EOF
               READ SOMASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-SO-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-SO-READ
                       IF SO-ACTIVE
                           PERFORM process_instruction
                       END-IF
               END-READ
           END-PERFORM.

       process_instruction.
      *    one transfer per due date up to the run date, stopping at
      *    the first one that cannot go through - a month's catch-up
      *    of a daily instruction at most per run
           IF SO-FROM-ACCT NOT = WS-COMMIT-ACCT
               MOVE SO-FROM-ACCT TO WS-COMMIT-ACCT
               MOVE ZEROS TO WS-COMMITTED
           END-IF.
           MOVE 'N' TO WS-CHECK-FAIL-SW.
           MOVE ZEROS TO WS-CATCH-UP.
           PERFORM UNTIL SO-NEXT-DUE > WS-RUN-DATE
                   OR NOT SO-ACTIVE
                   OR WS-CHECK-FAILED
                   OR WS-CATCH-UP >= 31
               IF SO-END-DATE NOT = ZEROS
                       AND SO-NEXT-DUE > SO-END-DATE
                   MOVE 'E' TO SO-STATUS
               ELSE
                   PERFORM check_transfer
                   IF WS-CHECK-FAILED
                       ADD 1 TO SO-EXC-COUNT
                       PERFORM report_exception
                   ELSE
                       PERFORM release_legs
                       MOVE ZEROS TO SO-EXC-COUNT
                       MOVE WS-RUN-DATE TO SO-LAST-GEN-DATE
                       PERFORM advance_next_due
                       ADD 1 TO WS-CATCH-UP
                   END-IF
               END-IF
           END-PERFORM.
           IF SO-ACTIVE AND SO-END-DATE NOT = ZEROS
                   AND SO-NEXT-DUE > SO-END-DATE
               MOVE 'E' TO SO-STATUS
           END-IF.
           IF SO-ENDED
               ADD 1 TO WS-ENDED-COUNT
           END-IF.
           IF WS-CATCH-UP > ZERO OR WS-CHECK-FAILED OR SO-ENDED
               PERFORM rewrite_instruction
           END-IF.

       check_transfer.
      *    the same standing rules DATBATCH applies to the two legs,
      *    plus the funds test DATBATCH leaves to this program
           MOVE SPACES TO WS-EXC-REASON.
           MOVE SO-FROM-ACCT TO ACCT-NO.
           READ ACCTFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-ACCT-STATUS = '23'
                   MOVE 'PAYING ACCOUNT NOT ON MASTER'
                       TO WS-EXC-REASON
               WHEN WS-ACCT-STATUS NOT = '00'
                   PERFORM abend_acct_read
               WHEN ACCT-CLOSED
                   MOVE 'PAYING ACCOUNT CLOSED' TO WS-EXC-REASON
               WHEN ACCT-FROZEN
                   MOVE 'PAYING ACCOUNT FROZEN' TO WS-EXC-REASON
               WHEN OTHER
                   MOVE ACCT-CURRENCY-CD TO WS-PAY-CCY
                   IF WS-PAY-CCY = SPACES
                       MOVE FX-BASE-CURRENCY TO WS-PAY-CCY
                   END-IF
                   IF ACCT-OD-LIMIT NUMERIC
                       MOVE ACCT-OD-LIMIT TO WS-OD-LIMIT
                   ELSE
                       MOVE ZEROS TO WS-OD-LIMIT
                   END-IF
                   COMPUTE WS-AVAILABLE = ACCT-BALANCE + WS-OD-LIMIT
                       - WS-COMMITTED
                   IF SO-AMOUNT > WS-AVAILABLE
                       MOVE 'INSUFFICIENT FUNDS' TO WS-EXC-REASON
                   END-IF
           END-EVALUATE.
           IF WS-EXC-REASON = SPACES
               MOVE SO-TO-ACCT TO ACCT-NO
               READ ACCTFILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-ACCT-STATUS = '23'
                       MOVE 'RECEIVING ACCOUNT NOT ON MASTER'
                           TO WS-EXC-REASON
                   WHEN WS-ACCT-STATUS NOT = '00'
                       PERFORM abend_acct_read
                   WHEN ACCT-CLOSED
                       MOVE 'RECEIVING ACCOUNT CLOSED'
                           TO WS-EXC-REASON
               END-EVALUATE
           END-IF.
           IF WS-EXC-REASON NOT = SPACES
               MOVE 'Y' TO WS-CHECK-FAIL-SW
           END-IF.

       release_legs.
      *    both legs are dated the run date and name the instruction
      *    in TRAN-XFER-REF; the sequence number is given out when
      *    the sorted legs are written. The amount is in the paying
      *    account's currency on both legs - DATBATCH converts the
      *    credit when the receiving account is kept in another.
           MOVE SPACES TO TRAN-RECORD.
           MOVE SO-FROM-ACCT TO TRAN-ACCT-NO.
           MOVE ZEROS TO TRAN-SEQ-NO.
           MOVE 'DB' TO TRAN-TYPE-CD.
           MOVE SO-AMOUNT TO TRAN-AMOUNT.
           MOVE WS-RUN-DATE TO TRAN-DATE.
           MOVE 'D' TO TRAN-XFER-LEG.
           MOVE SO-TO-ACCT TO TRAN-XFER-ACCT-NO.
           MOVE SO-KEY TO TRAN-XFER-REF.
           MOVE WS-PAY-CCY TO TRAN-CURRENCY-CD.
           PERFORM release_one_leg.
           MOVE SO-TO-ACCT TO TRAN-ACCT-NO.
           MOVE 'CR' TO TRAN-TYPE-CD.
           MOVE 'C' TO TRAN-XFER-LEG.
           MOVE SO-FROM-ACCT TO TRAN-XFER-ACCT-NO.
           PERFORM release_one_leg.
           ADD SO-AMOUNT TO WS-COMMITTED.
           ADD SO-AMOUNT TO WS-XFER-TOTAL.
           ADD 1 TO WS-XFER-COUNT.

       release_one_leg.
           MOVE TRAN-ACCT-NO TO SRT-ACCT-NO.
           MOVE TRAN-XFER-LEG TO SRT-XFER-LEG.
           MOVE TRAN-XFER-REF TO SRT-XFER-REF.
           MOVE TRAN-RECORD TO SRT-TRAN-DATA.
           RELEASE SRT-RECORD.

       advance_next_due.
           EVALUATE TRUE
               WHEN SO-FREQ-DAILY
                   MOVE 1 TO WS-DAY-NUMBER
                   PERFORM add_days
               WHEN SO-FREQ-WEEKLY
                   MOVE 7 TO WS-DAY-NUMBER
                   PERFORM add_days
               WHEN SO-FREQ-FORTNIGHTLY
                   MOVE 14 TO WS-DAY-NUMBER
                   PERFORM add_days
               WHEN SO-FREQ-MONTHLY
                   MOVE 1 TO WS-ADD-MONTHS
                   PERFORM add_months
               WHEN SO-FREQ-QUARTERLY
                   MOVE 3 TO WS-ADD-MONTHS
                   PERFORM add_months
               WHEN OTHER
                   MOVE 12 TO WS-ADD-MONTHS
                   PERFORM add_months
           END-EVALUATE.

       add_days.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE) + WS-DAY-NUMBER.
           COMPUTE SO-NEXT-DUE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).

       add_months.
      *    back to the instruction's own day of the month, pulled in
      *    to the month end when the month is shorter
           MOVE SO-NEXT-DUE TO WS-DUE-DATE.
           COMPUTE WS-MONTH-COUNT =
               WS-DUE-YYYY * 12 + WS-DUE-MM - 1 + WS-ADD-MONTHS.
           DIVIDE WS-MONTH-COUNT BY 12
               GIVING WS-DUE-YYYY REMAINDER WS-DUE-MM.
           ADD 1 TO WS-DUE-MM.
           PERFORM set_month_days.
           IF SO-DUE-DAY > WS-MAX-DD
               MOVE WS-MAX-DD TO WS-DUE-DD
           ELSE
               MOVE SO-DUE-DAY TO WS-DUE-DD
           END-IF.
           MOVE WS-DUE-DATE TO SO-NEXT-DUE.

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

       report_exception.
           ADD 1 TO WS-EXC-COUNT.
           MOVE SO-AMOUNT TO WS-AMT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'XFER '           DELIMITED BY SIZE
                  '   '             DELIMITED BY SIZE
                  SO-FROM-ACCT      DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  SO-ORDER-NO       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  SO-TO-ACCT        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-AMT-DISPLAY    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  SO-NEXT-DUE       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-EXC-REASON     DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.

       rewrite_instruction.
           REWRITE SO-RECORD
               INVALID KEY
                   PERFORM abend_so_write
           END-REWRITE.

      * cycle file - the SORT output procedure
       write_cycle_file.
      *    the header's file date is the run date, exactly what
      *    DATBATCH's verify_file_header demands of the daily feed
           MOVE SPACES TO TRAN-HEADER-RECORD.
           MOVE 'HD' TO HDR-REC-TYPE.
           MOVE WS-RUN-DATE TO HDR-FILE-DATE.
           MOVE 'DATSORD ' TO HDR-SOURCE-ID.
           MOVE WS-CYCLE-NO TO HDR-CYCLE-NO.
           WRITE SOF-RECORD FROM TRAN-HEADER-RECORD.
           IF WS-SOF-STATUS NOT = '00'
               PERFORM abend_sof_write
           END-IF.
           PERFORM UNTIL WS-SRT-EOF
               RETURN SOSORT
                   AT END
                       MOVE 'Y' TO WS-SRT-EOF-SW
                   NOT AT END
                       PERFORM write_leg
               END-RETURN
           END-PERFORM.
           MOVE SPACES TO TRAN-TRAILER-RECORD.
           MOVE 'TR' TO TRL-REC-TYPE.
           MOVE WS-DTL-COUNT TO TRL-REC-COUNT.
           MOVE WS-HASH-TOTAL TO TRL-HASH-TOTAL.
           WRITE SOF-RECORD FROM TRAN-TRAILER-RECORD.
           IF WS-SOF-STATUS NOT = '00'
               PERFORM abend_sof_write
           END-IF.

       write_leg.
      *    9101 upward within each account, in key order
           MOVE SRT-TRAN-DATA TO TRAN-RECORD.
           IF TRAN-ACCT-NO NOT = WS-PREV-ACCT
               MOVE TRAN-ACCT-NO TO WS-PREV-ACCT
               MOVE 9101 TO WS-NEXT-SEQ
           ELSE
               IF WS-NEXT-SEQ = 9999
                   DISPLAY 'DATSORD: MORE THAN 899 LEGS FOR ACCT='
                       TRAN-ACCT-NO ' - SEQUENCE RANGE EXHAUSTED'
                   MOVE 8 TO RETURN-CODE
                   PERFORM abend_close_files
                   STOP RUN
               END-IF
               ADD 1 TO WS-NEXT-SEQ
           END-IF.
           MOVE WS-NEXT-SEQ TO TRAN-SEQ-NO.
           WRITE SOF-RECORD FROM TRAN-RECORD.
           IF WS-SOF-STATUS NOT = '00'
               PERFORM abend_sof_write
           END-IF.
           ADD 1 TO WS-DTL-COUNT.
           ADD TRAN-AMOUNT TO WS-HASH-TOTAL.

       write_totals.
           MOVE SPACES TO RPT-LINE.
           PERFORM write_line.
           MOVE WS-XFER-COUNT TO WS-CNT-DISPLAY.
           MOVE WS-XFER-TOTAL TO WS-TOT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'TRANSFERS GENERATED:     ' DELIMITED BY SIZE
                  WS-CNT-DISPLAY              DELIMITED BY SIZE
                  '  AMOUNT '                 DELIMITED BY SIZE
                  WS-TOT-DISPLAY              DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE WS-EXC-COUNT TO WS-CNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'TRANSFERS NOT GENERATED: ' DELIMITED BY SIZE
                  WS-CNT-DISPLAY              DELIMITED BY SIZE
                  '  (NEXT DUE UNCHANGED)'    DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE WS-ENDED-COUNT TO WS-CNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'INSTRUCTIONS ENDED:      ' DELIMITED BY SIZE
                  WS-CNT-DISPLAY              DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE WS-SOM-REJECTED TO WS-CNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'MAINTENANCE REJECTED:    ' DELIMITED BY SIZE
                  WS-CNT-DISPLAY              DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.

       write_line.
           DISPLAY RPT-LINE.
           WRITE RPT-LINE.

       abend_acct_read.
           DISPLAY 'DATSORD: ACCTFILE READ FAILED, STATUS='
               WS-ACCT-STATUS ' ACCT=' ACCT-NO.
           MOVE 8 TO RETURN-CODE.
           PERFORM abend_close_files.
           STOP RUN.

       abend_so_write.
           DISPLAY 'DATSORD: SOMASTER WRITE FAILED, STATUS='
               WS-SO-STATUS ' KEY=' SO-KEY.
           MOVE 8 TO RETURN-CODE.
           PERFORM abend_close_files.
           STOP RUN.

       abend_sof_write.
      *    A short cycle file would post half of some transfers -
      *    fail before the trailer can bless it.
           DISPLAY 'DATSORD: SOFILE WRITE FAILED, STATUS='
               WS-SOF-STATUS.
           MOVE 8 TO RETURN-CODE.
           PERFORM abend_close_files.
           STOP RUN.

       abend_close_files.
           CLOSE SOMASTER.
           CLOSE SOMAINT.
           CLOSE ACCTFILE.
           CLOSE SOFILE.
           CLOSE SOEXRPT.
           PERFORM log_run_end.

       close_files.
           CLOSE SOMASTER.
           IF WS-SOM-STATUS NOT = '35'
               CLOSE SOMAINT
           END-IF.
           CLOSE ACCTFILE.
           CLOSE SOFILE.
           CLOSE SOEXRPT.
