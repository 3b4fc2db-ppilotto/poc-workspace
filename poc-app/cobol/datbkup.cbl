       ID DIVISION.
       PROGRAM-ID. DATBKUP.
      * Account-master backup image. SNAPFILE is an edited print line
      * and cannot be reloaded; this step unloads the shared master
      * to ACCTBKUP (DATBKREC) byte for byte - a 'BH' header stamped
      * with the moment the unload started, one 'BA' record per
      * account in key order, a 'BT' trailer with the account count
      * and balance total - so DATRCVR can restore it and roll the
      * audit trail forward from the header's timestamp.
      * Run where nothing else is posting: DATCJOB takes it right
      * after the day's consolidation has proved the master, once
      * every stream has finished, so the image is a known point
      * every audit record falls cleanly before or after.
      * PARM is run-id(8), blank = ENTERPRS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTFILE
               ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT ACCTBKUP
               ASSIGN TO ACCTBKUP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTFILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY DATACREC.
       FD  ACCTBKUP
           RECORD CONTAINS 80 CHARACTERS.
       01  BKUP-RECORD                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCT-STATUS          PIC X(2)  VALUE '00'.
           05  WS-BKUP-STATUS          PIC X(2)  VALUE '00'.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-ACCT-COUNT           PIC 9(9)  VALUE ZEROS.
       01  WS-BALANCE-TOTAL            PIC S9(13)V99 COMP-3
                                                 VALUE ZEROS.
       01  WS-AMT-DISPLAY              PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RUN-ID                   PIC X(8)  VALUE 'ENTERPRS'.
           COPY DATBKREC.
           COPY DATLGPRM.
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(80).
           05  LS-PARM-TEXT-R REDEFINES LS-PARM-TEXT.
               10  LS-PARM-RUN-ID      PIC X(8).
               10  FILLER              PIC X(72).
       PROCEDURE DIVISION USING LS-PARM.
           DISPLAY 'DATBKUP: ACCOUNT-MASTER BACKUP IMAGE'.
           IF LS-PARM-LEN > ZERO AND LS-PARM-RUN-ID NOT = SPACES
               MOVE LS-PARM-RUN-ID TO WS-RUN-ID
           END-IF.
           PERFORM log_run_start.
           PERFORM open_files.
           MOVE SPACES TO BKUP-HEADER-RECORD.
           MOVE 'BH' TO BKH-REC-TYPE.
           MOVE FUNCTION CURRENT-DATE TO BKH-TIMESTAMP.
           MOVE WS-RUN-ID TO BKH-RUN-ID.
           MOVE BKUP-HEADER-RECORD TO BKUP-RECORD.
           PERFORM write_backup_record.
           DISPLAY 'DATBKUP: IMAGE TAKEN AT ' BKH-TIMESTAMP.
           PERFORM UNTIL WS-EOF OR WS-ACCT-STATUS NOT = '00'
               READ ACCTFILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM unload_account
               END-READ
           END-PERFORM.
           IF WS-ACCT-STATUS NOT = '00' AND WS-ACCT-STATUS NOT = '10'
               DISPLAY 'DATBKUP: ACCTFILE READ FAILED, STATUS='
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM abend_close_files
               STOP RUN
           END-IF.
           MOVE SPACES TO BKUP-TRAILER-RECORD.
           MOVE 'BT' TO BKT-REC-TYPE.
           MOVE WS-ACCT-COUNT TO BKT-ACCT-COUNT.
           MOVE WS-BALANCE-TOTAL TO BKT-BALANCE-TOTAL.
           MOVE BKUP-TRAILER-RECORD TO BKUP-RECORD.
           PERFORM write_backup_record.
           CLOSE ACCTFILE.
           CLOSE ACCTBKUP.
           MOVE WS-BALANCE-TOTAL TO WS-AMT-DISPLAY.
           DISPLAY 'DATBKUP: ACCOUNTS=' WS-ACCT-COUNT
               ' BALANCE TOTAL=' WS-AMT-DISPLAY.
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
           MOVE 'DATBKUP' TO DLP-PROGRAM-ID.
           MOVE RETURN-CODE TO DLP-RETURN-CODE.
           MOVE WS-ACCT-COUNT TO DLP-REC-PROCESSED.
           MOVE ZEROS TO DLP-REC-REJECTED.
           MOVE 'N' TO DLP-RESTART-IND.
           CALL 'DATLOG' USING DATLOG-PARM.
      *    a CALLed program's RETURN-CODE comes back into the
      *    caller's - put the step's own code back so logging
      *    never changes how the job stream sees this step
           MOVE DLP-RETURN-CODE TO RETURN-CODE.

       open_files.
           OPEN INPUT ACCTFILE.
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'DATBKUP: ACCTFILE OPEN FAILED, STATUS='
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           OPEN OUTPUT ACCTBKUP.
           IF WS-BKUP-STATUS NOT = '00'
               DISPLAY 'DATBKUP: ACCTBKUP OPEN FAILED, STATUS='
                   WS-BKUP-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE ACCTFILE
               PERFORM log_run_end
               STOP RUN
           END-IF.

       unload_account.
           MOVE SPACES TO BKUP-ACCOUNT-RECORD.
           MOVE 'BA' TO BKA-REC-TYPE.
           MOVE ACCT-RECORD TO BKA-ACCT-DATA.
           MOVE BKUP-ACCOUNT-RECORD TO BKUP-RECORD.
           PERFORM write_backup_record.
           ADD 1 TO WS-ACCT-COUNT.
           IF ACCT-BALANCE NUMERIC
               ADD ACCT-BALANCE TO WS-BALANCE-TOTAL
           END-IF.

       write_backup_record.
      *    an image short of its trailer is no backup - fail the
      *    step rather than catalogue it as good
           WRITE BKUP-RECORD.
           IF WS-BKUP-STATUS NOT = '00'
               DISPLAY 'DATBKUP: ACCTBKUP WRITE FAILED, STATUS='
                   WS-BKUP-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM abend_close_files
               STOP RUN
           END-IF.

       abend_close_files.
           CLOSE ACCTFILE.
           CLOSE ACCTBKUP.
           PERFORM log_run_end.
