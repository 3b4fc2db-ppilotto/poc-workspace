       ID DIVISION.
       PROGRAM-ID. DATODX.
      * Daily overdraft exceptions report, fed by the ODXFILE
      * generation DATBATCH's RUNSTEP writes as it posts: every
      * account a posting took below zero ('NG') or past its
      * overdraft limit ('OL'), and every credit posted to a frozen
      * account ('FC') so compliance can see each one. Each line
      * shows the posting, the balance before and after it and the
      * limit at the time, plus the account's status and balance on
      * the master now (a later posting the same day may already
      * have cured the overdraft). A customer's own debits past the
      * limit never reach here - DATBATCH returns them on NSFFILE
      * with reason 82 - but the 'DB' leg of a transfer DATSORD
      * generated is not held to the limit (DATSORD checked the
      * funds, and refusing one leg would split the pair), so it
      * can show here as 'OL'. PARM is run-id(8), used for the run
      * log only.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ODXFILE
               ASSIGN TO ODXFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ODX-STATUS.
           SELECT ACCTFILE
               ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT ODXRPT
               ASSIGN TO ODXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ODXFILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY DATODREC.
       FD  ACCTFILE
           RECORD CONTAINS 54 CHARACTERS.
           COPY DATACREC.
       FD  ODXRPT
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ODX-STATUS           PIC X(2)  VALUE '00'.
           05  WS-ACCT-STATUS          PIC X(2)  VALUE '00'.
           05  WS-RPT-STATUS           PIC X(2)  VALUE '00'.
       01  WS-EOF-SW                   PIC X(1)  VALUE 'N'.
           88  WS-EOF                            VALUE 'Y'.
       01  WS-COUNTERS.
           05  WS-REC-READ             PIC 9(9)  VALUE ZEROS.
           05  WS-NEG-COUNT            PIC 9(9)  VALUE ZEROS.
           05  WS-OVER-COUNT           PIC 9(9)  VALUE ZEROS.
           05  WS-FROZEN-COUNT         PIC 9(9)  VALUE ZEROS.
       01  WS-CURRENT-ACCT.
           05  WS-CUR-STATUS           PIC X(1)  VALUE SPACE.
           05  WS-CUR-BALANCE          PIC S9(11)V99 COMP-3
                                                 VALUE ZEROS.
       01  WS-EDITED-FIELDS.
           05  WS-AMT-DISPLAY          PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-BEF-DISPLAY          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-AFT-DISPLAY          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-LIM-DISPLAY          PIC ZZZ,ZZZ,ZZ9.99.
           05  WS-CUR-DISPLAY          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-CNT-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
       01  WS-RUN-ID                   PIC X(8)  VALUE SPACES.
           COPY DATLGPRM.
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(80).
           05  LS-PARM-TEXT-R REDEFINES LS-PARM-TEXT.
               10  LS-PARM-RUN-ID      PIC X(8).
               10  FILLER              PIC X(72).
       PROCEDURE DIVISION USING LS-PARM.
           DISPLAY 'DATODX: OVERDRAFT EXCEPTIONS REPORT'.
           IF LS-PARM-LEN > ZERO AND LS-PARM-RUN-ID NOT = SPACES
               MOVE LS-PARM-RUN-ID TO WS-RUN-ID
           END-IF.
           PERFORM log_run_start.
           PERFORM open_files.
           PERFORM write_heading.
           PERFORM read_exception.
           PERFORM UNTIL WS-EOF
               PERFORM lookup_account
               PERFORM write_detail
               PERFORM read_exception
           END-PERFORM.
           PERFORM write_totals.
           PERFORM close_files.
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
           MOVE 'DATODX' TO DLP-PROGRAM-ID.
           MOVE RETURN-CODE TO DLP-RETURN-CODE.
           MOVE WS-REC-READ TO DLP-REC-PROCESSED.
           MOVE ZEROS TO DLP-REC-REJECTED.
           MOVE 'N' TO DLP-RESTART-IND.
           CALL 'DATLOG' USING DATLOG-PARM.
      *    a CALLed program's RETURN-CODE comes back into the
      *    caller's - put the step's own code back so logging
      *    never changes how the job stream sees this step
           MOVE DLP-RETURN-CODE TO RETURN-CODE.

       open_files.
           OPEN INPUT ODXFILE.
           IF WS-ODX-STATUS NOT = '00'
               DISPLAY 'DATODX: ODXFILE OPEN FAILED, STATUS='
                   WS-ODX-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           OPEN INPUT ACCTFILE.
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'DATODX: ACCTFILE OPEN FAILED, STATUS='
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE ODXFILE
               PERFORM log_run_end
               STOP RUN
           END-IF.
           OPEN OUTPUT ODXRPT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DATODX: ODXRPT OPEN FAILED, STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               CLOSE ODXFILE
               CLOSE ACCTFILE
               PERFORM log_run_end
               STOP RUN
           END-IF.

       write_heading.
           MOVE SPACES TO RPT-LINE.
           STRING 'OVERDRAFT EXCEPTIONS - STREAM ' DELIMITED BY SIZE
                  WS-RUN-ID                        DELIMITED BY SIZE
                  '  RUN DATE '                    DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8)       DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE SPACES TO RPT-LINE.
           STRING 'EX ACCOUNT   SEQ  TY        AMOUNT'
                      DELIMITED BY SIZE
                  '      BALANCE BEFORE       BALANCE AFTER'
                      DELIMITED BY SIZE
                  '          LIMIT CY ST      BALANCE NOW'
                      DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.

       read_exception.
           IF NOT WS-EOF
               READ ODXFILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-REC-READ
               END-READ
           END-IF.

       lookup_account.
      *    the account as it stands on the master now - '?' if it
      *    has gone from the master since the posting
           MOVE ODX-ACCT-NO TO ACCT-NO.
           READ ACCTFILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-STATUS = '00'
               MOVE ACCT-STATUS TO WS-CUR-STATUS
               MOVE ACCT-BALANCE TO WS-CUR-BALANCE
           ELSE
               MOVE '?' TO WS-CUR-STATUS
               MOVE ZEROS TO WS-CUR-BALANCE
           END-IF.

       write_detail.
           EVALUATE TRUE
               WHEN ODX-WENT-NEGATIVE
                   ADD 1 TO WS-NEG-COUNT
               WHEN ODX-PAST-LIMIT
                   ADD 1 TO WS-OVER-COUNT
               WHEN ODX-FROZEN-CREDIT
                   ADD 1 TO WS-FROZEN-COUNT
           END-EVALUATE.
           MOVE ODX-TRAN-AMOUNT TO WS-AMT-DISPLAY.
           MOVE ODX-BAL-BEFORE TO WS-BEF-DISPLAY.
           MOVE ODX-BAL-AFTER TO WS-AFT-DISPLAY.
           MOVE ODX-OD-LIMIT TO WS-LIM-DISPLAY.
           MOVE WS-CUR-BALANCE TO WS-CUR-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING ODX-EXC-TYPE     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  ODX-ACCT-NO      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  ODX-TRAN-SEQ-NO  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  ODX-TRAN-TYPE-CD DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-AMT-DISPLAY   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-BEF-DISPLAY   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-AFT-DISPLAY   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-LIM-DISPLAY   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  ODX-CYCLE-NO     DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-CUR-STATUS    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-CUR-DISPLAY   DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.

       write_totals.
           MOVE SPACES TO RPT-LINE.
           PERFORM write_line.
           MOVE WS-NEG-COUNT TO WS-CNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'NG  WENT NEGATIVE, INSIDE LIMIT: ' DELIMITED BY SIZE
                  WS-CNT-DISPLAY                     DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE WS-OVER-COUNT TO WS-CNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'OL  WENT PAST OVERDRAFT LIMIT:   ' DELIMITED BY SIZE
                  WS-CNT-DISPLAY                     DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.
           MOVE WS-FROZEN-COUNT TO WS-CNT-DISPLAY.
           MOVE SPACES TO RPT-LINE.
           STRING 'FC  CREDITS TO FROZEN ACCOUNTS:  ' DELIMITED BY SIZE
                  WS-CNT-DISPLAY                     DELIMITED BY SIZE
             INTO RPT-LINE.
           PERFORM write_line.

       write_line.
           DISPLAY RPT-LINE.
           WRITE RPT-LINE.

       close_files.
           CLOSE ODXFILE.
           CLOSE ACCTFILE.
           CLOSE ODXRPT.
