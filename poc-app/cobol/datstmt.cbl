      * stream's last daily run of the period and before its next
      * one - no postings can land between the snapshot of
      * ACCT-BALANCE and the history being statement-ed.
      * Every amount prints in the currency the account is kept in,
      * named in the heading and on the balances; a transaction that
      * arrived in another currency also shows what it was there.
      * PARM is period(6, YYYYMM, blank = whole history file) then
      * run-id(8, blank = every stream).
       ENVIRONMENT DIVISION.
           05  WS-DTL-TOTAL            PIC 9(9)  VALUE ZEROS.
           05  WS-DTL-LISTED           PIC 9(9)  VALUE ZEROS.
           05  WS-DTL-UNLISTED         PIC 9(9)  VALUE ZEROS.
      *    the account's currency, base when the master has none
           05  WS-STMT-CCY             PIC X(3)  VALUE SPACES.
      *    a statement's detail lines are buffered so the opening
      *    balance can print first - the net movement that derives
      *    it is only known once the account's last record is read
               10  WS-DTL-DATE         PIC X(8).
               10  WS-DTL-TYPE-CD      PIC X(2).
               10  WS-DTL-AMOUNT       PIC S9(13)V99 COMP-3.
               10  WS-DTL-ORIG-CCY     PIC X(3).
               10  WS-DTL-ORIG-AMOUNT  PIC S9(11)V99 COMP-3.
       01  WS-DETAIL-IX                PIC 9(3)  VALUE ZEROS.
       01  WS-EDITED-FIELDS.
           05  WS-BAL-DISPLAY          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-AMT-DISPLAY          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-CNT-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
           05  WS-ORIG-DISPLAY         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-ORIG-TEXT            PIC X(40).
       01  WS-PERIOD-FILTER            PIC X(6)  VALUE SPACES.
           88  WS-ALL-PERIODS                    VALUE SPACES.
       01  WS-RUN-ID-FILTER            PIC X(8)  VALUE SPACES.
           88  WS-ALL-STREAMS                    VALUE SPACES.
           COPY DATFXREC.
           COPY DATLGPRM.
       LINKAGE SECTION.
       01  LS-PARM.
               MOVE AUD-TYPE-CD TO WS-DTL-TYPE-CD (WS-DETAIL-IX)
               MOVE WS-SIGNED-AMOUNT
                   TO WS-DTL-AMOUNT (WS-DETAIL-IX)
      *        history written before the original currency was kept
      *        has spaces there - nothing to show
               IF AUD-ORIG-AMOUNT NUMERIC
                   MOVE AUD-ORIG-CURRENCY
                       TO WS-DTL-ORIG-CCY (WS-DETAIL-IX)
                   MOVE AUD-ORIG-AMOUNT
                       TO WS-DTL-ORIG-AMOUNT (WS-DETAIL-IX)
               ELSE
                   MOVE SPACES TO WS-DTL-ORIG-CCY (WS-DETAIL-IX)
                   MOVE ZEROS TO WS-DTL-ORIG-AMOUNT (WS-DETAIL-IX)
               END-IF
           ELSE
      *        the statement still balances - the overflow lines are
      *        in the net movement, just summarized instead of listed

       read_master_balance.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           MOVE FX-BASE-CURRENCY TO WS-STMT-CCY.
           MOVE WS-BREAK-ACCT-NO TO ACCT-NO.
           READ ACCTFILE
               INVALID KEY
           IF WS-ACCT-STATUS = '00'
               MOVE 'Y' TO WS-ACCT-FOUND-SW
               MOVE ACCT-BALANCE TO WS-CLOSING-BAL
               IF ACCT-CURRENCY-CD NOT = SPACES
                   MOVE ACCT-CURRENCY-CD TO WS-STMT-CCY
               END-IF
           ELSE
      *        an account on the history but off the master (purged
      *        after closing) still deserves its statement - close
                  WS-BREAK-ACCT-NO    DELIMITED BY SIZE
                  '    PERIOD: '      DELIMITED BY SIZE
                  WS-PERIOD-FILTER    DELIMITED BY SIZE
                  '    CURRENCY: '    DELIMITED BY SIZE
                  WS-STMT-CCY         DELIMITED BY SIZE
             INTO STMT-LINE.
           PERFORM write_line.
           MOVE SPACES TO STMT-LINE.
           MOVE WS-OPENING-BAL TO WS-BAL-DISPLAY.
           STRING 'OPENING BALANCE: ' DELIMITED BY SIZE
                  WS-BAL-DISPLAY      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-STMT-CCY         DELIMITED BY SIZE
             INTO STMT-LINE.
           PERFORM write_line.

       print_detail_line.
      *    an item that arrived in another currency than the
      *    account's also shows what it was there
           MOVE SPACES TO WS-ORIG-TEXT.
           IF WS-DTL-ORIG-CCY (WS-DETAIL-IX) NOT = SPACES
                   AND WS-DTL-ORIG-CCY (WS-DETAIL-IX) NOT = WS-STMT-CCY
               MOVE WS-DTL-ORIG-AMOUNT (WS-DETAIL-IX)
                   TO WS-ORIG-DISPLAY
               STRING '  (ORIG '                     DELIMITED BY SIZE
                      WS-DTL-ORIG-CCY (WS-DETAIL-IX) DELIMITED BY SIZE
                      ' '                            DELIMITED BY SIZE
                      WS-ORIG-DISPLAY                DELIMITED BY SIZE
                      ')'                            DELIMITED BY SIZE
                 INTO WS-ORIG-TEXT
           END-IF.
           MOVE SPACES TO STMT-LINE.
           MOVE WS-DTL-AMOUNT (WS-DETAIL-IX) TO WS-AMT-DISPLAY.
           STRING WS-DTL-DATE (WS-DETAIL-IX)    DELIMITED BY SIZE
                  WS-DTL-TYPE-CD (WS-DETAIL-IX) DELIMITED BY SIZE
                  '  '                          DELIMITED BY SIZE
                  WS-AMT-DISPLAY                DELIMITED BY SIZE
                  WS-ORIG-TEXT                  DELIMITED BY SIZE
             INTO STMT-LINE.
           PERFORM write_line.

           IF WS-ACCT-FOUND
               STRING 'CLOSING BALANCE: ' DELIMITED BY SIZE
                      WS-BAL-DISPLAY      DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-STMT-CCY         DELIMITED BY SIZE
                      '  (PER ACCOUNT MASTER)'
                                          DELIMITED BY SIZE
                 INTO STMT-LINE
           ELSE
               STRING 'CLOSING BALANCE: ' DELIMITED BY SIZE
                      WS-BAL-DISPLAY      DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-STMT-CCY         DELIMITED BY SIZE
                      '  (FROM HISTORY - ACCOUNT OFF MASTER)'
                                          DELIMITED BY SIZE
                 INTO STMT-LINE
