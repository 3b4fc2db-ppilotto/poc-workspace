       ID DIVISION.
       PROGRAM-ID. DATOMNT.
      * Online account maintenance (CICS transaction DMNT): branch
      * staff queue the same actions the daily MNTFILE feed carries
      * for DATAMNT, instead of waiting for a feed record. The user
      * keys, positionally (tran id in columns 1-4)
      *     DMNT AD nnnnnnnnn   yyyymmdd lllllllllll ccc
      *                                  open an account
      *     DMNT CL nnnnnnnnn            close
      *     DMNT RO nnnnnnnnn            reopen
      *     DMNT ST nnnnnnnnn s          status change to s (O/C/F/D)
      *     DMNT OD nnnnnnnnn   yyyymmdd lllllllllll
      *                                  overdraft limit, 9(9)V99
      * where the effective date yyyymmdd (columns 21-28) is
      * optional on every action - blank is today - and the limit
      * (columns 30-40) is required on an 'OD' and optional on an
      * 'AD' (spaces = no overdraft). An 'AD' may also name the
      * currency the account is kept in (columns 42-44, three
      * letters; spaces = the base currency); or
      *     DMNT LS                      list my requests
      *     DMNT CN nnnnnnnnn            cancel my pending requests
      *                                  for the account
      * The request is edited here with DATAMNT's edits and the
      * DATMJREC reason codes (plus the same-state/on-master checks
      * against the master as it stands now), then queued on the
      * PENDMNT file (DATPNREC) for DATAMNT to apply in the next
      * MNTSTEP. The requester's user id comes from the signed-on
      * terminal user - nobody keys MNT-USER-ID. A user sees and can
      * cancel only their own requests, and only while they are
      * still pending; once DATAMNT has taken one the list shows
      * whether it was applied or rejected (and why).
      *
      * CICS resource definitions expected:
      *   FILE ACCTFILE - KSDS DATBATCH.ACCT.MASTER, key ACCT-NO,
      *                   read only here
      *   FILE PENDMNT  - KSDS DATBATCH.PENDMNT, key PND-KEY
      *                   (26 bytes), READ/ADD/UPDATE/BROWSE; closed
      *                   to CICS while MNTSTEP runs (see DATBJOB)
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESP                 PIC S9(8) COMP VALUE ZERO.
       01  WS-INPUT-LEN            PIC S9(4) COMP VALUE +80.
       01  WS-INPUT-AREA.
           05  WS-IN-TRANID        PIC X(4).
           05  FILLER              PIC X(1).
           05  WS-IN-ACTION        PIC X(2).
              88  WS-IN-LIST                VALUE 'LS'.
              88  WS-IN-CANCEL              VALUE 'CN'.
           05  FILLER              PIC X(1).
           05  WS-IN-ACCT          PIC X(9).
           05  FILLER              PIC X(1).
           05  WS-IN-STATUS        PIC X(1).
           05  FILLER              PIC X(1).
      *    date and limit are groups so the MOVEs into the MNT-RECORD
      *    image copy the keyed characters as they are, for the
      *    edits below to judge
           05  WS-IN-EFF-DATE-GRP.
               10  WS-IN-EFF-DATE  PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-IN-LIMIT-GRP.
               10  WS-IN-LIMIT     PIC X(11).
           05  FILLER              PIC X(1).
           05  WS-IN-CURRENCY      PIC X(3).
           05  FILLER              PIC X(36).
       01  WS-USER-ID              PIC X(8)  VALUE SPACES.
       01  WS-ABSTIME              PIC S9(15) COMP-3 VALUE ZERO.
       01  WS-TODAY                PIC X(8)  VALUE SPACES.
       01  WS-NOW-TIME             PIC X(6)  VALUE SPACES.
       01  WS-REASON-CD            PIC X(2)  VALUE '00'.
           88  WS-EDITS-PASSED               VALUE '00'.
       01  WS-EDIT-DATE            PIC 9(8)  VALUE ZEROS.
       01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
           05  WS-EDIT-YYYY        PIC 9(4).
           05  WS-EDIT-MM          PIC 9(2).
           05  WS-EDIT-DD          PIC 9(2).
       01  WS-EDIT-MAX-DD          PIC 9(2)  VALUE ZEROS.
       01  WS-CUR-LIMIT            PIC 9(9)V99 VALUE ZEROS.
      *    browse key for the user's own requests - user id plus low
      *    stamp/terminal positions GTEQ on the user's first request
       01  WS-BROWSE-KEY.
           05  WS-BRK-USER-ID      PIC X(8).
           05  WS-BRK-STAMP        PIC X(14).
           05  WS-BRK-TERM-ID      PIC X(4).
       01  WS-BROWSE-EOF-SW        PIC X(1) VALUE 'N'.
           88  WS-BROWSE-EOF                VALUE 'Y'.
       01  WS-LIST-MAX             PIC 9(2) VALUE 12.
       01  WS-LIST-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-LIST-IX              PIC 9(2) VALUE ZERO.
       01  WS-LIST-MORE-SW         PIC X(1) VALUE 'N'.
           88  WS-LIST-MORE                 VALUE 'Y'.
      *    keys of the requests a cancel will take back - collected
      *    during the browse and updated after ENDBR
       01  WS-CANCEL-MAX           PIC 9(2) VALUE 20.
       01  WS-CANCEL-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-CANCEL-DONE          PIC 9(2) VALUE ZERO.
       01  WS-CANCEL-IX            PIC 9(2) VALUE ZERO.
       01  WS-CANCEL-TABLE.
           05  WS-CANCEL-KEY OCCURS 20 TIMES
                                   PIC X(26).
       01  WS-STATE-TEXT           PIC X(12) VALUE SPACES.
       01  WS-SCREEN.
           05  WS-SCR-TITLE        PIC X(79) VALUE
               'DATOMNT - ONLINE ACCOUNT MAINTENANCE'.
           05  WS-SCR-USER-LINE    PIC X(79).
           05  WS-SCR-MSG-LINE     PIC X(79).
           05  WS-SCR-LIST-HDR     PIC X(79).
           05  WS-SCR-LIST-LINE OCCURS 12 TIMES
                                   PIC X(79).
       01  WS-SCREEN-LEN           PIC S9(4) COMP VALUE +1264.
      *    layouts shared with the batch suite
           COPY DATMTREC.
           COPY DATACREC.
           COPY DATPNREC.
       PROCEDURE DIVISION.
           PERFORM receive_input.
           PERFORM identify_user.
           EVALUATE TRUE
               WHEN WS-IN-LIST
                   MOVE 'YOUR MAINTENANCE REQUESTS' TO WS-SCR-MSG-LINE
               WHEN WS-IN-CANCEL
                   PERFORM cancel_requests
               WHEN OTHER
                   PERFORM edit_request
                   IF WS-EDITS-PASSED
                       PERFORM check_master
                   END-IF
                   IF WS-EDITS-PASSED
                       PERFORM queue_request
                   ELSE
                       PERFORM show_reason
                   END-IF
           END-EVALUATE.
           PERFORM list_requests.
           PERFORM send_screen.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.

       receive_input.
           MOVE SPACES TO WS-INPUT-AREA.
           MOVE +80 TO WS-INPUT-LEN.
           EXEC CICS RECEIVE
               INTO(WS-INPUT-AREA)
               LENGTH(WS-INPUT-LEN)
               RESP(WS-RESP)
           END-EXEC.
           MOVE SPACES TO WS-SCR-USER-LINE WS-SCR-MSG-LINE
               WS-SCR-LIST-HDR.
           PERFORM VARYING WS-LIST-IX FROM 1 BY 1
                   UNTIL WS-LIST-IX > WS-LIST-MAX
               MOVE SPACES TO WS-SCR-LIST-LINE (WS-LIST-IX)
           END-PERFORM.

       identify_user.
      *    the requester is whoever is signed on at the terminal -
      *    a transaction started with no signed-on user has nobody
      *    to put on the audit trail and goes no further
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR WS-USER-ID = SPACES
               MOVE 'NO SIGNED-ON USER - SIGN ON BEFORE USING DMNT'
                   TO WS-SCR-MSG-LINE
               PERFORM send_screen
               EXEC CICS RETURN
               END-EXEC
           END-IF.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY)
               TIME(WS-NOW-TIME)
           END-EXEC.
           STRING 'USER: '   DELIMITED BY SIZE
                  WS-USER-ID DELIMITED BY SIZE
                  '  DATE: ' DELIMITED BY SIZE
                  WS-TODAY   DELIMITED BY SIZE
             INTO WS-SCR-USER-LINE.

       edit_request.
      *    DATAMNT's field edits, in its order, with its reason codes
      *    - the request is built into an MNT-RECORD image first so
      *    the edits read exactly what the batch will
           MOVE '00' TO WS-REASON-CD.
           MOVE SPACES TO MNT-RECORD.
           MOVE WS-IN-ACTION TO MNT-ACTION-CD.
           MOVE WS-IN-STATUS TO MNT-NEW-STATUS.
           MOVE WS-USER-ID TO MNT-USER-ID.
           IF WS-IN-EFF-DATE = SPACES
               MOVE WS-TODAY TO MNT-EFF-DATE
           ELSE
               MOVE WS-IN-EFF-DATE-GRP TO MNT-EFF-DATE
           END-IF.
           IF WS-IN-LIMIT NOT = SPACES
               MOVE WS-IN-LIMIT-GRP TO MNT-OD-LIMIT
           END-IF.
           IF WS-IN-ACCT IS NUMERIC
               MOVE WS-IN-ACCT TO MNT-ACCT-NO
           END-IF.
           IF MNT-ACTION-ADD
               MOVE WS-IN-CURRENCY TO MNT-CURRENCY-CD
           END-IF.
           IF NOT MNT-ACTION-VALID
               MOVE '20' TO WS-REASON-CD
           ELSE
               IF MNT-ACCT-NO NOT NUMERIC OR MNT-ACCT-NO = ZEROS
                   MOVE '10' TO WS-REASON-CD
               ELSE
                   IF MNT-ACTION-STATUS
                           AND NOT MNT-NEW-STATUS-VALID
                       MOVE '30' TO WS-REASON-CD
                   ELSE
                       PERFORM edit_od_limit
                       IF WS-EDITS-PASSED
                           PERFORM edit_currency
                       END-IF
                       IF WS-EDITS-PASSED
                           PERFORM edit_mnt_date
                       END-IF
                   END-IF
               END-IF
           END-IF.

       edit_od_limit.
           IF MNT-ACTION-OD-LIMIT AND MNT-OD-LIMIT NOT NUMERIC
               MOVE '90' TO WS-REASON-CD
           END-IF.
           IF MNT-ACTION-ADD AND MNT-OD-LIMIT NOT NUMERIC
                   AND MNT-OD-LIMIT NOT = SPACES
               MOVE '90' TO WS-REASON-CD
           END-IF.

       edit_currency.
      *    three letters, or spaces for the base currency - the
      *    account is kept in it for life, so it is only taken on
      *    an 'AD'
           IF MNT-ACTION-ADD AND MNT-CURRENCY-CD NOT = SPACES
               IF MNT-CURRENCY-CD IS NOT ALPHABETIC-UPPER
                       OR MNT-CURRENCY-CD(1:1) = SPACE
                       OR MNT-CURRENCY-CD(2:1) = SPACE
                       OR MNT-CURRENCY-CD(3:1) = SPACE
                   MOVE '95' TO WS-REASON-CD
               END-IF
           END-IF.

       edit_mnt_date.
           IF MNT-EFF-DATE NOT NUMERIC
               MOVE '40' TO WS-REASON-CD
           ELSE
               MOVE MNT-EFF-DATE TO WS-EDIT-DATE
               IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
                   MOVE '40' TO WS-REASON-CD
               ELSE
                   MOVE 31 TO WS-EDIT-MAX-DD
                   IF WS-EDIT-MM = 04 OR WS-EDIT-MM = 06
                           OR WS-EDIT-MM = 09 OR WS-EDIT-MM = 11
                       MOVE 30 TO WS-EDIT-MAX-DD
                   END-IF
                   IF WS-EDIT-MM = 02
                       IF FUNCTION MOD(WS-EDIT-YYYY, 4) = 0
                               AND (FUNCTION MOD(WS-EDIT-YYYY, 100)
                                   NOT = 0
                               OR FUNCTION MOD(WS-EDIT-YYYY, 400) = 0)
                           MOVE 29 TO WS-EDIT-MAX-DD
                       ELSE
                           MOVE 28 TO WS-EDIT-MAX-DD
                       END-IF
                   END-IF
                   IF WS-EDIT-DD < 01 OR WS-EDIT-DD > WS-EDIT-MAX-DD
                       MOVE '40' TO WS-REASON-CD
                   END-IF
               END-IF
           END-IF.
      *    the batch only applies an action on or after its date -
      *    a future-dated request is refused now rather than queued
      *    to be rejected by tomorrow's MNTSTEP
           IF WS-EDITS-PASSED AND MNT-EFF-DATE > WS-TODAY
               MOVE '80' TO WS-REASON-CD
           END-IF.

       check_master.
      *    the same master-state checks DATAMNT's apply makes, against
      *    the master as it stands now - DATAMNT repeats them when it
      *    applies the request, since the account may change between
      *    now and MNTSTEP
           MOVE MNT-ACCT-NO TO ACCT-NO.
           EXEC CICS READ
               FILE('ACCTFILE')
               RIDFLD(ACCT-NO)
               INTO(ACCT-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
                   AND WS-RESP NOT = DFHRESP(NOTFND)
               MOVE 'ACCTFILE UNAVAILABLE - CALL OPERATIONS'
                   TO WS-SCR-MSG-LINE
               PERFORM list_requests
               PERFORM send_screen
               EXEC CICS RETURN
               END-EXEC
           END-IF.
           IF MNT-ACTION-ADD
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE '50' TO WS-REASON-CD
               END-IF
           ELSE
               IF WS-RESP = DFHRESP(NOTFND)
                   MOVE '60' TO WS-REASON-CD
               ELSE
                   PERFORM check_same_state
               END-IF
           END-IF.

       check_same_state.
           IF ACCT-OD-LIMIT NUMERIC
               MOVE ACCT-OD-LIMIT TO WS-CUR-LIMIT
           ELSE
               MOVE ZEROS TO WS-CUR-LIMIT
           END-IF.
           EVALUATE TRUE
               WHEN MNT-ACTION-CLOSE
                   IF ACCT-CLOSED
                       MOVE '70' TO WS-REASON-CD
                   END-IF
               WHEN MNT-ACTION-REOPEN
                   IF NOT ACCT-CLOSED
                       MOVE '70' TO WS-REASON-CD
                   END-IF
               WHEN MNT-ACTION-STATUS
                   IF ACCT-STATUS = MNT-NEW-STATUS
                       MOVE '70' TO WS-REASON-CD
                   END-IF
               WHEN MNT-ACTION-OD-LIMIT
                   IF WS-CUR-LIMIT = MNT-OD-LIMIT
                       MOVE '70' TO WS-REASON-CD
                   END-IF
           END-EVALUATE.

       queue_request.
           MOVE SPACES TO PENDING-RECORD.
           MOVE WS-USER-ID TO PND-USER-ID.
           STRING WS-TODAY    DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
             INTO PND-REQ-STAMP.
           MOVE EIBTRMID TO PND-TERM-ID.
           MOVE 'P' TO PND-STATE.
           MOVE MNT-RECORD TO PND-MNT-DATA.
           MOVE ZEROS TO PND-DONE-DATE.
           EXEC CICS WRITE
               FILE('PENDMNT')
               FROM(PENDING-RECORD)
               RIDFLD(PND-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   STRING 'QUEUED: '    DELIMITED BY SIZE
                          MNT-ACTION-CD DELIMITED BY SIZE
                          ' ACCOUNT '   DELIMITED BY SIZE
                          MNT-ACCT-NO   DELIMITED BY SIZE
                          ' - APPLIES AT THE NEXT MAINTENANCE RUN'
                                        DELIMITED BY SIZE
                     INTO WS-SCR-MSG-LINE
               WHEN WS-RESP = DFHRESP(DUPREC)
                   MOVE 'A REQUEST WAS QUEUED THIS SECOND - RE-ENTER'
                       TO WS-SCR-MSG-LINE
               WHEN OTHER
                   MOVE 'PENDMNT UNAVAILABLE - CALL OPERATIONS'
                       TO WS-SCR-MSG-LINE
           END-EVALUATE.

       show_reason.
           EVALUATE WS-REASON-CD
               WHEN '10'
                   MOVE 'REJECTED 10 - ACCOUNT NUMBER MUST BE 9 DIGITS'
                       TO WS-SCR-MSG-LINE
               WHEN '20'
                   MOVE 'REJECTED 20 - ACTION NOT AD CL RO ST OD LS CN'
                       TO WS-SCR-MSG-LINE
               WHEN '30'
                   MOVE 'REJECTED 30 - NEW STATUS MUST BE O, C, F OR D'
                       TO WS-SCR-MSG-LINE
               WHEN '40'
                   MOVE 'REJECTED 40 - EFFECTIVE DATE NOT A VALID DATE'
                       TO WS-SCR-MSG-LINE
               WHEN '50'
                   MOVE 'REJECTED 50 - ACCOUNT ALREADY ON THE MASTER'
                       TO WS-SCR-MSG-LINE
               WHEN '60'
                   MOVE 'REJECTED 60 - ACCOUNT NOT ON THE MASTER'
                       TO WS-SCR-MSG-LINE
               WHEN '70'
                   MOVE 'REJECTED 70 - ACCOUNT ALREADY IN THAT STATE'
                       TO WS-SCR-MSG-LINE
               WHEN '80'
                   MOVE 'REJECTED 80 - EFFECTIVE DATE IS IN THE FUTURE'
                       TO WS-SCR-MSG-LINE
               WHEN '90'
                   MOVE 'REJECTED 90 - LIMIT MUST BE 11 DIGITS, 2 DEC'
                       TO WS-SCR-MSG-LINE
               WHEN '95'
                   MOVE 'REJECTED 95 - CURRENCY MUST BE 3 LETTERS'
                       TO WS-SCR-MSG-LINE
           END-EVALUATE.

       cancel_requests.
      *    take back the user's still-pending requests for the
      *    account - the keys are gathered first and updated after
      *    the browse ends, so the browse never holds a record the
      *    update wants
           IF WS-IN-ACCT NOT NUMERIC
               MOVE 'ACCOUNT MUST BE 9 DIGITS - DMNT CN NNNNNNNNN'
                   TO WS-SCR-MSG-LINE
           ELSE
               MOVE ZERO TO WS-CANCEL-COUNT
               MOVE ZERO TO WS-CANCEL-DONE
               PERFORM start_user_browse
               PERFORM collect_cancel_key UNTIL WS-BROWSE-EOF
               PERFORM end_user_browse
               PERFORM VARYING WS-CANCEL-IX FROM 1 BY 1
                       UNTIL WS-CANCEL-IX > WS-CANCEL-COUNT
                   PERFORM cancel_one_request
               END-PERFORM
               IF WS-CANCEL-DONE = ZERO
                   MOVE 'NO PENDING REQUEST OF YOURS FOR THAT ACCOUNT'
                       TO WS-SCR-MSG-LINE
               ELSE
                   STRING 'CANCELLED '    DELIMITED BY SIZE
                          WS-CANCEL-DONE  DELIMITED BY SIZE
                          ' REQUEST(S) FOR ACCOUNT ' DELIMITED BY SIZE
                          WS-IN-ACCT      DELIMITED BY SIZE
                     INTO WS-SCR-MSG-LINE
               END-IF
           END-IF.

       collect_cancel_key.
           PERFORM read_next_request.
           IF NOT WS-BROWSE-EOF
               MOVE PND-MNT-DATA TO MNT-RECORD
               IF PND-PENDING AND MNT-ACCT-NO = WS-IN-ACCT
                       AND WS-CANCEL-COUNT < WS-CANCEL-MAX
                   ADD 1 TO WS-CANCEL-COUNT
                   MOVE PND-KEY TO WS-CANCEL-KEY (WS-CANCEL-COUNT)
               END-IF
           END-IF.

       cancel_one_request.
      *    re-checked under the update lock - DATAMNT may have taken
      *    the request since the browse saw it pending
           EXEC CICS READ
               FILE('PENDMNT')
               RIDFLD(WS-CANCEL-KEY (WS-CANCEL-IX))
               INTO(PENDING-RECORD)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF PND-PENDING
                   MOVE 'X' TO PND-STATE
                   MOVE WS-TODAY TO PND-DONE-DATE
                   EXEC CICS REWRITE
                       FILE('PENDMNT')
                       FROM(PENDING-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       ADD 1 TO WS-CANCEL-DONE
                   END-IF
               ELSE
                   EXEC CICS UNLOCK
                       FILE('PENDMNT')
                   END-EXEC
               END-IF
           END-IF.

       list_requests.
      *    the user's own requests, oldest first, with where each
      *    one stands
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE 'N' TO WS-LIST-MORE-SW.
           PERFORM start_user_browse.
           PERFORM list_next_request UNTIL WS-BROWSE-EOF.
           PERFORM end_user_browse.
           IF WS-LIST-COUNT = ZERO
               MOVE 'NO MAINTENANCE REQUESTS ON FILE FOR YOU'
                   TO WS-SCR-LIST-HDR
           ELSE
               IF WS-LIST-MORE
                   MOVE 'KEYED AT       AC ACCOUNT   S EFF DATE STATE'
                       TO WS-SCR-LIST-HDR
                   MOVE '(MORE)' TO WS-SCR-LIST-HDR(60:6)
               ELSE
                   MOVE 'KEYED AT       AC ACCOUNT   S EFF DATE STATE'
                       TO WS-SCR-LIST-HDR
               END-IF
           END-IF.

       list_next_request.
           PERFORM read_next_request.
           IF NOT WS-BROWSE-EOF
               IF WS-LIST-COUNT < WS-LIST-MAX
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM format_list_line
               ELSE
                   MOVE 'Y' TO WS-LIST-MORE-SW
                   MOVE 'Y' TO WS-BROWSE-EOF-SW
               END-IF
           END-IF.

       format_list_line.
           MOVE PND-MNT-DATA TO MNT-RECORD.
           EVALUATE TRUE
               WHEN PND-PENDING
                   MOVE 'PENDING' TO WS-STATE-TEXT
               WHEN PND-APPLIED
                   MOVE 'APPLIED' TO WS-STATE-TEXT
               WHEN PND-REJECTED
                   MOVE SPACES TO WS-STATE-TEXT
                   STRING 'REJECTED '    DELIMITED BY SIZE
                          PND-REASON-CD  DELIMITED BY SIZE
                     INTO WS-STATE-TEXT
               WHEN PND-CANCELLED
                   MOVE 'CANCELLED' TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE PND-STATE TO WS-STATE-TEXT
           END-EVALUATE.
           STRING PND-REQ-STAMP  DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  MNT-ACTION-CD  DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  MNT-ACCT-NO    DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  MNT-NEW-STATUS DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  MNT-EFF-DATE   DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-STATE-TEXT  DELIMITED BY SIZE
             INTO WS-SCR-LIST-LINE (WS-LIST-COUNT).

       start_user_browse.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           MOVE WS-USER-ID TO WS-BRK-USER-ID.
           MOVE LOW-VALUES TO WS-BRK-STAMP.
           MOVE LOW-VALUES TO WS-BRK-TERM-ID.
           EXEC CICS STARTBR
               FILE('PENDMNT')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-EOF-SW
           END-IF.

       read_next_request.
           EXEC CICS READNEXT
               FILE('PENDMNT')
               RIDFLD(WS-BROWSE-KEY)
               INTO(PENDING-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-EOF-SW
           ELSE
      *        first record past the user - the browse is done
               IF PND-USER-ID NOT = WS-USER-ID
                   MOVE 'Y' TO WS-BROWSE-EOF-SW
               END-IF
           END-IF.

       end_user_browse.
           IF WS-RESP = DFHRESP(NORMAL)
                   OR WS-RESP = DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                   FILE('PENDMNT')
               END-EXEC
           END-IF.

       send_screen.
           EXEC CICS SEND TEXT
               FROM(WS-SCREEN)
               LENGTH(WS-SCREEN-LEN)
               ERASE
               FREEKB
           END-EXEC.
