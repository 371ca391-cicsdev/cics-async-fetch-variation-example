      ******************************************************************
      * ASYNCSTU - online maintenance transaction for the standing-
      *            inquiry store (VSAM KSDS ASYNCSTD, see ASYNCSTD.cpy)
      *            the scheduled transaction ASYNCSTQ queues requests
      *            from. One entry, a requester id and the number
      *            that tells the requester's entries apart, is shown
      *            at a time -
      *              ENTER  show the entry keyed
      *              PF5    save the entry on the screen, adding it if
      *                     there is none yet; status S suspends it,
      *                     A puts it back to work
      *              PF6    delete the entry
      *              PF3    exit
      *
      *            The business key must be given and the request type
      *            one the intake queue takes; the schedule is D (every
      *            day), W (Monday to Friday) or M (the day of month
      *            keyed, 1 to 31); the run time is a time of day,
      *            HHMMSS. Whether the requester is entitled to the
      *            type is left to the intake edit, as for any keyed
      *            request. Every add, change and delete is stamped on
      *            the entry and logged to the maintenance history
      *            (VSAM KSDS ASYNCMLG, see ASYNCMLG.cpy) with the
      *            operator's userid and terminal and the before and
      *            after images.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCSTU.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 W-RESP             PIC S9(8) USAGE BINARY.
       01 W-RESP2            PIC S9(8) USAGE BINARY.
       01 W-READ-RESP        PIC S9(8) USAGE BINARY.
       01 W-DONE-FLAG        PIC X(01) VALUE 'N'.
           88 MAINTENANCE-DONE     VALUE 'Y'.

       01 W-VALID-FLAG       PIC X(01) VALUE 'Y'.
           88 ENTRY-VALID          VALUE 'Y'.

       01 DFHENTER           PIC X(01) VALUE X'7D'.
       01 DFHCLEAR           PIC X(01) VALUE X'6D'.
       01 DFHPF3             PIC X(01) VALUE X'F3'.
       01 DFHPF5             PIC X(01) VALUE X'F5'.
       01 DFHPF6             PIC X(01) VALUE X'F6'.

       01 ASYNC-STD-FILE     PIC X(08) VALUE 'ASYNCSTD'.
       COPY ASYNCSTD.
       01 W-STANDING-KEY.
           05 W-REQUESTER-ID     PIC X(08) VALUE SPACE.
           05 W-STANDING-NBR     PIC 9(03) VALUE 0.

      * the entry as keyed and edited, ready to go on the record
       01 W-REQUEST-TYPE     PIC X(04) VALUE SPACE.
           88 W-TYPE-VALID         VALUE 'INQY' 'BALI' 'STAT'
                                         'HIST' 'HHLD'.
       01 W-NEW-DOM          PIC 9(02) VALUE 0.
       01 W-NEW-RUN-TIME     PIC 9(06) VALUE 0.
       01 W-RUN-TIME-PARTS REDEFINES W-NEW-RUN-TIME.
           05 W-RUN-HH           PIC 9(02).
           05 W-RUN-MM           PIC 9(02).
           05 W-RUN-SS           PIC 9(02).
       01 W-NEW-STATUS       PIC X(01) VALUE SPACE.

      * a number field as keyed - digits from the left, spaces after -
      * and as a number
       01 W-DIGITS-FIELD     PIC X(07) VALUE SPACE.
       01 W-DIGITS-SIZE      PIC S9(4) USAGE COMP VALUE 0.
       01 W-DIGITS-LEN       PIC S9(4) USAGE COMP VALUE 0.
       01 W-DIGITS-VALUE     PIC 9(07) VALUE 0.
       01 W-DIGITS-FLAG      PIC X(01) VALUE 'Y'.
           88 DIGITS-VALID         VALUE 'Y'.

      * maintenance history - the before image is taken under the
      * update lock, the after image once the entry is written back
      * (or space for a delete); a save that changed nothing is not
      * written and logs nothing
       01 ASYNC-MLG-FILE     PIC X(08) VALUE 'ASYNCMLG'.
       COPY ASYNCMLG.
       01 W-BEFORE-IMAGE     PIC X(80) VALUE SPACE.
       01 W-AFTER-IMAGE      PIC X(80) VALUE SPACE.
       01 W-BEFORE-DATA      PIC X(34) VALUE SPACE.
       01 W-LOG-ACTION       PIC X(01) VALUE SPACE.
       01 W-MLG-SEQ          PIC 9(02) VALUE 0.
       01 W-USERID           PIC X(08) VALUE SPACE.
       01 W-TASKN-DISPLAY    PIC 9(07) VALUE 0.
       01 W-NOW-ABSTIME      PIC S9(15) COMP-3 VALUE 0.
       01 W-CHG-LOG-FLAG     PIC X(01) VALUE 'Y'.
           88 CHANGES-ALL-LOGGED   VALUE 'Y'.

      * last-change stamp laid out for the screen
       01 W-CHANGED-LINE.
           05 W-CHANGED-USERID   PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 W-CHANGED-DATE     PIC 9(07).
           05 FILLER             PIC X(01) VALUE '-'.
           05 W-CHANGED-TIME     PIC 9(07).

       COPY ASYNCSTM.

       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.

       0000-MAINLINE.

           MOVE LOW-VALUES TO ASYNCS1O
           MOVE 'KEY A REQUESTER ID AND NUMBER AND PRESS ENTER'
                      TO SQMSGO
           PERFORM 1000-SEND-SCREEN THRU 1000-EXIT.

           PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
              UNTIL MAINTENANCE-DONE.

           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 1000-SEND-SCREEN - send the map as it now stands.
      ******************************************************************
       1000-SEND-SCREEN.

           EXEC CICS SEND MAP('ASYNCS1') MAPSET('ASYNCSTM')
           FROM(ASYNCS1O) ERASE
           END-EXEC.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-SHOW-ENTRY - put the standing-inquiry record in hand on
      *  the screen.
      ******************************************************************
       1100-SHOW-ENTRY.

           MOVE ASTD-REQUESTER-ID    TO SQREQO
           MOVE ASTD-STANDING-NBR    TO SQNBRO
           MOVE ASTD-BUSINESS-KEY    TO SQKEYO
           MOVE ASTD-REQUEST-TYPE    TO SQTYPO
           MOVE ASTD-SCHEDULE        TO SQSCHO
           IF ASTD-SCHED-MONTHLY THEN
              MOVE ASTD-DAY-OF-MONTH TO SQDOMO
           ELSE
              MOVE SPACE             TO SQDOMO
           END-IF
           MOVE ASTD-RUN-TIME        TO SQTIMO
           MOVE ASTD-STATUS          TO SQSTAO
           IF ASTD-LAST-QUEUED-DATE IS NUMERIC
              AND ASTD-LAST-QUEUED-DATE > 0 THEN
              MOVE ASTD-LAST-QUEUED-DATE TO SQLQDO
           ELSE
              MOVE SPACE             TO SQLQDO
           END-IF
           MOVE ASTD-CHANGED-USERID  TO W-CHANGED-USERID
           MOVE ASTD-CHANGED-DATE    TO W-CHANGED-DATE
           MOVE ASTD-CHANGED-TIME    TO W-CHANGED-TIME
           MOVE W-CHANGED-LINE       TO SQCHGO.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CLEAR-ENTRY - blank the entry's fields, leaving the key.
      ******************************************************************
       1200-CLEAR-ENTRY.

           MOVE SPACE TO SQKEYO
           MOVE SPACE TO SQTYPO
           MOVE SPACE TO SQSCHO
           MOVE SPACE TO SQDOMO
           MOVE SPACE TO SQTIMO
           MOVE SPACE TO SQSTAO
           MOVE SPACE TO SQLQDO
           MOVE SPACE TO SQCHGO.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-INPUT - receive the operator's input and act on
      *  the attention key pressed. Every key but exit needs a
      *  requester id and an entry number to work on.
      ******************************************************************
       2000-PROCESS-INPUT.

           EXEC CICS RECEIVE MAP('ASYNCS1') MAPSET('ASYNCSTM')
           INTO(ASYNCS1I)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR THEN
              MOVE 'Y' TO W-DONE-FLAG
              GO TO 2000-EXIT
           END-IF

           INSPECT ASYNCS1I REPLACING ALL LOW-VALUE BY SPACE
           MOVE SQREQI TO W-REQUESTER-ID
           MOVE SPACE  TO SQMSGO

           MOVE SQNBRI TO W-DIGITS-FIELD
           MOVE 3      TO W-DIGITS-SIZE
           PERFORM 2060-CHECK-DIGITS THRU 2060-EXIT
           MOVE 0 TO W-STANDING-NBR
           IF DIGITS-VALID THEN
              MOVE W-DIGITS-VALUE TO W-STANDING-NBR
           END-IF

           EVALUATE TRUE
              WHEN W-REQUESTER-ID = SPACE
                 MOVE 'REQUESTER ID REQUIRED' TO SQMSGO
              WHEN W-STANDING-NBR = 0
                 MOVE 'ENTRY NUMBER 1 TO 999 REQUIRED' TO SQMSGO
              WHEN EIBAID = DFHENTER
                 PERFORM 3000-DISPLAY-ENTRY THRU 3000-EXIT
              WHEN EIBAID = DFHPF5
                 PERFORM 3100-SAVE-ENTRY THRU 3100-EXIT
              WHEN EIBAID = DFHPF6
                 PERFORM 3200-DELETE-ENTRY THRU 3200-EXIT
              WHEN OTHER
                 MOVE 'INVALID KEY - USE ENTER, PF5, PF6 OR PF3'
                            TO SQMSGO
           END-EVALUATE

           PERFORM 1000-SEND-SCREEN THRU 1000-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2050-VALIDATE-ENTRY - edit the entry keyed before anything is
      *  saved, leaving the first fault found in the message line. A
      *  blank status on a new entry makes it active.
      ******************************************************************
       2050-VALIDATE-ENTRY.

           MOVE 'N' TO W-VALID-FLAG

           IF SQKEYI = SPACE THEN
              MOVE 'BUSINESS KEY REQUIRED - NOT SAVED' TO SQMSGO
              GO TO 2050-EXIT
           END-IF

           MOVE SQTYPI TO W-REQUEST-TYPE
           IF NOT W-TYPE-VALID THEN
              STRING 'REQUEST TYPE MUST BE INQY, BALI, STAT, HIST '
                 'OR HHLD - NOT SAVED'
                 DELIMITED BY SIZE INTO SQMSGO
              GO TO 2050-EXIT
           END-IF

           IF SQSCHI NOT = 'D' AND SQSCHI NOT = 'W'
              AND SQSCHI NOT = 'M' THEN
              MOVE 'SCHEDULE MUST BE D, W OR M - NOT SAVED' TO SQMSGO
              GO TO 2050-EXIT
           END-IF

      * the day of month means something only to a monthly entry
           MOVE 0 TO W-NEW-DOM
           IF SQSCHI = 'M' THEN
              MOVE SQDOMI TO W-DIGITS-FIELD
              MOVE 2      TO W-DIGITS-SIZE
              PERFORM 2060-CHECK-DIGITS THRU 2060-EXIT
              IF NOT DIGITS-VALID
                 OR W-DIGITS-VALUE < 1 OR W-DIGITS-VALUE > 31 THEN
                 MOVE 'DAY OF MONTH MUST BE 1 TO 31 - NOT SAVED'
                            TO SQMSGO
                 GO TO 2050-EXIT
              END-IF
              MOVE W-DIGITS-VALUE TO W-NEW-DOM
           END-IF

           MOVE SQTIMI TO W-DIGITS-FIELD
           MOVE 6      TO W-DIGITS-SIZE
           PERFORM 2060-CHECK-DIGITS THRU 2060-EXIT
           IF NOT DIGITS-VALID THEN
              MOVE 'RUN TIME MUST BE HHMMSS - NOT SAVED' TO SQMSGO
              GO TO 2050-EXIT
           END-IF
           MOVE W-DIGITS-VALUE TO W-NEW-RUN-TIME
           IF W-RUN-HH > 23 OR W-RUN-MM > 59 OR W-RUN-SS > 59 THEN
              MOVE 'RUN TIME MUST BE HHMMSS - NOT SAVED' TO SQMSGO
              GO TO 2050-EXIT
           END-IF

           MOVE SQSTAI TO W-NEW-STATUS
           IF W-NEW-STATUS = SPACE THEN
              MOVE 'A' TO W-NEW-STATUS
           END-IF
           IF W-NEW-STATUS NOT = 'A' AND W-NEW-STATUS NOT = 'S' THEN
              MOVE 'STATUS MUST BE A OR S - NOT SAVED' TO SQMSGO
              GO TO 2050-EXIT
           END-IF

           MOVE 'Y' TO W-VALID-FLAG.

       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2060-CHECK-DIGITS - the first W-DIGITS-SIZE characters of
      *  W-DIGITS-FIELD as a whole number: digits from the left,
      *  nothing but spaces after them; left blank it is zero.
      ******************************************************************
       2060-CHECK-DIGITS.

           MOVE 'Y' TO W-DIGITS-FLAG
           MOVE 0   TO W-DIGITS-VALUE
           MOVE 0   TO W-DIGITS-LEN

           INSPECT W-DIGITS-FIELD(1:W-DIGITS-SIZE)
              REPLACING LEADING SPACE BY ZERO
           INSPECT W-DIGITS-FIELD(1:W-DIGITS-SIZE) TALLYING W-DIGITS-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF W-DIGITS-FIELD(1:W-DIGITS-LEN) NOT NUMERIC THEN
              MOVE 'N' TO W-DIGITS-FLAG
              GO TO 2060-EXIT
           END-IF
           IF W-DIGITS-LEN < W-DIGITS-SIZE THEN
              IF W-DIGITS-FIELD(W-DIGITS-LEN + 1:
                    W-DIGITS-SIZE - W-DIGITS-LEN) NOT = SPACE THEN
                 MOVE 'N' TO W-DIGITS-FLAG
                 GO TO 2060-EXIT
              END-IF
           END-IF
           MOVE W-DIGITS-FIELD(1:W-DIGITS-LEN) TO W-DIGITS-VALUE.

       2060-EXIT.
           EXIT.

      ******************************************************************
      * 3000-DISPLAY-ENTRY - read the entry keyed and show it, or say
      *  there is none and offer a blank one to add.
      ******************************************************************
       3000-DISPLAY-ENTRY.

           MOVE W-STANDING-KEY TO ASTD-STANDING-KEY

           EXEC CICS READ FILE(ASYNC-STD-FILE)
           RIDFLD(ASTD-STANDING-KEY) INTO(ASYNC-STANDING-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF W-RESP = DFHRESP(NORMAL) THEN
              PERFORM 1100-SHOW-ENTRY THRU 1100-EXIT
           ELSE
              PERFORM 1200-CLEAR-ENTRY THRU 1200-EXIT
              STRING 'NO STANDING INQUIRY ON FILE - KEY IT AND '
                 'PRESS PF5 TO ADD'
                 DELIMITED BY SIZE INTO SQMSGO
           END-IF.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-SAVE-ENTRY - write the screen's entry to the store:
      *  REWRITE under the update lock when the entry exists, a fresh
      *  WRITE when it does not. Either way the entry is stamped with
      *  the operator and time and the change is logged. The day the
      *  entry was last queued is kept across a change, so changing
      *  an entry already queued today does not queue it again.
      ******************************************************************
       3100-SAVE-ENTRY.

           PERFORM 2050-VALIDATE-ENTRY THRU 2050-EXIT
           IF NOT ENTRY-VALID THEN
              GO TO 3100-EXIT
           END-IF

           MOVE W-STANDING-KEY TO ASTD-STANDING-KEY

           EXEC CICS READ FILE(ASYNC-STD-FILE) UPDATE
           RIDFLD(ASTD-STANDING-KEY) INTO(ASYNC-STANDING-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           MOVE W-RESP TO W-READ-RESP

           IF W-READ-RESP = DFHRESP(NORMAL) THEN
              MOVE ASYNC-STANDING-RECORD TO W-BEFORE-IMAGE
              MOVE ASYNC-STANDING-RECORD(12:34) TO W-BEFORE-DATA
              MOVE 'C' TO W-LOG-ACTION
           ELSE
              MOVE SPACE TO ASYNC-STANDING-RECORD
              MOVE W-STANDING-KEY TO ASTD-STANDING-KEY
              MOVE 0     TO ASTD-LAST-QUEUED-DATE
              MOVE 0     TO ASTD-CHANGED-DATE
              MOVE 0     TO ASTD-CHANGED-TIME
              MOVE SPACE TO W-BEFORE-IMAGE
              MOVE SPACE TO W-BEFORE-DATA
              MOVE 'A' TO W-LOG-ACTION
           END-IF

           MOVE SQKEYI         TO ASTD-BUSINESS-KEY
           MOVE W-REQUEST-TYPE TO ASTD-REQUEST-TYPE
           MOVE SQSCHI         TO ASTD-SCHEDULE
           MOVE W-NEW-DOM      TO ASTD-DAY-OF-MONTH
           MOVE W-NEW-RUN-TIME TO ASTD-RUN-TIME
           MOVE W-NEW-STATUS   TO ASTD-STATUS

      * nothing changed - let go of the lock and leave the stamp as
      * it was rather than log a change that is not one
           IF W-READ-RESP = DFHRESP(NORMAL)
              AND ASYNC-STANDING-RECORD(12:34) = W-BEFORE-DATA THEN
              EXEC CICS UNLOCK FILE(ASYNC-STD-FILE) NOHANDLE
              END-EXEC
              PERFORM 1100-SHOW-ENTRY THRU 1100-EXIT
              MOVE 'NO CHANGE - NOTHING SAVED' TO SQMSGO
              GO TO 3100-EXIT
           END-IF

           PERFORM 3300-STAMP-NOW THRU 3300-EXIT
           MOVE W-USERID TO ASTD-CHANGED-USERID
           MOVE EIBDATE  TO ASTD-CHANGED-DATE
           MOVE EIBTIME  TO ASTD-CHANGED-TIME

           IF W-READ-RESP = DFHRESP(NORMAL) THEN
              EXEC CICS REWRITE FILE(ASYNC-STD-FILE)
              FROM(ASYNC-STANDING-RECORD)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE(ASYNC-STD-FILE)
              FROM(ASYNC-STANDING-RECORD) RIDFLD(ASTD-STANDING-KEY)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           END-IF

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'SAVE FAILED - STANDING INQUIRY NOT CHANGED'
                         TO SQMSGO
              GO TO 3100-EXIT
           END-IF

           PERFORM 1100-SHOW-ENTRY THRU 1100-EXIT
           MOVE ASYNC-STANDING-RECORD TO W-AFTER-IMAGE
           MOVE 'Y' TO W-CHG-LOG-FLAG
           PERFORM 3400-LOG-CHANGE THRU 3400-EXIT

           EVALUATE TRUE
              WHEN NOT CHANGES-ALL-LOGGED
                 STRING 'STANDING INQUIRY SAVED - WARNING: '
                    'CHANGE NOT LOGGED TO HISTORY'
                    DELIMITED BY SIZE INTO SQMSGO
              WHEN ASTD-SUSPENDED
                 MOVE 'STANDING INQUIRY SAVED - SUSPENDED' TO SQMSGO
              WHEN OTHER
                 MOVE 'STANDING INQUIRY SAVED' TO SQMSGO
           END-EVALUATE.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-DELETE-ENTRY - take the entry off the store. The record
      *  is read for update first so the before image logged is the
      *  one actually deleted.
      ******************************************************************
       3200-DELETE-ENTRY.

           MOVE W-STANDING-KEY TO ASTD-STANDING-KEY

           EXEC CICS READ FILE(ASYNC-STD-FILE) UPDATE
           RIDFLD(ASTD-STANDING-KEY) INTO(ASYNC-STANDING-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'NO STANDING INQUIRY ON FILE - NOTHING DELETED'
                         TO SQMSGO
              GO TO 3200-EXIT
           END-IF

           MOVE ASYNC-STANDING-RECORD TO W-BEFORE-IMAGE

           EXEC CICS DELETE FILE(ASYNC-STD-FILE)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'DELETE FAILED - STANDING INQUIRY LEFT ON FILE'
                         TO SQMSGO
              GO TO 3200-EXIT
           END-IF

           PERFORM 1200-CLEAR-ENTRY THRU 1200-EXIT

           PERFORM 3300-STAMP-NOW THRU 3300-EXIT
           MOVE SPACE TO W-AFTER-IMAGE
           MOVE 'D'   TO W-LOG-ACTION
           MOVE 'Y'   TO W-CHG-LOG-FLAG
           PERFORM 3400-LOG-CHANGE THRU 3400-EXIT

           IF CHANGES-ALL-LOGGED THEN
              MOVE 'STANDING INQUIRY DELETED' TO SQMSGO
           ELSE
              STRING 'STANDING INQUIRY DELETED - WARNING: '
                 'CHANGE NOT LOGGED TO HISTORY'
                 DELIMITED BY SIZE INTO SQMSGO
           END-IF.

       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-STAMP-NOW - who is making the change, and when. In a
      *  conversational session EIBDATE/EIBTIME stand still at
      *  task-attach values, so refresh them before they are used to
      *  stamp the entry and key the history.
      ******************************************************************
       3300-STAMP-NOW.

           EXEC CICS ASSIGN USERID(W-USERID) NOHANDLE
           END-EXEC

           EXEC CICS ASKTIME ABSTIME(W-NOW-ABSTIME)
           END-EXEC.

       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-LOG-CHANGE - one maintenance-history entry for the change
      *  just made: operator, terminal, timestamp, action and the
      *  before and after images.
      ******************************************************************
       3400-LOG-CHANGE.

           MOVE EIBTASKN TO W-TASKN-DISPLAY
           ADD 1 TO W-MLG-SEQ

           MOVE EIBDATE         TO AMLG-KEY-DATE
           MOVE EIBTIME         TO AMLG-KEY-TIME
           MOVE W-TASKN-DISPLAY TO AMLG-KEY-TASKN
           MOVE W-MLG-SEQ       TO AMLG-KEY-SEQ
           MOVE W-USERID        TO AMLG-USERID
           MOVE EIBTRMID        TO AMLG-TERMID
           MOVE ASYNC-STD-FILE  TO AMLG-STORE-NAME
           MOVE W-STANDING-KEY  TO AMLG-RECORD-KEY
           MOVE W-LOG-ACTION    TO AMLG-ACTION
           MOVE W-BEFORE-IMAGE  TO AMLG-BEFORE-IMAGE
           MOVE W-AFTER-IMAGE   TO AMLG-AFTER-IMAGE

           EXEC CICS WRITE FILE(ASYNC-MLG-FILE)
           FROM(ASYNC-MAINT-LOG-RECORD) RIDFLD(AMLG-ENTRY-KEY)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

      * the change stands even if its history entry could not be
      * written - but the operator is told the trail is short one
           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'N' TO W-CHG-LOG-FLAG
           END-IF.

       3400-EXIT.
           EXIT.

       END PROGRAM 'ASYNCSTU'.
