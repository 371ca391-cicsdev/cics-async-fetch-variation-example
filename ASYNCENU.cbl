      ******************************************************************
      * ASYNCENU - online maintenance transaction for the requester
      *            entitlement store (VSAM KSDS ASYNCENT, see
      *            ASYNCENT.cpy) that ASYNCPG1 and the HTTP front door
      *            ASYNCWEB check every request against. One
      *            requester's entry is shown at a time -
      *              ENTER  show the entry for the requester id keyed
      *              PF5    save the entry on the screen, adding it if
      *                     the requester has none yet
      *              PF6    delete the requester's entry, which
      *                     leaves the requester entitled to nothing
      *              PF3    exit
      *
      *            Each type flag and the frozen/closed flag must be Y
      *            or N; the daily request quota is a whole number of
      *            requests, zero meaning no limit. Every add, change
      *            and delete is stamped on the entry and logged to the
      *            maintenance history (VSAM KSDS ASYNCMLG, see
      *            ASYNCMLG.cpy) with the operator's userid and
      *            terminal and the before and after images
      *            - who may see what is Information Security's
      *            business, and they want the trail.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCENU.
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
           88 FLAGS-VALID          VALUE 'Y'.

       01 DFHENTER           PIC X(01) VALUE X'7D'.
       01 DFHCLEAR           PIC X(01) VALUE X'6D'.
       01 DFHPF3             PIC X(01) VALUE X'F3'.
       01 DFHPF5             PIC X(01) VALUE X'F5'.
       01 DFHPF6             PIC X(01) VALUE X'F6'.

       01 ASYNC-ENT-FILE     PIC X(08) VALUE 'ASYNCENT'.
       COPY ASYNCENT.
       01 W-REQUESTER-ID     PIC X(08) VALUE SPACE.

      * the quota as keyed - digits from the left, spaces after - and
      * as a number
       01 W-QUOTA-LEN        PIC S9(4) USAGE COMP VALUE 0.
       01 W-NEW-QUOTA        PIC 9(07) VALUE 0.
       01 W-BEFORE-QUOTA     PIC 9(07) VALUE 0.

      * maintenance history - the before image is taken under the
      * update lock, the after image once the entry is written back
      * (or space for a delete); a save that changed none of the
      * flags nor the quota is not written and logs nothing
       01 ASYNC-MLG-FILE     PIC X(08) VALUE 'ASYNCMLG'.
       COPY ASYNCMLG.
       01 W-BEFORE-IMAGE     PIC X(80) VALUE SPACE.
       01 W-AFTER-IMAGE      PIC X(80) VALUE SPACE.
       01 W-BEFORE-FLAGS     PIC X(05) VALUE SPACE.
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

       COPY ASYNCENM.

       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.

       0000-MAINLINE.

           MOVE LOW-VALUES TO ASYNCN1O
           MOVE 'KEY A REQUESTER ID AND PRESS ENTER' TO EQMSGO
           PERFORM 1000-SEND-SCREEN THRU 1000-EXIT.

           PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
              UNTIL MAINTENANCE-DONE.

           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 1000-SEND-SCREEN - send the map as it now stands.
      ******************************************************************
       1000-SEND-SCREEN.

           EXEC CICS SEND MAP('ASYNCN1') MAPSET('ASYNCENM')
           FROM(ASYNCN1O) ERASE
           END-EXEC.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-SHOW-ENTRY - put the entitlement record in hand on the
      *  screen.
      ******************************************************************
       1100-SHOW-ENTRY.

           MOVE AENT-REQUESTER-ID    TO EQREQO
           MOVE AENT-ALLOW-INQY      TO EQINQO
           MOVE AENT-ALLOW-BALI      TO EQBALO
           MOVE AENT-ALLOW-STAT      TO EQSTAO
           MOVE AENT-ALLOW-HIST      TO EQHISO
           MOVE AENT-RESTRICTED-FLAG TO EQRSTO
           IF AENT-DAILY-QUOTA IS NUMERIC THEN
              MOVE AENT-DAILY-QUOTA  TO EQQTAO
           ELSE
              MOVE ZERO              TO EQQTAO
           END-IF
           MOVE AENT-CHANGED-USERID  TO W-CHANGED-USERID
           MOVE AENT-CHANGED-DATE    TO W-CHANGED-DATE
           MOVE AENT-CHANGED-TIME    TO W-CHANGED-TIME
           MOVE W-CHANGED-LINE       TO EQCHGO.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-INPUT - receive the operator's input and act on
      *  the attention key pressed. Every key but exit needs a
      *  requester id to work on.
      ******************************************************************
       2000-PROCESS-INPUT.

           EXEC CICS RECEIVE MAP('ASYNCN1') MAPSET('ASYNCENM')
           INTO(ASYNCN1I)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR THEN
              MOVE 'Y' TO W-DONE-FLAG
              GO TO 2000-EXIT
           END-IF

           INSPECT ASYNCN1I REPLACING ALL LOW-VALUE BY SPACE
           MOVE EQREQI TO W-REQUESTER-ID
           MOVE SPACE  TO EQMSGO

           EVALUATE TRUE
              WHEN W-REQUESTER-ID = SPACE
                 MOVE 'REQUESTER ID REQUIRED' TO EQMSGO
              WHEN EIBAID = DFHENTER
                 PERFORM 3000-DISPLAY-ENTRY THRU 3000-EXIT
              WHEN EIBAID = DFHPF5
                 PERFORM 3100-SAVE-ENTRY THRU 3100-EXIT
              WHEN EIBAID = DFHPF6
                 PERFORM 3200-DELETE-ENTRY THRU 3200-EXIT
              WHEN OTHER
                 MOVE 'INVALID KEY - USE ENTER, PF5, PF6 OR PF3'
                            TO EQMSGO
           END-EVALUATE

           PERFORM 1000-SEND-SCREEN THRU 1000-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2050-VALIDATE-FLAGS - each of the five flags is a straight
      *  yes or no. Anything else would read as "no" at the door, which
      *  is safe but not what the operator meant, so nothing is saved
      *  until all five are Y or N. The quota must be digits only;
      *  left blank it is zero, no limit.
      ******************************************************************
       2050-VALIDATE-FLAGS.

           MOVE 'Y' TO W-VALID-FLAG

           IF EQINQI NOT = 'Y' AND EQINQI NOT = 'N' THEN
              MOVE 'N' TO W-VALID-FLAG
           END-IF
           IF EQBALI NOT = 'Y' AND EQBALI NOT = 'N' THEN
              MOVE 'N' TO W-VALID-FLAG
           END-IF
           IF EQSTAI NOT = 'Y' AND EQSTAI NOT = 'N' THEN
              MOVE 'N' TO W-VALID-FLAG
           END-IF
           IF EQHISI NOT = 'Y' AND EQHISI NOT = 'N' THEN
              MOVE 'N' TO W-VALID-FLAG
           END-IF
           IF EQRSTI NOT = 'Y' AND EQRSTI NOT = 'N' THEN
              MOVE 'N' TO W-VALID-FLAG
           END-IF

           MOVE 0 TO W-QUOTA-LEN
           INSPECT EQQTAI REPLACING LEADING SPACE BY ZERO
           INSPECT EQQTAI TALLYING W-QUOTA-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF EQQTAI(1:W-QUOTA-LEN) NOT NUMERIC THEN
              MOVE 'N' TO W-VALID-FLAG
              GO TO 2050-EXIT
           END-IF
           IF W-QUOTA-LEN < 7 THEN
              IF EQQTAI(W-QUOTA-LEN + 1:) NOT = SPACE THEN
                 MOVE 'N' TO W-VALID-FLAG
                 GO TO 2050-EXIT
              END-IF
           END-IF
           MOVE EQQTAI(1:W-QUOTA-LEN) TO W-NEW-QUOTA.

       2050-EXIT.
           EXIT.

      ******************************************************************
      * 3000-DISPLAY-ENTRY - read the requester's entry and show it,
      *  or say there is none and offer a blank one to add.
      ******************************************************************
       3000-DISPLAY-ENTRY.

           MOVE W-REQUESTER-ID TO AENT-REQUESTER-ID

           EXEC CICS READ FILE(ASYNC-ENT-FILE)
           RIDFLD(AENT-REQUESTER-ID) INTO(ASYNC-ENTITLEMENT-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF W-RESP = DFHRESP(NORMAL) THEN
              PERFORM 1100-SHOW-ENTRY THRU 1100-EXIT
           ELSE
              MOVE SPACE TO EQINQO
              MOVE SPACE TO EQBALO
              MOVE SPACE TO EQSTAO
              MOVE SPACE TO EQHISO
              MOVE SPACE TO EQRSTO
              MOVE SPACE TO EQQTAO
              MOVE SPACE TO EQCHGO
              STRING 'NO ENTITLEMENT ON FILE - KEY THE FLAGS AND '
                 'PRESS PF5 TO ADD'
                 DELIMITED BY SIZE INTO EQMSGO
           END-IF.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-SAVE-ENTRY - write the screen's flags to the requester's
      *  entry: REWRITE under the update lock when the entry exists, a
      *  fresh WRITE when it does not. Either way the entry is stamped
      *  with the operator and time and the change is logged.
      ******************************************************************
       3100-SAVE-ENTRY.

           PERFORM 2050-VALIDATE-FLAGS THRU 2050-EXIT
           IF NOT FLAGS-VALID THEN
              STRING 'EACH FLAG MUST BE Y OR N AND THE QUOTA A '
                 'NUMBER - NOT SAVED'
                 DELIMITED BY SIZE INTO EQMSGO
              GO TO 3100-EXIT
           END-IF

           MOVE W-REQUESTER-ID TO AENT-REQUESTER-ID

           EXEC CICS READ FILE(ASYNC-ENT-FILE) UPDATE
           RIDFLD(AENT-REQUESTER-ID) INTO(ASYNC-ENTITLEMENT-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           MOVE W-RESP TO W-READ-RESP

           IF W-READ-RESP = DFHRESP(NORMAL) THEN
              MOVE ASYNC-ENTITLEMENT-RECORD TO W-BEFORE-IMAGE
              MOVE ASYNC-ENTITLEMENT-RECORD(9:5) TO W-BEFORE-FLAGS
              MOVE 0 TO W-BEFORE-QUOTA
              IF AENT-DAILY-QUOTA IS NUMERIC THEN
                 MOVE AENT-DAILY-QUOTA TO W-BEFORE-QUOTA
              END-IF
              MOVE 'C' TO W-LOG-ACTION
           ELSE
              MOVE SPACE TO ASYNC-ENTITLEMENT-RECORD
              MOVE W-REQUESTER-ID TO AENT-REQUESTER-ID
              MOVE 0     TO AENT-CHANGED-DATE
              MOVE 0     TO AENT-CHANGED-TIME
              MOVE SPACE TO W-BEFORE-IMAGE
              MOVE SPACE TO W-BEFORE-FLAGS
              MOVE 'A' TO W-LOG-ACTION
           END-IF

           MOVE EQINQI TO AENT-ALLOW-INQY
           MOVE EQBALI TO AENT-ALLOW-BALI
           MOVE EQSTAI TO AENT-ALLOW-STAT
           MOVE EQHISI TO AENT-ALLOW-HIST
           MOVE EQRSTI TO AENT-RESTRICTED-FLAG

      * nothing changed - let go of the lock and leave the stamp as
      * it was rather than log a change that is not one
           IF W-READ-RESP = DFHRESP(NORMAL)
              AND ASYNC-ENTITLEMENT-RECORD(9:5) = W-BEFORE-FLAGS
              AND W-NEW-QUOTA = W-BEFORE-QUOTA THEN
              EXEC CICS UNLOCK FILE(ASYNC-ENT-FILE) NOHANDLE
              END-EXEC
              PERFORM 1100-SHOW-ENTRY THRU 1100-EXIT
              MOVE 'NO CHANGE - NOTHING SAVED' TO EQMSGO
              GO TO 3100-EXIT
           END-IF

           MOVE W-NEW-QUOTA TO AENT-DAILY-QUOTA

           PERFORM 3300-STAMP-NOW THRU 3300-EXIT
           MOVE W-USERID TO AENT-CHANGED-USERID
           MOVE EIBDATE  TO AENT-CHANGED-DATE
           MOVE EIBTIME  TO AENT-CHANGED-TIME

           IF W-READ-RESP = DFHRESP(NORMAL) THEN
              EXEC CICS REWRITE FILE(ASYNC-ENT-FILE)
              FROM(ASYNC-ENTITLEMENT-RECORD)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE(ASYNC-ENT-FILE)
              FROM(ASYNC-ENTITLEMENT-RECORD) RIDFLD(AENT-REQUESTER-ID)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           END-IF

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'SAVE FAILED - ENTITLEMENT NOT CHANGED' TO EQMSGO
              GO TO 3100-EXIT
           END-IF

           PERFORM 1100-SHOW-ENTRY THRU 1100-EXIT
           MOVE ASYNC-ENTITLEMENT-RECORD TO W-AFTER-IMAGE
           MOVE 'Y' TO W-CHG-LOG-FLAG
           PERFORM 3400-LOG-CHANGE THRU 3400-EXIT

           IF CHANGES-ALL-LOGGED THEN
              MOVE 'ENTITLEMENT SAVED' TO EQMSGO
           ELSE
              STRING 'ENTITLEMENT SAVED - WARNING: '
                 'CHANGE NOT LOGGED TO HISTORY'
                 DELIMITED BY SIZE INTO EQMSGO
           END-IF.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-DELETE-ENTRY - take the requester's entry off the store.
      *  The record is read for update first so the before image
      *  logged is the one actually deleted.
      ******************************************************************
       3200-DELETE-ENTRY.

           MOVE W-REQUESTER-ID TO AENT-REQUESTER-ID

           EXEC CICS READ FILE(ASYNC-ENT-FILE) UPDATE
           RIDFLD(AENT-REQUESTER-ID) INTO(ASYNC-ENTITLEMENT-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'NO ENTITLEMENT ON FILE - NOTHING DELETED'
                         TO EQMSGO
              GO TO 3200-EXIT
           END-IF

           MOVE ASYNC-ENTITLEMENT-RECORD TO W-BEFORE-IMAGE

           EXEC CICS DELETE FILE(ASYNC-ENT-FILE)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'DELETE FAILED - ENTITLEMENT LEFT ON FILE' TO EQMSGO
              GO TO 3200-EXIT
           END-IF

           MOVE SPACE TO EQINQO
           MOVE SPACE TO EQBALO
           MOVE SPACE TO EQSTAO
           MOVE SPACE TO EQHISO
           MOVE SPACE TO EQRSTO
           MOVE SPACE TO EQQTAO
           MOVE SPACE TO EQCHGO

           PERFORM 3300-STAMP-NOW THRU 3300-EXIT
           MOVE SPACE TO W-AFTER-IMAGE
           MOVE 'D'   TO W-LOG-ACTION
           MOVE 'Y'   TO W-CHG-LOG-FLAG
           PERFORM 3400-LOG-CHANGE THRU 3400-EXIT

           IF CHANGES-ALL-LOGGED THEN
              MOVE 'ENTITLEMENT DELETED' TO EQMSGO
           ELSE
              STRING 'ENTITLEMENT DELETED - WARNING: '
                 'CHANGE NOT LOGGED TO HISTORY'
                 DELIMITED BY SIZE INTO EQMSGO
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
           MOVE ASYNC-ENT-FILE  TO AMLG-STORE-NAME
           MOVE W-REQUESTER-ID  TO AMLG-RECORD-KEY
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

       END PROGRAM 'ASYNCENU'.
