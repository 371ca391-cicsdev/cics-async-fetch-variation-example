      ******************************************************************
      * ASYNCJRP - intake journal replay, run by operations after an
      *            outage. Pages through the intake journal (VSAM KSDS
      *            ASYNCJRN, see ASYNCJRN.cpy) showing, one at a time,
      *            each request ASYNCPG1 took off the intake queue AINQ
      *            and accepted but never answered - staged and never
      *            fanned out, or fanned out with no reply written -
      *            and the operator decides what becomes of each one -
      *              ENTER  show the next entry
      *              PF5    replay the entry: its request goes back
      *                     onto AINQ exactly as it was accepted,
      *                     marked as a replay so its requester's
      *                     quota is not charged twice
      *              PF6    leave the entry alone
      *              PF3    exit
      *
      *            Either decision is recorded on the journal entry,
      *            so an entry is replayed at most once and is never
      *            offered again; the entry is held for update while
      *            the decision is taken, so two operators cannot both
      *            replay it. An entry younger than the RPLYAGE
      *            parameter (seconds) may belong to a drain that is
      *            still running and is not replayed. Every decision
      *            goes to the replay log, TD queue JRPL (see
      *            ASYNCJRL.cpy), printed by the daily replay report
      *            ASYNCJRR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCJRP.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 W-RESP             PIC S9(8) USAGE BINARY.
       01 W-RESP2            PIC S9(8) USAGE BINARY.
       01 W-DONE-FLAG        PIC X(01) VALUE 'N'.
           88 BROWSE-DONE          VALUE 'Y'.
       01 W-ENTRY-FLAG       PIC X(01) VALUE 'N'.
           88 ENTRY-ON-SCREEN      VALUE 'Y'.
       01 W-SCAN-FLAG        PIC X(01) VALUE 'N'.
           88 SCAN-SETTLED         VALUE 'Y'.

       01 DFHENTER           PIC X(01) VALUE X'7D'.
       01 DFHCLEAR           PIC X(01) VALUE X'6D'.
       01 DFHPF3             PIC X(01) VALUE X'F3'.
       01 DFHPF5             PIC X(01) VALUE X'F5'.
       01 DFHPF6             PIC X(01) VALUE X'F6'.

       01 ASYNC-JRN-FILE     PIC X(08) VALUE 'ASYNCJRN'.
       COPY ASYNCJRN.

      * the entry as it stood before the decision, to log the prior
      * disposition from and to put back if a replay cannot be queued
       COPY ASYNCJRN REPLACING ==ASYNC-JOURNAL-RECORD== BY
            ==W-PRIOR-ENTRY== LEADING ==AJRN== BY ==PJRN==.
       01 W-DECISION-FLAG    PIC X(01) VALUE 'N'.
           88 DECISION-RECORDED    VALUE 'Y'.

      * a replayed request goes back onto the intake queue
       01 ASYNC-INT-QNAME    PIC X(04) VALUE 'AINQ'.
       01 W-INT-LENGTH       PIC S9(4) USAGE COMP.
       COPY ASYNCINT.

      * the replay log, one record per decision
       01 ASYNC-JRPL-QNAME   PIC X(04) VALUE 'JRPL'.
       01 W-JRPL-LENGTH      PIC S9(4) USAGE COMP.
       01 W-LOG-ACTION       PIC X(01) VALUE SPACE.
       COPY ASYNCJRL.

      * the in-flight guard - an entry younger than this many seconds
      * is not replayed (operations parameter RPLYAGE)
       01 ASYNC-PRM-FILE     PIC X(08) VALUE 'ASYNCPRM'.
       COPY ASYNCPRM.
       01 W-PARM-DEFAULT     PIC S9(8) USAGE COMP VALUE 0.
       01 W-PARM-VALUE       PIC S9(8) USAGE COMP VALUE 0.
       01 W-REPLAY-AGE-SEC   PIC S9(8) USAGE COMP VALUE 600.
       01 W-NOW-ABSTIME      PIC S9(15) COMP-3 VALUE 0.
       01 W-ENTRY-AGE-SEC    PIC S9(15) COMP-3 VALUE 0.

      * where the browse stands: the key of the entry on the screen,
      * and the position the next forward read starts from
       01 W-SHOWN-KEY        PIC X(25) VALUE HIGH-VALUES.
       01 W-POSITION-KEY     PIC X(25) VALUE LOW-VALUES.

       01 W-USERID           PIC X(08) VALUE SPACE.

      * arrival and last-seen stamps unpacked for the screen
       01 W-SHOW-DATE        PIC 9(07) VALUE 0.
       01 W-SHOW-TIME        PIC 9(07) VALUE 0.

       COPY ASYNCJRM.

       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.

       0000-MAINLINE.

           EXEC CICS ASSIGN USERID(W-USERID) NOHANDLE
           END-EXEC

           MOVE 'RPLYAGE ' TO APRM-PARM-NAME
           MOVE 600        TO W-PARM-DEFAULT
           MOVE 'REPLAY MIN ENTRY AGE, SECONDS' TO APRM-PARM-DESC
           PERFORM 0120-GET-PARM THRU 0120-EXIT
           MOVE W-PARM-VALUE TO W-REPLAY-AGE-SEC

           PERFORM 1000-SHOW-NEXT-ENTRY THRU 1000-EXIT.

           PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
              UNTIL BROWSE-DONE.

           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 0120-GET-PARM - read one operations parameter, seeding it with
      *  its shipped default when the store does not have it yet.
      ******************************************************************
       0120-GET-PARM.

           EXEC CICS READ FILE(ASYNC-PRM-FILE)
           RIDFLD(APRM-PARM-NAME) INTO(ASYNC-PARM-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP = DFHRESP(NORMAL) THEN
              MOVE APRM-PARM-VALUE TO W-PARM-VALUE
           ELSE
              MOVE W-PARM-DEFAULT TO APRM-PARM-VALUE
              MOVE W-PARM-DEFAULT TO W-PARM-VALUE
              EXEC CICS WRITE FILE(ASYNC-PRM-FILE)
              FROM(ASYNC-PARM-RECORD) RIDFLD(APRM-PARM-NAME)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           END-IF.

       0120-EXIT.
           EXIT.

      ******************************************************************
      * 1000-SHOW-NEXT-ENTRY - find the next entry still awaiting its
      *  reply from the current browse position and send it to the
      *  screen. Running off the end resets the position so the next
      *  ENTER starts over from the top of the journal.
      ******************************************************************
       1000-SHOW-NEXT-ENTRY.

           PERFORM 1100-READ-NEXT-ENTRY THRU 1100-EXIT

           IF ENTRY-ON-SCREEN THEN
              MOVE AJRN-ENTRY-KEY       TO JRKEYO
              MOVE SPACE                TO JRARRO
              MOVE AJRN-KEY-DATE        TO W-SHOW-DATE
              MOVE AJRN-KEY-TIME        TO W-SHOW-TIME
              STRING W-SHOW-DATE '-' W-SHOW-TIME
                 DELIMITED BY SIZE INTO JRARRO
              MOVE AJRN-INTAKE-IMAGE    TO ASYNC-INTAKE-RECORD
              MOVE AJRN-REQUESTER-ID    TO JRREQO
              MOVE AINT-REQUEST-TYPE    TO JRTYPO
              MOVE AINT-PRIORITY-CLASS  TO JRCLSO
              MOVE AINT-BUSINESS-KEY    TO JRBKYO
              IF AJRN-DISPATCHED THEN
                 MOVE 'DISPATCHED - SOURCES MAY HAVE ANSWERED'
                            TO JRSTAO
              ELSE
                 MOVE 'STAGED - NEVER FANNED OUT' TO JRSTAO
              END-IF
              MOVE AJRN-CORRELATION-ID  TO JRCORO
              MOVE SPACE                TO JRLSTO
              MOVE AJRN-DISP-DATE       TO W-SHOW-DATE
              MOVE AJRN-DISP-TIME       TO W-SHOW-TIME
              STRING W-SHOW-DATE '-' W-SHOW-TIME
                 DELIMITED BY SIZE INTO JRLSTO
           ELSE
              MOVE SPACE TO JRKEYO
              MOVE SPACE TO JRARRO
              MOVE SPACE TO JRREQO
              MOVE SPACE TO JRTYPO
              MOVE SPACE TO JRCLSO
              MOVE SPACE TO JRBKYO
              MOVE SPACE TO JRSTAO
              MOVE SPACE TO JRCORO
              MOVE SPACE TO JRLSTO
              MOVE 'END OF JOURNAL - ENTER RESTARTS FROM THE TOP'
                         TO JRMSGO
           END-IF

           EXEC CICS SEND MAP('ASYNCJ1') MAPSET('ASYNCJRM')
           FROM(ASYNCJ1O) ERASE
           END-EXEC.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-NEXT-ENTRY - position a browse at the current key
      *  and read forward past the entry already on the screen and
      *  every entry that has its reply, or has already been replayed
      *  or left alone, to the next one still awaiting its reply.
      ******************************************************************
       1100-READ-NEXT-ENTRY.

           MOVE 'N' TO W-ENTRY-FLAG
           MOVE W-POSITION-KEY TO AJRN-ENTRY-KEY

           EXEC CICS STARTBR FILE(ASYNC-JRN-FILE)
           RIDFLD(AJRN-ENTRY-KEY) GTEQ
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE LOW-VALUES  TO W-POSITION-KEY
              MOVE HIGH-VALUES TO W-SHOWN-KEY
              GO TO 1100-EXIT
           END-IF

           MOVE 'N' TO W-SCAN-FLAG
           PERFORM 1110-READ-ONE-ENTRY THRU 1110-EXIT
              UNTIL SCAN-SETTLED

           EXEC CICS ENDBR FILE(ASYNC-JRN-FILE) NOHANDLE
           END-EXEC.

           IF ENTRY-ON-SCREEN THEN
              MOVE AJRN-ENTRY-KEY TO W-SHOWN-KEY
              MOVE AJRN-ENTRY-KEY TO W-POSITION-KEY
           ELSE
              MOVE LOW-VALUES  TO W-POSITION-KEY
              MOVE HIGH-VALUES TO W-SHOWN-KEY
           END-IF.

       1100-EXIT.
           EXIT.

       1110-READ-ONE-ENTRY.

           EXEC CICS READNEXT FILE(ASYNC-JRN-FILE)
           INTO(ASYNC-JOURNAL-RECORD) RIDFLD(AJRN-ENTRY-KEY)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO W-SCAN-FLAG
              GO TO 1110-EXIT
           END-IF

           IF AJRN-ENTRY-KEY = W-SHOWN-KEY
              OR NOT AJRN-AWAITING-REPLY THEN
              GO TO 1110-EXIT
           END-IF

           MOVE 'Y' TO W-ENTRY-FLAG
           MOVE 'Y' TO W-SCAN-FLAG.

       1110-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-INPUT - act on the operator's key: page on ENTER,
      *  replay or leave alone the entry on the screen, exit on PF3.
      ******************************************************************
       2000-PROCESS-INPUT.

           MOVE SPACE TO JRMSGO

           EXEC CICS RECEIVE MAP('ASYNCJ1') MAPSET('ASYNCJRM')
           INTO(ASYNCJ1I)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           EVALUATE TRUE
              WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                 MOVE 'Y' TO W-DONE-FLAG
              WHEN EIBAID = DFHENTER
                 PERFORM 1000-SHOW-NEXT-ENTRY THRU 1000-EXIT
              WHEN EIBAID = DFHPF5 AND ENTRY-ON-SCREEN
                 PERFORM 3100-REPLAY-ENTRY THRU 3100-EXIT
                 PERFORM 1000-SHOW-NEXT-ENTRY THRU 1000-EXIT
              WHEN EIBAID = DFHPF6 AND ENTRY-ON-SCREEN
                 PERFORM 3200-LEAVE-ENTRY-ALONE THRU 3200-EXIT
                 PERFORM 1000-SHOW-NEXT-ENTRY THRU 1000-EXIT
              WHEN OTHER
                 MOVE 'INVALID KEY - USE ENTER, PF5, PF6 OR PF3'
                            TO JRMSGO
                 EXEC CICS SEND MAP('ASYNCJ1') MAPSET('ASYNCJRM')
                 FROM(ASYNCJ1O) ERASE
                 END-EXEC
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-REPLAY-ENTRY - put the request of the entry on the screen
      *  back onto the intake queue. The entry is re-read for update
      *  first: one that has had its reply, or been replayed or left
      *  alone from another terminal, since it was shown is not
      *  replayed, nor is one too young to be sure its drain is
      *  over. The entry is marked replayed, and released, before its
      *  request goes onto AINQ, so it can never be fed twice; one
      *  that cannot be marked is not replayed, and a queue that will
      *  not take the request has the entry put back as it was, to be
      *  tried again.
      ******************************************************************
       3100-REPLAY-ENTRY.

           PERFORM 3300-READ-FOR-DECISION THRU 3300-EXIT
           IF NOT ENTRY-ON-SCREEN THEN
              GO TO 3100-EXIT
           END-IF

           EXEC CICS ASKTIME ABSTIME(W-NOW-ABSTIME)
           END-EXEC

           COMPUTE W-ENTRY-AGE-SEC =
                   (W-NOW-ABSTIME - AJRN-ACCEPT-ABSTIME) / 1000

           IF W-ENTRY-AGE-SEC < W-REPLAY-AGE-SEC THEN
              EXEC CICS UNLOCK FILE(ASYNC-JRN-FILE) NOHANDLE
              END-EXEC
              MOVE 'ENTRY TOO RECENT - ITS DRAIN MAY STILL BE RUNNING'
                         TO JRMSGO
              GO TO 3100-EXIT
           END-IF

           MOVE 'Q' TO AJRN-DISPOSITION
           PERFORM 3400-RECORD-DECISION THRU 3400-EXIT
           IF NOT DECISION-RECORDED THEN
              MOVE 'F' TO W-LOG-ACTION
              PERFORM 3500-WRITE-REPLAY-LOG THRU 3500-EXIT
              MOVE 'REPLAY NOT MADE - ENTRY COULD NOT BE MARKED'
                         TO JRMSGO
              GO TO 3100-EXIT
           END-IF

           MOVE AJRN-INTAKE-IMAGE TO ASYNC-INTAKE-RECORD
           MOVE 'Y'               TO AINT-REPLAY-FLAG
           MOVE LENGTH OF ASYNC-INTAKE-RECORD TO W-INT-LENGTH

           EXEC CICS WRITEQ TD QUEUE(ASYNC-INT-QNAME)
           FROM(ASYNC-INTAKE-RECORD) LENGTH(W-INT-LENGTH)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'F' TO W-LOG-ACTION
              PERFORM 3500-WRITE-REPLAY-LOG THRU 3500-EXIT
              PERFORM 3600-RESTORE-ENTRY THRU 3600-EXIT
              IF DECISION-RECORDED THEN
                 MOVE 'REPLAY FAILED - INTAKE QUEUE WOULD NOT TAKE IT'
                            TO JRMSGO
              ELSE
                 MOVE 'REPLAY FAILED - ENTRY NOW MARKED REPLAYED'
                            TO JRMSGO
              END-IF
              GO TO 3100-EXIT
           END-IF

           MOVE 'Q' TO W-LOG-ACTION
           PERFORM 3500-WRITE-REPLAY-LOG THRU 3500-EXIT
           MOVE 'REQUEST REPLAYED ONTO THE INTAKE QUEUE' TO JRMSGO.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-LEAVE-ENTRY-ALONE - the operator has decided the request
      *  is not to be replayed (the requester has already resubmitted
      *  it, say); record that, so the entry is not offered again.
      ******************************************************************
       3200-LEAVE-ENTRY-ALONE.

           PERFORM 3300-READ-FOR-DECISION THRU 3300-EXIT
           IF NOT ENTRY-ON-SCREEN THEN
              GO TO 3200-EXIT
           END-IF

           MOVE 'L' TO AJRN-DISPOSITION
           PERFORM 3400-RECORD-DECISION THRU 3400-EXIT
           IF NOT DECISION-RECORDED THEN
              MOVE 'ENTRY COULD NOT BE UPDATED - NOTHING DONE' TO JRMSGO
              GO TO 3200-EXIT
           END-IF

           MOVE 'L' TO W-LOG-ACTION
           PERFORM 3500-WRITE-REPLAY-LOG THRU 3500-EXIT
           MOVE 'ENTRY LEFT ALONE' TO JRMSGO.

       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-READ-FOR-DECISION - re-read the entry on the screen for
      *  update. One that is gone, or is no longer awaiting its reply,
      *  is released and dropped from the screen with a message.
      ******************************************************************
       3300-READ-FOR-DECISION.

           MOVE W-SHOWN-KEY TO AJRN-ENTRY-KEY

           EXEC CICS READ FILE(ASYNC-JRN-FILE) UPDATE
           RIDFLD(AJRN-ENTRY-KEY) INTO(ASYNC-JOURNAL-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'N' TO W-ENTRY-FLAG
              MOVE 'ENTRY COULD NOT BE READ - NOTHING DONE' TO JRMSGO
              GO TO 3300-EXIT
           END-IF

           IF NOT AJRN-AWAITING-REPLY THEN
              EXEC CICS UNLOCK FILE(ASYNC-JRN-FILE) NOHANDLE
              END-EXEC
              MOVE 'N' TO W-ENTRY-FLAG
              MOVE 'ENTRY ANSWERED OR DECIDED MEANWHILE - NOTHING DONE'
                         TO JRMSGO
              GO TO 3300-EXIT
           END-IF

           MOVE ASYNC-JOURNAL-RECORD TO W-PRIOR-ENTRY.

       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-RECORD-DECISION - rewrite the entry, held for update by
      *  3300, with the decision in AJRN-DISPOSITION and who took it
      *  and when. DECISION-RECORDED says whether the rewrite took.
      ******************************************************************
       3400-RECORD-DECISION.

      * EIBDATE/EIBTIME stand still at task-attach in a conversational
      * session - refresh them so the decision carries its own time
           EXEC CICS ASKTIME ABSTIME(W-NOW-ABSTIME)
           END-EXEC

           MOVE EIBDATE  TO AJRN-DISP-DATE
           MOVE EIBTIME  TO AJRN-DISP-TIME
           MOVE W-USERID TO AJRN-ACTION-USERID
           MOVE EIBTRMID TO AJRN-ACTION-TERMID

           EXEC CICS REWRITE FILE(ASYNC-JRN-FILE)
           FROM(ASYNC-JOURNAL-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO W-DECISION-FLAG
           ELSE
              MOVE 'N' TO W-DECISION-FLAG
              EXEC CICS UNLOCK FILE(ASYNC-JRN-FILE) NOHANDLE
              END-EXEC
           END-IF.

       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-WRITE-REPLAY-LOG - one decision, in W-LOG-ACTION, to the
      *  replay log for the daily replay report, with the disposition
      *  the entry had before it.
      ******************************************************************
       3500-WRITE-REPLAY-LOG.

           EXEC CICS ASKTIME ABSTIME(W-NOW-ABSTIME)
           END-EXEC

           MOVE SPACE                 TO ASYNC-REPLAY-LOG-RECORD
           MOVE W-LOG-ACTION          TO AJRL-ACTION
           MOVE AJRN-INTAKE-IMAGE     TO ASYNC-INTAKE-RECORD
           MOVE AJRN-ENTRY-KEY        TO AJRL-ENTRY-KEY
           MOVE AJRN-REQUESTER-ID     TO AJRL-REQUESTER-ID
           MOVE AINT-BUSINESS-KEY     TO AJRL-BUSINESS-KEY
           MOVE AINT-REQUEST-TYPE     TO AJRL-REQUEST-TYPE
           MOVE AJRN-CORRELATION-ID   TO AJRL-CORRELATION-ID
           MOVE PJRN-DISPOSITION      TO AJRL-PRIOR-DISPOSITION
           MOVE EIBDATE               TO AJRL-ACTION-DATE
           MOVE EIBTIME               TO AJRL-ACTION-TIME
           MOVE W-USERID              TO AJRL-USERID
           MOVE EIBTRMID              TO AJRL-TERMID
           MOVE LENGTH OF ASYNC-REPLAY-LOG-RECORD TO W-JRPL-LENGTH

           EXEC CICS WRITEQ TD QUEUE(ASYNC-JRPL-QNAME)
           FROM(ASYNC-REPLAY-LOG-RECORD) LENGTH(W-JRPL-LENGTH)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3600-RESTORE-ENTRY - a replay the intake queue would not take:
      *  put the entry back as it stood before it was marked, so it is
      *  offered again. DECISION-RECORDED says whether that took.
      ******************************************************************
       3600-RESTORE-ENTRY.

           MOVE 'N' TO W-DECISION-FLAG
           MOVE PJRN-ENTRY-KEY TO AJRN-ENTRY-KEY

           EXEC CICS READ FILE(ASYNC-JRN-FILE) UPDATE
           RIDFLD(AJRN-ENTRY-KEY) INTO(ASYNC-JOURNAL-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 3600-EXIT
           END-IF

           MOVE W-PRIOR-ENTRY TO ASYNC-JOURNAL-RECORD

           EXEC CICS REWRITE FILE(ASYNC-JRN-FILE)
           FROM(ASYNC-JOURNAL-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO W-DECISION-FLAG
           ELSE
              EXEC CICS UNLOCK FILE(ASYNC-JRN-FILE) NOHANDLE
              END-EXEC
           END-IF.

       3600-EXIT.
           EXIT.

       END PROGRAM 'ASYNCJRP'.
