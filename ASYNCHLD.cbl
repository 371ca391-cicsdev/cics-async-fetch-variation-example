      ******************************************************************
      * ASYNCHLD - planned-outage hold console. When a source's master
      *            files go down for maintenance the fan-out has to be
      *            quiesced cleanly rather than left to time out on
      *            every request; this transaction is the operator's
      *            switch for it -
      *              PF5    put the service on hold, for the reason
      *                     keyed on the screen
      *              PF6    take the service off hold
      *              ENTER  refresh the screen
      *              PF3    exit
      *            The switch is the SVCHOLD parameter on the
      *            operations parameter store (ASYNCPRM, see
      *            ASYNCPRM.cpy). While it is on, ASYNCPG1 takes
      *            nothing new off the intake queue AINQ and answers
      *            every DPL caller - ASYNCWEB, the canary probe -
      *            with a reply flagged as on hold, the bulk facility
      *            (ASYNCBLK) feeds nothing and the resubmission driver
      *            (ASYNCRSB) re-drives nothing; children already
      *            dispatched run to the end and are fetched as usual.
      *            Requests that arrive during the hold wait on AINQ
      *            and are taken by the first drain after it.
      *
      *            Every hold window is recorded on the hold window
      *            store (VSAM KSDS ASYNCHLW, see ASYNCHLW.cpy) with
      *            the reason, who put the hold on and when, and who
      *            took it off and when. The parameter is held for
      *            update while a window is opened or closed, so two
      *            operators cannot open two windows at once.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCHLD.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 W-RESP             PIC S9(8) USAGE BINARY.
       01 W-RESP2            PIC S9(8) USAGE BINARY.
       01 W-DONE-FLAG        PIC X(01) VALUE 'N'.
           88 CONSOLE-DONE         VALUE 'Y'.
       01 W-HOLD-FLAG        PIC X(01) VALUE 'N'.
           88 SERVICE-ON-HOLD      VALUE 'Y'.
       01 W-WINDOW-FLAG      PIC X(01) VALUE 'N'.
           88 WINDOW-ON-FILE       VALUE 'Y'.

       01 DFHENTER           PIC X(01) VALUE X'7D'.
       01 DFHCLEAR           PIC X(01) VALUE X'6D'.
       01 DFHPF3             PIC X(01) VALUE X'F3'.
       01 DFHPF5             PIC X(01) VALUE X'F5'.
       01 DFHPF6             PIC X(01) VALUE X'F6'.

      * the switch itself - parameter SVCHOLD, 1 on and 0 off
       01 ASYNC-PRM-FILE     PIC X(08) VALUE 'ASYNCPRM'.
       COPY ASYNCPRM.

       01 ASYNC-HLW-FILE     PIC X(08) VALUE 'ASYNCHLW'.
       COPY ASYNCHLW.

       01 W-USERID           PIC X(08) VALUE SPACE.
       01 W-REASON           PIC X(40) VALUE SPACE.
       01 W-SHOW-DATE        PIC 9(07) VALUE 0.
       01 W-SHOW-TIME        PIC 9(07) VALUE 0.
       01 W-NOW-ABSTIME      PIC S9(15) COMP-3 VALUE 0.

       COPY ASYNCHLM.

       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.

       0000-MAINLINE.

           EXEC CICS ASSIGN USERID(W-USERID) NOHANDLE
           END-EXEC

           MOVE SPACE TO HLINFO
           PERFORM 1000-SHOW-STATUS THRU 1000-EXIT.

           PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
              UNTIL CONSOLE-DONE.

           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 1000-SHOW-STATUS - read the switch and the newest hold window
      *  and send them to the screen. While the service is running
      *  the reason field is left clear for the next hold's reason.
      ******************************************************************
       1000-SHOW-STATUS.

           PERFORM 1100-READ-SWITCH THRU 1100-EXIT
           PERFORM 1200-READ-LATEST-WINDOW THRU 1200-EXIT

           MOVE SPACE TO HLRSNO
           MOVE SPACE TO HLHBYO
           MOVE SPACE TO HLRBYO

           IF SERVICE-ON-HOLD THEN
              MOVE 'ON HOLD' TO HLSTAO
           ELSE
              MOVE 'RUNNING' TO HLSTAO
           END-IF

           IF NOT WINDOW-ON-FILE THEN
              GO TO 1000-SEND
           END-IF

           IF SERVICE-ON-HOLD THEN
              MOVE AHLW-REASON TO HLRSNO
           END-IF

           MOVE AHLW-START-DATE TO W-SHOW-DATE
           MOVE AHLW-START-TIME TO W-SHOW-TIME
           STRING AHLW-START-USERID ' ' AHLW-START-TERMID
              ' AT ' W-SHOW-DATE '-' W-SHOW-TIME
              DELIMITED BY SIZE INTO HLHBYO

           IF AHLW-CLOSED THEN
              MOVE AHLW-END-DATE TO W-SHOW-DATE
              MOVE AHLW-END-TIME TO W-SHOW-TIME
              STRING AHLW-END-USERID ' ' AHLW-END-TERMID
                 ' AT ' W-SHOW-DATE '-' W-SHOW-TIME
                 DELIMITED BY SIZE INTO HLRBYO
           ELSE
              MOVE 'NOT YET - HOLD STILL ON' TO HLRBYO
           END-IF.

       1000-SEND.

           EXEC CICS SEND MAP('ASYNCH1') MAPSET('ASYNCHLM')
           FROM(ASYNCH1O) ERASE
           END-EXEC.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-SWITCH - the SVCHOLD parameter. A store that has
      *  never had it is seeded off, the same self-priming every
      *  reader of the store does, so the updates below always find
      *  it there.
      ******************************************************************
       1100-READ-SWITCH.

           MOVE 'N' TO W-HOLD-FLAG
           MOVE 'SVCHOLD ' TO APRM-PARM-NAME

           EXEC CICS READ FILE(ASYNC-PRM-FILE)
           RIDFLD(APRM-PARM-NAME) INTO(ASYNC-PARM-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP = DFHRESP(NORMAL) THEN
              IF APRM-PARM-VALUE = 1 THEN
                 MOVE 'Y' TO W-HOLD-FLAG
              END-IF
           ELSE
              MOVE 0 TO APRM-PARM-VALUE
              MOVE 'SERVICE HOLD, 1=ON 0=OFF' TO APRM-PARM-DESC
              EXEC CICS WRITE FILE(ASYNC-PRM-FILE)
              FROM(ASYNC-PARM-RECORD) RIDFLD(APRM-PARM-NAME)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           END-IF.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-READ-LATEST-WINDOW - the newest hold window on the store,
      *  open or closed. High values positions the browse past the
      *  last key so the first read back is the newest window.
      ******************************************************************
       1200-READ-LATEST-WINDOW.

           MOVE 'N' TO W-WINDOW-FLAG
           MOVE HIGH-VALUES TO AHLW-WINDOW-KEY

           EXEC CICS STARTBR FILE(ASYNC-HLW-FILE)
           RIDFLD(AHLW-WINDOW-KEY) GTEQ
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 1200-EXIT
           END-IF

           EXEC CICS READPREV FILE(ASYNC-HLW-FILE)
           INTO(ASYNC-HOLD-WINDOW-RECORD) RIDFLD(AHLW-WINDOW-KEY)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           EXEC CICS ENDBR FILE(ASYNC-HLW-FILE) NOHANDLE
           END-EXEC.

           IF W-RESP = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO W-WINDOW-FLAG
           END-IF.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-INPUT - act on the operator's key: refresh on
      *  ENTER, put on or take off the hold, exit on PF3.
      ******************************************************************
       2000-PROCESS-INPUT.

           MOVE SPACE TO HLINFO

           EXEC CICS RECEIVE MAP('ASYNCH1') MAPSET('ASYNCHLM')
           INTO(ASYNCH1I)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF W-RESP = DFHRESP(NORMAL) AND HLRSNL > 0 THEN
              MOVE HLRSNI TO W-REASON
           ELSE
              MOVE SPACE  TO W-REASON
           END-IF

           EVALUATE TRUE
              WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                 MOVE 'Y' TO W-DONE-FLAG
              WHEN EIBAID = DFHENTER
                 PERFORM 1000-SHOW-STATUS THRU 1000-EXIT
              WHEN EIBAID = DFHPF5
                 PERFORM 3000-PUT-ON-HOLD THRU 3000-EXIT
              WHEN EIBAID = DFHPF6
                 PERFORM 4000-TAKE-OFF-HOLD THRU 4000-EXIT
              WHEN OTHER
                 MOVE 'INVALID KEY - USE ENTER, PF5, PF6 OR PF3'
                            TO HLINFO
                 PERFORM 1000-SHOW-STATUS THRU 1000-EXIT
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PUT-ON-HOLD - open a hold window under this operator and
      *  set the switch. The window is written first, with the switch
      *  held for update, so a hold is never on without its window
      *  on record; a switch that will not set takes its window back
      *  off again.
      ******************************************************************
       3000-PUT-ON-HOLD.

           IF W-REASON = SPACE THEN
              MOVE 'KEY THE REASON FOR THE HOLD, THEN PRESS PF5'
                         TO HLINFO
              GO TO 3000-SEND
           END-IF

           MOVE 'SVCHOLD ' TO APRM-PARM-NAME

           EXEC CICS READ FILE(ASYNC-PRM-FILE) UPDATE
           RIDFLD(APRM-PARM-NAME) INTO(ASYNC-PARM-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'PARAMETER STORE UNAVAILABLE - SERVICE NOT HELD'
                         TO HLINFO
              GO TO 3000-SEND
           END-IF

           IF APRM-PARM-VALUE = 1 THEN
              EXEC CICS UNLOCK FILE(ASYNC-PRM-FILE) NOHANDLE
              END-EXEC
              MOVE 'SERVICE IS ALREADY ON HOLD' TO HLINFO
              GO TO 3000-SEND
           END-IF

           INITIALIZE ASYNC-HOLD-WINDOW-RECORD
           PERFORM 3300-STAMP-NOW THRU 3300-EXIT
           MOVE EIBDATE    TO AHLW-START-DATE
           MOVE EIBTIME    TO AHLW-START-TIME
           MOVE W-USERID   TO AHLW-START-USERID
           MOVE EIBTRMID   TO AHLW-START-TERMID
           MOVE W-REASON   TO AHLW-REASON
           MOVE 'O'        TO AHLW-STATUS

           EXEC CICS WRITE FILE(ASYNC-HLW-FILE)
           FROM(ASYNC-HOLD-WINDOW-RECORD) RIDFLD(AHLW-WINDOW-KEY)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              EXEC CICS UNLOCK FILE(ASYNC-PRM-FILE) NOHANDLE
              END-EXEC
              MOVE 'HOLD WINDOW NOT RECORDED - SERVICE NOT HELD'
                         TO HLINFO
              GO TO 3000-SEND
           END-IF

           MOVE 1 TO APRM-PARM-VALUE

           EXEC CICS REWRITE FILE(ASYNC-PRM-FILE)
           FROM(ASYNC-PARM-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              EXEC CICS DELETE FILE(ASYNC-HLW-FILE)
              RIDFLD(AHLW-WINDOW-KEY) NOHANDLE
              END-EXEC
              MOVE 'HOLD SWITCH NOT SET - SERVICE NOT HELD' TO HLINFO
              GO TO 3000-SEND
           END-IF

           MOVE 'SERVICE ON HOLD - WORK ALREADY DISPATCHED WILL FINISH'
                      TO HLINFO.

       3000-SEND.

           PERFORM 1000-SHOW-STATUS THRU 1000-EXIT.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3300-STAMP-NOW - when the window opens or closes. In a
      *  conversational session EIBDATE/EIBTIME stand still at
      *  task-attach values, so refresh them before they are used to
      *  key or close the window.
      ******************************************************************
       3300-STAMP-NOW.

           EXEC CICS ASKTIME ABSTIME(W-NOW-ABSTIME)
           END-EXEC.

       3300-EXIT.
           EXIT.

      ******************************************************************
      * 4000-TAKE-OFF-HOLD - clear the switch and close the open hold
      *  window under this operator. The switch goes first: once it
      *  is off the service is running whatever happens to the
      *  window record, and a window that cannot be closed is
      *  reported so it can be put right.
      ******************************************************************
       4000-TAKE-OFF-HOLD.

           MOVE 'SVCHOLD ' TO APRM-PARM-NAME

           EXEC CICS READ FILE(ASYNC-PRM-FILE) UPDATE
           RIDFLD(APRM-PARM-NAME) INTO(ASYNC-PARM-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'PARAMETER STORE UNAVAILABLE - HOLD STILL ON'
                         TO HLINFO
              GO TO 4000-SEND
           END-IF

           IF APRM-PARM-VALUE NOT = 1 THEN
              EXEC CICS UNLOCK FILE(ASYNC-PRM-FILE) NOHANDLE
              END-EXEC
              MOVE 'SERVICE IS NOT ON HOLD' TO HLINFO
              GO TO 4000-SEND
           END-IF

           MOVE 0 TO APRM-PARM-VALUE

           EXEC CICS REWRITE FILE(ASYNC-PRM-FILE)
           FROM(ASYNC-PARM-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'HOLD SWITCH NOT RESET - HOLD STILL ON' TO HLINFO
              GO TO 4000-SEND
           END-IF

           PERFORM 1200-READ-LATEST-WINDOW THRU 1200-EXIT

           IF NOT WINDOW-ON-FILE OR NOT AHLW-OPEN THEN
              MOVE 'SERVICE RUNNING - NO OPEN HOLD WINDOW WAS ON FILE'
                         TO HLINFO
              GO TO 4000-SEND
           END-IF

           EXEC CICS READ FILE(ASYNC-HLW-FILE) UPDATE
           RIDFLD(AHLW-WINDOW-KEY) INTO(ASYNC-HOLD-WINDOW-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP = DFHRESP(NORMAL) THEN
              PERFORM 3300-STAMP-NOW THRU 3300-EXIT
              MOVE EIBDATE  TO AHLW-END-DATE
              MOVE EIBTIME  TO AHLW-END-TIME
              MOVE W-USERID TO AHLW-END-USERID
              MOVE EIBTRMID TO AHLW-END-TERMID
              MOVE 'C'      TO AHLW-STATUS
              EXEC CICS REWRITE FILE(ASYNC-HLW-FILE)
              FROM(ASYNC-HOLD-WINDOW-RECORD)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           END-IF

           IF W-RESP = DFHRESP(NORMAL) THEN
              MOVE 'SERVICE RUNNING - HELD REQUESTS GO WITH NEXT DRAIN'
                         TO HLINFO
           ELSE
              MOVE 'SERVICE RUNNING - HOLD WINDOW NOT CLOSED ON FILE'
                         TO HLINFO
           END-IF.

       4000-SEND.

           PERFORM 1000-SHOW-STATUS THRU 1000-EXIT.

       4000-EXIT.
           EXIT.

       END PROGRAM 'ASYNCHLD'.
