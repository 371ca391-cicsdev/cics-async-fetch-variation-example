      ******************************************************************
      * ASYNCISC - interval statistics collector for the ASYNCPG1
      *            fan-out. A background transaction that runs once
      *            per statistics interval and writes one interval
      *            record (see ASYNCIST.cpy) to the VSAM KSDS ASYNCIST:
      *            the depth of the intake queue AINQ, the children
      *            still in flight on the ASYNCACT registry and the
      *            parent runs they belong to, the parallel drain
      *            workers running against the WRKCAP and WRKDEPTH
      *            settings, the requests and cache answers counted
      *            over the interval (see ASYNCIVC.cpy), and each
      *            slot's circuit-breaker state. The dashboard
      *            (ASYNCDSH) shows the moment and the chargeback
      *            report (ASYNCCGB) the month; this is the record of
      *            how full the system was at ten past ten on a
      *            Tuesday, for the nightly peak and capacity report
      *            (ASYNCCAP).
      *
      *            The interval length is the STATMIN parameter (in
      *            minutes, see ASYNCPRM.cpy). Each run starts the
      *            next one that many minutes on under a fixed request
      *            id, cancelling any start already pending under it,
      *            so a second kick from the console or the PLT never
      *            leaves two collectors running side by side. Setting
      *            STATMIN to zero stops the collection after the
      *            current run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCISC.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 W-RESP             PIC S9(8) USAGE BINARY.
       01 W-RESP2            PIC S9(8) USAGE BINARY.

       01 ASYNC-IST-FILE     PIC X(8) VALUE 'ASYNCIST'.
       COPY ASYNCIST.

       01 ASYNC-PRM-FILE     PIC X(8) VALUE 'ASYNCPRM'.
       COPY ASYNCPRM.
       01 W-PARM-DEFAULT     PIC S9(8) USAGE COMP VALUE 0.
       01 W-PARM-VALUE       PIC S9(8) USAGE COMP VALUE 0.
       01 W-STAT-MIN         PIC S9(8) USAGE COMP VALUE 15.

      * the next run is started under this request id, so a pending
      * start can be found and cancelled
       01 COLLECTOR-REQID    PIC X(8) VALUE 'ASYNCISC'.

       01 ASYNC-INT-QNAME    PIC X(4) VALUE 'AINQ'.
       01 W-NUMITEMS         PIC S9(8) USAGE BINARY VALUE 0.

       01 ASYNC-ACT-FILE     PIC X(8) VALUE 'ASYNCACT'.
       COPY ASYNCACT.
       01 W-BROWSE-KEY       PIC X(18) VALUE LOW-VALUES.
       01 W-LAST-PARENT      PIC X(16) VALUE SPACE.
       01 W-END-OF-REGISTRY  PIC X(1) VALUE 'N'.
           88 END-OF-REGISTRY     VALUE 'Y'.

      * the task browse, for the parallel drain workers
       01 WORKER-TRANSID     PIC X(4) VALUE 'AWRK'.
       01 W-TASK-NBR         PIC S9(7) COMP-3 VALUE 0.
       01 W-TASK-TRANID      PIC X(4) VALUE SPACE.
       01 W-END-OF-TASKS     PIC X(1) VALUE 'N'.
           88 END-OF-TASKS        VALUE 'Y'.

       01 ASYNC-IVC-QNAME    PIC X(8) VALUE 'ASYNCIVC'.
       01 W-IVC-LENGTH       PIC S9(4) USAGE COMP.
       COPY ASYNCIVC.

       01 ASYNC-CTL-FILE     PIC X(8) VALUE 'ASYNCCTL'.
       COPY ASYNCCTL.
       01 ASYNC-BRK-QNAME    PIC X(8) VALUE 'ASYNCBRK'.
       01 W-BRK-LENGTH       PIC S9(4) USAGE COMP.
       COPY ASYNCBRK.
       01 W-SLOT-NBR         PIC S9(4) USAGE COMP VALUE 0.

       LINKAGE SECTION.
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

           MOVE SPACE   TO ASYNC-INTERVAL-RECORD
           MOVE EIBDATE TO AIST-DATE
           MOVE EIBTIME TO AIST-TIME

           PERFORM 0100-GET-SETTINGS THRU 0100-EXIT
           MOVE W-STAT-MIN TO AIST-INTERVAL-MIN

           PERFORM 0200-QUEUE-DEPTH THRU 0200-EXIT
           PERFORM 0300-COUNT-IN-FLIGHT THRU 0300-EXIT
           PERFORM 0400-COUNT-WORKERS THRU 0400-EXIT
           PERFORM 0500-TAKE-COUNTERS THRU 0500-EXIT
           PERFORM 0600-SLOT-STATE THRU 0600-EXIT
              VARYING W-SLOT-NBR FROM 1 BY 1 UNTIL W-SLOT-NBR > 4

      * two runs closing in the same second would collide on the key;
      * the later one's record is the one lost, which costs nothing
           EXEC CICS WRITE FILE(ASYNC-IST-FILE)
           FROM(ASYNC-INTERVAL-RECORD) RIDFLD(AIST-INTERVAL-KEY)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           PERFORM 0900-START-NEXT-RUN THRU 0900-EXIT

           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 0100-GET-SETTINGS - the interval length and the worker
      *  settings the figures are to be read against, off the
      *  parameter store (seeded with ASYNCPG1's own defaults if
      *  missing).
      ******************************************************************
       0100-GET-SETTINGS.

           MOVE 'STATMIN ' TO APRM-PARM-NAME
           MOVE 15         TO W-PARM-DEFAULT
           MOVE 'STATISTICS INTERVAL, MINUTES' TO APRM-PARM-DESC
           PERFORM 0120-GET-PARM THRU 0120-EXIT
           MOVE W-PARM-VALUE TO W-STAT-MIN
           IF W-STAT-MIN > 1440 THEN
              MOVE 1440 TO W-STAT-MIN
           END-IF

           MOVE 'WRKCAP  ' TO APRM-PARM-NAME
           MOVE 1          TO W-PARM-DEFAULT
           MOVE 'PARALLEL DRAIN WORKER CAP' TO APRM-PARM-DESC
           PERFORM 0120-GET-PARM THRU 0120-EXIT
           MOVE W-PARM-VALUE TO AIST-WORKER-CAP

           MOVE 'WRKDEPTH' TO APRM-PARM-NAME
           MOVE 5          TO W-PARM-DEFAULT
           MOVE 'PARALLEL DRAIN MIN BACKLOG' TO APRM-PARM-DESC
           PERFORM 0120-GET-PARM THRU 0120-EXIT
           MOVE W-PARM-VALUE TO AIST-WORKER-DEPTH.

       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0120-GET-PARM - one parameter off the store, seeding it with
      *  the default when it is not there yet.
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
      * 0200-QUEUE-DEPTH - requests waiting on the intake queue. A
      *  queue that cannot be inquired on shows as -1, not as empty.
      ******************************************************************
       0200-QUEUE-DEPTH.

           EXEC CICS INQUIRE TDQUEUE(ASYNC-INT-QNAME)
           NUMITEMS(W-NUMITEMS)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP = DFHRESP(NORMAL) THEN
              MOVE W-NUMITEMS TO AIST-AINQ-DEPTH
           ELSE
              MOVE -1 TO AIST-AINQ-DEPTH
           END-IF.

       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0300-COUNT-IN-FLIGHT - walk the in-flight registry: every
      *  child still marked in flight, and every parent run with an
      *  entry on it. The registry is keyed on the parent's
      *  correlation id, so a parent's entries come together and a
      *  change of id is a new parent.
      ******************************************************************
       0300-COUNT-IN-FLIGHT.

           MOVE 0 TO AIST-INFLIGHT-CHILDREN
           MOVE 0 TO AIST-ACTIVE-PARENTS
           MOVE LOW-VALUES TO W-BROWSE-KEY
           MOVE SPACE TO W-LAST-PARENT
           MOVE 'N' TO W-END-OF-REGISTRY

           EXEC CICS STARTBR FILE(ASYNC-ACT-FILE)
           RIDFLD(W-BROWSE-KEY) GTEQ
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 0300-EXIT
           END-IF

           PERFORM 0310-NEXT-REGISTRY-ENTRY THRU 0310-EXIT
              UNTIL END-OF-REGISTRY

           EXEC CICS ENDBR FILE(ASYNC-ACT-FILE) NOHANDLE
           END-EXEC.

       0300-EXIT.
           EXIT.

       0310-NEXT-REGISTRY-ENTRY.

           EXEC CICS READNEXT FILE(ASYNC-ACT-FILE)
           RIDFLD(W-BROWSE-KEY) INTO(ASYNC-ACTIVE-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO W-END-OF-REGISTRY
              GO TO 0310-EXIT
           END-IF

           IF ACTV-IN-FLIGHT THEN
              ADD 1 TO AIST-INFLIGHT-CHILDREN
           END-IF

           IF ACTV-CORRELATION-ID NOT = W-LAST-PARENT THEN
              ADD 1 TO AIST-ACTIVE-PARENTS
              MOVE ACTV-CORRELATION-ID TO W-LAST-PARENT
           END-IF.

       0310-EXIT.
           EXIT.

      ******************************************************************
      * 0400-COUNT-WORKERS - the parallel drain workers running now:
      *  every task in the region whose transaction is AWRK.
      ******************************************************************
       0400-COUNT-WORKERS.

           MOVE 0 TO AIST-WORKERS-BUSY
           MOVE 'N' TO W-END-OF-TASKS

           EXEC CICS INQUIRE TASK START
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 0400-EXIT
           END-IF

           PERFORM 0410-NEXT-TASK THRU 0410-EXIT
              UNTIL END-OF-TASKS

           EXEC CICS INQUIRE TASK END NOHANDLE
           END-EXEC.

       0400-EXIT.
           EXIT.

       0410-NEXT-TASK.

           EXEC CICS INQUIRE TASK(W-TASK-NBR) NEXT
           TRANSACTION(W-TASK-TRANID)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO W-END-OF-TASKS
              GO TO 0410-EXIT
           END-IF

           IF W-TASK-TRANID = WORKER-TRANSID THEN
              ADD 1 TO AIST-WORKERS-BUSY
           END-IF.

       0410-EXIT.
           EXIT.

      ******************************************************************
      * 0500-TAKE-COUNTERS - the interval's request and cache-answer
      *  counts, taken off the shared counter queue and set back to
      *  zero for the next interval under the same ENQ ASYNCPG1 steps
      *  them under. No queue means no request finished this
      *  interval.
      ******************************************************************
       0500-TAKE-COUNTERS.

           MOVE 0 TO AIST-REQUESTS
           MOVE 0 TO AIST-CACHE-HITS

           EXEC CICS ENQ RESOURCE(ASYNC-IVC-QNAME)
           LENGTH(LENGTH OF ASYNC-IVC-QNAME)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 0500-EXIT
           END-IF

           MOVE LENGTH OF ASYNC-INTERVAL-COUNTERS TO W-IVC-LENGTH

           EXEC CICS READQ TS QUEUE(ASYNC-IVC-QNAME)
           ITEM(1) INTO(ASYNC-INTERVAL-COUNTERS)
           LENGTH(W-IVC-LENGTH)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP = DFHRESP(NORMAL) THEN
              MOVE AIVC-REQUESTS   TO AIST-REQUESTS
              MOVE AIVC-CACHE-HITS TO AIST-CACHE-HITS
              MOVE 0 TO AIVC-REQUESTS
              MOVE 0 TO AIVC-CACHE-HITS
              EXEC CICS WRITEQ TS QUEUE(ASYNC-IVC-QNAME)
              FROM(ASYNC-INTERVAL-COUNTERS) LENGTH(W-IVC-LENGTH)
              ITEM(1) REWRITE
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           END-IF

           EXEC CICS DEQ RESOURCE(ASYNC-IVC-QNAME)
           LENGTH(LENGTH OF ASYNC-IVC-QNAME)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0600-SLOT-STATE - one slot's transid and breaker state. A slot
      *  not on the table or retired is left blank; an active slot
      *  whose breaker has never been touched is closed.
      ******************************************************************
       0600-SLOT-STATE.

           MOVE W-SLOT-NBR TO ACTL-SLOT-NBR

           EXEC CICS READ FILE(ASYNC-CTL-FILE)
           RIDFLD(ACTL-SLOT-NBR) INTO(ASYNC-CONTROL-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 0600-EXIT
           END-IF
           IF NOT ACTL-SLOT-ACTIVE THEN
              GO TO 0600-EXIT
           END-IF

           MOVE ACTL-CHILD-TRANSID TO AIST-SLOT-TRANSID(W-SLOT-NBR)
           MOVE 'C' TO AIST-BREAKER-STATE(W-SLOT-NBR)
           MOVE LENGTH OF ASYNC-BREAKER-STATE TO W-BRK-LENGTH

           EXEC CICS READQ TS QUEUE(ASYNC-BRK-QNAME)
           ITEM(W-SLOT-NBR) INTO(ASYNC-BREAKER-STATE)
           LENGTH(W-BRK-LENGTH)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP = DFHRESP(NORMAL) THEN
              MOVE ABRK-STATE TO AIST-BREAKER-STATE(W-SLOT-NBR)
           END-IF.

       0600-EXIT.
           EXIT.

      ******************************************************************
      * 0900-START-NEXT-RUN - schedule the next interval, after
      *  cancelling any start already pending under the collector's
      *  request id. A zero interval stops the collection.
      ******************************************************************
       0900-START-NEXT-RUN.

           EXEC CICS CANCEL REQID(COLLECTOR-REQID)
           TRANSID(EIBTRNID) NOHANDLE
           END-EXEC

           IF W-STAT-MIN < 1 THEN
              GO TO 0900-EXIT
           END-IF

           EXEC CICS START TRANSID(EIBTRNID)
           AFTER MINUTES(W-STAT-MIN)
           REQID(COLLECTOR-REQID)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

       0900-EXIT.
           EXIT.

       END PROGRAM 'ASYNCISC'.
