      ******************************************************************
      * ASYNCDRF - off-peak re-feed of deferred work. Started by the
      *            scheduler once the online day has closed, it puts
      *            every routine request ASYNCPG1 parked on the
      *            deferred store (VSAM KSDS ASYNCDFR, see ASYNCDFR.cpy)
      *            because its requester had used up the day's quota
      *            back onto the intake queue AINQ, oldest first, for
      *            ASYNCPG1 to fan out like any other request. Outside
      *            the online day ASYNCPG1 defers nothing, so re-fed
      *            work goes straight through.
      *
      *            Each entry is deleted only once its request is safely
      *            on the queue, so a failure part way through a pass
      *            leaves the rest parked for the next one. Started
      *            while the online day is still running (the ONLINBEG
      *            and ONLINEND parameters ASYNCPG1 enforces quotas
      *            between), it re-feeds nothing - the work would only
      *            be deferred again. A control line with the count
      *            re-fed goes to TD queue DRFR for the operations log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCDRF.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 W-RESP             PIC S9(8) USAGE BINARY.
       01 W-RESP2            PIC S9(8) USAGE BINARY.

       01 ASYNC-DFR-FILE     PIC X(8) VALUE 'ASYNCDFR'.
       COPY ASYNCDFR.

       01 ASYNC-INT-QNAME    PIC X(4) VALUE 'AINQ'.
       01 W-INT-LENGTH       PIC S9(4) USAGE COMP.
       COPY ASYNCINT.

      * the online day, read from the same parameters ASYNCPG1 uses
       01 ASYNC-PRM-FILE     PIC X(8) VALUE 'ASYNCPRM'.
       COPY ASYNCPRM.
       01 W-PARM-DEFAULT     PIC S9(8) USAGE COMP VALUE 0.
       01 W-PARM-VALUE       PIC S9(8) USAGE COMP VALUE 0.
       01 W-ONLINE-BEGIN     PIC S9(8) USAGE COMP VALUE 70000.
       01 W-ONLINE-END       PIC S9(8) USAGE COMP VALUE 180000.
       01 W-NOW-TIME         PIC 9(7) VALUE 0.

      * entries deferred at or after the moment this pass started are
      * left for the next pass
       01 W-PASS-DATE        PIC 9(7) VALUE 0.
       01 W-PASS-TIME        PIC 9(7) VALUE 0.

       01 W-END-OF-STORE     PIC X(1) VALUE 'N'.
           88 END-OF-STORE        VALUE 'Y'.

       01 W-REFED-COUNT      PIC 9(7) VALUE 0.

       01 ASYNC-DRFR-QNAME   PIC X(4) VALUE 'DRFR'.
       01 W-DRFR-LENGTH      PIC S9(4) USAGE COMP.
       01 CONTROL-LINE.
           05 FILLER             PIC X(10) VALUE 'ASYNCDRF  '.
           05 CTL-DATE           PIC 9(7).
           05 FILLER             PIC X(01) VALUE '-'.
           05 CTL-TIME           PIC 9(7).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 CTL-TEXT           PIC X(20).
           05 CTL-COUNT          PIC ZZZ,ZZ9.

       LINKAGE SECTION.
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

           MOVE EIBDATE TO W-PASS-DATE
           MOVE EIBTIME TO W-PASS-TIME
           MOVE EIBTIME TO W-NOW-TIME

           MOVE 'ONLINBEG' TO APRM-PARM-NAME
           MOVE 70000      TO W-PARM-DEFAULT
           MOVE 'QUOTA ONLINE DAY START HHMMSS' TO APRM-PARM-DESC
           PERFORM 0120-GET-PARM THRU 0120-EXIT
           MOVE W-PARM-VALUE TO W-ONLINE-BEGIN

           MOVE 'ONLINEND' TO APRM-PARM-NAME
           MOVE 180000     TO W-PARM-DEFAULT
           MOVE 'QUOTA ONLINE DAY END HHMMSS' TO APRM-PARM-DESC
           PERFORM 0120-GET-PARM THRU 0120-EXIT
           MOVE W-PARM-VALUE TO W-ONLINE-END

           IF W-NOW-TIME >= W-ONLINE-BEGIN
              AND W-NOW-TIME < W-ONLINE-END THEN
              MOVE 'ONLINE DAY - NOT RUN' TO CTL-TEXT
              PERFORM 0900-WRITE-CONTROL-LINE THRU 0900-EXIT
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM 0100-REFEED-ENTRY THRU 0100-EXIT
              UNTIL END-OF-STORE

           MOVE 'REQUESTS RE-FED:' TO CTL-TEXT
           PERFORM 0900-WRITE-CONTROL-LINE THRU 0900-EXIT

           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 0100-REFEED-ENTRY - take the entry at the front of the deferred
      *  store, write its request back onto the intake queue, and
      *  delete it. The front of the store is always the next piece of
      *  deferred work, the same way the resubmission driver ASYNCRSB
      *  works its store.
      ******************************************************************
       0100-REFEED-ENTRY.

           MOVE LOW-VALUES TO ADFR-ENTRY-KEY

           EXEC CICS STARTBR FILE(ASYNC-DFR-FILE)
           RIDFLD(ADFR-ENTRY-KEY) GTEQ
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO W-END-OF-STORE
              GO TO 0100-EXIT
           END-IF

           EXEC CICS READNEXT FILE(ASYNC-DFR-FILE)
           INTO(ASYNC-DEFERRED-RECORD) RIDFLD(ADFR-ENTRY-KEY)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           EXEC CICS ENDBR FILE(ASYNC-DFR-FILE) NOHANDLE
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO W-END-OF-STORE
              GO TO 0100-EXIT
           END-IF

           IF ADFR-KEY-DATE > W-PASS-DATE
              OR (ADFR-KEY-DATE = W-PASS-DATE
                  AND ADFR-KEY-TIME >= W-PASS-TIME) THEN
              MOVE 'Y' TO W-END-OF-STORE
              GO TO 0100-EXIT
           END-IF

           MOVE ADFR-INTAKE-IMAGE TO ASYNC-INTAKE-RECORD
           MOVE LENGTH OF ASYNC-INTAKE-RECORD TO W-INT-LENGTH

           EXEC CICS WRITEQ TD QUEUE(ASYNC-INT-QNAME)
           FROM(ASYNC-INTAKE-RECORD) LENGTH(W-INT-LENGTH)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

      * a queue that will not take the request ends the pass with the
      * entry still parked - nothing is deleted that is not re-fed
           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO W-END-OF-STORE
              GO TO 0100-EXIT
           END-IF

           EXEC CICS DELETE FILE(ASYNC-DFR-FILE)
           RIDFLD(ADFR-ENTRY-KEY)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

      * an entry that will not come off the store would be re-fed at
      * the front of every turn - stop rather than flood the queue
           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO W-END-OF-STORE
           END-IF

           ADD 1 TO W-REFED-COUNT.

       0100-EXIT.
           EXIT.

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
      * 0900-WRITE-CONTROL-LINE - one line to the operations log.
      ******************************************************************
       0900-WRITE-CONTROL-LINE.

           MOVE W-PASS-DATE   TO CTL-DATE
           MOVE W-PASS-TIME   TO CTL-TIME
           MOVE W-REFED-COUNT TO CTL-COUNT
           MOVE LENGTH OF CONTROL-LINE TO W-DRFR-LENGTH

           EXEC CICS WRITEQ TD QUEUE(ASYNC-DRFR-QNAME)
           FROM(CONTROL-LINE) LENGTH(W-DRFR-LENGTH)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

       0900-EXIT.
           EXIT.

       END PROGRAM 'ASYNCDRF'.
