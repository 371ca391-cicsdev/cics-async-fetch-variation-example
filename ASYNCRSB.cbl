      *            (ASYNCDLB) decides whether to re-queue or write
      *            off each one.
      *
      *            A re-drive is new work for a source, so none is
      *            started while the service is on planned-outage
      *            hold (the SVCHOLD parameter, see ASYNCHLD): the
      *            pass stops and the rest of the store stays parked
      *            for the first pass after the hold comes off.
      *
      *            Part of the application consists of
      *              ASYNCPG1, ASYNCCH1, ASYNCCH2, ASYNCCH3, ASYNCCH4,
      *              ASYNCRSB.
       01 W-END-OF-QUEUE    PIC X(1) VALUE 'N'.
           88 END-OF-QUEUE       VALUE 'Y'.

      * the planned-outage hold switch, parameter SVCHOLD on the
      * operations parameter store (see ASYNCPRM.cpy) - only read
      * here; ASYNCPG1 seeds it
       01 ASYNC-PRM-FILE    PIC X(8) VALUE 'ASYNCPRM'.
       COPY ASYNCPRM.

      * a re-drive is given this long (milliseconds, the unit FETCH
      * TIMEOUT takes) to finish before it is cancelled and counted
      * as another failure - the old behaviour of waiting on it
      *  turn, so the front of the store is always the next piece of
      *  parked work and an entry parked while this pass is running
      *  is picked up too. Falls through to the exit paragraph once
      *  the store is exhausted or the service is put on hold.
      ******************************************************************
       0100-REDRIVE-QUEUE.

      * on hold, stop here - every entry not yet taken stays parked
           MOVE 'SVCHOLD ' TO APRM-PARM-NAME

           EXEC CICS READ FILE(ASYNC-PRM-FILE)
           RIDFLD(APRM-PARM-NAME) INTO(ASYNC-PARM-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP = DFHRESP(NORMAL) AND APRM-PARM-VALUE = 1 THEN
              MOVE 'Y' TO W-END-OF-QUEUE
              GO TO 0100-REDRIVE-QUEUE-EXIT
           END-IF

           MOVE LOW-VALUES TO ARSB-ENTRY-KEY

           EXEC CICS STARTBR FILE(ASYNC-RSB-FILE)

           MOVE AREQ-CORRELATION-ID TO AAUD-CORRELATION-ID
           MOVE AREQ-BUSINESS-KEY    TO AAUD-BUSINESS-KEY
      * the probe never parks a child, so a re-drive is always real
           MOVE 'N'                  TO AAUD-PROBE-FLAG
           MOVE CHNL-NAME            TO AAUD-CHANNEL-NAME
           MOVE NEW-CHILD-TOKEN      TO AAUD-CHILD-TOKEN
           MOVE ARSB-CHILD-TRANSID   TO AAUD-CHILD-TRANSID
