      * readable SRVREQ. (ASYNCWEB is the HTTP face of this entry.)
      *
      * The intake drain edits each request at the front door,
      * counts it against its requester's daily quota (parking
      * routine work on the deferred store once the quota is used
      * up), sweeps the express class ahead of the routine one, answers
      * repeats from the reply cache, and - when the staged backlog
      * is deep and operations have raised the WRKCAP parameter -
      * hands each staged request to a concurrently running worker
      * instance of this same program (transaction AWRK, container
      * WRKREQ) so the backlog drains in parallel instead of one
      * worst-case fan-out at a time.
      *
      * A household inquiry (request type HHLD) names a customer
      * rather than an account: the customer's accounts are read off
      * the relationship file (see ASYNCREL.cpy), each one is fanned
      * out as a full inquiry of its own, and the caller gets one
      * household reply (see ASYNCHHR.cpy) listing every account's
      * status and balance with the combined total.
      *
      * The canary probe (ASYNCPRB) comes in by the DPL path with the
      * probe flag set on its request. A probe runs every child for
      * real - it is never answered from the reply cache - but its
      * reply goes back to the probe alone, an unfinished child is
      * not parked for resubmission, and its summary and audit
      * records are flagged so the chargeback and trend reports
      * leave it out.
      *
      * While operations have the service on planned-outage hold (the
      * SVCHOLD parameter, put on and taken off through the hold
      * console ASYNCHLD) nothing new is fanned out: the intake drain
      * leaves AINQ alone and tells the terminal so, a drain already
      * running stops before staging its next batch, and a DPL caller
      * gets a reply flagged as on hold with every source missing.
      * Children already dispatched are fetched and their requests
      * answered in the usual way.
      *
      * Every request the intake drain accepts is journaled as it is
      * staged (see ASYNCJRN.cpy), and its entry is marked as the
      * fan-out starts and again once the reply is on the queue, so a
      * region failure part way through a drain leaves a record of
      * every request taken off AINQ and never answered, for the
      * replay transaction ASYNCJRP to re-feed.
      *
      * The dispatch control table follows the time of day: before
      * the dispatch table is built, the profile schedule (see
      * ASYNCPSC.cpy) is consulted, and when it names a dispatch
      * profile (see ASYNCPRF.cpy) other than the one last put in
      * force, that profile's slot settings are written onto the
      * control table - each slot changed logged to the change
      * history as made by the scheduler - before the table is
      * loaded. A slot its breaker has benched stays benched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCPG1.
       01 W-CMP-LENGTH       PIC S9(4) USAGE COMP.
       COPY ASYNCCMP.

      * household inquiry - a request of type HHLD carries a customer
      * id. Its accounts are read off the relationship file (see
      * ASYNCREL.cpy) and each is fanned out as a full inquiry of its
      * own, so every account's children run - and a frozen or closed
      * account raises its compliance referral - exactly as a single
      * inquiry would. The per-account consolidated replies are held
      * back from the reply queue; the caller gets the one household
      * reply (see ASYNCHHR.cpy), the same length as a consolidated
      * reply and written to the same queue
       01 ASYNC-REL-FILE     PIC X(8) VALUE 'ASYNCREL'.
       COPY ASYNCREL.
       COPY ASYNCHHR.
       01 W-HHLD-INTAKE-IMAGE PIC X(40) VALUE SPACE.
       01 W-HHLD-SUB         PIC S9(4) USAGE COMP VALUE 0.
       01 W-HHLD-EOF-FLAG    PIC X(1) VALUE 'N'.
           88 HOUSEHOLD-RESOLVED  VALUE 'Y'.
       01 W-HHLD-MEMBER-FLAG PIC X(1) VALUE 'N'.
           88 HOUSEHOLD-MEMBER-RUN VALUE 'Y'.
       01 W-HHLD-RESTRICT-FLAG PIC X(1) VALUE 'N'.
           88 HOUSEHOLD-SEES-RESTRICTED VALUE 'Y'.

      * the full-inquiry payload the children answer with (the
      * PAYLOAD-DETAIL layout in ASYNCCHn), unpicked for the
      * household entry; the balance is taken only when its edited
      * picture is intact
       01 HHLD-PAYLOAD-DETAIL.
           05 HHLD-PAYD-CUSTOMER-NAME  PIC X(30).
           05 HHLD-PAYD-ACCOUNT-STATUS PIC X(02).
           05 HHLD-PAYD-BALANCE        PIC +9(9).99.
           05 HHLD-PAYD-BALANCE-X REDEFINES HHLD-PAYD-BALANCE.
              10 HHLD-PAYD-SIGN        PIC X(01).
              10 HHLD-PAYD-UNITS       PIC X(09).
              10 FILLER                PIC X(01).
              10 HHLD-PAYD-CENTS       PIC X(02).
           05 FILLER                   PIC X(05).

      * request intake - pending inquiry requests arrive on TD queue
      * ASYNC-INT-QNAME from the order-entry system (see ASYNCINT.cpy).
      * ASYNCPG1 drains the queue, fanning each request out across the

      * intake edit - a structurally bad request (blank or
      * non-displayable key, unknown request type, blank requester
      * id), or one its requester is not entitled to, is diverted to
      * the reject store ASYNC-REJ-FILE with a
      * reason code instead of being fanned out, and the daily
      * intake-rejects report (ASYNCRJR) shows the order-entry team
      * what they sent us (see ASYNCREJ.cpy)
           88 INTAKE-REQUEST-VALID  VALUE 'Y'.
       01 W-KEY-SUB          PIC S9(4) USAGE COMP VALUE 0.

      * requester entitlement - a structurally sound request is still
      * refused at the door unless its requester id is on the
      * entitlement store for the request type (see ASYNCENT.cpy),
      * and a requester not cleared for restricted accounts is
      * refused an inquiry on a frozen or closed one, which takes a
      * look at the master before anything is dispatched
       01 ASYNC-ENT-FILE     PIC X(8) VALUE 'ASYNCENT'.
       COPY ASYNCENT.
       01 ASYNC-MST-FILE     PIC X(8) VALUE 'ASYNCMST'.
       COPY ASYNCMST.

      * daily quotas - each sound request taken off the intake queue
      * is counted against its requester's daily quota (carried on
      * the entitlement entry 0179 has just read) in the usage store
      * (see ASYNCUSG.cpy). Once the quota is used up, a routine
      * request arriving during the online day is parked on the
      * deferred store (see ASYNCDFR.cpy) for the re-feed transaction
      * ASYNCDRF to put back on the queue after hours; express
      * requests are counted but always go through
       01 ASYNC-USG-FILE     PIC X(8) VALUE 'ASYNCUSG'.
       COPY ASYNCUSG.
       01 W-USG-READ-RESP    PIC S9(8) USAGE BINARY.
       01 ASYNC-DFR-FILE     PIC X(8) VALUE 'ASYNCDFR'.
       COPY ASYNCDFR.
       01 W-DFR-SEQ          PIC 9(4) VALUE 0.
       01 W-DFR-ABSTIME      PIC S9(15) COMP-3 VALUE 0.
       01 W-DAILY-QUOTA      PIC 9(7) VALUE 0.
       01 W-QUOTA-TIME       PIC 9(7) VALUE 0.
       01 W-ONLINE-BEGIN     PIC S9(8) USAGE COMP VALUE 70000.
       01 W-ONLINE-END       PIC S9(8) USAGE COMP VALUE 180000.
       01 W-QUOTA-FLAG       PIC X(1) VALUE 'N'.
           88 REQUEST-DEFERRED    VALUE 'Y'.

      * intake staging - pending requests are staged into this table
      * a batch at a time so the express class can be processed ahead
      * of the routine one; a backlog deeper than the table is simply
           05 STAGE-ENTRY-COUNT  PIC S9(4) USAGE COMP VALUE 0.
           05 STAGE-ENTRY OCCURS 200 TIMES.
              10 STAGE-INTAKE-IMAGE PIC X(40).
              10 STAGE-JOURNAL-KEY  PIC X(25).
       01 W-STAGE-SUB        PIC S9(4) USAGE COMP VALUE 0.
       01 W-SWEEP-CLASS      PIC X(1) VALUE SPACE.

      * intake journal (see ASYNCJRN.cpy) - each request accepted off
      * the intake queue is journaled as it is staged, and its entry
      * key is staged with it and goes to a worker in container
      * WRKJRN, so whichever task fans the request out marks it
      * dispatched and then replied. The key is space for a request
      * that was never journaled - the demonstration inquiry, a DPL
      * caller's request, or one the journal would not take
       01 ASYNC-JRN-FILE     PIC X(8) VALUE 'ASYNCJRN'.
       COPY ASYNCJRN.
       01 W-JRN-KEY          PIC X(25) VALUE SPACE.
       01 W-JRN-SEQ          PIC 9(4) VALUE 0.
       01 W-JRN-DISPOSITION  PIC X(1) VALUE SPACE.
       01 W-JRN-CORR-ID      PIC X(16) VALUE SPACE.

      * operations tuning parameters (see ASYNCPRM.cpy) - read once
      * per run through 0120-GET-PARM, which seeds a missing
      * parameter with its shipped default so the store primes
       01 W-CACHEABLE-FLAG   PIC X(1) VALUE 'N'.
           88 REPLY-CACHEABLE     VALUE 'Y'.

      * set when the DPL caller is the canary probe (AREQ-PROBE-FLAG)
       01 W-PROBE-FLAG       PIC X(1) VALUE 'N'.
           88 PROBE-RUN           VALUE 'Y'.

      * how a DPL request that was not run is answered (see
      * 0710-ANSWER-NOT-RUN): every source's outcome, the hold flag
      * and the admission flag (R refused, D deferred)
       01 W-NOT-RUN-OUTCOME  PIC X(10) VALUE SPACE.
       01 W-NOT-RUN-HOLD     PIC X(1) VALUE 'N'.
       01 W-NOT-RUN-ADMIT    PIC X(1) VALUE SPACE.

      * the planned-outage hold switch (parameter SVCHOLD, 1 = on),
      * read at the start of the run and again before each staged
      * batch so a hold put on mid-drain takes effect promptly
       01 W-HOLD-FLAG        PIC X(1) VALUE 'N'.
           88 SERVICE-ON-HOLD     VALUE 'Y'.
       01 HOLD-LINE          PIC X(60) VALUE
           'ASYNCPG1 SERVICE ON HOLD - REQUESTS LEFT WAITING ON AINQ'.

      * per-slot circuit breaker (see ASYNCBRK.cpy) - a slot whose
      * source keeps timing out or abending is benched for a
      * cool-off instead of burning the full FETCH TIMEOUT on every
       COPY ASYNCCHG.
       01 W-CHG-SEQ          PIC 9(2) VALUE 0.

      * time-of-day dispatch profiles - the schedule says which named
      * profile is in force now; the in-force record on the profile
      * store says which was last put onto the control table. A
      * switch is made under an ENQ on the store's name, so of the
      * invocations that start together across a boundary only one
      * makes it, and an automatic switch is logged to the change
      * history under the scheduler's name
       01 ASYNC-PRF-FILE     PIC X(8) VALUE 'ASYNCPRF'.
       COPY ASYNCPRF.
       01 ASYNC-PSC-FILE     PIC X(8) VALUE 'ASYNCPSC'.
       COPY ASYNCPSC.
       01 W-PSC-KEY          PIC 9(3) VALUE 0.
       01 W-PSC-EOF-FLAG     PIC X(1) VALUE 'N'.
           88 END-OF-SCHEDULE     VALUE 'Y'.
       01 W-PSC-FOUND-FLAG   PIC X(1) VALUE 'N'.
           88 SCHEDULE-ENTRY-FOUND VALUE 'Y'.
       01 W-PSC-PROFILE      PIC X(8) VALUE SPACE.
       01 W-PSC-SEQ          PIC 9(3) VALUE 0.
       01 W-PRF-ABSTIME      PIC S9(15) COMP-3 VALUE 0.
       01 W-PRF-DAY-OF-WEEK  PIC S9(8) USAGE BINARY VALUE 0.
      *        0 Sunday through 6 Saturday
       01 W-PRF-DAY-SUB      PIC S9(4) USAGE COMP VALUE 0.
       01 W-PRF-HHMM         PIC 9(4) VALUE 0.
       01 W-PRF-SLOT         PIC S9(4) USAGE COMP VALUE 0.
       01 W-PRF-READ-RESP    PIC S9(8) USAGE BINARY.
       01 W-PRF-INFORCE-RESP PIC S9(8) USAGE BINARY.
       01 W-PRF-BEFORE-IMAGE PIC X(26) VALUE SPACE.
       01 W-PRF-SWITCH-FLAG  PIC X(1) VALUE 'N'.
           88 PROFILE-SWITCH-FAILED VALUE 'Y'.
       01 W-PRF-SLOT-DISPLAY PIC 9(1) VALUE 0.
       01 W-PRF-RESP-DISPLAY PIC 9(4) VALUE 0.
       01 W-INFORCE-KEY      PIC X(8) VALUE '*INFORCE'.
       01 SCHEDULER-USERID   PIC X(8) VALUE 'SCHEDULR'.

      * parallel intake draining - with a deep enough staged backlog
      * and a worker cap above one, each staged request is handed to
      * a concurrently running worker instance of this program
      * channel naming and the correlation scheme already keep the
      * concurrent fan-outs apart.
       01 WORKER-REQ-CONT    PIC X(16) VALUE 'WRKREQ'.
       01 WORKER-JRN-CONT    PIC X(16) VALUE 'WRKJRN'.
       01 WORKER-TRANSID     PIC X(4)  VALUE 'AWRK'.
       01 W-WORKER-CAP       PIC S9(8) USAGE COMP VALUE 1.
       01 W-WORKER-DEPTH     PIC S9(8) USAGE COMP VALUE 5.
       01 ASYNC-SUM-QNAME    PIC X(4) VALUE 'SUMM'.
       01 W-SUM-LENGTH       PIC S9(4) USAGE COMP.
       COPY ASYNCSUM.

      * the current statistics interval's running counters (see
      * ASYNCIVC.cpy), stepped once per summary under an ENQ on the
      * queue name and taken by the interval collector ASYNCISC
       01 ASYNC-IVC-QNAME    PIC X(8) VALUE 'ASYNCIVC'.
       01 W-IVC-LENGTH       PIC S9(4) USAGE COMP.
       COPY ASYNCIVC.
       01 W-SUM-START-ABSTIME  PIC S9(15) COMP-3 VALUE 0.
       01 W-SUM-FINISH-ABSTIME PIC S9(15) COMP-3 VALUE 0.

              PERFORM 0100-SEED-CONTROL-TABLE
           END-IF

      * put the dispatch profile in force for this time of day onto
      * the control table, if it is not there already
           PERFORM 0130-APPLY-DISPATCH-PROFILE THRU 0130-EXIT

           PERFORM 0150-LOAD-DISPATCH-TABLE THRU 0150-EXIT
              VARYING SLOT-IDX FROM 1 BY 1 UNTIL SLOT-IDX > 4

           PERFORM 0120-GET-PARM THRU 0120-EXIT
           MOVE W-PARM-VALUE TO W-WORKER-DEPTH

      * the online day the daily quotas are enforced in (0HHMMSS, the
      * EIBTIME form) - outside it nothing is deferred, which is how
      * the work ASYNCDRF re-feeds after hours gets through
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

           PERFORM 0125-CHECK-HOLD THRU 0125-EXIT

      * a caller that LINKed here with a channel is the service path:
      * one request in from SRVREQ, one consolidated reply back in
      * SRVRSP, and no terminal anywhere near it
              END-EXEC

              IF W-RESP = DFHRESP(NORMAL) THEN
                 EXEC CICS GET CONTAINER(WORKER-JRN-CONT)
                 CHANNEL(W-SERVICE-CHNL) INTO(W-JRN-KEY)
                 RESP(W-RESP) RESP2(W-RESP2)
                 END-EXEC
                 IF W-RESP NOT = DFHRESP(NORMAL) THEN
                    MOVE SPACE TO W-JRN-KEY
                 END-IF
                 PERFORM 0500-PROCESS-REQUEST THRU 0500-EXIT
                 EXEC CICS RETURN END-EXEC
              END-IF
      * routine batch-originated ones. With nothing pending (or the
      * queue not installed) fall back to a single demonstration
      * inquiry so the transaction can still be driven by hand from
      * a terminal. On hold, the queue is left exactly as it is for
      * the first drain after the hold comes off.
           IF SERVICE-ON-HOLD THEN
              EXEC CICS SEND TEXT FROM(HOLD-LINE) FREEKB END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM 0160-STAGE-INTAKE THRU 0160-EXIT

           IF STAGE-ENTRY-COUNT = 0 THEN

      ******************************************************************
      * 0162-STAGE-ONE - one read of the intake queue into the
      *  staging table, through the front-door edit and the daily
      *  quota count, and onto the intake journal.
      ******************************************************************
       0162-STAGE-ONE.

           END-IF

           PERFORM 0175-EDIT-INTAKE THRU 0175-EXIT
           IF NOT INTAKE-REQUEST-VALID THEN
              PERFORM 0178-DIVERT-REJECT THRU 0178-EXIT
              GO TO 0162-EXIT
           END-IF

           PERFORM 0185-COUNT-AGAINST-QUOTA THRU 0185-EXIT
           IF REQUEST-DEFERRED THEN
              GO TO 0162-EXIT
           END-IF

           PERFORM 0190-JOURNAL-INTAKE THRU 0190-EXIT

           ADD 1 TO STAGE-ENTRY-COUNT
           MOVE ASYNC-INTAKE-RECORD
              TO STAGE-INTAKE-IMAGE(STAGE-ENTRY-COUNT)
           MOVE W-JRN-KEY
              TO STAGE-JOURNAL-KEY(STAGE-ENTRY-COUNT).

       0162-EXIT.
           EXIT.
              UNTIL WORKER-ACTIVE-COUNT = 0

           MOVE 0 TO STAGE-ENTRY-COUNT
           PERFORM 0125-CHECK-HOLD THRU 0125-EXIT
           IF NOT INTAKE-DRAINED AND NOT SERVICE-ON-HOLD THEN
              PERFORM 0160-STAGE-INTAKE THRU 0160-EXIT
           END-IF.


           MOVE STAGE-INTAKE-IMAGE(W-STAGE-SUB)
              TO ASYNC-INTAKE-RECORD
           MOVE STAGE-JOURNAL-KEY(W-STAGE-SUB)
              TO W-JRN-KEY

           IF W-SWEEP-CLASS = 'E' THEN
              IF AINT-CLASS-EXPRESS THEN
           CHANNEL(WORKER-CHANNEL(W-WORKER-SUB))
           END-EXEC

           EXEC CICS PUT CONTAINER(WORKER-JRN-CONT)
           FROM(W-JRN-KEY)
           CHANNEL(WORKER-CHANNEL(W-WORKER-SUB))
           END-EXEC

           EXEC CICS RUN TRANSID(WORKER-TRANSID)
           CHANNEL(WORKER-CHANNEL(W-WORKER-SUB))
           CHILD(WORKER-TOKEN(W-WORKER-SUB))
           END-IF

           IF NOT AINT-TYPE-FULL AND NOT AINT-TYPE-BALANCE
              AND NOT AINT-TYPE-STATUS AND NOT AINT-TYPE-HISTORY
              AND NOT AINT-TYPE-HOUSEHOLD THEN
              MOVE 'N' TO W-EDIT-FLAG
              MOVE 03 TO AREJ-REASON-CODE
              MOVE 'UNKNOWN REQUEST TYPE' TO AREJ-REASON-DESC
              MOVE 'N' TO W-EDIT-FLAG
              MOVE 04 TO AREJ-REASON-CODE
              MOVE 'BLANK REQUESTER ID' TO AREJ-REASON-DESC
              GO TO 0175-EXIT
           END-IF

           PERFORM 0179-CHECK-ENTITLEMENT THRU 0179-EXIT.

       0175-EXIT.
           EXIT.

      ******************************************************************
      * 0179-CHECK-ENTITLEMENT - the request is well formed; now is
      *  the requester allowed it. No entry on the entitlement store
      *  (or a store that cannot be read) entitles nobody to
      *  anything. A requester not cleared for restricted accounts
      *  is refused a frozen or closed one here, before a child ever
      *  reads it for them; a key the master does not hold is let
      *  through for the children to answer not-found as always.
      ******************************************************************
       0179-CHECK-ENTITLEMENT.

           MOVE AINT-REQUESTER-ID TO AENT-REQUESTER-ID

           EXEC CICS READ FILE(ASYNC-ENT-FILE)
           RIDFLD(AENT-REQUESTER-ID) INTO(ASYNC-ENTITLEMENT-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'N' TO W-EDIT-FLAG
              MOVE 05 TO AREJ-REASON-CODE
              MOVE 'NO ENTITLEMENT ON FILE' TO AREJ-REASON-DESC
              GO TO 0179-EXIT
           END-IF

           IF (AINT-TYPE-FULL AND NOT AENT-INQY-ALLOWED)
              OR (AINT-TYPE-BALANCE AND NOT AENT-BALI-ALLOWED)
              OR (AINT-TYPE-STATUS AND NOT AENT-STAT-ALLOWED)
              OR (AINT-TYPE-HISTORY AND NOT AENT-HIST-ALLOWED)
              OR (AINT-TYPE-HOUSEHOLD AND NOT AENT-INQY-ALLOWED) THEN
              MOVE 'N' TO W-EDIT-FLAG
              MOVE 05 TO AREJ-REASON-CODE
              MOVE 'NOT ENTITLED TO TYPE' TO AREJ-REASON-DESC
              GO TO 0179-EXIT
           END-IF

      * a household's key is a customer id, not an account - its
      * accounts are screened for restricted status one by one when
      * the household is resolved (0820-INQUIRE-ACCOUNT)
           IF AENT-SEES-RESTRICTED OR AINT-TYPE-HOUSEHOLD THEN
              GO TO 0179-EXIT
           END-IF

           EXEC CICS READ FILE(ASYNC-MST-FILE)
           RIDFLD(AINT-BUSINESS-KEY) INTO(ASYNC-MASTER-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP = DFHRESP(NORMAL)
              AND (AMST-STATUS-FROZEN OR AMST-STATUS-CLOSED) THEN
              MOVE 'N' TO W-EDIT-FLAG
              MOVE 05 TO AREJ-REASON-CODE
              MOVE 'NOT ENTITLED - RESTRICTED' TO AREJ-REASON-DESC
           END-IF.

       0179-EXIT.
           EXIT.

      ******************************************************************
      * 0176-CHECK-KEY-CHAR - one character of the business key; any
      *  byte below the space character is not displayable data and
       0178-EXIT.
           EXIT.

      ******************************************************************
      * 0185-COUNT-AGAINST-QUOTA - count the request against its
      *  requester's day in the usage store, or - when the quota is
      *  already used up, the request is routine and the online day
      *  is still running - park it on the deferred store instead.
      *  The quota is a throttle, not a control: a usage store that
      *  cannot be read or written lets the request through rather
      *  than hold up the drain.
      ******************************************************************
       0185-COUNT-AGAINST-QUOTA.

           MOVE 'N' TO W-QUOTA-FLAG

      * a request re-fed from the intake journal was counted when it
      * was first accepted
           IF AINT-REPLAYED THEN
              GO TO 0185-EXIT
           END-IF
           MOVE 0   TO W-DAILY-QUOTA
           IF AENT-DAILY-QUOTA IS NUMERIC THEN
              MOVE AENT-DAILY-QUOTA TO W-DAILY-QUOTA
           END-IF

           MOVE AINT-REQUESTER-ID TO AUSG-REQUESTER-ID
           MOVE EIBDATE           TO AUSG-USAGE-DATE

           EXEC CICS READ FILE(ASYNC-USG-FILE) UPDATE
           RIDFLD(AUSG-USAGE-KEY) INTO(ASYNC-USAGE-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           MOVE W-RESP TO W-USG-READ-RESP

      * the requester's first request of the day starts a fresh count
           IF W-USG-READ-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE SPACE             TO ASYNC-USAGE-RECORD
              MOVE AINT-REQUESTER-ID TO AUSG-REQUESTER-ID
              MOVE EIBDATE           TO AUSG-USAGE-DATE
              MOVE 0                 TO AUSG-USED-COUNT
              MOVE 0                 TO AUSG-DEFERRED-COUNT
           END-IF

           MOVE W-DAILY-QUOTA TO AUSG-DAILY-QUOTA
           MOVE EIBTIME       TO W-QUOTA-TIME

           IF W-DAILY-QUOTA > 0
              AND AUSG-USED-COUNT >= W-DAILY-QUOTA
              AND NOT AINT-CLASS-EXPRESS
              AND W-QUOTA-TIME >= W-ONLINE-BEGIN
              AND W-QUOTA-TIME < W-ONLINE-END THEN
              PERFORM 0186-DEFER-REQUEST THRU 0186-EXIT
           END-IF

           IF REQUEST-DEFERRED THEN
              ADD 1 TO AUSG-DEFERRED-COUNT
           ELSE
              ADD 1 TO AUSG-USED-COUNT
           END-IF

           IF W-USG-READ-RESP = DFHRESP(NORMAL) THEN
              EXEC CICS REWRITE FILE(ASYNC-USG-FILE)
              FROM(ASYNC-USAGE-RECORD)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE(ASYNC-USG-FILE)
              FROM(ASYNC-USAGE-RECORD) RIDFLD(AUSG-USAGE-KEY)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           END-IF.

       0185-EXIT.
           EXIT.

      ******************************************************************
      * 0186-DEFER-REQUEST - park the request on the deferred store
      *  exactly as it arrived. The clock is refreshed for each entry
      *  and the sequence runs to four digits, so a long drain that
      *  defers a flood of one requester's work keys every entry
      *  apart. A store that will not take it means
      *  the request is fanned out now instead - deferred work must
      *  never be lost work.
      ******************************************************************
       0186-DEFER-REQUEST.

           EXEC CICS ASKTIME ABSTIME(W-DFR-ABSTIME)
           END-EXEC

           ADD 1 TO W-DFR-SEQ
           MOVE SPACE               TO ASYNC-DEFERRED-RECORD
           MOVE EIBDATE             TO ADFR-KEY-DATE
           MOVE EIBTIME             TO ADFR-KEY-TIME
           MOVE W-TASKN-DISPLAY     TO ADFR-KEY-TASKN
           MOVE W-DFR-SEQ           TO ADFR-KEY-SEQ
           MOVE AINT-REQUESTER-ID   TO ADFR-REQUESTER-ID
           MOVE ASYNC-INTAKE-RECORD TO ADFR-INTAKE-IMAGE

           EXEC CICS WRITE FILE(ASYNC-DFR-FILE)
           FROM(ASYNC-DEFERRED-RECORD) RIDFLD(ADFR-ENTRY-KEY)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO W-QUOTA-FLAG
           END-IF.

       0186-EXIT.
           EXIT.

      ******************************************************************
      * 0190-JOURNAL-INTAKE - journal the accepted request exactly as
      *  it arrived, under a key of its own, before it is staged. The
      *  clock is refreshed for each entry, as for a deferral. A
      *  journal that will not take the entry does not hold the
      *  request up - it is fanned out all the same, only without a
      *  record to replay it from.
      ******************************************************************
       0190-JOURNAL-INTAKE.

           MOVE SPACE TO ASYNC-JOURNAL-RECORD

           EXEC CICS ASKTIME ABSTIME(AJRN-ACCEPT-ABSTIME)
           END-EXEC

           ADD 1 TO W-JRN-SEQ
           MOVE EIBDATE             TO AJRN-KEY-DATE
           MOVE EIBTIME             TO AJRN-KEY-TIME
           MOVE W-TASKN-DISPLAY     TO AJRN-KEY-TASKN
           MOVE W-JRN-SEQ           TO AJRN-KEY-SEQ
           MOVE AINT-REQUESTER-ID   TO AJRN-REQUESTER-ID
           MOVE ASYNC-INTAKE-RECORD TO AJRN-INTAKE-IMAGE
           MOVE 'A'                 TO AJRN-DISPOSITION
           MOVE EIBDATE             TO AJRN-DISP-DATE
           MOVE EIBTIME             TO AJRN-DISP-TIME

           EXEC CICS WRITE FILE(ASYNC-JRN-FILE)
           FROM(ASYNC-JOURNAL-RECORD) RIDFLD(AJRN-ENTRY-KEY)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP = DFHRESP(NORMAL) THEN
              MOVE AJRN-ENTRY-KEY TO W-JRN-KEY
           ELSE
              MOVE SPACE TO W-JRN-KEY
           END-IF.

       0190-EXIT.
           EXIT.

      ******************************************************************
      * 0195-MARK-JOURNAL - move the current request's journal entry
      *  on to W-JRN-DISPOSITION, taking the correlation id with it
      *  when one is given. Only an entry still awaiting its reply is
      *  touched: one the replay transaction has already re-fed or
      *  left alone keeps that decision on record. Like the journal
      *  write, a failure here never holds up the reply.
      ******************************************************************
       0195-MARK-JOURNAL.

           IF W-JRN-KEY = SPACE THEN
              GO TO 0195-EXIT
           END-IF

           MOVE W-JRN-KEY TO AJRN-ENTRY-KEY

           EXEC CICS READ FILE(ASYNC-JRN-FILE) UPDATE
           RIDFLD(AJRN-ENTRY-KEY) INTO(ASYNC-JOURNAL-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 0195-EXIT
           END-IF

           IF NOT AJRN-AWAITING-REPLY THEN
              EXEC CICS UNLOCK FILE(ASYNC-JRN-FILE) NOHANDLE
              END-EXEC
              GO TO 0195-EXIT
           END-IF

           MOVE W-JRN-DISPOSITION TO AJRN-DISPOSITION
           IF W-JRN-CORR-ID NOT = SPACE THEN
              MOVE W-JRN-CORR-ID TO AJRN-CORRELATION-ID
           END-IF
           MOVE EIBDATE TO AJRN-DISP-DATE
           MOVE EIBTIME TO AJRN-DISP-TIME

           EXEC CICS REWRITE FILE(ASYNC-JRN-FILE)
           FROM(ASYNC-JOURNAL-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

       0195-EXIT.
           EXIT.

      ******************************************************************
      * 0700-SERVICE-REQUEST - the DPL service path: take the
      *  caller's request out of SRVREQ, put it through the same
      *  front-door edit, entitlement check and daily quota the
      *  intake queue gets - a refused request goes to the reject
      *  store, one over quota to the deferred store, and either is
      *  answered as not run - then run it through the same
      *  table-driven dispatch and FETCH strategies every other
      *  caller gets, and hand the consolidated reply back in SRVRSP
      *  on the caller's own channel. Only the canary probe is let
      *  past the edit and the quota, since it is not a requester.
      ******************************************************************
       0700-SERVICE-REQUEST.

              GO TO 0700-EXIT
           END-IF

           MOVE SPACE        TO ASYNC-INTAKE-RECORD
           MOVE AREQ-BUSINESS-KEY OF SERVICE-REQUEST-RECORD
                             TO AINT-BUSINESS-KEY
           MOVE AREQ-REQUEST-TYPE OF SERVICE-REQUEST-RECORD
                             TO AINT-REQUEST-TYPE
      * a caller that names its requester (ASYNCWEB names the user
      * it authenticated) is checked and charged as that requester;
      * one that does not is known by its transaction id, as always
           IF AREQ-REQUESTER-ID OF SERVICE-REQUEST-RECORD
                             NOT = SPACE THEN
              MOVE AREQ-REQUESTER-ID OF SERVICE-REQUEST-RECORD
                             TO AINT-REQUESTER-ID
           ELSE
              MOVE EIBTRNID  TO AINT-REQUESTER-ID
           END-IF
           MOVE 'R'          TO AINT-PRIORITY-CLASS

           IF AREQ-PROBE-RUN OF SERVICE-REQUEST-RECORD THEN
              MOVE 'Y' TO W-PROBE-FLAG
           ELSE
              MOVE 'N' TO W-PROBE-FLAG
           END-IF

           IF SERVICE-ON-HOLD THEN
              MOVE 'ON HOLD' TO W-NOT-RUN-OUTCOME
              MOVE 'Y'       TO W-NOT-RUN-HOLD
              MOVE SPACE     TO W-NOT-RUN-ADMIT
              PERFORM 0710-ANSWER-NOT-RUN THRU 0710-EXIT
              GO TO 0700-EXIT
           END-IF

           IF NOT PROBE-RUN THEN
              PERFORM 0175-EDIT-INTAKE THRU 0175-EXIT
              IF NOT INTAKE-REQUEST-VALID THEN
                 PERFORM 0178-DIVERT-REJECT THRU 0178-EXIT
                 MOVE 'REFUSED' TO W-NOT-RUN-OUTCOME
                 MOVE 'N'       TO W-NOT-RUN-HOLD
                 MOVE 'R'       TO W-NOT-RUN-ADMIT
                 PERFORM 0710-ANSWER-NOT-RUN THRU 0710-EXIT
                 GO TO 0700-EXIT
              END-IF
              PERFORM 0185-COUNT-AGAINST-QUOTA THRU 0185-EXIT
              IF REQUEST-DEFERRED THEN
                 MOVE 'DEFERRED' TO W-NOT-RUN-OUTCOME
                 MOVE 'N'        TO W-NOT-RUN-HOLD
                 MOVE 'D'        TO W-NOT-RUN-ADMIT
                 PERFORM 0710-ANSWER-NOT-RUN THRU 0710-EXIT
                 GO TO 0700-EXIT
              END-IF
           END-IF

           PERFORM 0500-PROCESS-REQUEST THRU 0500-EXIT

      * a household inquiry is answered with the household reply -
      * the same length as the consolidated reply, so the caller's
      * container handling does not change
           IF AINT-TYPE-HOUSEHOLD THEN
              EXEC CICS PUT CONTAINER(SRVRSPCONT)
              CHANNEL(W-SERVICE-CHNL) FROM(ASYNC-HOUSEHOLD-REPLY)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
              GO TO 0700-EXIT
           END-IF

           EXEC CICS PUT CONTAINER(SRVRSPCONT)
           CHANNEL(W-SERVICE-CHNL) FROM(ASYNC-COMPOSITE-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           EXIT.

      ******************************************************************
      * 0710-ANSWER-NOT-RUN - the reply a DPL caller gets when its
      *  request is not run - the service is on hold, or the request
      *  was refused or deferred: nothing dispatched, no correlation
      *  id, every source missing with outcome W-NOT-RUN-OUTCOME and
      *  the hold and admission flags as given - or, for a household
      *  inquiry, an empty household reply with the same flags.
      *  Nothing is audited or cached, since nothing ran.
      ******************************************************************
       0710-ANSWER-NOT-RUN.

           IF AINT-TYPE-HOUSEHOLD THEN
              INITIALIZE ASYNC-HOUSEHOLD-REPLY
              MOVE AINT-BUSINESS-KEY TO AHHR-CUSTOMER-ID
              MOVE AINT-REQUESTER-ID TO AHHR-REQUESTER-ID
              MOVE EIBDATE           TO AHHR-REPLY-DATE
              MOVE EIBTIME           TO AHHR-REPLY-TIME
              MOVE AINT-REQUEST-TYPE TO AHHR-REQUEST-TYPE
              MOVE 'N'               TO AHHR-MORE-FLAG
              MOVE 'N'               TO AHHR-RESTRICTED-FLAG
              MOVE W-NOT-RUN-HOLD    TO AHHR-HOLD-FLAG
              MOVE W-NOT-RUN-ADMIT   TO AHHR-ADMIT-FLAG
              EXEC CICS PUT CONTAINER(SRVRSPCONT)
              CHANNEL(W-SERVICE-CHNL) FROM(ASYNC-HOUSEHOLD-REPLY)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
              GO TO 0710-EXIT
           END-IF

           INITIALIZE ASYNC-COMPOSITE-RECORD
           PERFORM 0505-PRIME-COMPOSITE THRU 0505-EXIT
              VARYING W-DASH-SLOT-NBR FROM 1 BY 1
              UNTIL W-DASH-SLOT-NBR > 4
           MOVE W-NOT-RUN-OUTCOME TO ACMP-OUTCOME(1)
           MOVE W-NOT-RUN-OUTCOME TO ACMP-OUTCOME(2)
           MOVE W-NOT-RUN-OUTCOME TO ACMP-OUTCOME(3)
           MOVE W-NOT-RUN-OUTCOME TO ACMP-OUTCOME(4)
           MOVE AINT-BUSINESS-KEY TO ACMP-BUSINESS-KEY
           MOVE AINT-REQUESTER-ID TO ACMP-REQUESTER-ID
           MOVE EIBDATE           TO ACMP-REPLY-DATE
           MOVE EIBTIME           TO ACMP-REPLY-TIME
           MOVE AINT-REQUEST-TYPE TO ACMP-REQUEST-TYPE
           MOVE 'N'               TO ACMP-RESTRICTED-FLAG
           MOVE W-NOT-RUN-HOLD    TO ACMP-HOLD-FLAG
           MOVE 'N'               TO ACMP-CACHE-FLAG
           MOVE W-NOT-RUN-ADMIT   TO ACMP-ADMIT-FLAG

           EXEC CICS PUT CONTAINER(SRVRSPCONT)
           CHANNEL(W-SERVICE-CHNL) FROM(ASYNC-COMPOSITE-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

       0710-EXIT.
           EXIT.

      ******************************************************************
      * 0500-PROCESS-REQUEST - answer the request in
      *  ASYNC-INTAKE-RECORD: a household inquiry is resolved to its
      *  accounts and fanned out once per account, anything else is
      *  fanned out as it stands.
      ******************************************************************
       0500-PROCESS-REQUEST.

           IF AINT-TYPE-HOUSEHOLD THEN
              PERFORM 0800-PROCESS-HOUSEHOLD THRU 0800-EXIT
           ELSE
              PERFORM 0502-FAN-OUT-REQUEST THRU 0502-EXIT
           END-IF.

       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0502-FAN-OUT-REQUEST - fan the inquiry request in
      *  ASYNC-INTAKE-RECORD out across the dispatch-table slots and
      *  gather the results into one consolidated reply.
      ******************************************************************
       0502-FAN-OUT-REQUEST.

           ADD 1 TO W-REQ-SEQ
           ADD 1 TO W-REQS-PROCESSED
           MOVE 0 TO W-SUM-START-ABSTIME
           MOVE 0 TO W-SUM-FINISH-ABSTIME
           MOVE 'N' TO ASUM-CACHE-HIT-FLAG
           MOVE W-PROBE-FLAG TO ASUM-PROBE-FLAG

      * one correlation id ties every child of this request together
      * for monitoring, audit and reporting purposes. The task number
              W-TIME-DISPLAY(4:4)
              DELIMITED BY SIZE INTO CORR-ID-BASE

      * a request off the intake queue has its journal entry marked
      * dispatched under this correlation id; one account of a
      * household is not journaled on its own
           IF NOT HOUSEHOLD-MEMBER-RUN THEN
              MOVE 'D'          TO W-JRN-DISPOSITION
              MOVE CORR-ID-BASE TO W-JRN-CORR-ID
              PERFORM 0195-MARK-JOURNAL THRU 0195-EXIT
           END-IF

      * this request's own channel name, unique across concurrent
      * invocations (task number) and across the requests drained by
      * one invocation (sequence number)
              MOVE CORR-ID-BASE      TO ACMP-CORRELATION-ID
              MOVE AINT-BUSINESS-KEY TO ACMP-BUSINESS-KEY
              MOVE AINT-REQUESTER-ID TO ACMP-REQUESTER-ID
              MOVE 'Y' TO ACMP-CACHE-FLAG
              MOVE SPACE TO ACMP-ADMIT-FLAG
              MOVE 'Y' TO ASUM-CACHE-HIT-FLAG
              PERFORM 0600-WRITE-COMPOSITE THRU 0600-EXIT
              PERFORM 0610-WRITE-SUMMARY THRU 0610-EXIT
              GO TO 0502-EXIT
           END-IF

      * driven by a plain numeric subscript, NOT SLOT-IDX - an index
           MOVE AINT-REQUESTER-ID TO ACMP-REQUESTER-ID
           MOVE AINT-REQUEST-TYPE TO ACMP-REQUEST-TYPE
           MOVE 'N'               TO ACMP-RESTRICTED-FLAG
           MOVE 'N'               TO ACMP-HOLD-FLAG
           MOVE 'N'               TO ACMP-CACHE-FLAG
           MOVE SPACE             TO ACMP-ADMIT-FLAG

      * the FETCH logic below still addresses each child by its own
      * token/timeout variable, since the three FETCH strategies
           EXEC CICS DELETE CHANNEL(ANYCHNL) NOHANDLE
           END-EXEC.

       0502-EXIT.
           EXIT.

      ******************************************************************
       0650-EXIT.
           EXIT.

      ******************************************************************
      * 0800-PROCESS-HOUSEHOLD - a household inquiry: list the
      *  customer's accounts off the relationship file, fan each one
      *  out as a full inquiry under the household's requester, and
      *  write the one household reply. A customer with no accounts
      *  on file still gets a reply - an empty list and a zero total.
      ******************************************************************
       0800-PROCESS-HOUSEHOLD.

           MOVE ASYNC-INTAKE-RECORD TO W-HHLD-INTAKE-IMAGE

      * the household reply carries its own correlation id, built the
      * way each fan-out builds one but marked as a household's; the
      * per-account runs keep theirs for the audit trail
           ADD 1 TO W-REQ-SEQ
           MOVE EIBTIME TO W-TIME-DISPLAY
           INITIALIZE ASYNC-HOUSEHOLD-REPLY
           STRING 'H1' W-TASKN-DISPLAY W-REQ-SEQ
              W-TIME-DISPLAY(4:4)
              DELIMITED BY SIZE INTO AHHR-CORRELATION-ID

           MOVE 'D'                 TO W-JRN-DISPOSITION
           MOVE AHHR-CORRELATION-ID TO W-JRN-CORR-ID
           PERFORM 0195-MARK-JOURNAL THRU 0195-EXIT
           MOVE AINT-BUSINESS-KEY TO AHHR-CUSTOMER-ID
           MOVE AINT-REQUESTER-ID TO AHHR-REQUESTER-ID
           MOVE AINT-REQUEST-TYPE TO AHHR-REQUEST-TYPE
           MOVE 'N'               TO AHHR-MORE-FLAG
           MOVE 'N'               TO AHHR-RESTRICTED-FLAG
           MOVE 'N'               TO AHHR-HOLD-FLAG
           MOVE SPACE             TO AHHR-ADMIT-FLAG

      * whether this requester may be shown frozen and closed
      * accounts - read here rather than trusted from the intake
      * edit, since a worker instance or a DPL caller arrives
      * without it. No entry clears nobody.
           MOVE 'N' TO W-HHLD-RESTRICT-FLAG
           MOVE AINT-REQUESTER-ID TO AENT-REQUESTER-ID

           EXEC CICS READ FILE(ASYNC-ENT-FILE)
           RIDFLD(AENT-REQUESTER-ID) INTO(ASYNC-ENTITLEMENT-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP = DFHRESP(NORMAL) AND AENT-SEES-RESTRICTED THEN
              MOVE 'Y' TO W-HHLD-RESTRICT-FLAG
           END-IF

      * the customer's links are contiguous in key order - start at
      * the customer id and read until the id changes
           MOVE AINT-BUSINESS-KEY TO AREL-CUSTOMER-ID
           MOVE LOW-VALUES        TO AREL-BUSINESS-KEY

           EXEC CICS STARTBR FILE(ASYNC-REL-FILE)
           RIDFLD(AREL-RELATION-KEY) GTEQ
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP = DFHRESP(NORMAL) THEN
              MOVE 'N' TO W-HHLD-EOF-FLAG
              PERFORM 0810-COLLECT-ACCOUNT THRU 0810-EXIT
                 UNTIL HOUSEHOLD-RESOLVED
              EXEC CICS ENDBR FILE(ASYNC-REL-FILE) NOHANDLE
              END-EXEC
           END-IF

           MOVE 'Y' TO W-HHLD-MEMBER-FLAG
           PERFORM 0820-INQUIRE-ACCOUNT THRU 0820-EXIT
              VARYING W-HHLD-SUB FROM 1 BY 1
              UNTIL W-HHLD-SUB > AHHR-ACCOUNT-COUNT
           MOVE 'N' TO W-HHLD-MEMBER-FLAG

      * the intake record goes back to the household request as it
      * arrived, for the service path's reply and anything after it
           MOVE W-HHLD-INTAKE-IMAGE TO ASYNC-INTAKE-RECORD

           PERFORM 0850-WRITE-HOUSEHOLD-REPLY THRU 0850-EXIT.

       0800-EXIT.
           EXIT.

      ******************************************************************
      * 0810-COLLECT-ACCOUNT - the next link for this customer into
      *  the household reply's account list. The end of the file, a
      *  failed read or the next customer's first link ends the list;
      *  a link beyond the reply's room marks the reply as having
      *  more accounts than it lists.
      ******************************************************************
       0810-COLLECT-ACCOUNT.

           EXEC CICS READNEXT FILE(ASYNC-REL-FILE)
           INTO(ASYNC-RELATIONSHIP-RECORD) RIDFLD(AREL-RELATION-KEY)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL)
              OR AREL-CUSTOMER-ID NOT = AHHR-CUSTOMER-ID THEN
              MOVE 'Y' TO W-HHLD-EOF-FLAG
              GO TO 0810-EXIT
           END-IF

           IF AHHR-ACCOUNT-COUNT >= 8 THEN
              MOVE 'Y' TO AHHR-MORE-FLAG
              MOVE 'Y' TO W-HHLD-EOF-FLAG
              GO TO 0810-EXIT
           END-IF

           ADD 1 TO AHHR-ACCOUNT-COUNT
           MOVE AHHR-ACCOUNT-COUNT TO W-HHLD-SUB
           MOVE AREL-BUSINESS-KEY  TO AHHR-BUSINESS-KEY(W-HHLD-SUB)
           MOVE AREL-RELATION-TYPE TO AHHR-RELATION-TYPE(W-HHLD-SUB)
           MOVE 'NR'               TO AHHR-ANSWER-CODE(W-HHLD-SUB)
           MOVE SPACE              TO AHHR-ACCOUNT-STATUS(W-HHLD-SUB)
           MOVE 0                  TO AHHR-BALANCE(W-HHLD-SUB).

       0810-EXIT.
           EXIT.

      ******************************************************************
      * 0820-INQUIRE-ACCOUNT - one account of the household, fanned
      *  out as a full inquiry with the full fan-out's audit,
      *  summary, cache and compliance referral behaviour, then its
      *  status and balance taken from the first source that
      *  answered. A requester not cleared for restricted accounts
      *  is refused a frozen or closed one here, the same refusal the
      *  intake edit gives a single inquiry: the account is listed
      *  as withheld and nothing is dispatched for it.
      ******************************************************************
       0820-INQUIRE-ACCOUNT.

           IF NOT HOUSEHOLD-SEES-RESTRICTED THEN
              EXEC CICS READ FILE(ASYNC-MST-FILE)
              RIDFLD(AHHR-BUSINESS-KEY(W-HHLD-SUB))
              INTO(ASYNC-MASTER-RECORD)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
              IF W-RESP = DFHRESP(NORMAL)
                 AND (AMST-STATUS-FROZEN OR AMST-STATUS-CLOSED) THEN
                 MOVE 'RS' TO AHHR-ANSWER-CODE(W-HHLD-SUB)
                 GO TO 0820-EXIT
              END-IF
           END-IF

           MOVE W-HHLD-INTAKE-IMAGE TO ASYNC-INTAKE-RECORD
           MOVE AHHR-BUSINESS-KEY(W-HHLD-SUB) TO AINT-BUSINESS-KEY
           MOVE 'INQY'                        TO AINT-REQUEST-TYPE

           PERFORM 0502-FAN-OUT-REQUEST THRU 0502-EXIT

           PERFORM 0830-TAKE-SLOT-ANSWER THRU 0830-EXIT
              VARYING W-DASH-SLOT-NBR FROM 1 BY 1
              UNTIL W-DASH-SLOT-NBR > 4
                 OR AHHR-ANSWER-OK(W-HHLD-SUB)

           IF ACMP-RESTRICTED THEN
              MOVE 'Y' TO AHHR-RESTRICTED-FLAG
           END-IF

           IF AHHR-ANSWER-OK(W-HHLD-SUB) THEN
              ADD AHHR-BALANCE(W-HHLD-SUB) TO AHHR-TOTAL-BALANCE
           END-IF.

       0820-EXIT.
           EXIT.

      ******************************************************************
      * 0830-TAKE-SLOT-ANSWER - one source's part of the account's
      *  consolidated reply. A source that answered OK with a
      *  readable payload settles the account; a not-found answer is
      *  noted but a later source may still settle it; a missing or
      *  failed source says nothing, leaving the account as no reply
      *  if no source does better.
      ******************************************************************
       0830-TAKE-SLOT-ANSWER.

           IF NOT ACMP-SOURCE-PRESENT(W-DASH-SLOT-NBR) THEN
              GO TO 0830-EXIT
           END-IF

           IF ACMP-STATUS-CODE(W-DASH-SLOT-NBR) = 'NF' THEN
              MOVE 'NF' TO AHHR-ANSWER-CODE(W-HHLD-SUB)
              GO TO 0830-EXIT
           END-IF

           IF ACMP-STATUS-CODE(W-DASH-SLOT-NBR) NOT = 'OK' THEN
              GO TO 0830-EXIT
           END-IF

           MOVE ACMP-PAYLOAD(W-DASH-SLOT-NBR) TO HHLD-PAYLOAD-DETAIL

           IF (HHLD-PAYD-SIGN = '+' OR HHLD-PAYD-SIGN = '-')
              AND HHLD-PAYD-UNITS IS NUMERIC
              AND HHLD-PAYD-CENTS IS NUMERIC THEN
              MOVE 'OK' TO AHHR-ANSWER-CODE(W-HHLD-SUB)
              MOVE HHLD-PAYD-ACCOUNT-STATUS
                 TO AHHR-ACCOUNT-STATUS(W-HHLD-SUB)
              MOVE HHLD-PAYD-BALANCE TO AHHR-BALANCE(W-HHLD-SUB)
           END-IF.

       0830-EXIT.
           EXIT.

      ******************************************************************
      * 0850-WRITE-HOUSEHOLD-REPLY - stamp and emit the household
      *  reply on the consolidated-reply queue, where the reply
      *  router delivers it like any other.
      ******************************************************************
       0850-WRITE-HOUSEHOLD-REPLY.

           MOVE EIBDATE TO AHHR-REPLY-DATE
           MOVE EIBTIME TO AHHR-REPLY-TIME
           MOVE LENGTH OF ASYNC-HOUSEHOLD-REPLY TO W-CMP-LENGTH

           EXEC CICS WRITEQ TS QUEUE(ASYNC-CMP-QNAME)
           FROM(ASYNC-HOUSEHOLD-REPLY) LENGTH(W-CMP-LENGTH)
           END-EXEC

           MOVE 'R'   TO W-JRN-DISPOSITION
           MOVE SPACE TO W-JRN-CORR-ID
           PERFORM 0195-MARK-JOURNAL THRU 0195-EXIT.

       0850-EXIT.
           EXIT.

      ******************************************************************
      * 0510-FETCH-SLOT-1 - fetch the first child and audit the
      *  outcome.
                   MOVE SLOT-TRANSID(2) TO ARSB-CHILD-TRANSID
                   MOVE 53          TO ARSB-REASON-CODE
                   MOVE CHILD-REQUEST-2 TO ARSB-SAVED-INPUT
                   PERFORM 0200-QUEUE-RESUBMISSION THRU 0200-EXIT
                 ELSE
                   MOVE 'ERROR' TO AAUD-OUTCOME
                 END-IF
                MOVE SLOT-TRANSID(3) TO ARSB-CHILD-TRANSID
                MOVE 52              TO ARSB-REASON-CODE
                MOVE CHILD-REQUEST-3 TO ARSB-SAVED-INPUT
                PERFORM 0200-QUEUE-RESUBMISSION THRU 0200-EXIT

      * the child is abandoned rather than resubmitted in place, so
      * cancel its outstanding asynchronous task now instead of
                MOVE SLOT-TRANSID(4) TO ARSB-CHILD-TRANSID
                MOVE 52              TO ARSB-REASON-CODE
                MOVE CHILD-REQUEST-4 TO ARSB-SAVED-INPUT
                PERFORM 0200-QUEUE-RESUBMISSION THRU 0200-EXIT

                EXEC CICS CANCEL CHILD(CHLDTOKN4) NOHANDLE
                END-EXEC
       0120-EXIT.
           EXIT.

      ******************************************************************
      * 0125-CHECK-HOLD - is the service on planned-outage hold? The
      *  switch is parameter SVCHOLD, 1 on and anything else off; a
      *  store with no such parameter is seeded off.
      ******************************************************************
       0125-CHECK-HOLD.

           MOVE 'SVCHOLD ' TO APRM-PARM-NAME
           MOVE 0          TO W-PARM-DEFAULT
           MOVE 'SERVICE HOLD, 1=ON 0=OFF' TO APRM-PARM-DESC
           PERFORM 0120-GET-PARM THRU 0120-EXIT

           IF W-PARM-VALUE = 1 THEN
              MOVE 'Y' TO W-HOLD-FLAG
           ELSE
              MOVE 'N' TO W-HOLD-FLAG
           END-IF.

       0125-EXIT.
           EXIT.

      ******************************************************************
      * 0130-APPLY-DISPATCH-PROFILE - find the schedule entry in force
      *  now and, when the profile it names is not the one last put
      *  onto the control table, put it there. No schedule, no entry
      *  covering the moment, or a profile not on the store leaves
      *  the control table exactly as it stands - the run is never
      *  held up for want of a profile.
      ******************************************************************
       0130-APPLY-DISPATCH-PROFILE.

           EXEC CICS ASKTIME ABSTIME(W-PRF-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(W-PRF-ABSTIME)
           DAYOFWEEK(W-PRF-DAY-OF-WEEK)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 0130-EXIT
           END-IF

           COMPUTE W-PRF-DAY-SUB = W-PRF-DAY-OF-WEEK + 1
           DIVIDE EIBTIME BY 100 GIVING W-PRF-HHMM

           MOVE 'N' TO W-PSC-EOF-FLAG
           MOVE 'N' TO W-PSC-FOUND-FLAG
           MOVE 0   TO W-PSC-KEY

           EXEC CICS STARTBR FILE(ASYNC-PSC-FILE)
           RIDFLD(W-PSC-KEY) GTEQ
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 0130-EXIT
           END-IF

           PERFORM 0131-NEXT-SCHEDULE-ENTRY THRU 0131-EXIT
              UNTIL END-OF-SCHEDULE OR SCHEDULE-ENTRY-FOUND

           EXEC CICS ENDBR FILE(ASYNC-PSC-FILE) NOHANDLE
           END-EXEC

           IF NOT SCHEDULE-ENTRY-FOUND THEN
              GO TO 0130-EXIT
           END-IF

      * the usual case by far - the profile is already in force, and
      * a plain read is all it costs
           PERFORM 0132-READ-IN-FORCE THRU 0132-EXIT
           IF W-PRF-INFORCE-RESP = DFHRESP(NORMAL)
              AND APIF-PROFILE-NAME = W-PSC-PROFILE THEN
              GO TO 0130-EXIT
           END-IF

           EXEC CICS ENQ RESOURCE(ASYNC-PRF-FILE)
           LENGTH(LENGTH OF ASYNC-PRF-FILE)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 0130-EXIT
           END-IF

      * another invocation may have made the switch while this one
      * waited for the ENQ
           PERFORM 0132-READ-IN-FORCE THRU 0132-EXIT
           IF W-PRF-INFORCE-RESP = DFHRESP(NORMAL)
              AND APIF-PROFILE-NAME = W-PSC-PROFILE THEN
              GO TO 0130-RELEASE
           END-IF

           MOVE W-PSC-PROFILE TO APRF-PROFILE-NAME
           EXEC CICS READ FILE(ASYNC-PRF-FILE)
           RIDFLD(APRF-PROFILE-NAME) INTO(ASYNC-PROFILE-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 0130-RELEASE
           END-IF

           MOVE 'N' TO W-PRF-SWITCH-FLAG
           PERFORM 0133-SWITCH-SLOT THRU 0133-EXIT
              VARYING W-PRF-SLOT FROM 1 BY 1 UNTIL W-PRF-SLOT > 4

      * a slot that would not take its settings leaves the profile
      * unrecorded, so the next invocation makes the switch again
           IF NOT PROFILE-SWITCH-FAILED THEN
              PERFORM 0134-WRITE-IN-FORCE THRU 0134-EXIT
           END-IF.

       0130-RELEASE.

           EXEC CICS DEQ RESOURCE(ASYNC-PRF-FILE)
           LENGTH(LENGTH OF ASYNC-PRF-FILE)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

       0130-EXIT.
           EXIT.

      ******************************************************************
      * 0131-NEXT-SCHEDULE-ENTRY - take the next schedule entry and
      *  see whether it covers today and this time of day.
      ******************************************************************
       0131-NEXT-SCHEDULE-ENTRY.

           EXEC CICS READNEXT FILE(ASYNC-PSC-FILE)
           INTO(ASYNC-SCHEDULE-RECORD) RIDFLD(W-PSC-KEY)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO W-PSC-EOF-FLAG
              GO TO 0131-EXIT
           END-IF

           IF APSC-DAY-FLAG(W-PRF-DAY-SUB) = 'Y'
              AND W-PRF-HHMM NOT < APSC-START-HHMM
              AND W-PRF-HHMM < APSC-END-HHMM THEN
              MOVE 'Y'               TO W-PSC-FOUND-FLAG
              MOVE APSC-PROFILE-NAME TO W-PSC-PROFILE
              MOVE APSC-ENTRY-SEQ    TO W-PSC-SEQ
           END-IF.

       0131-EXIT.
           EXIT.

      ******************************************************************
      * 0132-READ-IN-FORCE - which profile was last put onto the
      *  control table. Not found means none ever was.
      ******************************************************************
       0132-READ-IN-FORCE.

           MOVE W-INFORCE-KEY TO APIF-RECORD-KEY

           EXEC CICS READ FILE(ASYNC-PRF-FILE)
           RIDFLD(APIF-RECORD-KEY) INTO(ASYNC-PROFILE-IN-FORCE)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           MOVE W-RESP TO W-PRF-INFORCE-RESP.

       0132-EXIT.
           EXIT.

      ******************************************************************
      * 0133-SWITCH-SLOT - give one slot the profile's settings under
      *  the update lock, and log it when that changed anything. A
      *  blank image in the profile leaves the slot alone. The
      *  circuit breaker keeps its benching in TS ASYNCBRK, not on
      *  ASYNCCTL, so a slot it has tripped stays benched whatever
      *  the profile sets, until the breaker itself lets it back.
      ******************************************************************
       0133-SWITCH-SLOT.

           IF APRF-SLOT-IMAGE(W-PRF-SLOT) = SPACE THEN
              GO TO 0133-EXIT
           END-IF

           MOVE W-PRF-SLOT TO ACTL-SLOT-NBR

           EXEC CICS READ FILE(ASYNC-CTL-FILE) UPDATE
           RIDFLD(ACTL-SLOT-NBR) INTO(ASYNC-CONTROL-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           MOVE W-RESP TO W-PRF-READ-RESP

           IF W-PRF-READ-RESP = DFHRESP(NORMAL) THEN
              MOVE ASYNC-CONTROL-RECORD TO W-PRF-BEFORE-IMAGE
           ELSE
              MOVE SPACE                TO W-PRF-BEFORE-IMAGE
              MOVE 'N'                  TO ACTL-ACTIVE-FLAG
           END-IF

           MOVE APRF-SLOT-IMAGE(W-PRF-SLOT) TO ASYNC-CONTROL-RECORD
           MOVE W-PRF-SLOT TO ACTL-SLOT-NBR

           IF ASYNC-CONTROL-RECORD = W-PRF-BEFORE-IMAGE THEN
              EXEC CICS UNLOCK FILE(ASYNC-CTL-FILE) NOHANDLE
              END-EXEC
              GO TO 0133-EXIT
           END-IF

           IF W-PRF-READ-RESP = DFHRESP(NORMAL) THEN
              EXEC CICS REWRITE FILE(ASYNC-CTL-FILE)
              FROM(ASYNC-CONTROL-RECORD)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE(ASYNC-CTL-FILE)
              FROM(ASYNC-CONTROL-RECORD) RIDFLD(ACTL-SLOT-NBR)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           END-IF

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO W-PRF-SWITCH-FLAG
              PERFORM 0135-NOTE-SWITCH-FAILURE THRU 0135-EXIT
              GO TO 0133-EXIT
           END-IF

           EXEC CICS ASKTIME ABSTIME(W-PRF-ABSTIME)
           END-EXEC

           ADD 1 TO W-CHG-SEQ
           MOVE EIBDATE            TO ACHG-KEY-DATE
           MOVE EIBTIME            TO ACHG-KEY-TIME
           MOVE W-TASKN-DISPLAY    TO ACHG-KEY-TASKN
           MOVE W-CHG-SEQ          TO ACHG-KEY-SEQ
           MOVE SCHEDULER-USERID   TO ACHG-USERID
           MOVE SPACE              TO ACHG-TERMID
           MOVE W-PRF-SLOT         TO ACHG-SLOT-NBR
           MOVE W-PRF-BEFORE-IMAGE TO ACHG-BEFORE-IMAGE
           MOVE ASYNC-CONTROL-RECORD TO ACHG-AFTER-IMAGE

           EXEC CICS WRITE FILE(ASYNC-CHG-FILE)
           FROM(ASYNC-CHANGE-RECORD) RIDFLD(ACHG-ENTRY-KEY)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

       0133-EXIT.
           EXIT.

      ******************************************************************
      * 0134-WRITE-IN-FORCE - record the profile just put onto the
      *  control table, so the next invocation finds it there. If the
      *  record will not write, the next invocation simply makes the
      *  same switch again and finds nothing left to change.
      ******************************************************************
       0134-WRITE-IN-FORCE.

           MOVE W-INFORCE-KEY TO APIF-RECORD-KEY

           EXEC CICS READ FILE(ASYNC-PRF-FILE) UPDATE
           RIDFLD(APIF-RECORD-KEY) INTO(ASYNC-PROFILE-IN-FORCE)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           MOVE W-RESP TO W-PRF-INFORCE-RESP

           MOVE SPACE           TO ASYNC-PROFILE-IN-FORCE
           MOVE W-INFORCE-KEY   TO APIF-RECORD-KEY
           MOVE W-PSC-PROFILE   TO APIF-PROFILE-NAME
           MOVE W-PSC-SEQ       TO APIF-ENTRY-SEQ
           MOVE EIBDATE         TO APIF-APPLIED-DATE
           MOVE EIBTIME         TO APIF-APPLIED-TIME

           IF W-PRF-INFORCE-RESP = DFHRESP(NORMAL) THEN
              EXEC CICS REWRITE FILE(ASYNC-PRF-FILE)
              FROM(ASYNC-PROFILE-IN-FORCE)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE(ASYNC-PRF-FILE)
              FROM(ASYNC-PROFILE-IN-FORCE) RIDFLD(APIF-RECORD-KEY)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           END-IF.

       0134-EXIT.
           EXIT.

      ******************************************************************
      * 0135-NOTE-SWITCH-FAILURE - a slot's control record would not
      *  take the scheduled profile's settings. Alert operations on
      *  ALRT the way a breaker event is alerted, with the slot, the
      *  profile and the RESP, so a dispatch table left part-switched
      *  is seen while it stands.
      ******************************************************************
       0135-NOTE-SWITCH-FAILURE.

           MOVE W-RESP     TO W-PRF-RESP-DISPLAY
           MOVE W-PRF-SLOT TO W-PRF-SLOT-DISPLAY

           MOVE 'W'        TO AALR-SEVERITY
           MOVE 'PROFFAIL' TO AALR-ALERT-TYPE
           MOVE SPACE      TO AALR-CORRELATION-ID
           MOVE ACTL-CHILD-TRANSID TO AALR-CHILD-TRANSID
           MOVE 0 TO AALR-ELAPSED-SEC
           MOVE 0 TO AALR-SLA-THRESHOLD-SEC
           MOVE EIBDATE TO AALR-ALERT-DATE
           MOVE EIBTIME TO AALR-ALERT-TIME
           MOVE 1       TO AALR-BREACH-COUNT
           MOVE SPACE   TO AALR-MESSAGE
           STRING 'SLOT ' W-PRF-SLOT-DISPLAY
              ' NOT SWITCHED TO PROFILE ' W-PSC-PROFILE
              ' RESP=' W-PRF-RESP-DISPLAY
              DELIMITED BY SIZE INTO AALR-MESSAGE
           MOVE LENGTH OF ASYNC-ALERT-RECORD TO W-ALR-LENGTH

      * if the alert queue is down there is nothing further to tell
      * anyone with - the RESP is taken so the task carries on
      * either way
           EXEC CICS WRITEQ TD QUEUE(ASYNC-ALR-QNAME)
           FROM(ASYNC-ALERT-RECORD) LENGTH(W-ALR-LENGTH)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

       0135-EXIT.
           EXIT.

      ******************************************************************
      * 0480-CHECK-REPLY-CACHE - is there a cached consolidated reply
      *  for this business key and request type young enough to
       0480-CHECK-REPLY-CACHE.

           MOVE 'N' TO W-CACHE-HIT-FLAG

      * the probe is there to exercise the sources - a cached answer
      * would tell it nothing about them
           IF PROBE-RUN THEN
              GO TO 0480-EXIT
           END-IF

           MOVE AINT-BUSINESS-KEY TO ACCH-BUSINESS-KEY
           MOVE AINT-REQUEST-TYPE TO ACCH-REQUEST-TYPE

              GO TO 0490-EXIT
           END-IF

      * nor is the probe's reply - its test key is nobody's account
           IF PROBE-RUN THEN
              GO TO 0490-EXIT
           END-IF

           MOVE 'N' TO W-CACHEABLE-FLAG
           PERFORM 0495-CHECK-CACHEABLE THRU 0495-EXIT
              VARYING W-DASH-SLOT-NBR FROM 1 BY 1
      ******************************************************************
       0200-QUEUE-RESUBMISSION.

      * a probe's unfinished child is no one's lost work, and the
      * probe raises its own alert for the missing answer
           IF PROBE-RUN THEN
              GO TO 0200-EXIT
           END-IF

           MOVE LENGTH OF ASYNC-RESUBMIT-RECORD TO W-RSB-LENGTH
           MOVE EIBDATE TO ARSB-QUEUED-DATE
           MOVE EIBTIME TO ARSB-QUEUED-TIME
              PERFORM 0210-NOTE-PARK-FAILURE THRU 0210-EXIT
           END-IF.

       0200-EXIT.
           EXIT.

      ******************************************************************

           MOVE EIBDATE TO ACMP-REPLY-DATE
           MOVE EIBTIME TO ACMP-REPLY-TIME

      * one account of a household inquiry: the reply stays here for
      * the household reply to be built from, and only that reaches
      * the queue
           IF HOUSEHOLD-MEMBER-RUN THEN
              GO TO 0600-EXIT
           END-IF

      * the probe's reply goes back to the probe alone, never to the
      * reply router
           IF PROBE-RUN THEN
              GO TO 0600-EXIT
           END-IF

           MOVE LENGTH OF ASYNC-COMPOSITE-RECORD TO W-CMP-LENGTH

           EXEC CICS WRITEQ TS QUEUE(ASYNC-CMP-QNAME)
           FROM(ASYNC-COMPOSITE-RECORD) LENGTH(W-CMP-LENGTH)
           END-EXEC

      * the reply is on the queue - the request's journal entry, if
      * it has one, is answered for
           MOVE 'R'   TO W-JRN-DISPOSITION
           MOVE SPACE TO W-JRN-CORR-ID
           PERFORM 0195-MARK-JOURNAL THRU 0195-EXIT.

       0600-EXIT.
           EXIT.
           MOVE EIBTRMID          TO ASUM-TERMINAL-ID
           MOVE AINT-BUSINESS-KEY TO ASUM-BUSINESS-KEY
           MOVE AINT-PRIORITY-CLASS TO ASUM-PRIORITY-CLASS
           MOVE AINT-REQUEST-TYPE TO ASUM-REQUEST-TYPE
           MOVE ACMP-RESTRICTED-FLAG TO ASUM-RESTRICTED-FLAG
           MOVE EIBDATE           TO ASUM-FINISH-DATE
           MOVE EIBTIME           TO ASUM-FINISH-TIME


           EXEC CICS WRITEQ TD QUEUE(ASYNC-SUM-QNAME)
           FROM(ASYNC-SUMMARY-RECORD) LENGTH(W-SUM-LENGTH)
           END-EXEC

           PERFORM 0615-STEP-INTERVAL-COUNTERS THRU 0615-EXIT.

       0610-EXIT.
           EXIT.

      ******************************************************************
      * 0615-STEP-INTERVAL-COUNTERS - count this request, and its
      *  cache answer if it was one, into the current statistics
      *  interval. The first request after the queue is gone (region
      *  restart, or the collector not yet run) starts it afresh. The
      *  counters are a capacity measure, never a reason to hold up a
      *  reply, so any failure here is passed over.
      ******************************************************************
       0615-STEP-INTERVAL-COUNTERS.

           EXEC CICS ENQ RESOURCE(ASYNC-IVC-QNAME)
           LENGTH(LENGTH OF ASYNC-IVC-QNAME)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 0615-EXIT
           END-IF

           MOVE LENGTH OF ASYNC-INTERVAL-COUNTERS TO W-IVC-LENGTH

           EXEC CICS READQ TS QUEUE(ASYNC-IVC-QNAME)
           ITEM(1) INTO(ASYNC-INTERVAL-COUNTERS)
           LENGTH(W-IVC-LENGTH)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP = DFHRESP(NORMAL) THEN
              ADD 1 TO AIVC-REQUESTS
              IF ASUM-CACHE-HIT THEN
                 ADD 1 TO AIVC-CACHE-HITS
              END-IF
              EXEC CICS WRITEQ TS QUEUE(ASYNC-IVC-QNAME)
              FROM(ASYNC-INTERVAL-COUNTERS) LENGTH(W-IVC-LENGTH)
              ITEM(1) REWRITE
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           ELSE
              MOVE SPACE TO ASYNC-INTERVAL-COUNTERS
              MOVE 1     TO AIVC-REQUESTS
              MOVE 0     TO AIVC-CACHE-HITS
              IF ASUM-CACHE-HIT THEN
                 MOVE 1 TO AIVC-CACHE-HITS
              END-IF
              MOVE LENGTH OF ASYNC-INTERVAL-COUNTERS TO W-IVC-LENGTH
              EXEC CICS WRITEQ TS QUEUE(ASYNC-IVC-QNAME)
              FROM(ASYNC-INTERVAL-COUNTERS) LENGTH(W-IVC-LENGTH)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           END-IF

           EXEC CICS DEQ RESOURCE(ASYNC-IVC-QNAME)
           LENGTH(LENGTH OF ASYNC-IVC-QNAME)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

       0615-EXIT.
           EXIT.

      ******************************************************************
      * 0300-WRITE-AUDIT-RECORD - complete and emit one audit record
      *  for the outcome of a single child FETCH. The caller has
           MOVE W-RESP2    TO AAUD-FETCH-RESP2
           MOVE CHNL-NAME  TO AAUD-CHANNEL-NAME
           MOVE AINT-BUSINESS-KEY TO AAUD-BUSINESS-KEY
           MOVE W-PROBE-FLAG      TO AAUD-PROBE-FLAG

      * COMPSTATUS only comes back populated when the FETCH itself
      * completed (RESP NORMAL); on NOTFINISHED, CVDA/W-CVDA-DESC are
