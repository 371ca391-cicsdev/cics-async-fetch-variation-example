      ******************************************************************
      * ASYNCPRB - canary probe for the ASYNCPG1 fan-out. Started by
      *            the scheduler every few minutes, it puts a full
      *            inquiry for a known test account through ASYNCPG1's
      *            DPL entry, exactly as ASYNCWEB does for a real
      *            caller, and checks every active slot's answer in
      *            the consolidated reply against the answer that
      *            source is expected to give (VSAM KSDS ASYNCPRX, see
      *            ASYNCPRX.cpy). A broken source is then found by
      *            the probe within minutes, rather than by a branch
      *            on the telephone or by the circuit breaker tripping
      *            on real customer traffic.
      *
      *            A source that answers with a different status or
      *            payload raises a PROBEWRNG alert on TD queue ALRT;
      *            one that does not answer at all - timed out,
      *            abandoned, failed, benched by its breaker - raises
      *            PROBENONE. A run that gets no reply from ASYNCPG1
      *            itself raises one PROBENONE for the whole engine and
      *            counts every active slot as unanswered.
      *
      *            ASYNCPG1 knows the request for a probe by its probe
      *            flag (AREQ-PROBE-FLAG): the children run for real,
      *            but the reply is neither cached nor routed, and the
      *            summary and audit records are flagged so chargeback
      *            and the SLA trend leave the probe out.
      *
      *            Every active slot's result, right or wrong, goes to
      *            TD queue PRBL (see ASYNCPRL.cpy) for the daily
      *            availability report ASYNCAVR.
      *
      *            A probe that finds the service on planned-outage
      *            hold (ACMP-SERVICE-ON-HOLD on the reply) judges
      *            nothing, alerts nothing and logs nothing - an
      *            outage operations chose is not a source failing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCPRB.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 W-RESP             PIC S9(8) USAGE BINARY.
       01 W-RESP2            PIC S9(8) USAGE BINARY.

       01 SRVREQCONT         PIC X(16) VALUE 'SRVREQ'.
       01 SRVRSPCONT         PIC X(16) VALUE 'SRVRSP'.
       01 FANOUT-PROGRAM     PIC X(8)  VALUE 'ASYNCPG1'.

      * this run's channel to the fan-out engine, unique per task
       01 CHNL-NAME          PIC X(16) VALUE SPACE.
       01 W-TASKN-DISPLAY    PIC 9(7)  VALUE 0.

      * the probe's own request: the test account is kept on the
      * master file for the probe alone, and the requester id marks
      * the probe's runs wherever they are listed
       01 PROBE-BUSINESS-KEY PIC X(20) VALUE 'CANARY-PROBE-ACCT-01'.
       01 PROBE-REQUEST-TYPE PIC X(4)  VALUE 'INQY'.
       01 PROBE-REQUESTER-ID PIC X(8)  VALUE 'PROBE'.

       COPY ASYNCREQ.
       COPY ASYNCCMP.
       01 W-REPLY-FLAG       PIC X(1) VALUE 'N'.
           88 REPLY-RECEIVED      VALUE 'Y'.

      * the dispatch control table, to know which slots are in use
       01 ASYNC-CTL-FILE     PIC X(8) VALUE 'ASYNCCTL'.
       COPY ASYNCCTL.
       01 W-SLOT-NBR         PIC S9(4) USAGE COMP VALUE 0.

       01 ASYNC-PRX-FILE     PIC X(8) VALUE 'ASYNCPRX'.
       COPY ASYNCPRX.

       01 ASYNC-PRBL-QNAME   PIC X(4) VALUE 'PRBL'.
       01 W-PRBL-LENGTH      PIC S9(4) USAGE COMP.
       COPY ASYNCPRL.
       01 W-RESULT           PIC X(01) VALUE SPACE.
       01 W-OUTCOME          PIC X(10) VALUE SPACE.

       01 ASYNC-ALR-QNAME    PIC X(4) VALUE 'ALRT'.
       01 W-ALR-LENGTH       PIC S9(4) USAGE COMP.
       COPY ASYNCALR.

       01 W-RUN-DATE         PIC 9(7) VALUE 0.
       01 W-RUN-TIME         PIC 9(7) VALUE 0.

       LINKAGE SECTION.
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

           MOVE EIBDATE  TO W-RUN-DATE
           MOVE EIBTIME  TO W-RUN-TIME
           MOVE EIBTASKN TO W-TASKN-DISPLAY

           PERFORM 0100-CALL-FANOUT THRU 0100-EXIT

           IF REPLY-RECEIVED AND ACMP-SERVICE-ON-HOLD THEN
              EXEC CICS DELETE CHANNEL(CHNL-NAME) NOHANDLE
              END-EXEC
              EXEC CICS RETURN END-EXEC
           END-IF

      * no reply at all is the engine's failure, not one source's -
      * one alert for it, and every active slot logged unanswered
           IF NOT REPLY-RECEIVED THEN
              MOVE SPACE TO ACMP-CORRELATION-ID
              MOVE SPACE TO AALR-CHILD-TRANSID
              MOVE SPACE TO AALR-MESSAGE
              STRING 'PROBE GOT NO REPLY FROM ' FANOUT-PROGRAM
                 ' - NO SOURCE COULD BE CHECKED'
                 DELIMITED BY SIZE INTO AALR-MESSAGE
              MOVE 'PROBENONE' TO AALR-ALERT-TYPE
              PERFORM 0600-RAISE-ALERT THRU 0600-EXIT
           END-IF

           PERFORM 0200-CHECK-SLOT THRU 0200-EXIT
              VARYING W-SLOT-NBR FROM 1 BY 1 UNTIL W-SLOT-NBR > 4

           EXEC CICS DELETE CHANNEL(CHNL-NAME) NOHANDLE
           END-EXEC

           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 0100-CALL-FANOUT - hand the probe's inquiry to ASYNCPG1's DPL
      *  entry and bring back the consolidated reply. A failed LINK
      *  or a missing SRVRSP container leaves REPLY-RECEIVED off.
      ******************************************************************
       0100-CALL-FANOUT.

           MOVE 'N' TO W-REPLY-FLAG

           MOVE SPACE TO CHNL-NAME
           STRING 'PRBCH' W-TASKN-DISPLAY
              DELIMITED BY SIZE INTO CHNL-NAME

           MOVE SPACE              TO ASYNC-REQUEST-RECORD
           MOVE PROBE-BUSINESS-KEY TO AREQ-BUSINESS-KEY
           MOVE PROBE-REQUEST-TYPE TO AREQ-REQUEST-TYPE
           MOVE PROBE-REQUESTER-ID TO AREQ-REQUESTER-ID
           MOVE 'Y'                TO AREQ-PROBE-FLAG

           EXEC CICS PUT CONTAINER(SRVREQCONT)
           CHANNEL(CHNL-NAME) FROM(ASYNC-REQUEST-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 0100-EXIT
           END-IF

           EXEC CICS LINK PROGRAM(FANOUT-PROGRAM)
           CHANNEL(CHNL-NAME)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 0100-EXIT
           END-IF

           EXEC CICS GET CONTAINER(SRVRSPCONT)
           CHANNEL(CHNL-NAME) INTO(ASYNC-COMPOSITE-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO W-REPLY-FLAG
           END-IF.

       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0200-CHECK-SLOT - judge one slot's answer, if the slot is in
      *  use: no answer, the expected answer, or a wrong one. Alert
      *  on the last two of those and log all three.
      ******************************************************************
       0200-CHECK-SLOT.

           MOVE W-SLOT-NBR TO ACTL-SLOT-NBR

           EXEC CICS READ FILE(ASYNC-CTL-FILE)
           RIDFLD(ACTL-SLOT-NBR) INTO(ASYNC-CONTROL-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

      * a slot not on the table, or retired, is not expected to answer
           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 0200-EXIT
           END-IF
           IF NOT ACTL-SLOT-ACTIVE THEN
              GO TO 0200-EXIT
           END-IF

           IF NOT REPLY-RECEIVED THEN
              MOVE 'N'        TO W-RESULT
              MOVE 'NO REPLY' TO W-OUTCOME
              PERFORM 0400-LOG-SLOT THRU 0400-EXIT
              GO TO 0200-EXIT
           END-IF

           MOVE ACMP-OUTCOME(W-SLOT-NBR) TO W-OUTCOME

           IF NOT ACMP-SOURCE-PRESENT(W-SLOT-NBR) THEN
              MOVE 'N' TO W-RESULT
              MOVE ACTL-CHILD-TRANSID TO AALR-CHILD-TRANSID
              MOVE SPACE TO AALR-MESSAGE
              STRING ACTL-CHILD-TRANSID
                 ' NO ANSWER TO PROBE - OUTCOME ' W-OUTCOME
                 ' CORR=' ACMP-CORRELATION-ID
                 DELIMITED BY SIZE INTO AALR-MESSAGE
              MOVE 'PROBENONE' TO AALR-ALERT-TYPE
              PERFORM 0600-RAISE-ALERT THRU 0600-EXIT
              PERFORM 0400-LOG-SLOT THRU 0400-EXIT
              GO TO 0200-EXIT
           END-IF

           PERFORM 0300-CHECK-EXPECTED THRU 0300-EXIT

           IF W-RESULT = 'W' THEN
              MOVE ACTL-CHILD-TRANSID TO AALR-CHILD-TRANSID
              MOVE SPACE TO AALR-MESSAGE
              STRING ACTL-CHILD-TRANSID
                 ' WRONG ANSWER TO PROBE - STATUS '
                 ACMP-STATUS-CODE(W-SLOT-NBR)
                 ' CORR=' ACMP-CORRELATION-ID
                 DELIMITED BY SIZE INTO AALR-MESSAGE
              MOVE 'PROBEWRNG' TO AALR-ALERT-TYPE
              PERFORM 0600-RAISE-ALERT THRU 0600-EXIT
           END-IF

           PERFORM 0400-LOG-SLOT THRU 0400-EXIT.

       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0300-CHECK-EXPECTED - compare the slot's status and payload
      *  with the source's expected answer. A source with nothing
      *  expected of it yet has its answer taken as the expectation,
      *  provided the answer is OK - a failure is never learned.
      ******************************************************************
       0300-CHECK-EXPECTED.

           MOVE ACTL-CHILD-TRANSID TO APRX-CHILD-TRANSID

           EXEC CICS READ FILE(ASYNC-PRX-FILE)
           RIDFLD(APRX-CHILD-TRANSID) INTO(ASYNC-PROBE-EXPECT-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP = DFHRESP(NORMAL) THEN
              IF ACMP-STATUS-CODE(W-SLOT-NBR) = APRX-STATUS-CODE
                 AND ACMP-PAYLOAD(W-SLOT-NBR) = APRX-PAYLOAD THEN
                 MOVE 'C' TO W-RESULT
              ELSE
                 MOVE 'W' TO W-RESULT
              END-IF
              GO TO 0300-EXIT
           END-IF

           IF ACMP-STATUS-CODE(W-SLOT-NBR) NOT = 'OK' THEN
              MOVE 'W' TO W-RESULT
              GO TO 0300-EXIT
           END-IF

           MOVE SPACE                        TO
                                        ASYNC-PROBE-EXPECT-RECORD
           MOVE ACTL-CHILD-TRANSID           TO APRX-CHILD-TRANSID
           MOVE ACMP-STATUS-CODE(W-SLOT-NBR) TO APRX-STATUS-CODE
           MOVE ACMP-PAYLOAD(W-SLOT-NBR)     TO APRX-PAYLOAD
           MOVE W-RUN-DATE                   TO APRX-LEARNED-DATE
           MOVE W-RUN-TIME                   TO APRX-LEARNED-TIME
           MOVE ACMP-CORRELATION-ID          TO APRX-LEARNED-CORR-ID

      * a write that fails (another probe learned it first, or the
      * file is closed) just leaves the learning to the next run
           EXEC CICS WRITE FILE(ASYNC-PRX-FILE)
           FROM(ASYNC-PROBE-EXPECT-RECORD) RIDFLD(APRX-CHILD-TRANSID)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           MOVE 'C' TO W-RESULT.

       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0400-LOG-SLOT - one probe-log line for the slot in hand.
      ******************************************************************
       0400-LOG-SLOT.

           MOVE SPACE               TO ASYNC-PROBE-LOG-RECORD
           MOVE W-RUN-DATE          TO APRL-RUN-DATE
           MOVE W-RUN-TIME          TO APRL-RUN-TIME
           MOVE W-SLOT-NBR          TO APRL-SLOT-NBR
           MOVE ACTL-CHILD-TRANSID  TO APRL-CHILD-TRANSID
           MOVE W-RESULT            TO APRL-RESULT
           MOVE W-OUTCOME           TO APRL-OUTCOME

           IF REPLY-RECEIVED THEN
              MOVE ACMP-CORRELATION-ID  TO APRL-CORRELATION-ID
              MOVE ACMP-STATUS-CODE(W-SLOT-NBR) TO APRL-STATUS-CODE
              MOVE ACMP-PAYLOAD(W-SLOT-NBR)     TO APRL-PAYLOAD
           END-IF

           MOVE LENGTH OF ASYNC-PROBE-LOG-RECORD TO W-PRBL-LENGTH

           EXEC CICS WRITEQ TD QUEUE(ASYNC-PRBL-QNAME)
           FROM(ASYNC-PROBE-LOG-RECORD) LENGTH(W-PRBL-LENGTH)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0600-RAISE-ALERT - a critical alert for operations. The caller
      *  has set the alert type, the transid and the message.
      ******************************************************************
       0600-RAISE-ALERT.

           MOVE 'C'                 TO AALR-SEVERITY
           MOVE ACMP-CORRELATION-ID TO AALR-CORRELATION-ID
           MOVE 0                   TO AALR-ELAPSED-SEC
           MOVE 0                   TO AALR-SLA-THRESHOLD-SEC
           MOVE EIBDATE             TO AALR-ALERT-DATE
           MOVE EIBTIME             TO AALR-ALERT-TIME
           MOVE 1                   TO AALR-BREACH-COUNT
           MOVE LENGTH OF ASYNC-ALERT-RECORD TO W-ALR-LENGTH

      * an alert queue that is down has no one left to tell - the
      * probe carries on and its log still records the result
           EXEC CICS WRITEQ TD QUEUE(ASYNC-ALR-QNAME)
           FROM(ASYNC-ALERT-RECORD) LENGTH(W-ALR-LENGTH)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

       0600-EXIT.
           EXIT.

       END PROGRAM 'ASYNCPRB'.
