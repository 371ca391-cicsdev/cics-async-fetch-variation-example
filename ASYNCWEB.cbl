      *
      *            The request body is the fixed-format inquiry: the
      *            20-byte business key, optionally followed by the
      *            4-byte request type (INQY assumed when absent) and
      *            the 8-byte requester id. The requester is the user
      *            CICS signed the caller on as - from the client
      *            certificate or basic-auth user the TCPIPSERVICE
      *            authenticated - never what the body says: a body
      *            requester id, when given, must be that same user,
      *            and a request from no authenticated user, or naming
      *            somebody else, is refused like any other.
      *            The requester must be entitled to the request type
      *            - and, for a frozen or closed account, to restricted
      *            accounts - on the entitlement store (ASYNCENT, see
      *            ASYNCENT.cpy), exactly as ASYNCPG1's front-door edit
      *            demands of the intake queue; a refused request is
      *            written to the reject store (ASYNCREJ) under the
      *            not-entitled reason and answered with an HTTP 403.
      *            The program LINKs to ASYNCPG1 with the request in
      *            container SRVREQ and formats the consolidated
      *            reply from container SRVRSP as a plain-text
      *            response, one line per source. A household inquiry
      *            (type HHLD, the key a customer id) needs the
      *            requester entitled to INQY and is answered with
      *            one line per account - status and balance - and
      *            the combined total (see ASYNCHHR.cpy). While the
      *            service is on planned-outage hold the reply comes
      *            back flagged as such, and the caller is told so
      *            with an HTTP 503 rather than a page of missing
      *            sources. The fan-out applies its own edit and the
      *            requester's daily quota as well: a request it
      *            refuses is answered 403, and one it defers because
      *            the quota is used up is answered 202. A richer JSON
      *            binding belongs to the CICS JSON assistant / z/OS
      *            Connect tooling on top of the same DPL entry, not to
      *            this program.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCWEB.

       COPY ASYNCREQ.
       COPY ASYNCCMP.
       COPY ASYNCHHR.

      * the HTTP request body: business key then optional type and
      * optional requester id
       01 WEB-REQUEST-BUFFER.
           05 WREQ-BUSINESS-KEY   PIC X(20).
           05 WREQ-REQUEST-TYPE   PIC X(04).
           05 WREQ-REQUESTER-ID   PIC X(08).
       01 W-RECEIVE-LEN      PIC S9(8) USAGE BINARY VALUE 32.
       01 W-MAX-LEN          PIC S9(8) USAGE BINARY VALUE 32.

      * the entitlement check (see ASYNCENT.cpy) - the same rules
      * ASYNCPG1's 0179-CHECK-ENTITLEMENT applies to the intake queue
       01 ASYNC-ENT-FILE     PIC X(8) VALUE 'ASYNCENT'.
       COPY ASYNCENT.
       01 ASYNC-MST-FILE     PIC X(8) VALUE 'ASYNCMST'.
       COPY ASYNCMST.
       01 W-ENTITLED-FLAG    PIC X(01) VALUE 'Y'.
           88 REQUEST-ENTITLED     VALUE 'Y'.

      * the user the caller was authenticated as - the requester
       01 W-CALLER-ID        PIC X(08) VALUE SPACE.

      * a refused request goes to the reject store as an intake
      * record, the same shape ASYNCPG1 diverts (see ASYNCREJ.cpy)
       01 ASYNC-REJ-FILE     PIC X(8) VALUE 'ASYNCREJ'.
       COPY ASYNCREJ.
       COPY ASYNCINT.

      * the plain-text response: a heading line and one line per
      * source (or per account of a household), assembled with a
      * running pointer
       01 WEB-RESPONSE-TEXT  PIC X(600) VALUE SPACE.
       01 W-SEND-LEN         PIC S9(8) USAGE BINARY VALUE 0.
       01 W-TEXT-PTR         PIC S9(8) USAGE BINARY VALUE 1.
       01 W-SRC-IDX          PIC S9(4) USAGE COMP VALUE 0.
       01 W-BALANCE-EDIT     PIC -(9)9.99.
       01 W-TOTAL-EDIT       PIC -(11)9.99.

       01 W-ERROR-TEXT       PIC X(40) VALUE SPACE.

       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

           MOVE SPACE TO WEB-REQUEST-BUFFER
           MOVE 32 TO W-RECEIVE-LEN

           EXEC CICS WEB RECEIVE INTO(WEB-REQUEST-BUFFER)
           LENGTH(W-RECEIVE-LEN) MAXLENGTH(W-MAX-LEN)
              EXEC CICS RETURN END-EXEC
           END-IF

           MOVE EIBTASKN TO W-TASKN-DISPLAY
           IF WREQ-REQUEST-TYPE = SPACE THEN
              MOVE 'INQY'   TO WREQ-REQUEST-TYPE
           END-IF

           EXEC CICS ASSIGN USERID(W-CALLER-ID) NOHANDLE
           END-EXEC
           IF WREQ-REQUESTER-ID = SPACE THEN
              MOVE W-CALLER-ID TO WREQ-REQUESTER-ID
           END-IF

           PERFORM 0400-CHECK-CALLER THRU 0400-EXIT

           IF REQUEST-ENTITLED THEN
              PERFORM 0500-CHECK-ENTITLEMENT THRU 0500-EXIT
           END-IF

           IF NOT REQUEST-ENTITLED THEN
              PERFORM 0600-WRITE-REJECT THRU 0600-EXIT
              PERFORM 9100-SEND-REFUSAL THRU 9100-EXIT
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM 1000-CALL-FANOUT THRU 1000-EXIT

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              EXEC CICS RETURN END-EXEC
           END-IF

           IF (WREQ-REQUEST-TYPE = 'HHLD' AND AHHR-SERVICE-ON-HOLD)
              OR (WREQ-REQUEST-TYPE NOT = 'HHLD'
                  AND ACMP-SERVICE-ON-HOLD) THEN
              PERFORM 9200-SEND-ON-HOLD THRU 9200-EXIT
              EXEC CICS RETURN END-EXEC
           END-IF

      * the fan-out puts every caller through its own front-door edit
      * and quota - it can still refuse, or defer a requester whose
      * day's quota is used up
           IF (WREQ-REQUEST-TYPE = 'HHLD' AND AHHR-REFUSED)
              OR (WREQ-REQUEST-TYPE NOT = 'HHLD'
                  AND ACMP-REFUSED) THEN
              MOVE 'REFUSED BY FAN-OUT SERVICE' TO AREJ-REASON-DESC
              PERFORM 9100-SEND-REFUSAL THRU 9100-EXIT
              EXEC CICS RETURN END-EXEC
           END-IF

           IF (WREQ-REQUEST-TYPE = 'HHLD' AND AHHR-DEFERRED)
              OR (WREQ-REQUEST-TYPE NOT = 'HHLD'
                  AND ACMP-DEFERRED) THEN
              PERFORM 9300-SEND-DEFERRED THRU 9300-EXIT
              EXEC CICS RETURN END-EXEC
           END-IF

           IF WREQ-REQUEST-TYPE = 'HHLD' THEN
              PERFORM 2200-FORMAT-HOUSEHOLD THRU 2200-EXIT
           ELSE
              PERFORM 2000-FORMAT-REPLY THRU 2000-EXIT
           END-IF

           EXEC CICS WEB SEND FROM(WEB-RESPONSE-TEXT)
           FROMLENGTH(W-SEND-LEN)

           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 0400-CHECK-CALLER - the entitlement is looked up under the
      *  authenticated user, so there must be one, and a requester id
      *  in the body must be that user - a caller cannot borrow a
      *  better-entitled requester's id by naming it.
      ******************************************************************
       0400-CHECK-CALLER.

           MOVE 'N' TO W-ENTITLED-FLAG
           MOVE 05  TO AREJ-REASON-CODE

           IF W-CALLER-ID = SPACE THEN
              MOVE 'NO AUTHENTICATED CALLER' TO AREJ-REASON-DESC
              GO TO 0400-EXIT
           END-IF

           IF WREQ-REQUESTER-ID NOT = W-CALLER-ID THEN
              MOVE 'REQUESTER IS NOT CALLER' TO AREJ-REASON-DESC
              GO TO 0400-EXIT
           END-IF

           MOVE 'Y' TO W-ENTITLED-FLAG.

       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0500-CHECK-ENTITLEMENT - is this requester allowed this
      *  request type, and - when it is not cleared for restricted
      *  accounts - is the account open. No entitlement entry means
      *  no entitlement; a household inquiry takes the INQY
      *  entitlement, and a type outside those the fan-out answers
      *  is not one anybody can be entitled to. AREJ-REASON-DESC
      *  carries the refusal for the reject store and the reply.
      ******************************************************************
       0500-CHECK-ENTITLEMENT.

           MOVE 'N' TO W-ENTITLED-FLAG
           MOVE 05  TO AREJ-REASON-CODE
           MOVE WREQ-REQUESTER-ID TO AENT-REQUESTER-ID

           EXEC CICS READ FILE(ASYNC-ENT-FILE)
           RIDFLD(AENT-REQUESTER-ID) INTO(ASYNC-ENTITLEMENT-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'NO ENTITLEMENT ON FILE' TO AREJ-REASON-DESC
              GO TO 0500-EXIT
           END-IF

           MOVE 'NOT ENTITLED TO TYPE' TO AREJ-REASON-DESC
           EVALUATE WREQ-REQUEST-TYPE
              WHEN 'INQY'
                 IF NOT AENT-INQY-ALLOWED THEN
                    GO TO 0500-EXIT
                 END-IF
              WHEN 'BALI'
                 IF NOT AENT-BALI-ALLOWED THEN
                    GO TO 0500-EXIT
                 END-IF
              WHEN 'STAT'
                 IF NOT AENT-STAT-ALLOWED THEN
                    GO TO 0500-EXIT
                 END-IF
              WHEN 'HIST'
                 IF NOT AENT-HIST-ALLOWED THEN
                    GO TO 0500-EXIT
                 END-IF
              WHEN 'HHLD'
                 IF NOT AENT-INQY-ALLOWED THEN
                    GO TO 0500-EXIT
                 END-IF
              WHEN OTHER
                 GO TO 0500-EXIT
           END-EVALUATE

           MOVE 'Y' TO W-ENTITLED-FLAG

      * a household's key is a customer id - the fan-out withholds
      * its restricted accounts one by one from a requester not
      * cleared for them
           IF AENT-SEES-RESTRICTED OR WREQ-REQUEST-TYPE = 'HHLD' THEN
              GO TO 0500-EXIT
           END-IF

           EXEC CICS READ FILE(ASYNC-MST-FILE)
           RIDFLD(WREQ-BUSINESS-KEY) INTO(ASYNC-MASTER-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP = DFHRESP(NORMAL)
              AND (AMST-STATUS-FROZEN OR AMST-STATUS-CLOSED) THEN
              MOVE 'N' TO W-ENTITLED-FLAG
              MOVE 'NOT ENTITLED - RESTRICTED' TO AREJ-REASON-DESC
           END-IF.

       0500-EXIT.
           EXIT.

      ******************************************************************
      * 0600-WRITE-REJECT - the refused request onto the reject store
      *  as the intake record it would have been, so the intake
      *  rejects report and the denied-access report see web refusals
      *  alongside the queue's. The intake image keeps the requester
      *  id the body named; the reject is filed under the user who
      *  actually called. A store that will not take it does not
      *  change the answer the caller gets.
      ******************************************************************
       0600-WRITE-REJECT.

           MOVE SPACE             TO ASYNC-INTAKE-RECORD
           MOVE WREQ-BUSINESS-KEY TO AINT-BUSINESS-KEY
           MOVE WREQ-REQUEST-TYPE TO AINT-REQUEST-TYPE
           MOVE WREQ-REQUESTER-ID TO AINT-REQUESTER-ID
           MOVE 'R'               TO AINT-PRIORITY-CLASS

           MOVE EIBDATE           TO AREJ-KEY-DATE
           MOVE EIBTIME           TO AREJ-KEY-TIME
           MOVE W-TASKN-DISPLAY   TO AREJ-KEY-TASKN
           MOVE 1                 TO AREJ-KEY-SEQ
           MOVE W-CALLER-ID       TO AREJ-REQUESTER-ID
           MOVE ASYNC-INTAKE-RECORD TO AREJ-INTAKE-IMAGE

           EXEC CICS WRITE FILE(ASYNC-REJ-FILE)
           FROM(ASYNC-INTAKE-REJECT) RIDFLD(AREJ-ENTRY-KEY)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

       0600-EXIT.
           EXIT.

      ******************************************************************
      * 1000-CALL-FANOUT - hand the inquiry to ASYNCPG1's DPL entry
      *  and bring back the consolidated reply. W-RESP carries the
      ******************************************************************
       1000-CALL-FANOUT.

           MOVE SPACE TO CHNL-NAME
           STRING 'WEBCH' W-TASKN-DISPLAY
              DELIMITED BY SIZE INTO CHNL-NAME

           MOVE SPACE             TO ASYNC-REQUEST-RECORD
           MOVE WREQ-BUSINESS-KEY TO AREQ-BUSINESS-KEY
           MOVE WREQ-REQUEST-TYPE TO AREQ-REQUEST-TYPE
           MOVE WREQ-REQUESTER-ID TO AREQ-REQUESTER-ID

           EXEC CICS PUT CONTAINER(SRVREQCONT)
           CHANNEL(CHNL-NAME) FROM(ASYNC-REQUEST-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO 1000-EXIT
           END-IF

           IF WREQ-REQUEST-TYPE = 'HHLD' THEN
              EXEC CICS GET CONTAINER(SRVRSPCONT)
              CHANNEL(CHNL-NAME) INTO(ASYNC-HOUSEHOLD-REPLY)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           ELSE
              EXEC CICS GET CONTAINER(SRVRSPCONT)
              CHANNEL(CHNL-NAME) INTO(ASYNC-COMPOSITE-RECORD)
              RESP(W-RESP) RESP2(W-RESP2)
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-FORMAT-HOUSEHOLD - the household reply as plain text: a
      *  heading with the correlation id and customer, one line per
      *  account - answer code, status and balance - and the
      *  combined total of the accounts that answered.
      ******************************************************************
       2200-FORMAT-HOUSEHOLD.

           MOVE SPACE TO WEB-RESPONSE-TEXT
           MOVE 1 TO W-TEXT-PTR

           STRING 'CORR=' AHHR-CORRELATION-ID
              ' CUSTOMER=' AHHR-CUSTOMER-ID ' '
              DELIMITED BY SIZE INTO WEB-RESPONSE-TEXT
              WITH POINTER W-TEXT-PTR

           PERFORM 2300-FORMAT-ACCOUNT THRU 2300-EXIT
              VARYING W-SRC-IDX FROM 1 BY 1
              UNTIL W-SRC-IDX > AHHR-ACCOUNT-COUNT

           MOVE AHHR-TOTAL-BALANCE TO W-TOTAL-EDIT
           STRING '| TOTAL ' W-TOTAL-EDIT ' '
              DELIMITED BY SIZE INTO WEB-RESPONSE-TEXT
              WITH POINTER W-TEXT-PTR

           IF AHHR-MORE-ACCOUNTS THEN
              STRING '| MORE ACCOUNTS NOT LISTED '
                 DELIMITED BY SIZE INTO WEB-RESPONSE-TEXT
                 WITH POINTER W-TEXT-PTR
           END-IF

           COMPUTE W-SEND-LEN = W-TEXT-PTR - 1.

       2200-EXIT.
           EXIT.

       2300-FORMAT-ACCOUNT.

           MOVE AHHR-BALANCE(W-SRC-IDX) TO W-BALANCE-EDIT
           STRING '| ' AHHR-BUSINESS-KEY(W-SRC-IDX)
              ' ' AHHR-ANSWER-CODE(W-SRC-IDX)
              ' ' AHHR-ACCOUNT-STATUS(W-SRC-IDX)
              ' ' W-BALANCE-EDIT ' '
              DELIMITED BY SIZE INTO WEB-RESPONSE-TEXT
              WITH POINTER W-TEXT-PTR.

       2300-EXIT.
           EXIT.

      ******************************************************************
      * 9000-SEND-ERROR - one-line plain-text error with an HTTP 500.
      ******************************************************************
       9000-EXIT.
           EXIT.

      ******************************************************************
      * 9100-SEND-REFUSAL - the entitlement refusal as a one-line
      *  plain-text answer with an HTTP 403, so the caller can tell
      *  "not allowed" from "broken".
      ******************************************************************
       9100-SEND-REFUSAL.

           MOVE SPACE TO WEB-RESPONSE-TEXT
           MOVE AREJ-REASON-DESC TO WEB-RESPONSE-TEXT
           MOVE 26 TO W-SEND-LEN

           EXEC CICS WEB SEND FROM(WEB-RESPONSE-TEXT)
           FROMLENGTH(W-SEND-LEN)
           MEDIATYPE('text/plain')
           STATUSCODE(403) STATUSTEXT('FORBIDDEN')
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

       9100-EXIT.
           EXIT.

      ******************************************************************
      * 9200-SEND-ON-HOLD - the planned-outage answer: one plain-text
      *  line with an HTTP 503, so the caller knows to come back later
      *  rather than treat the sources as failed.
      ******************************************************************
       9200-SEND-ON-HOLD.

           MOVE SPACE TO WEB-RESPONSE-TEXT
           MOVE 'SERVICE ON HOLD - PLANNED OUTAGE' TO WEB-RESPONSE-TEXT
           MOVE 32 TO W-SEND-LEN

           EXEC CICS WEB SEND FROM(WEB-RESPONSE-TEXT)
           FROMLENGTH(W-SEND-LEN)
           MEDIATYPE('text/plain')
           STATUSCODE(503) STATUSTEXT('SERVICE UNAVAILABLE')
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

       9200-EXIT.
           EXIT.

      ******************************************************************
      * 9300-SEND-DEFERRED - the requester's daily quota is used up:
      *  the fan-out has parked the request, to be run and answered
      *  to the requester's own destination after the online day, so
      *  the caller gets an HTTP 202 saying so rather than a reply.
      ******************************************************************
       9300-SEND-DEFERRED.

           MOVE SPACE TO WEB-RESPONSE-TEXT
           MOVE 'DAILY QUOTA USED - REQUEST DEFERRED'
             TO WEB-RESPONSE-TEXT
           MOVE 35 TO W-SEND-LEN

           EXEC CICS WEB SEND FROM(WEB-RESPONSE-TEXT)
           FROMLENGTH(W-SEND-LEN)
           MEDIATYPE('text/plain')
           STATUSCODE(202) STATUSTEXT('ACCEPTED')
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

       9300-EXIT.
           EXIT.

       END PROGRAM 'ASYNCWEB'.
