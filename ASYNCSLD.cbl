      ******************************************************************
      * ASYNCSLD - monthly service-level statement delivery. Started by
      *            the scheduler once the statement run (ASYNCSLS) has
      *            ended, it reads the statement extract through the
      *            extrapartition TD destination SLSI (see ASYNCSLX.cpy)
      *            and hands each requester's statement, line by line,
      *            to the requester's own destination from the
      *            destination table (VSAM KSDS ASYNCDST, see
      *            ASYNCDST.cpy) - an intrapartition TD queue, an IBM
      *            MQ queue, or an extrapartition TD destination the
      *            requester's batch side picks up - the same three
      *            ways the reply router (ASYNCRTR) delivers replies.
      *
      *            The destination is looked up once per statement. A
      *            statement whose requester has no destination, whose
      *            destination is marked inactive, or whose delivery
      *            failed part way is not delivered (what was handed
      *            over before a failure stays where it went); each
      *            one is named with its reason on TD queue SLDR for
      *            the operations log, and the printed copy from the
      *            statement run is what goes to that requester.
      *
      *            SLSI is opened at the start and closed again once
      *            the extract is read to the end, so the scheduler can
      *            put the next month's extract in its place. A control
      *            line with the counts goes to SLDR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCSLD.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 W-RESP             PIC S9(8) USAGE BINARY.
       01 W-RESP2            PIC S9(8) USAGE BINARY.
       01 W-EXTRACT-EOF-FLAG PIC X(01) VALUE 'N'.
           88 EXTRACT-DRAINED      VALUE 'Y'.
       01 W-IN-HAND-FLAG     PIC X(01) VALUE 'N'.
           88 STATEMENT-IN-HAND    VALUE 'Y'.
       01 W-DELIVERABLE-FLAG PIC X(01) VALUE 'N'.
           88 STATEMENT-DELIVERABLE VALUE 'Y'.

       01 ASYNC-SLS-QNAME    PIC X(4) VALUE 'SLSI'.
       01 W-SLX-LENGTH       PIC S9(4) USAGE COMP.
       COPY ASYNCSLX.
       01 W-CURRENT-REQUESTER PIC X(8) VALUE SPACE.

       01 ASYNC-DST-FILE     PIC X(8) VALUE 'ASYNCDST'.
       COPY ASYNCDST.

      * the delivery TD queue name - the first four characters of
      * the destination name, for both the intrapartition and the
      * extrapartition flavours
       01 W-DEST-TDQUEUE     PIC X(4) VALUE SPACE.

      * the MQ flavour reuses the hand-maintained control blocks the
      * warehouse bridge uses (see ASYNCMQD.cpy); the queue is opened
      * once per statement
       COPY ASYNCMQD.
       01 MQ-HCONN           PIC S9(9) BINARY VALUE 0.
       01 MQ-HOBJ-DST        PIC S9(9) BINARY VALUE 0.
       01 MQ-OPEN-OPTS       PIC S9(9) BINARY VALUE 0.
       01 MQ-COMPCODE        PIC S9(9) BINARY VALUE 0.
       01 MQ-REASON          PIC S9(9) BINARY VALUE 0.
       01 MQ-BUFFER-LEN      PIC S9(9) BINARY VALUE 0.
       01 W-REASON-EDIT      PIC 9(9) VALUE 0.
       01 W-UNDELIV-REASON   PIC X(26) VALUE SPACE.

       01 W-PASS-DATE        PIC 9(7) VALUE 0.
       01 W-PASS-TIME        PIC 9(7) VALUE 0.
       01 W-LINE-COUNT       PIC 9(7) VALUE 0.
       01 W-OTHER-COUNT      PIC 9(7) VALUE 0.
       01 W-DELIVERED-COUNT  PIC 9(7) VALUE 0.
       01 W-UNDELIV-COUNT    PIC 9(7) VALUE 0.
       01 W-CTL-COUNT        PIC 9(7) VALUE 0.

       01 ASYNC-SLDR-QNAME   PIC X(4) VALUE 'SLDR'.
       01 W-SLDR-LENGTH      PIC S9(4) USAGE COMP.
       01 CONTROL-LINE.
           05 FILLER             PIC X(10) VALUE 'ASYNCSLD  '.
           05 CTL-DATE           PIC 9(7).
           05 FILLER             PIC X(01) VALUE '-'.
           05 CTL-TIME           PIC 9(7).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 CTL-TEXT           PIC X(26).
           05 CTL-COUNT          PIC ZZZ,ZZ9.

       01 UNDELIVERED-LINE.
           05 FILLER             PIC X(10) VALUE 'ASYNCSLD  '.
           05 UDL-DATE           PIC 9(7).
           05 FILLER             PIC X(01) VALUE '-'.
           05 UDL-TIME           PIC 9(7).
           05 FILLER             PIC X(15) VALUE ' NOT DELIVERED '.
           05 UDL-REQUESTER      PIC X(8).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 UDL-REASON         PIC X(26).

       LINKAGE SECTION.
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

           MOVE EIBDATE TO W-PASS-DATE
           MOVE EIBTIME TO W-PASS-TIME

           EXEC CICS SET TDQUEUE(ASYNC-SLS-QNAME) OPEN
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'STATEMENT EXTRACT NOT OPEN' TO CTL-TEXT
              MOVE 0 TO W-CTL-COUNT
              PERFORM 0900-WRITE-CONTROL-LINE THRU 0900-EXIT
              EXEC CICS RETURN END-EXEC
           END-IF

           PERFORM 1000-NEXT-LINE THRU 1000-EXIT
              UNTIL EXTRACT-DRAINED
           PERFORM 2900-END-STATEMENT THRU 2900-EXIT

           EXEC CICS SET TDQUEUE(ASYNC-SLS-QNAME) CLOSED
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           MOVE 'STATEMENT LINES READ:'     TO CTL-TEXT
           MOVE W-LINE-COUNT                TO W-CTL-COUNT
           PERFORM 0900-WRITE-CONTROL-LINE THRU 0900-EXIT

           MOVE 'STATEMENTS DELIVERED:'     TO CTL-TEXT
           MOVE W-DELIVERED-COUNT           TO W-CTL-COUNT
           PERFORM 0900-WRITE-CONTROL-LINE THRU 0900-EXIT

           MOVE 'STATEMENTS NOT DELIVERED:' TO CTL-TEXT
           MOVE W-UNDELIV-COUNT             TO W-CTL-COUNT
           PERFORM 0900-WRITE-CONTROL-LINE THRU 0900-EXIT

           IF W-OTHER-COUNT > 0 THEN
              MOVE 'NOT STATEMENT LINES:'   TO CTL-TEXT
              MOVE W-OTHER-COUNT            TO W-CTL-COUNT
              PERFORM 0900-WRITE-CONTROL-LINE THRU 0900-EXIT
           END-IF

           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 0900-WRITE-CONTROL-LINE - one line to the operations log.
      ******************************************************************
       0900-WRITE-CONTROL-LINE.

           MOVE W-PASS-DATE   TO CTL-DATE
           MOVE W-PASS-TIME   TO CTL-TIME
           MOVE W-CTL-COUNT   TO CTL-COUNT
           MOVE LENGTH OF CONTROL-LINE TO W-SLDR-LENGTH

           EXEC CICS WRITEQ TD QUEUE(ASYNC-SLDR-QNAME)
           FROM(CONTROL-LINE) LENGTH(W-SLDR-LENGTH)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

       0900-EXIT.
           EXIT.

      ******************************************************************
      * 1000-NEXT-LINE - take the next line off the extract; the first
      *  line of a new requester's statement finishes the one before
      *  and looks the new one's destination up. QZERO past the last
      *  line - or any read that fails - ends the pass.
      ******************************************************************
       1000-NEXT-LINE.

           MOVE LENGTH OF ASYNC-STATEMENT-RECORD TO W-SLX-LENGTH

           EXEC CICS READQ TD QUEUE(ASYNC-SLS-QNAME)
           INTO(ASYNC-STATEMENT-RECORD) LENGTH(W-SLX-LENGTH)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO W-EXTRACT-EOF-FLAG
              IF W-RESP NOT = DFHRESP(QZERO) THEN
                 MOVE 'STATEMENT EXTRACT READ FAIL' TO CTL-TEXT
                 MOVE W-LINE-COUNT TO W-CTL-COUNT
                 PERFORM 0900-WRITE-CONTROL-LINE THRU 0900-EXIT
              END-IF
              GO TO 1000-EXIT
           END-IF

           ADD 1 TO W-LINE-COUNT

           IF NOT ASLX-IS-STATEMENT THEN
              ADD 1 TO W-OTHER-COUNT
              GO TO 1000-EXIT
           END-IF

           IF NOT STATEMENT-IN-HAND
              OR ASLX-REQUESTER-ID NOT = W-CURRENT-REQUESTER THEN
              PERFORM 2900-END-STATEMENT THRU 2900-EXIT
              PERFORM 2000-START-STATEMENT THRU 2000-EXIT
           END-IF

           IF NOT STATEMENT-DELIVERABLE THEN
              GO TO 1000-EXIT
           END-IF

           IF ADST-DEST-MQQUEUE THEN
              PERFORM 2200-DELIVER-MQQUEUE THRU 2200-EXIT
           ELSE
              PERFORM 2100-DELIVER-TDQUEUE THRU 2100-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-START-STATEMENT - look the requester up in the destination
      *  table and get its destination ready. Every way this can fail
      *  leaves the statement undeliverable with the reason.
      ******************************************************************
       2000-START-STATEMENT.

           MOVE ASLX-REQUESTER-ID TO W-CURRENT-REQUESTER
           MOVE 'Y' TO W-IN-HAND-FLAG
           MOVE 'N' TO W-DELIVERABLE-FLAG
           MOVE SPACE TO W-UNDELIV-REASON
           MOVE ASLX-REQUESTER-ID TO ADST-REQUESTER-ID

           EXEC CICS READ FILE(ASYNC-DST-FILE)
           RIDFLD(ADST-REQUESTER-ID) INTO(ASYNC-DESTINATION-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'NO DESTINATION ON FILE' TO W-UNDELIV-REASON
              GO TO 2000-EXIT
           END-IF

           IF NOT ADST-DEST-ACTIVE THEN
              MOVE 'DESTINATION INACTIVE' TO W-UNDELIV-REASON
              GO TO 2000-EXIT
           END-IF

           EVALUATE TRUE
              WHEN ADST-DEST-TDQUEUE
              WHEN ADST-DEST-FILE
                 MOVE ADST-DEST-NAME(1:4) TO W-DEST-TDQUEUE
                 MOVE 'Y' TO W-DELIVERABLE-FLAG
              WHEN ADST-DEST-MQQUEUE
                 PERFORM 2050-OPEN-MQQUEUE THRU 2050-EXIT
              WHEN OTHER
                 MOVE 'UNKNOWN DESTINATION TYPE' TO W-UNDELIV-REASON
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2050-OPEN-MQQUEUE - open the requester's MQ queue for the
      *  statement's lines.
      ******************************************************************
       2050-OPEN-MQQUEUE.

           MOVE MQHC-DEF-HCONN TO MQ-HCONN
           MOVE ADST-DEST-NAME TO MQOD-OBJECTNAME
           MOVE MQOO-OUTPUT    TO MQ-OPEN-OPTS

           CALL 'MQOPEN' USING MQ-HCONN, MQM-OBJECT-DESCRIPTOR,
              MQ-OPEN-OPTS, MQ-HOBJ-DST, MQ-COMPCODE, MQ-REASON
           IF MQ-COMPCODE NOT = MQCC-OK THEN
              MOVE 0 TO MQ-HOBJ-DST
              PERFORM 2950-NOTE-MQ-ERROR THRU 2950-EXIT
              GO TO 2050-EXIT
           END-IF

           MOVE 'Y' TO W-DELIVERABLE-FLAG.

       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2100-DELIVER-TDQUEUE - the TD flavours: intrapartition for a
      *  requester transaction inside the region, extrapartition for
      *  a dataset the requester's batch side reads. Same WRITEQ
      *  either way.
      ******************************************************************
       2100-DELIVER-TDQUEUE.

           MOVE LENGTH OF ASYNC-STATEMENT-RECORD TO W-SLX-LENGTH

           EXEC CICS WRITEQ TD QUEUE(W-DEST-TDQUEUE)
           FROM(ASYNC-STATEMENT-RECORD) LENGTH(W-SLX-LENGTH)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'N' TO W-DELIVERABLE-FLAG
              MOVE SPACE TO W-UNDELIV-REASON
              STRING 'TD WRITE FAILED ' W-DEST-TDQUEUE
                 DELIMITED BY SIZE INTO W-UNDELIV-REASON
           END-IF.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-DELIVER-MQQUEUE - the MQ flavour: one message per line,
      *  the statement record type carried in the MQ correlation
      *  context so the requester can tell it from a reply unread.
      ******************************************************************
       2200-DELIVER-MQQUEUE.

           MOVE MQFMT-STRING        TO MQMD-FORMAT
           MOVE LOW-VALUES          TO MQMD-MSGID
           MOVE ASLX-RECORD-TYPE    TO MQMD-CORRELID
           COMPUTE MQPMO-OPTIONS =
                   MQPMO-NO-SYNCPOINT-OPT
           MOVE LENGTH OF ASYNC-STATEMENT-RECORD TO MQ-BUFFER-LEN

           CALL 'MQPUT' USING MQ-HCONN, MQ-HOBJ-DST,
              MQM-MESSAGE-DESCRIPTOR, MQM-PUT-OPTIONS,
              MQ-BUFFER-LEN, ASYNC-STATEMENT-RECORD,
              MQ-COMPCODE, MQ-REASON

           IF MQ-COMPCODE NOT = MQCC-OK THEN
              MOVE 'N' TO W-DELIVERABLE-FLAG
              PERFORM 2950-NOTE-MQ-ERROR THRU 2950-EXIT
           END-IF.

       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2900-END-STATEMENT - finish the statement in hand: close its MQ
      *  queue if one is open, count it, and name an undelivered one
      *  on the operations log.
      ******************************************************************
       2900-END-STATEMENT.

           IF NOT STATEMENT-IN-HAND THEN
              GO TO 2900-EXIT
           END-IF

           IF MQ-HOBJ-DST NOT = 0 THEN
              CALL 'MQCLOSE' USING MQ-HCONN, MQ-HOBJ-DST,
                 MQCO-NONE, MQ-COMPCODE, MQ-REASON
              MOVE 0 TO MQ-HOBJ-DST
           END-IF

           MOVE 'N' TO W-IN-HAND-FLAG

           IF STATEMENT-DELIVERABLE THEN
              ADD 1 TO W-DELIVERED-COUNT
              GO TO 2900-EXIT
           END-IF

           ADD 1 TO W-UNDELIV-COUNT
           MOVE W-PASS-DATE         TO UDL-DATE
           MOVE W-PASS-TIME         TO UDL-TIME
           MOVE W-CURRENT-REQUESTER TO UDL-REQUESTER
           MOVE W-UNDELIV-REASON    TO UDL-REASON
           MOVE LENGTH OF UNDELIVERED-LINE TO W-SLDR-LENGTH

           EXEC CICS WRITEQ TD QUEUE(ASYNC-SLDR-QNAME)
           FROM(UNDELIVERED-LINE) LENGTH(W-SLDR-LENGTH)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

       2900-EXIT.
           EXIT.

       2950-NOTE-MQ-ERROR.

           MOVE MQ-REASON TO W-REASON-EDIT
           MOVE SPACE TO W-UNDELIV-REASON
           STRING 'MQ PUT FAILED RC=' W-REASON-EDIT
              DELIMITED BY SIZE INTO W-UNDELIV-REASON.

       2950-EXIT.
           EXIT.

       END PROGRAM 'ASYNCSLD'.
