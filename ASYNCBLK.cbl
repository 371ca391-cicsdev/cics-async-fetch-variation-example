      *            control report - submitted, skipped, collected,
      *            still outstanding - goes to BLKR and the
      *            terminal.
      *
      *            While the service is on planned-outage hold (the
      *            SVCHOLD parameter, see ASYNCHLD) the submit pass
      *            feeds nothing: it looks at the switch before it
      *            starts and again at every throttle pause, and
      *            stops with the rest of the keys still on BLKI for
      *            a rerun once the hold is off. The collect pass
      *            still runs, so replies to keys fed before the hold
      *            are not left behind.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCBLK.
           88 STATE-SCANNED        VALUE 'Y'.
       01 W-MATCH-FLAG       PIC X(01) VALUE 'N'.
           88 STATE-MATCHED        VALUE 'Y'.
       01 W-HOLD-FLAG        PIC X(01) VALUE 'N'.
           88 FEED-HELD            VALUE 'Y'.

      * the requester id every bulk submission carries - the handle
      * the collect pass recognises its own replies by
           PERFORM 0120-GET-PARM THRU 0120-EXIT
           MOVE W-PARM-VALUE TO W-BATCH-SIZE

           PERFORM 0130-CHECK-HOLD THRU 0130-EXIT

           PERFORM 1000-SUBMIT-NEXT-KEY THRU 1000-EXIT
              UNTIL INPUT-DRAINED OR FEED-HELD

           PERFORM 2000-COLLECT-REPLIES THRU 2000-EXIT

       0120-EXIT.
           EXIT.

      ******************************************************************
      * 0130-CHECK-HOLD - is the service on planned-outage hold
      *  (parameter SVCHOLD = 1)? If so the submit pass stops.
      ******************************************************************
       0130-CHECK-HOLD.

           MOVE 'SVCHOLD ' TO APRM-PARM-NAME
           MOVE 0          TO W-PARM-DEFAULT
           MOVE 'SERVICE HOLD, 1=ON 0=OFF' TO APRM-PARM-DESC
           PERFORM 0120-GET-PARM THRU 0120-EXIT

           IF W-PARM-VALUE = 1 THEN
              MOVE 'Y' TO W-HOLD-FLAG
           END-IF.

       0130-EXIT.
           EXIT.

      ******************************************************************
      * 1000-SUBMIT-NEXT-KEY - one line of the bulk input onto the
      *  intake queue, unless the state store says this key and type
              GO TO 1000-EXIT
           END-IF

           MOVE SPACE             TO ASYNC-INTAKE-RECORD
           MOVE BLKI-BUSINESS-KEY TO AINT-BUSINESS-KEY
           MOVE BLKI-REQUEST-TYPE TO AINT-REQUEST-TYPE
           MOVE BULK-REQUESTER    TO AINT-REQUESTER-ID
           IF W-BATCH-USED >= W-BATCH-SIZE THEN
              MOVE 0 TO W-BATCH-USED
              EXEC CICS DELAY FOR SECONDS(1) END-EXEC
              PERFORM 0130-CHECK-HOLD THRU 0130-EXIT
           END-IF.

       1000-EXIT.

           MOVE 'STILL OUTSTANDING:    ' TO CTL-TAG
           MOVE W-OUTSTAND-COUNT         TO CTL-COUNT
           PERFORM 4100-WRITE-CONTROL-LINE THRU 4100-EXIT

      * a feed stopped by the hold says so, with how far it got -
      * the keys not yet read are still on BLKI for the rerun
           IF FEED-HELD THEN
              MOVE 'FEED HELD AFTER KEYS: ' TO CTL-TAG
              MOVE W-SUBMITTED-COUNT        TO CTL-COUNT
              PERFORM 4100-WRITE-CONTROL-LINE THRU 4100-EXIT
           END-IF.

       4000-EXIT.
           EXIT.
