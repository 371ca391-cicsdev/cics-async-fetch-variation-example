      *            collect pass. The queue itself is trimmed by the
      *            region restart or by operations, the same as any
      *            other TS queue here.
      *
      *            Every consolidated reply that goes somewhere,
      *            delivered or parked, is also copied as it stands
      *            to TD queue CMPX - the day's reply extract, which
      *            the nightly cross-source discrepancy report
      *            (ASYNCXSR) reads to compare what the sources said.
      *            A household reply (request type HHLD) is not a
      *            per-source answer and is not copied.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCRTR.
       01 W-ALR-LENGTH       PIC S9(4) USAGE COMP.
       COPY ASYNCALR.

      * the daily reply extract - written with the RESP taken, a
      * reply that could not be copied is still delivered
       01 ASYNC-XTR-QNAME    PIC X(4) VALUE 'CMPX'.

       01 W-TASKN-DISPLAY    PIC 9(7) VALUE 0.
       01 W-ROUTED-COUNT     PIC 9(5) VALUE 0.
       01 W-UNDELIV-COUNT    PIC 9(5) VALUE 0.
      * pass; stamping it anyway would be the silent loss the
      * undelivered store exists to close.
           IF REPLY-DELIVERED OR REPLY-PARKED THEN
              PERFORM 4000-EXTRACT-REPLY THRU 4000-EXIT
              MOVE ROUTED-SENTINEL TO ACMP-REQUESTER-ID
              MOVE LENGTH OF ASYNC-COMPOSITE-RECORD TO W-CMP-LENGTH
              EXEC CICS WRITEQ TS QUEUE(ASYNC-CMP-QNAME)
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-EXTRACT-REPLY - copy the reply just disposed of to the
      *  day's reply extract, before its requester is overwritten
      *  by the sentinel. A household reply carries no per-source
      *  entries and is left out.
      ******************************************************************
       4000-EXTRACT-REPLY.

           IF ACMP-REQUEST-TYPE = 'HHLD' THEN
              GO TO 4000-EXIT
           END-IF

           MOVE LENGTH OF ASYNC-COMPOSITE-RECORD TO W-CMP-LENGTH

           EXEC CICS WRITEQ TD QUEUE(ASYNC-XTR-QNAME)
           FROM(ASYNC-COMPOSITE-RECORD) LENGTH(W-CMP-LENGTH)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

       4000-EXIT.
           EXIT.

       END PROGRAM 'ASYNCRTR'.
