      ******************************************************************
      * ASYNCPRL - one line of the canary probe log: how one child
      *            source answered one probe run of ASYNCPRB against
      *            the expected answer (see ASYNCPRX.cpy). Written to
      *            TD queue PRBL for every active slot on every run,
      *            and read from the day's extract (PRBIN) by the
      *            daily availability report ASYNCAVR.
      ******************************************************************
       01 ASYNC-PROBE-LOG-RECORD.
           05 APRL-RUN-DATE           PIC S9(7) COMP-3.
           05 APRL-RUN-TIME           PIC S9(7) COMP-3.
           05 APRL-CORRELATION-ID     PIC X(16).
      *        the probe run's correlation id off the consolidated
      *        reply - spaces when no reply came back at all
           05 APRL-SLOT-NBR           PIC 9(02).
           05 APRL-CHILD-TRANSID      PIC X(04).
           05 APRL-RESULT             PIC X(01).
               88 APRL-CORRECT            VALUE 'C'.
               88 APRL-WRONG              VALUE 'W'.
               88 APRL-NO-ANSWER          VALUE 'N'.
           05 APRL-OUTCOME            PIC X(10).
           05 APRL-STATUS-CODE        PIC X(02).
           05 APRL-PAYLOAD            PIC X(50).
      *        what the source actually answered
           05 FILLER                  PIC X(07).
