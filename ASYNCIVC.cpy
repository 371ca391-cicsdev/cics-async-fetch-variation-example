      ******************************************************************
      * ASYNCIVC - the running request counters for the current
      *            statistics interval, held as the single item of TS
      *            queue ASYNCIVC and shared by every ASYNCPG1 task,
      *            the same arrangement as the breaker states in
      *            ASYNCBRK. Each fan-out steps them as its summary is
      *            written; the interval collector (ASYNCISC) takes
      *            them into its interval record and starts them again
      *            from zero. Both sides hold an ENQ on the queue name
      *            across the read and the rewrite, so no count is
      *            lost to two tasks updating at once.
      ******************************************************************
       01 ASYNC-INTERVAL-COUNTERS.
           05 AIVC-REQUESTS           PIC S9(8) COMP.
      *        fan-outs completed - one per summary record, cache
      *        answers included
           05 AIVC-CACHE-HITS         PIC S9(8) COMP.
           05 FILLER                  PIC X(08).
