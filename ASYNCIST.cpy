      ******************************************************************
      * ASYNCIST - one interval statistics record: how full the
      *            fan-out was at the end of one collection interval.
      *            Written by the background collector ASYNCISC to the
      *            VSAM KSDS ASYNCIST, keyed on the date and time the
      *            interval closed, and read a day at a time by the
      *            nightly peak and capacity report ASYNCCAP, which
      *            opens it for input only - the dataset's share
      *            options allow that while CICS has it open for
      *            update.
      *
      *            The queue depth, in-flight and worker figures are
      *            snapshots taken as the interval closes; the request
      *            and cache-hit figures are counts over the whole
      *            interval (see ASYNCIVC.cpy).
      ******************************************************************
       01 ASYNC-INTERVAL-RECORD.
           05 AIST-INTERVAL-KEY.
              10 AIST-DATE            PIC 9(07).
              10 AIST-TIME            PIC 9(07).
      *        0CYYDDD / 0HHMMSS, the EIBDATE/EIBTIME forms
           05 AIST-INTERVAL-MIN       PIC S9(4) COMP.
      *        the interval length in force (parameter STATMIN)
           05 AIST-AINQ-DEPTH         PIC S9(8) COMP.
      *        requests waiting on the intake queue AINQ
           05 AIST-INFLIGHT-CHILDREN  PIC S9(8) COMP.
           05 AIST-ACTIVE-PARENTS     PIC S9(8) COMP.
      *        ASYNCACT registry: children still in flight, and the
      *        parent runs they belong to
           05 AIST-WORKERS-BUSY       PIC S9(4) COMP.
      *        parallel drain workers (transaction AWRK) running
           05 AIST-WORKER-CAP         PIC S9(4) COMP.
           05 AIST-WORKER-DEPTH       PIC S9(8) COMP.
      *        the WRKCAP and WRKDEPTH settings in force, so the
      *        report can set the workers busy against them
           05 AIST-REQUESTS           PIC S9(8) COMP.
           05 AIST-CACHE-HITS         PIC S9(8) COMP.
           05 AIST-SLOT-ENTRY OCCURS 4 TIMES.
              10 AIST-SLOT-TRANSID    PIC X(04).
              10 AIST-BREAKER-STATE   PIC X(01).
      *           C closed, O open, P probing (see ASYNCBRK.cpy);
      *           space when the slot is not in use
           05 FILLER                  PIC X(12).
