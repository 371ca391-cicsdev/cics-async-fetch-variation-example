      *            transid has alerted enough times inside the
      *            escalation window; an abnormal ending is critical
      *            from the first alert.
      *
      *            The canary probe (ASYNCPRB) raises PROBEWRNG when a
      *            source answers its test key with something other
      *            than the expected reply, and PROBENONE when a
      *            source does not answer at all - both critical, as
      *            the probe is the early warning for real traffic.
      ******************************************************************
       01 ASYNC-ALERT-RECORD.
           05 AALR-SEVERITY           PIC X(01).
