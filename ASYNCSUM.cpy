      *        (see ASYNCCCH.cpy) with no children dispatched, so the
      *        chargeback report can show the saved dispatches
               88 ASUM-CACHE-HIT          VALUE 'Y'.
           05 ASUM-PROBE-FLAG         PIC X(01).
      *        Y when the run was the canary probe's (ASYNCPRB) - not
      *        a department's request, so never charged
               88 ASUM-PROBE-RUN          VALUE 'Y'.
           05 ASUM-REQUEST-TYPE       PIC X(04).
      *        the request type the inquiry carried
           05 ASUM-RESTRICTED-FLAG    PIC X(01).
      *        Y when any source answered off a frozen or closed
      *        master record - with the request type, what the
      *        disclosure report (ASYNCDSC) lists for an account
      *        beside who asked. Records written before these two
      *        fields carry whatever the filler held; only a Y
      *        reads as restricted.
               88 ASUM-RESTRICTED         VALUE 'Y'.
           05 FILLER                  PIC X(02).
