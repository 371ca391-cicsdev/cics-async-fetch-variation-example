           05 AREQ-REQUESTER-ID       PIC X(08).
      *        who asked, carried down from the intake record so a
      *        child can put a name on a compliance referral
           05 AREQ-PROBE-FLAG         PIC X(01).
      *        Y on the canary probe's own requests (ASYNCPRB), which
      *        go through the whole fan-out but are kept out of the
      *        reply cache, the resubmission queue and the chargeback
      *        and trend figures. Blank on every real request.
               88 AREQ-PROBE-RUN          VALUE 'Y'.
           05 FILLER                  PIC X(05).
