      *            asked for the inquiry gets one merged answer; the
      *            reply router (ASYNCRTR) drains the queue and
      *            delivers each reply to its requester's own
      *            destination (see ASYNCDST.cpy). As it does, it
      *            copies every consolidated reply to the daily reply
      *            extract (TD queue CMPX) the nightly cross-source
      *            discrepancy report (ASYNCXSR) reads.
      ******************************************************************
       01 ASYNC-COMPOSITE-RECORD.
           05 ACMP-CORRELATION-ID     PIC X(16).
      *        the request type the inquiry carried, so a consumer
      *        holding several replies for one business key - the
      *        bulk facility above all - can tell them apart
           05 ACMP-HOLD-FLAG          PIC X(01).
      *        Y when the fan-out was on planned-outage hold and
      *        ran nothing: every source is missing with outcome
      *        ON HOLD, and the caller should say the service is on
      *        hold rather than that the sources failed
               88 ACMP-SERVICE-ON-HOLD    VALUE 'Y'.
           05 ACMP-CACHE-FLAG         PIC X(01).
      *        Y when the reply was answered from the reply cache
      *        rather than by running the sources - the sources'
      *        entries are those of the reply the cache was filled
      *        from, so the discrepancy report passes over it
               88 ACMP-FROM-CACHE         VALUE 'Y'.
           05 ACMP-ADMIT-FLAG         PIC X(01).
      *        set only on a reply to a DPL caller whose request was
      *        not run: R refused at the front-door edit (it is on
      *        the reject store), D deferred because the requester's
      *        daily quota is used up (it is on the deferred store
      *        and will be answered to the requester's destination
      *        when it is re-fed). Every source is missing, with
      *        outcome REFUSED or DEFERRED.
               88 ACMP-REFUSED            VALUE 'R'.
               88 ACMP-DEFERRED           VALUE 'D'.
           05 FILLER                  PIC X(04).
