      ******************************************************************
      * ASYNCJRN - one intake journal entry: a request ASYNCPG1 took
      *            off the intake queue AINQ and accepted for fan-out
      *            (past the front-door edit and the daily quota - a
      *            rejected or deferred request is recorded on its own
      *            store instead). Held in the VSAM KSDS ASYNCJRN keyed
      *            on AJRN-ENTRY-KEY (arrival order). The entry is
      *            written as the request is staged, marked dispatched
      *            with its correlation id as its fan-out starts, and
      *            marked replied once its consolidated (or household)
      *            reply is on the reply queue - so after a region
      *            failure every request that was read off the queue
      *            but never answered is still on record. The dataset
      *            is defined without backout logging, so an entry
      *            stands the moment it is written, whatever becomes
      *            of the task that wrote it.
      *
      *            The replay transaction ASYNCJRP lists the entries
      *            with no reply and lets operations re-feed each one
      *            to AINQ once, or leave it alone; either decision
      *            is recorded here so the entry is never offered
      *            again, and logged for the daily replay report
      *            (see ASYNCJRL.cpy).
      ******************************************************************
       01 ASYNC-JOURNAL-RECORD.
           05 AJRN-ENTRY-KEY.
              10 AJRN-KEY-DATE        PIC 9(07).
              10 AJRN-KEY-TIME        PIC 9(07).
              10 AJRN-KEY-TASKN       PIC 9(07).
              10 AJRN-KEY-SEQ         PIC 9(04).
      *        four digits - one drain can accept thousands
           05 AJRN-REQUESTER-ID       PIC X(08).
           05 AJRN-INTAKE-IMAGE       PIC X(40).
      *        the ASYNC-INTAKE-RECORD exactly as it was accepted,
      *        written back to AINQ as it stands on a replay
           05 AJRN-ACCEPT-ABSTIME     PIC S9(15) COMP-3.
      *        when the entry was written - the replay transaction
      *        will not re-feed one young enough to be still in flight
           05 AJRN-CORRELATION-ID     PIC X(16).
      *        space until the fan-out starts
           05 AJRN-DISPOSITION        PIC X(01).
               88 AJRN-ACCEPTED           VALUE 'A'.
               88 AJRN-DISPATCHED         VALUE 'D'.
               88 AJRN-REPLIED            VALUE 'R'.
               88 AJRN-REPLAYED           VALUE 'Q'.
               88 AJRN-LEFT-ALONE         VALUE 'L'.
               88 AJRN-AWAITING-REPLY     VALUE 'A' 'D'.
      *        A staged, not yet fanned out; D fanned out, no reply
      *        yet; R replied; Q re-fed to AINQ by the replay
      *        transaction; L left alone there by operations
           05 AJRN-DISP-DATE          PIC 9(07).
           05 AJRN-DISP-TIME          PIC 9(07).
      *        when the disposition last changed
           05 AJRN-ACTION-USERID      PIC X(08).
           05 AJRN-ACTION-TERMID      PIC X(04).
      *        who replayed the entry or left it alone
           05 FILLER                  PIC X(10).
