      ******************************************************************
      * ASYNCDFR - one routine intake request deferred to off-peak:
      *            ASYNCPG1 parks a request here instead of fanning it
      *            out when its requester has used up the day's quota
      *            during the online day (see ASYNCENT.cpy and
      *            ASYNCUSG.cpy). Held in the VSAM KSDS ASYNCDFR keyed
      *            on ADFR-ENTRY-KEY (arrival order), and put back on
      *            the intake queue AINQ, oldest first, by the re-feed
      *            transaction ASYNCDRF once the online day has closed.
      ******************************************************************
       01 ASYNC-DEFERRED-RECORD.
           05 ADFR-ENTRY-KEY.
              10 ADFR-KEY-DATE        PIC 9(07).
              10 ADFR-KEY-TIME        PIC 9(07).
              10 ADFR-KEY-TASKN       PIC 9(07).
              10 ADFR-KEY-SEQ         PIC 9(04).
      *        four digits, not two - one drain can defer thousands
           05 ADFR-REQUESTER-ID       PIC X(08).
           05 ADFR-INTAKE-IMAGE       PIC X(40).
      *        the ASYNC-INTAKE-RECORD exactly as it arrived, written
      *        back to AINQ as it stands
           05 FILLER                  PIC X(10).
