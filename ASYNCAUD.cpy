      *        record stays decodable after a pad-to-length
      *        conversion (ASYNCAUX) while a mid-record insert
      *        shifts every offset behind it
           05 AAUD-PROBE-FLAG         PIC X(01).
      *        Y when the child ran for the canary probe (ASYNCPRB)
      *        rather than for a real request, so the trend report
      *        leaves it out of the SLA figures. A record converted
      *        from the prior layout is padded with a space here,
      *        which reads as a real request - as it was.
               88 AAUD-PROBE-RUN           VALUE 'Y'.

      * end-of-day control trailer, written by the cutover
      * transaction (ASYNCEOD) as the last record of the day's
           05 ATRL-TRAILER-DATE       PIC S9(7) COMP-3.
           05 ATRL-RECORD-COUNT       PIC S9(8) COMP.
           05 ATRL-HASH-TOTAL         PIC S9(15) COMP-3.
           05 FILLER                  PIC X(102).
