      *            ACMP-REQUESTER-ID), so each requesting department
      *            gets its answers on its own destination instead of
      *            polling a TS queue it shares with everyone else.
      *            The month's service-level statements (ASYNCSLS) go
      *            to the same destination, handed over by the
      *            statement delivery transaction ASYNCSLD.
      *            Maintained online through ASYNCDSU, which edits the
      *            name against the destination type.
      ******************************************************************
       01 ASYNC-DESTINATION-RECORD.
           05 ADST-REQUESTER-ID       PIC X(08).
