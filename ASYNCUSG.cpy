      ******************************************************************
      * ASYNCUSG - one requester's use of the fan-out on one day: the
      *            daily quota in force (from the requester's
      *            entitlement, see ASYNCENT.cpy), the running count of
      *            requests ASYNCPG1 has taken off the intake queue for
      *            the requester, and how many routine requests it
      *            parked on the deferred store (see ASYNCDFR.cpy) once
      *            the quota was used up. Held in the VSAM KSDS
      *            ASYNCUSG keyed on requester id and day, so each day
      *            starts a fresh count and the month's records are the
      *            chargeback report's (ASYNCCGB) quota feed.
      ******************************************************************
       01 ASYNC-USAGE-RECORD.
           05 AUSG-USAGE-KEY.
              10 AUSG-REQUESTER-ID    PIC X(08).
              10 AUSG-USAGE-DATE      PIC 9(07).
           05 AUSG-DAILY-QUOTA        PIC 9(07).
      *        zero is no limit
           05 AUSG-USED-COUNT         PIC 9(07).
      *        every request taken off the queue for the requester,
      *        express ones and those re-fed after hours included
           05 AUSG-DEFERRED-COUNT     PIC 9(07).
           05 FILLER                  PIC X(20).
