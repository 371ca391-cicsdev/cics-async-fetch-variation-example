      ******************************************************************
      * ASYNCENT - one requester's entitlement: which request types
      *            the requester id may put through the fan-out, and
      *            whether it may see accounts the master holds as
      *            frozen or closed. Held in the VSAM KSDS ASYNCENT
      *            keyed on the requester id the intake record
      *            carries (AINT-REQUESTER-ID, see ASYNCINT.cpy).
      *            Checked by ASYNCPG1's front-door edit and by the
      *            HTTP front door ASYNCWEB - a requester with no
      *            entry here is entitled to nothing - and maintained
      *            online through ASYNCENU, which stamps the last
      *            change on the record and logs every change to the
      *            maintenance history (see ASYNCMLG.cpy).
      *
      *            The entry also carries the requester's daily request
      *            quota. ASYNCPG1 counts each day's use against it in
      *            the usage store (see ASYNCUSG.cpy) and, once it is
      *            used up, parks routine requests on the deferred
      *            store (see ASYNCDFR.cpy) until the online day is
      *            over.
      ******************************************************************
       01 ASYNC-ENTITLEMENT-RECORD.
           05 AENT-REQUESTER-ID       PIC X(08).
           05 AENT-ALLOW-INQY         PIC X(01).
               88 AENT-INQY-ALLOWED       VALUE 'Y'.
           05 AENT-ALLOW-BALI         PIC X(01).
               88 AENT-BALI-ALLOWED       VALUE 'Y'.
           05 AENT-ALLOW-STAT         PIC X(01).
               88 AENT-STAT-ALLOWED       VALUE 'Y'.
           05 AENT-ALLOW-HIST         PIC X(01).
               88 AENT-HIST-ALLOWED       VALUE 'Y'.
           05 AENT-RESTRICTED-FLAG    PIC X(01).
      *        Y when the requester may be answered about frozen and
      *        closed accounts - anything else and such an inquiry
      *        is refused at the door
               88 AENT-SEES-RESTRICTED    VALUE 'Y'.
           05 AENT-CHANGED-USERID     PIC X(08).
           05 AENT-CHANGED-DATE       PIC 9(07).
           05 AENT-CHANGED-TIME       PIC 9(07).
           05 AENT-DAILY-QUOTA        PIC 9(07).
      *        requests a day the requester may put through the
      *        online day before routine ones are deferred; zero (or
      *        an entry written before there were quotas) is no limit
           05 FILLER                  PIC X(23).
