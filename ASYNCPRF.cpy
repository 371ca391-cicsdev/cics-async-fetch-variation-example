      ******************************************************************
      * ASYNCPRF - one named dispatch profile: a full set of settings
      *            for the four dispatch slots, each held as a whole
      *            ASYNC-CONTROL-RECORD image (see ASYNCCTL.cpy) - the
      *            branch-peak settings, say, or the overnight bulk
      *            window's. Held in the VSAM KSDS ASYNCPRF keyed on
      *            the profile name and loaded by the batch profile
      *            maintenance ASYNCPFU. The profile schedule (see
      *            ASYNCPSC.cpy) says which profile is in force when;
      *            ASYNCPG1, as it builds its dispatch table, puts the
      *            profile in force onto the control table if it is
      *            not there already, each slot it changes logged to
      *            the change history (ASYNCCHG.cpy) as made by the
      *            scheduler.
      ******************************************************************
       01 ASYNC-PROFILE-RECORD.
           05 APRF-PROFILE-NAME       PIC X(08).
      *        never starting with an asterisk - those keys are kept
      *        for the in-force record below
           05 APRF-DESCRIPTION        PIC X(30).
           05 APRF-SLOT-IMAGE         PIC X(26) OCCURS 4 TIMES.
      *        the control record slot n takes while the profile is in
      *        force; an image left blank leaves that slot as it
      *        stands
           05 FILLER                  PIC X(10).

      * the in-force record, kept on the same dataset under the key
      * *INFORCE: which profile was last put onto the control table,
      * by which schedule entry and when. Same length as the profile
      * record above; told apart by its key.
       01 ASYNC-PROFILE-IN-FORCE.
           05 APIF-RECORD-KEY         PIC X(08).
               88 APIF-IS-IN-FORCE        VALUE '*INFORCE'.
           05 APIF-PROFILE-NAME       PIC X(08).
           05 APIF-ENTRY-SEQ          PIC 9(03).
           05 APIF-APPLIED-DATE       PIC 9(07).
           05 APIF-APPLIED-TIME       PIC 9(07).
           05 FILLER                  PIC X(119).
