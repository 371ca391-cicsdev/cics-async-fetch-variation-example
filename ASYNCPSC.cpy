      ******************************************************************
      * ASYNCPSC - one entry of the dispatch profile schedule: on
      *            which days of the week and between which times of
      *            day a named dispatch profile (see ASYNCPRF.cpy) is
      *            in force. Held in the VSAM KSDS ASYNCPSC keyed on
      *            an entry number and loaded by the batch profile
      *            maintenance ASYNCPFU. The first entry in key order
      *            that covers the moment wins, so a narrower entry
      *            (a weekend, a month-end night) is given a lower
      *            number than the everyday one it overrides. A window
      *            runs within one calendar day - an overnight window
      *            is two entries, one to midnight (2400) and one from
      *            it (0000). At a moment no entry covers, the control
      *            table is left as it stands.
      ******************************************************************
       01 ASYNC-SCHEDULE-RECORD.
           05 APSC-ENTRY-SEQ          PIC 9(03).
           05 APSC-DAY-FLAGS.
              10 APSC-DAY-FLAG        PIC X(01) OCCURS 7 TIMES.
      *           Y on the days the entry applies, Sunday first -
      *           the order FORMATTIME numbers them 0 to 6
           05 APSC-START-HHMM         PIC 9(04).
           05 APSC-END-HHMM           PIC 9(04).
      *        in force from the start time up to but not including
      *        the end time; 2400 ends the window at midnight
           05 APSC-PROFILE-NAME       PIC X(08).
           05 APSC-DESCRIPTION        PIC X(30).
           05 FILLER                  PIC X(10).
