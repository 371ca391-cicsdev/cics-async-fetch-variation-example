      ******************************************************************
      * ASYNCSTL - one line of the standing-inquiry run log: a
      *            standing inquiry (see ASYNCSTD.cpy) the scheduled
      *            transaction ASYNCSTQ found due, and whether its
      *            request went onto the intake queue AINQ. Written to
      *            TD queue STDL and printed from the day's extract
      *            (STDIN) by the daily run list ASYNCSTR.
      ******************************************************************
       01 ASYNC-STANDING-LOG-RECORD.
           05 ASTL-REQUESTER-ID       PIC X(08).
           05 ASTL-STANDING-NBR       PIC 9(03).
           05 ASTL-BUSINESS-KEY       PIC X(20).
           05 ASTL-REQUEST-TYPE       PIC X(04).
           05 ASTL-SCHEDULE           PIC X(01).
           05 ASTL-RUN-DATE           PIC S9(7) COMP-3.
           05 ASTL-RUN-TIME           PIC S9(7) COMP-3.
           05 ASTL-OUTCOME            PIC X(01).
               88 ASTL-QUEUED             VALUE 'Q'.
               88 ASTL-FAILED             VALUE 'F'.
           05 ASTL-REASON             PIC X(24).
      *        why it failed to queue, or a warning on one that did
           05 FILLER                  PIC X(11).
