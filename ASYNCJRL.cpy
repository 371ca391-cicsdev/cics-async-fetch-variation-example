      ******************************************************************
      * ASYNCJRL - one line of the replay log: a decision operations
      *            took in the replay transaction ASYNCJRP over an
      *            intake journal entry that never got a reply (see
      *            ASYNCJRN.cpy) - re-fed to the intake queue AINQ,
      *            left alone, or a re-feed that failed and left the
      *            entry as it was. Written to TD queue JRPL and
      *            printed from the day's extract (JRLIN) by the
      *            daily replay report ASYNCJRR.
      ******************************************************************
       01 ASYNC-REPLAY-LOG-RECORD.
           05 AJRL-ENTRY-KEY          PIC X(25).
      *        the journal entry's key - its arrival date, time,
      *        task number and sequence
           05 AJRL-REQUESTER-ID       PIC X(08).
           05 AJRL-BUSINESS-KEY       PIC X(20).
           05 AJRL-REQUEST-TYPE       PIC X(04).
           05 AJRL-CORRELATION-ID     PIC X(16).
           05 AJRL-PRIOR-DISPOSITION  PIC X(01).
      *        A or D, as the journal had it when the decision was
      *        taken - a D had its children dispatched before the
      *        failure, so some sources may have answered already
           05 AJRL-ACTION             PIC X(01).
               88 AJRL-REPLAYED           VALUE 'Q'.
               88 AJRL-LEFT-ALONE         VALUE 'L'.
               88 AJRL-REPLAY-FAILED      VALUE 'F'.
           05 AJRL-ACTION-DATE        PIC S9(7) COMP-3.
           05 AJRL-ACTION-TIME        PIC S9(7) COMP-3.
           05 AJRL-USERID             PIC X(08).
           05 AJRL-TERMID             PIC X(04).
           05 FILLER                  PIC X(10).
