      *            keyed on AREJ-ENTRY-KEY (arrival order), and
      *            printed by the daily intake-rejects report
      *            (ASYNCRJR) so the order-entry team can see what
      *            they are sending us. A request from a requester
      *            not entitled to it (see ASYNCENT.cpy) is diverted
      *            here too, under its own reason, whether it came in
      *            on AINQ or through the HTTP front door ASYNCWEB.
      ******************************************************************
       01 ASYNC-INTAKE-REJECT.
           05 AREJ-ENTRY-KEY.
               88 AREJ-REASON-BAD-KEY       VALUE 02.
               88 AREJ-REASON-BAD-TYPE      VALUE 03.
               88 AREJ-REASON-NO-REQUESTER  VALUE 04.
               88 AREJ-REASON-NOT-ENTITLED  VALUE 05.
           05 AREJ-REASON-DESC        PIC X(26).
           05 AREJ-REQUESTER-ID       PIC X(08).
           05 AREJ-INTAKE-IMAGE       PIC X(40).
