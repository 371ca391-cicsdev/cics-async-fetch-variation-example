      ******************************************************************
      * ASYNCHLW - one planned-outage hold window: when the fan-out
      *            was put on hold and by whom, why, and when and by
      *            whom it was released. Held in the VSAM KSDS
      *            ASYNCHLW keyed on the start date and time, written
      *            by the hold console (ASYNCHLD) as the hold is put
      *            on and rewritten as it is taken off. The switch
      *            itself is the SVCHOLD parameter (see ASYNCPRM.cpy)
      *            every program that feeds or runs the fan-out reads;
      *            this is the record of each window it was on, which
      *            the reconciliation (ASYNCRPT) and trend (ASYNCTRD)
      *            reports read to set the activity inside a window
      *            apart from normal service. They open it for input
      *            only, which the dataset's share options allow while
      *            CICS has it open for update.
      ******************************************************************
       01 ASYNC-HOLD-WINDOW-RECORD.
           05 AHLW-WINDOW-KEY.
              10 AHLW-START-DATE      PIC 9(07).
              10 AHLW-START-TIME      PIC 9(07).
           05 AHLW-START-USERID       PIC X(08).
           05 AHLW-START-TERMID       PIC X(04).
           05 AHLW-REASON             PIC X(40).
      *        what the outage is for, as the operator keyed it
           05 AHLW-STATUS             PIC X(01).
               88 AHLW-OPEN               VALUE 'O'.
               88 AHLW-CLOSED             VALUE 'C'.
      *        O while the hold is still on - the end fields are
      *        then zero and space
           05 AHLW-END-DATE           PIC 9(07).
           05 AHLW-END-TIME           PIC 9(07).
           05 AHLW-END-USERID         PIC X(08).
           05 AHLW-END-TERMID         PIC X(04).
           05 FILLER                  PIC X(10).
