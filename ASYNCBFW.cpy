      ******************************************************************
      * ASYNCBFW - one account's balance carried forward from a month-
      *            end statement run (ASYNCAST) to the next: the
      *            closing balance the month's postings brought the
      *            account to, as at the last day of that month. The
      *            run writes one for every account on the master, in
      *            business-key order (BALOUT), and reads last month's
      *            back (BALIN) as the opening balances it proves the
      *            master against - the master itself holds only the
      *            balance as it stands now.
      *
      *            A run that finishes ends BALOUT with a trailer - key
      *            HIGH-VALUES, carrying the count of balances written
      *            - and no other run does, so a file cut short by a
      *            failed run can never be taken for a whole month.
      ******************************************************************
       01 ASYNC-BALANCE-FORWARD.
           05 ABFW-BUSINESS-KEY       PIC X(20).
               88 ABFW-TRAILER            VALUE HIGH-VALUES.
           05 ABFW-PERIOD-TO          PIC 9(07).
      *        the month-end (0CYYDDD) the balance stands at
           05 ABFW-CLOSING-BALANCE    PIC S9(11)V99 COMP-3.
           05 ABFW-BALANCE-BASIS      PIC X(01).
               88 ABFW-BASIS-PROVED       VALUE 'P'.
      *            the master agreed with it
               88 ABFW-BASIS-HELD         VALUE 'H'.
      *            the master did not agree - carried as the postings
      *            make it, so the difference shows again next month
      *            until the master is put right
               88 ABFW-BASIS-TAKEN-ON     VALUE 'T'.
      *            no balance came forward for the account; the
      *            opening was taken from the master
           05 ABFW-ACCOUNT-COUNT      PIC 9(07).
      *        on the trailer, the balances ahead of it; zero on the
      *        others
           05 FILLER                  PIC X(08).
