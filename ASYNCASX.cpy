      ******************************************************************
      * ASYNCASX - the month-end account statement extract written by
      *            ASYNCAST for the print vendor: for each account that
      *            proved, a header record, one detail record per
      *            transaction in date and sequence order, and a
      *            closing record; one control trailer ends the file.
      *            Every field is DISPLAY usage, since the file crosses
      *            over to a system outside this application. All four
      *            records are the same length and are told apart by
      *            AASX-RECORD-TYPE.
      ******************************************************************
       01 ASYNC-STATEMENT-HEADER.
           05 AASX-RECORD-TYPE        PIC X(01).
               88 AASX-IS-HEADER          VALUE 'H'.
               88 AASX-IS-DETAIL          VALUE 'D'.
               88 AASX-IS-CLOSING         VALUE 'C'.
               88 AASX-IS-TRAILER         VALUE 'Z'.
           05 AASX-BUSINESS-KEY       PIC X(20).
           05 AASX-CUSTOMER-NAME      PIC X(30).
           05 AASX-ACCOUNT-STATUS     PIC X(02).
           05 AASX-PERIOD-FROM        PIC 9(07).
           05 AASX-PERIOD-TO          PIC 9(07).
      *        the statement month's first and last day (0CYYDDD)
           05 AASX-OPENING-BALANCE    PIC S9(11)V99.
           05 FILLER                  PIC X(40).

       01 ASYNC-STATEMENT-DETAIL.
           05 AASD-RECORD-TYPE        PIC X(01).
           05 AASD-BUSINESS-KEY       PIC X(20).
           05 AASD-TXN-DATE           PIC 9(07).
           05 AASD-TXN-SEQ            PIC 9(03).
           05 AASD-TXN-TYPE           PIC X(02).
           05 AASD-TXN-AMOUNT         PIC S9(9)V99.
      *        always positive; the type says which way it went
           05 AASD-TXN-DESC           PIC X(20).
           05 AASD-RUNNING-BALANCE    PIC S9(11)V99.
      *        the balance after this transaction
           05 FILLER                  PIC X(43).

       01 ASYNC-STATEMENT-CLOSING.
           05 AASC-RECORD-TYPE        PIC X(01).
           05 AASC-BUSINESS-KEY       PIC X(20).
           05 AASC-DEBIT-COUNT        PIC 9(05).
           05 AASC-DEBIT-TOTAL        PIC S9(11)V99.
           05 AASC-CREDIT-COUNT       PIC 9(05).
           05 AASC-CREDIT-TOTAL       PIC S9(11)V99.
           05 AASC-CLOSING-BALANCE    PIC S9(11)V99.
      *        the opening balance plus credits less debits - proved
      *        against the master before the account was extracted
           05 FILLER                  PIC X(50).

      * the control trailer, the file's last record, for the vendor to
      * balance what it prints against
       01 ASYNC-STATEMENT-TRAILER.
           05 AAST-RECORD-TYPE        PIC X(01).
           05 AAST-ACCOUNT-COUNT      PIC 9(07).
           05 AAST-TXN-COUNT          PIC 9(09).
           05 AAST-OPENING-TOTAL      PIC S9(13)V99.
           05 AAST-DEBIT-TOTAL        PIC S9(13)V99.
           05 AAST-CREDIT-TOTAL       PIC S9(13)V99.
           05 AAST-CLOSING-TOTAL      PIC S9(13)V99.
           05 FILLER                  PIC X(43).
