      ******************************************************************
      * ASYNCPTX - one debit or credit posting from the core ledger's
      *            daily posting file, applied by the nightly posting
      *            job ASYNCPST to the transaction-detail KSDS
      *            (ASYNCTRN.cpy) and the customer/account master
      *            (ASYNCMST.cpy). Every field is DISPLAY usage, since
      *            the record crosses over from a system outside this
      *            application.
      *
      *            The amount is always positive; the posting type
      *            says which way it moves the balance - DB takes it
      *            off, CR adds it on. The posting date is in the
      *            EIBDATE julian form (0CYYDDD) the detail KSDS is
      *            keyed on.
      ******************************************************************
       01 ASYNC-POSTING-TXN.
           05 APTX-BUSINESS-KEY       PIC X(20).
           05 APTX-TXN-DATE           PIC 9(07).
           05 APTX-TXN-TYPE           PIC X(02).
               88 APTX-TYPE-DEBIT         VALUE 'DB'.
               88 APTX-TYPE-CREDIT        VALUE 'CR'.
           05 APTX-TXN-AMOUNT         PIC S9(9)V99.
           05 APTX-TXN-DESC           PIC X(20).
           05 FILLER                  PIC X(20).
