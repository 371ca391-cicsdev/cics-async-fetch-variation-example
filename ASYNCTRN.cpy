      *            VSAM KSDS ASYNCTRN keyed on the business key plus
      *            the transaction date and a same-day sequence
      *            number, so a browse from a business key walks that
      *            account's transactions in date order. Written by
      *            the nightly posting run ASYNCPST, which moves the
      *            ASYNCMST balances in the same pass; read by the
      *            ASYNCCHn children to answer the HIST request type
      *            with the most recent transactions; and walked by
      *            ASYNCAST at month-end to state each account and
      *            prove its master balance.
      ******************************************************************
       01 ASYNC-TXNDETAIL-RECORD.
           05 ATRN-ENTRY-KEY.
