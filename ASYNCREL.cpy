      ******************************************************************
      * ASYNCREL - one customer-to-account relationship: which
      *            accounts on the customer/account master
      *            (ASYNCMST.cpy) a customer holds, and how. Held in
      *            the VSAM KSDS ASYNCREL keyed on customer id then
      *            account business key, so one customer's accounts
      *            are a single generic browse - the household
      *            inquiry (request type HHLD) walks them to fan out
      *            one inquiry per account. Maintained by the batch
      *            delta job ASYNCRUP from the order-entry system's
      *            relationship feed (see ASYNCRTX.cpy).
      ******************************************************************
       01 ASYNC-RELATIONSHIP-RECORD.
           05 AREL-RELATION-KEY.
              10 AREL-CUSTOMER-ID     PIC X(20).
              10 AREL-BUSINESS-KEY    PIC X(20).
           05 AREL-RELATION-TYPE      PIC X(02).
               88 AREL-TYPE-OWNER         VALUE 'OW'.
               88 AREL-TYPE-JOINT         VALUE 'JT'.
               88 AREL-TYPE-AUTHORISED    VALUE 'AU'.
               88 AREL-TYPE-VALID         VALUE 'OW' 'JT' 'AU'.
           05 FILLER                  PIC X(18).
