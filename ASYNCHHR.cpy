      ******************************************************************
      * ASYNCHHR - the household reply: the answer to one household
      *            inquiry (request type HHLD), listing every account
      *            linked to the customer on the relationship file
      *            (ASYNCREL.cpy) with its status and balance, plus
      *            the combined balance of the accounts that answered.
      *
      *            Built by ASYNCPG1 from one fan-out per account and
      *            written to TS queue ASYNCCMP in place of the
      *            per-account consolidated replies. It is exactly the
      *            length of the consolidated reply (ASYNCCMP.cpy) and
      *            keeps the correlation id, the key (here the
      *            customer id), the requester, the reply stamp, the
      *            restricted flag, the request type, the hold
      *            flag and the admission flag at the same offsets,
      *            so the reply router, the bulk collect and the DPL
      *            reply container carry it unchanged; a consumer
      *            tells the two apart by request type HHLD.
      ******************************************************************
       01 ASYNC-HOUSEHOLD-REPLY.
           05 AHHR-CORRELATION-ID     PIC X(16).
           05 AHHR-CUSTOMER-ID        PIC X(20).
           05 AHHR-REQUESTER-ID       PIC X(08).
           05 AHHR-REPLY-DATE         PIC S9(7) COMP-3.
           05 AHHR-REPLY-TIME         PIC S9(7) COMP-3.
           05 AHHR-ACCOUNT-COUNT      PIC 9(02).
           05 AHHR-ACCOUNT-ENTRY OCCURS 8 TIMES.
              10 AHHR-BUSINESS-KEY    PIC X(20).
              10 AHHR-ANSWER-CODE     PIC X(02).
      *            OK answered; NF not on the master; NR no source
      *            answered in time; RS restricted account withheld
      *            from a requester not cleared for one
                  88 AHHR-ANSWER-OK        VALUE 'OK'.
                  88 AHHR-ANSWER-NOTFOUND  VALUE 'NF'.
                  88 AHHR-ANSWER-NOREPLY   VALUE 'NR'.
                  88 AHHR-ANSWER-WITHHELD  VALUE 'RS'.
              10 AHHR-ACCOUNT-STATUS  PIC X(02).
              10 AHHR-BALANCE         PIC S9(9)V99 COMP-3.
              10 AHHR-RELATION-TYPE   PIC X(02).
           05 AHHR-TOTAL-BALANCE      PIC S9(11)V99 COMP-3.
      *        the sum of the balances of the accounts answered OK
           05 AHHR-MORE-FLAG          PIC X(01).
      *        Y when the customer holds more accounts than the
      *        reply has room for - the first eight in key order
      *        are listed and totalled
               88 AHHR-MORE-ACCOUNTS      VALUE 'Y'.
           05 FILLER                  PIC X(02).
           05 AHHR-RESTRICTED-FLAG    PIC X(01).
      *        Y when any listed account answered off a frozen or
      *        closed master record - the compliance referral for
      *        that account is already on its queue
               88 AHHR-RESTRICTED         VALUE 'Y'.
           05 AHHR-REQUEST-TYPE       PIC X(04).
           05 AHHR-HOLD-FLAG          PIC X(01).
      *        Y when the fan-out was on planned-outage hold - no
      *        account was looked at and the count is zero
               88 AHHR-SERVICE-ON-HOLD    VALUE 'Y'.
           05 FILLER                  PIC X(01).
           05 AHHR-ADMIT-FLAG         PIC X(01).
      *        R refused, D deferred - as ACMP-ADMIT-FLAG; no account
      *        was looked at and the count is zero
               88 AHHR-REFUSED            VALUE 'R'.
               88 AHHR-DEFERRED           VALUE 'D'.
           05 FILLER                  PIC X(04).
