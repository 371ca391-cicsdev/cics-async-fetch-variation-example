      ******************************************************************
      * ASYNCINT - one pending inquiry request on the intake TD queue
      *            AINQ, written by the order-entry system (and, for
      *            the standing inquiries of ASYNCSTD.cpy, by the
      *            scheduled pass ASYNCSTQ) and drained by ASYNCPG1,
      *            which journals each request it accepts (see
      *            ASYNCJRN.cpy), stamps it with its own correlation
      *            id and fans it out across the child sources.
      ******************************************************************
       01 ASYNC-INTAKE-RECORD.
           05 AINT-BUSINESS-KEY       PIC X(20).
               88 AINT-TYPE-BALANCE       VALUE 'BALI'.
               88 AINT-TYPE-STATUS        VALUE 'STAT'.
               88 AINT-TYPE-HISTORY       VALUE 'HIST'.
               88 AINT-TYPE-HOUSEHOLD     VALUE 'HHLD'.
      *            household inquiry - the business key is a customer
      *            id, resolved to its accounts through the
      *            relationship file (see ASYNCREL.cpy), and the
      *            answer is one household reply (see ASYNCHHR.cpy)
           05 AINT-REQUESTER-ID       PIC X(08).
           05 AINT-PRIORITY-CLASS     PIC X(01).
      *        express requests are processed ahead of routine ones
      *        side nothing until they start setting it
               88 AINT-CLASS-EXPRESS      VALUE 'E'.
               88 AINT-CLASS-ROUTINE      VALUE 'R' ' '.
           05 AINT-REPLAY-FLAG        PIC X(01).
               88 AINT-REPLAYED           VALUE 'Y'.
      *        set only on a request re-fed from the intake journal
      *        by the replay transaction ASYNCJRP (see ASYNCJRN.cpy);
      *        it was counted against its requester's quota when it
      *        was first accepted, and is not counted again
           05 FILLER                  PIC X(06).
