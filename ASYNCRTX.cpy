      ******************************************************************
      * ASYNCRTX - one maintenance transaction for the customer-to-
      *            account relationship file (ASYNCREL.cpy), written
      *            by the order-entry system as a sequential delta
      *            file and applied by the batch maintenance job
      *            ASYNCRUP. Every field is DISPLAY usage, since the
      *            record crosses over from a system outside this
      *            application.
      *
      *            Function codes: A = link an account to a customer,
      *            C = change the relationship type of an existing
      *            link, D = unlink.
      ******************************************************************
       01 ASYNC-RELATION-TXN.
           05 ARTX-FUNCTION-CODE      PIC X(01).
               88 ARTX-FUNCTION-ADD       VALUE 'A'.
               88 ARTX-FUNCTION-CHANGE    VALUE 'C'.
               88 ARTX-FUNCTION-DELETE    VALUE 'D'.
           05 ARTX-CUSTOMER-ID        PIC X(20).
           05 ARTX-BUSINESS-KEY       PIC X(20).
           05 ARTX-RELATION-TYPE      PIC X(02).
           05 FILLER                  PIC X(17).
