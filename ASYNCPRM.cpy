      *            arrangement the dispatch control table (ASYNCCTL)
      *            gives the per-slot settings. A program that finds
      *            its parameter missing seeds it with the shipped
      *            default, so the store primes itself. Operations
      *            change it through the maintenance transaction
      *            ASYNCPMU, which holds the limits each value is
      *            edited against.
      ******************************************************************
       01 ASYNC-PARM-RECORD.
           05 APRM-PARM-NAME          PIC X(08).
