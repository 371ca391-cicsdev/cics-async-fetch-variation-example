      ******************************************************************
      * ASYNCMLG - one change-history entry for the reference stores
      *            maintained online outside the dispatch control
      *            table (that one keeps its own history, see
      *            ASYNCCHG.cpy): who changed which record of which
      *            store, when, and from what to what. Held in the
      *            VSAM KSDS ASYNCMLG keyed on AMLG-ENTRY-KEY. The
      *            images are the whole record as it stood before and
      *            after the change, space on the side that did not
      *            exist (before an add, after a delete), and are
      *            decoded through the store's own copybook.
      ******************************************************************
       01 ASYNC-MAINT-LOG-RECORD.
           05 AMLG-ENTRY-KEY.
              10 AMLG-KEY-DATE        PIC 9(07).
              10 AMLG-KEY-TIME        PIC 9(07).
              10 AMLG-KEY-TASKN       PIC 9(07).
              10 AMLG-KEY-SEQ         PIC 9(02).
           05 AMLG-USERID             PIC X(08).
           05 AMLG-TERMID             PIC X(04).
           05 AMLG-STORE-NAME         PIC X(08).
      *        the file the change was made to - ASYNCENT, ASYNCSTD,
      *        ASYNCPRM, ASYNCDST
           05 AMLG-RECORD-KEY         PIC X(20).
           05 AMLG-ACTION             PIC X(01).
               88 AMLG-ACTION-ADD         VALUE 'A'.
               88 AMLG-ACTION-CHANGE      VALUE 'C'.
               88 AMLG-ACTION-DELETE      VALUE 'D'.
           05 AMLG-BEFORE-IMAGE       PIC X(80).
           05 AMLG-AFTER-IMAGE        PIC X(80).
           05 FILLER                  PIC X(10).
