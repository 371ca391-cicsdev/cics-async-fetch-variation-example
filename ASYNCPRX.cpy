      ******************************************************************
      * ASYNCPRX - the canary probe's expected answer from one child
      *            source, held in the VSAM KSDS ASYNCPRX keyed on the
      *            child transid. The probe (ASYNCPRB) asks every
      *            source about the same test account each time, so a
      *            healthy source gives the same status and payload
      *            every time. The store primes itself: a source with
      *            no entry has its first OK answer taken as the
      *            expectation. When the test account's master record
      *            is changed on purpose, operations delete the
      *            affected entries and the next probe learns afresh.
      ******************************************************************
       01 ASYNC-PROBE-EXPECT-RECORD.
           05 APRX-CHILD-TRANSID      PIC X(04).
           05 APRX-STATUS-CODE        PIC X(02).
           05 APRX-PAYLOAD            PIC X(50).
           05 APRX-LEARNED-DATE       PIC 9(07).
           05 APRX-LEARNED-TIME       PIC 9(07).
           05 APRX-LEARNED-CORR-ID    PIC X(16).
      *        the probe run whose answer was taken
           05 FILLER                  PIC X(10).
