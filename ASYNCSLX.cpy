      ******************************************************************
      * ASYNCSLX - one line of a requester's monthly service-level
      *            statement. Written by the statement run (ASYNCSLS)
      *            to its statement extract, every line of one
      *            requester's statement together and in order, and
      *            read back through the extrapartition TD destination
      *            SLSI by the statement delivery transaction
      *            (ASYNCSLD), which hands each line to the requester's
      *            own destination (see ASYNCDST.cpy) - the same record
      *            is what the requester receives. ASLX-RECORD-TYPE
      *            sits where a consolidated reply carries its
      *            correlation id (see ASYNCCMP.cpy), so a requester
      *            reading both off one destination tells a statement
      *            line from a reply by it.
      ******************************************************************
       01 ASYNC-STATEMENT-RECORD.
           05 ASLX-RECORD-TYPE        PIC X(16).
               88 ASLX-IS-STATEMENT       VALUE '*SLSTATEMENT*'.
           05 ASLX-REQUESTER-ID       PIC X(08).
           05 ASLX-PERIOD-FROM        PIC 9(07).
           05 ASLX-PERIOD-TO          PIC 9(07).
      *        the first and last day (0CYYDDD) the month's summaries
      *        cover
           05 ASLX-LINE-SEQ           PIC 9(04).
      *        1 up within the statement
           05 ASLX-LINE-TEXT          PIC X(100).
      *        the statement line exactly as it is printed
           05 FILLER                  PIC X(08).
