      ******************************************************************
      * ASYNCSTD - one standing inquiry: a request a department wants
      *            put through the fan-out on a schedule rather than
      *            keyed every morning. Held in the VSAM KSDS ASYNCSTD
      *            keyed on the requester id and a number the
      *            requester's entries are told apart by. The
      *            scheduled transaction ASYNCSTQ writes the intake
      *            record (see ASYNCINT.cpy) to AINQ under the
      *            requester's id once the entry's run time has passed
      *            on a day its schedule falls on, so the reply goes
      *            out through ASYNCRTR to the requester's destination
      *            like any keyed request. Maintained online through
      *            ASYNCSTU, which stamps the last change on the record
      *            and logs every change to the maintenance history
      *            (see ASYNCMLG.cpy).
      ******************************************************************
       01 ASYNC-STANDING-RECORD.
           05 ASTD-STANDING-KEY.
              10 ASTD-REQUESTER-ID    PIC X(08).
              10 ASTD-STANDING-NBR    PIC 9(03).
           05 ASTD-BUSINESS-KEY       PIC X(20).
           05 ASTD-REQUEST-TYPE       PIC X(04).
      *        any type the intake queue takes - INQY, BALI, STAT,
      *        HIST or HHLD; the requester must still be entitled to
      *        it, as the intake edit checks every request
           05 ASTD-SCHEDULE           PIC X(01).
               88 ASTD-SCHED-DAILY        VALUE 'D'.
               88 ASTD-SCHED-WEEKDAYS     VALUE 'W'.
               88 ASTD-SCHED-MONTHLY      VALUE 'M'.
               88 ASTD-SCHED-VALID        VALUE 'D' 'W' 'M'.
           05 ASTD-DAY-OF-MONTH       PIC 9(02).
      *        monthly only - 1 to 31; a day the month does not have
      *        runs on the month's last day instead
           05 ASTD-RUN-TIME           PIC 9(06).
      *        HHMMSS - queued on the first pass at or after this
      *        time on a day the schedule falls on
           05 ASTD-STATUS             PIC X(01).
               88 ASTD-ACTIVE             VALUE 'A'.
               88 ASTD-SUSPENDED          VALUE 'S'.
           05 ASTD-LAST-QUEUED-DATE   PIC 9(07).
      *        0CYYDDD, the EIBDATE form - the day the entry was last
      *        queued, so no pass queues it twice in one day
           05 ASTD-CHANGED-USERID     PIC X(08).
           05 ASTD-CHANGED-DATE       PIC 9(07).
           05 ASTD-CHANGED-TIME       PIC 9(07).
           05 FILLER                  PIC X(06).
