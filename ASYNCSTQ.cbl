      ******************************************************************
      * ASYNCSTQ - standing-inquiry queuing pass. Started by the
      *            scheduler at intervals through the day, it puts the
      *            request for every standing inquiry that has fallen
      *            due (VSAM KSDS ASYNCSTD, see ASYNCSTD.cpy) onto the
      *            intake queue AINQ under the requester's own id, as
      *            a routine request. ASYNCPG1 then takes it like any
      *            keyed request - entitlement, quota and all - and
      *            the reply reaches the requester through ASYNCRTR
      *            and the requester's ASYNCDST destination.
      *
      *            An entry is due when it is active, its schedule
      *            falls on today (every day; Monday to Friday; or its
      *            day of month, the month's last day standing in for
      *            a day the month does not have), its run time has
      *            passed, and it has not already been queued today.
      *            A pass that missed an entry's run time - the region
      *            was down, the scheduler late - queues it on the
      *            next pass that day. An entry is stamped with the day
      *            only once its request is on the queue, so one that
      *            failed to queue is tried again on the next pass.
      *
      *            Every entry found due is logged, queued or not, to
      *            TD queue STDL (see ASYNCSTL.cpy) for the daily run
      *            list ASYNCSTR, and a control line with the counts
      *            goes to TD queue STQR for the operations log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCSTQ.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 W-RESP             PIC S9(8) USAGE BINARY.
       01 W-RESP2            PIC S9(8) USAGE BINARY.

       01 ASYNC-STD-FILE     PIC X(8) VALUE 'ASYNCSTD'.
       COPY ASYNCSTD.
      * the store is walked one entry at a time, the browse ended
      * before the entry is read for update, so each turn starts the
      * browse again from the last entry looked at
       01 W-BROWSE-KEY       PIC X(11) VALUE LOW-VALUES.

       01 ASYNC-INT-QNAME    PIC X(4) VALUE 'AINQ'.
       01 W-INT-LENGTH       PIC S9(4) USAGE COMP.
       COPY ASYNCINT.

       01 ASYNC-STDL-QNAME   PIC X(4) VALUE 'STDL'.
       01 W-STDL-LENGTH      PIC S9(4) USAGE COMP.
       COPY ASYNCSTL.
       01 W-OUTCOME          PIC X(01) VALUE SPACE.
       01 W-REASON           PIC X(24) VALUE SPACE.

      * today, as the schedules need it
       01 W-PASS-DATE        PIC 9(7) VALUE 0.
       01 W-PASS-TIME        PIC 9(7) VALUE 0.
       01 W-NOW-ABSTIME      PIC S9(15) COMP-3 VALUE 0.
       01 W-DAY-OF-WEEK      PIC S9(8) USAGE BINARY VALUE 0.
      *        0 Sunday through 6 Saturday
       01 W-DAY-OF-MONTH     PIC S9(8) USAGE BINARY VALUE 0.
       01 W-MONTH            PIC S9(8) USAGE BINARY VALUE 0.
       01 W-YEAR             PIC S9(8) USAGE BINARY VALUE 0.
       01 W-LAST-DAY         PIC S9(8) USAGE BINARY VALUE 0.
       01 W-YEAR-QUOTIENT    PIC S9(8) USAGE BINARY VALUE 0.
       01 W-YEAR-REMAINDER   PIC S9(8) USAGE BINARY VALUE 0.

       01 MONTH-DAYS-VALUES.
           05 FILLER             PIC X(24)
              VALUE '312831303130313130313031'.
       01 MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05 MONTH-DAYS         PIC 9(02) OCCURS 12.

       01 W-END-OF-STORE     PIC X(1) VALUE 'N'.
           88 END-OF-STORE        VALUE 'Y'.
       01 W-DUE-FLAG         PIC X(1) VALUE 'N'.
           88 ENTRY-DUE           VALUE 'Y'.

       01 W-QUEUED-COUNT     PIC 9(7) VALUE 0.
       01 W-FAILED-COUNT     PIC 9(7) VALUE 0.
       01 W-CTL-COUNT        PIC 9(7) VALUE 0.

       01 ASYNC-STQR-QNAME   PIC X(4) VALUE 'STQR'.
       01 W-STQR-LENGTH      PIC S9(4) USAGE COMP.
       01 CONTROL-LINE.
           05 FILLER             PIC X(10) VALUE 'ASYNCSTQ  '.
           05 CTL-DATE           PIC 9(7).
           05 FILLER             PIC X(01) VALUE '-'.
           05 CTL-TIME           PIC 9(7).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 CTL-TEXT           PIC X(20).
           05 CTL-COUNT          PIC ZZZ,ZZ9.

       LINKAGE SECTION.
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

           MOVE EIBDATE TO W-PASS-DATE
           MOVE EIBTIME TO W-PASS-TIME

           PERFORM 0050-GET-TODAY THRU 0050-EXIT

           PERFORM 0100-NEXT-ENTRY THRU 0100-EXIT
              UNTIL END-OF-STORE

           MOVE 'STANDING QUEUED:'  TO CTL-TEXT
           MOVE W-QUEUED-COUNT      TO W-CTL-COUNT
           PERFORM 0900-WRITE-CONTROL-LINE THRU 0900-EXIT

           MOVE 'STANDING NOT QUEUED:' TO CTL-TEXT
           MOVE W-FAILED-COUNT      TO W-CTL-COUNT
           PERFORM 0900-WRITE-CONTROL-LINE THRU 0900-EXIT

           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 0050-GET-TODAY - the day of the week and of the month, and the
      *  last day of this month for the monthly entries keyed for a
      *  day it does not have. A year divisible by 4 is a leap year
      *  unless it is a century year not divisible by 400.
      ******************************************************************
       0050-GET-TODAY.

           EXEC CICS ASKTIME ABSTIME(W-NOW-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(W-NOW-ABSTIME)
           DAYOFWEEK(W-DAY-OF-WEEK) DAYOFMONTH(W-DAY-OF-MONTH)
           MONTHOFYEAR(W-MONTH) YEAR(W-YEAR)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

      * without the calendar only the daily entries can be judged -
      * no weekday and no day of month will match
           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE -1 TO W-DAY-OF-WEEK
              MOVE -1 TO W-DAY-OF-MONTH
              MOVE 99 TO W-LAST-DAY
              GO TO 0050-EXIT
           END-IF

           MOVE MONTH-DAYS(W-MONTH) TO W-LAST-DAY

           IF W-MONTH NOT = 2 THEN
              GO TO 0050-EXIT
           END-IF

           DIVIDE W-YEAR BY 4 GIVING W-YEAR-QUOTIENT
              REMAINDER W-YEAR-REMAINDER
           IF W-YEAR-REMAINDER NOT = 0 THEN
              GO TO 0050-EXIT
           END-IF

           DIVIDE W-YEAR BY 100 GIVING W-YEAR-QUOTIENT
              REMAINDER W-YEAR-REMAINDER
           IF W-YEAR-REMAINDER NOT = 0 THEN
              MOVE 29 TO W-LAST-DAY
              GO TO 0050-EXIT
           END-IF

           DIVIDE W-YEAR BY 400 GIVING W-YEAR-QUOTIENT
              REMAINDER W-YEAR-REMAINDER
           IF W-YEAR-REMAINDER = 0 THEN
              MOVE 29 TO W-LAST-DAY
           END-IF.

       0050-EXIT.
           EXIT.

      ******************************************************************
      * 0100-NEXT-ENTRY - take the next entry on the store after the
      *  last one looked at and, if it is due, queue it.
      ******************************************************************
       0100-NEXT-ENTRY.

           MOVE W-BROWSE-KEY TO ASTD-STANDING-KEY

           EXEC CICS STARTBR FILE(ASYNC-STD-FILE)
           RIDFLD(ASTD-STANDING-KEY) GTEQ
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO W-END-OF-STORE
              GO TO 0100-EXIT
           END-IF

           EXEC CICS READNEXT FILE(ASYNC-STD-FILE)
           INTO(ASYNC-STANDING-RECORD) RIDFLD(ASTD-STANDING-KEY)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

      * the browse starts on the entry last looked at when it is still
      * there - step past it
           IF W-RESP = DFHRESP(NORMAL)
              AND ASTD-STANDING-KEY = W-BROWSE-KEY THEN
              EXEC CICS READNEXT FILE(ASYNC-STD-FILE)
              INTO(ASYNC-STANDING-RECORD) RIDFLD(ASTD-STANDING-KEY)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           END-IF

           EXEC CICS ENDBR FILE(ASYNC-STD-FILE) NOHANDLE
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'Y' TO W-END-OF-STORE
              GO TO 0100-EXIT
           END-IF

           MOVE ASTD-STANDING-KEY TO W-BROWSE-KEY

           PERFORM 0200-CHECK-DUE THRU 0200-EXIT
           IF ENTRY-DUE THEN
              PERFORM 0300-QUEUE-ENTRY THRU 0300-EXIT
           END-IF.

       0100-EXIT.
           EXIT.

      ******************************************************************
      * 0200-CHECK-DUE - is the standing inquiry in hand due to be
      *  queued on this pass.
      ******************************************************************
       0200-CHECK-DUE.

           MOVE 'N' TO W-DUE-FLAG

           IF NOT ASTD-ACTIVE THEN
              GO TO 0200-EXIT
           END-IF

           IF ASTD-LAST-QUEUED-DATE IS NUMERIC
              AND ASTD-LAST-QUEUED-DATE >= W-PASS-DATE THEN
              GO TO 0200-EXIT
           END-IF

           IF ASTD-RUN-TIME NOT NUMERIC
              OR ASTD-RUN-TIME > W-PASS-TIME THEN
              GO TO 0200-EXIT
           END-IF

           EVALUATE TRUE
              WHEN ASTD-SCHED-DAILY
                 MOVE 'Y' TO W-DUE-FLAG
              WHEN ASTD-SCHED-WEEKDAYS
                 IF W-DAY-OF-WEEK > 0 AND W-DAY-OF-WEEK < 6 THEN
                    MOVE 'Y' TO W-DUE-FLAG
                 END-IF
              WHEN ASTD-SCHED-MONTHLY
                 IF ASTD-DAY-OF-MONTH IS NUMERIC THEN
                    IF ASTD-DAY-OF-MONTH = W-DAY-OF-MONTH
                       OR (ASTD-DAY-OF-MONTH > W-LAST-DAY
                           AND W-DAY-OF-MONTH = W-LAST-DAY) THEN
                       MOVE 'Y' TO W-DUE-FLAG
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0200-EXIT.
           EXIT.

      ******************************************************************
      * 0300-QUEUE-ENTRY - put the entry's request on the intake queue
      *  and stamp the entry with today. The entry is held under the
      *  update lock across the queue write, and checked again once it
      *  is held, so an entry suspended or changed on the screen since
      *  the browse saw it is taken as it now stands.
      ******************************************************************
       0300-QUEUE-ENTRY.

           EXEC CICS READ FILE(ASYNC-STD-FILE) UPDATE
           RIDFLD(ASTD-STANDING-KEY) INTO(ASYNC-STANDING-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

      * deleted from the screen in the meantime - nothing to queue
           IF W-RESP = DFHRESP(NOTFND) THEN
              GO TO 0300-EXIT
           END-IF

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'F' TO W-OUTCOME
              MOVE 'STORE READ FAILED' TO W-REASON
              PERFORM 0400-LOG-ENTRY THRU 0400-EXIT
              GO TO 0300-EXIT
           END-IF

           PERFORM 0200-CHECK-DUE THRU 0200-EXIT
           IF NOT ENTRY-DUE THEN
              EXEC CICS UNLOCK FILE(ASYNC-STD-FILE) NOHANDLE
              END-EXEC
              GO TO 0300-EXIT
           END-IF

           MOVE SPACE             TO ASYNC-INTAKE-RECORD
           MOVE ASTD-BUSINESS-KEY TO AINT-BUSINESS-KEY
           MOVE ASTD-REQUEST-TYPE TO AINT-REQUEST-TYPE
           MOVE ASTD-REQUESTER-ID TO AINT-REQUESTER-ID
           MOVE 'R'               TO AINT-PRIORITY-CLASS
           MOVE LENGTH OF ASYNC-INTAKE-RECORD TO W-INT-LENGTH

           EXEC CICS WRITEQ TD QUEUE(ASYNC-INT-QNAME)
           FROM(ASYNC-INTAKE-RECORD) LENGTH(W-INT-LENGTH)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

      * not on the queue - the entry is left unstamped for the next
      * pass to try again
           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              EXEC CICS UNLOCK FILE(ASYNC-STD-FILE) NOHANDLE
              END-EXEC
              MOVE 'F' TO W-OUTCOME
              MOVE 'INTAKE QUEUE WRITE FAILED' TO W-REASON
              PERFORM 0400-LOG-ENTRY THRU 0400-EXIT
              GO TO 0300-EXIT
           END-IF

           MOVE W-PASS-DATE TO ASTD-LAST-QUEUED-DATE

           EXEC CICS REWRITE FILE(ASYNC-STD-FILE)
           FROM(ASYNC-STANDING-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

      * queued but not stamped - the next pass will queue it again, so
      * the run list says so
           MOVE 'Q' TO W-OUTCOME
           IF W-RESP = DFHRESP(NORMAL) THEN
              MOVE SPACE TO W-REASON
           ELSE
              MOVE 'NOT STAMPED - MAY REPEAT' TO W-REASON
           END-IF
           PERFORM 0400-LOG-ENTRY THRU 0400-EXIT.

       0300-EXIT.
           EXIT.

      ******************************************************************
      * 0400-LOG-ENTRY - one run-log line for the entry in hand, and
      *  count it queued or not.
      ******************************************************************
       0400-LOG-ENTRY.

           IF W-OUTCOME = 'Q' THEN
              ADD 1 TO W-QUEUED-COUNT
           ELSE
              ADD 1 TO W-FAILED-COUNT
           END-IF

           MOVE SPACE             TO ASYNC-STANDING-LOG-RECORD
           MOVE ASTD-REQUESTER-ID TO ASTL-REQUESTER-ID
           MOVE ASTD-STANDING-NBR TO ASTL-STANDING-NBR
           MOVE ASTD-BUSINESS-KEY TO ASTL-BUSINESS-KEY
           MOVE ASTD-REQUEST-TYPE TO ASTL-REQUEST-TYPE
           MOVE ASTD-SCHEDULE     TO ASTL-SCHEDULE
           MOVE W-PASS-DATE       TO ASTL-RUN-DATE
           MOVE W-PASS-TIME       TO ASTL-RUN-TIME
           MOVE W-OUTCOME         TO ASTL-OUTCOME
           MOVE W-REASON          TO ASTL-REASON
           MOVE LENGTH OF ASYNC-STANDING-LOG-RECORD TO W-STDL-LENGTH

           EXEC CICS WRITEQ TD QUEUE(ASYNC-STDL-QNAME)
           FROM(ASYNC-STANDING-LOG-RECORD) LENGTH(W-STDL-LENGTH)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

       0400-EXIT.
           EXIT.

      ******************************************************************
      * 0900-WRITE-CONTROL-LINE - one line to the operations log.
      ******************************************************************
       0900-WRITE-CONTROL-LINE.

           MOVE W-PASS-DATE   TO CTL-DATE
           MOVE W-PASS-TIME   TO CTL-TIME
           MOVE W-CTL-COUNT   TO CTL-COUNT
           MOVE LENGTH OF CONTROL-LINE TO W-STQR-LENGTH

           EXEC CICS WRITEQ TD QUEUE(ASYNC-STQR-QNAME)
           FROM(CONTROL-LINE) LENGTH(W-STQR-LENGTH)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

       0900-EXIT.
           EXIT.

       END PROGRAM 'ASYNCSTQ'.
