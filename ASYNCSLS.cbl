      ******************************************************************
      * ASYNCSLS - monthly service-level statement, one per requesting
      *            department (requester id), for the service review.
      *            ASYNCCGB tells a department what its requests cost;
      *            this tells it what service they got.
      *
      *            Built from the month's accumulated invocation
      *            summaries (SUMIN, as ASYNCCGB reads them; see
      *            ASYNCSUM.cpy) and the rolling audit history
      *            (HISTIN, the ASYNCHST output; see ASYNCAUD.cpy).
      *            Each statement shows:
      *
      *               requests made;
      *               answered in full within the SLA - every source
      *                 that was asked answered (or the reply came
      *                 whole from the reply cache) and no source of
      *                 the request breached its SLA on the audit
      *                 history;
      *               answered in full but over the SLA;
      *               partial answers - some sources answered, some
      *                 timed out or were abandoned;
      *               answers served from the reply cache;
      *               median and 95th-percentile response time, in
      *                 whole seconds of the request's elapsed time
      *                 (nearest rank; 300 seconds and over are
      *                 counted together);
      *               the worst days of the month - up to five, by
      *                 the number of requests not answered in full
      *                 within the SLA, each with its own figures.
      *
      *            The summaries are read twice: once for the days the
      *            month covers, so only that month's SLA breaches are
      *            taken off the history, and once for the figures.
      *            The canary probe's runs are left out and counted.
      *
      *            Every statement is printed (RPTOUT) and also written
      *            line by line to the statement extract (STMOUT, see
      *            ASYNCSLX.cpy), which the statement delivery
      *            transaction ASYNCSLD hands to each requester's own
      *            destination (see ASYNCDST.cpy) once the run is
      *            done.
      *
      *            Ends with RETURN-CODE 4 when the requester table,
      *            the breach table or a requester's day table filled,
      *            so that something could not be counted (the count
      *            is printed, never dropped silently); otherwise 0.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCSLS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMARY-FILE ASSIGN TO SUMIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT HISTORY-FILE ASSIGN TO HISTIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATEMENT-FILE ASSIGN TO STMOUT
           ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCSUM.

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCAUD.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE           PIC X(100).

       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCSLX.

       WORKING-STORAGE SECTION.
      *
       01 W-SUM-EOF-FLAG         PIC X(01) VALUE 'N'.
           88 END-OF-SUMMARY-FILE     VALUE 'Y'.
       01 W-HIST-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-HISTORY-FILE     VALUE 'Y'.
       01 W-FOUND-FLAG           PIC X(01) VALUE 'N'.
           88 ENTRY-FOUND             VALUE 'Y'.
       01 W-DAY-FOUND-FLAG       PIC X(01) VALUE 'N'.
           88 DAY-FOUND               VALUE 'Y'.
       01 W-BREACH-FLAG          PIC X(01) VALUE 'N'.
           88 RUN-BREACHED            VALUE 'Y'.
       01 W-MORE-DAYS-FLAG       PIC X(01) VALUE 'Y'.
           88 NO-MORE-DAYS            VALUE 'N'.
       01 W-MATCH-REQUESTER      PIC X(08) VALUE SPACE.

      * the days the month's summaries cover, from the first pass
       01 W-PERIOD-FROM          PIC 9(07) VALUE 0.
       01 W-PERIOD-TO            PIC 9(07) VALUE 0.
       01 W-FINISH-DATE          PIC 9(07) VALUE 0.

       01 W-SUM-READ-COUNT       PIC 9(07) VALUE 0.
       01 W-HIST-READ-COUNT      PIC 9(07) VALUE 0.
       01 W-PROBE-RUNS           PIC 9(07) VALUE 0.
       01 W-LATE-RUNS            PIC 9(07) VALUE 0.
       01 W-STATEMENT-COUNT      PIC 9(07) VALUE 0.
       01 W-DAY-OVERFLOW         PIC 9(07) VALUE 0.
       01 W-MISSING-COUNT        PIC S9(8) USAGE COMP VALUE 0.

      * the correlation ids of the month's requests with a source
      * that breached its SLA. Past the table's capacity the overflow
      * is counted and reported - those requests would read as within
      * the SLA.
       01 BREACH-TABLE.
           05 BRC-COUNT          PIC S9(8) USAGE COMP VALUE 0.
           05 BRC-ENTRY OCCURS 5000 TIMES INDEXED BY BRC-IDX.
              10 BRC-CORRELATION-ID PIC X(16).
       01 W-BRC-OVERFLOW         PIC 9(07) VALUE 0.

      * per-requester rollup; beyond the table's capacity the
      * overflow is counted, never silently dropped. The response
      * counts are one per whole second of elapsed time, 0 to 299,
      * and one for 300 seconds and over; the day table holds a
      * calendar month of the days the requests were made.
       01 REQUESTER-TABLE.
           05 REQ-ENTRY-COUNT    PIC S9(4) USAGE COMP VALUE 0.
           05 REQ-OVERFLOW-COUNT PIC 9(07) VALUE 0.
           05 REQ-ENTRY OCCURS 100 TIMES INDEXED BY REQ-IDX.
              10 REQ-REQUESTER      PIC X(08).
              10 REQ-RUNS           PIC 9(07).
              10 REQ-FULL-IN-SLA    PIC 9(07).
              10 REQ-FULL-LATE      PIC 9(07).
              10 REQ-PARTIAL        PIC 9(07).
              10 REQ-CACHE-HITS     PIC 9(07).
              10 REQ-DAY-OVERFLOW   PIC 9(07).
              10 REQ-DAY-COUNT      PIC S9(4) USAGE COMP.
              10 REQ-RESPONSE-COUNT PIC S9(8) USAGE COMP
                                    OCCURS 301 TIMES
                                    INDEXED BY RSP-IDX.
              10 REQ-DAY OCCURS 31 TIMES INDEXED BY DAY-IDX.
                 15 DAY-DATE           PIC 9(07).
                 15 DAY-RUNS           PIC 9(07).
                 15 DAY-FULL-IN-SLA    PIC 9(07).
                 15 DAY-PARTIAL        PIC 9(07).
                 15 DAY-CACHE-HITS     PIC 9(07).
                 15 DAY-SLOWEST-SEC    PIC 9(07).
                 15 DAY-LISTED-FLAG    PIC X(01).
                     88 DAY-LISTED          VALUE 'Y'.

       01 W-RESPONSE-SUB         PIC S9(4) USAGE COMP VALUE 0.
       01 W-PCTL-WANTED          PIC S9(4) USAGE COMP VALUE 0.
       01 W-PCTL-RANK            PIC S9(8) USAGE COMP VALUE 0.
       01 W-PCTL-RUNNING         PIC S9(8) USAGE COMP VALUE 0.
       01 W-PCTL-SECONDS         PIC S9(4) USAGE COMP VALUE 0.
       01 W-WORST-SUB            PIC S9(4) USAGE COMP VALUE 0.
       01 W-WORST-SHORT          PIC S9(8) USAGE COMP VALUE 0.
       01 W-DAY-SHORT            PIC S9(8) USAGE COMP VALUE 0.
       01 W-DAYS-LISTED          PIC S9(4) USAGE COMP VALUE 0.
       01 W-PCT-PART             PIC 9(07) VALUE 0.
       01 W-PCT-WHOLE            PIC 9(07) VALUE 0.
       01 W-PCT-EDIT             PIC ZZ9.9.
       01 W-LINE-SEQ             PIC 9(04) VALUE 0.

      * the statement line being built - printed and extracted alike
       01 W-STATEMENT-LINE       PIC X(100) VALUE SPACE.

       01 HDG-LINE-1.
           05 FILLER             PIC X(44)
              VALUE 'ASYNCPG1 MONTHLY SERVICE-LEVEL STATEMENTS   '.

       01 HDG-LINE-2.
           05 FILLER             PIC X(13) VALUE 'PERIOD FROM  '.
           05 HDG-FROM-DATE      PIC 9(07).
           05 FILLER             PIC X(04) VALUE ' TO '.
           05 HDG-TO-DATE        PIC 9(07).

       01 STATEMENT-HEAD-LINE.
           05 FILLER             PIC X(38)
              VALUE 'SERVICE-LEVEL STATEMENT FOR REQUESTER '.
           05 SHL-REQUESTER      PIC X(08).
           05 FILLER             PIC X(10) VALUE '   PERIOD '.
           05 SHL-FROM-DATE      PIC 9(07).
           05 FILLER             PIC X(04) VALUE ' TO '.
           05 SHL-TO-DATE        PIC 9(07).

       01 FIGURE-LINE.
           05 FGL-TAG            PIC X(40).
           05 FGL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 FGL-PCT-TEXT       PIC X(06).
           05 FGL-NOTE           PIC X(08).

       01 SECTION-LINE           PIC X(40).

       01 DAY-HEADING-LINE.
           05 FILLER             PIC X(32)
              VALUE 'DAY     REQUESTS  IN FULL    PCT'.
           05 FILLER             PIC X(29)
              VALUE '    PARTIAL   CACHED SLOW-SEC'.

       01 DAY-LINE.
           05 DYL-DATE           PIC 9(07).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 DYL-RUNS           PIC ZZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 DYL-FULL-IN-SLA    PIC ZZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 DYL-PCT            PIC ZZ9.9.
           05 FILLER             PIC X(04) VALUE SPACE.
           05 DYL-PARTIAL        PIC ZZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 DYL-CACHE-HITS     PIC ZZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 DYL-SLOWEST        PIC ZZZ,ZZ9.

       01 TOTAL-LINE.
           05 TOT-TAG            PIC X(33).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1500-FIND-PERIOD THRU 1500-EXIT
              UNTIL END-OF-SUMMARY-FILE.
           PERFORM 1700-REWIND-SUMMARY THRU 1700-EXIT.
           PERFORM 2000-NOTE-BREACH THRU 2000-EXIT
              UNTIL END-OF-HISTORY-FILE.
           PERFORM 3000-TALLY-SUMMARY THRU 3000-EXIT
              UNTIL END-OF-SUMMARY-FILE.
           PERFORM 4000-PRODUCE-STATEMENTS THRU 4000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the files and prime both reads.
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT SUMMARY-FILE
                      HISTORY-FILE
                OUTPUT REPORT-FILE
                       STATEMENT-FILE.

           PERFORM 1100-READ-SUMMARY THRU 1100-EXIT
           PERFORM 1200-READ-HISTORY THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

       1100-READ-SUMMARY.

           READ SUMMARY-FILE
               AT END MOVE 'Y' TO W-SUM-EOF-FLAG
           END-READ.

       1100-EXIT.
           EXIT.

       1200-READ-HISTORY.

           READ HISTORY-FILE
               AT END MOVE 'Y' TO W-HIST-EOF-FLAG
           END-READ.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1500-FIND-PERIOD - first pass: widen the period to take in one
      *  summary's finish day, then read the next. The finish date is
      *  always set; the start date is zero on a cache hit or a run
      *  that dispatched nothing. A probe run does not make the month.
      ******************************************************************
       1500-FIND-PERIOD.

           IF ASUM-PROBE-RUN THEN
              GO TO 1500-READ-NEXT
           END-IF

           MOVE ASUM-FINISH-DATE TO W-FINISH-DATE
           IF W-PERIOD-FROM = 0 OR W-FINISH-DATE < W-PERIOD-FROM THEN
              MOVE W-FINISH-DATE TO W-PERIOD-FROM
           END-IF
           IF W-FINISH-DATE > W-PERIOD-TO THEN
              MOVE W-FINISH-DATE TO W-PERIOD-TO
           END-IF.

       1500-READ-NEXT.

           PERFORM 1100-READ-SUMMARY THRU 1100-EXIT.

       1500-EXIT.
           EXIT.

      ******************************************************************
      * 1700-REWIND-SUMMARY - back to the top of the summaries for the
      *  second pass.
      ******************************************************************
       1700-REWIND-SUMMARY.

           CLOSE SUMMARY-FILE
           OPEN INPUT SUMMARY-FILE
           MOVE 'N' TO W-SUM-EOF-FLAG
           PERFORM 1100-READ-SUMMARY THRU 1100-EXIT.

       1700-EXIT.
           EXIT.

      ******************************************************************
      * 2000-NOTE-BREACH - keep the correlation id of a child outcome
      *  that breached its SLA inside the month, once per request,
      *  then read the next. Trailers and probe runs are passed over.
      ******************************************************************
       2000-NOTE-BREACH.

           ADD 1 TO W-HIST-READ-COUNT

           IF ATRL-IS-TRAILER OR AAUD-PROBE-RUN THEN
              GO TO 2000-READ-NEXT
           END-IF
           IF NOT AAUD-SLA-BREACHED THEN
              GO TO 2000-READ-NEXT
           END-IF

           MOVE AAUD-FINISH-DATE TO W-FINISH-DATE
           IF W-FINISH-DATE < W-PERIOD-FROM
           OR W-FINISH-DATE > W-PERIOD-TO THEN
              GO TO 2000-READ-NEXT
           END-IF

           MOVE 'N' TO W-FOUND-FLAG
           SET BRC-IDX TO 1
           SEARCH BRC-ENTRY
              WHEN BRC-IDX > BRC-COUNT
                 CONTINUE
              WHEN BRC-CORRELATION-ID(BRC-IDX) = AAUD-CORRELATION-ID
                 MOVE 'Y' TO W-FOUND-FLAG
           END-SEARCH
           IF ENTRY-FOUND THEN
              GO TO 2000-READ-NEXT
           END-IF

           IF BRC-COUNT >= 5000 THEN
              ADD 1 TO W-BRC-OVERFLOW
              GO TO 2000-READ-NEXT
           END-IF

           ADD 1 TO BRC-COUNT
           MOVE AAUD-CORRELATION-ID TO BRC-CORRELATION-ID(BRC-COUNT).

       2000-READ-NEXT.

           PERFORM 1200-READ-HISTORY THRU 1200-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FIND-REQUESTER - point REQ-IDX at W-MATCH-REQUESTER's
      *  rollup entry, starting one if the requester is new. Beyond
      *  the table's capacity the overflow is counted and the entry
      *  is left not found.
      ******************************************************************
       2100-FIND-REQUESTER.

           MOVE 'N' TO W-FOUND-FLAG
           PERFORM 2110-MATCH-REQUESTER THRU 2110-EXIT
              VARYING REQ-IDX FROM 1 BY 1
              UNTIL REQ-IDX > REQ-ENTRY-COUNT OR ENTRY-FOUND

           IF ENTRY-FOUND THEN
              SET REQ-IDX DOWN BY 1
           ELSE
              IF REQ-ENTRY-COUNT >= 100 THEN
                 ADD 1 TO REQ-OVERFLOW-COUNT
                 GO TO 2100-EXIT
              END-IF
              ADD 1 TO REQ-ENTRY-COUNT
              SET REQ-IDX TO REQ-ENTRY-COUNT
              INITIALIZE REQ-ENTRY(REQ-IDX)
              MOVE W-MATCH-REQUESTER TO REQ-REQUESTER(REQ-IDX)
              MOVE 'Y' TO W-FOUND-FLAG
           END-IF.

       2100-EXIT.
           EXIT.

       2110-MATCH-REQUESTER.

           IF REQ-REQUESTER(REQ-IDX) = W-MATCH-REQUESTER THEN
              MOVE 'Y' TO W-FOUND-FLAG
           END-IF.

       2110-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TALLY-SUMMARY - second pass: one invocation summary into
      *  its requester's figures and the day it was made, then read
      *  the next.
      ******************************************************************
       3000-TALLY-SUMMARY.

           ADD 1 TO W-SUM-READ-COUNT

      * a probe run is counted here and nowhere else
           IF ASUM-PROBE-RUN THEN
              ADD 1 TO W-PROBE-RUNS
              GO TO 3000-READ-NEXT
           END-IF

           MOVE ASUM-REQUESTER-ID TO W-MATCH-REQUESTER
           PERFORM 2100-FIND-REQUESTER THRU 2100-EXIT
           IF NOT ENTRY-FOUND THEN
              GO TO 3000-READ-NEXT
           END-IF

           MOVE ASUM-FINISH-DATE TO W-FINISH-DATE
           PERFORM 3100-FIND-DAY THRU 3100-EXIT

           ADD 1 TO REQ-RUNS(REQ-IDX)
           IF DAY-FOUND THEN
              ADD 1 TO DAY-RUNS(REQ-IDX, DAY-IDX)
           END-IF

           COMPUTE W-MISSING-COUNT = ASUM-TIMEOUT-COUNT
                                   + ASUM-ABANDONED-COUNT

           EVALUATE TRUE
              WHEN W-MISSING-COUNT = 0
               AND ASUM-FAILED-COUNT = 0
               AND (ASUM-COMPLETED-COUNT > 0 OR ASUM-CACHE-HIT)
                 PERFORM 3200-CHECK-BREACH THRU 3200-EXIT
                 IF RUN-BREACHED THEN
                    ADD 1 TO REQ-FULL-LATE(REQ-IDX)
                    ADD 1 TO W-LATE-RUNS
                 ELSE
                    ADD 1 TO REQ-FULL-IN-SLA(REQ-IDX)
                    IF DAY-FOUND THEN
                       ADD 1 TO DAY-FULL-IN-SLA(REQ-IDX, DAY-IDX)
                    END-IF
                 END-IF
              WHEN W-MISSING-COUNT > 0
               AND ASUM-COMPLETED-COUNT > 0
                 ADD 1 TO REQ-PARTIAL(REQ-IDX)
                 IF DAY-FOUND THEN
                    ADD 1 TO DAY-PARTIAL(REQ-IDX, DAY-IDX)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF ASUM-CACHE-HIT THEN
              ADD 1 TO REQ-CACHE-HITS(REQ-IDX)
              IF DAY-FOUND THEN
                 ADD 1 TO DAY-CACHE-HITS(REQ-IDX, DAY-IDX)
              END-IF
           END-IF

      * the response time into its whole-second count, 300 seconds
      * and over sharing the last
           IF ASUM-ELAPSED-SEC < 0 THEN
              MOVE 1 TO W-RESPONSE-SUB
           ELSE
              IF ASUM-ELAPSED-SEC > 299 THEN
                 MOVE 301 TO W-RESPONSE-SUB
              ELSE
                 COMPUTE W-RESPONSE-SUB = ASUM-ELAPSED-SEC + 1
              END-IF
           END-IF
           ADD 1 TO REQ-RESPONSE-COUNT(REQ-IDX, W-RESPONSE-SUB)

           IF DAY-FOUND THEN
              IF ASUM-ELAPSED-SEC > DAY-SLOWEST-SEC(REQ-IDX, DAY-IDX)
              THEN
                 MOVE ASUM-ELAPSED-SEC
                   TO DAY-SLOWEST-SEC(REQ-IDX, DAY-IDX)
              END-IF
           END-IF.

       3000-READ-NEXT.

           PERFORM 1100-READ-SUMMARY THRU 1100-EXIT.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-FIND-DAY - point DAY-IDX at the requester's entry for
      *  W-FINISH-DATE, starting one if the day is new. Past a calendar
      *  month of days the overflow is counted and the day is left not
      *  found - the request still counts in the month's figures.
      ******************************************************************
       3100-FIND-DAY.

           MOVE 'N' TO W-DAY-FOUND-FLAG
           PERFORM 3110-MATCH-DAY THRU 3110-EXIT
              VARYING DAY-IDX FROM 1 BY 1
              UNTIL DAY-IDX > REQ-DAY-COUNT(REQ-IDX) OR DAY-FOUND

           IF DAY-FOUND THEN
              SET DAY-IDX DOWN BY 1
           ELSE
              IF REQ-DAY-COUNT(REQ-IDX) >= 31 THEN
                 ADD 1 TO REQ-DAY-OVERFLOW(REQ-IDX)
                 ADD 1 TO W-DAY-OVERFLOW
                 GO TO 3100-EXIT
              END-IF
              ADD 1 TO REQ-DAY-COUNT(REQ-IDX)
              SET DAY-IDX TO REQ-DAY-COUNT(REQ-IDX)
              INITIALIZE REQ-DAY(REQ-IDX, DAY-IDX)
              MOVE W-FINISH-DATE TO DAY-DATE(REQ-IDX, DAY-IDX)
              MOVE 'Y' TO W-DAY-FOUND-FLAG
           END-IF.

       3100-EXIT.
           EXIT.

       3110-MATCH-DAY.

           IF DAY-DATE(REQ-IDX, DAY-IDX) = W-FINISH-DATE THEN
              MOVE 'Y' TO W-DAY-FOUND-FLAG
           END-IF.

       3110-EXIT.
           EXIT.

      ******************************************************************
      * 3200-CHECK-BREACH - was any source of this request over its
      *  SLA, by the breaches taken off the history.
      ******************************************************************
       3200-CHECK-BREACH.

           MOVE 'N' TO W-BREACH-FLAG
           IF BRC-COUNT = 0 THEN
              GO TO 3200-EXIT
           END-IF

           SET BRC-IDX TO 1
           SEARCH BRC-ENTRY
              WHEN BRC-IDX > BRC-COUNT
                 CONTINUE
              WHEN BRC-CORRELATION-ID(BRC-IDX) = ASUM-CORRELATION-ID
                 MOVE 'Y' TO W-BREACH-FLAG
           END-SEARCH.

       3200-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PRODUCE-STATEMENTS - the heading, one statement per
      *  requester in first-seen order, then the run totals.
      ******************************************************************
       4000-PRODUCE-STATEMENTS.

           WRITE REPORT-LINE FROM HDG-LINE-1.
           MOVE W-PERIOD-FROM TO HDG-FROM-DATE
           MOVE W-PERIOD-TO   TO HDG-TO-DATE
           WRITE REPORT-LINE FROM HDG-LINE-2.

           PERFORM 4100-PRODUCE-STATEMENT THRU 4100-EXIT
              VARYING REQ-IDX FROM 1 BY 1
              UNTIL REQ-IDX > REQ-ENTRY-COUNT

           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE.
           MOVE 'RUN TOTALS' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE.

           MOVE 'SUMMARIES READ:' TO TOT-TAG
           MOVE W-SUM-READ-COUNT TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE 'PROBE RUNS LEFT OUT:' TO TOT-TAG
           MOVE W-PROBE-RUNS TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE 'HISTORY RECORDS READ:' TO TOT-TAG
           MOVE W-HIST-READ-COUNT TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE 'REQUESTS WITH AN SLA BREACH:' TO TOT-TAG
           MOVE BRC-COUNT TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE 'IN FULL BUT OVER THE SLA:' TO TOT-TAG
           MOVE W-LATE-RUNS TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE 'STATEMENTS WRITTEN:' TO TOT-TAG
           MOVE W-STATEMENT-COUNT TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE.

           IF REQ-OVERFLOW-COUNT > 0 THEN
              MOVE 'REQUESTER TABLE FULL - DROPPED:' TO TOT-TAG
              MOVE REQ-OVERFLOW-COUNT TO TOT-COUNT
              WRITE REPORT-LINE FROM TOTAL-LINE
              MOVE 4 TO RETURN-CODE
           END-IF
           IF W-BRC-OVERFLOW > 0 THEN
              MOVE 'BREACH TABLE FULL - NOT HELD:' TO TOT-TAG
              MOVE W-BRC-OVERFLOW TO TOT-COUNT
              WRITE REPORT-LINE FROM TOTAL-LINE
              MOVE 4 TO RETURN-CODE
           END-IF
           IF W-DAY-OVERFLOW > 0 THEN
              MOVE 'DAY TABLE FULL - NOT BY DAY:' TO TOT-TAG
              MOVE W-DAY-OVERFLOW TO TOT-COUNT
              WRITE REPORT-LINE FROM TOTAL-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-PRODUCE-STATEMENT - one requester's statement: the month's
      *  figures, the response times, and the worst days.
      ******************************************************************
       4100-PRODUCE-STATEMENT.

           ADD 1 TO W-STATEMENT-COUNT
           MOVE 0 TO W-LINE-SEQ
           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE.

           MOVE REQ-REQUESTER(REQ-IDX) TO SHL-REQUESTER
           MOVE W-PERIOD-FROM          TO SHL-FROM-DATE
           MOVE W-PERIOD-TO            TO SHL-TO-DATE
           MOVE STATEMENT-HEAD-LINE    TO W-STATEMENT-LINE
           PERFORM 4900-PUT-LINE THRU 4900-EXIT

           MOVE REQ-RUNS(REQ-IDX) TO W-PCT-WHOLE

           MOVE SPACE TO FIGURE-LINE
           MOVE 'REQUESTS MADE' TO FGL-TAG
           MOVE REQ-RUNS(REQ-IDX) TO FGL-COUNT
           MOVE FIGURE-LINE TO W-STATEMENT-LINE
           PERFORM 4900-PUT-LINE THRU 4900-EXIT

           MOVE SPACE TO FIGURE-LINE
           MOVE 'ANSWERED IN FULL WITHIN THE SLA' TO FGL-TAG
           MOVE REQ-FULL-IN-SLA(REQ-IDX) TO W-PCT-PART
           PERFORM 4800-PUT-FIGURE THRU 4800-EXIT

           MOVE SPACE TO FIGURE-LINE
           MOVE 'ANSWERED IN FULL BUT OVER THE SLA' TO FGL-TAG
           MOVE REQ-FULL-LATE(REQ-IDX) TO W-PCT-PART
           PERFORM 4800-PUT-FIGURE THRU 4800-EXIT

           MOVE SPACE TO FIGURE-LINE
           MOVE 'PARTIAL - SOURCES TIMED OUT/ABANDONED' TO FGL-TAG
           MOVE REQ-PARTIAL(REQ-IDX) TO W-PCT-PART
           PERFORM 4800-PUT-FIGURE THRU 4800-EXIT

           MOVE SPACE TO FIGURE-LINE
           MOVE 'ANSWERED FROM THE REPLY CACHE' TO FGL-TAG
           MOVE REQ-CACHE-HITS(REQ-IDX) TO W-PCT-PART
           PERFORM 4800-PUT-FIGURE THRU 4800-EXIT

           MOVE SPACE TO FIGURE-LINE
           MOVE 'MEDIAN RESPONSE TIME (SECONDS)' TO FGL-TAG
           MOVE 50 TO W-PCTL-WANTED
           PERFORM 4300-FIND-PERCENTILE THRU 4300-EXIT

           MOVE SPACE TO FIGURE-LINE
           MOVE '95TH PERCENTILE RESPONSE (SECONDS)' TO FGL-TAG
           MOVE 95 TO W-PCTL-WANTED
           PERFORM 4300-FIND-PERCENTILE THRU 4300-EXIT

           MOVE 'WORST DAYS' TO W-STATEMENT-LINE
           PERFORM 4900-PUT-LINE THRU 4900-EXIT
           MOVE DAY-HEADING-LINE TO W-STATEMENT-LINE
           PERFORM 4900-PUT-LINE THRU 4900-EXIT

           MOVE 0   TO W-DAYS-LISTED
           MOVE 'Y' TO W-MORE-DAYS-FLAG
           PERFORM 4400-LIST-WORST-DAY THRU 4400-EXIT
              UNTIL W-DAYS-LISTED >= 5 OR NO-MORE-DAYS

           IF W-DAYS-LISTED = 0 THEN
              MOVE 'NO DAY FELL SHORT OF THE SLA'
                TO W-STATEMENT-LINE
              PERFORM 4900-PUT-LINE THRU 4900-EXIT
           END-IF

           IF REQ-DAY-OVERFLOW(REQ-IDX) > 0 THEN
              MOVE SPACE TO FIGURE-LINE
              MOVE 'REQUESTS ON DAYS NOT BROKEN DOWN' TO FGL-TAG
              MOVE REQ-DAY-OVERFLOW(REQ-IDX) TO FGL-COUNT
              MOVE FIGURE-LINE TO W-STATEMENT-LINE
              PERFORM 4900-PUT-LINE THRU 4900-EXIT
           END-IF.

       4100-EXIT.
           EXIT.

      ******************************************************************
      * 4300-FIND-PERCENTILE - the response time W-PCTL-WANTED percent
      *  of the requester's requests were answered within, by nearest
      *  rank over the whole-second counts, onto the figure line and
      *  out.
      ******************************************************************
       4300-FIND-PERCENTILE.

           COMPUTE W-PCTL-RANK =
                   (REQ-RUNS(REQ-IDX) * W-PCTL-WANTED + 99) / 100
           IF W-PCTL-RANK < 1 THEN
              MOVE 1 TO W-PCTL-RANK
           END-IF

           MOVE 0 TO W-PCTL-RUNNING
           PERFORM 4310-ADD-RESPONSE THRU 4310-EXIT
              VARYING RSP-IDX FROM 1 BY 1
              UNTIL RSP-IDX > 301 OR W-PCTL-RUNNING >= W-PCTL-RANK

      * RSP-IDX has stepped one past the count that reached the rank,
      * and count n holds n - 1 seconds
           SET W-PCTL-SECONDS TO RSP-IDX
           SUBTRACT 2 FROM W-PCTL-SECONDS
           MOVE W-PCTL-SECONDS TO FGL-COUNT
           IF W-PCTL-SECONDS >= 300 THEN
              MOVE ' OR MORE' TO FGL-NOTE
           END-IF

           MOVE FIGURE-LINE TO W-STATEMENT-LINE
           PERFORM 4900-PUT-LINE THRU 4900-EXIT.

       4300-EXIT.
           EXIT.

       4310-ADD-RESPONSE.

           ADD REQ-RESPONSE-COUNT(REQ-IDX, RSP-IDX) TO W-PCTL-RUNNING.

       4310-EXIT.
           EXIT.

      ******************************************************************
      * 4400-LIST-WORST-DAY - the day not yet listed with the most
      *  requests not answered in full within the SLA, the earlier day
      *  on a tie. A day that fell short nowhere is never listed.
      ******************************************************************
       4400-LIST-WORST-DAY.

           MOVE 0 TO W-WORST-SUB
           MOVE 0 TO W-WORST-SHORT
           PERFORM 4410-WEIGH-DAY THRU 4410-EXIT
              VARYING DAY-IDX FROM 1 BY 1
              UNTIL DAY-IDX > REQ-DAY-COUNT(REQ-IDX)

           IF W-WORST-SUB = 0 THEN
              MOVE 'N' TO W-MORE-DAYS-FLAG
              GO TO 4400-EXIT
           END-IF

           SET DAY-IDX TO W-WORST-SUB
           MOVE 'Y' TO DAY-LISTED-FLAG(REQ-IDX, DAY-IDX)
           ADD 1 TO W-DAYS-LISTED

           MOVE DAY-DATE(REQ-IDX, DAY-IDX)        TO DYL-DATE
           MOVE DAY-RUNS(REQ-IDX, DAY-IDX)        TO DYL-RUNS
           MOVE DAY-FULL-IN-SLA(REQ-IDX, DAY-IDX) TO DYL-FULL-IN-SLA
           COMPUTE DYL-PCT ROUNDED =
                   DAY-FULL-IN-SLA(REQ-IDX, DAY-IDX) * 100
                 / DAY-RUNS(REQ-IDX, DAY-IDX)
           MOVE DAY-PARTIAL(REQ-IDX, DAY-IDX)     TO DYL-PARTIAL
           MOVE DAY-CACHE-HITS(REQ-IDX, DAY-IDX)  TO DYL-CACHE-HITS
           MOVE DAY-SLOWEST-SEC(REQ-IDX, DAY-IDX) TO DYL-SLOWEST
           MOVE DAY-LINE TO W-STATEMENT-LINE
           PERFORM 4900-PUT-LINE THRU 4900-EXIT.

       4400-EXIT.
           EXIT.

       4410-WEIGH-DAY.

           IF DAY-LISTED(REQ-IDX, DAY-IDX) THEN
              GO TO 4410-EXIT
           END-IF

           COMPUTE W-DAY-SHORT = DAY-RUNS(REQ-IDX, DAY-IDX)
                               - DAY-FULL-IN-SLA(REQ-IDX, DAY-IDX)
           IF W-DAY-SHORT > W-WORST-SHORT THEN
              MOVE W-DAY-SHORT TO W-WORST-SHORT
              SET W-WORST-SUB TO DAY-IDX
           END-IF.

       4410-EXIT.
           EXIT.

      ******************************************************************
      * 4800-PUT-FIGURE - a count with its share of the requests made,
      *  onto the figure line and out.
      ******************************************************************
       4800-PUT-FIGURE.

           MOVE W-PCT-PART TO FGL-COUNT
           IF W-PCT-WHOLE > 0 THEN
              COMPUTE W-PCT-EDIT ROUNDED =
                      W-PCT-PART * 100 / W-PCT-WHOLE
           ELSE
              MOVE 0 TO W-PCT-EDIT
           END-IF
           STRING W-PCT-EDIT '%' DELIMITED BY SIZE INTO FGL-PCT-TEXT

           MOVE FIGURE-LINE TO W-STATEMENT-LINE
           PERFORM 4900-PUT-LINE THRU 4900-EXIT.

       4800-EXIT.
           EXIT.

      ******************************************************************
      * 4900-PUT-LINE - one statement line to print and to the
      *  statement extract under the requester and its line number.
      ******************************************************************
       4900-PUT-LINE.

           WRITE REPORT-LINE FROM W-STATEMENT-LINE.

           ADD 1 TO W-LINE-SEQ
           MOVE SPACE                  TO ASYNC-STATEMENT-RECORD
           MOVE '*SLSTATEMENT*'        TO ASLX-RECORD-TYPE
           MOVE REQ-REQUESTER(REQ-IDX) TO ASLX-REQUESTER-ID
           MOVE W-PERIOD-FROM          TO ASLX-PERIOD-FROM
           MOVE W-PERIOD-TO            TO ASLX-PERIOD-TO
           MOVE W-LINE-SEQ             TO ASLX-LINE-SEQ
           MOVE W-STATEMENT-LINE       TO ASLX-LINE-TEXT
           WRITE ASYNC-STATEMENT-RECORD.

           MOVE SPACE TO W-STATEMENT-LINE.

       4900-EXIT.
           EXIT.

      ******************************************************************
      * 9999-TERMINATE - close the files down.
      ******************************************************************
       9999-TERMINATE.

           CLOSE SUMMARY-FILE
                 HISTORY-FILE
                 REPORT-FILE
                 STATEMENT-FILE.

       9999-EXIT.
           EXIT.

       END PROGRAM 'ASYNCSLS'.
