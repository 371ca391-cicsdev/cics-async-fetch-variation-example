      ******************************************************************
      * ASYNCCAP - nightly peak-period and capacity report over the
      *            interval statistics the collector ASYNCISC writes
      *            to the KSDS ASYNCIST (see ASYNCIST.cpy), read
      *            directly for one day: the day on a D card in CAPIN
      *            (D in column 1, the 0CYYDDD date in columns 3-9),
      *            or with no card the latest day the end-of-day
      *            cutover has closed on the run-control file
      *            ASYNCRUN, the day the nightly chain is processing.
      *            The KSDS is started at that day and read until the
      *            date changes. With no day to report the run says
      *            so and ends RC 8.
      *
      *            Section one follows the intake backlog: every run
      *            of intervals that closed with requests waiting on
      *            AINQ is one episode, shown with when it was first
      *            seen, how deep it got and when, and when it was
      *            next seen clear - how long the backlog took to
      *            drain, to the nearest interval. Section two lists
      *            the ten intervals with the deepest backlog, the
      *            in-flight children breaking ties, with everything
      *            else the collector saw at the time. Section three
      *            is the run's totals: the peaks, and how often the
      *            backlog passed WRKDEPTH, the workers ran at their
      *            WRKCAP ceiling, or a breaker was open - the
      *            figures capacity planning sizes WRKDEPTH and the
      *            region count from.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCCAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARD-FILE ASSIGN TO CAPIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-CONTROL-FILE ASSIGN TO ASYNCRUN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ARUN-RUN-DATE
           FILE STATUS IS W-RUN-STATUS.

           SELECT INTERVAL-FILE ASSIGN TO ASYNCIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AIST-INTERVAL-KEY
           FILE STATUS IS W-IST-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CAPACITY-CARD.
           05 KCRD-CARD-TYPE         PIC X(01).
               88 KCRD-DAY-CARD           VALUE 'D'.
           05 FILLER                 PIC X(01).
           05 KCRD-RUN-DATE          PIC 9(07).
           05 FILLER                 PIC X(71).

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCRUN.

       FD  INTERVAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCIST.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
      *
       01 W-EOF-FLAG             PIC X(01) VALUE 'N'.
           88 END-OF-INTERVALS        VALUE 'Y'.
       01 W-IST-STATUS           PIC X(02) VALUE SPACE.

      * the day being reported, from the card or the run control
       01 W-CARD-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CARD-FILE        VALUE 'Y'.
       01 W-RUN-STATUS           PIC X(02) VALUE SPACE.
       01 W-RUN-EOF-FLAG         PIC X(01) VALUE 'N'.
           88 END-OF-RUN-FILE         VALUE 'Y'.
       01 W-DAY-FLAG             PIC X(01) VALUE 'N'.
           88 DAY-CHOSEN              VALUE 'Y'.
       01 W-REPORT-DATE          PIC 9(07) VALUE 0.

      * the record in hand, its close time as seconds from midnight
       01 W-CLOSE-TIME           PIC 9(07) VALUE 0.
       01 FILLER REDEFINES W-CLOSE-TIME.
           05 FILLER             PIC 9(01).
           05 W-CLOSE-HH         PIC 9(02).
           05 W-CLOSE-MM         PIC 9(02).
           05 W-CLOSE-SS         PIC 9(02).
       01 W-CLOSE-SECONDS        PIC S9(8) USAGE COMP VALUE 0.
       01 W-SLOT-SUB             PIC S9(4) USAGE COMP VALUE 0.
       01 W-BREAKER-OPEN-FLAG    PIC X(01) VALUE 'N'.
           88 ANY-BREAKER-OPEN        VALUE 'Y'.

      * the backlog episode in progress
       01 W-EPISODE-FLAG         PIC X(01) VALUE 'N'.
           88 EPISODE-OPEN            VALUE 'Y'.
       01 W-EP-START-DATE        PIC 9(07) VALUE 0.
       01 W-EP-START-TIME        PIC 9(07) VALUE 0.
       01 W-EP-START-SECONDS     PIC S9(8) USAGE COMP VALUE 0.
       01 W-EP-PEAK-DEPTH        PIC S9(8) USAGE COMP VALUE 0.
       01 W-EP-PEAK-TIME         PIC 9(07) VALUE 0.
       01 W-EP-MINUTES           PIC S9(8) USAGE COMP VALUE 0.

      * the ten deepest intervals, deepest first
       01 PEAK-TABLE.
           05 PEAK-ENTRY-COUNT   PIC S9(4) USAGE COMP VALUE 0.
           05 PEAK-ENTRY OCCURS 11 TIMES.
              10 PEAK-DATE          PIC 9(07).
              10 PEAK-TIME          PIC 9(07).
              10 PEAK-DEPTH         PIC S9(8) USAGE COMP.
              10 PEAK-INFLIGHT      PIC S9(8) USAGE COMP.
              10 PEAK-PARENTS       PIC S9(8) USAGE COMP.
              10 PEAK-WORKERS       PIC S9(4) USAGE COMP.
              10 PEAK-WORKER-CAP    PIC S9(4) USAGE COMP.
              10 PEAK-WORKER-DEPTH  PIC S9(8) USAGE COMP.
              10 PEAK-REQUESTS      PIC S9(8) USAGE COMP.
              10 PEAK-CACHE-HITS    PIC S9(8) USAGE COMP.
              10 PEAK-BREAKERS      PIC X(04).
       01 PEAK-HOLD              PIC X(46).
       01 W-PEAK-SUB             PIC S9(4) USAGE COMP VALUE 0.

      * the run's totals and peaks
       01 W-INTERVALS            PIC 9(07) VALUE 0.
       01 W-EPISODES             PIC 9(07) VALUE 0.
       01 W-MAX-DEPTH            PIC S9(8) USAGE COMP VALUE 0.
       01 W-MAX-INFLIGHT         PIC S9(8) USAGE COMP VALUE 0.
       01 W-MAX-PARENTS          PIC S9(8) USAGE COMP VALUE 0.
       01 W-MAX-WORKERS          PIC S9(8) USAGE COMP VALUE 0.
       01 W-MAX-REQUESTS         PIC S9(8) USAGE COMP VALUE 0.
       01 W-LONGEST-CLEAR        PIC S9(8) USAGE COMP VALUE 0.
       01 W-OVER-WRKDEPTH        PIC 9(07) VALUE 0.
       01 W-AT-WRKCAP            PIC 9(07) VALUE 0.
       01 W-BREAKER-INTERVALS    PIC 9(07) VALUE 0.
       01 W-TOTAL-REQUESTS       PIC 9(09) VALUE 0.
       01 W-TOTAL-CACHE-HITS     PIC 9(09) VALUE 0.

       01 HDG-LINE-1.
           05 FILLER             PIC X(44)
              VALUE 'ASYNCPG1 PEAK PERIOD AND CAPACITY REPORT    '.

       01 HDG-DAY-LINE.
           05 FILLER             PIC X(20) VALUE 'INTERVALS CLOSED ON'.
           05 HDL-REPORT-DATE    PIC 9(07).

       01 MESSAGE-LINE           PIC X(100) VALUE SPACE.

       01 SECTION-LINE           PIC X(40).

       01 HDG-EPISODE.
           05 FILLER             PIC X(16) VALUE 'FIRST SEEN'.
           05 FILLER             PIC X(10) VALUE 'PEAK AINQ'.
           05 FILLER             PIC X(09) VALUE 'AT'.
           05 FILLER             PIC X(16) VALUE 'SEEN CLEAR'.
           05 FILLER             PIC X(07) VALUE 'MINUTES'.

       01 EPISODE-LINE.
           05 EPL-START-DATE     PIC 9(07).
           05 FILLER             PIC X(01) VALUE '-'.
           05 EPL-START-TIME     PIC 9(07).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 EPL-PEAK-DEPTH     PIC ZZZ,ZZ9.
           05 FILLER             PIC X(03) VALUE SPACE.
           05 EPL-PEAK-TIME      PIC 9(07).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 EPL-CLEAR          PIC X(15).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 EPL-MINUTES        PIC ZZZ,ZZ9.

       01 EPL-CLEAR-STAMP.
           05 EPC-DATE           PIC 9(07).
           05 FILLER             PIC X(01) VALUE '-'.
           05 EPC-TIME           PIC 9(07).

       01 HDG-PEAK.
           05 FILLER             PIC X(16) VALUE 'INTERVAL CLOSED'.
           05 FILLER             PIC X(08) VALUE '   AINQ'.
           05 FILLER             PIC X(08) VALUE ' INFLGT'.
           05 FILLER             PIC X(08) VALUE ' PARENT'.
           05 FILLER             PIC X(10) VALUE ' WORKERS'.
           05 FILLER             PIC X(08) VALUE 'WRKDPTH'.
           05 FILLER             PIC X(08) VALUE '   REQS'.
           05 FILLER             PIC X(08) VALUE '  CACHE'.
           05 FILLER             PIC X(08) VALUE ' BRKRS'.

       01 PEAK-LINE.
           05 PKL-DATE           PIC 9(07).
           05 FILLER             PIC X(01) VALUE '-'.
           05 PKL-TIME           PIC 9(07).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 PKL-DEPTH          PIC ZZZ,ZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 PKL-INFLIGHT       PIC ZZZ,ZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 PKL-PARENTS        PIC ZZZ,ZZ9.
           05 FILLER             PIC X(03) VALUE SPACE.
           05 PKL-WORKERS        PIC Z9.
           05 FILLER             PIC X(01) VALUE '/'.
           05 PKL-WORKER-CAP     PIC Z9.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 PKL-WORKER-DEPTH   PIC ZZZ,ZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 PKL-REQUESTS       PIC ZZZ,ZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 PKL-CACHE-HITS     PIC ZZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 PKL-BREAKERS       PIC X(04).

       01 TOTAL-LINE.
           05 TOT-TAG            PIC X(32).
           05 TOT-COUNT          PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF DAY-CHOSEN THEN
              PERFORM 2000-PROCESS-INTERVAL THRU 2000-EXIT
                 UNTIL END-OF-INTERVALS
              PERFORM 3000-PRODUCE-REPORT THRU 3000-EXIT
           END-IF

           PERFORM 9999-TERMINATE THRU 9999-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - choose the day, open the files, head the
      *  report and the episode section (written as the episodes
      *  close) and start the read at the day's first interval - or
      *  say why the run cannot go on.
      ******************************************************************
       1000-INITIALIZE.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-LINE FROM HDG-LINE-1.

           PERFORM 1300-CHOOSE-DAY THRU 1300-EXIT.

           IF NOT DAY-CHOSEN THEN
              WRITE REPORT-LINE FROM MESSAGE-LINE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF

           OPEN INPUT INTERVAL-FILE.

           IF W-IST-STATUS NOT = '00' THEN
              MOVE 'N' TO W-DAY-FLAG
              MOVE SPACE TO MESSAGE-LINE
              STRING 'INTERVAL STORE ASYNCIST WILL NOT OPEN, STATUS '
                 W-IST-STATUS ' - RUN NOT MADE'
                 DELIMITED BY SIZE INTO MESSAGE-LINE
              WRITE REPORT-LINE FROM MESSAGE-LINE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF

           MOVE W-REPORT-DATE TO HDL-REPORT-DATE
           WRITE REPORT-LINE FROM HDG-DAY-LINE.
           MOVE 'INTAKE BACKLOG EPISODES' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE.
           WRITE REPORT-LINE FROM HDG-EPISODE.

           MOVE W-REPORT-DATE TO AIST-DATE
           MOVE 0             TO AIST-TIME
           START INTERVAL-FILE KEY IS NOT LESS THAN AIST-INTERVAL-KEY
               INVALID KEY MOVE 'Y' TO W-EOF-FLAG
           END-START

           PERFORM 1100-READ-INTERVAL THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-READ-INTERVAL - the next interval of the day; the first
      *  one closed on a later day ends the read.
      ******************************************************************
       1100-READ-INTERVAL.

           IF END-OF-INTERVALS THEN
              GO TO 1100-EXIT
           END-IF

           READ INTERVAL-FILE NEXT
               AT END MOVE 'Y' TO W-EOF-FLAG
           END-READ

           IF NOT END-OF-INTERVALS
              AND AIST-DATE NOT = W-REPORT-DATE THEN
              MOVE 'Y' TO W-EOF-FLAG
           END-IF.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CHOOSE-DAY - the day on a D card (the last one wins; any
      *  other card is passed over), failing that the latest day the
      *  cutover has closed on the run control.
      ******************************************************************
       1300-CHOOSE-DAY.

           OPEN INPUT CARD-FILE
           PERFORM 1310-READ-CARD THRU 1310-EXIT
           PERFORM 1320-LOAD-CARD THRU 1320-EXIT
              UNTIL END-OF-CARD-FILE
           CLOSE CARD-FILE

           IF DAY-CHOSEN THEN
              GO TO 1300-EXIT
           END-IF

           OPEN INPUT RUN-CONTROL-FILE

           IF W-RUN-STATUS NOT = '00' THEN
              MOVE SPACE TO MESSAGE-LINE
              STRING 'NO D CARD AND RUN CONTROL WILL NOT OPEN, STATUS '
                 W-RUN-STATUS ' - RUN NOT MADE'
                 DELIMITED BY SIZE INTO MESSAGE-LINE
              GO TO 1300-EXIT
           END-IF

           PERFORM 1330-SCAN-RUN-RECORD THRU 1330-EXIT
              UNTIL END-OF-RUN-FILE
           CLOSE RUN-CONTROL-FILE

           IF NOT DAY-CHOSEN THEN
              MOVE SPACE TO MESSAGE-LINE
              STRING 'NO D CARD AND NO CUT-OVER DAY ON RUN CONTROL'
                 ' - RUN NOT MADE'
                 DELIMITED BY SIZE INTO MESSAGE-LINE
           END-IF.

       1300-EXIT.
           EXIT.

       1310-READ-CARD.

           READ CARD-FILE
               AT END MOVE 'Y' TO W-CARD-EOF-FLAG
           END-READ.

       1310-EXIT.
           EXIT.

       1320-LOAD-CARD.

           IF KCRD-DAY-CARD
              AND KCRD-RUN-DATE IS NUMERIC
              AND KCRD-RUN-DATE > 0 THEN
              MOVE KCRD-RUN-DATE TO W-REPORT-DATE
              MOVE 'Y' TO W-DAY-FLAG
           END-IF

           PERFORM 1310-READ-CARD THRU 1310-EXIT.

       1320-EXIT.
           EXIT.

       1330-SCAN-RUN-RECORD.

           READ RUN-CONTROL-FILE NEXT
               AT END MOVE 'Y' TO W-RUN-EOF-FLAG
           END-READ

           IF NOT END-OF-RUN-FILE THEN
              IF ARUN-STEP-STATUS(1) = 'C'
                 AND ARUN-RUN-DATE > W-REPORT-DATE THEN
                 MOVE ARUN-RUN-DATE TO W-REPORT-DATE
                 MOVE 'Y' TO W-DAY-FLAG
              END-IF
           END-IF.

       1330-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-INTERVAL - one interval into the peaks and totals,
      *  the backlog episode and the ten deepest, then read the next.
      ******************************************************************
       2000-PROCESS-INTERVAL.

           ADD 1 TO W-INTERVALS
           MOVE AIST-TIME TO W-CLOSE-TIME
           COMPUTE W-CLOSE-SECONDS = W-CLOSE-HH * 3600
                                   + W-CLOSE-MM * 60 + W-CLOSE-SS

           IF AIST-AINQ-DEPTH > W-MAX-DEPTH THEN
              MOVE AIST-AINQ-DEPTH TO W-MAX-DEPTH
           END-IF
           IF AIST-INFLIGHT-CHILDREN > W-MAX-INFLIGHT THEN
              MOVE AIST-INFLIGHT-CHILDREN TO W-MAX-INFLIGHT
           END-IF
           IF AIST-ACTIVE-PARENTS > W-MAX-PARENTS THEN
              MOVE AIST-ACTIVE-PARENTS TO W-MAX-PARENTS
           END-IF
           IF AIST-WORKERS-BUSY > W-MAX-WORKERS THEN
              MOVE AIST-WORKERS-BUSY TO W-MAX-WORKERS
           END-IF
           IF AIST-REQUESTS > W-MAX-REQUESTS THEN
              MOVE AIST-REQUESTS TO W-MAX-REQUESTS
           END-IF
           ADD AIST-REQUESTS   TO W-TOTAL-REQUESTS
           ADD AIST-CACHE-HITS TO W-TOTAL-CACHE-HITS

           IF AIST-AINQ-DEPTH >= AIST-WORKER-DEPTH
              AND AIST-WORKER-DEPTH > 0 THEN
              ADD 1 TO W-OVER-WRKDEPTH
           END-IF
           IF AIST-WORKER-CAP > 1
              AND AIST-WORKERS-BUSY >= AIST-WORKER-CAP THEN
              ADD 1 TO W-AT-WRKCAP
           END-IF

           MOVE 'N' TO W-BREAKER-OPEN-FLAG
           PERFORM 2050-CHECK-BREAKER THRU 2050-EXIT
              VARYING W-SLOT-SUB FROM 1 BY 1 UNTIL W-SLOT-SUB > 4
           IF ANY-BREAKER-OPEN THEN
              ADD 1 TO W-BREAKER-INTERVALS
           END-IF

           PERFORM 2100-FOLLOW-BACKLOG THRU 2100-EXIT
           PERFORM 2200-RANK-INTERVAL THRU 2200-EXIT

           PERFORM 1100-READ-INTERVAL THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

       2050-CHECK-BREAKER.

           IF AIST-BREAKER-STATE(W-SLOT-SUB) = 'O'
              OR AIST-BREAKER-STATE(W-SLOT-SUB) = 'P' THEN
              MOVE 'Y' TO W-BREAKER-OPEN-FLAG
           END-IF.

       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FOLLOW-BACKLOG - an interval closing with requests on
      *  AINQ opens an episode or carries one on; the first interval
      *  seen clear closes it and prints it.
      ******************************************************************
       2100-FOLLOW-BACKLOG.

      * a depth the collector could not read (-1) neither opens nor
      * closes anything
           IF AIST-AINQ-DEPTH < 0 THEN
              GO TO 2100-EXIT
           END-IF

           IF AIST-AINQ-DEPTH > 0 THEN
              IF NOT EPISODE-OPEN THEN
                 MOVE 'Y' TO W-EPISODE-FLAG
                 MOVE AIST-DATE       TO W-EP-START-DATE
                 MOVE AIST-TIME       TO W-EP-START-TIME
                 MOVE W-CLOSE-SECONDS TO W-EP-START-SECONDS
                 MOVE 0               TO W-EP-PEAK-DEPTH
              END-IF
              IF AIST-AINQ-DEPTH > W-EP-PEAK-DEPTH THEN
                 MOVE AIST-AINQ-DEPTH TO W-EP-PEAK-DEPTH
                 MOVE AIST-TIME       TO W-EP-PEAK-TIME
              END-IF
              GO TO 2100-EXIT
           END-IF

           IF NOT EPISODE-OPEN THEN
              GO TO 2100-EXIT
           END-IF

           COMPUTE W-EP-MINUTES =
                   (W-CLOSE-SECONDS - W-EP-START-SECONDS) / 60
           IF W-EP-MINUTES > W-LONGEST-CLEAR THEN
              MOVE W-EP-MINUTES TO W-LONGEST-CLEAR
           END-IF

           MOVE AIST-DATE TO EPC-DATE
           MOVE AIST-TIME TO EPC-TIME
           MOVE EPL-CLEAR-STAMP TO EPL-CLEAR
           MOVE W-EP-MINUTES TO EPL-MINUTES
           PERFORM 2150-PRINT-EPISODE THRU 2150-EXIT.

       2100-EXIT.
           EXIT.

       2150-PRINT-EPISODE.

           ADD 1 TO W-EPISODES
           MOVE W-EP-START-DATE TO EPL-START-DATE
           MOVE W-EP-START-TIME TO EPL-START-TIME
           MOVE W-EP-PEAK-DEPTH TO EPL-PEAK-DEPTH
           MOVE W-EP-PEAK-TIME  TO EPL-PEAK-TIME
           WRITE REPORT-LINE FROM EPISODE-LINE
           MOVE 'N' TO W-EPISODE-FLAG.

       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2200-RANK-INTERVAL - place the interval among the ten deepest:
      *  add it in the spare eleventh entry, walk it up past every
      *  entry it beats, and drop whatever ends up eleventh.
      ******************************************************************
       2200-RANK-INTERVAL.

           IF AIST-AINQ-DEPTH < 1 THEN
              GO TO 2200-EXIT
           END-IF

           ADD 1 TO PEAK-ENTRY-COUNT
           MOVE PEAK-ENTRY-COUNT TO W-PEAK-SUB
           MOVE AIST-DATE              TO PEAK-DATE(W-PEAK-SUB)
           MOVE AIST-TIME              TO PEAK-TIME(W-PEAK-SUB)
           MOVE AIST-AINQ-DEPTH        TO PEAK-DEPTH(W-PEAK-SUB)
           MOVE AIST-INFLIGHT-CHILDREN TO PEAK-INFLIGHT(W-PEAK-SUB)
           MOVE AIST-ACTIVE-PARENTS    TO PEAK-PARENTS(W-PEAK-SUB)
           MOVE AIST-WORKERS-BUSY      TO PEAK-WORKERS(W-PEAK-SUB)
           MOVE AIST-WORKER-CAP        TO PEAK-WORKER-CAP(W-PEAK-SUB)
           MOVE AIST-WORKER-DEPTH      TO PEAK-WORKER-DEPTH(W-PEAK-SUB)
           MOVE AIST-REQUESTS          TO PEAK-REQUESTS(W-PEAK-SUB)
           MOVE AIST-CACHE-HITS        TO PEAK-CACHE-HITS(W-PEAK-SUB)
           MOVE SPACE                  TO PEAK-BREAKERS(W-PEAK-SUB)
           PERFORM 2210-NOTE-BREAKER THRU 2210-EXIT
              VARYING W-SLOT-SUB FROM 1 BY 1 UNTIL W-SLOT-SUB > 4

           PERFORM 2220-MOVE-UP THRU 2220-EXIT
              UNTIL W-PEAK-SUB < 2

           IF PEAK-ENTRY-COUNT > 10 THEN
              MOVE 10 TO PEAK-ENTRY-COUNT
           END-IF.

       2200-EXIT.
           EXIT.

       2210-NOTE-BREAKER.

           MOVE AIST-BREAKER-STATE(W-SLOT-SUB)
              TO PEAK-BREAKERS(W-PEAK-SUB)(W-SLOT-SUB:1).

       2210-EXIT.
           EXIT.

      * one step up the ranking - or the end of the walk, once the
      * entry above is at least as deep
       2220-MOVE-UP.

           IF PEAK-DEPTH(W-PEAK-SUB) < PEAK-DEPTH(W-PEAK-SUB - 1)
              OR (PEAK-DEPTH(W-PEAK-SUB) = PEAK-DEPTH(W-PEAK-SUB - 1)
                  AND PEAK-INFLIGHT(W-PEAK-SUB)
                      <= PEAK-INFLIGHT(W-PEAK-SUB - 1)) THEN
              MOVE 0 TO W-PEAK-SUB
              GO TO 2220-EXIT
           END-IF

           MOVE PEAK-ENTRY(W-PEAK-SUB)     TO PEAK-HOLD
           MOVE PEAK-ENTRY(W-PEAK-SUB - 1) TO PEAK-ENTRY(W-PEAK-SUB)
           MOVE PEAK-HOLD              TO PEAK-ENTRY(W-PEAK-SUB - 1)
           SUBTRACT 1 FROM W-PEAK-SUB.

       2220-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRODUCE-REPORT - close off an episode still open at the
      *  end of the day, then the ten deepest intervals and the
      *  totals.
      ******************************************************************
       3000-PRODUCE-REPORT.

           IF EPISODE-OPEN THEN
              MOVE 'NOT SEEN CLEAR' TO EPL-CLEAR
              MOVE 0 TO EPL-MINUTES
              PERFORM 2150-PRINT-EPISODE THRU 2150-EXIT
           END-IF

           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'DEEPEST INTAKE BACKLOG INTERVALS' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE.
           WRITE REPORT-LINE FROM HDG-PEAK.
           PERFORM 3100-PRINT-PEAK THRU 3100-EXIT
              VARYING W-PEAK-SUB FROM 1 BY 1
              UNTIL W-PEAK-SUB > PEAK-ENTRY-COUNT

           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TOTALS AND PEAKS' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE.

           MOVE 'INTERVALS:' TO TOT-TAG
           MOVE W-INTERVALS TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE 'BACKLOG EPISODES:' TO TOT-TAG
           MOVE W-EPISODES TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE 'LONGEST TO CLEAR, MINUTES:' TO TOT-TAG
           MOVE W-LONGEST-CLEAR TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE 'DEEPEST AINQ BACKLOG:' TO TOT-TAG
           MOVE W-MAX-DEPTH TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE 'MOST CHILDREN IN FLIGHT:' TO TOT-TAG
           MOVE W-MAX-INFLIGHT TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE 'MOST PARENT RUNS ACTIVE:' TO TOT-TAG
           MOVE W-MAX-PARENTS TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE 'MOST WORKERS BUSY:' TO TOT-TAG
           MOVE W-MAX-WORKERS TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE 'MOST REQUESTS IN AN INTERVAL:' TO TOT-TAG
           MOVE W-MAX-REQUESTS TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE 'INTERVALS BACKLOG AT WRKDEPTH:' TO TOT-TAG
           MOVE W-OVER-WRKDEPTH TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE 'INTERVALS WORKERS AT WRKCAP:' TO TOT-TAG
           MOVE W-AT-WRKCAP TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE 'INTERVALS WITH A BREAKER OPEN:' TO TOT-TAG
           MOVE W-BREAKER-INTERVALS TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE 'REQUESTS:' TO TOT-TAG
           MOVE W-TOTAL-REQUESTS TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE 'ANSWERED FROM CACHE:' TO TOT-TAG
           MOVE W-TOTAL-CACHE-HITS TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE.

       3000-EXIT.
           EXIT.

       3100-PRINT-PEAK.

           MOVE PEAK-DATE(W-PEAK-SUB)         TO PKL-DATE
           MOVE PEAK-TIME(W-PEAK-SUB)         TO PKL-TIME
           MOVE PEAK-DEPTH(W-PEAK-SUB)        TO PKL-DEPTH
           MOVE PEAK-INFLIGHT(W-PEAK-SUB)     TO PKL-INFLIGHT
           MOVE PEAK-PARENTS(W-PEAK-SUB)      TO PKL-PARENTS
           MOVE PEAK-WORKERS(W-PEAK-SUB)      TO PKL-WORKERS
           MOVE PEAK-WORKER-CAP(W-PEAK-SUB)   TO PKL-WORKER-CAP
           MOVE PEAK-WORKER-DEPTH(W-PEAK-SUB) TO PKL-WORKER-DEPTH
           MOVE PEAK-REQUESTS(W-PEAK-SUB)     TO PKL-REQUESTS
           MOVE PEAK-CACHE-HITS(W-PEAK-SUB)   TO PKL-CACHE-HITS
           MOVE PEAK-BREAKERS(W-PEAK-SUB)     TO PKL-BREAKERS
           WRITE REPORT-LINE FROM PEAK-LINE.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 9999-TERMINATE - close the files down.
      ******************************************************************
       9999-TERMINATE.

           IF DAY-CHOSEN THEN
              CLOSE INTERVAL-FILE
           END-IF

           CLOSE REPORT-FILE.

       9999-EXIT.
           EXIT.

       END PROGRAM 'ASYNCCAP'.
