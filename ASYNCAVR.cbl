      ******************************************************************
      * ASYNCAVR - daily source availability report over the canary
      *            probe log ASYNCPRB writes to TD queue PRBL (PRBIN
      *            here, the day's accumulated extract; see
      *            ASYNCPRL.cpy). One line per child transid: how many
      *            times it was probed, how often it gave the expected
      *            answer, a wrong one or none at all, and the share
      *            answered correctly as its availability for the
      *            day, with the same figures for all sources at the
      *            foot. A slot that changed transid during the day is
      *            shown under each transid it ran as.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCAVR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROBE-LOG-FILE ASSIGN TO PRBIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROBE-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCPRL.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
      *
       01 W-EOF-FLAG             PIC X(01) VALUE 'N'.
           88 END-OF-PROBE-LOG        VALUE 'Y'.
       01 W-FOUND-FLAG           PIC X(01) VALUE 'N'.
           88 ENTRY-FOUND             VALUE 'Y'.

      * per-transid rollup; the dispatch table has four slots, so
      * twenty entries leaves room for a day of transid changes.
      * Anything beyond is counted, not silently dropped.
       01 SOURCE-TABLE.
           05 SRC-ENTRY-COUNT    PIC S9(4) USAGE COMP VALUE 0.
           05 SRC-OVERFLOW-COUNT PIC 9(07) VALUE 0.
           05 SRC-ENTRY OCCURS 20 TIMES INDEXED BY SRC-IDX.
              10 SRC-TRANSID        PIC X(04).
              10 SRC-PROBES         PIC 9(07).
              10 SRC-CORRECT        PIC 9(07).
              10 SRC-WRONG          PIC 9(07).
              10 SRC-NO-ANSWER      PIC 9(07).

       01 W-TOTAL-PROBES         PIC 9(07) VALUE 0.
       01 W-TOTAL-CORRECT        PIC 9(07) VALUE 0.
       01 W-TOTAL-WRONG          PIC 9(07) VALUE 0.
       01 W-TOTAL-NO-ANSWER      PIC 9(07) VALUE 0.

       01 HDG-LINE-1.
           05 FILLER             PIC X(44)
              VALUE 'ASYNCPRB DAILY SOURCE AVAILABILITY BY CHILD '.
           05 FILLER             PIC X(07) VALUE 'TRANSID'.

       01 HDG-LINE-2.
           05 FILLER             PIC X(08) VALUE 'TRANS'.
           05 FILLER             PIC X(10) VALUE 'PROBES'.
           05 FILLER             PIC X(10) VALUE 'CORRECT'.
           05 FILLER             PIC X(10) VALUE 'WRONG'.
           05 FILLER             PIC X(10) VALUE 'NO ANSWER'.
           05 FILLER             PIC X(06) VALUE 'AVAIL%'.

       01 DETAIL-LINE.
           05 DTL-TRANSID        PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 DTL-PROBES         PIC ZZZ,ZZ9.
           05 FILLER             PIC X(03) VALUE SPACE.
           05 DTL-CORRECT        PIC ZZZ,ZZ9.
           05 FILLER             PIC X(03) VALUE SPACE.
           05 DTL-WRONG          PIC ZZZ,ZZ9.
           05 FILLER             PIC X(03) VALUE SPACE.
           05 DTL-NO-ANSWER      PIC ZZZ,ZZ9.
           05 FILLER             PIC X(04) VALUE SPACE.
           05 DTL-AVAIL-PCT      PIC ZZ9.9.

       01 OVERFLOW-LINE.
           05 FILLER             PIC X(30)
              VALUE 'SOURCE TABLE FULL - DROPPED: '.
           05 OVF-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-TALLY-PROBE THRU 2000-EXIT
              UNTIL END-OF-PROBE-LOG.
           PERFORM 3000-PRODUCE-REPORT THRU 3000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the files and prime the read.
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT PROBE-LOG-FILE
                OUTPUT REPORT-FILE.

           PERFORM 1100-READ-PROBE-LOG THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

       1100-READ-PROBE-LOG.

           READ PROBE-LOG-FILE
               AT END MOVE 'Y' TO W-EOF-FLAG
           END-READ.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-TALLY-PROBE - one slot's probe result into its transid's
      *  rollup and the day's totals, then read the next.
      ******************************************************************
       2000-TALLY-PROBE.

           ADD 1 TO W-TOTAL-PROBES
           EVALUATE TRUE
              WHEN APRL-CORRECT
                 ADD 1 TO W-TOTAL-CORRECT
              WHEN APRL-WRONG
                 ADD 1 TO W-TOTAL-WRONG
              WHEN OTHER
                 ADD 1 TO W-TOTAL-NO-ANSWER
           END-EVALUATE

           PERFORM 2100-FIND-SOURCE THRU 2100-EXIT
           IF NOT ENTRY-FOUND THEN
              GO TO 2000-NEXT
           END-IF

           ADD 1 TO SRC-PROBES(SRC-IDX)
           EVALUATE TRUE
              WHEN APRL-CORRECT
                 ADD 1 TO SRC-CORRECT(SRC-IDX)
              WHEN APRL-WRONG
                 ADD 1 TO SRC-WRONG(SRC-IDX)
              WHEN OTHER
                 ADD 1 TO SRC-NO-ANSWER(SRC-IDX)
           END-EVALUATE.

       2000-NEXT.

           PERFORM 1100-READ-PROBE-LOG THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FIND-SOURCE - point SRC-IDX at the record's transid's
      *  rollup entry, starting one if the transid is new. Beyond the
      *  table's capacity the overflow is counted and the entry is
      *  left not found.
      ******************************************************************
       2100-FIND-SOURCE.

           MOVE 'N' TO W-FOUND-FLAG
           PERFORM 2110-MATCH-SOURCE THRU 2110-EXIT
              VARYING SRC-IDX FROM 1 BY 1
              UNTIL SRC-IDX > SRC-ENTRY-COUNT OR ENTRY-FOUND

           IF ENTRY-FOUND THEN
              SET SRC-IDX DOWN BY 1
           ELSE
              IF SRC-ENTRY-COUNT >= 20 THEN
                 ADD 1 TO SRC-OVERFLOW-COUNT
                 GO TO 2100-EXIT
              END-IF
              ADD 1 TO SRC-ENTRY-COUNT
              SET SRC-IDX TO SRC-ENTRY-COUNT
              INITIALIZE SRC-ENTRY(SRC-IDX)
              MOVE APRL-CHILD-TRANSID TO SRC-TRANSID(SRC-IDX)
              MOVE 'Y' TO W-FOUND-FLAG
           END-IF.

       2100-EXIT.
           EXIT.

       2110-MATCH-SOURCE.

           IF SRC-TRANSID(SRC-IDX) = APRL-CHILD-TRANSID THEN
              MOVE 'Y' TO W-FOUND-FLAG
           END-IF.

       2110-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRODUCE-REPORT - one line per transid in first-seen
      *  order, then the day's figures across every source.
      ******************************************************************
       3000-PRODUCE-REPORT.

           WRITE REPORT-LINE FROM HDG-LINE-1.
           WRITE REPORT-LINE FROM HDG-LINE-2.

           PERFORM 3100-PRINT-SOURCE THRU 3100-EXIT
              VARYING SRC-IDX FROM 1 BY 1
              UNTIL SRC-IDX > SRC-ENTRY-COUNT

           IF SRC-OVERFLOW-COUNT > 0 THEN
              MOVE SRC-OVERFLOW-COUNT TO OVF-COUNT
              WRITE REPORT-LINE FROM OVERFLOW-LINE
           END-IF

           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'ALL '            TO DTL-TRANSID
           MOVE W-TOTAL-PROBES    TO DTL-PROBES
           MOVE W-TOTAL-CORRECT   TO DTL-CORRECT
           MOVE W-TOTAL-WRONG     TO DTL-WRONG
           MOVE W-TOTAL-NO-ANSWER TO DTL-NO-ANSWER
           IF W-TOTAL-PROBES > 0 THEN
              COMPUTE DTL-AVAIL-PCT ROUNDED =
                      W-TOTAL-CORRECT * 100 / W-TOTAL-PROBES
           ELSE
              MOVE 0 TO DTL-AVAIL-PCT
           END-IF
           WRITE REPORT-LINE FROM DETAIL-LINE.

       3000-EXIT.
           EXIT.

       3100-PRINT-SOURCE.

           MOVE SRC-TRANSID(SRC-IDX)   TO DTL-TRANSID
           MOVE SRC-PROBES(SRC-IDX)    TO DTL-PROBES
           MOVE SRC-CORRECT(SRC-IDX)   TO DTL-CORRECT
           MOVE SRC-WRONG(SRC-IDX)     TO DTL-WRONG
           MOVE SRC-NO-ANSWER(SRC-IDX) TO DTL-NO-ANSWER
           COMPUTE DTL-AVAIL-PCT ROUNDED =
                   SRC-CORRECT(SRC-IDX) * 100 / SRC-PROBES(SRC-IDX)
           WRITE REPORT-LINE FROM DETAIL-LINE.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 9999-TERMINATE - close the files down.
      ******************************************************************
       9999-TERMINATE.

           CLOSE PROBE-LOG-FILE
                 REPORT-FILE.

       9999-EXIT.
           EXIT.

       END PROGRAM 'ASYNCAVR'.
