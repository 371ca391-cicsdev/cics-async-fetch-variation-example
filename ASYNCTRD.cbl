      *            <=30, over 30) and quotes the band a percentile
      *            falls in, which is as fine-grained as the
      *            whole-second audit figure deserves.
      *
      *            The canary probe's children (AAUD-PROBE-RUN) are
      *            left out - the trend is the service real requests
      *            got. Their number is shown at the foot.
      *
      *            So are children whose outcome was recorded inside a
      *            planned-outage hold window (the hold window store
      *            ASYNCHLW, see ASYNCHLW.cpy, read directly): what
      *            ran while the service was being quiesced says
      *            nothing about the SLA the sources keep, and would
      *            otherwise show as a breach spike on the day of
      *            every planned outage. Their number is shown at the
      *            foot as well.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCTRD.
           RECORD KEY IS ARUN-RUN-DATE
           FILE STATUS IS W-RUN-STATUS.

           SELECT HOLD-WINDOW-FILE ASSIGN TO ASYNCHLW
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AHLW-WINDOW-KEY
           FILE STATUS IS W-HLW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCRUN.

       FD  HOLD-WINDOW-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCHLW.

       WORKING-STORAGE SECTION.
      *

           88 END-OF-HISTORY          VALUE 'Y'.
       01 W-FOUND-FLAG           PIC X(01) VALUE 'N'.
           88 ENTRY-FOUND             VALUE 'Y'.
       01 W-PROBE-COUNT          PIC 9(07) VALUE 0.

      * the planned-outage hold windows, as finish-stamp ranges
      * (date * 10000000 + time, the EIBDATE/EIBTIME forms run
      * together); a window still open runs to the end of time.
      * A store with no windows - or none at all - leaves nothing
      * out. Past 200 windows each new one takes the place of the
      * oldest still held (HLD-REPLACE-SUB walks the table round), so
      * the windows kept are always the latest.
       01 W-HLW-STATUS           PIC X(02) VALUE SPACE.
       01 W-HLW-EOF-FLAG         PIC X(01) VALUE 'N'.
           88 END-OF-HOLD-WINDOWS     VALUE 'Y'.
       01 W-IN-HOLD-FLAG         PIC X(01) VALUE 'N'.
           88 RECORD-IN-HOLD          VALUE 'Y'.
       01 W-HOLD-COUNT           PIC 9(07) VALUE 0.
       01 W-RECORD-STAMP         PIC 9(14) VALUE 0.
       01 HOLD-WINDOW-TABLE.
           05 HLD-ENTRY-COUNT    PIC S9(4) USAGE COMP VALUE 0.
           05 HLD-OVERFLOW-COUNT PIC 9(07) VALUE 0.
           05 HLD-REPLACE-SUB    PIC S9(4) USAGE COMP VALUE 0.
           05 HLD-ENTRY OCCURS 200 TIMES INDEXED BY HLD-IDX.
              10 HLD-START-STAMP    PIC 9(14).
              10 HLD-END-STAMP      PIC 9(14).

      * the record in hand, dated three ways for the three rollups
       01 W-FINISH-DATE          PIC 9(07) VALUE 0.
              VALUE 'ROLLUP TABLE FULL - DROPPED: '.
           05 OVF-COUNT          PIC ZZZ,ZZ9.

       01 PROBE-LINE.
           05 FILLER             PIC X(30)
              VALUE 'PROBE CHILDREN LEFT OUT:     '.
           05 PRB-COUNT          PIC ZZZ,ZZ9.

       01 HOLD-LINE.
           05 FILLER             PIC X(30)
              VALUE 'HOLD WINDOW CHILDREN LEFT OUT'.
           05 HLD-COUNT          PIC ZZZ,ZZ9.

       01 HOLD-OVERFLOW-LINE.
           05 FILLER             PIC X(30)
              VALUE 'OLDEST HOLD WINDOWS DROPPED:'.
           05 HLD-OVF-COUNT      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN INPUT HISTORY-FILE
                OUTPUT REPORT-FILE.

           PERFORM 1200-LOAD-HOLD-WINDOWS THRU 1200-EXIT.

           PERFORM 1100-READ-HISTORY THRU 1100-EXIT.

       1000-EXIT.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-HOLD-WINDOWS - every hold window on the store into
      *  the table, oldest first; once the table is full the newest
      *  replace the oldest, which are counted as dropped. A store
      *  that will not open is taken as having no windows.
      ******************************************************************
       1200-LOAD-HOLD-WINDOWS.

           OPEN INPUT HOLD-WINDOW-FILE

           IF W-HLW-STATUS NOT = '00' THEN
              GO TO 1200-EXIT
           END-IF

           PERFORM 1210-LOAD-ONE-WINDOW THRU 1210-EXIT
              UNTIL END-OF-HOLD-WINDOWS

           CLOSE HOLD-WINDOW-FILE.

       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-WINDOW.

           READ HOLD-WINDOW-FILE NEXT
               AT END MOVE 'Y' TO W-HLW-EOF-FLAG
           END-READ

           IF END-OF-HOLD-WINDOWS THEN
              GO TO 1210-EXIT
           END-IF

           IF HLD-ENTRY-COUNT >= 200 THEN
              ADD 1 TO HLD-OVERFLOW-COUNT
              ADD 1 TO HLD-REPLACE-SUB
              IF HLD-REPLACE-SUB > 200 THEN
                 MOVE 1 TO HLD-REPLACE-SUB
              END-IF
              SET HLD-IDX TO HLD-REPLACE-SUB
           ELSE
              ADD 1 TO HLD-ENTRY-COUNT
              SET HLD-IDX TO HLD-ENTRY-COUNT
           END-IF

           COMPUTE HLD-START-STAMP(HLD-IDX) =
                   AHLW-START-DATE * 10000000 + AHLW-START-TIME
           IF AHLW-CLOSED THEN
              COMPUTE HLD-END-STAMP(HLD-IDX) =
                      AHLW-END-DATE * 10000000 + AHLW-END-TIME
           ELSE
              MOVE 99999999999999 TO HLD-END-STAMP(HLD-IDX)
           END-IF.

       1210-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-RECORD - date the record three ways, then add it
      *  to the day, week and month rollups, and read the next.

           ADD 1 TO W-RUN-READ-COUNT

           IF AAUD-PROBE-RUN THEN
              ADD 1 TO W-PROBE-COUNT
              PERFORM 1100-READ-HISTORY THRU 1100-EXIT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2010-CHECK-HOLD-WINDOW THRU 2010-EXIT
           IF RECORD-IN-HOLD THEN
              ADD 1 TO W-HOLD-COUNT
              PERFORM 1100-READ-HISTORY THRU 1100-EXIT
              GO TO 2000-EXIT
           END-IF

           MOVE AAUD-FINISH-DATE TO W-FINISH-DATE
           IF W-FINISH-CENTURY = 1 THEN
              COMPUTE W-RECORD-YYYYDDD = 2000000 + W-FINISH-YYDDD
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2010-CHECK-HOLD-WINDOW - did this child's outcome land inside
      *  a hold window? Judged on the finish stamp, the moment the
      *  outcome was recorded.
      ******************************************************************
       2010-CHECK-HOLD-WINDOW.

           MOVE 'N' TO W-IN-HOLD-FLAG
           COMPUTE W-RECORD-STAMP =
                   AAUD-FINISH-DATE * 10000000 + AAUD-FINISH-TIME

           PERFORM 2015-MATCH-HOLD-WINDOW THRU 2015-EXIT
              VARYING HLD-IDX FROM 1 BY 1
              UNTIL HLD-IDX > HLD-ENTRY-COUNT OR RECORD-IN-HOLD.

       2010-EXIT.
           EXIT.

       2015-MATCH-HOLD-WINDOW.

           IF W-RECORD-STAMP >= HLD-START-STAMP(HLD-IDX)
              AND W-RECORD-STAMP <= HLD-END-STAMP(HLD-IDX) THEN
              MOVE 'Y' TO W-IN-HOLD-FLAG
           END-IF.

       2015-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRODUCE-REPORT - the three rollup sections, each one
      *  detail line per transid/period in first-seen (chronological)
           IF MONTH-OVERFLOW-COUNT > 0 THEN
              MOVE MONTH-OVERFLOW-COUNT TO OVF-COUNT
              WRITE REPORT-LINE FROM OVERFLOW-LINE
           END-IF

           IF W-PROBE-COUNT > 0 THEN
              MOVE W-PROBE-COUNT TO PRB-COUNT
              WRITE REPORT-LINE FROM PROBE-LINE
           END-IF

           IF W-HOLD-COUNT > 0 THEN
              MOVE W-HOLD-COUNT TO HLD-COUNT
              WRITE REPORT-LINE FROM HOLD-LINE
           END-IF

      * children inside a dropped window are in the figures above,
      * so the run is flagged for a look
           IF HLD-OVERFLOW-COUNT > 0 THEN
              MOVE HLD-OVERFLOW-COUNT TO HLD-OVF-COUNT
              WRITE REPORT-LINE FROM HOLD-OVERFLOW-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

       3000-EXIT.
