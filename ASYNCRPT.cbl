      *            RESP2 52 (abandoned, FETCH ANY NOSUSPEND) and RESP2
      *            53 (timed out, FETCH CHILD TIMEOUT), totalled by
      *            child transaction.
      *
      *            Activity inside a planned-outage hold window (the
      *            hold window store ASYNCHLW, see ASYNCHLW.cpy, read
      *            directly) is still counted above - the
      *            reconciliation has to account for every record -
      *            but is annotated: the day's hold windows are listed
      *            with who held and released the service, and the
      *            children whose outcome was recorded inside one are
      *            totalled on a line of their own, so a run of
      *            timeouts during an outage is not chased as a fault.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCRPT.
           RECORD KEY IS ARUN-RUN-DATE
           FILE STATUS IS W-RUN-STATUS.

           SELECT HOLD-WINDOW-FILE ASSIGN TO ASYNCHLW
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AHLW-WINDOW-KEY
           FILE STATUS IS W-HLW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCRUN.

       FD  HOLD-WINDOW-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCHLW.

       WORKING-STORAGE SECTION.
      *

           05 OTHER-ABANDONED-52 PIC 9(06) VALUE 0.
           05 OTHER-ERROR-CNT    PIC 9(06) VALUE 0.

      * the same counts for the children whose outcome was recorded
      * inside a planned-outage hold window - a subset of the above
       01 HOLD-TOTALS.
           05 HOLD-STARTED       PIC 9(06) VALUE 0.
           05 HOLD-COMPLETED     PIC 9(06) VALUE 0.
           05 HOLD-TIMEOUT-53    PIC 9(06) VALUE 0.
           05 HOLD-ABANDONED-52  PIC 9(06) VALUE 0.
           05 HOLD-ERROR-CNT     PIC 9(06) VALUE 0.

      * the hold windows that touch the day being reported, with the
      * finish-stamp range each covers (date * 10000000 + time, the
      * EIBDATE/EIBTIME forms run together); a window still open
      * runs to the end of time
       01 W-HLW-STATUS           PIC X(02) VALUE SPACE.
       01 W-HLW-EOF-FLAG         PIC X(01) VALUE 'N'.
           88 END-OF-HOLD-WINDOWS     VALUE 'Y'.
       01 W-IN-HOLD-FLAG         PIC X(01) VALUE 'N'.
           88 RECORD-IN-HOLD          VALUE 'Y'.
       01 W-RECORD-STAMP         PIC 9(14) VALUE 0.
       01 HOLD-WINDOW-TABLE.
           05 HLD-ENTRY-COUNT    PIC S9(4) USAGE COMP VALUE 0.
           05 HLD-OVERFLOW-COUNT PIC 9(07) VALUE 0.
           05 HLD-ENTRY OCCURS 20 TIMES INDEXED BY HLD-IDX.
              10 HLD-START-STAMP    PIC 9(14).
              10 HLD-END-STAMP      PIC 9(14).
      * the window itself, kept here since the store is closed again
      * before the report is printed
           COPY ASYNCHLW REPLACING
                ==01 ASYNC-HOLD-WINDOW-RECORD== BY ==10 HLD-WINDOW==
                ==05== BY ==15== ==10== BY ==20==
                LEADING ==AHLW== BY ==HLDW==.

       01 W-EDIT-COUNT           PIC ZZZ,ZZ9.

       01 HDG-LINE-1.
           05 FILLER             PIC X(08) VALUE SPACE.
           05 DTL-ERROR-CNT      PIC ZZZ,ZZ9.

       01 HOLD-HDG-LINE          PIC X(40)
              VALUE 'PLANNED-OUTAGE HOLD WINDOWS IN THE DAY'.

       01 HOLD-NONE-LINE         PIC X(40)
              VALUE 'NO PLANNED-OUTAGE HOLD IN THE DAY'.

       01 HOLD-WINDOW-LINE.
           05 FILLER             PIC X(05) VALUE 'HELD '.
           05 HWL-START-DATE     PIC 9(07).
           05 FILLER             PIC X(01) VALUE '-'.
           05 HWL-START-TIME     PIC 9(07).
           05 FILLER             PIC X(04) VALUE ' BY '.
           05 HWL-START-USERID   PIC X(08).
           05 FILLER             PIC X(11) VALUE ' RELEASED '.
           05 HWL-END-TEXT       PIC X(33).

       01 HOLD-REASON-LINE.
           05 FILLER             PIC X(13) VALUE '     REASON: '.
           05 HRL-REASON         PIC X(40).

       01 HOLD-OVERFLOW-LINE.
           05 FILLER             PIC X(30)
              VALUE 'HOLD WINDOW TABLE FULL - SKIP:'.
           05 HLD-OVF-COUNT      PIC ZZZ,ZZ9.

       01 W-SHOW-DATE            PIC 9(07) VALUE 0.
       01 W-SHOW-TIME            PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN INPUT AUDIT-FILE
                OUTPUT REPORT-FILE.

           PERFORM 1200-LOAD-HOLD-WINDOWS THRU 1200-EXIT.

           PERFORM 1100-READ-AUDIT-FILE THRU 1100-EXIT.

       1000-EXIT.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-HOLD-WINDOWS - the hold windows that touch the day
      *  being reported into the table: begun on or before it, and
      *  still open or released on or after it. A store that will not
      *  open is taken as having no windows.
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

           IF AHLW-START-DATE > W-BEST-RUN-DATE THEN
              GO TO 1210-EXIT
           END-IF
           IF AHLW-CLOSED AND AHLW-END-DATE < W-BEST-RUN-DATE THEN
              GO TO 1210-EXIT
           END-IF

           IF HLD-ENTRY-COUNT >= 20 THEN
              ADD 1 TO HLD-OVERFLOW-COUNT
              GO TO 1210-EXIT
           END-IF

           ADD 1 TO HLD-ENTRY-COUNT
           SET HLD-IDX TO HLD-ENTRY-COUNT
           MOVE ASYNC-HOLD-WINDOW-RECORD TO HLD-WINDOW(HLD-IDX)
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
      * 2000-PROCESS-RECORD - tally one audit record against the
      *  running totals for its child transaction, then read the next.
                 PERFORM 2500-TALLY-OTHER THRU 2500-EXIT
           END-EVALUATE.

           PERFORM 2010-CHECK-HOLD-WINDOW THRU 2010-EXIT
           IF RECORD-IN-HOLD THEN
              PERFORM 2600-TALLY-HOLD THRU 2600-EXIT
           END-IF

           PERFORM 1100-READ-AUDIT-FILE THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2010-CHECK-HOLD-WINDOW - did this child's outcome land inside
      *  one of the day's hold windows? Judged on the finish stamp,
      *  the moment the outcome was recorded.
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

       2100-TALLY-SUB1.

           ADD 1 TO SUB1-STARTED
       2500-EXIT.
           EXIT.

       2600-TALLY-HOLD.

           ADD 1 TO HOLD-STARTED
           EVALUATE AAUD-OUTCOME
              WHEN 'COMPLETED' ADD 1 TO HOLD-COMPLETED
              WHEN 'TIMEOUT'   ADD 1 TO HOLD-TIMEOUT-53
              WHEN 'ABANDONED' ADD 1 TO HOLD-ABANDONED-52
              WHEN OTHER       ADD 1 TO HOLD-ERROR-CNT
           END-EVALUATE.

       2600-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRODUCE-REPORT - write the heading and one detail line
      *  per child transaction, in the same order ASYNCPG1 runs them.
              MOVE OTHER-ABANDONED-52 TO DTL-ABANDONED-52
              MOVE OTHER-ERROR-CNT    TO DTL-ERROR-CNT
              WRITE REPORT-LINE FROM DETAIL-LINE
           END-IF

      * the annotation: the day's hold windows, then the part of the
      * figures above that was recorded inside one of them
           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE

           IF HLD-ENTRY-COUNT = 0 THEN
              WRITE REPORT-LINE FROM HOLD-NONE-LINE
              GO TO 3000-EXIT
           END-IF

           WRITE REPORT-LINE FROM HOLD-HDG-LINE
           PERFORM 3100-PRINT-HOLD-WINDOW THRU 3100-EXIT
              VARYING HLD-IDX FROM 1 BY 1
              UNTIL HLD-IDX > HLD-ENTRY-COUNT

           IF HLD-OVERFLOW-COUNT > 0 THEN
              MOVE HLD-OVERFLOW-COUNT TO HLD-OVF-COUNT
              WRITE REPORT-LINE FROM HOLD-OVERFLOW-LINE
           END-IF

           MOVE 'IN HOLD WINDOWS'  TO DTL-TRANSID
           MOVE HOLD-STARTED       TO DTL-STARTED
           MOVE HOLD-COMPLETED     TO DTL-COMPLETED
           MOVE HOLD-TIMEOUT-53    TO DTL-TIMEOUT-53
           MOVE HOLD-ABANDONED-52  TO DTL-ABANDONED-52
           MOVE HOLD-ERROR-CNT     TO DTL-ERROR-CNT
           WRITE REPORT-LINE FROM DETAIL-LINE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-PRINT-HOLD-WINDOW - one hold window: when and by whom it
      *  was put on and taken off, and why.
      ******************************************************************
       3100-PRINT-HOLD-WINDOW.

           MOVE HLDW-START-DATE(HLD-IDX)   TO HWL-START-DATE
           MOVE HLDW-START-TIME(HLD-IDX)   TO HWL-START-TIME
           MOVE HLDW-START-USERID(HLD-IDX) TO HWL-START-USERID
           MOVE SPACE TO HWL-END-TEXT
           IF HLDW-CLOSED(HLD-IDX) THEN
              MOVE HLDW-END-DATE(HLD-IDX) TO W-SHOW-DATE
              MOVE HLDW-END-TIME(HLD-IDX) TO W-SHOW-TIME
              STRING W-SHOW-DATE '-' W-SHOW-TIME ' BY '
                 HLDW-END-USERID(HLD-IDX)
                 DELIMITED BY SIZE INTO HWL-END-TEXT
           ELSE
              MOVE 'NOT YET - STILL ON HOLD' TO HWL-END-TEXT
           END-IF
           WRITE REPORT-LINE FROM HOLD-WINDOW-LINE

           MOVE HLDW-REASON(HLD-IDX) TO HRL-REASON
           WRITE REPORT-LINE FROM HOLD-REASON-LINE.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 9999-TERMINATE - close the files down.
      ******************************************************************
