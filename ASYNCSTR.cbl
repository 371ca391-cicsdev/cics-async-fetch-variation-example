      ******************************************************************
      * ASYNCSTR - daily standing-inquiry run list over the run log
      *            the queuing pass ASYNCSTQ writes to TD queue STDL
      *            (STDIN here, the day's accumulated extract; see
      *            ASYNCSTL.cpy). One line per standing inquiry found
      *            due - whose it was, for which account and type, when
      *            it was taken, and whether its request went onto the
      *            intake queue or failed to, and why - with totals at
      *            the foot. An entry that failed is tried again on
      *            every later pass that day, so it can appear more
      *            than once, failed and then queued.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCSTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-LOG-FILE ASSIGN TO STDIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCSTL.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.
      *
       01 W-EOF-FLAG             PIC X(01) VALUE 'N'.
           88 END-OF-STANDING-LOG     VALUE 'Y'.

       01 W-LISTED-COUNT         PIC 9(07) VALUE 0.
       01 W-QUEUED-COUNT         PIC 9(07) VALUE 0.
       01 W-FAILED-COUNT         PIC 9(07) VALUE 0.

       01 W-RUN-DATE             PIC 9(07) VALUE 0.
       01 W-RUN-TIME             PIC 9(07) VALUE 0.

       01 HDG-LINE-1.
           05 FILLER             PIC X(44)
              VALUE 'ASYNCSTQ DAILY STANDING-INQUIRY RUN LIST    '.

       01 HDG-LINE-2.
           05 FILLER             PIC X(16) VALUE 'TAKEN'.
           05 FILLER             PIC X(09) VALUE 'REQUESTER'.
           05 FILLER             PIC X(04) VALUE ' NBR'.
           05 FILLER             PIC X(21) VALUE ' BUSINESS KEY'.
           05 FILLER             PIC X(05) VALUE 'TYPE'.
           05 FILLER             PIC X(02) VALUE 'S'.
           05 FILLER             PIC X(11) VALUE 'OUTCOME'.
           05 FILLER             PIC X(06) VALUE 'REASON'.

       01 DETAIL-LINE.
           05 DTL-DATE           PIC 9(07).
           05 FILLER             PIC X(01) VALUE '-'.
           05 DTL-TIME           PIC 9(07).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-REQUESTER      PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-STANDING-NBR   PIC 9(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-BUSINESS-KEY   PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-REQUEST-TYPE   PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-SCHEDULE       PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-OUTCOME        PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-REASON         PIC X(24).

       01 TOTAL-LINE.
           05 TOT-TAG            PIC X(20).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PRINT-ENTRY THRU 2000-EXIT
              UNTIL END-OF-STANDING-LOG.
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the files, write the heading and prime
      *  the read.
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT STANDING-LOG-FILE
                OUTPUT REPORT-FILE.

           WRITE REPORT-LINE FROM HDG-LINE-1.
           WRITE REPORT-LINE FROM HDG-LINE-2.

           PERFORM 1100-READ-STANDING-LOG THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

       1100-READ-STANDING-LOG.

           READ STANDING-LOG-FILE
               AT END MOVE 'Y' TO W-EOF-FLAG
           END-READ.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PRINT-ENTRY - one line per entry taken, counted queued or
      *  failed, then read the next.
      ******************************************************************
       2000-PRINT-ENTRY.

           ADD 1 TO W-LISTED-COUNT

           MOVE ASTL-RUN-DATE       TO W-RUN-DATE
           MOVE ASTL-RUN-TIME       TO W-RUN-TIME
           MOVE W-RUN-DATE          TO DTL-DATE
           MOVE W-RUN-TIME          TO DTL-TIME
           MOVE ASTL-REQUESTER-ID   TO DTL-REQUESTER
           MOVE ASTL-STANDING-NBR   TO DTL-STANDING-NBR
           MOVE ASTL-BUSINESS-KEY   TO DTL-BUSINESS-KEY
           MOVE ASTL-REQUEST-TYPE   TO DTL-REQUEST-TYPE
           MOVE ASTL-SCHEDULE       TO DTL-SCHEDULE
           MOVE ASTL-REASON         TO DTL-REASON

           IF ASTL-QUEUED THEN
              MOVE 'QUEUED'         TO DTL-OUTCOME
              ADD 1 TO W-QUEUED-COUNT
           ELSE
              MOVE 'NOT QUEUED'     TO DTL-OUTCOME
              ADD 1 TO W-FAILED-COUNT
           END-IF

           WRITE REPORT-LINE FROM DETAIL-LINE

           PERFORM 1100-READ-STANDING-LOG THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRINT-TOTALS - the run accounting block.
      ******************************************************************
       3000-PRINT-TOTALS.

           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'QUEUED:             ' TO TOT-TAG
           MOVE W-QUEUED-COUNT         TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'FAILED TO QUEUE:    ' TO TOT-TAG
           MOVE W-FAILED-COUNT         TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'ENTRIES LISTED:     ' TO TOT-TAG
           MOVE W-LISTED-COUNT         TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 9999-TERMINATE - close the files down.
      ******************************************************************
       9999-TERMINATE.

           CLOSE STANDING-LOG-FILE
                 REPORT-FILE.

       9999-EXIT.
           EXIT.

       END PROGRAM 'ASYNCSTR'.
