      ******************************************************************
      * ASYNCJRR - daily replay report over the replay log the intake
      *            journal replay transaction ASYNCJRP writes to TD
      *            queue JRPL (JRLIN here, the day's accumulated
      *            extract; see ASYNCJRL.cpy). One line per decision
      *            operations took over a request that was read off
      *            the intake queue and never answered - when it
      *            arrived, whose it was, for which key and type,
      *            whether its fan-out had started, and whether it was
      *            replayed onto the intake queue or left alone, by
      *            whom - with totals at the foot. A replay the queue
      *            would not take leaves the entry as it was, so it
      *            can appear more than once, failed and then replayed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCJRR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPLAY-LOG-FILE ASSIGN TO JRLIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPLAY-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCJRL.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
      *
       01 W-EOF-FLAG             PIC X(01) VALUE 'N'.
           88 END-OF-REPLAY-LOG       VALUE 'Y'.

       01 W-LISTED-COUNT         PIC 9(07) VALUE 0.
       01 W-REPLAYED-COUNT       PIC 9(07) VALUE 0.
       01 W-LEFT-COUNT           PIC 9(07) VALUE 0.
       01 W-FAILED-COUNT         PIC 9(07) VALUE 0.

       01 W-ACTION-DATE          PIC 9(07) VALUE 0.
       01 W-ACTION-TIME          PIC 9(07) VALUE 0.

       01 HDG-LINE-1.
           05 FILLER             PIC X(44)
              VALUE 'ASYNCJRP DAILY INTAKE JOURNAL REPLAY REPORT '.

       01 HDG-LINE-2.
           05 FILLER             PIC X(16) VALUE 'DECIDED'.
           05 FILLER             PIC X(16) VALUE 'ARRIVED'.
           05 FILLER             PIC X(09) VALUE 'REQUESTER'.
           05 FILLER             PIC X(21) VALUE ' BUSINESS KEY'.
           05 FILLER             PIC X(05) VALUE 'TYPE'.
           05 FILLER             PIC X(17) VALUE 'CORRELATION ID'.
           05 FILLER             PIC X(11) VALUE 'WAS'.
           05 FILLER             PIC X(13) VALUE 'DECISION'.
           05 FILLER             PIC X(02) VALUE 'BY'.

       01 DETAIL-LINE.
           05 DTL-DATE           PIC 9(07).
           05 FILLER             PIC X(01) VALUE '-'.
           05 DTL-TIME           PIC 9(07).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-ARRIVED-DATE   PIC X(07).
           05 FILLER             PIC X(01) VALUE '-'.
           05 DTL-ARRIVED-TIME   PIC X(07).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-REQUESTER      PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-BUSINESS-KEY   PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-REQUEST-TYPE   PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-CORRELATION-ID PIC X(16).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-WAS            PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-DECISION       PIC X(12).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-USERID         PIC X(08).

       01 TOTAL-LINE.
           05 TOT-TAG            PIC X(20).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PRINT-DECISION THRU 2000-EXIT
              UNTIL END-OF-REPLAY-LOG.
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the files, write the heading and prime
      *  the read.
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT REPLAY-LOG-FILE
                OUTPUT REPORT-FILE.

           WRITE REPORT-LINE FROM HDG-LINE-1.
           WRITE REPORT-LINE FROM HDG-LINE-2.

           PERFORM 1100-READ-REPLAY-LOG THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

       1100-READ-REPLAY-LOG.

           READ REPLAY-LOG-FILE
               AT END MOVE 'Y' TO W-EOF-FLAG
           END-READ.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PRINT-DECISION - one line per decision, counted by what
      *  was decided, then read the next. The arrival stamp is the
      *  front of the journal entry's key.
      ******************************************************************
       2000-PRINT-DECISION.

           ADD 1 TO W-LISTED-COUNT

           MOVE AJRL-ACTION-DATE       TO W-ACTION-DATE
           MOVE AJRL-ACTION-TIME       TO W-ACTION-TIME
           MOVE W-ACTION-DATE          TO DTL-DATE
           MOVE W-ACTION-TIME          TO DTL-TIME
           MOVE AJRL-ENTRY-KEY(1:7)    TO DTL-ARRIVED-DATE
           MOVE AJRL-ENTRY-KEY(8:7)    TO DTL-ARRIVED-TIME
           MOVE AJRL-REQUESTER-ID      TO DTL-REQUESTER
           MOVE AJRL-BUSINESS-KEY      TO DTL-BUSINESS-KEY
           MOVE AJRL-REQUEST-TYPE      TO DTL-REQUEST-TYPE
           MOVE AJRL-CORRELATION-ID    TO DTL-CORRELATION-ID
           MOVE AJRL-USERID            TO DTL-USERID

           IF AJRL-PRIOR-DISPOSITION = 'D' THEN
              MOVE 'DISPATCHED'        TO DTL-WAS
           ELSE
              MOVE 'STAGED'            TO DTL-WAS
           END-IF

           EVALUATE TRUE
              WHEN AJRL-REPLAYED
                 MOVE 'REPLAYED'       TO DTL-DECISION
                 ADD 1 TO W-REPLAYED-COUNT
              WHEN AJRL-LEFT-ALONE
                 MOVE 'LEFT ALONE'     TO DTL-DECISION
                 ADD 1 TO W-LEFT-COUNT
              WHEN OTHER
                 MOVE 'REPLAY FAILED'  TO DTL-DECISION
                 ADD 1 TO W-FAILED-COUNT
           END-EVALUATE

           WRITE REPORT-LINE FROM DETAIL-LINE

           PERFORM 1100-READ-REPLAY-LOG THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRINT-TOTALS - the run accounting block.
      ******************************************************************
       3000-PRINT-TOTALS.

           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'REPLAYED:           ' TO TOT-TAG
           MOVE W-REPLAYED-COUNT       TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'LEFT ALONE:         ' TO TOT-TAG
           MOVE W-LEFT-COUNT           TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'REPLAY FAILED:      ' TO TOT-TAG
           MOVE W-FAILED-COUNT         TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'DECISIONS LISTED:   ' TO TOT-TAG
           MOVE W-LISTED-COUNT         TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 9999-TERMINATE - close the files down.
      ******************************************************************
       9999-TERMINATE.

           CLOSE REPLAY-LOG-FILE
                 REPORT-FILE.

       9999-EXIT.
           EXIT.

       END PROGRAM 'ASYNCJRR'.
