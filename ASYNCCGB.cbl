      *            the request start times. Finance and capacity stop
      *            reverse-engineering both from the per-child audit
      *            trail in a spreadsheet.
      *
      *            Section three sets each department's daily request
      *            quota against what it actually used and how many of
      *            its routine requests were deferred to off-peak,
      *            alongside the runs charged in section one, from the
      *            month's records of the usage store ASYNCPG1 keeps
      *            (USEIN, a sequential copy of the ASYNCUSG file taken
      *            by the scheduler; see ASYNCUSG.cpy). The copy holds
      *            whatever days the store held when it was taken, so
      *            only the billing month's days are counted: the month
      *            is given on a control card (CGBIN, laid out below)
      *            as its first and last day, in the CYYDDD form the
      *            records carry, and the number of usage records left
      *            out as outside it is printed under the section.
      *
      *            The canary probe's runs (ASUM-PROBE-RUN) are the
      *            shop's own monitoring, not a department's work:
      *            they are left out of every section and only their
      *            number is shown under the chargeback.
      *
      *            Ends with RETURN-CODE 8, and no report body, when
      *            there is no usable month card; otherwise 0.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCCGB.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO CGBIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT SUMMARY-FILE ASSIGN TO SUMIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT USAGE-FILE ASSIGN TO USEIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHARGEBACK-CARD.
           05 CCRD-CARD-TYPE         PIC X(01).
               88 CCRD-MONTH-CARD         VALUE 'M'.
           05 FILLER                 PIC X(01).
           05 CCRD-FROM-DATE         PIC 9(07).
           05 FILLER                 PIC X(01).
           05 CCRD-TO-DATE           PIC 9(07).
           05 FILLER                 PIC X(63).

       FD  SUMMARY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCSUM.

       FD  USAGE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCUSG.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE           PIC X(100).
           88 END-OF-SUMMARY-FILE     VALUE 'Y'.
       01 W-FOUND-FLAG           PIC X(01) VALUE 'N'.
           88 ENTRY-FOUND             VALUE 'Y'.
       01 W-USAGE-EOF-FLAG       PIC X(01) VALUE 'N'.
           88 END-OF-USAGE-FILE       VALUE 'Y'.
       01 W-MATCH-REQUESTER      PIC X(08) VALUE SPACE.
       01 W-PROBE-RUNS           PIC 9(07) VALUE 0.
       01 W-CARD-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CARD-FILE        VALUE 'Y'.
       01 W-MONTH-FLAG           PIC X(01) VALUE 'N'.
           88 MONTH-GIVEN             VALUE 'Y'.
       01 W-CARDS-FLAG           PIC X(01) VALUE 'Y'.
           88 CARDS-USABLE            VALUE 'Y'.
       01 W-FROM-DATE            PIC 9(07) VALUE 0.
       01 W-TO-DATE              PIC 9(07) VALUE 0.
       01 W-USAGE-OUTSIDE        PIC 9(07) VALUE 0.

      * per-requester rollup; beyond the table's capacity the
      * overflow is counted, never silently dropped
              10 REQ-EXPRESS        PIC 9(07).
              10 REQ-CACHE-HITS     PIC 9(07).
              10 REQ-ELAPSED-SEC    PIC 9(12).
      *          the quota in force on the latest day of the month
      *          the requester used the fan-out, and the month's use
              10 REQ-QUOTA-DATE     PIC 9(07).
              10 REQ-DAILY-QUOTA    PIC 9(07).
              10 REQ-QUOTA-USED     PIC 9(07).
              10 REQ-DEFERRED       PIC 9(07).

      * runs by hour of day, from the request start times
       01 HOUR-TABLE.
              VALUE 'ASYNCPG1 MONTHLY CHARGEBACK AND VOLUME REPOR'.
           05 FILLER             PIC X(01) VALUE 'T'.

       01 HDG-MONTH-LINE.
           05 FILLER             PIC X(13) VALUE 'MONTH FROM   '.
           05 HDG-FROM-DATE      PIC 9(07).
           05 FILLER             PIC X(04) VALUE ' TO '.
           05 HDG-TO-DATE        PIC 9(07).

       01 MESSAGE-LINE           PIC X(100) VALUE SPACE.

       01 HDG-LINE-2.
           05 FILLER             PIC X(10) VALUE 'REQUESTER'.
           05 FILLER             PIC X(09) VALUE 'RUNS'.

       01 SECTION-LINE           PIC X(40).

       01 HDG-LINE-3.
           05 FILLER             PIC X(10) VALUE 'REQUESTER'.
           05 FILLER             PIC X(12) VALUE 'DAILY QUOTA'.
           05 FILLER             PIC X(09) VALUE 'RUNS'.
           05 FILLER             PIC X(09) VALUE 'USED'.
           05 FILLER             PIC X(09) VALUE 'DEFERRED'.

       01 QUOTA-LINE.
           05 QTL-REQUESTER      PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 QTL-DAILY-QUOTA    PIC X(10).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 QTL-RUNS           PIC ZZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 QTL-USED           PIC ZZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 QTL-DEFERRED       PIC ZZZ,ZZ9.
       01 W-QUOTA-EDIT           PIC ZZ,ZZZ,ZZ9.

       01 HOUR-LINE.
           05 FILLER             PIC X(05) VALUE 'HOUR '.
           05 HRL-HOUR           PIC 9(02).
              VALUE 'REQUESTER TABLE FULL - DROPPED:  '.
           05 OVF-COUNT          PIC ZZZ,ZZ9.

       01 OUTSIDE-LINE.
           05 FILLER             PIC X(33)
              VALUE 'USAGE DAYS OUTSIDE THE MONTH:    '.
           05 OUT-COUNT          PIC ZZZ,ZZ9.

       01 PROBE-LINE.
           05 FILLER             PIC X(33)
              VALUE 'PROBE RUNS NOT CHARGED:          '.
           05 PRB-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF CARDS-USABLE THEN
              PERFORM 2000-TALLY-SUMMARY THRU 2000-EXIT
                 UNTIL END-OF-SUMMARY-FILE
              PERFORM 3000-PRODUCE-REPORT THRU 3000-EXIT
           END-IF

           PERFORM 9999-TERMINATE THRU 9999-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the files, read the month card, clear
      *  the hour curve and prime the read - or say why the run cannot
      *  go on.
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT CARD-FILE
                      SUMMARY-FILE
                      USAGE-FILE
                OUTPUT REPORT-FILE.

           PERFORM 1500-READ-CARD THRU 1500-EXIT.
           PERFORM 1600-LOAD-CARD THRU 1600-EXIT
              UNTIL END-OF-CARD-FILE.
           PERFORM 1700-CHECK-CARD THRU 1700-EXIT.

           IF NOT CARDS-USABLE THEN
              WRITE REPORT-LINE FROM HDG-LINE-1
              WRITE REPORT-LINE FROM MESSAGE-LINE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.

           PERFORM 1200-CLEAR-HOUR THRU 1200-EXIT
              VARYING HOUR-IDX FROM 1 BY 1 UNTIL HOUR-IDX > 24

      * the month's quota use goes into the rollup first, so a
      * department whose every request was deferred still shows
           PERFORM 1300-READ-USAGE THRU 1300-EXIT
           PERFORM 1400-TALLY-USAGE THRU 1400-EXIT
              UNTIL END-OF-USAGE-FILE

           PERFORM 1100-READ-SUMMARY THRU 1100-EXIT.

       1000-EXIT.
       1200-EXIT.
           EXIT.

       1300-READ-USAGE.

           READ USAGE-FILE
               AT END MOVE 'Y' TO W-USAGE-EOF-FLAG
           END-READ.

       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1400-TALLY-USAGE - one requester-day of quota use into the
      *  requester rollup, then read the next. A day outside the
      *  billing month is counted and left out.
      ******************************************************************
       1400-TALLY-USAGE.

           IF AUSG-USAGE-DATE < W-FROM-DATE
              OR AUSG-USAGE-DATE > W-TO-DATE THEN
              ADD 1 TO W-USAGE-OUTSIDE
              GO TO 1400-NEXT
           END-IF

           MOVE AUSG-REQUESTER-ID TO W-MATCH-REQUESTER
           PERFORM 2100-FIND-REQUESTER THRU 2100-EXIT
           IF NOT ENTRY-FOUND THEN
              GO TO 1400-NEXT
           END-IF

           ADD AUSG-USED-COUNT     TO REQ-QUOTA-USED(REQ-IDX)
           ADD AUSG-DEFERRED-COUNT TO REQ-DEFERRED(REQ-IDX)
           IF AUSG-USAGE-DATE >= REQ-QUOTA-DATE(REQ-IDX) THEN
              MOVE AUSG-USAGE-DATE  TO REQ-QUOTA-DATE(REQ-IDX)
              MOVE AUSG-DAILY-QUOTA TO REQ-DAILY-QUOTA(REQ-IDX)
           END-IF.

       1400-NEXT.

           PERFORM 1300-READ-USAGE THRU 1300-EXIT.

       1400-EXIT.
           EXIT.

       1500-READ-CARD.

           READ CARD-FILE
               AT END MOVE 'Y' TO W-CARD-EOF-FLAG
           END-READ.

       1500-EXIT.
           EXIT.

      ******************************************************************
      * 1600-LOAD-CARD - take the billing month from a month card (the
      *  last one wins). Any other card is passed over.
      ******************************************************************
       1600-LOAD-CARD.

           IF CCRD-MONTH-CARD
              AND CCRD-FROM-DATE IS NUMERIC
              AND CCRD-TO-DATE IS NUMERIC THEN
              MOVE CCRD-FROM-DATE TO W-FROM-DATE
              MOVE CCRD-TO-DATE   TO W-TO-DATE
              MOVE 'Y' TO W-MONTH-FLAG
           END-IF

           PERFORM 1500-READ-CARD THRU 1500-EXIT.

       1600-EXIT.
           EXIT.

      ******************************************************************
      * 1700-CHECK-CARD - the run needs a month that starts no later
      *  than it ends.
      ******************************************************************
       1700-CHECK-CARD.

           IF NOT MONTH-GIVEN THEN
              MOVE 'N' TO W-CARDS-FLAG
              MOVE 'NO USABLE MONTH CARD - RUN NOT MADE'
                TO MESSAGE-LINE
              GO TO 1700-EXIT
           END-IF

           IF W-FROM-DATE = 0 OR W-FROM-DATE > W-TO-DATE THEN
              MOVE 'N' TO W-CARDS-FLAG
              MOVE 'MONTH ENDS BEFORE IT STARTS - RUN NOT MADE'
                TO MESSAGE-LINE
           END-IF.

       1700-EXIT.
           EXIT.

      ******************************************************************
      * 2000-TALLY-SUMMARY - one invocation summary into the
      *  requester rollup and the hour curve, then read the next.
      ******************************************************************
       2000-TALLY-SUMMARY.

      * a probe run is counted here and nowhere else - neither
      * charged nor on the hour curve
           IF ASUM-PROBE-RUN THEN
              ADD 1 TO W-PROBE-RUNS
              PERFORM 1100-READ-SUMMARY THRU 1100-EXIT
              GO TO 2000-EXIT
           END-IF

           MOVE ASUM-REQUESTER-ID TO W-MATCH-REQUESTER
           PERFORM 2100-FIND-REQUESTER THRU 2100-EXIT
           IF NOT ENTRY-FOUND THEN
              GO TO 2000-NEXT
           END-IF

           ADD 1                     TO REQ-RUNS(REQ-IDX)
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

       3000-PRODUCE-REPORT.

           WRITE REPORT-LINE FROM HDG-LINE-1.
           MOVE W-FROM-DATE TO HDG-FROM-DATE
           MOVE W-TO-DATE   TO HDG-TO-DATE
           WRITE REPORT-LINE FROM HDG-MONTH-LINE.

           MOVE 'CHARGEBACK BY REQUESTER' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE.
              MOVE REQ-OVERFLOW-COUNT TO OVF-COUNT
              WRITE REPORT-LINE FROM OVERFLOW-LINE
           END-IF
           IF W-PROBE-RUNS > 0 THEN
              MOVE W-PROBE-RUNS TO PRB-COUNT
              WRITE REPORT-LINE FROM PROBE-LINE
           END-IF

           MOVE 'RUNS BY HOUR OF DAY' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE.
           PERFORM 3200-PRINT-HOUR THRU 3200-EXIT
              VARYING HOUR-IDX FROM 1 BY 1 UNTIL HOUR-IDX > 24

           MOVE 'QUOTA USE BY REQUESTER' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE.
           WRITE REPORT-LINE FROM HDG-LINE-3.
           PERFORM 3300-PRINT-QUOTA THRU 3300-EXIT
              VARYING REQ-IDX FROM 1 BY 1
              UNTIL REQ-IDX > REQ-ENTRY-COUNT
           MOVE W-USAGE-OUTSIDE TO OUT-COUNT
           WRITE REPORT-LINE FROM OUTSIDE-LINE.

       3000-EXIT.
           EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-PRINT-QUOTA - one requester's quota line; a requester
      *  with no quota shows NO LIMIT.
      ******************************************************************
       3300-PRINT-QUOTA.

           MOVE REQ-REQUESTER(REQ-IDX)   TO QTL-REQUESTER
           IF REQ-DAILY-QUOTA(REQ-IDX) = 0 THEN
              MOVE '  NO LIMIT'          TO QTL-DAILY-QUOTA
           ELSE
              MOVE REQ-DAILY-QUOTA(REQ-IDX) TO W-QUOTA-EDIT
              MOVE W-QUOTA-EDIT          TO QTL-DAILY-QUOTA
           END-IF
           MOVE REQ-RUNS(REQ-IDX)        TO QTL-RUNS
           MOVE REQ-QUOTA-USED(REQ-IDX)  TO QTL-USED
           MOVE REQ-DEFERRED(REQ-IDX)    TO QTL-DEFERRED
           WRITE REPORT-LINE FROM QUOTA-LINE.

       3300-EXIT.
           EXIT.

      ******************************************************************
      * 9999-TERMINATE - close the files down.
      ******************************************************************
       9999-TERMINATE.

           CLOSE CARD-FILE
                 SUMMARY-FILE
                 USAGE-FILE
                 REPORT-FILE.

       9999-EXIT.
