      ******************************************************************
      * ASYNCDSC - customer data-access disclosure report: who looked
      *            at an account, for the customer or the regulator
      *            asking.
      *
      *            Driven by a control file of cards (DSCIN, laid out
      *            below): one range card giving the first and last
      *            day to report, in the CYYDDD form the records
      *            carry, and one card per business key asked about.
      *            Every inquiry on those keys that finished in the
      *            range is taken from the accumulated invocation
      *            summaries (SUMIN, see ASYNCSUM.cpy) - when it
      *            finished, the requester id and terminal, the
      *            request type, whether the reply came from the
      *            reply cache, and whether any source answered off
      *            a frozen or closed master record. The child
      *            sources each inquiry ran through are then picked
      *            up from the rolling audit history (HISTIN, the
      *            ASYNCHST output, see ASYNCAUD.cpy) by correlation
      *            id. The report lists each key in card order with
      *            its inquiries in the order they were made, and
      *            marks the ones made while the account was frozen
      *            or closed.
      *
      *            The canary probe's runs are not inquiries by anyone
      *            and are left out. Summaries written before the
      *            request type and restricted flag were carried show
      *            the type blank and are never marked restricted. A
      *            history record from before the business key was
      *            carried is matched on its correlation id alone.
      *
      *            Ends with RETURN-CODE 8, and no report body, when
      *            the cards are unusable - no range, a range that
      *            ends before it starts, or no key; 4 when more
      *            than fifty keys were carded or the inquiry table
      *            filled, so that something asked for could not be
      *            listed (the count is printed, never dropped
      *            silently); otherwise 0.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCDSC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO DSCIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT SUMMARY-FILE ASSIGN TO SUMIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT HISTORY-FILE ASSIGN TO HISTIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISCLOSURE-CARD.
           05 DCRD-CARD-TYPE         PIC X(01).
               88 DCRD-RANGE-CARD         VALUE 'R'.
               88 DCRD-KEY-CARD           VALUE 'K'.
           05 FILLER                 PIC X(01).
           05 DCRD-KEY               PIC X(20).
           05 FILLER                 PIC X(58).
       01  DISCLOSURE-RANGE-CARD.
           05 FILLER                 PIC X(02).
           05 DCRD-FROM-DATE         PIC 9(07).
           05 FILLER                 PIC X(01).
           05 DCRD-TO-DATE           PIC 9(07).
           05 FILLER                 PIC X(63).

       FD  SUMMARY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCSUM.

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCAUD.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
      *
       01 W-CARD-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CARD-FILE        VALUE 'Y'.
       01 W-SUM-EOF-FLAG         PIC X(01) VALUE 'N'.
           88 END-OF-SUMMARY-FILE     VALUE 'Y'.
       01 W-HIST-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-HISTORY-FILE     VALUE 'Y'.
       01 W-RANGE-FLAG           PIC X(01) VALUE 'N'.
           88 RANGE-GIVEN             VALUE 'Y'.
       01 W-CARDS-FLAG           PIC X(01) VALUE 'Y'.
           88 CARDS-USABLE            VALUE 'Y'.
       01 W-FOUND-FLAG           PIC X(01) VALUE 'N'.
           88 ENTRY-FOUND             VALUE 'Y'.

       01 W-FROM-DATE            PIC 9(07) VALUE 0.
       01 W-TO-DATE              PIC 9(07) VALUE 0.
       01 W-FINISH-DATE          PIC 9(07) VALUE 0.
       01 W-FINISH-TIME          PIC 9(07) VALUE 0.

      * the keys asked about, in card order
       01 KEY-TABLE.
           05 KEY-COUNT          PIC S9(4) USAGE COMP VALUE 0.
           05 KEY-ENTRY OCCURS 50 TIMES INDEXED BY KEY-IDX.
              10 KEY-BUSINESS-KEY   PIC X(20).
              10 KEY-INQUIRY-COUNT  PIC 9(07).
              10 KEY-RESTRICT-COUNT PIC 9(07).
       01 W-KEY-OVERFLOW         PIC 9(07) VALUE 0.
       01 W-KEY-NBR              PIC S9(4) USAGE COMP VALUE 0.

      * every inquiry on those keys in the range, in summary order.
      * Past the table's capacity the overflow is counted and
      * reported, never silently.
       01 INQUIRY-TABLE.
           05 INQ-COUNT          PIC S9(8) USAGE COMP VALUE 0.
           05 INQ-ENTRY OCCURS 5000 TIMES INDEXED BY INQ-IDX.
              10 INQ-CORRELATION-ID PIC X(16).
              10 INQ-KEY-NBR        PIC S9(4) USAGE COMP.
              10 INQ-FINISH-DATE    PIC 9(07).
              10 INQ-FINISH-TIME    PIC 9(07).
              10 INQ-REQUESTER-ID   PIC X(08).
              10 INQ-TERMINAL-ID    PIC X(04).
              10 INQ-REQUEST-TYPE   PIC X(04).
              10 INQ-CACHE-FLAG     PIC X(01).
              10 INQ-RESTRICT-FLAG  PIC X(01).
              10 INQ-SOURCE-COUNT   PIC S9(4) USAGE COMP.
              10 INQ-SOURCE-TRANSID OCCURS 4 TIMES PIC X(04).
       01 W-INQ-OVERFLOW         PIC 9(07) VALUE 0.
       01 W-INQ-NBR              PIC S9(8) USAGE COMP VALUE 0.
       01 W-SRC-NBR              PIC S9(4) USAGE COMP VALUE 0.

       01 W-CARD-COUNT           PIC 9(07) VALUE 0.
       01 W-SUM-READ-COUNT       PIC 9(07) VALUE 0.
       01 W-HIST-READ-COUNT      PIC 9(07) VALUE 0.
       01 W-HIST-MATCH-COUNT     PIC 9(07) VALUE 0.
       01 W-LISTED-COUNT         PIC 9(07) VALUE 0.
       01 W-CACHE-COUNT          PIC 9(07) VALUE 0.
       01 W-RESTRICT-COUNT       PIC 9(07) VALUE 0.

       01 HDG-LINE-1.
           05 FILLER             PIC X(44)
              VALUE 'ASYNCPG1 CUSTOMER DATA-ACCESS DISCLOSURE    '.

       01 HDG-LINE-2.
           05 FILLER             PIC X(19) VALUE 'INQUIRIES FINISHED '.
           05 HDG-FROM-DATE      PIC 9(07).
           05 FILLER             PIC X(04) VALUE ' TO '.
           05 HDG-TO-DATE        PIC 9(07).

       01 HDG-LINE-3.
           05 FILLER             PIC X(16) VALUE 'WHEN'.
           05 FILLER             PIC X(09) VALUE 'REQUESTER'.
           05 FILLER             PIC X(05) VALUE 'TERM'.
           05 FILLER             PIC X(05) VALUE 'TYPE'.
           05 FILLER             PIC X(17) VALUE 'CORRELATION ID'.
           05 FILLER             PIC X(20) VALUE 'SOURCES'.
           05 FILLER             PIC X(06) VALUE 'CACHE'.
           05 FILLER             PIC X(13) VALUE 'ACCOUNT'.

       01 KEY-LINE.
           05 FILLER             PIC X(14) VALUE 'BUSINESS KEY: '.
           05 KYL-BUSINESS-KEY   PIC X(20).

       01 DETAIL-LINE.
           05 DTL-DATE           PIC 9(07).
           05 FILLER             PIC X(01) VALUE '-'.
           05 DTL-TIME           PIC 9(07).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-REQUESTER      PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-TERMINAL       PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-REQUEST-TYPE   PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-CORRELATION-ID PIC X(16).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-SOURCES.
              10 DTL-SOURCE OCCURS 4 TIMES.
                 15 DTL-SOURCE-TRANSID PIC X(04).
                 15 FILLER             PIC X(01).
           05 DTL-CACHE          PIC X(05).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-ACCOUNT        PIC X(14).

       01 KEY-TOTAL-LINE.
           05 FILLER             PIC X(04) VALUE SPACE.
           05 KYT-INQUIRY-COUNT  PIC ZZZ,ZZ9.
           05 FILLER             PIC X(13) VALUE ' INQUIRIES, '.
           05 KYT-RESTRICT-COUNT PIC ZZZ,ZZ9.
           05 FILLER             PIC X(28)
              VALUE ' WHILE FROZEN OR CLOSED'.

       01 NONE-LINE.
           05 FILLER             PIC X(44)
              VALUE '    NO INQUIRIES IN THE RANGE               '.

       01 MESSAGE-LINE           PIC X(100) VALUE SPACE.

       01 TOTAL-LINE.
           05 TOT-TAG            PIC X(20).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF CARDS-USABLE THEN
              PERFORM 2000-SELECT-SUMMARY THRU 2000-EXIT
                 UNTIL END-OF-SUMMARY-FILE
              PERFORM 3000-MATCH-HISTORY THRU 3000-EXIT
                 UNTIL END-OF-HISTORY-FILE
              PERFORM 4000-PRINT-KEY THRU 4000-EXIT
                 VARYING W-KEY-NBR FROM 1 BY 1
                 UNTIL W-KEY-NBR > KEY-COUNT
              PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
           END-IF

           PERFORM 9999-TERMINATE THRU 9999-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the files, load the cards, and either
      *  write the heading and prime both reads or say why the cards
      *  cannot be run.
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  CARD-FILE
                       SUMMARY-FILE
                       HISTORY-FILE
                OUTPUT REPORT-FILE.

           WRITE REPORT-LINE FROM HDG-LINE-1.

           PERFORM 1100-READ-CARD THRU 1100-EXIT.
           PERFORM 1200-LOAD-CARD THRU 1200-EXIT
              UNTIL END-OF-CARD-FILE.

           PERFORM 1300-CHECK-CARDS THRU 1300-EXIT.

           IF NOT CARDS-USABLE THEN
              WRITE REPORT-LINE FROM MESSAGE-LINE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.

           MOVE W-FROM-DATE TO HDG-FROM-DATE.
           MOVE W-TO-DATE   TO HDG-TO-DATE.
           WRITE REPORT-LINE FROM HDG-LINE-2.
           WRITE REPORT-LINE FROM HDG-LINE-3.

           PERFORM 1400-READ-SUMMARY THRU 1400-EXIT.
           PERFORM 1500-READ-HISTORY THRU 1500-EXIT.

       1000-EXIT.
           EXIT.

       1100-READ-CARD.

           READ CARD-FILE
               AT END MOVE 'Y' TO W-CARD-EOF-FLAG
           END-READ.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-CARD - take the range from a range card (the last
      *  one wins) and a key from a key card, once however many
      *  times it is asked for. Any other card is passed over.
      ******************************************************************
       1200-LOAD-CARD.

           ADD 1 TO W-CARD-COUNT

           EVALUATE TRUE
              WHEN DCRD-RANGE-CARD
                 IF DCRD-FROM-DATE IS NUMERIC
                    AND DCRD-TO-DATE IS NUMERIC THEN
                    MOVE DCRD-FROM-DATE TO W-FROM-DATE
                    MOVE DCRD-TO-DATE   TO W-TO-DATE
                    MOVE 'Y' TO W-RANGE-FLAG
                 END-IF
              WHEN DCRD-KEY-CARD
                 PERFORM 1210-ADD-KEY THRU 1210-EXIT
           END-EVALUATE

           PERFORM 1100-READ-CARD THRU 1100-EXIT.

       1200-EXIT.
           EXIT.

       1210-ADD-KEY.

           IF DCRD-KEY = SPACE THEN
              GO TO 1210-EXIT
           END-IF

           MOVE 'N' TO W-FOUND-FLAG
           IF KEY-COUNT > 0 THEN
              SET KEY-IDX TO 1
              SEARCH KEY-ENTRY
                 WHEN KEY-IDX > KEY-COUNT
                    CONTINUE
                 WHEN KEY-BUSINESS-KEY(KEY-IDX) = DCRD-KEY
                    MOVE 'Y' TO W-FOUND-FLAG
              END-SEARCH
           END-IF

           IF ENTRY-FOUND THEN
              GO TO 1210-EXIT
           END-IF

           IF KEY-COUNT NOT < 50 THEN
              ADD 1 TO W-KEY-OVERFLOW
              GO TO 1210-EXIT
           END-IF

           ADD 1 TO KEY-COUNT
           MOVE DCRD-KEY TO KEY-BUSINESS-KEY(KEY-COUNT)
           MOVE 0        TO KEY-INQUIRY-COUNT(KEY-COUNT)
           MOVE 0        TO KEY-RESTRICT-COUNT(KEY-COUNT).

       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CHECK-CARDS - a range and at least one key, the range
      *  the right way round; otherwise the message says what is
      *  wrong.
      ******************************************************************
       1300-CHECK-CARDS.

           MOVE 'Y' TO W-CARDS-FLAG

           IF NOT RANGE-GIVEN THEN
              MOVE 'N' TO W-CARDS-FLAG
              MOVE 'NO USABLE RANGE CARD - NOTHING REPORTED'
                                   TO MESSAGE-LINE
              GO TO 1300-EXIT
           END-IF

           IF W-TO-DATE < W-FROM-DATE THEN
              MOVE 'N' TO W-CARDS-FLAG
              MOVE 'RANGE ENDS BEFORE IT STARTS - NOTHING REPORTED'
                                   TO MESSAGE-LINE
              GO TO 1300-EXIT
           END-IF

           IF KEY-COUNT = 0 THEN
              MOVE 'N' TO W-CARDS-FLAG
              MOVE 'NO BUSINESS KEY CARD - NOTHING REPORTED'
                                   TO MESSAGE-LINE
           END-IF.

       1300-EXIT.
           EXIT.

       1400-READ-SUMMARY.

           READ SUMMARY-FILE
               AT END MOVE 'Y' TO W-SUM-EOF-FLAG
           END-READ.

       1400-EXIT.
           EXIT.

       1500-READ-HISTORY.

           READ HISTORY-FILE
               AT END MOVE 'Y' TO W-HIST-EOF-FLAG
           END-READ.

       1500-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SELECT-SUMMARY - keep a summary for one of the keys
      *  asked about that finished inside the range, then read the
      *  next.
      ******************************************************************
       2000-SELECT-SUMMARY.

           ADD 1 TO W-SUM-READ-COUNT

           IF ASUM-PROBE-RUN THEN
              GO TO 2000-READ-NEXT
           END-IF

           MOVE ASUM-FINISH-DATE TO W-FINISH-DATE
           IF W-FINISH-DATE < W-FROM-DATE
              OR W-FINISH-DATE > W-TO-DATE THEN
              GO TO 2000-READ-NEXT
           END-IF

           MOVE 'N' TO W-FOUND-FLAG
           SET KEY-IDX TO 1
           SEARCH KEY-ENTRY
              WHEN KEY-IDX > KEY-COUNT
                 CONTINUE
              WHEN KEY-BUSINESS-KEY(KEY-IDX) = ASUM-BUSINESS-KEY
                 MOVE 'Y' TO W-FOUND-FLAG
           END-SEARCH

           IF NOT ENTRY-FOUND THEN
              GO TO 2000-READ-NEXT
           END-IF

           IF INQ-COUNT NOT < 5000 THEN
              ADD 1 TO W-INQ-OVERFLOW
              GO TO 2000-READ-NEXT
           END-IF

           ADD 1 TO INQ-COUNT
           SET W-KEY-NBR TO KEY-IDX
           MOVE ASUM-FINISH-TIME    TO W-FINISH-TIME
           MOVE ASUM-CORRELATION-ID TO INQ-CORRELATION-ID(INQ-COUNT)
           MOVE W-KEY-NBR           TO INQ-KEY-NBR(INQ-COUNT)
           MOVE W-FINISH-DATE       TO INQ-FINISH-DATE(INQ-COUNT)
           MOVE W-FINISH-TIME       TO INQ-FINISH-TIME(INQ-COUNT)
           MOVE ASUM-REQUESTER-ID   TO INQ-REQUESTER-ID(INQ-COUNT)
           MOVE ASUM-TERMINAL-ID    TO INQ-TERMINAL-ID(INQ-COUNT)
           MOVE ASUM-REQUEST-TYPE   TO INQ-REQUEST-TYPE(INQ-COUNT)
           IF ASUM-REQUEST-TYPE = LOW-VALUE THEN
              MOVE SPACE            TO INQ-REQUEST-TYPE(INQ-COUNT)
           END-IF
           MOVE ASUM-CACHE-HIT-FLAG TO INQ-CACHE-FLAG(INQ-COUNT)
           MOVE ASUM-RESTRICTED-FLAG
                                    TO INQ-RESTRICT-FLAG(INQ-COUNT)
           MOVE 0                   TO INQ-SOURCE-COUNT(INQ-COUNT)
           MOVE SPACE TO INQ-SOURCE-TRANSID(INQ-COUNT, 1)
                         INQ-SOURCE-TRANSID(INQ-COUNT, 2)
                         INQ-SOURCE-TRANSID(INQ-COUNT, 3)
                         INQ-SOURCE-TRANSID(INQ-COUNT, 4).

       2000-READ-NEXT.

           PERFORM 1400-READ-SUMMARY THRU 1400-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-MATCH-HISTORY - note the child source of an audit record
      *  that belongs to one of the inquiries kept, then read the
      *  next. A record carrying a business key not asked about is
      *  passed over without the search.
      ******************************************************************
       3000-MATCH-HISTORY.

           ADD 1 TO W-HIST-READ-COUNT

           IF ATRL-IS-TRAILER OR AAUD-PROBE-RUN OR INQ-COUNT = 0 THEN
              GO TO 3000-READ-NEXT
           END-IF

           IF AAUD-BUSINESS-KEY NOT = SPACE THEN
              MOVE 'N' TO W-FOUND-FLAG
              SET KEY-IDX TO 1
              SEARCH KEY-ENTRY
                 WHEN KEY-IDX > KEY-COUNT
                    CONTINUE
                 WHEN KEY-BUSINESS-KEY(KEY-IDX) = AAUD-BUSINESS-KEY
                    MOVE 'Y' TO W-FOUND-FLAG
              END-SEARCH
              IF NOT ENTRY-FOUND THEN
                 GO TO 3000-READ-NEXT
              END-IF
           END-IF

           MOVE 'N' TO W-FOUND-FLAG
           SET INQ-IDX TO 1
           SEARCH INQ-ENTRY
              WHEN INQ-IDX > INQ-COUNT
                 CONTINUE
              WHEN INQ-CORRELATION-ID(INQ-IDX) = AAUD-CORRELATION-ID
                 MOVE 'Y' TO W-FOUND-FLAG
           END-SEARCH

           IF NOT ENTRY-FOUND THEN
              GO TO 3000-READ-NEXT
           END-IF

           ADD 1 TO W-HIST-MATCH-COUNT
           SET W-INQ-NBR TO INQ-IDX

           MOVE 'N' TO W-FOUND-FLAG
           PERFORM 3100-CHECK-SOURCE THRU 3100-EXIT
              VARYING W-SRC-NBR FROM 1 BY 1
              UNTIL W-SRC-NBR > INQ-SOURCE-COUNT(W-INQ-NBR)

           IF NOT ENTRY-FOUND
              AND INQ-SOURCE-COUNT(W-INQ-NBR) < 4 THEN
              ADD 1 TO INQ-SOURCE-COUNT(W-INQ-NBR)
              MOVE AAUD-CHILD-TRANSID TO INQ-SOURCE-TRANSID(W-INQ-NBR,
                                         INQ-SOURCE-COUNT(W-INQ-NBR))
           END-IF.

       3000-READ-NEXT.

           PERFORM 1500-READ-HISTORY THRU 1500-EXIT.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CHECK-SOURCE - has this inquiry's source already been
      *  noted? A resubmitted or swept child writes a second record.
      ******************************************************************
       3100-CHECK-SOURCE.

           IF INQ-SOURCE-TRANSID(W-INQ-NBR, W-SRC-NBR)
              = AAUD-CHILD-TRANSID THEN
              MOVE 'Y' TO W-FOUND-FLAG
           END-IF.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PRINT-KEY - one block per key asked about: the key, its
      *  inquiries in the order they were made, and its count.
      ******************************************************************
       4000-PRINT-KEY.

           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE KEY-BUSINESS-KEY(W-KEY-NBR) TO KYL-BUSINESS-KEY
           WRITE REPORT-LINE FROM KEY-LINE

           PERFORM 4100-PRINT-INQUIRY THRU 4100-EXIT
              VARYING W-INQ-NBR FROM 1 BY 1
              UNTIL W-INQ-NBR > INQ-COUNT

           IF KEY-INQUIRY-COUNT(W-KEY-NBR) = 0 THEN
              WRITE REPORT-LINE FROM NONE-LINE
              GO TO 4000-EXIT
           END-IF

           MOVE KEY-INQUIRY-COUNT(W-KEY-NBR)  TO KYT-INQUIRY-COUNT
           MOVE KEY-RESTRICT-COUNT(W-KEY-NBR) TO KYT-RESTRICT-COUNT
           WRITE REPORT-LINE FROM KEY-TOTAL-LINE.

       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4100-PRINT-INQUIRY - one line per inquiry on the key in hand.
      *  A cache answer ran no source of its own.
      ******************************************************************
       4100-PRINT-INQUIRY.

           IF INQ-KEY-NBR(W-INQ-NBR) NOT = W-KEY-NBR THEN
              GO TO 4100-EXIT
           END-IF

           ADD 1 TO KEY-INQUIRY-COUNT(W-KEY-NBR)
           ADD 1 TO W-LISTED-COUNT

           MOVE INQ-FINISH-DATE(W-INQ-NBR)    TO DTL-DATE
           MOVE INQ-FINISH-TIME(W-INQ-NBR)    TO DTL-TIME
           MOVE INQ-REQUESTER-ID(W-INQ-NBR)   TO DTL-REQUESTER
           MOVE INQ-TERMINAL-ID(W-INQ-NBR)    TO DTL-TERMINAL
           MOVE INQ-REQUEST-TYPE(W-INQ-NBR)   TO DTL-REQUEST-TYPE
           MOVE INQ-CORRELATION-ID(W-INQ-NBR) TO DTL-CORRELATION-ID
           MOVE SPACE                         TO DTL-SOURCES
           MOVE INQ-SOURCE-TRANSID(W-INQ-NBR, 1)
                                      TO DTL-SOURCE-TRANSID(1)
           MOVE INQ-SOURCE-TRANSID(W-INQ-NBR, 2)
                                      TO DTL-SOURCE-TRANSID(2)
           MOVE INQ-SOURCE-TRANSID(W-INQ-NBR, 3)
                                      TO DTL-SOURCE-TRANSID(3)
           MOVE INQ-SOURCE-TRANSID(W-INQ-NBR, 4)
                                      TO DTL-SOURCE-TRANSID(4)

           IF INQ-CACHE-FLAG(W-INQ-NBR) = 'Y' THEN
              MOVE 'YES'                      TO DTL-CACHE
              ADD 1 TO W-CACHE-COUNT
           ELSE
              MOVE 'NO'                       TO DTL-CACHE
           END-IF

           IF INQ-RESTRICT-FLAG(W-INQ-NBR) = 'Y' THEN
              MOVE '*FROZEN/CLOSED'           TO DTL-ACCOUNT
              ADD 1 TO KEY-RESTRICT-COUNT(W-KEY-NBR)
              ADD 1 TO W-RESTRICT-COUNT
           ELSE
              MOVE SPACE                      TO DTL-ACCOUNT
           END-IF

           WRITE REPORT-LINE FROM DETAIL-LINE.

       4100-EXIT.
           EXIT.

      ******************************************************************
      * 5000-PRINT-TOTALS - the run accounting block, and the
      *  overflow warnings if the tables filled.
      ******************************************************************
       5000-PRINT-TOTALS.

           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'KEYS ASKED ABOUT:   ' TO TOT-TAG
           MOVE KEY-COUNT              TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'INQUIRIES LISTED:   ' TO TOT-TAG
           MOVE W-LISTED-COUNT         TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'FROM REPLY CACHE:   ' TO TOT-TAG
           MOVE W-CACHE-COUNT          TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'FROZEN OR CLOSED:   ' TO TOT-TAG
           MOVE W-RESTRICT-COUNT       TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'SUMMARIES READ:     ' TO TOT-TAG
           MOVE W-SUM-READ-COUNT       TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'HISTORY READ:       ' TO TOT-TAG
           MOVE W-HIST-READ-COUNT      TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'HISTORY MATCHED:    ' TO TOT-TAG
           MOVE W-HIST-MATCH-COUNT     TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           IF W-KEY-OVERFLOW > 0 THEN
              MOVE 'KEYS NOT TAKEN:     ' TO TOT-TAG
              MOVE W-KEY-OVERFLOW         TO TOT-COUNT
              WRITE REPORT-LINE FROM TOTAL-LINE
              MOVE 4 TO RETURN-CODE
           END-IF

           IF W-INQ-OVERFLOW > 0 THEN
              MOVE 'INQUIRIES NOT LISTED' TO TOT-TAG
              MOVE W-INQ-OVERFLOW         TO TOT-COUNT
              WRITE REPORT-LINE FROM TOTAL-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

       5000-EXIT.
           EXIT.

      ******************************************************************
      * 9999-TERMINATE - close the files down.
      ******************************************************************
       9999-TERMINATE.

           CLOSE CARD-FILE
                 SUMMARY-FILE
                 HISTORY-FILE
                 REPORT-FILE.

       9999-EXIT.
           EXIT.

       END PROGRAM 'ASYNCDSC'.
