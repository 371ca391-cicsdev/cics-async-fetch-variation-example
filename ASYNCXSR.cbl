      ******************************************************************
      * ASYNCXSR - nightly cross-source discrepancy report over the
      *            day's reply extract the reply router ASYNCRTR
      *            writes to TD queue CMPX (CMPIN here, the day's
      *            accumulated extract - one consolidated reply per
      *            record, see ASYNCCMP.cpy). Every pair of sources
      *            that answered the same inquiry is compared: a
      *            different status code (NF from one, OK from the
      *            other) is a status disagreement; two OK answers
      *            that differ are a payload disagreement, told apart
      *            by field for the full inquiry (name, account
      *            status, balance). One line per disagreeing pair
      *            and field - the business key, the reply, the two
      *            slots and what each said - then the disagreements
      *            counted by pair of sources and the run totals.
      *
      *            A source that timed out, was abandoned or was not
      *            dispatched said nothing, and one that answered ER
      *            failed rather than answered; neither is compared.
      *            A reply served from the reply cache repeats the
      *            sources of the reply it was cached from, and one
      *            written while the fan-out was on hold ran no
      *            source at all - both are counted and passed over.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCXSR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPLY-EXTRACT-FILE ASSIGN TO CMPIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPLY-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCCMP.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE           PIC X(120).

       WORKING-STORAGE SECTION.
      *
       01 W-EOF-FLAG             PIC X(01) VALUE 'N'.
           88 END-OF-REPLY-EXTRACT    VALUE 'Y'.
       01 W-DISAGREE-FLAG        PIC X(01) VALUE 'N'.
           88 REPLY-DISAGREES         VALUE 'Y'.
       01 W-PAIR-STATUS-FLAG     PIC X(01) VALUE 'N'.
           88 PAIR-STATUS-DIFFERS     VALUE 'Y'.

       01 W-READ-COUNT           PIC 9(07) VALUE 0.
       01 W-COMPARED-COUNT       PIC 9(07) VALUE 0.
       01 W-DISAGREE-COUNT       PIC 9(07) VALUE 0.
       01 W-LINE-COUNT           PIC 9(07) VALUE 0.
       01 W-CACHE-COUNT          PIC 9(07) VALUE 0.
       01 W-HOLD-COUNT           PIC 9(07) VALUE 0.
       01 W-SHORT-COUNT          PIC 9(07) VALUE 0.

      * how many sources of the reply in hand gave an answer that
      * can be compared - under two, there is nothing to compare
       01 W-ANSWER-COUNT         PIC S9(4) USAGE COMP VALUE 0.

       01 W-SLOT-A               PIC S9(4) USAGE COMP VALUE 0.
       01 W-SLOT-B               PIC S9(4) USAGE COMP VALUE 0.

      * the child transaction last seen in each slot, to label the
      * pair totals - a slot can be repointed through the control
      * table, so the label is the one the day ended with
       01 W-SLOT-TRANSIDS.
           05 W-SLOT-TRANSID     OCCURS 4 TIMES PIC X(04).

      * disagreements counted by pair of slots - only the cells with
      * the first slot lower than the second are used
       01 W-PAIR-TABLE.
           05 W-PAIR-ROW         OCCURS 4 TIMES.
              10 W-PAIR-CELL     OCCURS 4 TIMES.
                 15 W-PAIR-STATUS-COUNT  PIC 9(07).
                 15 W-PAIR-PAYLOAD-COUNT PIC 9(07).

      * the two answers being compared, laid out as the children
      * format the full inquiry (the PAYLOAD-DETAIL layout in
      * ASYNCCHn), the balance-only and the status-only answers
       01 W-ANSWER-A             PIC X(50).
       01 W-INQY-A REDEFINES W-ANSWER-A.
           05 W-INQY-A-NAME      PIC X(30).
           05 W-INQY-A-STATUS    PIC X(02).
           05 W-INQY-A-BALANCE   PIC X(13).
           05 FILLER             PIC X(05).
       01 W-BALI-A REDEFINES W-ANSWER-A.
           05 FILLER             PIC X(08).
           05 W-BALI-A-BALANCE   PIC X(13).
           05 FILLER             PIC X(29).
       01 W-STAT-A REDEFINES W-ANSWER-A.
           05 FILLER             PIC X(07).
           05 W-STAT-A-STATUS    PIC X(02).
           05 FILLER             PIC X(41).

       01 W-ANSWER-B             PIC X(50).
       01 W-INQY-B REDEFINES W-ANSWER-B.
           05 W-INQY-B-NAME      PIC X(30).
           05 W-INQY-B-STATUS    PIC X(02).
           05 W-INQY-B-BALANCE   PIC X(13).
           05 FILLER             PIC X(05).
       01 W-BALI-B REDEFINES W-ANSWER-B.
           05 FILLER             PIC X(08).
           05 W-BALI-B-BALANCE   PIC X(13).
           05 FILLER             PIC X(29).
       01 W-STAT-B REDEFINES W-ANSWER-B.
           05 FILLER             PIC X(07).
           05 W-STAT-B-STATUS    PIC X(02).
           05 FILLER             PIC X(41).

       01 HDG-LINE-1.
           05 FILLER             PIC X(44)
              VALUE 'ASYNCRTR NIGHTLY CROSS-SOURCE DISCREPANCIES '.

       01 HDG-LINE-2.
           05 FILLER             PIC X(21) VALUE 'BUSINESS KEY'.
           05 FILLER             PIC X(17) VALUE 'CORRELATION ID'.
           05 FILLER             PIC X(05) VALUE 'TYPE'.
           05 FILLER             PIC X(17) VALUE 'SLOTS'.
           05 FILLER             PIC X(12) VALUE 'FIELD'.
           05 FILLER             PIC X(20) VALUE 'FIRST SAID'.
           05 FILLER             PIC X(11) VALUE 'SECOND SAID'.

       01 DETAIL-LINE.
           05 DTL-BUSINESS-KEY   PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-CORRELATION-ID PIC X(16).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-REQUEST-TYPE   PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-SLOT-A         PIC 9(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-TRANSID-A      PIC X(04).
           05 FILLER             PIC X(04) VALUE ' VS '.
           05 DTL-SLOT-B         PIC 9(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-TRANSID-B      PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-FIELD          PIC X(11).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-VALUE-A        PIC X(16).
           05 FILLER             PIC X(04) VALUE ' VS '.
           05 DTL-VALUE-B        PIC X(16).

       01 PAIR-HDG-LINE-1.
           05 FILLER             PIC X(44)
              VALUE 'DISAGREEMENTS BY PAIR OF SOURCES            '.

       01 PAIR-HDG-LINE-2.
           05 FILLER             PIC X(18) VALUE 'SLOTS'.
           05 FILLER             PIC X(07) VALUE ' STATUS'.
           05 FILLER             PIC X(09) VALUE '  PAYLOAD'.
           05 FILLER             PIC X(09) VALUE '    TOTAL'.

       01 PAIR-LINE.
           05 PR-SLOT-A          PIC 9(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 PR-TRANSID-A       PIC X(04).
           05 FILLER             PIC X(04) VALUE ' VS '.
           05 PR-SLOT-B          PIC 9(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 PR-TRANSID-B       PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 PR-STATUS-COUNT    PIC ZZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 PR-PAYLOAD-COUNT   PIC ZZZ,ZZ9.
           05 FILLER             PIC X(02) VALUE SPACE.
           05 PR-TOTAL-COUNT     PIC ZZZ,ZZ9.

       01 W-PAIR-TOTAL           PIC 9(07) VALUE 0.

       01 TOTAL-LINE.
           05 TOT-TAG            PIC X(20).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-COMPARE-REPLY THRU 2000-EXIT
              UNTIL END-OF-REPLY-EXTRACT.
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the files, clear the pair table, write
      *  the heading and prime the read.
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT REPLY-EXTRACT-FILE
                OUTPUT REPORT-FILE.

           INITIALIZE W-PAIR-TABLE.
           MOVE SPACE TO W-SLOT-TRANSIDS.

           WRITE REPORT-LINE FROM HDG-LINE-1.
           WRITE REPORT-LINE FROM HDG-LINE-2.

           PERFORM 1100-READ-REPLY-EXTRACT THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

       1100-READ-REPLY-EXTRACT.

           READ REPLY-EXTRACT-FILE
               AT END MOVE 'Y' TO W-EOF-FLAG
           END-READ.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-COMPARE-REPLY - pass over a reply that ran no source
      *  of its own, else compare every pair of its sources that
      *  answered, then read the next.
      ******************************************************************
       2000-COMPARE-REPLY.

           ADD 1 TO W-READ-COUNT

           IF ACMP-SERVICE-ON-HOLD THEN
              ADD 1 TO W-HOLD-COUNT
              GO TO 2000-READ-NEXT
           END-IF

           IF ACMP-FROM-CACHE THEN
              ADD 1 TO W-CACHE-COUNT
              GO TO 2000-READ-NEXT
           END-IF

           MOVE 0 TO W-ANSWER-COUNT
           PERFORM 2100-NOTE-SOURCE THRU 2100-EXIT
              VARYING W-SLOT-A FROM 1 BY 1 UNTIL W-SLOT-A > 4

           IF W-ANSWER-COUNT < 2 THEN
              ADD 1 TO W-SHORT-COUNT
              GO TO 2000-READ-NEXT
           END-IF

           ADD 1 TO W-COMPARED-COUNT
           MOVE 'N' TO W-DISAGREE-FLAG

           PERFORM 2200-COMPARE-PAIR THRU 2200-EXIT
              VARYING W-SLOT-A FROM 1 BY 1 UNTIL W-SLOT-A > 3
              AFTER W-SLOT-B FROM 2 BY 1 UNTIL W-SLOT-B > 4

           IF REPLY-DISAGREES THEN
              ADD 1 TO W-DISAGREE-COUNT
           END-IF.

       2000-READ-NEXT.

           PERFORM 1100-READ-REPLY-EXTRACT THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-NOTE-SOURCE - count the slot in if it answered OK or NF,
      *  and keep its transaction for the pair totals.
      ******************************************************************
       2100-NOTE-SOURCE.

           IF NOT ACMP-SOURCE-PRESENT(W-SLOT-A) THEN
              GO TO 2100-EXIT
           END-IF

           IF ACMP-SOURCE-TRANSID(W-SLOT-A) NOT = SPACE THEN
              MOVE ACMP-SOURCE-TRANSID(W-SLOT-A)
                                   TO W-SLOT-TRANSID(W-SLOT-A)
           END-IF

           IF ACMP-STATUS-CODE(W-SLOT-A) = 'OK'
              OR ACMP-STATUS-CODE(W-SLOT-A) = 'NF' THEN
              ADD 1 TO W-ANSWER-COUNT
           END-IF.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-COMPARE-PAIR - compare the two slots' answers when both
      *  gave one. Status codes that differ are one line; two OK
      *  answers that differ are one line per field that differs.
      *  The pair is counted once per reply whatever it differed in.
      ******************************************************************
       2200-COMPARE-PAIR.

           IF W-SLOT-B NOT > W-SLOT-A THEN
              GO TO 2200-EXIT
           END-IF

           IF NOT ACMP-SOURCE-PRESENT(W-SLOT-A)
              OR NOT ACMP-SOURCE-PRESENT(W-SLOT-B) THEN
              GO TO 2200-EXIT
           END-IF

           IF (ACMP-STATUS-CODE(W-SLOT-A) NOT = 'OK'
               AND ACMP-STATUS-CODE(W-SLOT-A) NOT = 'NF')
              OR (ACMP-STATUS-CODE(W-SLOT-B) NOT = 'OK'
               AND ACMP-STATUS-CODE(W-SLOT-B) NOT = 'NF') THEN
              GO TO 2200-EXIT
           END-IF

           MOVE 'N' TO W-PAIR-STATUS-FLAG

           IF ACMP-STATUS-CODE(W-SLOT-A)
              NOT = ACMP-STATUS-CODE(W-SLOT-B) THEN
              MOVE 'Y' TO W-PAIR-STATUS-FLAG
              MOVE 'STATUS'                   TO DTL-FIELD
              MOVE ACMP-STATUS-CODE(W-SLOT-A) TO DTL-VALUE-A
              MOVE ACMP-STATUS-CODE(W-SLOT-B) TO DTL-VALUE-B
              PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
              GO TO 2200-COUNT-PAIR
           END-IF

      * both NF - they agree there is no such account
           IF ACMP-STATUS-CODE(W-SLOT-A) = 'NF' THEN
              GO TO 2200-EXIT
           END-IF

           IF ACMP-PAYLOAD(W-SLOT-A) = ACMP-PAYLOAD(W-SLOT-B) THEN
              GO TO 2200-EXIT
           END-IF

           MOVE ACMP-PAYLOAD(W-SLOT-A) TO W-ANSWER-A
           MOVE ACMP-PAYLOAD(W-SLOT-B) TO W-ANSWER-B

           EVALUATE ACMP-REQUEST-TYPE
              WHEN 'BALI'
                 MOVE 'BALANCE'             TO DTL-FIELD
                 MOVE W-BALI-A-BALANCE      TO DTL-VALUE-A
                 MOVE W-BALI-B-BALANCE      TO DTL-VALUE-B
                 PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
              WHEN 'STAT'
                 MOVE 'ACCT STATUS'         TO DTL-FIELD
                 MOVE W-STAT-A-STATUS       TO DTL-VALUE-A
                 MOVE W-STAT-B-STATUS       TO DTL-VALUE-B
                 PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
              WHEN 'HIST'
                 MOVE 'HISTORY'             TO DTL-FIELD
                 MOVE W-ANSWER-A            TO DTL-VALUE-A
                 MOVE W-ANSWER-B            TO DTL-VALUE-B
                 PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
              WHEN OTHER
                 PERFORM 2300-COMPARE-INQUIRY THRU 2300-EXIT
           END-EVALUATE.

       2200-COUNT-PAIR.

           MOVE 'Y' TO W-DISAGREE-FLAG

           IF PAIR-STATUS-DIFFERS THEN
              ADD 1 TO W-PAIR-STATUS-COUNT(W-SLOT-A, W-SLOT-B)
           ELSE
              ADD 1 TO W-PAIR-PAYLOAD-COUNT(W-SLOT-A, W-SLOT-B)
           END-IF.

       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-COMPARE-INQUIRY - two full-inquiry answers that differ:
      *  one line for each of name, account status and balance that
      *  differs. Should they differ only in the unused tail, the
      *  whole answer is shown.
      ******************************************************************
       2300-COMPARE-INQUIRY.

           IF W-INQY-A-NAME = W-INQY-B-NAME
              AND W-INQY-A-STATUS = W-INQY-B-STATUS
              AND W-INQY-A-BALANCE = W-INQY-B-BALANCE THEN
              MOVE 'PAYLOAD'                TO DTL-FIELD
              MOVE W-ANSWER-A               TO DTL-VALUE-A
              MOVE W-ANSWER-B               TO DTL-VALUE-B
              PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
              GO TO 2300-EXIT
           END-IF

           IF W-INQY-A-NAME NOT = W-INQY-B-NAME THEN
              MOVE 'NAME'                   TO DTL-FIELD
              MOVE W-INQY-A-NAME            TO DTL-VALUE-A
              MOVE W-INQY-B-NAME            TO DTL-VALUE-B
              PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
           END-IF

           IF W-INQY-A-STATUS NOT = W-INQY-B-STATUS THEN
              MOVE 'ACCT STATUS'            TO DTL-FIELD
              MOVE W-INQY-A-STATUS          TO DTL-VALUE-A
              MOVE W-INQY-B-STATUS          TO DTL-VALUE-B
              PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
           END-IF

           IF W-INQY-A-BALANCE NOT = W-INQY-B-BALANCE THEN
              MOVE 'BALANCE'                TO DTL-FIELD
              MOVE W-INQY-A-BALANCE         TO DTL-VALUE-A
              MOVE W-INQY-B-BALANCE         TO DTL-VALUE-B
              PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
           END-IF.

       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2900-WRITE-DETAIL - one line for the pair in hand, the field
      *  and the two values having been set by the caller.
      ******************************************************************
       2900-WRITE-DETAIL.

           ADD 1 TO W-LINE-COUNT

           MOVE ACMP-BUSINESS-KEY              TO DTL-BUSINESS-KEY
           MOVE ACMP-CORRELATION-ID            TO DTL-CORRELATION-ID
           MOVE ACMP-REQUEST-TYPE              TO DTL-REQUEST-TYPE
           MOVE W-SLOT-A                       TO DTL-SLOT-A
           MOVE ACMP-SOURCE-TRANSID(W-SLOT-A)  TO DTL-TRANSID-A
           MOVE W-SLOT-B                       TO DTL-SLOT-B
           MOVE ACMP-SOURCE-TRANSID(W-SLOT-B)  TO DTL-TRANSID-B

           WRITE REPORT-LINE FROM DETAIL-LINE.

       2900-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRINT-TOTALS - the disagreements by pair of sources,
      *  then the run accounting block.
      ******************************************************************
       3000-PRINT-TOTALS.

           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM PAIR-HDG-LINE-1
           WRITE REPORT-LINE FROM PAIR-HDG-LINE-2

           PERFORM 3100-PRINT-PAIR THRU 3100-EXIT
              VARYING W-SLOT-A FROM 1 BY 1 UNTIL W-SLOT-A > 3
              AFTER W-SLOT-B FROM 2 BY 1 UNTIL W-SLOT-B > 4

           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'REPLIES READ:       ' TO TOT-TAG
           MOVE W-READ-COUNT           TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'REPLIES COMPARED:   ' TO TOT-TAG
           MOVE W-COMPARED-COUNT       TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'WITH DISAGREEMENT:  ' TO TOT-TAG
           MOVE W-DISAGREE-COUNT       TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'LINES LISTED:       ' TO TOT-TAG
           MOVE W-LINE-COUNT           TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'UNDER TWO ANSWERS:  ' TO TOT-TAG
           MOVE W-SHORT-COUNT          TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'FROM REPLY CACHE:   ' TO TOT-TAG
           MOVE W-CACHE-COUNT          TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'SERVICE ON HOLD:    ' TO TOT-TAG
           MOVE W-HOLD-COUNT           TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-PRINT-PAIR - one line per pair of slots, zero counts
      *  included so the table always shows all six pairs.
      ******************************************************************
       3100-PRINT-PAIR.

           IF W-SLOT-B NOT > W-SLOT-A THEN
              GO TO 3100-EXIT
           END-IF

           MOVE W-SLOT-A                  TO PR-SLOT-A
           MOVE W-SLOT-TRANSID(W-SLOT-A)  TO PR-TRANSID-A
           MOVE W-SLOT-B                  TO PR-SLOT-B
           MOVE W-SLOT-TRANSID(W-SLOT-B)  TO PR-TRANSID-B
           MOVE W-PAIR-STATUS-COUNT(W-SLOT-A, W-SLOT-B)
                                          TO PR-STATUS-COUNT
           MOVE W-PAIR-PAYLOAD-COUNT(W-SLOT-A, W-SLOT-B)
                                          TO PR-PAYLOAD-COUNT
           COMPUTE W-PAIR-TOTAL =
              W-PAIR-STATUS-COUNT(W-SLOT-A, W-SLOT-B)
              + W-PAIR-PAYLOAD-COUNT(W-SLOT-A, W-SLOT-B)
           MOVE W-PAIR-TOTAL              TO PR-TOTAL-COUNT

           WRITE REPORT-LINE FROM PAIR-LINE.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 9999-TERMINATE - close the files down.
      ******************************************************************
       9999-TERMINATE.

           CLOSE REPLY-EXTRACT-FILE
                 REPORT-FILE.

       9999-EXIT.
           EXIT.

       END PROGRAM 'ASYNCXSR'.
