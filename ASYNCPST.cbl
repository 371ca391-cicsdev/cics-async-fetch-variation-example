      ******************************************************************
      * ASYNCPST - nightly posting run for the core ledger's debits
      *            and credits against the customer/account master
      *            (VSAM KSDS ASYNCMST, see ASYNCMST.cpy).
      *
      *            Reads the day's posting file from the ledger
      *            (POSTIN, see ASYNCPTX.cpy - one debit or credit per
      *            record), edits each posting, writes the clean ones
      *            to the transaction-detail KSDS (ASYNCTRN, see
      *            ASYNCTRN.cpy) under the next free same-day
      *            sequence number for the key and date, and moves
      *            the master balance by the amount - so the HIST and
      *            BALI answers the ASYNCCHn children give stay with
      *            what the ledger says. A posting register (RPTOUT)
      *            shows what was posted and what was rejected with
      *            the reason, and closes with the control totals the
      *            ledger team balances the run against.
      *
      *            Edits, and their reason codes:
      *              01  blank business key
      *              02  posting type not DB or CR
      *              03  amount not numeric
      *              04  amount zero or negative
      *              05  posting date not numeric or zero
      *              06  key not on the master
      *              07  account closed
      *              08  no sequence number left for the key and date
      *              09  balance would overflow
      *
      *            Ends with RETURN-CODE 0 when everything posted,
      *            4 when there were rejects, and 8 when either KSDS
      *            would not open or a posting failed outright.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCPST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-FILE ASSIGN TO POSTIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MASTER-FILE ASSIGN TO ASYNCMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AMST-BUSINESS-KEY
           FILE STATUS IS W-MST-STATUS.

           SELECT OPTIONAL TXNDTL-FILE ASSIGN TO ASYNCTRN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ATRN-ENTRY-KEY
           FILE STATUS IS W-TRN-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCPTX.

       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCMST.

       FD  TXNDTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCTRN.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
      *
       01 W-EOF-FLAG             PIC X(01) VALUE 'N'.
           88 END-OF-POSTING-FILE     VALUE 'Y'.
       01 W-REJECT-FLAG          PIC X(01) VALUE 'N'.
           88 POSTING-REJECTED        VALUE 'Y'.
       01 W-APPLY-FAIL-FLAG      PIC X(01) VALUE 'N'.
           88 APPLY-FAILED            VALUE 'Y'.
       01 W-SEQ-EOF-FLAG         PIC X(01) VALUE 'N'.
           88 SEQ-SCAN-DONE           VALUE 'Y'.

       01 W-MST-STATUS           PIC X(02) VALUE SPACE.
       01 W-TRN-STATUS           PIC X(02) VALUE SPACE.
       01 W-IO-STATUS            PIC X(02) VALUE SPACE.
       01 W-IO-FILE              PIC X(08) VALUE SPACE.

      * the highest sequence already on the detail KSDS for the
      * posting's key and date - the posting takes the one after
       01 W-LAST-SEQ             PIC 9(03) VALUE 0.
       01 W-NEW-BALANCE          PIC S9(9)V99 COMP-3 VALUE 0.

       01 W-READ-COUNT           PIC 9(07) VALUE 0.
       01 W-POSTED-COUNT         PIC 9(07) VALUE 0.
       01 W-DEBIT-COUNT          PIC 9(07) VALUE 0.
       01 W-CREDIT-COUNT         PIC 9(07) VALUE 0.
       01 W-REJECT-COUNT         PIC 9(07) VALUE 0.

       01 W-DEBIT-AMOUNT         PIC S9(13)V99 VALUE 0.
       01 W-CREDIT-AMOUNT        PIC S9(13)V99 VALUE 0.
       01 W-NET-AMOUNT           PIC S9(13)V99 VALUE 0.
       01 W-REJECT-AMOUNT        PIC S9(13)V99 VALUE 0.

       01 W-REASON-CODE          PIC 9(02) VALUE 0.
       01 W-REASON-DESC          PIC X(26) VALUE SPACE.

       01 HDG-LINE-1.
           05 FILLER             PIC X(39)
              VALUE 'ASYNCTRN LEDGER POSTING REGISTER'.

       01 HDG-LINE-2.
           05 FILLER             PIC X(21) VALUE 'BUSINESS KEY'.
           05 FILLER             PIC X(08) VALUE 'DATE'.
           05 FILLER             PIC X(04) VALUE 'SEQ'.
           05 FILLER             PIC X(05) VALUE 'TYPE'.
           05 FILLER             PIC X(16) VALUE '         AMOUNT'.
           05 FILLER             PIC X(10) VALUE 'DISPOSAL'.
           05 FILLER             PIC X(26) VALUE 'REASON'.

       01 DETAIL-LINE.
           05 DTL-BUSINESS-KEY   PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-TXN-DATE       PIC X(07).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-TXN-SEQ        PIC ZZ9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-TXN-TYPE       PIC X(02).
           05 FILLER             PIC X(03) VALUE SPACE.
           05 DTL-TXN-AMOUNT     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-DISPOSAL       PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 DTL-REASON-CODE    PIC Z9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-REASON-DESC    PIC X(26).

       01 TOTAL-LINE.
           05 TOT-TAG            PIC X(22).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       01 AMOUNT-LINE.
           05 AMT-TAG            PIC X(22).
           05 AMT-AMOUNT         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-POST-ONE THRU 2000-EXIT
              UNTIL END-OF-POSTING-FILE.
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the files, write the register heading
      *  and prime the read. Either KSDS failing to open is a hard
      *  stop - half a posting (detail without balance, or balance
      *  without detail) is worse than none.
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  POSTING-FILE
                I-O    MASTER-FILE
                I-O    TXNDTL-FILE
                OUTPUT REPORT-FILE.

           IF W-MST-STATUS NOT = '00' AND W-MST-STATUS NOT = '05' THEN
              DISPLAY 'ASYNCPST - MASTER OPEN FAILED, STATUS '
                 W-MST-STATUS
              MOVE 8 TO RETURN-CODE
              CLOSE POSTING-FILE TXNDTL-FILE REPORT-FILE
              STOP RUN
           END-IF

           IF W-TRN-STATUS NOT = '00' AND W-TRN-STATUS NOT = '05' THEN
              DISPLAY 'ASYNCPST - DETAIL OPEN FAILED, STATUS '
                 W-TRN-STATUS
              MOVE 8 TO RETURN-CODE
              CLOSE POSTING-FILE MASTER-FILE REPORT-FILE
              STOP RUN
           END-IF

           WRITE REPORT-LINE FROM HDG-LINE-1.
           WRITE REPORT-LINE FROM HDG-LINE-2.

           PERFORM 1100-READ-POSTING THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

       1100-READ-POSTING.

           READ POSTING-FILE
               AT END MOVE 'Y' TO W-EOF-FLAG
           END-READ.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-POST-ONE - edit one posting and, when it is clean, put it
      *  on the detail KSDS and move the master balance; a posting
      *  that fails any edit goes to the register with its reason and
      *  touches nothing. Then read the next.
      ******************************************************************
       2000-POST-ONE.

           ADD 1 TO W-READ-COUNT
           MOVE 'N' TO W-REJECT-FLAG
           MOVE 0   TO ATRN-TXN-SEQ

           PERFORM 2500-EDIT-POSTING THRU 2500-EXIT

           IF NOT POSTING-REJECTED THEN
              PERFORM 2100-CHECK-MASTER THRU 2100-EXIT
           END-IF

           IF NOT POSTING-REJECTED THEN
              PERFORM 2200-NEXT-SEQUENCE THRU 2200-EXIT
           END-IF

           IF NOT POSTING-REJECTED THEN
              PERFORM 2300-APPLY-POSTING THRU 2300-EXIT
           END-IF

           IF POSTING-REJECTED THEN
              PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
           END-IF

           PERFORM 1100-READ-POSTING THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2500-EDIT-POSTING - the structural edits every posting takes
      *  before the master is even read. The first failed edit
      *  decides the reason, the same as the master maintenance run.
      ******************************************************************
       2500-EDIT-POSTING.

           IF APTX-BUSINESS-KEY = SPACE THEN
              MOVE 01 TO W-REASON-CODE
              MOVE 'BLANK BUSINESS KEY' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
              GO TO 2500-EXIT
           END-IF

           IF NOT APTX-TYPE-DEBIT AND NOT APTX-TYPE-CREDIT THEN
              MOVE 02 TO W-REASON-CODE
              MOVE 'TYPE NOT DB OR CR' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
              GO TO 2500-EXIT
           END-IF

           IF APTX-TXN-AMOUNT IS NOT NUMERIC THEN
              MOVE 03 TO W-REASON-CODE
              MOVE 'AMOUNT NOT NUMERIC' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
              GO TO 2500-EXIT
           END-IF

      * the type carries the direction - a signed amount would mean
      * the ledger and this run disagree about which way it goes
           IF APTX-TXN-AMOUNT NOT > 0 THEN
              MOVE 04 TO W-REASON-CODE
              MOVE 'AMOUNT ZERO OR NEGATIVE' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
              GO TO 2500-EXIT
           END-IF

           IF APTX-TXN-DATE IS NOT NUMERIC
              OR APTX-TXN-DATE = 0 THEN
              MOVE 05 TO W-REASON-CODE
              MOVE 'POSTING DATE NOT VALID' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
           END-IF.

       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2100-CHECK-MASTER - the account must be on the master and not
      *  closed; a frozen account still takes postings - the ledger
      *  has already booked them. The new balance is worked out here
      *  so a posting that would overflow it is turned away before
      *  anything is written.
      ******************************************************************
       2100-CHECK-MASTER.

           MOVE APTX-BUSINESS-KEY TO AMST-BUSINESS-KEY

           READ MASTER-FILE

           EVALUATE TRUE
              WHEN W-MST-STATUS = '00'
                 CONTINUE
              WHEN W-MST-STATUS = '23'
                 MOVE 06 TO W-REASON-CODE
                 MOVE 'KEY NOT ON MASTER' TO W-REASON-DESC
                 MOVE 'Y' TO W-REJECT-FLAG
                 GO TO 2100-EXIT
              WHEN OTHER
                 MOVE 'ASYNCMST'   TO W-IO-FILE
                 MOVE W-MST-STATUS TO W-IO-STATUS
                 PERFORM 2950-NOTE-APPLY-FAILURE THRU 2950-EXIT
                 GO TO 2100-EXIT
           END-EVALUATE

           IF AMST-STATUS-CLOSED THEN
              MOVE 07 TO W-REASON-CODE
              MOVE 'ACCOUNT CLOSED' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
              GO TO 2100-EXIT
           END-IF

           IF APTX-TYPE-DEBIT THEN
              SUBTRACT APTX-TXN-AMOUNT FROM AMST-CURRENT-BALANCE
                 GIVING W-NEW-BALANCE
                 ON SIZE ERROR
                    MOVE 09 TO W-REASON-CODE
                    MOVE 'BALANCE WOULD OVERFLOW' TO W-REASON-DESC
                    MOVE 'Y' TO W-REJECT-FLAG
              END-SUBTRACT
           ELSE
              ADD APTX-TXN-AMOUNT TO AMST-CURRENT-BALANCE
                 GIVING W-NEW-BALANCE
                 ON SIZE ERROR
                    MOVE 09 TO W-REASON-CODE
                    MOVE 'BALANCE WOULD OVERFLOW' TO W-REASON-DESC
                    MOVE 'Y' TO W-REJECT-FLAG
              END-ADD
           END-IF.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-NEXT-SEQUENCE - position on the first detail record for
      *  the key and date and walk that day's entries to the last
      *  one; the posting takes the sequence after it. A day that
      *  already holds 999 entries for the account has no room left.
      ******************************************************************
       2200-NEXT-SEQUENCE.

           MOVE 0 TO W-LAST-SEQ
           MOVE 'N' TO W-SEQ-EOF-FLAG
           MOVE APTX-BUSINESS-KEY TO ATRN-BUSINESS-KEY
           MOVE APTX-TXN-DATE     TO ATRN-TXN-DATE
           MOVE 0                 TO ATRN-TXN-SEQ

           START TXNDTL-FILE KEY IS NOT LESS THAN ATRN-ENTRY-KEY

           IF W-TRN-STATUS = '00' THEN
              PERFORM 2210-SCAN-SEQUENCE THRU 2210-EXIT
                 UNTIL SEQ-SCAN-DONE
           END-IF

           IF W-LAST-SEQ = 999 THEN
              MOVE 08 TO W-REASON-CODE
              MOVE 'NO SEQUENCE LEFT FOR DAY' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
              GO TO 2200-EXIT
           END-IF

           MOVE APTX-BUSINESS-KEY TO ATRN-BUSINESS-KEY
           MOVE APTX-TXN-DATE     TO ATRN-TXN-DATE
           COMPUTE ATRN-TXN-SEQ = W-LAST-SEQ + 1.

       2200-EXIT.
           EXIT.

       2210-SCAN-SEQUENCE.

           READ TXNDTL-FILE NEXT
               AT END MOVE 'Y' TO W-SEQ-EOF-FLAG
           END-READ

           IF SEQ-SCAN-DONE THEN
              GO TO 2210-EXIT
           END-IF

           IF W-TRN-STATUS NOT = '00'
              OR ATRN-BUSINESS-KEY NOT = APTX-BUSINESS-KEY
              OR ATRN-TXN-DATE NOT = APTX-TXN-DATE THEN
              MOVE 'Y' TO W-SEQ-EOF-FLAG
              GO TO 2210-EXIT
           END-IF

           MOVE ATRN-TXN-SEQ TO W-LAST-SEQ.

       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2300-APPLY-POSTING - write the detail record, then rewrite the
      *  master with the new balance. If the master will not take the
      *  rewrite the detail record just written is taken off again,
      *  so the two files never disagree about a posting.
      ******************************************************************
       2300-APPLY-POSTING.

           MOVE APTX-TXN-TYPE   TO ATRN-TXN-TYPE
           MOVE APTX-TXN-AMOUNT TO ATRN-TXN-AMOUNT
           MOVE APTX-TXN-DESC   TO ATRN-TXN-DESC

           WRITE ASYNC-TXNDETAIL-RECORD

           IF W-TRN-STATUS NOT = '00' THEN
              MOVE 'ASYNCTRN'   TO W-IO-FILE
              MOVE W-TRN-STATUS TO W-IO-STATUS
              PERFORM 2950-NOTE-APPLY-FAILURE THRU 2950-EXIT
              GO TO 2300-EXIT
           END-IF

           MOVE W-NEW-BALANCE TO AMST-CURRENT-BALANCE
           REWRITE ASYNC-MASTER-RECORD

           IF W-MST-STATUS NOT = '00' THEN
              MOVE 'ASYNCMST'   TO W-IO-FILE
              MOVE W-MST-STATUS TO W-IO-STATUS
              PERFORM 2950-NOTE-APPLY-FAILURE THRU 2950-EXIT
              DELETE TXNDTL-FILE
              GO TO 2300-EXIT
           END-IF

           ADD 1 TO W-POSTED-COUNT
           IF APTX-TYPE-DEBIT THEN
              ADD 1 TO W-DEBIT-COUNT
              ADD APTX-TXN-AMOUNT TO W-DEBIT-AMOUNT
           ELSE
              ADD 1 TO W-CREDIT-COUNT
              ADD APTX-TXN-AMOUNT TO W-CREDIT-AMOUNT
           END-IF

           PERFORM 2800-REGISTER-POSTED THRU 2800-EXIT.

       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2800-REGISTER-POSTED - one register line for a posting that
      *  made it onto the detail KSDS and the master.
      ******************************************************************
       2800-REGISTER-POSTED.

           MOVE APTX-BUSINESS-KEY  TO DTL-BUSINESS-KEY
           MOVE APTX-TXN-DATE      TO DTL-TXN-DATE
           MOVE ATRN-TXN-SEQ       TO DTL-TXN-SEQ
           MOVE APTX-TXN-TYPE      TO DTL-TXN-TYPE
           MOVE APTX-TXN-AMOUNT    TO DTL-TXN-AMOUNT
           MOVE 'POSTED'           TO DTL-DISPOSAL
           MOVE 0                  TO DTL-REASON-CODE
           MOVE SPACE              TO DTL-REASON-DESC
           WRITE REPORT-LINE FROM DETAIL-LINE.

       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2900-REGISTER-REJECT - one register line for a posting that
      *  was turned away, with the reason the ledger team needs to
      *  fix their side. A rejected amount that is numeric still
      *  counts into the rejected total, so posted plus rejected
      *  balances back to the ledger's file total.
      ******************************************************************
       2900-REGISTER-REJECT.

           ADD 1 TO W-REJECT-COUNT
           MOVE APTX-BUSINESS-KEY  TO DTL-BUSINESS-KEY
           MOVE APTX-TXN-DATE      TO DTL-TXN-DATE
           MOVE 0                  TO DTL-TXN-SEQ
           MOVE APTX-TXN-TYPE      TO DTL-TXN-TYPE
           IF APTX-TXN-AMOUNT IS NUMERIC THEN
              MOVE APTX-TXN-AMOUNT TO DTL-TXN-AMOUNT
              ADD APTX-TXN-AMOUNT  TO W-REJECT-AMOUNT
           ELSE
              MOVE 0               TO DTL-TXN-AMOUNT
           END-IF
           MOVE 'REJECTED'         TO DTL-DISPOSAL
           MOVE W-REASON-CODE      TO DTL-REASON-CODE
           MOVE W-REASON-DESC      TO DTL-REASON-DESC
           WRITE REPORT-LINE FROM DETAIL-LINE.

       2900-EXIT.
           EXIT.

      ******************************************************************
      * 2950-NOTE-APPLY-FAILURE - an I/O failure that is not one of
      *  the expected key conditions. The posting is registered as a
      *  reject so the register still accounts for it, and the run
      *  is flagged to end with the hard return code.
      ******************************************************************
       2950-NOTE-APPLY-FAILURE.

           MOVE 'Y' TO W-APPLY-FAIL-FLAG
           MOVE 99 TO W-REASON-CODE
           MOVE SPACE TO W-REASON-DESC
           STRING W-IO-FILE ' I/O STATUS ' W-IO-STATUS
              DELIMITED BY SIZE INTO W-REASON-DESC
           MOVE 'Y' TO W-REJECT-FLAG.

       2950-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRINT-TOTALS - the register's accounting block: every
      *  posting read is posted or rejected, and the debit and credit
      *  totals give the net movement the master balances took.
      ******************************************************************
       3000-PRINT-TOTALS.

           COMPUTE W-NET-AMOUNT = W-CREDIT-AMOUNT - W-DEBIT-AMOUNT

           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'POSTINGS READ:        ' TO TOT-TAG
           MOVE W-READ-COUNT           TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'POSTINGS APPLIED:     ' TO TOT-TAG
           MOVE W-POSTED-COUNT         TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE '  DEBITS:             ' TO TOT-TAG
           MOVE W-DEBIT-COUNT          TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE '  CREDITS:            ' TO TOT-TAG
           MOVE W-CREDIT-COUNT         TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'POSTINGS REJECTED:    ' TO TOT-TAG
           MOVE W-REJECT-COUNT         TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'DEBIT AMOUNT POSTED:  ' TO AMT-TAG
           MOVE W-DEBIT-AMOUNT         TO AMT-AMOUNT
           WRITE REPORT-LINE FROM AMOUNT-LINE

           MOVE 'CREDIT AMOUNT POSTED: ' TO AMT-TAG
           MOVE W-CREDIT-AMOUNT        TO AMT-AMOUNT
           WRITE REPORT-LINE FROM AMOUNT-LINE

           MOVE 'NET BALANCE MOVEMENT: ' TO AMT-TAG
           MOVE W-NET-AMOUNT           TO AMT-AMOUNT
           WRITE REPORT-LINE FROM AMOUNT-LINE

           MOVE 'AMOUNT REJECTED:      ' TO AMT-TAG
           MOVE W-REJECT-AMOUNT        TO AMT-AMOUNT
           WRITE REPORT-LINE FROM AMOUNT-LINE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 9999-TERMINATE - close the files and set the return code the
      *  scheduler acts on.
      ******************************************************************
       9999-TERMINATE.

           CLOSE POSTING-FILE
                 MASTER-FILE
                 TXNDTL-FILE
                 REPORT-FILE.

           EVALUATE TRUE
              WHEN APPLY-FAILED
                 MOVE 8 TO RETURN-CODE
              WHEN W-REJECT-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       9999-EXIT.
           EXIT.

       END PROGRAM 'ASYNCPST'.
