      ******************************************************************
      * ASYNCRUP - batch maintenance for the customer-to-account
      *            relationship file the household inquiry resolves
      *            a customer's accounts from (VSAM KSDS ASYNCREL,
      *            see ASYNCREL.cpy).
      *
      *            Reads the relationship delta file from the
      *            order-entry system (RELIN, see ASYNCRTX.cpy - one
      *            link/change/unlink per record), edits each
      *            transaction, applies the clean ones to the
      *            relationship file and prints an update register
      *            (RPTOUT) of what was applied and what was rejected
      *            with the reason, the same way ASYNCMUP keeps the
      *            master.
      *
      *            Edits, and their reason codes:
      *              01  function code not A, C or D
      *              02  blank customer id
      *              03  blank business key
      *              04  relationship type not OW, JT or AU
      *                  (required on an add or a change)
      *              05  add for an account not on the master
      *              06  add for a link already on file
      *              07  change or delete for a link not on file
      *
      *            Ends with RETURN-CODE 0 when everything applied,
      *            4 when there were rejects, and 8 when the
      *            relationship file itself would not open or an
      *            apply failed outright.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCRUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXN-FILE ASSIGN TO RELIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL RELATION-FILE ASSIGN TO ASYNCREL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AREL-RELATION-KEY
           FILE STATUS IS W-REL-STATUS.

           SELECT OPTIONAL MASTER-FILE ASSIGN TO ASYNCMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AMST-BUSINESS-KEY
           FILE STATUS IS W-MST-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCRTX.

       FD  RELATION-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCREL.

       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCMST.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.
      *
       01 W-EOF-FLAG             PIC X(01) VALUE 'N'.
           88 END-OF-TXN-FILE         VALUE 'Y'.
       01 W-REJECT-FLAG          PIC X(01) VALUE 'N'.
           88 TXN-REJECTED            VALUE 'Y'.
       01 W-APPLY-FAIL-FLAG      PIC X(01) VALUE 'N'.
           88 APPLY-FAILED            VALUE 'Y'.

       01 W-REL-STATUS           PIC X(02) VALUE SPACE.
       01 W-MST-STATUS           PIC X(02) VALUE SPACE.

       01 W-READ-COUNT           PIC 9(07) VALUE 0.
       01 W-ADDED-COUNT          PIC 9(07) VALUE 0.
       01 W-CHANGED-COUNT        PIC 9(07) VALUE 0.
       01 W-DELETED-COUNT        PIC 9(07) VALUE 0.
       01 W-REJECT-COUNT         PIC 9(07) VALUE 0.

       01 W-REASON-CODE          PIC 9(02) VALUE 0.
       01 W-REASON-DESC          PIC X(26) VALUE SPACE.

       01 HDG-LINE-1.
           05 FILLER             PIC X(39)
              VALUE 'ASYNCREL RELATIONSHIP FILE MAINTENANCE '.
           05 FILLER             PIC X(08) VALUE 'REGISTER'.

       01 HDG-LINE-2.
           05 FILLER             PIC X(05) VALUE 'FUNC '.
           05 FILLER             PIC X(21) VALUE 'CUSTOMER ID'.
           05 FILLER             PIC X(21) VALUE 'BUSINESS KEY'.
           05 FILLER             PIC X(05) VALUE 'TYPE'.
           05 FILLER             PIC X(10) VALUE 'DISPOSAL'.
           05 FILLER             PIC X(26) VALUE 'REASON'.

       01 DETAIL-LINE.
           05 DTL-FUNCTION       PIC X(01).
           05 FILLER             PIC X(04) VALUE SPACE.
           05 DTL-CUSTOMER-ID    PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-BUSINESS-KEY   PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-RELATION-TYPE  PIC X(02).
           05 FILLER             PIC X(03) VALUE SPACE.
           05 DTL-DISPOSAL       PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACE.
           05 DTL-REASON-CODE    PIC Z9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-REASON-DESC    PIC X(26).

       01 TOTAL-LINE.
           05 TOT-TAG            PIC X(22).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-TXN THRU 2000-EXIT
              UNTIL END-OF-TXN-FILE.
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the files, write the register heading
      *  and prime the read. A relationship file that will not open
      *  is a hard stop, and so is a master that will not - every
      *  add is checked against it.
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  TXN-FILE
                       MASTER-FILE
                I-O    RELATION-FILE
                OUTPUT REPORT-FILE.

           IF W-REL-STATUS NOT = '00' AND W-REL-STATUS NOT = '05' THEN
              DISPLAY 'ASYNCRUP - RELATIONSHIP OPEN FAILED, STATUS '
                 W-REL-STATUS
              MOVE 8 TO RETURN-CODE
              CLOSE TXN-FILE MASTER-FILE REPORT-FILE
              STOP RUN
           END-IF

           IF W-MST-STATUS NOT = '00' AND W-MST-STATUS NOT = '05' THEN
              DISPLAY 'ASYNCRUP - MASTER OPEN FAILED, STATUS '
                 W-MST-STATUS
              MOVE 8 TO RETURN-CODE
              CLOSE TXN-FILE RELATION-FILE REPORT-FILE
              STOP RUN
           END-IF

           WRITE REPORT-LINE FROM HDG-LINE-1.
           WRITE REPORT-LINE FROM HDG-LINE-2.

           PERFORM 1100-READ-TXN THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

       1100-READ-TXN.

           READ TXN-FILE
               AT END MOVE 'Y' TO W-EOF-FLAG
           END-READ.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APPLY-TXN - edit one delta transaction and apply it to
      *  the relationship file when it is clean; a transaction that
      *  fails any edit goes to the register with its reason and
      *  touches nothing. Then read the next.
      ******************************************************************
       2000-APPLY-TXN.

           ADD 1 TO W-READ-COUNT
           MOVE 'N' TO W-REJECT-FLAG

           PERFORM 2500-EDIT-TXN THRU 2500-EXIT

           IF NOT TXN-REJECTED THEN
              EVALUATE TRUE
                 WHEN ARTX-FUNCTION-ADD
                    PERFORM 2100-APPLY-ADD THRU 2100-EXIT
                 WHEN ARTX-FUNCTION-CHANGE
                    PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
                 WHEN ARTX-FUNCTION-DELETE
                    PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
              END-EVALUATE
           END-IF

           IF TXN-REJECTED THEN
              PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
           END-IF

           PERFORM 1100-READ-TXN THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2500-EDIT-TXN - the structural edits every transaction takes
      *  before it is allowed anywhere near the relationship file.
      *  The first failed edit decides the reason.
      ******************************************************************
       2500-EDIT-TXN.

           IF NOT ARTX-FUNCTION-ADD
              AND NOT ARTX-FUNCTION-CHANGE
              AND NOT ARTX-FUNCTION-DELETE THEN
              MOVE 01 TO W-REASON-CODE
              MOVE 'FUNCTION NOT A, C OR D' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
              GO TO 2500-EXIT
           END-IF

           IF ARTX-CUSTOMER-ID = SPACE THEN
              MOVE 02 TO W-REASON-CODE
              MOVE 'BLANK CUSTOMER ID' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
              GO TO 2500-EXIT
           END-IF

           IF ARTX-BUSINESS-KEY = SPACE THEN
              MOVE 03 TO W-REASON-CODE
              MOVE 'BLANK BUSINESS KEY' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
              GO TO 2500-EXIT
           END-IF

      * a delete needs only the link's key; an add or a change says
      * what the relationship is, and it must be one we know
           IF NOT ARTX-FUNCTION-DELETE
              AND ARTX-RELATION-TYPE NOT = 'OW'
              AND ARTX-RELATION-TYPE NOT = 'JT'
              AND ARTX-RELATION-TYPE NOT = 'AU' THEN
              MOVE 04 TO W-REASON-CODE
              MOVE 'TYPE NOT OW, JT OR AU' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
           END-IF.

       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2100-APPLY-ADD - link the account to the customer. The
      *  account must already be on the master - a household that
      *  lists an account nobody can inquire on would answer
      *  not-found for it on every household inquiry. A link already
      *  on file is a reject, not an overlay, for the same reason
      *  ASYNCMUP rejects a double add.
      ******************************************************************
       2100-APPLY-ADD.

           MOVE ARTX-BUSINESS-KEY TO AMST-BUSINESS-KEY

           READ MASTER-FILE

           EVALUATE TRUE
              WHEN W-MST-STATUS = '00'
                 CONTINUE
              WHEN W-MST-STATUS = '23'
                 MOVE 05 TO W-REASON-CODE
                 MOVE 'ACCOUNT NOT ON MASTER' TO W-REASON-DESC
                 MOVE 'Y' TO W-REJECT-FLAG
                 GO TO 2100-EXIT
              WHEN OTHER
                 MOVE W-MST-STATUS TO W-REL-STATUS
                 PERFORM 2950-NOTE-APPLY-FAILURE THRU 2950-EXIT
                 GO TO 2100-EXIT
           END-EVALUATE

           MOVE SPACE              TO ASYNC-RELATIONSHIP-RECORD
           MOVE ARTX-CUSTOMER-ID   TO AREL-CUSTOMER-ID
           MOVE ARTX-BUSINESS-KEY  TO AREL-BUSINESS-KEY
           MOVE ARTX-RELATION-TYPE TO AREL-RELATION-TYPE

           WRITE ASYNC-RELATIONSHIP-RECORD

           EVALUATE TRUE
              WHEN W-REL-STATUS = '00'
                 ADD 1 TO W-ADDED-COUNT
                 PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT
              WHEN W-REL-STATUS = '22'
                 MOVE 06 TO W-REASON-CODE
                 MOVE 'LINK ALREADY ON FILE' TO W-REASON-DESC
                 MOVE 'Y' TO W-REJECT-FLAG
              WHEN OTHER
                 PERFORM 2950-NOTE-APPLY-FAILURE THRU 2950-EXIT
           END-EVALUATE.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-APPLY-CHANGE - read the link under the key and give it
      *  the transaction's relationship type. A link that is not
      *  there is a reject - a change is not an add in disguise.
      ******************************************************************
       2200-APPLY-CHANGE.

           MOVE ARTX-CUSTOMER-ID  TO AREL-CUSTOMER-ID
           MOVE ARTX-BUSINESS-KEY TO AREL-BUSINESS-KEY

           READ RELATION-FILE

           EVALUATE TRUE
              WHEN W-REL-STATUS = '00'
                 MOVE ARTX-RELATION-TYPE TO AREL-RELATION-TYPE
                 REWRITE ASYNC-RELATIONSHIP-RECORD
                 IF W-REL-STATUS = '00' THEN
                    ADD 1 TO W-CHANGED-COUNT
                    PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT
                 ELSE
                    PERFORM 2950-NOTE-APPLY-FAILURE THRU 2950-EXIT
                 END-IF
              WHEN W-REL-STATUS = '23'
                 MOVE 07 TO W-REASON-CODE
                 MOVE 'LINK NOT ON FILE' TO W-REASON-DESC
                 MOVE 'Y' TO W-REJECT-FLAG
              WHEN OTHER
                 PERFORM 2950-NOTE-APPLY-FAILURE THRU 2950-EXIT
           END-EVALUATE.

       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-APPLY-DELETE - take the link off the file; a link that
      *  is not there is a reject for the same reason a change for it
      *  is. The account itself stays on the master - only the
      *  customer's claim on it goes.
      ******************************************************************
       2300-APPLY-DELETE.

           MOVE ARTX-CUSTOMER-ID  TO AREL-CUSTOMER-ID
           MOVE ARTX-BUSINESS-KEY TO AREL-BUSINESS-KEY

           DELETE RELATION-FILE

           EVALUATE TRUE
              WHEN W-REL-STATUS = '00'
                 ADD 1 TO W-DELETED-COUNT
                 PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT
              WHEN W-REL-STATUS = '23'
                 MOVE 07 TO W-REASON-CODE
                 MOVE 'LINK NOT ON FILE' TO W-REASON-DESC
                 MOVE 'Y' TO W-REJECT-FLAG
              WHEN OTHER
                 PERFORM 2950-NOTE-APPLY-FAILURE THRU 2950-EXIT
           END-EVALUATE.

       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2800-REGISTER-APPLIED - one register line for a transaction
      *  that made it onto the relationship file.
      ******************************************************************
       2800-REGISTER-APPLIED.

           MOVE ARTX-FUNCTION-CODE TO DTL-FUNCTION
           MOVE ARTX-CUSTOMER-ID   TO DTL-CUSTOMER-ID
           MOVE ARTX-BUSINESS-KEY  TO DTL-BUSINESS-KEY
           MOVE ARTX-RELATION-TYPE TO DTL-RELATION-TYPE
           MOVE 'APPLIED'          TO DTL-DISPOSAL
           MOVE 0                  TO DTL-REASON-CODE
           MOVE SPACE              TO DTL-REASON-DESC
           WRITE REPORT-LINE FROM DETAIL-LINE.

       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2900-REGISTER-REJECT - one register line for a transaction
      *  that was turned away, with the reason the order-entry team
      *  needs to fix their side.
      ******************************************************************
       2900-REGISTER-REJECT.

           ADD 1 TO W-REJECT-COUNT
           MOVE ARTX-FUNCTION-CODE TO DTL-FUNCTION
           MOVE ARTX-CUSTOMER-ID   TO DTL-CUSTOMER-ID
           MOVE ARTX-BUSINESS-KEY  TO DTL-BUSINESS-KEY
           MOVE ARTX-RELATION-TYPE TO DTL-RELATION-TYPE
           MOVE 'REJECTED'         TO DTL-DISPOSAL
           MOVE W-REASON-CODE      TO DTL-REASON-CODE
           MOVE W-REASON-DESC      TO DTL-REASON-DESC
           WRITE REPORT-LINE FROM DETAIL-LINE.

       2900-EXIT.
           EXIT.

      ******************************************************************
      * 2950-NOTE-APPLY-FAILURE - an I/O failure that is not one of
      *  the expected key conditions. The transaction is registered
      *  as a reject so the register still accounts for it, and the
      *  run is flagged to end with the hard return code.
      ******************************************************************
       2950-NOTE-APPLY-FAILURE.

           MOVE 'Y' TO W-APPLY-FAIL-FLAG
           MOVE 99 TO W-REASON-CODE
           MOVE SPACE TO W-REASON-DESC
           STRING 'FILE I/O STATUS ' W-REL-STATUS
              DELIMITED BY SIZE INTO W-REASON-DESC
           MOVE 'Y' TO W-REJECT-FLAG.

       2950-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRINT-TOTALS - the register's accounting block: every
      *  transaction read is an apply or a reject, nothing else.
      ******************************************************************
       3000-PRINT-TOTALS.

           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'TRANSACTIONS READ:    ' TO TOT-TAG
           MOVE W-READ-COUNT           TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'LINKS ADDED:          ' TO TOT-TAG
           MOVE W-ADDED-COUNT          TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'LINKS CHANGED:        ' TO TOT-TAG
           MOVE W-CHANGED-COUNT        TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'LINKS DELETED:        ' TO TOT-TAG
           MOVE W-DELETED-COUNT        TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'TRANSACTIONS REJECTED:' TO TOT-TAG
           MOVE W-REJECT-COUNT         TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 9999-TERMINATE - close the files and set the return code the
      *  scheduler acts on.
      ******************************************************************
       9999-TERMINATE.

           CLOSE TXN-FILE
                 RELATION-FILE
                 MASTER-FILE
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

       END PROGRAM 'ASYNCRUP'.
