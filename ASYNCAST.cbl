      ******************************************************************
      * ASYNCAST - month-end account statement extract, with the proof
      *            that the master balances can be quoted to customers.
      *
      *            Walks the customer/account master (VSAM KSDS
      *            ASYNCMST, see ASYNCMST.cpy) in business-key order
      *            and, for each account, the month's entries on the
      *            transaction-detail KSDS (ASYNCTRN, see ASYNCTRN.cpy)
      *            the nightly posting run ASYNCPST put there. The
      *            month is given on a control card (ASTIN, laid out
      *            below) as its first and last day, in the CYYDDD
      *            form the records carry.
      *
      *            The opening balance is last month's closing balance
      *            carried forward by this run (BALIN, see
      *            ASYNCBFW.cpy), moved by any posting dated after that
      *            month-end and before this month began. Only a run
      *            that finishes writes the trailer on BALOUT; a BALIN
      *            with no trailer, or one whose count disagrees with
      *            the balances read, was cut short and stops the run
      *            rather than let its missing accounts be taken on
      *            unproved. The proof:
      *
      *               opening balance
      *             + the month's credits - the month's debits
      *             = closing balance
      *             + credits - debits posted since the month ended
      *             = AMST-CURRENT-BALANCE on the master
      *
      *            An account that proves goes to the statement
      *            extract for the print vendor (VNDOUT, see
      *            ASYNCASX.cpy) - name, status, opening balance, each
      *            of the month's transactions in date and sequence
      *            order with the running balance, and the closing
      *            balance. One that does not prove is held back from
      *            the extract and listed on the out-of-balance report
      *            (RPTOUT) with the difference, as is one carrying a
      *            transaction that is neither a debit nor a credit.
      *
      *            An account with no balance brought forward - the
      *            first run, or an account added to the master during
      *            the month - has nothing to prove against: its
      *            opening is taken from the master less the postings,
      *            it is extracted, and it is listed on the report as
      *            taken on so Audit can see it. A balance brought
      *            forward for an account no longer on the master is
      *            listed too. Every account's closing balance is
      *            carried forward to next month (BALOUT) - a held-back
      *            one as its postings make it, so the difference shows
      *            again until the master is put right.
      *
      *            The report ends with the control totals of accounts
      *            and amounts, the extract with a control trailer
      *            carrying the same totals for the vendor, and the
      *            balances carried forward with one carrying their
      *            count.
      *
      *            Ends with RETURN-CODE 8, and no extract or
      *            balance trailer, when the card is unusable, a file
      *            will not open or read, or the balances brought
      *            forward are not from before the month or are
      *            incomplete; 4 when any account was held back or a
      *            balance brought forward has no account; otherwise 0.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCAST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO ASTIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT MASTER-FILE ASSIGN TO ASYNCMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AMST-BUSINESS-KEY
           FILE STATUS IS W-MST-STATUS.

           SELECT TXNDTL-FILE ASSIGN TO ASYNCTRN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ATRN-ENTRY-KEY
           FILE STATUS IS W-TRN-STATUS.

           SELECT OPTIONAL BALANCE-IN-FILE ASSIGN TO BALIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS W-BIN-STATUS.

           SELECT BALANCE-OUT-FILE ASSIGN TO BALOUT
           ORGANIZATION IS SEQUENTIAL.

           SELECT EXTRACT-FILE ASSIGN TO VNDOUT
           ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  STATEMENT-CARD.
           05 ACRD-CARD-TYPE         PIC X(01).
               88 ACRD-MONTH-CARD         VALUE 'M'.
           05 FILLER                 PIC X(01).
           05 ACRD-FROM-DATE         PIC 9(07).
           05 FILLER                 PIC X(01).
           05 ACRD-TO-DATE           PIC 9(07).
           05 FILLER                 PIC X(63).

       FD  MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCMST.

       FD  TXNDTL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCTRN.

       FD  BALANCE-IN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCBFW REPLACING ==ASYNC-BALANCE-FORWARD== BY
                               ==BALANCE-IN-RECORD==.

       FD  BALANCE-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCBFW REPLACING ==ASYNC-BALANCE-FORWARD== BY
                               ==BALANCE-OUT-RECORD==.

       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCASX.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
      *
       01 W-CARD-EOF-FLAG        PIC X(01) VALUE 'N'.
           88 END-OF-CARD-FILE        VALUE 'Y'.
       01 W-MST-EOF-FLAG         PIC X(01) VALUE 'N'.
           88 END-OF-MASTER           VALUE 'Y'.
       01 W-BIN-EOF-FLAG         PIC X(01) VALUE 'N'.
           88 END-OF-BALANCES-IN      VALUE 'Y'.
       01 W-TRN-EOF-FLAG         PIC X(01) VALUE 'N'.
           88 END-OF-ACCOUNT-TXNS     VALUE 'Y'.
       01 W-MONTH-FLAG           PIC X(01) VALUE 'N'.
           88 MONTH-GIVEN             VALUE 'Y'.
       01 W-CARDS-FLAG           PIC X(01) VALUE 'Y'.
           88 CARDS-USABLE            VALUE 'Y'.
       01 W-RUN-FAIL-FLAG        PIC X(01) VALUE 'N'.
           88 RUN-FAILED              VALUE 'Y'.
       01 W-FORWARD-FLAG         PIC X(01) VALUE 'N'.
           88 BALANCE-BROUGHT-FORWARD VALUE 'Y'.
       01 W-BAD-TYPE-FLAG        PIC X(01) VALUE 'N'.
           88 BAD-TXN-TYPE            VALUE 'Y'.
       01 W-COUNTS-FLAG          PIC X(01) VALUE 'N'.
           88 TXN-COUNTS              VALUE 'Y'.
       01 W-BIN-PRESENT-FLAG     PIC X(01) VALUE 'N'.
           88 BALANCES-IN-PRESENT     VALUE 'Y'.
       01 W-BIN-TRAILER-FLAG     PIC X(01) VALUE 'N'.
           88 BALANCES-IN-TRAILER     VALUE 'Y'.

       01 W-MST-STATUS           PIC X(02) VALUE SPACE.
       01 W-TRN-STATUS           PIC X(02) VALUE SPACE.
       01 W-BIN-STATUS           PIC X(02) VALUE SPACE.

       01 W-FROM-DATE            PIC 9(07) VALUE 0.
       01 W-TO-DATE              PIC 9(07) VALUE 0.
       01 W-PREV-BIN-KEY         PIC X(20) VALUE LOW-VALUES.

      * the account in hand: the balance brought forward and the
      * month-end it stands at, and its postings netted by where they
      * fall against the month (credits add, debits take off)
       01 W-FORWARD-BALANCE      PIC S9(11)V99 COMP-3 VALUE 0.
       01 W-FORWARD-TO           PIC 9(07) VALUE 0.
       01 W-SIGNED-AMOUNT        PIC S9(11)V99 COMP-3 VALUE 0.
       01 W-BEFORE-NET           PIC S9(11)V99 COMP-3 VALUE 0.
       01 W-MONTH-NET            PIC S9(11)V99 COMP-3 VALUE 0.
       01 W-SINCE-NET            PIC S9(11)V99 COMP-3 VALUE 0.
       01 W-OPENING              PIC S9(11)V99 COMP-3 VALUE 0.
       01 W-CLOSING              PIC S9(11)V99 COMP-3 VALUE 0.
       01 W-EXPECTED             PIC S9(11)V99 COMP-3 VALUE 0.
       01 W-DIFFERENCE           PIC S9(11)V99 COMP-3 VALUE 0.
       01 W-RUNNING              PIC S9(11)V99 COMP-3 VALUE 0.
       01 W-ACCT-DEBIT-COUNT     PIC 9(05) VALUE 0.
       01 W-ACCT-CREDIT-COUNT    PIC 9(05) VALUE 0.
       01 W-ACCT-DEBIT-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
       01 W-ACCT-CREDIT-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
       01 W-BASIS                PIC X(01) VALUE SPACE.

      * run control totals
       01 W-CARD-COUNT           PIC 9(07) VALUE 0.
       01 W-MST-READ-COUNT       PIC 9(07) VALUE 0.
       01 W-EXTRACTED-COUNT      PIC 9(07) VALUE 0.
       01 W-HELD-COUNT           PIC 9(07) VALUE 0.
       01 W-TAKEN-ON-COUNT       PIC 9(07) VALUE 0.
       01 W-GONE-COUNT           PIC 9(07) VALUE 0.
       01 W-BIN-READ-COUNT       PIC 9(07) VALUE 0.
       01 W-BOUT-WRITE-COUNT     PIC 9(07) VALUE 0.
       01 W-TXN-EXTRACTED        PIC 9(09) VALUE 0.
       01 W-SINCE-COUNT          PIC 9(07) VALUE 0.
       01 W-EXCEPTION-COUNT      PIC 9(07) VALUE 0.

       01 W-TOT-OPENING          PIC S9(13)V99 VALUE 0.
       01 W-TOT-DEBIT            PIC S9(13)V99 VALUE 0.
       01 W-TOT-CREDIT           PIC S9(13)V99 VALUE 0.
       01 W-TOT-CLOSING          PIC S9(13)V99 VALUE 0.
       01 W-TOT-PROOF            PIC S9(13)V99 VALUE 0.
       01 W-HELD-MASTER          PIC S9(13)V99 VALUE 0.
       01 W-HELD-DIFFERENCE      PIC S9(13)V99 VALUE 0.
       01 W-GONE-BALANCE         PIC S9(13)V99 VALUE 0.

       01 HDG-LINE-1.
           05 FILLER             PIC X(44)
              VALUE 'ASYNCMST MONTH-END STATEMENT EXTRACT AND BAL'.
           05 FILLER             PIC X(11) VALUE 'ANCE PROOF'.

       01 HDG-LINE-2.
           05 FILLER             PIC X(13) VALUE 'MONTH FROM   '.
           05 HDG-FROM-DATE      PIC 9(07).
           05 FILLER             PIC X(04) VALUE ' TO '.
           05 HDG-TO-DATE        PIC 9(07).

       01 SECTION-LINE           PIC X(44).

       01 HDG-LINE-3.
           05 FILLER             PIC X(21) VALUE 'BUSINESS KEY'.
           05 FILLER             PIC X(11) VALUE 'EXCEPTION'.
           05 FILLER             PIC X(15) VALUE '        OPENING'.
           05 FILLER             PIC X(16) VALUE '      NET POSTED'.
           05 FILLER             PIC X(16) VALUE '       ON MASTER'.
           05 FILLER             PIC X(16) VALUE '      DIFFERENCE'.

       01 EXCEPTION-LINE.
           05 EXL-BUSINESS-KEY   PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 EXL-EXCEPTION      PIC X(11).
           05 EXL-OPENING        PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 EXL-NET            PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 EXL-MASTER         PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 EXL-DIFFERENCE     PIC -ZZZ,ZZZ,ZZ9.99.

       01 NONE-LINE.
           05 FILLER             PIC X(44)
              VALUE '    NO EXCEPTIONS - EVERY ACCOUNT PROVED'.

       01 MESSAGE-LINE           PIC X(100) VALUE SPACE.

       01 TOTAL-LINE.
           05 TOT-TAG            PIC X(34).
           05 TOT-COUNT          PIC ZZZ,ZZZ,ZZ9.

       01 AMOUNT-LINE.
           05 AMT-TAG            PIC X(34).
           05 AMT-AMOUNT         PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF CARDS-USABLE AND NOT RUN-FAILED THEN
              PERFORM 2000-STATE-ACCOUNT THRU 2000-EXIT
                 UNTIL END-OF-MASTER OR RUN-FAILED
              PERFORM 2900-FORWARD-GONE THRU 2900-EXIT
                 UNTIL END-OF-BALANCES-IN OR RUN-FAILED
              PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
           END-IF

           PERFORM 9999-TERMINATE THRU 9999-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the files, read the card, and either
      *  write the heading and prime the reads or say why the run
      *  cannot go on. Either KSDS failing to open is a hard stop.
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  CARD-FILE
                       MASTER-FILE
                       TXNDTL-FILE
                       BALANCE-IN-FILE
                OUTPUT BALANCE-OUT-FILE
                       EXTRACT-FILE
                       REPORT-FILE.

           IF W-MST-STATUS NOT = '00' THEN
              DISPLAY 'ASYNCAST - MASTER OPEN FAILED, STATUS '
                 W-MST-STATUS
              MOVE 8 TO RETURN-CODE
              CLOSE CARD-FILE TXNDTL-FILE BALANCE-IN-FILE
                    BALANCE-OUT-FILE EXTRACT-FILE REPORT-FILE
              STOP RUN
           END-IF

           IF W-TRN-STATUS NOT = '00' THEN
              DISPLAY 'ASYNCAST - DETAIL OPEN FAILED, STATUS '
                 W-TRN-STATUS
              MOVE 8 TO RETURN-CODE
              CLOSE CARD-FILE MASTER-FILE BALANCE-IN-FILE
                    BALANCE-OUT-FILE EXTRACT-FILE REPORT-FILE
              STOP RUN
           END-IF

      * no balances dataset at all is the first run - every account
      * is taken on
           IF W-BIN-STATUS NOT = '00' AND W-BIN-STATUS NOT = '05' THEN
              DISPLAY 'ASYNCAST - BALANCES IN OPEN FAILED, STATUS '
                 W-BIN-STATUS
              MOVE 8 TO RETURN-CODE
              CLOSE CARD-FILE MASTER-FILE TXNDTL-FILE
                    BALANCE-OUT-FILE EXTRACT-FILE REPORT-FILE
              STOP RUN
           END-IF

           IF W-BIN-STATUS = '00' THEN
              MOVE 'Y' TO W-BIN-PRESENT-FLAG
           END-IF

           WRITE REPORT-LINE FROM HDG-LINE-1.

           PERFORM 1100-READ-CARD THRU 1100-EXIT.
           PERFORM 1200-LOAD-CARD THRU 1200-EXIT
              UNTIL END-OF-CARD-FILE.

           PERFORM 1300-CHECK-CARD THRU 1300-EXIT.

           IF NOT CARDS-USABLE THEN
              WRITE REPORT-LINE FROM MESSAGE-LINE
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.

           MOVE W-FROM-DATE TO HDG-FROM-DATE.
           MOVE W-TO-DATE   TO HDG-TO-DATE.
           WRITE REPORT-LINE FROM HDG-LINE-2.

           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'OUT-OF-BALANCE AND EXCEPTION ACCOUNTS'
             TO SECTION-LINE.
           WRITE REPORT-LINE FROM SECTION-LINE.
           WRITE REPORT-LINE FROM HDG-LINE-3.

           PERFORM 1400-READ-MASTER THRU 1400-EXIT.
           PERFORM 1500-READ-BALANCE-IN THRU 1500-EXIT.

       1000-EXIT.
           EXIT.

       1100-READ-CARD.

           READ CARD-FILE
               AT END MOVE 'Y' TO W-CARD-EOF-FLAG
           END-READ.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-CARD - take the month from a month card (the last
      *  one wins). Any other card is passed over.
      ******************************************************************
       1200-LOAD-CARD.

           ADD 1 TO W-CARD-COUNT

           IF ACRD-MONTH-CARD
              AND ACRD-FROM-DATE IS NUMERIC
              AND ACRD-TO-DATE IS NUMERIC THEN
              MOVE ACRD-FROM-DATE TO W-FROM-DATE
              MOVE ACRD-TO-DATE   TO W-TO-DATE
              MOVE 'Y' TO W-MONTH-FLAG
           END-IF

           PERFORM 1100-READ-CARD THRU 1100-EXIT.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CHECK-CARD - the run needs a month that starts no later
      *  than it ends.
      ******************************************************************
       1300-CHECK-CARD.

           IF NOT MONTH-GIVEN THEN
              MOVE 'N' TO W-CARDS-FLAG
              MOVE 'NO USABLE MONTH CARD - RUN NOT MADE'
                TO MESSAGE-LINE
              GO TO 1300-EXIT
           END-IF

           IF W-FROM-DATE = 0 OR W-FROM-DATE > W-TO-DATE THEN
              MOVE 'N' TO W-CARDS-FLAG
              MOVE 'MONTH ENDS BEFORE IT STARTS - RUN NOT MADE'
                TO MESSAGE-LINE
           END-IF.

       1300-EXIT.
           EXIT.

      ******************************************************************
      * 1400-READ-MASTER - the next account in key order. A read that
      *  fails other than at the end stops the run.
      ******************************************************************
       1400-READ-MASTER.

           READ MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO W-MST-EOF-FLAG
           END-READ

           IF END-OF-MASTER THEN
              GO TO 1400-EXIT
           END-IF

           IF W-MST-STATUS NOT = '00' THEN
              MOVE SPACE TO MESSAGE-LINE
              STRING 'ASYNCMST READ FAILED, STATUS ' W-MST-STATUS
                 ' - RUN STOPPED' DELIMITED BY SIZE INTO MESSAGE-LINE
              PERFORM 2990-STOP-RUN THRU 2990-EXIT
           END-IF.

       1400-EXIT.
           EXIT.

      ******************************************************************
      * 1500-READ-BALANCE-IN - the next balance brought forward. They
      *  must come in key order and from a month-end before this
      *  month starts, and end on a trailer whose count agrees with
      *  them - anything else is the wrong dataset or one cut short,
      *  and proving against it would be worse than not running.
      ******************************************************************
       1500-READ-BALANCE-IN.

           READ BALANCE-IN-FILE
               AT END MOVE 'Y' TO W-BIN-EOF-FLAG
           END-READ

           IF END-OF-BALANCES-IN THEN
              IF BALANCES-IN-PRESENT AND NOT BALANCES-IN-TRAILER THEN
                 MOVE SPACE TO MESSAGE-LINE
                 STRING 'BALANCES BROUGHT FORWARD HAVE NO TRAILER'
                    ' - RUN STOPPED' DELIMITED BY SIZE INTO MESSAGE-LINE
                 PERFORM 2990-STOP-RUN THRU 2990-EXIT
              END-IF
              GO TO 1500-EXIT
           END-IF

           IF ABFW-TRAILER OF BALANCE-IN-RECORD THEN
              MOVE 'Y' TO W-BIN-TRAILER-FLAG
              MOVE 'Y' TO W-BIN-EOF-FLAG
              IF ABFW-ACCOUNT-COUNT OF BALANCE-IN-RECORD
                 NOT = W-BIN-READ-COUNT THEN
                 MOVE SPACE TO MESSAGE-LINE
                 STRING 'BALANCES BROUGHT FORWARD DISAGREE WITH THEIR'
                    ' TRAILER - RUN STOPPED' DELIMITED BY SIZE
                    INTO MESSAGE-LINE
                 PERFORM 2990-STOP-RUN THRU 2990-EXIT
              END-IF
              GO TO 1500-EXIT
           END-IF

           ADD 1 TO W-BIN-READ-COUNT

           IF ABFW-PERIOD-TO OF BALANCE-IN-RECORD >= W-FROM-DATE THEN
              MOVE SPACE TO MESSAGE-LINE
              STRING 'BALANCES BROUGHT FORWARD ARE NOT FROM BEFORE THE'
                 ' MONTH - RUN STOPPED' DELIMITED BY SIZE
                 INTO MESSAGE-LINE
              PERFORM 2990-STOP-RUN THRU 2990-EXIT
              GO TO 1500-EXIT
           END-IF

           IF ABFW-BUSINESS-KEY OF BALANCE-IN-RECORD
              NOT > W-PREV-BIN-KEY THEN
              MOVE SPACE TO MESSAGE-LINE
              STRING 'BALANCES BROUGHT FORWARD OUT OF KEY ORDER'
                 ' - RUN STOPPED' DELIMITED BY SIZE INTO MESSAGE-LINE
              PERFORM 2990-STOP-RUN THRU 2990-EXIT
              GO TO 1500-EXIT
           END-IF

           MOVE ABFW-BUSINESS-KEY OF BALANCE-IN-RECORD
             TO W-PREV-BIN-KEY.

       1500-EXIT.
           EXIT.

      ******************************************************************
      * 2000-STATE-ACCOUNT - one account: pick up its balance brought
      *  forward, net its postings, prove it, and extract it or hold
      *  it back; then carry its closing balance forward and read the
      *  next.
      ******************************************************************
       2000-STATE-ACCOUNT.

           ADD 1 TO W-MST-READ-COUNT

           PERFORM 2100-MATCH-FORWARD THRU 2100-EXIT
           IF RUN-FAILED THEN
              GO TO 2000-EXIT
           END-IF

           PERFORM 2200-NET-POSTINGS THRU 2200-EXIT
           IF RUN-FAILED THEN
              GO TO 2000-EXIT
           END-IF

           IF BALANCE-BROUGHT-FORWARD THEN
              COMPUTE W-OPENING = W-FORWARD-BALANCE + W-BEFORE-NET
              MOVE 'P' TO W-BASIS
           ELSE
              COMPUTE W-OPENING = AMST-CURRENT-BALANCE
                                - W-MONTH-NET - W-SINCE-NET
              MOVE 'T' TO W-BASIS
              ADD 1 TO W-TAKEN-ON-COUNT
           END-IF

           COMPUTE W-CLOSING    = W-OPENING + W-MONTH-NET
           COMPUTE W-EXPECTED   = W-CLOSING + W-SINCE-NET
           COMPUTE W-DIFFERENCE = AMST-CURRENT-BALANCE - W-EXPECTED

           EVALUATE TRUE
              WHEN BAD-TXN-TYPE
                 MOVE 'BAD TXN TYP' TO EXL-EXCEPTION
                 PERFORM 2600-HOLD-BACK THRU 2600-EXIT
              WHEN W-DIFFERENCE NOT = 0
                 MOVE 'OUT OF BAL' TO EXL-EXCEPTION
                 PERFORM 2600-HOLD-BACK THRU 2600-EXIT
              WHEN OTHER
                 PERFORM 2300-EXTRACT-ACCOUNT THRU 2300-EXIT
                 IF NOT BALANCE-BROUGHT-FORWARD THEN
                    MOVE 'TAKEN ON' TO EXL-EXCEPTION
                    PERFORM 2650-LIST-EXCEPTION THRU 2650-EXIT
                 END-IF
           END-EVALUATE

           IF RUN-FAILED THEN
              GO TO 2000-EXIT
           END-IF

           PERFORM 2700-CARRY-FORWARD THRU 2700-EXIT.

           PERFORM 1400-READ-MASTER THRU 1400-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-MATCH-FORWARD - bring the balances brought forward up to
      *  the account in hand: any for a key the master has passed is
      *  for an account no longer there; one for this key is its
      *  opening.
      ******************************************************************
       2100-MATCH-FORWARD.

           MOVE 'N' TO W-FORWARD-FLAG
           MOVE 0   TO W-FORWARD-BALANCE
           MOVE 0   TO W-FORWARD-TO

           PERFORM 2900-FORWARD-GONE THRU 2900-EXIT
              UNTIL END-OF-BALANCES-IN OR RUN-FAILED
              OR ABFW-BUSINESS-KEY OF BALANCE-IN-RECORD
                 NOT < AMST-BUSINESS-KEY

           IF END-OF-BALANCES-IN OR RUN-FAILED THEN
              GO TO 2100-EXIT
           END-IF

           IF ABFW-BUSINESS-KEY OF BALANCE-IN-RECORD
              = AMST-BUSINESS-KEY THEN
              MOVE 'Y' TO W-FORWARD-FLAG
              MOVE ABFW-CLOSING-BALANCE OF BALANCE-IN-RECORD
                TO W-FORWARD-BALANCE
              MOVE ABFW-PERIOD-TO OF BALANCE-IN-RECORD
                TO W-FORWARD-TO
              PERFORM 1500-READ-BALANCE-IN THRU 1500-EXIT
           END-IF.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-NET-POSTINGS - walk the account's entries on the detail
      *  KSDS and net each by where it falls: before the month (only
      *  those after the balance brought forward was struck), in the
      *  month, or since the month ended.
      ******************************************************************
       2200-NET-POSTINGS.

           MOVE 'N' TO W-BAD-TYPE-FLAG
           MOVE 0   TO W-BEFORE-NET
                       W-MONTH-NET
                       W-SINCE-NET
                       W-ACCT-DEBIT-COUNT
                       W-ACCT-CREDIT-COUNT
                       W-ACCT-DEBIT-TOTAL
                       W-ACCT-CREDIT-TOTAL

           PERFORM 2800-START-POSTINGS THRU 2800-EXIT
           PERFORM 2210-NET-ONE THRU 2210-EXIT
              UNTIL END-OF-ACCOUNT-TXNS.

       2200-EXIT.
           EXIT.

       2210-NET-ONE.

           PERFORM 2810-READ-POSTING THRU 2810-EXIT
           IF END-OF-ACCOUNT-TXNS THEN
              GO TO 2210-EXIT
           END-IF

      * an entry already inside the balance brought forward - or, for
      * an account taken on, from before the month - plays no part
           MOVE 'Y' TO W-COUNTS-FLAG
           IF ATRN-TXN-DATE < W-FROM-DATE THEN
              IF NOT BALANCE-BROUGHT-FORWARD
                 OR ATRN-TXN-DATE NOT > W-FORWARD-TO THEN
                 MOVE 'N' TO W-COUNTS-FLAG
              END-IF
           END-IF
           IF NOT TXN-COUNTS THEN
              GO TO 2210-EXIT
           END-IF

      * an entry of neither type marks the account but is only passed
      * over itself - the valid entries after it are still netted, so
      * the balance carried forward is right whatever the entry was
           PERFORM 2820-SIGN-AMOUNT THRU 2820-EXIT
           IF NOT ATRN-TYPE-DEBIT AND NOT ATRN-TYPE-CREDIT THEN
              GO TO 2210-EXIT
           END-IF

           EVALUATE TRUE
              WHEN ATRN-TXN-DATE < W-FROM-DATE
                 ADD W-SIGNED-AMOUNT TO W-BEFORE-NET
              WHEN ATRN-TXN-DATE > W-TO-DATE
                 ADD W-SIGNED-AMOUNT TO W-SINCE-NET
                 ADD 1 TO W-SINCE-COUNT
              WHEN OTHER
                 ADD W-SIGNED-AMOUNT TO W-MONTH-NET
                 IF ATRN-TYPE-DEBIT THEN
                    ADD 1 TO W-ACCT-DEBIT-COUNT
                    ADD ATRN-TXN-AMOUNT TO W-ACCT-DEBIT-TOTAL
                 ELSE
                    ADD 1 TO W-ACCT-CREDIT-COUNT
                    ADD ATRN-TXN-AMOUNT TO W-ACCT-CREDIT-TOTAL
                 END-IF
           END-EVALUATE.

       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2300-EXTRACT-ACCOUNT - the account proved: its header, the
      *  month's transactions walked again in key (date and sequence)
      *  order with the running balance, and its closing record.
      ******************************************************************
       2300-EXTRACT-ACCOUNT.

           MOVE SPACE                TO ASYNC-STATEMENT-HEADER
           MOVE 'H'                  TO AASX-RECORD-TYPE
           MOVE AMST-BUSINESS-KEY    TO AASX-BUSINESS-KEY
           MOVE AMST-CUSTOMER-NAME   TO AASX-CUSTOMER-NAME
           MOVE AMST-ACCOUNT-STATUS  TO AASX-ACCOUNT-STATUS
           MOVE W-FROM-DATE          TO AASX-PERIOD-FROM
           MOVE W-TO-DATE            TO AASX-PERIOD-TO
           MOVE W-OPENING            TO AASX-OPENING-BALANCE
           WRITE ASYNC-STATEMENT-HEADER.

           MOVE W-OPENING TO W-RUNNING
           PERFORM 2800-START-POSTINGS THRU 2800-EXIT
           PERFORM 2310-EXTRACT-ONE THRU 2310-EXIT
              UNTIL END-OF-ACCOUNT-TXNS

           IF RUN-FAILED THEN
              GO TO 2300-EXIT
           END-IF

           MOVE SPACE                TO ASYNC-STATEMENT-CLOSING
           MOVE 'C'                  TO AASC-RECORD-TYPE
           MOVE AMST-BUSINESS-KEY    TO AASC-BUSINESS-KEY
           MOVE W-ACCT-DEBIT-COUNT   TO AASC-DEBIT-COUNT
           MOVE W-ACCT-DEBIT-TOTAL   TO AASC-DEBIT-TOTAL
           MOVE W-ACCT-CREDIT-COUNT  TO AASC-CREDIT-COUNT
           MOVE W-ACCT-CREDIT-TOTAL  TO AASC-CREDIT-TOTAL
           MOVE W-CLOSING            TO AASC-CLOSING-BALANCE
           WRITE ASYNC-STATEMENT-CLOSING.

           ADD 1                   TO W-EXTRACTED-COUNT
           ADD W-OPENING           TO W-TOT-OPENING
           ADD W-ACCT-DEBIT-TOTAL  TO W-TOT-DEBIT
           ADD W-ACCT-CREDIT-TOTAL TO W-TOT-CREDIT
           ADD W-CLOSING           TO W-TOT-CLOSING.

       2300-EXIT.
           EXIT.

       2310-EXTRACT-ONE.

           PERFORM 2810-READ-POSTING THRU 2810-EXIT
           IF END-OF-ACCOUNT-TXNS THEN
              GO TO 2310-EXIT
           END-IF

           IF ATRN-TXN-DATE < W-FROM-DATE
              OR ATRN-TXN-DATE > W-TO-DATE THEN
              GO TO 2310-EXIT
           END-IF

           PERFORM 2820-SIGN-AMOUNT THRU 2820-EXIT
           ADD W-SIGNED-AMOUNT TO W-RUNNING

           MOVE SPACE                TO ASYNC-STATEMENT-DETAIL
           MOVE 'D'                  TO AASD-RECORD-TYPE
           MOVE ATRN-BUSINESS-KEY    TO AASD-BUSINESS-KEY
           MOVE ATRN-TXN-DATE        TO AASD-TXN-DATE
           MOVE ATRN-TXN-SEQ         TO AASD-TXN-SEQ
           MOVE ATRN-TXN-TYPE        TO AASD-TXN-TYPE
           MOVE ATRN-TXN-AMOUNT      TO AASD-TXN-AMOUNT
           MOVE ATRN-TXN-DESC        TO AASD-TXN-DESC
           MOVE W-RUNNING            TO AASD-RUNNING-BALANCE
           WRITE ASYNC-STATEMENT-DETAIL.

           ADD 1 TO W-TXN-EXTRACTED.

       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2600-HOLD-BACK - the account did not prove: nothing of it goes
      *  to the extract, and it is listed with the difference.
      ******************************************************************
       2600-HOLD-BACK.

           MOVE 'H' TO W-BASIS
           ADD 1 TO W-HELD-COUNT
           ADD AMST-CURRENT-BALANCE TO W-HELD-MASTER
           ADD W-DIFFERENCE         TO W-HELD-DIFFERENCE
           PERFORM 2650-LIST-EXCEPTION THRU 2650-EXIT.

       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2650-LIST-EXCEPTION - one line on the out-of-balance report for
      *  the account in hand, EXL-EXCEPTION already set: the opening,
      *  everything posted since it, what the master holds, and by how
      *  much the master is out.
      ******************************************************************
       2650-LIST-EXCEPTION.

           ADD 1 TO W-EXCEPTION-COUNT
           MOVE AMST-BUSINESS-KEY    TO EXL-BUSINESS-KEY
           MOVE W-OPENING            TO EXL-OPENING
           COMPUTE EXL-NET = W-MONTH-NET + W-SINCE-NET
           MOVE AMST-CURRENT-BALANCE TO EXL-MASTER
           MOVE W-DIFFERENCE         TO EXL-DIFFERENCE
           WRITE REPORT-LINE FROM EXCEPTION-LINE.

       2650-EXIT.
           EXIT.

      ******************************************************************
      * 2700-CARRY-FORWARD - the account's closing balance, as its
      *  postings make it, for next month's opening.
      ******************************************************************
       2700-CARRY-FORWARD.

           MOVE SPACE             TO BALANCE-OUT-RECORD
           MOVE AMST-BUSINESS-KEY
             TO ABFW-BUSINESS-KEY OF BALANCE-OUT-RECORD
           MOVE W-TO-DATE
             TO ABFW-PERIOD-TO OF BALANCE-OUT-RECORD
           MOVE W-CLOSING
             TO ABFW-CLOSING-BALANCE OF BALANCE-OUT-RECORD
           MOVE W-BASIS
             TO ABFW-BALANCE-BASIS OF BALANCE-OUT-RECORD
           MOVE 0
             TO ABFW-ACCOUNT-COUNT OF BALANCE-OUT-RECORD
           WRITE BALANCE-OUT-RECORD.

           ADD 1 TO W-BOUT-WRITE-COUNT.

       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2800-START-POSTINGS - position on the account's first entry on
      *  the detail KSDS. No entry at or after the key leaves nothing
      *  to walk; any other failure stops the run.
      ******************************************************************
       2800-START-POSTINGS.

           MOVE 'N' TO W-TRN-EOF-FLAG
           MOVE AMST-BUSINESS-KEY TO ATRN-BUSINESS-KEY
           MOVE 0                 TO ATRN-TXN-DATE
           MOVE 0                 TO ATRN-TXN-SEQ

           START TXNDTL-FILE KEY IS NOT LESS THAN ATRN-ENTRY-KEY

           EVALUATE TRUE
              WHEN W-TRN-STATUS = '00'
                 CONTINUE
              WHEN W-TRN-STATUS = '23'
                 MOVE 'Y' TO W-TRN-EOF-FLAG
              WHEN OTHER
                 MOVE 'Y' TO W-TRN-EOF-FLAG
                 MOVE SPACE TO MESSAGE-LINE
                 STRING 'ASYNCTRN START FAILED, STATUS ' W-TRN-STATUS
                    ' - RUN STOPPED' DELIMITED BY SIZE
                    INTO MESSAGE-LINE
                 PERFORM 2990-STOP-RUN THRU 2990-EXIT
           END-EVALUATE.

       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2810-READ-POSTING - the account's next entry; the first entry
      *  for another key ends the walk.
      ******************************************************************
       2810-READ-POSTING.

           READ TXNDTL-FILE NEXT RECORD
               AT END MOVE 'Y' TO W-TRN-EOF-FLAG
           END-READ

           IF END-OF-ACCOUNT-TXNS THEN
              GO TO 2810-EXIT
           END-IF

           IF W-TRN-STATUS NOT = '00' THEN
              MOVE 'Y' TO W-TRN-EOF-FLAG
              MOVE SPACE TO MESSAGE-LINE
              STRING 'ASYNCTRN READ FAILED, STATUS ' W-TRN-STATUS
                 ' - RUN STOPPED' DELIMITED BY SIZE INTO MESSAGE-LINE
              PERFORM 2990-STOP-RUN THRU 2990-EXIT
              GO TO 2810-EXIT
           END-IF

           IF ATRN-BUSINESS-KEY NOT = AMST-BUSINESS-KEY THEN
              MOVE 'Y' TO W-TRN-EOF-FLAG
           END-IF.

       2810-EXIT.
           EXIT.

      ******************************************************************
      * 2820-SIGN-AMOUNT - the entry's amount as it moves the balance:
      *  a credit adds it on, a debit takes it off. An entry that is
      *  neither cannot be proved and marks the account.
      ******************************************************************
       2820-SIGN-AMOUNT.

           EVALUATE TRUE
              WHEN ATRN-TYPE-CREDIT
                 MOVE ATRN-TXN-AMOUNT TO W-SIGNED-AMOUNT
              WHEN ATRN-TYPE-DEBIT
                 COMPUTE W-SIGNED-AMOUNT = 0 - ATRN-TXN-AMOUNT
              WHEN OTHER
                 MOVE 0 TO W-SIGNED-AMOUNT
                 MOVE 'Y' TO W-BAD-TYPE-FLAG
           END-EVALUATE.

       2820-EXIT.
           EXIT.

      ******************************************************************
      * 2900-FORWARD-GONE - a balance brought forward for an account
      *  the master no longer holds: listed with its balance, not
      *  carried any further, and the next one read.
      ******************************************************************
       2900-FORWARD-GONE.

           ADD 1 TO W-GONE-COUNT
           ADD 1 TO W-EXCEPTION-COUNT
           ADD ABFW-CLOSING-BALANCE OF BALANCE-IN-RECORD
             TO W-GONE-BALANCE

           MOVE ABFW-BUSINESS-KEY OF BALANCE-IN-RECORD
             TO EXL-BUSINESS-KEY
           MOVE 'NOT ON MAST' TO EXL-EXCEPTION
           MOVE ABFW-CLOSING-BALANCE OF BALANCE-IN-RECORD
             TO EXL-OPENING
           MOVE 0 TO EXL-NET
           MOVE 0 TO EXL-MASTER
           MOVE 0 TO EXL-DIFFERENCE
           WRITE REPORT-LINE FROM EXCEPTION-LINE.

           PERFORM 1500-READ-BALANCE-IN THRU 1500-EXIT.

       2900-EXIT.
           EXIT.

      ******************************************************************
      * 2990-STOP-RUN - an I/O failure or a wrong dataset: say so on
      *  the report and stop taking accounts. Neither the extract nor
      *  the balances carried forward get a trailer, so neither the
      *  vendor nor next month's run can take them for a whole file.
      ******************************************************************
       2990-STOP-RUN.

           MOVE 'Y' TO W-RUN-FAIL-FLAG
           WRITE REPORT-LINE FROM MESSAGE-LINE.

       2990-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PRINT-TOTALS - the control trailers on the extract and on
      *  the balances carried forward, and the report's control
      *  totals: every account on the master is extracted or held
      *  back, and the extracted openings plus credits less debits
      *  come to the extracted closings.
      ******************************************************************
       4000-PRINT-TOTALS.

           IF W-EXCEPTION-COUNT = 0 AND NOT RUN-FAILED THEN
              WRITE REPORT-LINE FROM NONE-LINE
           END-IF

           IF NOT RUN-FAILED THEN
              MOVE SPACE              TO ASYNC-STATEMENT-TRAILER
              MOVE 'Z'                TO AAST-RECORD-TYPE
              MOVE W-EXTRACTED-COUNT  TO AAST-ACCOUNT-COUNT
              MOVE W-TXN-EXTRACTED    TO AAST-TXN-COUNT
              MOVE W-TOT-OPENING      TO AAST-OPENING-TOTAL
              MOVE W-TOT-DEBIT        TO AAST-DEBIT-TOTAL
              MOVE W-TOT-CREDIT       TO AAST-CREDIT-TOTAL
              MOVE W-TOT-CLOSING      TO AAST-CLOSING-TOTAL
              WRITE ASYNC-STATEMENT-TRAILER

              MOVE SPACE              TO BALANCE-OUT-RECORD
              MOVE HIGH-VALUES
                TO ABFW-BUSINESS-KEY OF BALANCE-OUT-RECORD
              MOVE W-TO-DATE
                TO ABFW-PERIOD-TO OF BALANCE-OUT-RECORD
              MOVE 0
                TO ABFW-CLOSING-BALANCE OF BALANCE-OUT-RECORD
              MOVE W-BOUT-WRITE-COUNT
                TO ABFW-ACCOUNT-COUNT OF BALANCE-OUT-RECORD
              WRITE BALANCE-OUT-RECORD
           END-IF

           COMPUTE W-TOT-PROOF = W-TOT-OPENING + W-TOT-CREDIT
                               - W-TOT-DEBIT - W-TOT-CLOSING

           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'CONTROL TOTALS' TO SECTION-LINE
           WRITE REPORT-LINE FROM SECTION-LINE

           MOVE 'ACCOUNTS ON THE MASTER:' TO TOT-TAG
           MOVE W-MST-READ-COUNT TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE '  EXTRACTED:' TO TOT-TAG
           MOVE W-EXTRACTED-COUNT TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE '  HELD BACK:' TO TOT-TAG
           MOVE W-HELD-COUNT TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE 'OPENINGS TAKEN ON FROM THE MASTER:' TO TOT-TAG
           MOVE W-TAKEN-ON-COUNT TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE 'BALANCES BROUGHT FORWARD:' TO TOT-TAG
           MOVE W-BIN-READ-COUNT TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE '  FOR ACCOUNTS NOT ON THE MASTER:' TO TOT-TAG
           MOVE W-GONE-COUNT TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE 'TRANSACTIONS EXTRACTED:' TO TOT-TAG
           MOVE W-TXN-EXTRACTED TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE 'POSTED SINCE THE MONTH ENDED:' TO TOT-TAG
           MOVE W-SINCE-COUNT TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'OPENING BALANCES EXTRACTED:' TO AMT-TAG
           MOVE W-TOT-OPENING TO AMT-AMOUNT
           WRITE REPORT-LINE FROM AMOUNT-LINE
           MOVE '  PLUS CREDITS:' TO AMT-TAG
           MOVE W-TOT-CREDIT TO AMT-AMOUNT
           WRITE REPORT-LINE FROM AMOUNT-LINE
           MOVE '  LESS DEBITS:' TO AMT-TAG
           MOVE W-TOT-DEBIT TO AMT-AMOUNT
           WRITE REPORT-LINE FROM AMOUNT-LINE
           MOVE 'CLOSING BALANCES EXTRACTED:' TO AMT-TAG
           MOVE W-TOT-CLOSING TO AMT-AMOUNT
           WRITE REPORT-LINE FROM AMOUNT-LINE
           MOVE 'PROOF DIFFERENCE (MUST BE ZERO):' TO AMT-TAG
           MOVE W-TOT-PROOF TO AMT-AMOUNT
           WRITE REPORT-LINE FROM AMOUNT-LINE
           MOVE 'MASTER BALANCES HELD BACK:' TO AMT-TAG
           MOVE W-HELD-MASTER TO AMT-AMOUNT
           WRITE REPORT-LINE FROM AMOUNT-LINE
           MOVE '  OUT BY:' TO AMT-TAG
           MOVE W-HELD-DIFFERENCE TO AMT-AMOUNT
           WRITE REPORT-LINE FROM AMOUNT-LINE
           MOVE 'BROUGHT FORWARD, NOT ON MASTER:' TO AMT-TAG
           MOVE W-GONE-BALANCE TO AMT-AMOUNT
           WRITE REPORT-LINE FROM AMOUNT-LINE.

       4000-EXIT.
           EXIT.

      ******************************************************************
      * 9999-TERMINATE - close the files and set the return code the
      *  scheduler acts on.
      ******************************************************************
       9999-TERMINATE.

           CLOSE CARD-FILE
                 MASTER-FILE
                 TXNDTL-FILE
                 BALANCE-IN-FILE
                 BALANCE-OUT-FILE
                 EXTRACT-FILE
                 REPORT-FILE.

           EVALUATE TRUE
              WHEN NOT CARDS-USABLE
              WHEN RUN-FAILED
                 MOVE 8 TO RETURN-CODE
              WHEN W-HELD-COUNT > 0
              WHEN W-GONE-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       9999-EXIT.
           EXIT.

       END PROGRAM 'ASYNCAST'.
