      ******************************************************************
      * ASYNCPFU - batch maintenance for the time-of-day dispatch
      *            profiles (VSAM KSDS ASYNCPRF, see ASYNCPRF.cpy) and
      *            the schedule that says which of them is in force
      *            when (VSAM KSDS ASYNCPSC, see ASYNCPSC.cpy).
      *
      *            Reads 80-byte control cards (PFLIN), edits each,
      *            applies the clean ones and prints an update register
      *            (RPTOUT) of what was applied and what was rejected
      *            with the reason. Column 1 is the card type, column 2
      *            the action - A adds or replaces, D deletes:
      *
      *              P  profile slot card
      *                   3-10  profile name
      *                     11  slot number 1-4
      *                  12-15  child transid
      *                     16  fetch strategy 1, 2 or 3
      *                  17-24  timeout value, 8 digits
      *                  25-32  SLA threshold seconds, 8 digits
      *                     33  active flag Y or N
      *                  34-37  maximum retries, 4 digits
      *                  38-67  profile description (kept as it
      *                         stands when left blank)
      *                 A sets the slot's settings within the profile,
      *                 adding the profile when it is new. D with a
      *                 slot number blanks that slot's settings - the
      *                 slot is then left alone while the profile is in
      *                 force - and D with column 11 blank takes the
      *                 whole profile off the file.
      *
      *              W  schedule window card
      *                    3-5  entry number
      *                   6-12  days, Y or N for each of Sunday
      *                         through Saturday
      *                  13-16  start time HHMM
      *                  17-20  end time HHMM (up to 2400)
      *                  21-28  profile name
      *                  29-58  description
      *                 A adds or replaces the entry, D takes it off.
      *
      *            When a profile slot is changed while that profile
      *            is the one in force, the in-force record is taken
      *            off the profile file so ASYNCPG1 puts the profile
      *            onto the control table afresh on its next run.
      *
      *            Edits, and their reason codes:
      *              01  card type not P or W
      *              02  action not A or D
      *              03  profile name blank or starting with an
      *                  asterisk
      *              04  slot number not 1-4
      *              05  add with a blank child transid
      *              06  fetch strategy not 1, 2 or 3
      *              07  timeout, SLA threshold or retries not numeric
      *              08  active flag not Y or N
      *              09  entry number not numeric
      *              10  day flags not all Y or N
      *              11  start or end time not a time of day, or the
      *                  start not before the end
      *              12  window for a profile not on file
      *              13  delete for a record not on file
      *
      *            Ends with RETURN-CODE 0 when everything applied,
      *            4 when there were rejects, and 8 when either file
      *            would not open or an apply failed outright.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCPFU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO PFLIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL PROFILE-FILE ASSIGN TO ASYNCPRF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS APRF-PROFILE-NAME
           FILE STATUS IS W-PRF-STATUS.

           SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO ASYNCPSC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS APSC-ENTRY-SEQ
           FILE STATUS IS W-PSC-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  PFL-CARD.
           05 PFL-CARD-TYPE          PIC X(01).
               88 PFL-PROFILE-CARD       VALUE 'P'.
               88 PFL-WINDOW-CARD        VALUE 'W'.
           05 PFL-ACTION             PIC X(01).
               88 PFL-ACTION-ADD         VALUE 'A'.
               88 PFL-ACTION-DELETE      VALUE 'D'.
           05 PFL-CARD-BODY          PIC X(78).
           05 PFL-PROFILE-BODY REDEFINES PFL-CARD-BODY.
              10 PFL-PROFILE-NAME    PIC X(08).
              10 PFL-SLOT-X          PIC X(01).
              10 PFL-SLOT-NBR REDEFINES PFL-SLOT-X
                                     PIC 9(01).
              10 PFL-CHILD-TRANSID   PIC X(04).
              10 PFL-FETCH-STRATEGY  PIC X(01).
              10 PFL-TIMEOUT-VALUE   PIC 9(08).
              10 PFL-SLA-THRESHOLD   PIC 9(08).
              10 PFL-ACTIVE-FLAG     PIC X(01).
              10 PFL-MAX-RETRIES     PIC 9(04).
              10 PFL-PROFILE-DESC    PIC X(30).
              10 FILLER              PIC X(13).
           05 PFL-WINDOW-BODY REDEFINES PFL-CARD-BODY.
              10 PFL-ENTRY-SEQ       PIC 9(03).
              10 PFL-DAY-FLAGS.
                 15 PFL-DAY-FLAG     PIC X(01) OCCURS 7 TIMES.
              10 PFL-START-HHMM      PIC 9(04).
              10 PFL-START-PARTS REDEFINES PFL-START-HHMM.
                 15 PFL-START-HH     PIC 9(02).
                 15 PFL-START-MM     PIC 9(02).
              10 PFL-END-HHMM        PIC 9(04).
              10 PFL-END-PARTS REDEFINES PFL-END-HHMM.
                 15 PFL-END-HH       PIC 9(02).
                 15 PFL-END-MM       PIC 9(02).
              10 PFL-WINDOW-PROFILE  PIC X(08).
              10 PFL-WINDOW-DESC     PIC X(30).
              10 FILLER              PIC X(22).

       FD  PROFILE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCPRF.

       FD  SCHEDULE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCPSC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE           PIC X(90).

       WORKING-STORAGE SECTION.
      *
       01 W-EOF-FLAG             PIC X(01) VALUE 'N'.
           88 END-OF-CARD-FILE        VALUE 'Y'.
       01 W-REJECT-FLAG          PIC X(01) VALUE 'N'.
           88 CARD-REJECTED           VALUE 'Y'.
       01 W-APPLY-FAIL-FLAG      PIC X(01) VALUE 'N'.
           88 APPLY-FAILED            VALUE 'Y'.

       01 W-PRF-STATUS           PIC X(02) VALUE SPACE.
       01 W-PSC-STATUS           PIC X(02) VALUE SPACE.
       01 W-FAIL-STATUS          PIC X(02) VALUE SPACE.

       01 W-READ-COUNT           PIC 9(07) VALUE 0.
       01 W-SLOT-SET-COUNT       PIC 9(07) VALUE 0.
       01 W-SLOT-CLEARED-COUNT   PIC 9(07) VALUE 0.
       01 W-PRF-DELETED-COUNT    PIC 9(07) VALUE 0.
       01 W-WINDOW-SET-COUNT     PIC 9(07) VALUE 0.
       01 W-WINDOW-DELETED-COUNT PIC 9(07) VALUE 0.
       01 W-INFORCE-RESET-COUNT  PIC 9(07) VALUE 0.
       01 W-REJECT-COUNT         PIC 9(07) VALUE 0.

       01 W-REASON-CODE          PIC 9(02) VALUE 0.
       01 W-REASON-DESC          PIC X(26) VALUE SPACE.

       01 W-DAY-SUB              PIC S9(4) COMP VALUE 0.
       01 W-INFORCE-KEY          PIC X(08) VALUE '*INFORCE'.

      * the control record image a profile slot card builds
       COPY ASYNCCTL.

       01 HDG-LINE-1.
           05 FILLER             PIC X(39)
              VALUE 'ASYNCPRF DISPATCH PROFILE MAINTENANCE R'.
           05 FILLER             PIC X(07) VALUE 'EGISTER'.

       01 HDG-LINE-2.
           05 FILLER             PIC X(05) VALUE 'CARD '.
           05 FILLER             PIC X(09) VALUE 'PROFILE'.
           05 FILLER             PIC X(06) VALUE 'ENTRY'.
           05 FILLER             PIC X(05) VALUE 'SLOT'.
           05 FILLER             PIC X(10) VALUE 'DISPOSAL'.
           05 FILLER             PIC X(26) VALUE 'REASON'.

       01 DETAIL-LINE.
           05 DTL-CARD-TYPE      PIC X(01).
           05 DTL-ACTION         PIC X(01).
           05 FILLER             PIC X(03) VALUE SPACE.
           05 DTL-PROFILE-NAME   PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-ENTRY-SEQ      PIC X(03).
           05 FILLER             PIC X(03) VALUE SPACE.
           05 DTL-SLOT           PIC X(01).
           05 FILLER             PIC X(04) VALUE SPACE.
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
           PERFORM 2000-APPLY-CARD THRU 2000-EXIT
              UNTIL END-OF-CARD-FILE.
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the files, write the register heading
      *  and prime the read. Either dataset failing to open is a hard
      *  stop - a schedule without its profiles, or the other way
      *  round, is worse than no change at all.
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT  CARD-FILE
                I-O    PROFILE-FILE
                I-O    SCHEDULE-FILE
                OUTPUT REPORT-FILE.

           IF (W-PRF-STATUS NOT = '00' AND W-PRF-STATUS NOT = '05')
              OR (W-PSC-STATUS NOT = '00' AND W-PSC-STATUS NOT = '05')
              THEN
              DISPLAY 'ASYNCPFU - PROFILE/SCHEDULE OPEN FAILED, STATUS '
                 W-PRF-STATUS '/' W-PSC-STATUS
              MOVE 8 TO RETURN-CODE
              CLOSE CARD-FILE REPORT-FILE
              STOP RUN
           END-IF

           WRITE REPORT-LINE FROM HDG-LINE-1.
           WRITE REPORT-LINE FROM HDG-LINE-2.

           PERFORM 1100-READ-CARD THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

       1100-READ-CARD.

           READ CARD-FILE
               AT END MOVE 'Y' TO W-EOF-FLAG
           END-READ.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-APPLY-CARD - edit one control card and apply it when it
      *  is clean; a card that fails any edit goes to the register
      *  with its reason and touches nothing. Then read the next.
      ******************************************************************
       2000-APPLY-CARD.

           ADD 1 TO W-READ-COUNT
           MOVE 'N' TO W-REJECT-FLAG

           IF PFL-PROFILE-CARD THEN
              PERFORM 2500-EDIT-PROFILE-CARD THRU 2500-EXIT
           ELSE
              PERFORM 2600-EDIT-WINDOW-CARD THRU 2600-EXIT
           END-IF

           IF NOT CARD-REJECTED THEN
              EVALUATE TRUE
                 WHEN PFL-PROFILE-CARD AND PFL-ACTION-ADD
                    PERFORM 2100-SET-PROFILE-SLOT THRU 2100-EXIT
                 WHEN PFL-PROFILE-CARD AND PFL-SLOT-X = SPACE
                    PERFORM 2300-DELETE-PROFILE THRU 2300-EXIT
                 WHEN PFL-PROFILE-CARD
                    PERFORM 2200-CLEAR-PROFILE-SLOT THRU 2200-EXIT
                 WHEN PFL-ACTION-ADD
                    PERFORM 2400-SET-WINDOW THRU 2400-EXIT
                 WHEN OTHER
                    PERFORM 2450-DELETE-WINDOW THRU 2450-EXIT
              END-EVALUATE
           END-IF

           IF CARD-REJECTED THEN
              PERFORM 2900-REGISTER-REJECT THRU 2900-EXIT
           END-IF

           PERFORM 1100-READ-CARD THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2500-EDIT-PROFILE-CARD - the edits a profile slot card takes.
      *  The first failed edit decides the reason.
      ******************************************************************
       2500-EDIT-PROFILE-CARD.

           IF NOT PFL-ACTION-ADD AND NOT PFL-ACTION-DELETE THEN
              MOVE 02 TO W-REASON-CODE
              MOVE 'ACTION NOT A OR D' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
              GO TO 2500-EXIT
           END-IF

      * asterisk keys are the file's own - the in-force record lives
      * under one
           IF PFL-PROFILE-NAME = SPACE
              OR PFL-PROFILE-NAME(1:1) = '*' THEN
              MOVE 03 TO W-REASON-CODE
              MOVE 'PROFILE NAME BLANK OR *' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
              GO TO 2500-EXIT
           END-IF

      * a delete may leave the slot blank to mean the whole profile
           IF PFL-ACTION-DELETE AND PFL-SLOT-X = SPACE THEN
              GO TO 2500-EXIT
           END-IF

           IF PFL-SLOT-X < '1' OR PFL-SLOT-X > '4' THEN
              MOVE 04 TO W-REASON-CODE
              MOVE 'SLOT NOT 1-4' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
              GO TO 2500-EXIT
           END-IF

           IF PFL-ACTION-DELETE THEN
              GO TO 2500-EXIT
           END-IF

           IF PFL-CHILD-TRANSID = SPACE THEN
              MOVE 05 TO W-REASON-CODE
              MOVE 'ADD WITH BLANK TRANSID' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
              GO TO 2500-EXIT
           END-IF

           IF PFL-FETCH-STRATEGY NOT = '1'
              AND PFL-FETCH-STRATEGY NOT = '2'
              AND PFL-FETCH-STRATEGY NOT = '3' THEN
              MOVE 06 TO W-REASON-CODE
              MOVE 'STRATEGY NOT 1, 2 OR 3' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
              GO TO 2500-EXIT
           END-IF

           IF PFL-TIMEOUT-VALUE IS NOT NUMERIC
              OR PFL-SLA-THRESHOLD IS NOT NUMERIC
              OR PFL-MAX-RETRIES IS NOT NUMERIC THEN
              MOVE 07 TO W-REASON-CODE
              MOVE 'TIMEOUT/SLA/RETRY NOT NUM' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
              GO TO 2500-EXIT
           END-IF

           IF PFL-ACTIVE-FLAG NOT = 'Y'
              AND PFL-ACTIVE-FLAG NOT = 'N' THEN
              MOVE 08 TO W-REASON-CODE
              MOVE 'ACTIVE FLAG NOT Y OR N' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
           END-IF.

       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-EDIT-WINDOW-CARD - the edits a schedule window card
      *  takes; a card of neither type is turned away here too. A
      *  delete needs only its entry number.
      ******************************************************************
       2600-EDIT-WINDOW-CARD.

           IF NOT PFL-WINDOW-CARD THEN
              MOVE 01 TO W-REASON-CODE
              MOVE 'CARD TYPE NOT P OR W' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
              GO TO 2600-EXIT
           END-IF

           IF NOT PFL-ACTION-ADD AND NOT PFL-ACTION-DELETE THEN
              MOVE 02 TO W-REASON-CODE
              MOVE 'ACTION NOT A OR D' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
              GO TO 2600-EXIT
           END-IF

           IF PFL-ENTRY-SEQ IS NOT NUMERIC THEN
              MOVE 09 TO W-REASON-CODE
              MOVE 'ENTRY NUMBER NOT NUMERIC' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
              GO TO 2600-EXIT
           END-IF

           IF PFL-ACTION-DELETE THEN
              GO TO 2600-EXIT
           END-IF

           IF PFL-WINDOW-PROFILE = SPACE
              OR PFL-WINDOW-PROFILE(1:1) = '*' THEN
              MOVE 03 TO W-REASON-CODE
              MOVE 'PROFILE NAME BLANK OR *' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
              GO TO 2600-EXIT
           END-IF

           PERFORM 2610-EDIT-DAY-FLAG THRU 2610-EXIT
              VARYING W-DAY-SUB FROM 1 BY 1
              UNTIL W-DAY-SUB > 7 OR CARD-REJECTED

           IF CARD-REJECTED THEN
              GO TO 2600-EXIT
           END-IF

      * a window runs within one calendar day: 0000 up to 2400, the
      * start strictly before the end
           IF PFL-START-HHMM IS NOT NUMERIC
              OR PFL-END-HHMM IS NOT NUMERIC
              OR PFL-START-HH > 23 OR PFL-START-MM > 59
              OR PFL-END-MM > 59 OR PFL-END-HHMM > 2400
              OR PFL-START-HHMM NOT < PFL-END-HHMM THEN
              MOVE 11 TO W-REASON-CODE
              MOVE 'START/END TIME NOT VALID' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
              GO TO 2600-EXIT
           END-IF

           MOVE PFL-WINDOW-PROFILE TO APRF-PROFILE-NAME

           READ PROFILE-FILE

           EVALUATE TRUE
              WHEN W-PRF-STATUS = '00'
                 CONTINUE
              WHEN W-PRF-STATUS = '23'
                 MOVE 12 TO W-REASON-CODE
                 MOVE 'PROFILE NOT ON FILE' TO W-REASON-DESC
                 MOVE 'Y' TO W-REJECT-FLAG
              WHEN OTHER
                 MOVE W-PRF-STATUS TO W-FAIL-STATUS
                 PERFORM 2950-NOTE-APPLY-FAILURE THRU 2950-EXIT
           END-EVALUATE.

       2600-EXIT.
           EXIT.

       2610-EDIT-DAY-FLAG.

           IF PFL-DAY-FLAG(W-DAY-SUB) NOT = 'Y'
              AND PFL-DAY-FLAG(W-DAY-SUB) NOT = 'N' THEN
              MOVE 10 TO W-REASON-CODE
              MOVE 'DAY FLAGS NOT ALL Y OR N' TO W-REASON-DESC
              MOVE 'Y' TO W-REJECT-FLAG
           END-IF.

       2610-EXIT.
           EXIT.

      ******************************************************************
      * 2100-SET-PROFILE-SLOT - build the slot's control record image
      *  from the card and lay it into the profile, adding the
      *  profile when this is its first slot card.
      ******************************************************************
       2100-SET-PROFILE-SLOT.

           MOVE SPACE                  TO ASYNC-CONTROL-RECORD
           MOVE PFL-SLOT-NBR           TO ACTL-SLOT-NBR
           MOVE PFL-CHILD-TRANSID      TO ACTL-CHILD-TRANSID
           MOVE PFL-FETCH-STRATEGY     TO ACTL-FETCH-STRATEGY
           MOVE PFL-TIMEOUT-VALUE      TO ACTL-TIMEOUT-VALUE
           MOVE PFL-SLA-THRESHOLD      TO ACTL-SLA-THRESHOLD-SEC
           MOVE PFL-ACTIVE-FLAG        TO ACTL-ACTIVE-FLAG
           MOVE PFL-MAX-RETRIES        TO ACTL-MAX-RETRIES

           MOVE PFL-PROFILE-NAME TO APRF-PROFILE-NAME

           READ PROFILE-FILE

           EVALUATE TRUE
              WHEN W-PRF-STATUS = '00'
                 MOVE ASYNC-CONTROL-RECORD
                                 TO APRF-SLOT-IMAGE(PFL-SLOT-NBR)
                 IF PFL-PROFILE-DESC NOT = SPACE THEN
                    MOVE PFL-PROFILE-DESC TO APRF-DESCRIPTION
                 END-IF
                 REWRITE ASYNC-PROFILE-RECORD
              WHEN W-PRF-STATUS = '23'
                 MOVE SPACE            TO ASYNC-PROFILE-RECORD
                 MOVE PFL-PROFILE-NAME TO APRF-PROFILE-NAME
                 MOVE PFL-PROFILE-DESC TO APRF-DESCRIPTION
                 MOVE ASYNC-CONTROL-RECORD
                                 TO APRF-SLOT-IMAGE(PFL-SLOT-NBR)
                 WRITE ASYNC-PROFILE-RECORD
           END-EVALUATE

           IF W-PRF-STATUS NOT = '00' THEN
              MOVE W-PRF-STATUS TO W-FAIL-STATUS
              PERFORM 2950-NOTE-APPLY-FAILURE THRU 2950-EXIT
              GO TO 2100-EXIT
           END-IF

           ADD 1 TO W-SLOT-SET-COUNT
           PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT
           PERFORM 2700-RESET-IN-FORCE THRU 2700-EXIT.

       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CLEAR-PROFILE-SLOT - blank one slot's settings within the
      *  profile, so the slot is left as it stands while the profile
      *  is in force.
      ******************************************************************
       2200-CLEAR-PROFILE-SLOT.

           MOVE PFL-PROFILE-NAME TO APRF-PROFILE-NAME

           READ PROFILE-FILE

           EVALUATE TRUE
              WHEN W-PRF-STATUS = '00'
                 MOVE SPACE TO APRF-SLOT-IMAGE(PFL-SLOT-NBR)
                 REWRITE ASYNC-PROFILE-RECORD
                 IF W-PRF-STATUS = '00' THEN
                    ADD 1 TO W-SLOT-CLEARED-COUNT
                    PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT
                    PERFORM 2700-RESET-IN-FORCE THRU 2700-EXIT
                 ELSE
                    MOVE W-PRF-STATUS TO W-FAIL-STATUS
                    PERFORM 2950-NOTE-APPLY-FAILURE THRU 2950-EXIT
                 END-IF
              WHEN W-PRF-STATUS = '23'
                 MOVE 13 TO W-REASON-CODE
                 MOVE 'DELETE, NOT ON FILE' TO W-REASON-DESC
                 MOVE 'Y' TO W-REJECT-FLAG
              WHEN OTHER
                 MOVE W-PRF-STATUS TO W-FAIL-STATUS
                 PERFORM 2950-NOTE-APPLY-FAILURE THRU 2950-EXIT
           END-EVALUATE.

       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-DELETE-PROFILE - take a whole profile off the file. A
      *  window still naming it simply finds nothing to apply, and the
      *  control table stays as it stands through that window.
      ******************************************************************
       2300-DELETE-PROFILE.

           MOVE PFL-PROFILE-NAME TO APRF-PROFILE-NAME

           DELETE PROFILE-FILE

           EVALUATE TRUE
              WHEN W-PRF-STATUS = '00'
                 ADD 1 TO W-PRF-DELETED-COUNT
                 PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT
              WHEN W-PRF-STATUS = '23'
                 MOVE 13 TO W-REASON-CODE
                 MOVE 'DELETE, NOT ON FILE' TO W-REASON-DESC
                 MOVE 'Y' TO W-REJECT-FLAG
              WHEN OTHER
                 MOVE W-PRF-STATUS TO W-FAIL-STATUS
                 PERFORM 2950-NOTE-APPLY-FAILURE THRU 2950-EXIT
           END-EVALUATE.

       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-SET-WINDOW - add the schedule entry, or replace it when
      *  the entry number is already on file.
      ******************************************************************
       2400-SET-WINDOW.

           MOVE SPACE              TO ASYNC-SCHEDULE-RECORD
           MOVE PFL-ENTRY-SEQ      TO APSC-ENTRY-SEQ
           MOVE PFL-DAY-FLAGS      TO APSC-DAY-FLAGS
           MOVE PFL-START-HHMM     TO APSC-START-HHMM
           MOVE PFL-END-HHMM       TO APSC-END-HHMM
           MOVE PFL-WINDOW-PROFILE TO APSC-PROFILE-NAME
           MOVE PFL-WINDOW-DESC    TO APSC-DESCRIPTION

           WRITE ASYNC-SCHEDULE-RECORD

           IF W-PSC-STATUS = '22' THEN
              REWRITE ASYNC-SCHEDULE-RECORD
           END-IF

           IF W-PSC-STATUS = '00' THEN
              ADD 1 TO W-WINDOW-SET-COUNT
              PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT
           ELSE
              MOVE W-PSC-STATUS TO W-FAIL-STATUS
              PERFORM 2950-NOTE-APPLY-FAILURE THRU 2950-EXIT
           END-IF.

       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2450-DELETE-WINDOW - take the schedule entry off the file.
      ******************************************************************
       2450-DELETE-WINDOW.

           MOVE PFL-ENTRY-SEQ TO APSC-ENTRY-SEQ

           DELETE SCHEDULE-FILE

           EVALUATE TRUE
              WHEN W-PSC-STATUS = '00'
                 ADD 1 TO W-WINDOW-DELETED-COUNT
                 PERFORM 2800-REGISTER-APPLIED THRU 2800-EXIT
              WHEN W-PSC-STATUS = '23'
                 MOVE 13 TO W-REASON-CODE
                 MOVE 'DELETE, NOT ON FILE' TO W-REASON-DESC
                 MOVE 'Y' TO W-REJECT-FLAG
              WHEN OTHER
                 MOVE W-PSC-STATUS TO W-FAIL-STATUS
                 PERFORM 2950-NOTE-APPLY-FAILURE THRU 2950-EXIT
           END-EVALUATE.

       2450-EXIT.
           EXIT.

      ******************************************************************
      * 2700-RESET-IN-FORCE - a profile just changed may be the one on
      *  the control table now; if so, take the in-force record off
      *  so the next ASYNCPG1 run puts the changed profile on afresh
      *  rather than finding its name already there.
      ******************************************************************
       2700-RESET-IN-FORCE.

           MOVE W-INFORCE-KEY TO APIF-RECORD-KEY

           READ PROFILE-FILE

           IF W-PRF-STATUS NOT = '00' THEN
              GO TO 2700-EXIT
           END-IF

           IF APIF-PROFILE-NAME = PFL-PROFILE-NAME THEN
              DELETE PROFILE-FILE
              IF W-PRF-STATUS = '00' THEN
                 ADD 1 TO W-INFORCE-RESET-COUNT
              END-IF
           END-IF.

       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2800-REGISTER-APPLIED - one register line for a card that
      *  made it onto the files.
      ******************************************************************
       2800-REGISTER-APPLIED.

           PERFORM 2850-FORMAT-DETAIL THRU 2850-EXIT
           MOVE 'APPLIED'          TO DTL-DISPOSAL
           MOVE 0                  TO DTL-REASON-CODE
           MOVE SPACE              TO DTL-REASON-DESC
           WRITE REPORT-LINE FROM DETAIL-LINE.

       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2850-FORMAT-DETAIL - the card's identifying fields, by type.
      ******************************************************************
       2850-FORMAT-DETAIL.

           MOVE SPACE              TO DETAIL-LINE
           MOVE PFL-CARD-TYPE      TO DTL-CARD-TYPE
           MOVE PFL-ACTION         TO DTL-ACTION

           IF PFL-WINDOW-CARD THEN
              MOVE PFL-WINDOW-PROFILE  TO DTL-PROFILE-NAME
              MOVE PFL-CARD-BODY(1:3)  TO DTL-ENTRY-SEQ
           ELSE
              MOVE PFL-PROFILE-NAME    TO DTL-PROFILE-NAME
              MOVE PFL-SLOT-X          TO DTL-SLOT
           END-IF.

       2850-EXIT.
           EXIT.

      ******************************************************************
      * 2900-REGISTER-REJECT - one register line for a card that was
      *  turned away, with the reason.
      ******************************************************************
       2900-REGISTER-REJECT.

           ADD 1 TO W-REJECT-COUNT
           PERFORM 2850-FORMAT-DETAIL THRU 2850-EXIT
           MOVE 'REJECTED'         TO DTL-DISPOSAL
           MOVE W-REASON-CODE      TO DTL-REASON-CODE
           MOVE W-REASON-DESC      TO DTL-REASON-DESC
           WRITE REPORT-LINE FROM DETAIL-LINE.

       2900-EXIT.
           EXIT.

      ******************************************************************
      * 2950-NOTE-APPLY-FAILURE - an I/O failure that is not one of
      *  the expected key conditions. The card is registered as a
      *  reject so the register still accounts for it, and the run is
      *  flagged to end with the hard return code.
      ******************************************************************
       2950-NOTE-APPLY-FAILURE.

           MOVE 'Y' TO W-APPLY-FAIL-FLAG
           MOVE 99 TO W-REASON-CODE
           MOVE SPACE TO W-REASON-DESC
           STRING 'FILE I/O STATUS ' W-FAIL-STATUS
              DELIMITED BY SIZE INTO W-REASON-DESC
           MOVE 'Y' TO W-REJECT-FLAG.

       2950-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRINT-TOTALS - the register's accounting block: every
      *  card read is an apply or a reject, nothing else.
      ******************************************************************
       3000-PRINT-TOTALS.

           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'CARDS READ:           ' TO TOT-TAG
           MOVE W-READ-COUNT           TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'PROFILE SLOTS SET:    ' TO TOT-TAG
           MOVE W-SLOT-SET-COUNT       TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'PROFILE SLOTS CLEARED:' TO TOT-TAG
           MOVE W-SLOT-CLEARED-COUNT   TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'PROFILES DELETED:     ' TO TOT-TAG
           MOVE W-PRF-DELETED-COUNT    TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'WINDOWS SET:          ' TO TOT-TAG
           MOVE W-WINDOW-SET-COUNT     TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'WINDOWS DELETED:      ' TO TOT-TAG
           MOVE W-WINDOW-DELETED-COUNT TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'IN-FORCE RESETS:      ' TO TOT-TAG
           MOVE W-INFORCE-RESET-COUNT  TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE 'CARDS REJECTED:       ' TO TOT-TAG
           MOVE W-REJECT-COUNT         TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 9999-TERMINATE - close the files and set the return code the
      *  scheduler acts on.
      ******************************************************************
       9999-TERMINATE.

           CLOSE CARD-FILE
                 PROFILE-FILE
                 SCHEDULE-FILE
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

       END PROGRAM 'ASYNCPFU'.
