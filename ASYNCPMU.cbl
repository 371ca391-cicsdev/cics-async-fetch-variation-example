      ******************************************************************
      * ASYNCPMU - online maintenance transaction for the operations
      *            parameter store (VSAM KSDS ASYNCPRM, see
      *            ASYNCPRM.cpy) - the cache age, breaker and drain
      *            tuning, the quota online day, the sweep and replay
      *            ages, the bulk batch size, the statistics interval,
      *            the handover age and the retention periods. One
      *            parameter is shown at a time -
      *              ENTER  show the parameter keyed, with the values
      *                     it may take and the programs that read it
      *              PF5    save the parameter on the screen, adding
      *                     it if it is not on the store yet
      *              PF6    delete the parameter - the programs that
      *                     read it go back to their shipped default
      *              PF3    exit
      *
      *            Only a parameter some program reads can be added or
      *            changed, and only to a value inside the limits held
      *            for it in PARM-LIMIT-TABLE below; the two ends of
      *            the quota online day must be times of day with the
      *            start before the end. A blank description takes the
      *            one the reading program seeds with. The service hold
      *            switch SVCHOLD is shown but not changed here - it is
      *            set through the hold console ASYNCHLD so that every
      *            hold window is recorded. Every add, change and delete
      *            is logged to the maintenance history (VSAM KSDS
      *            ASYNCMLG, see ASYNCMLG.cpy) with the operator's
      *            userid and terminal and the before and after images.
      *
      *            A new parameter, or new limits for an old one, means
      *            a new entry in PARM-LIMIT-TABLE here as well as in
      *            the program that reads it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCPMU.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *
       01 W-RESP             PIC S9(8) USAGE BINARY.
       01 W-RESP2            PIC S9(8) USAGE BINARY.
       01 W-READ-RESP        PIC S9(8) USAGE BINARY.
       01 W-DONE-FLAG        PIC X(01) VALUE 'N'.
           88 MAINTENANCE-DONE     VALUE 'Y'.

       01 W-VALID-FLAG       PIC X(01) VALUE 'Y'.
           88 ENTRY-VALID          VALUE 'Y'.

       01 DFHENTER           PIC X(01) VALUE X'7D'.
       01 DFHCLEAR           PIC X(01) VALUE X'6D'.
       01 DFHPF3             PIC X(01) VALUE X'F3'.
       01 DFHPF5             PIC X(01) VALUE X'F5'.
       01 DFHPF6             PIC X(01) VALUE X'F6'.

       01 ASYNC-PRM-FILE     PIC X(08) VALUE 'ASYNCPRM'.
       COPY ASYNCPRM.
       01 W-PARM-NAME        PIC X(08) VALUE SPACE.

      * every parameter a program reads off the store: its name, the
      * lowest and highest value it may be set to, what kind of value
      * it is (N a count or an age, T a time of day HHMMSS, H the hold
      * switch, kept to ASYNCHLD), the unit, who reads it, and the
      * description the reading program seeds it with
       01 PARM-LIMIT-VALUES.
           05 FILLER         PIC X(25)
              VALUE 'CACHEAGE0000000000003600N'.
           05 FILLER         PIC X(16) VALUE 'SECONDS'.
           05 FILLER         PIC X(32) VALUE 'ASYNCPG1'.
           05 FILLER         PIC X(30)
              VALUE 'REPLY CACHE MAX AGE, SECONDS'.
           05 FILLER         PIC X(25)
              VALUE 'BRKTRIP 0000000100000099N'.
           05 FILLER         PIC X(16) VALUE 'FAILURES'.
           05 FILLER         PIC X(32) VALUE 'ASYNCPG1'.
           05 FILLER         PIC X(30)
              VALUE 'BREAKER TRIP, CONSEC FAILS'.
           05 FILLER         PIC X(25)
              VALUE 'BRKCOOL 0000001000003600N'.
           05 FILLER         PIC X(16) VALUE 'SECONDS'.
           05 FILLER         PIC X(32) VALUE 'ASYNCPG1'.
           05 FILLER         PIC X(30)
              VALUE 'BREAKER COOL-OFF, SECONDS'.
           05 FILLER         PIC X(25)
              VALUE 'WRKCAP  0000000100000008N'.
           05 FILLER         PIC X(16) VALUE 'WORKERS'.
           05 FILLER         PIC X(32) VALUE 'ASYNCPG1 ASYNCISC'.
           05 FILLER         PIC X(30)
              VALUE 'PARALLEL DRAIN WORKER CAP'.
           05 FILLER         PIC X(25)
              VALUE 'WRKDEPTH0000000100000200N'.
           05 FILLER         PIC X(16) VALUE 'STAGED REQUESTS'.
           05 FILLER         PIC X(32) VALUE 'ASYNCPG1 ASYNCISC'.
           05 FILLER         PIC X(30)
              VALUE 'PARALLEL DRAIN MIN BACKLOG'.
           05 FILLER         PIC X(25)
              VALUE 'ONLINBEG0000000000235959T'.
           05 FILLER         PIC X(16) VALUE 'HHMMSS'.
           05 FILLER         PIC X(32) VALUE 'ASYNCPG1 ASYNCDRF'.
           05 FILLER         PIC X(30)
              VALUE 'QUOTA ONLINE DAY START HHMMSS'.
           05 FILLER         PIC X(25)
              VALUE 'ONLINEND0000000000235959T'.
           05 FILLER         PIC X(16) VALUE 'HHMMSS'.
           05 FILLER         PIC X(32) VALUE 'ASYNCPG1 ASYNCDRF'.
           05 FILLER         PIC X(30)
              VALUE 'QUOTA ONLINE DAY END HHMMSS'.
           05 FILLER         PIC X(25)
              VALUE 'SVCHOLD 0000000000000001H'.
           05 FILLER         PIC X(16) VALUE '1=ON 0=OFF'.
           05 FILLER         PIC X(32)
              VALUE 'SET BY THE HOLD CONSOLE ASYNCHLD'.
           05 FILLER         PIC X(30)
              VALUE 'SERVICE HOLD, 1=ON 0=OFF'.
           05 FILLER         PIC X(25)
              VALUE 'BLKBATCH0000000100001000N'.
           05 FILLER         PIC X(16) VALUE 'SUBMISSIONS'.
           05 FILLER         PIC X(32) VALUE 'ASYNCBLK'.
           05 FILLER         PIC X(30)
              VALUE 'BULK SUBMIT BATCH SIZE'.
           05 FILLER         PIC X(25)
              VALUE 'STATMIN 0000000100001440N'.
           05 FILLER         PIC X(16) VALUE 'MINUTES'.
           05 FILLER         PIC X(32) VALUE 'ASYNCISC'.
           05 FILLER         PIC X(30)
              VALUE 'STATISTICS INTERVAL, MINUTES'.
           05 FILLER         PIC X(25)
              VALUE 'RPLYAGE 0000006000086400N'.
           05 FILLER         PIC X(16) VALUE 'SECONDS'.
           05 FILLER         PIC X(32) VALUE 'ASYNCJRP'.
           05 FILLER         PIC X(30)
              VALUE 'REPLAY MIN ENTRY AGE, SECONDS'.
           05 FILLER         PIC X(25)
              VALUE 'SWEEPAGE0000006000086400N'.
           05 FILLER         PIC X(16) VALUE 'SECONDS'.
           05 FILLER         PIC X(32) VALUE 'ASYNCSWP'.
           05 FILLER         PIC X(30)
              VALUE 'ORPHAN SWEEP MIN AGE, SECONDS'.
           05 FILLER         PIC X(25)
              VALUE 'HANDOVER0000000100000024N'.
           05 FILLER         PIC X(16) VALUE 'HOURS'.
           05 FILLER         PIC X(32) VALUE 'ASYNCSHR (NIGHTLY BATCH)'.
           05 FILLER         PIC X(30)
              VALUE 'SHIFT HANDOVER OVERDUE, HOURS'.
           05 FILLER         PIC X(25)
              VALUE 'RETCHG  0000003000003650N'.
           05 FILLER         PIC X(16) VALUE 'DAYS'.
           05 FILLER         PIC X(32) VALUE 'ASYNCARC (NIGHTLY BATCH)'.
           05 FILLER         PIC X(30)
              VALUE 'CHANGE HISTORY RETENTION, DAYS'.
           05 FILLER         PIC X(25)
              VALUE 'RETDLQ  0000000700003650N'.
           05 FILLER         PIC X(16) VALUE 'DAYS'.
           05 FILLER         PIC X(32) VALUE 'ASYNCARC (NIGHTLY BATCH)'.
           05 FILLER         PIC X(30)
              VALUE 'DEAD LETTER RETENTION, DAYS'.
           05 FILLER         PIC X(25)
              VALUE 'RETTOT  0000000700003650N'.
           05 FILLER         PIC X(16) VALUE 'DAYS'.
           05 FILLER         PIC X(32) VALUE 'ASYNCARC (NIGHTLY BATCH)'.
           05 FILLER         PIC X(30)
              VALUE 'CONTROL TOTALS RETENTION, DAYS'.
           05 FILLER         PIC X(25)
              VALUE 'RETHST  0000003000003650N'.
           05 FILLER         PIC X(16) VALUE 'DAYS'.
           05 FILLER         PIC X(32) VALUE 'ASYNCARC (NIGHTLY BATCH)'.
           05 FILLER         PIC X(30)
              VALUE 'AUDIT HISTORY RETENTION, DAYS'.
           05 FILLER         PIC X(25)
              VALUE 'RETUSG  0000006200003650N'.
           05 FILLER         PIC X(16) VALUE 'DAYS'.
           05 FILLER         PIC X(32) VALUE 'ASYNCARC (NIGHTLY BATCH)'.
           05 FILLER         PIC X(30)
              VALUE 'QUOTA USAGE RETENTION, DAYS'.
           05 FILLER         PIC X(25)
              VALUE 'RETIST  0000000700003650N'.
           05 FILLER         PIC X(16) VALUE 'DAYS'.
           05 FILLER         PIC X(32) VALUE 'ASYNCARC (NIGHTLY BATCH)'.
           05 FILLER         PIC X(30)
              VALUE 'INTERVAL STATS RETENTION, DAYS'.
           05 FILLER         PIC X(25)
              VALUE 'RETJRN  0000000700003650N'.
           05 FILLER         PIC X(16) VALUE 'DAYS'.
           05 FILLER         PIC X(32) VALUE 'ASYNCARC (NIGHTLY BATCH)'.
           05 FILLER         PIC X(30)
              VALUE 'INTAKE JOURNAL RETENTION, DAYS'.
           05 FILLER         PIC X(25)
              VALUE 'RETMLG  0000003000003650N'.
           05 FILLER         PIC X(16) VALUE 'DAYS'.
           05 FILLER         PIC X(32) VALUE 'ASYNCARC (NIGHTLY BATCH)'.
           05 FILLER         PIC X(30)
              VALUE 'MAINT HISTORY RETENTION, DAYS'.
           05 FILLER         PIC X(25)
              VALUE 'RETHLW  0000003000003650N'.
           05 FILLER         PIC X(16) VALUE 'DAYS'.
           05 FILLER         PIC X(32) VALUE 'ASYNCARC (NIGHTLY BATCH)'.
           05 FILLER         PIC X(30)
              VALUE 'HOLD WINDOW RETENTION, DAYS'.
       01 PARM-LIMIT-TABLE REDEFINES PARM-LIMIT-VALUES.
           05 PARM-LIMIT OCCURS 22 TIMES INDEXED BY PLIM-IDX.
              10 PLIM-NAME       PIC X(08).
              10 PLIM-MIN        PIC 9(08).
              10 PLIM-MAX        PIC 9(08).
              10 PLIM-KIND       PIC X(01).
                  88 PLIM-COUNT        VALUE 'N'.
                  88 PLIM-TIME-OF-DAY  VALUE 'T'.
                  88 PLIM-HOLD-SWITCH  VALUE 'H'.
              10 PLIM-UNIT       PIC X(16).
              10 PLIM-READERS    PIC X(32).
              10 PLIM-DESC       PIC X(30).
       01 W-PLIM-COUNT       PIC S9(4) USAGE COMP VALUE 22.
       01 W-KNOWN-FLAG       PIC X(01) VALUE 'N'.
           88 PARM-KNOWN           VALUE 'Y'.

      * the value as keyed and edited, ready to go on the record
       01 W-NEW-VALUE        PIC 9(08) VALUE 0.
       01 W-NEW-TIME-PARTS REDEFINES W-NEW-VALUE.
           05 FILLER             PIC 9(02).
           05 W-NEW-HH           PIC 9(02).
           05 W-NEW-MM           PIC 9(02).
           05 W-NEW-SS           PIC 9(02).
       01 W-NEW-DESC         PIC X(30) VALUE SPACE.

      * the other end of the quota online day, for the start-before-
      * end check - off the store, or its shipped default if missing
       01 W-OTHER-NAME       PIC X(08) VALUE SPACE.
       01 W-OTHER-VALUE      PIC S9(8) USAGE COMP VALUE 0.
       01 W-ONLINE-BEGIN     PIC S9(8) USAGE COMP VALUE 0.
       01 W-ONLINE-END       PIC S9(8) USAGE COMP VALUE 0.

      * a number field as keyed - digits from the left, spaces after -
      * and as a number
       01 W-DIGITS-FIELD     PIC X(08) VALUE SPACE.
       01 W-DIGITS-SIZE      PIC S9(4) USAGE COMP VALUE 0.
       01 W-DIGITS-LEN       PIC S9(4) USAGE COMP VALUE 0.
       01 W-DIGITS-VALUE     PIC 9(08) VALUE 0.
       01 W-DIGITS-FLAG      PIC X(01) VALUE 'Y'.
           88 DIGITS-VALID         VALUE 'Y'.

      * a number laid out for the screen without its leading spaces
       01 W-EDIT-NUMBER      PIC Z(7)9.
       01 W-EDIT-START       PIC S9(4) USAGE COMP VALUE 0.
       01 W-LIMIT-PTR        PIC S9(4) USAGE COMP VALUE 0.

      * maintenance history - the before image is taken under the
      * update lock, the after image once the parameter is written
      * back (or space for a delete); a save that changed nothing is
      * not written and logs nothing
       01 ASYNC-MLG-FILE     PIC X(08) VALUE 'ASYNCMLG'.
       COPY ASYNCMLG.
       01 W-BEFORE-IMAGE     PIC X(80) VALUE SPACE.
       01 W-AFTER-IMAGE      PIC X(80) VALUE SPACE.
       01 W-BEFORE-DATA      PIC X(34) VALUE SPACE.
       01 W-LOG-ACTION       PIC X(01) VALUE SPACE.
       01 W-MLG-SEQ          PIC 9(02) VALUE 0.
       01 W-USERID           PIC X(08) VALUE SPACE.
       01 W-TASKN-DISPLAY    PIC 9(07) VALUE 0.
       01 W-NOW-ABSTIME      PIC S9(15) COMP-3 VALUE 0.
       01 W-CHG-LOG-FLAG     PIC X(01) VALUE 'Y'.
           88 CHANGES-ALL-LOGGED   VALUE 'Y'.

       COPY ASYNCPMM.

       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.

       0000-MAINLINE.

           MOVE LOW-VALUES TO ASYNCP1O
           MOVE 'KEY A PARAMETER NAME AND PRESS ENTER' TO PMMSGO
           PERFORM 1000-SEND-SCREEN THRU 1000-EXIT.

           PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
              UNTIL MAINTENANCE-DONE.

           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 1000-SEND-SCREEN - send the map as it now stands.
      ******************************************************************
       1000-SEND-SCREEN.

           EXEC CICS SEND MAP('ASYNCP1') MAPSET('ASYNCPMM')
           FROM(ASYNCP1O) ERASE
           END-EXEC.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-SHOW-PARM - put the parameter record in hand on the
      *  screen.
      ******************************************************************
       1100-SHOW-PARM.

           MOVE APRM-PARM-NAME       TO PMNAMO
           MOVE APRM-PARM-VALUE      TO W-EDIT-NUMBER
           MOVE W-EDIT-NUMBER        TO PMVALO
           MOVE APRM-PARM-DESC       TO PMDSCO.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CLEAR-PARM - blank the parameter's fields, leaving the
      *  name.
      ******************************************************************
       1200-CLEAR-PARM.

           MOVE SPACE TO PMVALO
           MOVE SPACE TO PMDSCO.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 1300-SHOW-LIMITS - the values the parameter keyed may take and
      *  who reads it, from its PARM-LIMIT-TABLE entry.
      ******************************************************************
       1300-SHOW-LIMITS.

           MOVE SPACE TO PMLIMO
           MOVE SPACE TO PMUSEO

           IF NOT PARM-KNOWN THEN
              MOVE 'NOT A PARAMETER ANY PROGRAM READS' TO PMLIMO
              GO TO 1300-EXIT
           END-IF

           MOVE PLIM-READERS(PLIM-IDX) TO PMUSEO

           EVALUATE TRUE
              WHEN PLIM-TIME-OF-DAY(PLIM-IDX)
                 MOVE 'A TIME OF DAY HHMMSS, START BEFORE END'
                            TO PMLIMO
              WHEN PLIM-HOLD-SWITCH(PLIM-IDX)
                 MOVE '1=ON 0=OFF, SET THROUGH ASYNCHLD ONLY' TO PMLIMO
              WHEN OTHER
                 MOVE 1 TO W-LIMIT-PTR
                 MOVE PLIM-MIN(PLIM-IDX) TO W-EDIT-NUMBER
                 PERFORM 2080-FIND-EDIT-START THRU 2080-EXIT
                 STRING W-EDIT-NUMBER(W-EDIT-START:) ' TO '
                    DELIMITED BY SIZE INTO PMLIMO
                    WITH POINTER W-LIMIT-PTR
                 MOVE PLIM-MAX(PLIM-IDX) TO W-EDIT-NUMBER
                 PERFORM 2080-FIND-EDIT-START THRU 2080-EXIT
                 STRING W-EDIT-NUMBER(W-EDIT-START:) ' '
                    PLIM-UNIT(PLIM-IDX)
                    DELIMITED BY SIZE INTO PMLIMO
                    WITH POINTER W-LIMIT-PTR
           END-EVALUATE.

       1300-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-INPUT - receive the operator's input and act on
      *  the attention key pressed. Every key but exit needs a
      *  parameter name to work on.
      ******************************************************************
       2000-PROCESS-INPUT.

           EXEC CICS RECEIVE MAP('ASYNCP1') MAPSET('ASYNCPMM')
           INTO(ASYNCP1I)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR THEN
              MOVE 'Y' TO W-DONE-FLAG
              GO TO 2000-EXIT
           END-IF

           INSPECT ASYNCP1I REPLACING ALL LOW-VALUE BY SPACE
           MOVE PMNAMI TO W-PARM-NAME
           MOVE SPACE  TO PMMSGO

           PERFORM 2040-FIND-LIMITS THRU 2040-EXIT
           PERFORM 1300-SHOW-LIMITS THRU 1300-EXIT

           EVALUATE TRUE
              WHEN W-PARM-NAME = SPACE
                 MOVE 'PARAMETER NAME REQUIRED' TO PMMSGO
              WHEN EIBAID = DFHENTER
                 PERFORM 3000-DISPLAY-PARM THRU 3000-EXIT
              WHEN EIBAID = DFHPF5
                 PERFORM 3100-SAVE-PARM THRU 3100-EXIT
              WHEN EIBAID = DFHPF6
                 PERFORM 3200-DELETE-PARM THRU 3200-EXIT
              WHEN OTHER
                 MOVE 'INVALID KEY - USE ENTER, PF5, PF6 OR PF3'
                            TO PMMSGO
           END-EVALUATE

           PERFORM 1000-SEND-SCREEN THRU 1000-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2040-FIND-LIMITS - look the parameter keyed up in
      *  PARM-LIMIT-TABLE; PLIM-IDX is left on its entry when found.
      ******************************************************************
       2040-FIND-LIMITS.

           MOVE 'N' TO W-KNOWN-FLAG
           SET PLIM-IDX TO 1

           SEARCH PARM-LIMIT
              AT END
                 CONTINUE
              WHEN PLIM-IDX > W-PLIM-COUNT
                 CONTINUE
              WHEN PLIM-NAME(PLIM-IDX) = W-PARM-NAME
                 MOVE 'Y' TO W-KNOWN-FLAG
           END-SEARCH.

       2040-EXIT.
           EXIT.

      ******************************************************************
      * 2050-VALIDATE-PARM - edit the parameter keyed before anything
      *  is saved, leaving the first fault found in the message line.
      ******************************************************************
       2050-VALIDATE-PARM.

           MOVE 'N' TO W-VALID-FLAG

           IF NOT PARM-KNOWN THEN
              STRING 'NOT A PARAMETER ANY PROGRAM READS - NOT SAVED'
                 DELIMITED BY SIZE INTO PMMSGO
              GO TO 2050-EXIT
           END-IF

           IF PLIM-HOLD-SWITCH(PLIM-IDX) THEN
              STRING 'SVCHOLD IS SET THROUGH THE HOLD CONSOLE '
                 'ASYNCHLD - NOT SAVED'
                 DELIMITED BY SIZE INTO PMMSGO
              GO TO 2050-EXIT
           END-IF

           IF PMVALI = SPACE THEN
              MOVE 'VALUE REQUIRED - NOT SAVED' TO PMMSGO
              GO TO 2050-EXIT
           END-IF

           MOVE PMVALI TO W-DIGITS-FIELD
           MOVE 8      TO W-DIGITS-SIZE
           PERFORM 2060-CHECK-DIGITS THRU 2060-EXIT
           IF NOT DIGITS-VALID THEN
              MOVE 'VALUE MUST BE A WHOLE NUMBER - NOT SAVED' TO PMMSGO
              GO TO 2050-EXIT
           END-IF
           MOVE W-DIGITS-VALUE TO W-NEW-VALUE

           IF W-NEW-VALUE < PLIM-MIN(PLIM-IDX)
              OR W-NEW-VALUE > PLIM-MAX(PLIM-IDX) THEN
              STRING 'VALUE OUTSIDE ITS LIMITS - NOT SAVED'
                 DELIMITED BY SIZE INTO PMMSGO
              GO TO 2050-EXIT
           END-IF

           IF PLIM-TIME-OF-DAY(PLIM-IDX) THEN
              IF W-NEW-HH > 23 OR W-NEW-MM > 59 OR W-NEW-SS > 59 THEN
                 MOVE 'VALUE MUST BE A TIME OF DAY HHMMSS - NOT SAVED'
                            TO PMMSGO
                 GO TO 2050-EXIT
              END-IF
              PERFORM 2070-CHECK-ONLINE-DAY THRU 2070-EXIT
              IF W-ONLINE-BEGIN NOT < W-ONLINE-END THEN
                 STRING 'ONLINE DAY MUST START BEFORE IT ENDS (ONLINBEG'
                    ' < ONLINEND) - NOT SAVED'
                    DELIMITED BY SIZE INTO PMMSGO
                 GO TO 2050-EXIT
              END-IF
           END-IF

           MOVE PMDSCI TO W-NEW-DESC

           MOVE 'Y' TO W-VALID-FLAG.

       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2060-CHECK-DIGITS - the first W-DIGITS-SIZE characters of
      *  W-DIGITS-FIELD as a whole number: digits from the left,
      *  nothing but spaces after them; left blank it is zero.
      ******************************************************************
       2060-CHECK-DIGITS.

           MOVE 'Y' TO W-DIGITS-FLAG
           MOVE 0   TO W-DIGITS-VALUE
           MOVE 0   TO W-DIGITS-LEN

           INSPECT W-DIGITS-FIELD(1:W-DIGITS-SIZE)
              REPLACING LEADING SPACE BY ZERO
           INSPECT W-DIGITS-FIELD(1:W-DIGITS-SIZE) TALLYING W-DIGITS-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF W-DIGITS-FIELD(1:W-DIGITS-LEN) NOT NUMERIC THEN
              MOVE 'N' TO W-DIGITS-FLAG
              GO TO 2060-EXIT
           END-IF
           IF W-DIGITS-LEN < W-DIGITS-SIZE THEN
              IF W-DIGITS-FIELD(W-DIGITS-LEN + 1:
                    W-DIGITS-SIZE - W-DIGITS-LEN) NOT = SPACE THEN
                 MOVE 'N' TO W-DIGITS-FLAG
                 GO TO 2060-EXIT
              END-IF
           END-IF
           MOVE W-DIGITS-FIELD(1:W-DIGITS-LEN) TO W-DIGITS-VALUE.

       2060-EXIT.
           EXIT.

      ******************************************************************
      * 2070-CHECK-ONLINE-DAY - the quota online day as it would stand
      *  after the save: the value keyed for this end, and the other
      *  end as it is on the store now (its shipped default when it
      *  is not there, as ASYNCPG1 would seed it).
      ******************************************************************
       2070-CHECK-ONLINE-DAY.

           IF W-PARM-NAME = 'ONLINBEG' THEN
              MOVE 'ONLINEND' TO W-OTHER-NAME
              MOVE 180000     TO W-OTHER-VALUE
           ELSE
              MOVE 'ONLINBEG' TO W-OTHER-NAME
              MOVE 70000      TO W-OTHER-VALUE
           END-IF

           MOVE W-OTHER-NAME TO APRM-PARM-NAME

           EXEC CICS READ FILE(ASYNC-PRM-FILE)
           RIDFLD(APRM-PARM-NAME) INTO(ASYNC-PARM-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

           IF W-RESP = DFHRESP(NORMAL) THEN
              MOVE APRM-PARM-VALUE TO W-OTHER-VALUE
           END-IF

           IF W-PARM-NAME = 'ONLINBEG' THEN
              MOVE W-NEW-VALUE   TO W-ONLINE-BEGIN
              MOVE W-OTHER-VALUE TO W-ONLINE-END
           ELSE
              MOVE W-OTHER-VALUE TO W-ONLINE-BEGIN
              MOVE W-NEW-VALUE   TO W-ONLINE-END
           END-IF.

       2070-EXIT.
           EXIT.

      ******************************************************************
      * 2080-FIND-EDIT-START - where the digits of W-EDIT-NUMBER begin.
      ******************************************************************
       2080-FIND-EDIT-START.

           MOVE 0 TO W-EDIT-START
           INSPECT W-EDIT-NUMBER TALLYING W-EDIT-START
              FOR LEADING SPACE
           ADD 1 TO W-EDIT-START.

       2080-EXIT.
           EXIT.

      ******************************************************************
      * 3000-DISPLAY-PARM - read the parameter keyed and show it, or
      *  say it is not on the store and offer a blank one to add.
      ******************************************************************
       3000-DISPLAY-PARM.

           MOVE W-PARM-NAME TO APRM-PARM-NAME

           EXEC CICS READ FILE(ASYNC-PRM-FILE)
           RIDFLD(APRM-PARM-NAME) INTO(ASYNC-PARM-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF W-RESP = DFHRESP(NORMAL) THEN
              PERFORM 1100-SHOW-PARM THRU 1100-EXIT
           ELSE
              PERFORM 1200-CLEAR-PARM THRU 1200-EXIT
              IF PARM-KNOWN THEN
                 STRING 'NOT ON THE STORE - ITS READERS USE THEIR '
                    'DEFAULT; KEY IT AND PRESS PF5 TO ADD'
                    DELIMITED BY SIZE INTO PMMSGO
              ELSE
                 MOVE 'NOT ON THE STORE' TO PMMSGO
              END-IF
           END-IF.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-SAVE-PARM - write the screen's parameter to the store:
      *  REWRITE under the update lock when it exists, a fresh WRITE
      *  when it does not, and log the change. A blank description
      *  keeps the one on the store, or on an add takes the one the
      *  reading program seeds with.
      ******************************************************************
       3100-SAVE-PARM.

           PERFORM 2050-VALIDATE-PARM THRU 2050-EXIT
           IF NOT ENTRY-VALID THEN
              GO TO 3100-EXIT
           END-IF

           MOVE W-PARM-NAME TO APRM-PARM-NAME

           EXEC CICS READ FILE(ASYNC-PRM-FILE) UPDATE
           RIDFLD(APRM-PARM-NAME) INTO(ASYNC-PARM-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           MOVE W-RESP TO W-READ-RESP

           IF W-READ-RESP = DFHRESP(NORMAL) THEN
              MOVE ASYNC-PARM-RECORD TO W-BEFORE-IMAGE
              MOVE ASYNC-PARM-RECORD(9:34) TO W-BEFORE-DATA
              MOVE 'C' TO W-LOG-ACTION
           ELSE
              MOVE SPACE TO ASYNC-PARM-RECORD
              MOVE W-PARM-NAME TO APRM-PARM-NAME
              MOVE PLIM-DESC(PLIM-IDX) TO APRM-PARM-DESC
              MOVE SPACE TO W-BEFORE-IMAGE
              MOVE SPACE TO W-BEFORE-DATA
              MOVE 'A' TO W-LOG-ACTION
           END-IF

           MOVE W-NEW-VALUE TO APRM-PARM-VALUE
           IF W-NEW-DESC NOT = SPACE THEN
              MOVE W-NEW-DESC TO APRM-PARM-DESC
           END-IF

      * nothing changed - let go of the lock rather than log a change
      * that is not one
           IF W-READ-RESP = DFHRESP(NORMAL)
              AND ASYNC-PARM-RECORD(9:34) = W-BEFORE-DATA THEN
              EXEC CICS UNLOCK FILE(ASYNC-PRM-FILE) NOHANDLE
              END-EXEC
              PERFORM 1100-SHOW-PARM THRU 1100-EXIT
              MOVE 'NO CHANGE - NOTHING SAVED' TO PMMSGO
              GO TO 3100-EXIT
           END-IF

           PERFORM 3300-STAMP-NOW THRU 3300-EXIT

           IF W-READ-RESP = DFHRESP(NORMAL) THEN
              EXEC CICS REWRITE FILE(ASYNC-PRM-FILE)
              FROM(ASYNC-PARM-RECORD)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE(ASYNC-PRM-FILE)
              FROM(ASYNC-PARM-RECORD) RIDFLD(APRM-PARM-NAME)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           END-IF

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'SAVE FAILED - PARAMETER NOT CHANGED' TO PMMSGO
              GO TO 3100-EXIT
           END-IF

           PERFORM 1100-SHOW-PARM THRU 1100-EXIT
           MOVE ASYNC-PARM-RECORD TO W-AFTER-IMAGE
           MOVE 'Y' TO W-CHG-LOG-FLAG
           PERFORM 3400-LOG-CHANGE THRU 3400-EXIT

           IF CHANGES-ALL-LOGGED THEN
              MOVE 'PARAMETER SAVED' TO PMMSGO
           ELSE
              STRING 'PARAMETER SAVED - WARNING: '
                 'CHANGE NOT LOGGED TO HISTORY'
                 DELIMITED BY SIZE INTO PMMSGO
           END-IF.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-DELETE-PARM - take the parameter off the store, after
      *  which its readers go back to their shipped default (those
      *  online seed it again on first use). A name no program reads
      *  can be deleted too - that is how a mistyped add is cleared.
      *  The hold switch stays with the hold console.
      ******************************************************************
       3200-DELETE-PARM.

           IF PARM-KNOWN AND PLIM-HOLD-SWITCH(PLIM-IDX) THEN
              STRING 'SVCHOLD IS SET THROUGH THE HOLD CONSOLE '
                 'ASYNCHLD - NOT DELETED'
                 DELIMITED BY SIZE INTO PMMSGO
              GO TO 3200-EXIT
           END-IF

           MOVE W-PARM-NAME TO APRM-PARM-NAME

           EXEC CICS READ FILE(ASYNC-PRM-FILE) UPDATE
           RIDFLD(APRM-PARM-NAME) INTO(ASYNC-PARM-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'PARAMETER NOT ON THE STORE - NOTHING DELETED'
                         TO PMMSGO
              GO TO 3200-EXIT
           END-IF

           MOVE ASYNC-PARM-RECORD TO W-BEFORE-IMAGE

           EXEC CICS DELETE FILE(ASYNC-PRM-FILE)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'DELETE FAILED - PARAMETER LEFT ON THE STORE'
                         TO PMMSGO
              GO TO 3200-EXIT
           END-IF

           PERFORM 1200-CLEAR-PARM THRU 1200-EXIT

           PERFORM 3300-STAMP-NOW THRU 3300-EXIT
           MOVE SPACE TO W-AFTER-IMAGE
           MOVE 'D'   TO W-LOG-ACTION
           MOVE 'Y'   TO W-CHG-LOG-FLAG
           PERFORM 3400-LOG-CHANGE THRU 3400-EXIT

           IF CHANGES-ALL-LOGGED THEN
              MOVE 'PARAMETER DELETED - ITS READERS USE THEIR DEFAULT'
                         TO PMMSGO
           ELSE
              STRING 'PARAMETER DELETED - WARNING: '
                 'CHANGE NOT LOGGED TO HISTORY'
                 DELIMITED BY SIZE INTO PMMSGO
           END-IF.

       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-STAMP-NOW - who is making the change, and when. In a
      *  conversational session EIBDATE/EIBTIME stand still at
      *  task-attach values, so refresh them before they are used to
      *  key the history.
      ******************************************************************
       3300-STAMP-NOW.

           EXEC CICS ASSIGN USERID(W-USERID) NOHANDLE
           END-EXEC

           EXEC CICS ASKTIME ABSTIME(W-NOW-ABSTIME)
           END-EXEC.

       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-LOG-CHANGE - one maintenance-history entry for the change
      *  just made: operator, terminal, timestamp, action and the
      *  before and after images.
      ******************************************************************
       3400-LOG-CHANGE.

           MOVE EIBTASKN TO W-TASKN-DISPLAY
           ADD 1 TO W-MLG-SEQ

           MOVE EIBDATE         TO AMLG-KEY-DATE
           MOVE EIBTIME         TO AMLG-KEY-TIME
           MOVE W-TASKN-DISPLAY TO AMLG-KEY-TASKN
           MOVE W-MLG-SEQ       TO AMLG-KEY-SEQ
           MOVE W-USERID        TO AMLG-USERID
           MOVE EIBTRMID        TO AMLG-TERMID
           MOVE ASYNC-PRM-FILE  TO AMLG-STORE-NAME
           MOVE W-PARM-NAME     TO AMLG-RECORD-KEY
           MOVE W-LOG-ACTION    TO AMLG-ACTION
           MOVE W-BEFORE-IMAGE  TO AMLG-BEFORE-IMAGE
           MOVE W-AFTER-IMAGE   TO AMLG-AFTER-IMAGE

           EXEC CICS WRITE FILE(ASYNC-MLG-FILE)
           FROM(ASYNC-MAINT-LOG-RECORD) RIDFLD(AMLG-ENTRY-KEY)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC

      * the change stands even if its history entry could not be
      * written - but the operator is told the trail is short one
           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'N' TO W-CHG-LOG-FLAG
           END-IF.

       3400-EXIT.
           EXIT.

       END PROGRAM 'ASYNCPMU'.
