      * ASYNCARC - monthly retention archive and purge for the stores
      *            that otherwise grow without bound: the change
      *            history ASYNCCHG, the dead-letter store ASYNCDLQ,
      *            the audit control totals ASYNCTOT, the rolled
      *            audit history (HISTIN/HISTOUT, the ASYNCHST pair),
      *            the daily quota usage ASYNCUSG, the interval
      *            statistics ASYNCIST, the intake journal ASYNCJRN,
      *            the maintenance history ASYNCMLG and the hold
      *            window log ASYNCHLW.
      *
      *            Records older than each store's retention period
      *            are copied to that store's archive dataset
      *            (ARCCHG/ARCDLQ/ARCTOT/ARCHST/ARCUSG/ARCIST/ARCJRN/
      *            ARCMLG/ARCHLW) and only then
      *            purged; a record the archive would not take is
      *            NEVER purged - the job keeps it, reports it, and
      *            ends with RETURN-CODE 8 so the scheduler knows the
      *            Retention periods live in the operations parameter
      *            store (PRMIN, a sequential copy of ASYNCPRM taken
      *            by the scheduler; see ASYNCPRM.cpy): RETCHG,
      *            RETDLQ, RETTOT, RETHST, RETUSG, RETIST, RETJRN,
      *            RETMLG and RETHLW, all in days. A missing parameter
      *            leaves the shipped default standing.
      *
      *            Two kinds of record are kept whatever their age: an
      *            intake journal entry still awaiting its reply - it
      *            is the replay transaction's to settle - and a hold
      *            window that is still open. A closed hold window
      *            ages from the day the hold came off.
      *
      *            QUIESCE REQUIREMENT: unlike the report jobs, this
      *            job opens the live ASYNCCHG, ASYNCDLQ, ASYNCTOT,
      *            ASYNCUSG, ASYNCIST, ASYNCJRN, ASYNCMLG and ASYNCHLW
      *            KSDSs I-O and deletes from them - the online side
      *            writes all eight (ASYNCPG1's breaker events, control
      *            totals, quota usage and journal, ASYNCRSB's dead
      *            letters, ASYNCISC's interval statistics, the
      *            maintenance transactions' history and the hold
      *            console's windows). The scheduler must CLOSE these
      *            eight files in CICS for
      *            the whole of this job's window and reopen them
      *            after, exactly as AUDT is closed for its dataset
      *            swap; run against open files this job corrupts or
           RECORD KEY IS ATOT-DATE
           FILE STATUS IS W-TOT-STATUS.

           SELECT USAGE-FILE ASSIGN TO ASYNCUSG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AUSG-USAGE-KEY
           FILE STATUS IS W-USG-STATUS.

           SELECT INTERVAL-FILE ASSIGN TO ASYNCIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AIST-INTERVAL-KEY
           FILE STATUS IS W-IST-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO ASYNCJRN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AJRN-ENTRY-KEY
           FILE STATUS IS W-JRN-STATUS.

           SELECT MAINT-LOG-FILE ASSIGN TO ASYNCMLG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AMLG-ENTRY-KEY
           FILE STATUS IS W-MLG-STATUS.

           SELECT HOLD-WINDOW-FILE ASSIGN TO ASYNCHLW
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AHLW-WINDOW-KEY
           FILE STATUS IS W-HLW-STATUS.

           SELECT HISTORY-IN-FILE ASSIGN TO HISTIN
           ORGANIZATION IS SEQUENTIAL.

           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS W-AHS-STATUS.

           SELECT ARCHIVE-USG-FILE ASSIGN TO ARCUSG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS W-AUSG-STATUS.

           SELECT ARCHIVE-IST-FILE ASSIGN TO ARCIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS W-AIST-STATUS.

           SELECT ARCHIVE-JRN-FILE ASSIGN TO ARCJRN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS W-AJRN-STATUS.

           SELECT ARCHIVE-MLG-FILE ASSIGN TO ARCMLG
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS W-AMLG-STATUS.

           SELECT ARCHIVE-HLW-FILE ASSIGN TO ARCHLW
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS W-AHLW-STATUS.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
           ORGANIZATION IS LINE SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
       COPY ASYNCTOT.

       FD  USAGE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCUSG.

       FD  INTERVAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCIST.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCJRN.

       FD  MAINT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCMLG.

       FD  HOLD-WINDOW-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCHLW.

       FD  HISTORY-IN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCAUD REPLACING ==ASYNC-AUDIT-RECORD== BY
                               LEADING ==AAUD== BY ==XAUD==
                               LEADING ==ATRL== BY ==XTRL==.

       FD  ARCHIVE-USG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCUSG REPLACING ==ASYNC-USAGE-RECORD== BY
                               ==ARCHIVE-USG-RECORD==
                               LEADING ==AUSG== BY ==XUSG==.

       FD  ARCHIVE-IST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCIST REPLACING ==ASYNC-INTERVAL-RECORD== BY
                               ==ARCHIVE-IST-RECORD==
                               LEADING ==AIST== BY ==XIST==.

       FD  ARCHIVE-JRN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCJRN REPLACING ==ASYNC-JOURNAL-RECORD== BY
                               ==ARCHIVE-JRN-RECORD==
                               LEADING ==AJRN== BY ==XJRN==.

       FD  ARCHIVE-MLG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCMLG REPLACING ==ASYNC-MAINT-LOG-RECORD== BY
                               ==ARCHIVE-MLG-RECORD==
                               LEADING ==AMLG== BY ==XMLG==.

       FD  ARCHIVE-HLW-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCHLW REPLACING ==ASYNC-HOLD-WINDOW-RECORD== BY
                               ==ARCHIVE-HLW-RECORD==
                               LEADING ==AHLW== BY ==XHLW==.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE           PIC X(90).
           88 END-OF-TOTALS-FILE      VALUE 'Y'.
       01 W-HST-EOF-FLAG         PIC X(01) VALUE 'N'.
           88 END-OF-HISTORY          VALUE 'Y'.
       01 W-USG-EOF-FLAG         PIC X(01) VALUE 'N'.
           88 END-OF-USAGE-FILE       VALUE 'Y'.
       01 W-IST-EOF-FLAG         PIC X(01) VALUE 'N'.
           88 END-OF-INTERVAL-FILE    VALUE 'Y'.
       01 W-JRN-EOF-FLAG         PIC X(01) VALUE 'N'.
           88 END-OF-JOURNAL-FILE     VALUE 'Y'.
       01 W-MLG-EOF-FLAG         PIC X(01) VALUE 'N'.
           88 END-OF-MAINT-LOG-FILE   VALUE 'Y'.
       01 W-HLW-EOF-FLAG         PIC X(01) VALUE 'N'.
           88 END-OF-HOLD-WINDOW-FILE VALUE 'Y'.
       01 W-PURGE-SHORT-FLAG     PIC X(01) VALUE 'N'.
           88 PURGE-FELL-SHORT        VALUE 'Y'.

       01 W-ADL-STATUS           PIC X(02) VALUE SPACE.
       01 W-ATO-STATUS           PIC X(02) VALUE SPACE.
       01 W-AHS-STATUS           PIC X(02) VALUE SPACE.
       01 W-USG-STATUS           PIC X(02) VALUE SPACE.
       01 W-IST-STATUS           PIC X(02) VALUE SPACE.
       01 W-JRN-STATUS           PIC X(02) VALUE SPACE.
       01 W-MLG-STATUS           PIC X(02) VALUE SPACE.
       01 W-HLW-STATUS           PIC X(02) VALUE SPACE.
       01 W-AUSG-STATUS          PIC X(02) VALUE SPACE.
       01 W-AIST-STATUS          PIC X(02) VALUE SPACE.
       01 W-AJRN-STATUS          PIC X(02) VALUE SPACE.
       01 W-AMLG-STATUS          PIC X(02) VALUE SPACE.
       01 W-AHLW-STATUS          PIC X(02) VALUE SPACE.

      * the retention periods, days - shipped defaults, overridden
      * by the parameter store copy where it carries the record
       01 W-RET-DLQ-DAYS         PIC S9(8) USAGE COMP VALUE 90.
       01 W-RET-TOT-DAYS         PIC S9(8) USAGE COMP VALUE 60.
       01 W-RET-HST-DAYS         PIC S9(8) USAGE COMP VALUE 365.
       01 W-RET-USG-DAYS         PIC S9(8) USAGE COMP VALUE 100.
       01 W-RET-IST-DAYS         PIC S9(8) USAGE COMP VALUE 90.
       01 W-RET-JRN-DAYS         PIC S9(8) USAGE COMP VALUE 30.
       01 W-RET-MLG-DAYS         PIC S9(8) USAGE COMP VALUE 365.
       01 W-RET-HLW-DAYS         PIC S9(8) USAGE COMP VALUE 400.

       01 W-TODAY-JULIAN         PIC 9(05) VALUE 0.
       01 W-TODAY-INTEGER        PIC S9(9) USAGE COMP VALUE 0.
       01 W-DLQ-CUTOFF           PIC S9(9) USAGE COMP VALUE 0.
       01 W-TOT-CUTOFF           PIC S9(9) USAGE COMP VALUE 0.
       01 W-HST-CUTOFF           PIC S9(9) USAGE COMP VALUE 0.
       01 W-USG-CUTOFF           PIC S9(9) USAGE COMP VALUE 0.
       01 W-IST-CUTOFF           PIC S9(9) USAGE COMP VALUE 0.
       01 W-JRN-CUTOFF           PIC S9(9) USAGE COMP VALUE 0.
       01 W-MLG-CUTOFF           PIC S9(9) USAGE COMP VALUE 0.
       01 W-HLW-CUTOFF           PIC S9(9) USAGE COMP VALUE 0.
       01 W-RECORD-INTEGER       PIC S9(9) USAGE COMP VALUE 0.
       01 W-RECORD-YYYYDDD       PIC 9(07) VALUE 0.

           05 HST-ARCHIVED       PIC 9(07) VALUE 0.
           05 HST-KEPT           PIC 9(07) VALUE 0.
           05 HST-HELD-BACK      PIC 9(07) VALUE 0.
       01 USG-COUNTS.
           05 USG-ARCHIVED       PIC 9(07) VALUE 0.
           05 USG-KEPT           PIC 9(07) VALUE 0.
           05 USG-HELD-BACK      PIC 9(07) VALUE 0.
       01 IST-COUNTS.
           05 IST-ARCHIVED       PIC 9(07) VALUE 0.
           05 IST-KEPT           PIC 9(07) VALUE 0.
           05 IST-HELD-BACK      PIC 9(07) VALUE 0.
       01 JRN-COUNTS.
           05 JRN-ARCHIVED       PIC 9(07) VALUE 0.
           05 JRN-KEPT           PIC 9(07) VALUE 0.
           05 JRN-HELD-BACK      PIC 9(07) VALUE 0.
       01 MLG-COUNTS.
           05 MLG-ARCHIVED       PIC 9(07) VALUE 0.
           05 MLG-KEPT           PIC 9(07) VALUE 0.
           05 MLG-HELD-BACK      PIC 9(07) VALUE 0.
       01 HLW-COUNTS.
           05 HLW-ARCHIVED       PIC 9(07) VALUE 0.
           05 HLW-KEPT           PIC 9(07) VALUE 0.
           05 HLW-HELD-BACK      PIC 9(07) VALUE 0.

       01 HDG-LINE-1.
           05 FILLER             PIC X(42)
              UNTIL END-OF-TOTALS-FILE.
           PERFORM 5000-ROLL-HISTORY THRU 5000-EXIT
              UNTIL END-OF-HISTORY.
           PERFORM 5100-ARCHIVE-USAGE THRU 5100-EXIT
              UNTIL END-OF-USAGE-FILE.
           PERFORM 5200-ARCHIVE-INTERVAL THRU 5200-EXIT
              UNTIL END-OF-INTERVAL-FILE.
           PERFORM 5300-ARCHIVE-JOURNAL THRU 5300-EXIT
              UNTIL END-OF-JOURNAL-FILE.
           PERFORM 5400-ARCHIVE-MAINT-LOG THRU 5400-EXIT
              UNTIL END-OF-MAINT-LOG-FILE.
           PERFORM 5500-ARCHIVE-HOLD-WINDOW THRU 5500-EXIT
              UNTIL END-OF-HOLD-WINDOW-FILE.
           PERFORM 6000-PRINT-REGISTER THRU 6000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.


      ******************************************************************
      * 1000-INITIALIZE - open everything, pick the retention periods
      *  off the parameter copy, set the cutoffs and prime every
      *  read. Date arithmetic goes through the integer date form,
      *  the one safe way to step a Julian date backward across a
      *  year end.
                I-O    CHANGE-FILE
                       DEADLETTER-FILE
                       TOTALS-FILE
                       USAGE-FILE
                       INTERVAL-FILE
                       JOURNAL-FILE
                       MAINT-LOG-FILE
                       HOLD-WINDOW-FILE
                OUTPUT HISTORY-OUT-FILE
                       ARCHIVE-CHG-FILE
                       ARCHIVE-DLQ-FILE
                       ARCHIVE-TOT-FILE
                       ARCHIVE-HST-FILE
                       ARCHIVE-USG-FILE
                       ARCHIVE-IST-FILE
                       ARCHIVE-JRN-FILE
                       ARCHIVE-MLG-FILE
                       ARCHIVE-HLW-FILE
                       REPORT-FILE.

           PERFORM 1200-READ-PARM THRU 1200-EXIT
           COMPUTE W-DLQ-CUTOFF = W-TODAY-INTEGER - W-RET-DLQ-DAYS
           COMPUTE W-TOT-CUTOFF = W-TODAY-INTEGER - W-RET-TOT-DAYS
           COMPUTE W-HST-CUTOFF = W-TODAY-INTEGER - W-RET-HST-DAYS
           COMPUTE W-USG-CUTOFF = W-TODAY-INTEGER - W-RET-USG-DAYS
           COMPUTE W-IST-CUTOFF = W-TODAY-INTEGER - W-RET-IST-DAYS
           COMPUTE W-JRN-CUTOFF = W-TODAY-INTEGER - W-RET-JRN-DAYS
           COMPUTE W-MLG-CUTOFF = W-TODAY-INTEGER - W-RET-MLG-DAYS
           COMPUTE W-HLW-CUTOFF = W-TODAY-INTEGER - W-RET-HLW-DAYS

           WRITE REPORT-LINE FROM HDG-LINE-1.

           PERFORM 1500-READ-DEADLETTER THRU 1500-EXIT.
           PERFORM 1600-READ-TOTAL THRU 1600-EXIT.
           PERFORM 1700-READ-HISTORY THRU 1700-EXIT.
           PERFORM 1800-READ-USAGE THRU 1800-EXIT.
           PERFORM 1810-READ-INTERVAL THRU 1810-EXIT.
           PERFORM 1820-READ-JOURNAL THRU 1820-EXIT.
           PERFORM 1830-READ-MAINT-LOG THRU 1830-EXIT.
           PERFORM 1840-READ-HOLD-WINDOW THRU 1840-EXIT.

       1000-EXIT.
           EXIT.
                 MOVE APRM-PARM-VALUE TO W-RET-TOT-DAYS
              WHEN 'RETHST'
                 MOVE APRM-PARM-VALUE TO W-RET-HST-DAYS
              WHEN 'RETUSG'
                 MOVE APRM-PARM-VALUE TO W-RET-USG-DAYS
              WHEN 'RETIST'
                 MOVE APRM-PARM-VALUE TO W-RET-IST-DAYS
              WHEN 'RETJRN'
                 MOVE APRM-PARM-VALUE TO W-RET-JRN-DAYS
              WHEN 'RETMLG'
                 MOVE APRM-PARM-VALUE TO W-RET-MLG-DAYS
              WHEN 'RETHLW'
                 MOVE APRM-PARM-VALUE TO W-RET-HLW-DAYS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
       1700-EXIT.
           EXIT.

       1800-READ-USAGE.

           READ USAGE-FILE
               AT END MOVE 'Y' TO W-USG-EOF-FLAG
           END-READ.

       1800-EXIT.
           EXIT.

       1810-READ-INTERVAL.

           READ INTERVAL-FILE
               AT END MOVE 'Y' TO W-IST-EOF-FLAG
           END-READ.

       1810-EXIT.
           EXIT.

       1820-READ-JOURNAL.

           READ JOURNAL-FILE
               AT END MOVE 'Y' TO W-JRN-EOF-FLAG
           END-READ.

       1820-EXIT.
           EXIT.

       1830-READ-MAINT-LOG.

           READ MAINT-LOG-FILE
               AT END MOVE 'Y' TO W-MLG-EOF-FLAG
           END-READ.

       1830-EXIT.
           EXIT.

       1840-READ-HOLD-WINDOW.

           READ HOLD-WINDOW-FILE
               AT END MOVE 'Y' TO W-HLW-EOF-FLAG
           END-READ.

       1840-EXIT.
           EXIT.

      ******************************************************************
      * 8000-DATE-TO-INTEGER - one EIBDATE-form date (0CYYDDD,
      *  century digit 1 for 20xx) in W-RECORD-DATE to the integer
       5000-EXIT.
           EXIT.

      ******************************************************************
      * 5100-ARCHIVE-USAGE - one requester-day of quota use. The
      *  monthly chargeback reads the month just ended, so the
      *  retention only has to reach back past it.
      ******************************************************************
       5100-ARCHIVE-USAGE.

           MOVE AUSG-USAGE-DATE TO W-RECORD-DATE
           PERFORM 8000-DATE-TO-INTEGER THRU 8000-EXIT

           IF W-RECORD-INTEGER < W-USG-CUTOFF THEN
              MOVE ASYNC-USAGE-RECORD TO ARCHIVE-USG-RECORD
              WRITE ARCHIVE-USG-RECORD
              IF W-AUSG-STATUS = '00' THEN
                 DELETE USAGE-FILE
                 ADD 1 TO USG-ARCHIVED
              ELSE
                 ADD 1 TO USG-HELD-BACK
                 MOVE 'Y' TO W-PURGE-SHORT-FLAG
              END-IF
           ELSE
              ADD 1 TO USG-KEPT
           END-IF.

       5100-NEXT.

           PERFORM 1800-READ-USAGE THRU 1800-EXIT.

       5100-EXIT.
           EXIT.

      ******************************************************************
      * 5200-ARCHIVE-INTERVAL - one interval statistics record; the
      *  nightly capacity report only ever reads back one day.
      ******************************************************************
       5200-ARCHIVE-INTERVAL.

           MOVE AIST-DATE TO W-RECORD-DATE
           PERFORM 8000-DATE-TO-INTEGER THRU 8000-EXIT

           IF W-RECORD-INTEGER < W-IST-CUTOFF THEN
              MOVE ASYNC-INTERVAL-RECORD TO ARCHIVE-IST-RECORD
              WRITE ARCHIVE-IST-RECORD
              IF W-AIST-STATUS = '00' THEN
                 DELETE INTERVAL-FILE
                 ADD 1 TO IST-ARCHIVED
              ELSE
                 ADD 1 TO IST-HELD-BACK
                 MOVE 'Y' TO W-PURGE-SHORT-FLAG
              END-IF
           ELSE
              ADD 1 TO IST-KEPT
           END-IF.

       5200-NEXT.

           PERFORM 1810-READ-INTERVAL THRU 1810-EXIT.

       5200-EXIT.
           EXIT.

      ******************************************************************
      * 5300-ARCHIVE-JOURNAL - one intake journal entry. An entry
      *  still awaiting its reply is kept whatever its age - it is
      *  the replay transaction's to re-feed or leave alone, and
      *  purging it would lose the only record of an unanswered
      *  request.
      ******************************************************************
       5300-ARCHIVE-JOURNAL.

           IF AJRN-AWAITING-REPLY THEN
              ADD 1 TO JRN-KEPT
              GO TO 5300-NEXT
           END-IF

           MOVE AJRN-KEY-DATE TO W-RECORD-DATE
           PERFORM 8000-DATE-TO-INTEGER THRU 8000-EXIT

           IF W-RECORD-INTEGER < W-JRN-CUTOFF THEN
              MOVE ASYNC-JOURNAL-RECORD TO ARCHIVE-JRN-RECORD
              WRITE ARCHIVE-JRN-RECORD
              IF W-AJRN-STATUS = '00' THEN
                 DELETE JOURNAL-FILE
                 ADD 1 TO JRN-ARCHIVED
              ELSE
                 ADD 1 TO JRN-HELD-BACK
                 MOVE 'Y' TO W-PURGE-SHORT-FLAG
              END-IF
           ELSE
              ADD 1 TO JRN-KEPT
           END-IF.

       5300-NEXT.

           PERFORM 1820-READ-JOURNAL THRU 1820-EXIT.

       5300-EXIT.
           EXIT.

      ******************************************************************
      * 5400-ARCHIVE-MAINT-LOG - one reference-store maintenance
      *  history entry, on the same rule as the change history.
      ******************************************************************
       5400-ARCHIVE-MAINT-LOG.

           MOVE AMLG-KEY-DATE TO W-RECORD-DATE
           PERFORM 8000-DATE-TO-INTEGER THRU 8000-EXIT

           IF W-RECORD-INTEGER < W-MLG-CUTOFF THEN
              MOVE ASYNC-MAINT-LOG-RECORD TO ARCHIVE-MLG-RECORD
              WRITE ARCHIVE-MLG-RECORD
              IF W-AMLG-STATUS = '00' THEN
                 DELETE MAINT-LOG-FILE
                 ADD 1 TO MLG-ARCHIVED
              ELSE
                 ADD 1 TO MLG-HELD-BACK
                 MOVE 'Y' TO W-PURGE-SHORT-FLAG
              END-IF
           ELSE
              ADD 1 TO MLG-KEPT
           END-IF.

       5400-NEXT.

           PERFORM 1830-READ-MAINT-LOG THRU 1830-EXIT.

       5400-EXIT.
           EXIT.

      ******************************************************************
      * 5500-ARCHIVE-HOLD-WINDOW - one hold window. A window still
      *  open is kept; a closed one ages from the day the hold came
      *  off. The trend report sets the audit history against these
      *  windows, so RETHLW should reach at least as far back as
      *  RETHST.
      ******************************************************************
       5500-ARCHIVE-HOLD-WINDOW.

           IF NOT AHLW-CLOSED THEN
              ADD 1 TO HLW-KEPT
              GO TO 5500-NEXT
           END-IF

           MOVE AHLW-END-DATE TO W-RECORD-DATE
           PERFORM 8000-DATE-TO-INTEGER THRU 8000-EXIT

           IF W-RECORD-INTEGER < W-HLW-CUTOFF THEN
              MOVE ASYNC-HOLD-WINDOW-RECORD TO ARCHIVE-HLW-RECORD
              WRITE ARCHIVE-HLW-RECORD
              IF W-AHLW-STATUS = '00' THEN
                 DELETE HOLD-WINDOW-FILE
                 ADD 1 TO HLW-ARCHIVED
              ELSE
                 ADD 1 TO HLW-HELD-BACK
                 MOVE 'Y' TO W-PURGE-SHORT-FLAG
              END-IF
           ELSE
              ADD 1 TO HLW-KEPT
           END-IF.

       5500-NEXT.

           PERFORM 1840-READ-HOLD-WINDOW THRU 1840-EXIT.

       5500-EXIT.
           EXIT.

      ******************************************************************
      * 6000-PRINT-REGISTER - one register line per store, and the
      *  shortfall warning when anything could not be archived.
           MOVE W-RET-HST-DAYS TO REG-RET-DAYS
           WRITE REPORT-LINE FROM REGISTER-LINE

           MOVE 'ASYNCUSG ' TO REG-STORE
           MOVE USG-ARCHIVED   TO REG-ARCHIVED
           MOVE USG-KEPT       TO REG-KEPT
           MOVE USG-HELD-BACK  TO REG-HELD-BACK
           MOVE W-RET-USG-DAYS TO REG-RET-DAYS
           WRITE REPORT-LINE FROM REGISTER-LINE

           MOVE 'ASYNCIST ' TO REG-STORE
           MOVE IST-ARCHIVED   TO REG-ARCHIVED
           MOVE IST-KEPT       TO REG-KEPT
           MOVE IST-HELD-BACK  TO REG-HELD-BACK
           MOVE W-RET-IST-DAYS TO REG-RET-DAYS
           WRITE REPORT-LINE FROM REGISTER-LINE

           MOVE 'ASYNCJRN ' TO REG-STORE
           MOVE JRN-ARCHIVED   TO REG-ARCHIVED
           MOVE JRN-KEPT       TO REG-KEPT
           MOVE JRN-HELD-BACK  TO REG-HELD-BACK
           MOVE W-RET-JRN-DAYS TO REG-RET-DAYS
           WRITE REPORT-LINE FROM REGISTER-LINE

           MOVE 'ASYNCMLG ' TO REG-STORE
           MOVE MLG-ARCHIVED   TO REG-ARCHIVED
           MOVE MLG-KEPT       TO REG-KEPT
           MOVE MLG-HELD-BACK  TO REG-HELD-BACK
           MOVE W-RET-MLG-DAYS TO REG-RET-DAYS
           WRITE REPORT-LINE FROM REGISTER-LINE

           MOVE 'ASYNCHLW ' TO REG-STORE
           MOVE HLW-ARCHIVED   TO REG-ARCHIVED
           MOVE HLW-KEPT       TO REG-KEPT
           MOVE HLW-HELD-BACK  TO REG-HELD-BACK
           MOVE W-RET-HLW-DAYS TO REG-RET-DAYS
           WRITE REPORT-LINE FROM REGISTER-LINE

           IF PURGE-FELL-SHORT THEN
              WRITE REPORT-LINE FROM SHORT-LINE
           END-IF.
                 ARCHIVE-DLQ-FILE
                 ARCHIVE-TOT-FILE
                 ARCHIVE-HST-FILE
                 USAGE-FILE
                 INTERVAL-FILE
                 JOURNAL-FILE
                 MAINT-LOG-FILE
                 HOLD-WINDOW-FILE
                 ARCHIVE-USG-FILE
                 ARCHIVE-IST-FILE
                 ARCHIVE-JRN-FILE
                 ARCHIVE-MLG-FILE
                 ARCHIVE-HLW-FILE
                 REPORT-FILE.

           IF PURGE-FELL-SHORT THEN
