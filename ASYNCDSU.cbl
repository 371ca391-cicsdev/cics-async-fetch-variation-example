      ******************************************************************
      * ASYNCDSU - online maintenance transaction for the reply
      *            destination table (VSAM KSDS ASYNCDST, see
      *            ASYNCDST.cpy) the reply router ASYNCRTR delivers
      *            each requester's consolidated replies by. One
      *            requester's entry is shown at a time -
      *              ENTER  show the entry keyed
      *              PF5    save the entry on the screen, adding it if
      *                     there is none yet - a new requester's
      *                     destination is set up this way
      *              PF6    deactivate the entry
      *              PF3    exit
      *
      *            The destination type is T (intrapartition TD queue),
      *            M (MQ queue) or F (extrapartition TD destination),
      *            and the name has to be one the router can deliver
      *            to for that type: for T and F a TD queue name of one
      *            to four characters, letters, digits, @, # or $, with
      *            nothing after it; for M an MQ queue name of up to 48
      *            characters, letters, digits, '.', '/', '_' or '%',
      *            with no blanks in it. The active flag is Y or N, Y
      *            when left blank on a new entry. Whether the queue is
      *            actually defined is not checked here - a delivery
      *            that fails still goes to the undelivered-replies
      *            store (ASYNCUDL) with its reason.
      *
      *            Entries are not deleted: a requester that no longer
      *            takes replies is deactivated, so its replies are
      *            kept on ASYNCUDL as destination inactive rather than
      *            reported as having no destination at all, and its
      *            entry can be put back by setting it active again.
      *            Every add and change is logged to the maintenance
      *            history (VSAM KSDS ASYNCMLG, see ASYNCMLG.cpy) with
      *            the operator's userid and terminal and the before
      *            and after images.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCDSU.
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

       01 ASYNC-DST-FILE     PIC X(08) VALUE 'ASYNCDST'.
       COPY ASYNCDST.
       01 W-REQUESTER-ID     PIC X(08) VALUE SPACE.

      * the entry as keyed and edited, ready to go on the record
       01 W-NEW-DEST-TYPE    PIC X(01) VALUE SPACE.
           88 W-TYPE-TD-NAME       VALUE 'T' 'F'.
           88 W-TYPE-MQ-NAME       VALUE 'M'.
       01 W-NEW-DEST-NAME    PIC X(48) VALUE SPACE.
       01 W-NEW-ACTIVE       PIC X(01) VALUE SPACE.

      * the destination name a character at a time - how long it is,
      * and whether every character is one the type allows
       01 W-NAME-LEN         PIC S9(4) USAGE COMP VALUE 0.
       01 W-NAME-POS         PIC S9(4) USAGE COMP VALUE 0.
       01 W-NAME-CHAR        PIC X(01) VALUE SPACE.
           88 TD-NAME-CHAR         VALUE 'A' THRU 'I' 'J' THRU 'R'
                                         'S' THRU 'Z' '0' THRU '9'
                                         '@' '#' '$'.
           88 MQ-NAME-CHAR         VALUE 'A' THRU 'I' 'J' THRU 'R'
                                         'S' THRU 'Z' 'a' THRU 'i'
                                         'j' THRU 'r' 's' THRU 'z'
                                         '0' THRU '9' '.' '/' '_'
                                         '%'.
       01 W-NAME-FLAG        PIC X(01) VALUE 'Y'.
           88 NAME-CHARS-VALID     VALUE 'Y'.

      * maintenance history - the before image is taken under the
      * update lock, the after image once the entry is written back;
      * a save that changed nothing is not written and logs nothing
       01 ASYNC-MLG-FILE     PIC X(08) VALUE 'ASYNCMLG'.
       COPY ASYNCMLG.
       01 W-BEFORE-IMAGE     PIC X(80) VALUE SPACE.
       01 W-AFTER-IMAGE      PIC X(80) VALUE SPACE.
       01 W-BEFORE-DATA      PIC X(50) VALUE SPACE.
       01 W-LOG-ACTION       PIC X(01) VALUE SPACE.
       01 W-MLG-SEQ          PIC 9(02) VALUE 0.
       01 W-USERID           PIC X(08) VALUE SPACE.
       01 W-TASKN-DISPLAY    PIC 9(07) VALUE 0.
       01 W-NOW-ABSTIME      PIC S9(15) COMP-3 VALUE 0.
       01 W-CHG-LOG-FLAG     PIC X(01) VALUE 'Y'.
           88 CHANGES-ALL-LOGGED   VALUE 'Y'.

       COPY ASYNCDSM.

       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.

       0000-MAINLINE.

           MOVE LOW-VALUES TO ASYNCR1O
           MOVE 'KEY A REQUESTER ID AND PRESS ENTER' TO DTMSGO
           PERFORM 1000-SEND-SCREEN THRU 1000-EXIT.

           PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
              UNTIL MAINTENANCE-DONE.

           EXEC CICS RETURN END-EXEC.

      ******************************************************************
      * 1000-SEND-SCREEN - send the map as it now stands.
      ******************************************************************
       1000-SEND-SCREEN.

           EXEC CICS SEND MAP('ASYNCR1') MAPSET('ASYNCDSM')
           FROM(ASYNCR1O) ERASE
           END-EXEC.

       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-SHOW-ENTRY - put the destination record in hand on the
      *  screen.
      ******************************************************************
       1100-SHOW-ENTRY.

           MOVE ADST-REQUESTER-ID    TO DTREQO
           MOVE ADST-DEST-TYPE       TO DTTYPO
           MOVE ADST-DEST-NAME       TO DTNAMO
           MOVE ADST-ACTIVE-FLAG     TO DTACTO.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CLEAR-ENTRY - blank the entry's fields, leaving the key.
      ******************************************************************
       1200-CLEAR-ENTRY.

           MOVE SPACE TO DTTYPO
           MOVE SPACE TO DTNAMO
           MOVE SPACE TO DTACTO.

       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-INPUT - receive the operator's input and act on
      *  the attention key pressed. Every key but exit needs a
      *  requester id to work on.
      ******************************************************************
       2000-PROCESS-INPUT.

           EXEC CICS RECEIVE MAP('ASYNCR1') MAPSET('ASYNCDSM')
           INTO(ASYNCR1I)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR THEN
              MOVE 'Y' TO W-DONE-FLAG
              GO TO 2000-EXIT
           END-IF

           INSPECT ASYNCR1I REPLACING ALL LOW-VALUE BY SPACE
           MOVE DTREQI TO W-REQUESTER-ID
           MOVE SPACE  TO DTMSGO

           EVALUATE TRUE
              WHEN W-REQUESTER-ID = SPACE
                 MOVE 'REQUESTER ID REQUIRED' TO DTMSGO
              WHEN EIBAID = DFHENTER
                 PERFORM 3000-DISPLAY-ENTRY THRU 3000-EXIT
              WHEN EIBAID = DFHPF5
                 PERFORM 3100-SAVE-ENTRY THRU 3100-EXIT
              WHEN EIBAID = DFHPF6
                 PERFORM 3200-DEACTIVATE-ENTRY THRU 3200-EXIT
              WHEN OTHER
                 MOVE 'INVALID KEY - USE ENTER, PF5, PF6 OR PF3'
                            TO DTMSGO
           END-EVALUATE

           PERFORM 1000-SEND-SCREEN THRU 1000-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2050-VALIDATE-ENTRY - edit the entry keyed before anything is
      *  saved, leaving the first fault found in the message line. A
      *  blank active flag on a new entry makes it active.
      ******************************************************************
       2050-VALIDATE-ENTRY.

           MOVE 'N' TO W-VALID-FLAG

           MOVE DTTYPI TO W-NEW-DEST-TYPE
           IF NOT W-TYPE-TD-NAME AND NOT W-TYPE-MQ-NAME THEN
              MOVE 'DESTINATION TYPE MUST BE T, M OR F - NOT SAVED'
                         TO DTMSGO
              GO TO 2050-EXIT
           END-IF

           MOVE DTNAMI TO W-NEW-DEST-NAME
           IF W-NEW-DEST-NAME = SPACE
              OR W-NEW-DEST-NAME(1:1) = SPACE THEN
              MOVE 'DESTINATION NAME REQUIRED, FROM THE FIRST POSITION'
                         TO DTMSGO
              GO TO 2050-EXIT
           END-IF

      * the name runs to the first blank, and nothing may follow it
           MOVE 0 TO W-NAME-LEN
           INSPECT W-NEW-DEST-NAME TALLYING W-NAME-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF W-NAME-LEN < 48 THEN
              IF W-NEW-DEST-NAME(W-NAME-LEN + 1:) NOT = SPACE THEN
                 MOVE 'DESTINATION NAME MAY NOT CONTAIN BLANKS'
                            TO DTMSGO
                 GO TO 2050-EXIT
              END-IF
           END-IF

           IF W-TYPE-TD-NAME AND W-NAME-LEN > 4 THEN
              STRING 'A TD QUEUE NAME IS 1 TO 4 CHARACTERS - NOT SAVED'
                 DELIMITED BY SIZE INTO DTMSGO
              GO TO 2050-EXIT
           END-IF

           MOVE 'Y' TO W-NAME-FLAG
           PERFORM 2060-CHECK-NAME-CHAR THRU 2060-EXIT
              VARYING W-NAME-POS FROM 1 BY 1
              UNTIL W-NAME-POS > W-NAME-LEN OR NOT NAME-CHARS-VALID
           IF NOT NAME-CHARS-VALID THEN
              IF W-TYPE-TD-NAME THEN
                 STRING 'TD QUEUE NAME TAKES LETTERS, DIGITS, @, # '
                    'AND $ ONLY - NOT SAVED'
                    DELIMITED BY SIZE INTO DTMSGO
              ELSE
                 STRING 'MQ QUEUE NAME TAKES LETTERS, DIGITS, . / _ '
                    'AND % ONLY - NOT SAVED'
                    DELIMITED BY SIZE INTO DTMSGO
              END-IF
              GO TO 2050-EXIT
           END-IF

           MOVE DTACTI TO W-NEW-ACTIVE
           IF W-NEW-ACTIVE = SPACE THEN
              MOVE 'Y' TO W-NEW-ACTIVE
           END-IF
           IF W-NEW-ACTIVE NOT = 'Y' AND W-NEW-ACTIVE NOT = 'N' THEN
              MOVE 'ACTIVE MUST BE Y OR N - NOT SAVED' TO DTMSGO
              GO TO 2050-EXIT
           END-IF

           MOVE 'Y' TO W-VALID-FLAG.

       2050-EXIT.
           EXIT.

      ******************************************************************
      * 2060-CHECK-NAME-CHAR - one character of the destination name
      *  against the characters its type allows.
      ******************************************************************
       2060-CHECK-NAME-CHAR.

           MOVE W-NEW-DEST-NAME(W-NAME-POS:1) TO W-NAME-CHAR

           IF W-TYPE-TD-NAME AND NOT TD-NAME-CHAR THEN
              MOVE 'N' TO W-NAME-FLAG
           END-IF

           IF W-TYPE-MQ-NAME AND NOT MQ-NAME-CHAR THEN
              MOVE 'N' TO W-NAME-FLAG
           END-IF.

       2060-EXIT.
           EXIT.

      ******************************************************************
      * 3000-DISPLAY-ENTRY - read the entry keyed and show it, or say
      *  there is none and offer a blank one to add.
      ******************************************************************
       3000-DISPLAY-ENTRY.

           MOVE W-REQUESTER-ID TO ADST-REQUESTER-ID

           EXEC CICS READ FILE(ASYNC-DST-FILE)
           RIDFLD(ADST-REQUESTER-ID) INTO(ASYNC-DESTINATION-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF W-RESP = DFHRESP(NORMAL) THEN
              PERFORM 1100-SHOW-ENTRY THRU 1100-EXIT
              IF ADST-DEST-INACTIVE THEN
                 MOVE 'DESTINATION INACTIVE - REPLIES GO TO ASYNCUDL'
                            TO DTMSGO
              END-IF
           ELSE
              PERFORM 1200-CLEAR-ENTRY THRU 1200-EXIT
              STRING 'NO DESTINATION ON FILE - KEY IT AND '
                 'PRESS PF5 TO ADD'
                 DELIMITED BY SIZE INTO DTMSGO
           END-IF.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-SAVE-ENTRY - write the screen's entry to the table:
      *  REWRITE under the update lock when the entry exists, a fresh
      *  WRITE when it does not, and log the change.
      ******************************************************************
       3100-SAVE-ENTRY.

           PERFORM 2050-VALIDATE-ENTRY THRU 2050-EXIT
           IF NOT ENTRY-VALID THEN
              GO TO 3100-EXIT
           END-IF

           MOVE W-REQUESTER-ID TO ADST-REQUESTER-ID

           EXEC CICS READ FILE(ASYNC-DST-FILE) UPDATE
           RIDFLD(ADST-REQUESTER-ID) INTO(ASYNC-DESTINATION-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           MOVE W-RESP TO W-READ-RESP

           IF W-READ-RESP = DFHRESP(NORMAL) THEN
              MOVE ASYNC-DESTINATION-RECORD TO W-BEFORE-IMAGE
              MOVE ASYNC-DESTINATION-RECORD(9:50) TO W-BEFORE-DATA
              MOVE 'C' TO W-LOG-ACTION
           ELSE
              MOVE SPACE TO ASYNC-DESTINATION-RECORD
              MOVE W-REQUESTER-ID TO ADST-REQUESTER-ID
              MOVE SPACE TO W-BEFORE-IMAGE
              MOVE SPACE TO W-BEFORE-DATA
              MOVE 'A' TO W-LOG-ACTION
           END-IF

           MOVE W-NEW-DEST-TYPE TO ADST-DEST-TYPE
           MOVE W-NEW-DEST-NAME TO ADST-DEST-NAME
           MOVE W-NEW-ACTIVE    TO ADST-ACTIVE-FLAG

      * nothing changed - let go of the lock rather than log a change
      * that is not one
           IF W-READ-RESP = DFHRESP(NORMAL)
              AND ASYNC-DESTINATION-RECORD(9:50) = W-BEFORE-DATA THEN
              EXEC CICS UNLOCK FILE(ASYNC-DST-FILE) NOHANDLE
              END-EXEC
              PERFORM 1100-SHOW-ENTRY THRU 1100-EXIT
              MOVE 'NO CHANGE - NOTHING SAVED' TO DTMSGO
              GO TO 3100-EXIT
           END-IF

           PERFORM 3300-STAMP-NOW THRU 3300-EXIT

           IF W-READ-RESP = DFHRESP(NORMAL) THEN
              EXEC CICS REWRITE FILE(ASYNC-DST-FILE)
              FROM(ASYNC-DESTINATION-RECORD)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE(ASYNC-DST-FILE)
              FROM(ASYNC-DESTINATION-RECORD) RIDFLD(ADST-REQUESTER-ID)
              RESP(W-RESP) RESP2(W-RESP2)
              END-EXEC
           END-IF

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'SAVE FAILED - DESTINATION NOT CHANGED' TO DTMSGO
              GO TO 3100-EXIT
           END-IF

           PERFORM 1100-SHOW-ENTRY THRU 1100-EXIT
           MOVE ASYNC-DESTINATION-RECORD TO W-AFTER-IMAGE
           MOVE 'Y' TO W-CHG-LOG-FLAG
           PERFORM 3400-LOG-CHANGE THRU 3400-EXIT

           EVALUATE TRUE
              WHEN NOT CHANGES-ALL-LOGGED
                 STRING 'DESTINATION SAVED - WARNING: '
                    'CHANGE NOT LOGGED TO HISTORY'
                    DELIMITED BY SIZE INTO DTMSGO
              WHEN ADST-DEST-INACTIVE
                 MOVE 'DESTINATION SAVED - INACTIVE' TO DTMSGO
              WHEN OTHER
                 MOVE 'DESTINATION SAVED' TO DTMSGO
           END-EVALUATE.

       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3200-DEACTIVATE-ENTRY - mark the entry inactive, whatever else
      *  is on the screen. The router then parks the requester's
      *  replies on ASYNCUDL instead of delivering them.
      ******************************************************************
       3200-DEACTIVATE-ENTRY.

           MOVE W-REQUESTER-ID TO ADST-REQUESTER-ID

           EXEC CICS READ FILE(ASYNC-DST-FILE) UPDATE
           RIDFLD(ADST-REQUESTER-ID) INTO(ASYNC-DESTINATION-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              PERFORM 1200-CLEAR-ENTRY THRU 1200-EXIT
              MOVE 'NO DESTINATION ON FILE - NOTHING DEACTIVATED'
                         TO DTMSGO
              GO TO 3200-EXIT
           END-IF

           IF ADST-DEST-INACTIVE THEN
              EXEC CICS UNLOCK FILE(ASYNC-DST-FILE) NOHANDLE
              END-EXEC
              PERFORM 1100-SHOW-ENTRY THRU 1100-EXIT
              MOVE 'DESTINATION ALREADY INACTIVE' TO DTMSGO
              GO TO 3200-EXIT
           END-IF

           MOVE ASYNC-DESTINATION-RECORD TO W-BEFORE-IMAGE
           MOVE 'N' TO ADST-ACTIVE-FLAG

           PERFORM 3300-STAMP-NOW THRU 3300-EXIT

           EXEC CICS REWRITE FILE(ASYNC-DST-FILE)
           FROM(ASYNC-DESTINATION-RECORD)
           RESP(W-RESP) RESP2(W-RESP2)
           END-EXEC.

           IF W-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE 'DEACTIVATE FAILED - DESTINATION NOT CHANGED'
                         TO DTMSGO
              GO TO 3200-EXIT
           END-IF

           PERFORM 1100-SHOW-ENTRY THRU 1100-EXIT
           MOVE ASYNC-DESTINATION-RECORD TO W-AFTER-IMAGE
           MOVE 'C' TO W-LOG-ACTION
           MOVE 'Y' TO W-CHG-LOG-FLAG
           PERFORM 3400-LOG-CHANGE THRU 3400-EXIT

           IF CHANGES-ALL-LOGGED THEN
              MOVE 'DESTINATION DEACTIVATED' TO DTMSGO
           ELSE
              STRING 'DESTINATION DEACTIVATED - WARNING: '
                 'CHANGE NOT LOGGED TO HISTORY'
                 DELIMITED BY SIZE INTO DTMSGO
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
           MOVE ASYNC-DST-FILE  TO AMLG-STORE-NAME
           MOVE W-REQUESTER-ID  TO AMLG-RECORD-KEY
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

       END PROGRAM 'ASYNCDSU'.
