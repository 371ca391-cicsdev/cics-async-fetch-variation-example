           PERFORM 3210-MATCH-ONE-ITEM THRU 3210-EXIT
              UNTIL SCAN-COMPLETE OR REPLY-FOUND

      * a household reply shares the queue and the header layout but
      * lists accounts, not sources (see ASYNCHHR.cpy) - its accounts
      * each ran under their own correlation id
           IF REPLY-FOUND AND ACMP-REQUEST-TYPE = 'HHLD' THEN
              MOVE 'HOUSEHOLD REPLY ON ASYNCCMP' TO LCSTAO
              GO TO 3200-EXIT
           END-IF

           IF REPLY-FOUND THEN
              IF ACMP-RESTRICTED THEN
                 MOVE 'ON ASYNCCMP - FLAGGED RESTRICTED' TO LCSTAO
