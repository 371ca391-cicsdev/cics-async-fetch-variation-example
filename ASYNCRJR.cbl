
       01 W-REJECT-COUNT         PIC 9(07) VALUE 0.

      * totals by reason code - the five reasons the edit hands out,
      * the fifth being a requester not entitled to the request
       01 REASON-TOTALS.
           05 REASON-COUNT OCCURS 5 TIMES
              INDEXED BY REASON-IDX PIC 9(07).
       01 W-REASON-SUB           PIC S9(4) USAGE COMP VALUE 0.

                OUTPUT REPORT-FILE.

           PERFORM 1200-CLEAR-REASON THRU 1200-EXIT
              VARYING REASON-IDX FROM 1 BY 1 UNTIL REASON-IDX > 5

           WRITE REPORT-LINE FROM HDG-LINE-1.
           WRITE REPORT-LINE FROM HDG-LINE-2.
           MOVE AREJ-INTAKE-IMAGE TO DTL-INTAKE-IMAGE
           WRITE REPORT-LINE FROM DETAIL-LINE

           IF AREJ-REASON-CODE >= 1 AND AREJ-REASON-CODE <= 5 THEN
              MOVE AREJ-REASON-CODE TO W-REASON-SUB
              SET REASON-IDX TO W-REASON-SUB
              ADD 1 TO REASON-COUNT(REASON-IDX)
           WRITE REPORT-LINE

           PERFORM 3100-PRINT-REASON THRU 3100-EXIT
              VARYING REASON-IDX FROM 1 BY 1 UNTIL REASON-IDX > 5

           MOVE W-REJECT-COUNT TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE.
