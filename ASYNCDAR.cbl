      ******************************************************************
      * ASYNCDAR - daily denied-access report for Information
      *            Security over the reject store (REJIN, the same
      *            sequential copy of the ASYNCREJ file taken by the
      *            scheduler for ASYNCRJR; see ASYNCREJ.cpy). Only the
      *            requests refused because the requester was not
      *            entitled to them (reason 05, see ASYNCENT.cpy) are
      *            listed - whether they came in on AINQ or through the
      *            HTTP front door ASYNCWEB - with who asked, for which
      *            account, for what, and why they were refused; then
      *            totals by kind of refusal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCDAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE ASSIGN TO REJIN
           ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO RPTOUT
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ASYNCREJ.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
      *
       01 W-EOF-FLAG             PIC X(01) VALUE 'N'.
           88 END-OF-REJECT-FILE      VALUE 'Y'.

      * the refused request as it arrived, unpacked for the line
       COPY ASYNCINT.

       01 W-READ-COUNT           PIC 9(07) VALUE 0.
       01 W-DENIED-COUNT         PIC 9(07) VALUE 0.
      * totals by kind of refusal, told apart by the reason text the
      * front-door edits give them
       01 W-NO-ENTRY-COUNT       PIC 9(07) VALUE 0.
       01 W-TYPE-COUNT           PIC 9(07) VALUE 0.
       01 W-RESTRICTED-COUNT     PIC 9(07) VALUE 0.
      * the HTTP front door refusing a caller it could not tie to the
      * requester, and anything not yet given a kind of its own
       01 W-CALLER-COUNT         PIC 9(07) VALUE 0.
       01 W-OTHER-COUNT          PIC 9(07) VALUE 0.

       01 HDG-LINE-1.
           05 FILLER             PIC X(35)
              VALUE 'ASYNCPG1 DAILY DENIED-ACCESS REPORT'.

       01 HDG-LINE-2.
           05 FILLER             PIC X(16) VALUE 'ARRIVED'.
           05 FILLER             PIC X(09) VALUE 'REQUESTER'.
           05 FILLER             PIC X(21) VALUE 'BUSINESS KEY'.
           05 FILLER             PIC X(05) VALUE 'TYPE'.
           05 FILLER             PIC X(26) VALUE 'REFUSED BECAUSE'.

       01 DETAIL-LINE.
           05 DTL-DATE           PIC 9(07).
           05 FILLER             PIC X(01) VALUE '-'.
           05 DTL-TIME           PIC 9(07).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-REQUESTER      PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-BUSINESS-KEY   PIC X(20).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-TYPE           PIC X(04).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 DTL-REASON-DESC    PIC X(26).

       01 TOTAL-LINE.
           05 TOT-TAG            PIC X(22).
           05 TOT-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PRINT-DENIAL THRU 2000-EXIT
              UNTIL END-OF-REJECT-FILE.
           PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
           PERFORM 9999-TERMINATE THRU 9999-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - open the files, write the heading and prime
      *  the read.
      ******************************************************************
       1000-INITIALIZE.

           OPEN INPUT REJECT-FILE
                OUTPUT REPORT-FILE.

           WRITE REPORT-LINE FROM HDG-LINE-1.
           WRITE REPORT-LINE FROM HDG-LINE-2.

           PERFORM 1100-READ-REJECT THRU 1100-EXIT.

       1000-EXIT.
           EXIT.

       1100-READ-REJECT.

           READ REJECT-FILE
               AT END MOVE 'Y' TO W-EOF-FLAG
           END-READ.

       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PRINT-DENIAL - one line per request refused for want of
      *  entitlement, counted into its kind; structural rejects are
      *  ASYNCRJR's business and are passed over. Then read the next.
      ******************************************************************
       2000-PRINT-DENIAL.

           ADD 1 TO W-READ-COUNT

           IF NOT AREJ-REASON-NOT-ENTITLED THEN
              GO TO 2000-READ-NEXT
           END-IF

           ADD 1 TO W-DENIED-COUNT

           MOVE AREJ-INTAKE-IMAGE TO ASYNC-INTAKE-RECORD
           MOVE AREJ-KEY-DATE     TO DTL-DATE
           MOVE AREJ-KEY-TIME     TO DTL-TIME
           MOVE AREJ-REQUESTER-ID TO DTL-REQUESTER
           MOVE AINT-BUSINESS-KEY TO DTL-BUSINESS-KEY
           MOVE AINT-REQUEST-TYPE TO DTL-TYPE
           MOVE AREJ-REASON-DESC  TO DTL-REASON-DESC
           WRITE REPORT-LINE FROM DETAIL-LINE

           EVALUATE AREJ-REASON-DESC
              WHEN 'NO ENTITLEMENT ON FILE'
                 ADD 1 TO W-NO-ENTRY-COUNT
              WHEN 'NOT ENTITLED TO TYPE'
                 ADD 1 TO W-TYPE-COUNT
              WHEN 'NOT ENTITLED - RESTRICTED'
                 ADD 1 TO W-RESTRICTED-COUNT
              WHEN 'NO AUTHENTICATED CALLER'
              WHEN 'REQUESTER IS NOT CALLER'
                 ADD 1 TO W-CALLER-COUNT
              WHEN OTHER
                 ADD 1 TO W-OTHER-COUNT
           END-EVALUATE.

       2000-READ-NEXT.

           PERFORM 1100-READ-REJECT THRU 1100-EXIT.

       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRINT-TOTALS - the count of each kind of refusal, which
      *  between them add up to the denials listed, then the
      *  accounting lines at the foot.
      ******************************************************************
       3000-PRINT-TOTALS.

           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'NO ENTITLEMENT:'     TO TOT-TAG
           MOVE W-NO-ENTRY-COUNT      TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE 'TYPE NOT ALLOWED:'   TO TOT-TAG
           MOVE W-TYPE-COUNT          TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE 'RESTRICTED ACCOUNT:' TO TOT-TAG
           MOVE W-RESTRICTED-COUNT    TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE 'CALLER NOT REQUESTER:' TO TOT-TAG
           MOVE W-CALLER-COUNT        TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE 'OTHER REFUSAL:'      TO TOT-TAG
           MOVE W-OTHER-COUNT         TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE

           MOVE SPACE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 'DENIALS LISTED:'     TO TOT-TAG
           MOVE W-DENIED-COUNT        TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE
           MOVE 'REJECTS READ:'       TO TOT-TAG
           MOVE W-READ-COUNT          TO TOT-COUNT
           WRITE REPORT-LINE FROM TOTAL-LINE.

       3000-EXIT.
           EXIT.

      ******************************************************************
      * 9999-TERMINATE - close the files down.
      ******************************************************************
       9999-TERMINATE.

           CLOSE REJECT-FILE
                 REPORT-FILE.

       9999-EXIT.
           EXIT.

       END PROGRAM 'ASYNCDAR'.
