      ******************************************************************
      * ASYNCAUX - layout conversion for a tail extension of the audit
      *            record (ASYNCAUD.cpy). The current changeover is
      *            the probe flag (AAUD-PROBE-FLAG) added behind the
      *            business key: the rolling history HISTOUT, the
      *            archived extracts and any saved daily extracts
      *            were written in the prior 133-byte layout; this
      *            job reads such a dataset (AUDTOLD) and rewrites
      *            it (AUDTNEW) with each record space-padded to the
      *            current length, so the first chain run against
      *            failing on the record length. Because the new
      *            field sits at the END of the record, padding is
      *            the whole conversion - every existing field keeps
      *            its offset, the padded flag reads as a real
      *            request, and the trailer (same length, same rule)
      *            converts the same way. Run once per dataset at the
      *            changeover, then never again - a dataset already
      *            in the current layout must not be run through
      *            here, or every record gains a second pad. (The
      *            earlier 113-to-133 changeover for the business key
      *            was run with the old length at 113.)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASYNCAUX.
       FILE SECTION.
       FD  OLD-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-AUDIT-RECORD      PIC X(133).
      *        the audit record as it stood before the probe flag
      *        was added at the tail

       FD  NEW-AUDIT-FILE

      * the new record built as one alphanumeric area: the old
      * record's bytes, then spaces in the extension
       01 W-NEW-IMAGE            PIC X(134) VALUE SPACE.

       PROCEDURE DIVISION.

       2000-CONVERT-RECORD.

           MOVE SPACE            TO W-NEW-IMAGE
           MOVE OLD-AUDIT-RECORD TO W-NEW-IMAGE(1:133)
           MOVE W-NEW-IMAGE      TO ASYNC-AUDIT-RECORD
           WRITE ASYNC-AUDIT-RECORD
           ADD 1 TO W-CONVERTED-COUNT
