      ******************************************************************
      * ASYNCSTM - symbolic map for mapset ASYNCSTM, map ASYNCS1.
      *            Hand-built to match ASYNCSTM.bms field-for-field.
      *            Keep the two in step when either changes.
      ******************************************************************
       01  ASYNCS1I.
           05  FILLER                PIC X(0012).
           05  SQREQL   COMP PIC S9(4).
           05  SQREQF   PICTURE X.
           05  FILLER REDEFINES SQREQF.
               10  SQREQA   PICTURE X.
           05  SQREQI   PIC X(0008).
           05  SQNBRL   COMP PIC S9(4).
           05  SQNBRF   PICTURE X.
           05  FILLER REDEFINES SQNBRF.
               10  SQNBRA   PICTURE X.
           05  SQNBRI   PIC X(0003).
           05  SQKEYL   COMP PIC S9(4).
           05  SQKEYF   PICTURE X.
           05  FILLER REDEFINES SQKEYF.
               10  SQKEYA   PICTURE X.
           05  SQKEYI   PIC X(0020).
           05  SQTYPL   COMP PIC S9(4).
           05  SQTYPF   PICTURE X.
           05  FILLER REDEFINES SQTYPF.
               10  SQTYPA   PICTURE X.
           05  SQTYPI   PIC X(0004).
           05  SQSCHL   COMP PIC S9(4).
           05  SQSCHF   PICTURE X.
           05  FILLER REDEFINES SQSCHF.
               10  SQSCHA   PICTURE X.
           05  SQSCHI   PIC X(0001).
           05  SQDOML   COMP PIC S9(4).
           05  SQDOMF   PICTURE X.
           05  FILLER REDEFINES SQDOMF.
               10  SQDOMA   PICTURE X.
           05  SQDOMI   PIC X(0002).
           05  SQTIML   COMP PIC S9(4).
           05  SQTIMF   PICTURE X.
           05  FILLER REDEFINES SQTIMF.
               10  SQTIMA   PICTURE X.
           05  SQTIMI   PIC X(0006).
           05  SQSTAL   COMP PIC S9(4).
           05  SQSTAF   PICTURE X.
           05  FILLER REDEFINES SQSTAF.
               10  SQSTAA   PICTURE X.
           05  SQSTAI   PIC X(0001).
           05  SQLQDL   COMP PIC S9(4).
           05  SQLQDF   PICTURE X.
           05  FILLER REDEFINES SQLQDF.
               10  SQLQDA   PICTURE X.
           05  SQLQDI   PIC X(0007).
           05  SQCHGL   COMP PIC S9(4).
           05  SQCHGF   PICTURE X.
           05  FILLER REDEFINES SQCHGF.
               10  SQCHGA   PICTURE X.
           05  SQCHGI   PIC X(0040).
           05  SQMSGL   COMP PIC S9(4).
           05  SQMSGF   PICTURE X.
           05  FILLER REDEFINES SQMSGF.
               10  SQMSGA   PICTURE X.
           05  SQMSGI   PIC X(0079).
      *
       01  ASYNCS1O REDEFINES ASYNCS1I.
           05  FILLER                PIC X(0012).
           05  FILLER                PIC X(0003).
           05  SQREQO   PIC X(0008).
           05  FILLER                PIC X(0003).
           05  SQNBRO   PIC X(0003).
           05  FILLER                PIC X(0003).
           05  SQKEYO   PIC X(0020).
           05  FILLER                PIC X(0003).
           05  SQTYPO   PIC X(0004).
           05  FILLER                PIC X(0003).
           05  SQSCHO   PIC X(0001).
           05  FILLER                PIC X(0003).
           05  SQDOMO   PIC X(0002).
           05  FILLER                PIC X(0003).
           05  SQTIMO   PIC X(0006).
           05  FILLER                PIC X(0003).
           05  SQSTAO   PIC X(0001).
           05  FILLER                PIC X(0003).
           05  SQLQDO   PIC X(0007).
           05  FILLER                PIC X(0003).
           05  SQCHGO   PIC X(0040).
           05  FILLER                PIC X(0003).
           05  SQMSGO   PIC X(0079).
