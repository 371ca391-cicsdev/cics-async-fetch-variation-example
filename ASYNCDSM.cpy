      ******************************************************************
      * ASYNCDSM - symbolic map for mapset ASYNCDSM, map ASYNCR1.
      *            Hand-built to match ASYNCDSM.bms field-for-field.
      *            Keep the two in step when either changes.
      ******************************************************************
       01  ASYNCR1I.
           05  FILLER                PIC X(0012).
           05  DTREQL   COMP PIC S9(4).
           05  DTREQF   PICTURE X.
           05  FILLER REDEFINES DTREQF.
               10  DTREQA   PICTURE X.
           05  DTREQI   PIC X(0008).
           05  DTTYPL   COMP PIC S9(4).
           05  DTTYPF   PICTURE X.
           05  FILLER REDEFINES DTTYPF.
               10  DTTYPA   PICTURE X.
           05  DTTYPI   PIC X(0001).
           05  DTNAML   COMP PIC S9(4).
           05  DTNAMF   PICTURE X.
           05  FILLER REDEFINES DTNAMF.
               10  DTNAMA   PICTURE X.
           05  DTNAMI   PIC X(0048).
           05  DTACTL   COMP PIC S9(4).
           05  DTACTF   PICTURE X.
           05  FILLER REDEFINES DTACTF.
               10  DTACTA   PICTURE X.
           05  DTACTI   PIC X(0001).
           05  DTMSGL   COMP PIC S9(4).
           05  DTMSGF   PICTURE X.
           05  FILLER REDEFINES DTMSGF.
               10  DTMSGA   PICTURE X.
           05  DTMSGI   PIC X(0079).
      *
       01  ASYNCR1O REDEFINES ASYNCR1I.
           05  FILLER                PIC X(0012).
           05  FILLER                PIC X(0003).
           05  DTREQO   PIC X(0008).
           05  FILLER                PIC X(0003).
           05  DTTYPO   PIC X(0001).
           05  FILLER                PIC X(0003).
           05  DTNAMO   PIC X(0048).
           05  FILLER                PIC X(0003).
           05  DTACTO   PIC X(0001).
           05  FILLER                PIC X(0003).
           05  DTMSGO   PIC X(0079).
