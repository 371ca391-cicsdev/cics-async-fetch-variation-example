      ******************************************************************
      * ASYNCENM - symbolic map for mapset ASYNCENM, map ASYNCN1.
      *            Hand-built to match ASYNCENM.bms field-for-field.
      *            Keep the two in step when either changes.
      ******************************************************************
       01  ASYNCN1I.
           05  FILLER                PIC X(0012).
           05  EQREQL   COMP PIC S9(4).
           05  EQREQF   PICTURE X.
           05  FILLER REDEFINES EQREQF.
               10  EQREQA   PICTURE X.
           05  EQREQI   PIC X(0008).
           05  EQINQL   COMP PIC S9(4).
           05  EQINQF   PICTURE X.
           05  FILLER REDEFINES EQINQF.
               10  EQINQA   PICTURE X.
           05  EQINQI   PIC X(0001).
           05  EQBALL   COMP PIC S9(4).
           05  EQBALF   PICTURE X.
           05  FILLER REDEFINES EQBALF.
               10  EQBALA   PICTURE X.
           05  EQBALI   PIC X(0001).
           05  EQSTAL   COMP PIC S9(4).
           05  EQSTAF   PICTURE X.
           05  FILLER REDEFINES EQSTAF.
               10  EQSTAA   PICTURE X.
           05  EQSTAI   PIC X(0001).
           05  EQHISL   COMP PIC S9(4).
           05  EQHISF   PICTURE X.
           05  FILLER REDEFINES EQHISF.
               10  EQHISA   PICTURE X.
           05  EQHISI   PIC X(0001).
           05  EQRSTL   COMP PIC S9(4).
           05  EQRSTF   PICTURE X.
           05  FILLER REDEFINES EQRSTF.
               10  EQRSTA   PICTURE X.
           05  EQRSTI   PIC X(0001).
           05  EQQTAL   COMP PIC S9(4).
           05  EQQTAF   PICTURE X.
           05  FILLER REDEFINES EQQTAF.
               10  EQQTAA   PICTURE X.
           05  EQQTAI   PIC X(0007).
           05  EQCHGL   COMP PIC S9(4).
           05  EQCHGF   PICTURE X.
           05  FILLER REDEFINES EQCHGF.
               10  EQCHGA   PICTURE X.
           05  EQCHGI   PIC X(0040).
           05  EQMSGL   COMP PIC S9(4).
           05  EQMSGF   PICTURE X.
           05  FILLER REDEFINES EQMSGF.
               10  EQMSGA   PICTURE X.
           05  EQMSGI   PIC X(0079).
      *
       01  ASYNCN1O REDEFINES ASYNCN1I.
           05  FILLER                PIC X(0012).
           05  FILLER                PIC X(0003).
           05  EQREQO   PIC X(0008).
           05  FILLER                PIC X(0003).
           05  EQINQO   PIC X(0001).
           05  FILLER                PIC X(0003).
           05  EQBALO   PIC X(0001).
           05  FILLER                PIC X(0003).
           05  EQSTAO   PIC X(0001).
           05  FILLER                PIC X(0003).
           05  EQHISO   PIC X(0001).
           05  FILLER                PIC X(0003).
           05  EQRSTO   PIC X(0001).
           05  FILLER                PIC X(0003).
           05  EQQTAO   PIC X(0007).
           05  FILLER                PIC X(0003).
           05  EQCHGO   PIC X(0040).
           05  FILLER                PIC X(0003).
           05  EQMSGO   PIC X(0079).
