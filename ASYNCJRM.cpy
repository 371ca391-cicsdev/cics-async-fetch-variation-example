      ******************************************************************
      * ASYNCJRM - symbolic map copybook for mapset ASYNCJRM,
      *            map ASYNCJ1 (the intake journal replay screen).
      *            Hand-built to match ASYNCJRM.bms field-for-field.
      ******************************************************************
       01  ASYNCJ1I.
           05  FILLER                PIC X(0012).
           05  JRKEYL   COMP PIC S9(4).
           05  JRKEYF   PICTURE X.
           05  FILLER REDEFINES JRKEYF.
               10  JRKEYA   PICTURE X.
           05  JRKEYI   PIC X(0025).
           05  JRARRL   COMP PIC S9(4).
           05  JRARRF   PICTURE X.
           05  FILLER REDEFINES JRARRF.
               10  JRARRA   PICTURE X.
           05  JRARRI   PIC X(0015).
           05  JRREQL   COMP PIC S9(4).
           05  JRREQF   PICTURE X.
           05  FILLER REDEFINES JRREQF.
               10  JRREQA   PICTURE X.
           05  JRREQI   PIC X(0008).
           05  JRTYPL   COMP PIC S9(4).
           05  JRTYPF   PICTURE X.
           05  FILLER REDEFINES JRTYPF.
               10  JRTYPA   PICTURE X.
           05  JRTYPI   PIC X(0004).
           05  JRCLSL   COMP PIC S9(4).
           05  JRCLSF   PICTURE X.
           05  FILLER REDEFINES JRCLSF.
               10  JRCLSA   PICTURE X.
           05  JRCLSI   PIC X(0001).
           05  JRBKYL   COMP PIC S9(4).
           05  JRBKYF   PICTURE X.
           05  FILLER REDEFINES JRBKYF.
               10  JRBKYA   PICTURE X.
           05  JRBKYI   PIC X(0020).
           05  JRSTAL   COMP PIC S9(4).
           05  JRSTAF   PICTURE X.
           05  FILLER REDEFINES JRSTAF.
               10  JRSTAA   PICTURE X.
           05  JRSTAI   PIC X(0040).
           05  JRCORL   COMP PIC S9(4).
           05  JRCORF   PICTURE X.
           05  FILLER REDEFINES JRCORF.
               10  JRCORA   PICTURE X.
           05  JRCORI   PIC X(0016).
           05  JRLSTL   COMP PIC S9(4).
           05  JRLSTF   PICTURE X.
           05  FILLER REDEFINES JRLSTF.
               10  JRLSTA   PICTURE X.
           05  JRLSTI   PIC X(0015).
           05  JRMSGL   COMP PIC S9(4).
           05  JRMSGF   PICTURE X.
           05  FILLER REDEFINES JRMSGF.
               10  JRMSGA   PICTURE X.
           05  JRMSGI   PIC X(0079).
      *
       01  ASYNCJ1O REDEFINES ASYNCJ1I.
           05  FILLER                PIC X(0012).
           05  FILLER                PIC X(0003).
           05  JRKEYO   PIC X(0025).
           05  FILLER                PIC X(0003).
           05  JRARRO   PIC X(0015).
           05  FILLER                PIC X(0003).
           05  JRREQO   PIC X(0008).
           05  FILLER                PIC X(0003).
           05  JRTYPO   PIC X(0004).
           05  FILLER                PIC X(0003).
           05  JRCLSO   PIC X(0001).
           05  FILLER                PIC X(0003).
           05  JRBKYO   PIC X(0020).
           05  FILLER                PIC X(0003).
           05  JRSTAO   PIC X(0040).
           05  FILLER                PIC X(0003).
           05  JRCORO   PIC X(0016).
           05  FILLER                PIC X(0003).
           05  JRLSTO   PIC X(0015).
           05  FILLER                PIC X(0003).
           05  JRMSGO   PIC X(0079).
