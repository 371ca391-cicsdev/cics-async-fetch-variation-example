      ******************************************************************
      * ASYNCHLM - symbolic map copybook for mapset ASYNCHLM,
      *            map ASYNCH1 (the planned-outage hold console screen).
      *            Hand-built to match ASYNCHLM.bms field-for-field.
      ******************************************************************
       01  ASYNCH1I.
           05  FILLER                PIC X(0012).
           05  HLSTAL   COMP PIC S9(4).
           05  HLSTAF   PICTURE X.
           05  FILLER REDEFINES HLSTAF.
               10  HLSTAA   PICTURE X.
           05  HLSTAI   PIC X(0030).
           05  HLRSNL   COMP PIC S9(4).
           05  HLRSNF   PICTURE X.
           05  FILLER REDEFINES HLRSNF.
               10  HLRSNA   PICTURE X.
           05  HLRSNI   PIC X(0040).
           05  HLHBYL   COMP PIC S9(4).
           05  HLHBYF   PICTURE X.
           05  FILLER REDEFINES HLHBYF.
               10  HLHBYA   PICTURE X.
           05  HLHBYI   PIC X(0040).
           05  HLRBYL   COMP PIC S9(4).
           05  HLRBYF   PICTURE X.
           05  FILLER REDEFINES HLRBYF.
               10  HLRBYA   PICTURE X.
           05  HLRBYI   PIC X(0040).
           05  HLINFL   COMP PIC S9(4).
           05  HLINFF   PICTURE X.
           05  FILLER REDEFINES HLINFF.
               10  HLINFA   PICTURE X.
           05  HLINFI   PIC X(0079).
      *
       01  ASYNCH1O REDEFINES ASYNCH1I.
           05  FILLER                PIC X(0012).
           05  FILLER                PIC X(0003).
           05  HLSTAO   PIC X(0030).
           05  FILLER                PIC X(0003).
           05  HLRSNO   PIC X(0040).
           05  FILLER                PIC X(0003).
           05  HLHBYO   PIC X(0040).
           05  FILLER                PIC X(0003).
           05  HLRBYO   PIC X(0040).
           05  FILLER                PIC X(0003).
           05  HLINFO   PIC X(0079).
