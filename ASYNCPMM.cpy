      ******************************************************************
      * ASYNCPMM - symbolic map for mapset ASYNCPMM, map ASYNCP1.
      *            Hand-built to match ASYNCPMM.bms field-for-field.
      *            Keep the two in step when either changes.
      ******************************************************************
       01  ASYNCP1I.
           05  FILLER                PIC X(0012).
           05  PMNAML   COMP PIC S9(4).
           05  PMNAMF   PICTURE X.
           05  FILLER REDEFINES PMNAMF.
               10  PMNAMA   PICTURE X.
           05  PMNAMI   PIC X(0008).
           05  PMVALL   COMP PIC S9(4).
           05  PMVALF   PICTURE X.
           05  FILLER REDEFINES PMVALF.
               10  PMVALA   PICTURE X.
           05  PMVALI   PIC X(0008).
           05  PMDSCL   COMP PIC S9(4).
           05  PMDSCF   PICTURE X.
           05  FILLER REDEFINES PMDSCF.
               10  PMDSCA   PICTURE X.
           05  PMDSCI   PIC X(0030).
           05  PMLIML   COMP PIC S9(4).
           05  PMLIMF   PICTURE X.
           05  FILLER REDEFINES PMLIMF.
               10  PMLIMA   PICTURE X.
           05  PMLIMI   PIC X(0040).
           05  PMUSEL   COMP PIC S9(4).
           05  PMUSEF   PICTURE X.
           05  FILLER REDEFINES PMUSEF.
               10  PMUSEA   PICTURE X.
           05  PMUSEI   PIC X(0040).
           05  PMMSGL   COMP PIC S9(4).
           05  PMMSGF   PICTURE X.
           05  FILLER REDEFINES PMMSGF.
               10  PMMSGA   PICTURE X.
           05  PMMSGI   PIC X(0079).
      *
       01  ASYNCP1O REDEFINES ASYNCP1I.
           05  FILLER                PIC X(0012).
           05  FILLER                PIC X(0003).
           05  PMNAMO   PIC X(0008).
           05  FILLER                PIC X(0003).
           05  PMVALO   PIC X(0008).
           05  FILLER                PIC X(0003).
           05  PMDSCO   PIC X(0030).
           05  FILLER                PIC X(0003).
           05  PMLIMO   PIC X(0040).
           05  FILLER                PIC X(0003).
           05  PMUSEO   PIC X(0040).
           05  FILLER                PIC X(0003).
           05  PMMSGO   PIC X(0079).
