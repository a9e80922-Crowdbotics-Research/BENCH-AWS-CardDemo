      ******************************************************************
      *    Copybook    :   COFRP01
      *    Description :   Fraud velocity rule maintenance screen map
      ******************************************************************
       01  COFRP1AI.
           05  ACTNCDI                     PIC X(01).
           05  ACTNCDL                     PIC S9(4) COMP.
           05  MAXCNTI                     PIC X(05).
           05  MAXCNTL                     PIC S9(4) COMP.
           05  MAXAMTI                     PIC X(12).
           05  MAXAMTL                     PIC S9(4) COMP.
           05  CURCHKI                     PIC X(01).
           05  CURCHKL                     PIC S9(4) COMP.
           05  ZIPCHKI                     PIC X(01).
           05  ZIPCHKL                     PIC S9(4) COMP.
           05  POCDAYI                     PIC X(03).
           05  POCDAYL                     PIC S9(4) COMP.
           05  POCMINI                     PIC X(03).
           05  POCMINL                     PIC S9(4) COMP.

       01  COFRP1AO.
           05  CURDATEO                    PIC X(08).
           05  CURTIMEO                    PIC X(08).
           05  ERRMSGC                     PIC X(01).
           05  ERRMSGO                     PIC X(78).
           05  PGMNAMEO                    PIC X(08).
           05  TITLE01O                    PIC X(40).
           05  TITLE02O                    PIC X(40).
           05  TRNNAMEO                    PIC X(04).
