      ******************************************************************
      *    Copybook    :   COLGL01
      *    Description :   Legal status maintenance screen map
      ******************************************************************
       01  COLGL1AI.
           05  ACTIDINI                    PIC X(11).
           05  ACTIDINL                    PIC S9(4) COMP.
           05  LTYPEI                      PIC X(01).
           05  LTYPEL                      PIC S9(4) COMP.
           05  CHAPI                       PIC X(02).
           05  CHAPL                       PIC S9(4) COMP.
           05  LSTATI                      PIC X(01).
           05  LSTATL                      PIC S9(4) COMP.
           05  FILEDTI                     PIC X(10).
           05  FILEDTL                     PIC S9(4) COMP.
           05  CASENOI                     PIC X(20).
           05  CASENOL                     PIC S9(4) COMP.
           05  COURTI                      PIC X(30).
           05  COURTL                      PIC S9(4) COMP.
           05  CONTNMI                     PIC X(30).
           05  CONTNML                     PIC S9(4) COMP.
           05  CONTPHI                     PIC X(15).
           05  CONTPHL                     PIC S9(4) COMP.
           05  RELDTI                      PIC X(10).
           05  RELDTL                      PIC S9(4) COMP.
           05  CUSTIDI                     PIC X(09).
           05  CUSTIDL                     PIC S9(4) COMP.
           05  UPDBYI                      PIC X(08).
           05  UPDBYL                      PIC S9(4) COMP.
           05  UPDDTI                      PIC X(10).
           05  UPDDTL                      PIC S9(4) COMP.

       01  COLGL1AO.
           05  CURDATEO                    PIC X(08).
           05  CURTIMEO                    PIC X(08).
           05  ERRMSGC                     PIC X(01).
           05  ERRMSGO                     PIC X(78).
           05  PGMNAMEO                    PIC X(08).
           05  TITLE01O                    PIC X(40).
           05  TITLE02O                    PIC X(40).
           05  TRNNAMEO                    PIC X(04).
