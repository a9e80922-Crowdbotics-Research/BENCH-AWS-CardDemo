      ******************************************************************
      *    Copybook    :   COCYC01
      *    Description :   Statement cycle selection screen map
      ******************************************************************
       01  COCYC1AI.
           05  ACTNCDI                     PIC X(01).
           05  ACTNCDL                     PIC S9(4) COMP.
           05  CYCCDI                      PIC X(02).
           05  CYCCDL                      PIC S9(4) COMP.

       01  COCYC1AO.
           05  CURDATEO                    PIC X(08).
           05  CURTIMEO                    PIC X(08).
           05  ERRMSGC                     PIC X(01).
           05  ERRMSGO                     PIC X(78).
           05  PGMNAMEO                    PIC X(08).
           05  TITLE01O                    PIC X(40).
           05  TITLE02O                    PIC X(40).
           05  TRNNAMEO                    PIC X(04).
