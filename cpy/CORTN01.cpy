      ******************************************************************
      *    Copybook    :   CORTN01
      *    Description :   Report retention maintenance screen map
      ******************************************************************
       01  CORTN1AI.
           05  ACTNCDI                     PIC X(01).
           05  ACTNCDL                     PIC S9(4) COMP.
           05  RPTIDI                      PIC X(08).
           05  RPTIDL                      PIC S9(4) COMP.
           05  KEEPDYI                     PIC X(04).
           05  KEEPDYL                     PIC S9(4) COMP.

       01  CORTN1AO.
           05  CURDATEO                    PIC X(08).
           05  CURTIMEO                    PIC X(08).
           05  ERRMSGC                     PIC X(01).
           05  ERRMSGO                     PIC X(78).
           05  PGMNAMEO                    PIC X(08).
           05  TITLE01O                    PIC X(40).
           05  TITLE02O                    PIC X(40).
           05  TRNNAMEO                    PIC X(04).
