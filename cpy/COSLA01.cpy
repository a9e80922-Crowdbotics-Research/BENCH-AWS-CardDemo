      ******************************************************************
      *    Copybook    :   COSLA01
      *    Description :   Batch SLA threshold maintenance screen map
      ******************************************************************
       01  COSLA1AI.
           05  ACTNCDI                     PIC X(01).
           05  ACTNCDL                     PIC S9(4) COMP.
           05  JOBNAMI                     PIC X(08).
           05  JOBNAML                     PIC S9(4) COMP.
           05  LIMMINI                     PIC X(04).
           05  LIMMINL                     PIC S9(4) COMP.

       01  COSLA1AO.
           05  CURDATEO                    PIC X(08).
           05  CURTIMEO                    PIC X(08).
           05  ERRMSGC                     PIC X(01).
           05  ERRMSGO                     PIC X(78).
           05  PGMNAMEO                    PIC X(08).
           05  TITLE01O                    PIC X(40).
           05  TITLE02O                    PIC X(40).
           05  TRNNAMEO                    PIC X(04).
