      ******************************************************************
      *    Copybook    :   CODEP01
      *    Description :   Batch job dependency maintenance screen map
      ******************************************************************
       01  CODEP1AI.
           05  ACTNCDI                     PIC X(01).
           05  ACTNCDL                     PIC S9(4) COMP.
           05  JOBNAMI                     PIC X(08).
           05  JOBNAML                     PIC S9(4) COMP.
           05  PRED1I                      PIC X(08).
           05  PRED1L                      PIC S9(4) COMP.
           05  PRED2I                      PIC X(08).
           05  PRED2L                      PIC S9(4) COMP.
           05  PRED3I                      PIC X(08).
           05  PRED3L                      PIC S9(4) COMP.
           05  PRED4I                      PIC X(08).
           05  PRED4L                      PIC S9(4) COMP.
           05  PRED5I                      PIC X(08).
           05  PRED5L                      PIC S9(4) COMP.
           05  PRED6I                      PIC X(08).
           05  PRED6L                      PIC S9(4) COMP.
           05  PRED7I                      PIC X(08).
           05  PRED7L                      PIC S9(4) COMP.
           05  PRED8I                      PIC X(08).
           05  PRED8L                      PIC S9(4) COMP.

       01  CODEP1AO.
           05  CURDATEO                    PIC X(08).
           05  CURTIMEO                    PIC X(08).
           05  ERRMSGC                     PIC X(01).
           05  ERRMSGO                     PIC X(78).
           05  PGMNAMEO                    PIC X(08).
           05  TITLE01O                    PIC X(40).
           05  TITLE02O                    PIC X(40).
           05  TRNNAMEO                    PIC X(04).
