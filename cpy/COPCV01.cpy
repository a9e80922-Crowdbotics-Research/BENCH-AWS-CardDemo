      ******************************************************************
      *    Copybook    :   COPCV01
      *    Description :   Product conversion screen map
      ******************************************************************
       01  COPCV1AI.
           05  ACTIDINI                    PIC X(11).
           05  ACTIDINL                    PIC S9(4) COMP.
           05  NEWGRPI                     PIC X(10).
           05  NEWGRPL                     PIC S9(4) COMP.

       01  COPCV1AO.
           05  CURDATEO                    PIC X(08).
           05  CURTIMEO                    PIC X(08).
           05  CURGRPO                     PIC X(10).
           05  CYCLECDO                    PIC X(02).
           05  CURSTATO                    PIC X(01).
           05  SCHDGRPO                    PIC X(10).
           05  SCHDCHGO                    PIC X(16).
           05  ERRMSGC                     PIC X(01).
           05  ERRMSGO                     PIC X(78).
           05  PGMNAMEO                    PIC X(08).
           05  TITLE01O                    PIC X(40).
           05  TITLE02O                    PIC X(40).
           05  TRNNAMEO                    PIC X(04).
