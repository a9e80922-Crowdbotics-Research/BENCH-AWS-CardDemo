      ******************************************************************
      *    Copybook    :   COMIL01
      *    Description :   Servicemember military status screen map
      ******************************************************************
       01  COMIL1AI.
           05  CUSTIDI                     PIC X(09).
           05  CUSTIDL                     PIC S9(4) COMP.
           05  MSTATI                      PIC X(01).
           05  MSTATL                      PIC S9(4) COMP.
           05  BRANCHI                     PIC X(01).
           05  BRANCHL                     PIC S9(4) COMP.
           05  STARTDTI                    PIC X(10).
           05  STARTDTL                    PIC S9(4) COMP.
           05  ENDDTI                      PIC X(10).
           05  ENDDTL                      PIC S9(4) COMP.
           05  ORDREFI                     PIC X(20).
           05  ORDREFL                     PIC S9(4) COMP.

       01  COMIL1AO.
           05  CURDATEO                    PIC X(08).
           05  CURTIMEO                    PIC X(08).
           05  CUSTNMO                     PIC X(51).
           05  COVERC                      PIC X(01).
           05  COVERO                      PIC X(40).
           05  RETROO                      PIC X(40).
           05  RECBYO                      PIC X(08).
           05  RECDTO                      PIC X(10).
           05  UPDBYO                      PIC X(08).
           05  UPDDTO                      PIC X(10).
           05  ERRMSGC                     PIC X(01).
           05  ERRMSGO                     PIC X(78).
           05  PGMNAMEO                    PIC X(08).
           05  TITLE01O                    PIC X(40).
           05  TITLE02O                    PIC X(40).
           05  TRNNAMEO                    PIC X(04).
