      ******************************************************************
      *    Copybook    :   CORTM01
      *    Description :   Returned mail keying screen map
      ******************************************************************
       01  CORTM1AI.
           05  CUSTIDI                     PIC X(09).
           05  CUSTIDL                     PIC S9(4) COMP.
           05  ACCTIDI                     PIC X(11).
           05  ACCTIDL                     PIC S9(4) COMP.
           05  PIECEI                      PIC X(02).
           05  PIECEL                      PIC S9(4) COMP.
           05  REASONI                     PIC X(02).
           05  REASONL                     PIC S9(4) COMP.
           05  RETDTI                      PIC X(10).
           05  RETDTL                      PIC S9(4) COMP.
           05  MZIPI                       PIC X(10).
           05  MZIPL                       PIC S9(4) COMP.

       01  CORTM1AO.
           05  CURDATEO                    PIC X(08).
           05  CURTIMEO                    PIC X(08).
           05  CUSTNMO                     PIC X(51).
           05  ADDR1O                      PIC X(50).
           05  ADDR2O                      PIC X(50).
           05  ADDR3O                      PIC X(50).
           05  FLAGSTSC                    PIC X(01).
           05  FLAGSTSO                    PIC X(40).
           05  ERRMSGC                     PIC X(01).
           05  ERRMSGO                     PIC X(78).
           05  PGMNAMEO                    PIC X(08).
           05  TITLE01O                    PIC X(40).
           05  TITLE02O                    PIC X(40).
           05  TRNNAMEO                    PIC X(04).
