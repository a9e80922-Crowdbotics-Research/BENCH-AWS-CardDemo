           05  MERZIPL                     PIC S9(4) COMP.
           05  MERSTATI                    PIC X(01).
           05  MERSTATL                    PIC S9(4) COMP.
           05  RVWFLGI                     PIC X(01).
           05  RVWFLGL                     PIC S9(4) COMP.

       01  COMRC1AO.
           05  CURDATEO                    PIC X(08).
           05  CURTIMEO                    PIC X(08).
           05  RVWINFOC                    PIC X(01).
           05  RVWINFOO                    PIC X(40).
           05  ERRMSGC                     PIC X(01).
           05  ERRMSGO                     PIC X(78).
           05  PGMNAMEO                    PIC X(08).
