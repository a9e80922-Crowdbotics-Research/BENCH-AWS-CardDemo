           05  CURBALI                     PIC X(13).
           05  PAYAMTI                     PIC X(13).
           05  PAYAMTL                     PIC S9(4) COMP.
           05  PAYDTI                      PIC X(10).
           05  PAYDTL                      PIC S9(4) COMP.

       01  COBIL0AO.
           05  CURDATEO                    PIC X(08).
