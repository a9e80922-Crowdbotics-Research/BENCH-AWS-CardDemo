           05  ACURBALO                    PIC X(13).
           05  ADTOPENO                    PIC X(10).
           05  AEXPDTO                     PIC X(10).
           05  ANOTE1O                     PIC X(78).
           05  ANOTE2O                     PIC X(78).
           05  AREISDTO                    PIC X(10).
           05  CURDATEO                    PIC X(08).
           05  CURTIMEO                    PIC X(08).
