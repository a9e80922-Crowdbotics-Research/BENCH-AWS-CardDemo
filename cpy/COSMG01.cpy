      ******************************************************************
      *    Copybook    :   COSMG01
      *    Description :   Statement message maintenance screen map
      ******************************************************************
       01  COSMG1AI.
           05  ACTNCDI                     PIC X(01).
           05  ACTNCDL                     PIC S9(4) COMP.
           05  MSGIDI                      PIC X(08).
           05  MSGIDL                      PIC S9(4) COMP.
           05  MSGSTATI                    PIC X(01).
           05  MSGSTATL                    PIC S9(4) COMP.
           05  EFFFROMI                    PIC X(10).
           05  EFFFROML                    PIC S9(4) COMP.
           05  EFFTOI                      PIC X(10).
           05  EFFTOL                      PIC S9(4) COMP.
           05  TGTGRPI                     PIC X(10).
           05  TGTGRPL                     PIC S9(4) COMP.
           05  TGTCYCI                     PIC X(02).
           05  TGTCYCL                     PIC S9(4) COMP.
           05  SEVLOWI                     PIC X(01).
           05  SEVLOWL                     PIC S9(4) COMP.
           05  SEVHIGHI                    PIC X(01).
           05  SEVHIGHL                    PIC S9(4) COMP.
           05  DELPREFI                    PIC X(01).
           05  DELPREFL                    PIC S9(4) COMP.
           05  MSGTXT1I                    PIC X(76).
           05  MSGTXT1L                    PIC S9(4) COMP.
           05  MSGTXT2I                    PIC X(76).
           05  MSGTXT2L                    PIC S9(4) COMP.
           05  UPDBYI                      PIC X(08).
           05  UPDBYL                      PIC S9(4) COMP.
           05  UPDDTI                      PIC X(10).
           05  UPDDTL                      PIC S9(4) COMP.

       01  COSMG1AO.
           05  CURDATEO                    PIC X(08).
           05  CURTIMEO                    PIC X(08).
           05  ERRMSGC                     PIC X(01).
           05  ERRMSGO                     PIC X(78).
           05  PGMNAMEO                    PIC X(08).
           05  TITLE01O                    PIC X(40).
           05  TITLE02O                    PIC X(40).
           05  TRNNAMEO                    PIC X(04).
