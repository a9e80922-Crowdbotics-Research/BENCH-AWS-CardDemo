      ******************************************************************
      *    Copybook    :   COVAU01
      *    Description :   Call-center voice authorization screen map
      ******************************************************************
       01  COVAU1AI.
           05  CARDNUMI                    PIC X(16).
           05  CARDNUML                    PIC S9(4) COMP.
           05  VAMOUNTI                    PIC X(12).
           05  VAMOUNTL                    PIC S9(4) COMP.
           05  CATCDI                      PIC X(04).
           05  CATCDL                      PIC S9(4) COMP.
           05  MERIDI                      PIC X(09).
           05  MERIDL                      PIC S9(4) COMP.
           05  MERNAMEI                    PIC X(30).
           05  MERNAMEL                    PIC S9(4) COMP.
           05  ACCTIDI                     PIC X(11).
           05  ACCTIDL                     PIC S9(4) COMP.
           05  AVAILI                      PIC X(14).
           05  AVAILL                      PIC S9(4) COMP.
           05  AUTHIDI                     PIC X(16).
           05  AUTHIDL                     PIC S9(4) COMP.
           05  RESULTI                     PIC X(08).
           05  RESULTL                     PIC S9(4) COMP.
           05  APPRCDI                     PIC X(06).
           05  APPRCDL                     PIC S9(4) COMP.
           05  RSNCDI                      PIC X(04).
           05  RSNCDL                      PIC S9(4) COMP.
           05  RSNDSCI                     PIC X(40).
           05  RSNDSCL                     PIC S9(4) COMP.

       01  COVAU1AO.
           05  CURDATEO                    PIC X(08).
           05  CURTIMEO                    PIC X(08).
           05  ERRMSGC                     PIC X(01).
           05  ERRMSGO                     PIC X(78).
           05  PGMNAMEO                    PIC X(08).
           05  TITLE01O                    PIC X(40).
           05  TITLE02O                    PIC X(40).
           05  TRNNAMEO                    PIC X(04).
           05  RESULTC                     PIC X(01).
