      ******************************************************************
      *    Copybook    :   COHRD01
      *    Description :   Hardship plan enrollment screen map
      ******************************************************************
       01  COHRD1AI.
           05  ACTNCDI                     PIC X(01).
           05  ACTNCDL                     PIC S9(4) COMP.
           05  ACTIDINI                    PIC X(11).
           05  ACTIDINL                    PIC S9(4) COMP.
           05  APRI                        PIC X(05).
           05  APRL                        PIC S9(4) COMP.
           05  PAYAMTI                     PIC X(12).
           05  PAYAMTL                     PIC S9(4) COMP.
           05  STRTDTI                     PIC X(10).
           05  STRTDTL                     PIC S9(4) COMP.
           05  TERMI                       PIC X(03).
           05  TERML                       PIC S9(4) COMP.
           05  ACSTSI                      PIC X(01).
           05  ACSTSL                      PIC S9(4) COMP.
           05  CURBALI                     PIC X(13).
           05  CURBALL                     PIC S9(4) COMP.
           05  PLNSTSI                     PIC X(01).
           05  PLNSTSL                     PIC S9(4) COMP.
           05  ENRDTI                      PIC X(10).
           05  ENRDTL                      PIC S9(4) COMP.
           05  COLLIDI                     PIC X(08).
           05  COLLIDL                     PIC S9(4) COMP.
           05  PMADEI                      PIC X(03).
           05  PMADEL                      PIC S9(4) COMP.
           05  PMISSI                      PIC X(01).
           05  PMISSL                      PIC S9(4) COMP.
           05  STSDTI                      PIC X(10).
           05  STSDTL                      PIC S9(4) COMP.

       01  COHRD1AO.
           05  CURDATEO                    PIC X(08).
           05  CURTIMEO                    PIC X(08).
           05  ERRMSGC                     PIC X(01).
           05  ERRMSGO                     PIC X(78).
           05  PGMNAMEO                    PIC X(08).
           05  TITLE01O                    PIC X(40).
           05  TITLE02O                    PIC X(40).
           05  TRNNAMEO                    PIC X(04).
