      ******************************************************************
      *    Copybook    :   COPOF01
      *    Description :   Payoff quote screen map
      ******************************************************************
       01  COPOF1AI.
           05  ACTIDINI                    PIC X(11).
           05  ACTIDINL                    PIC S9(4) COMP.
           05  PAYDTI                      PIC X(10).
           05  PAYDTL                      PIC S9(4) COMP.
           05  LTRREQI                     PIC X(01).
           05  LTRREQL                     PIC S9(4) COMP.

       01  COPOF1AO.
           05  CURDATEO                    PIC X(08).
           05  CURTIMEO                    PIC X(08).
           05  ACSTATO                     PIC X(01).
           05  CURBALO                     PIC X(13).
           05  BIZDTO                      PIC X(10).
           05  DAYSO                       PIC X(04).
           05  BTYP01O                     PIC X(02).
           05  BCAT01O                     PIC X(04).
           05  BBAL01O                     PIC X(13).
           05  BRATE01O                    PIC X(07).
           05  BDIEM01O                    PIC X(10).
           05  BINT01O                     PIC X(13).
           05  BTYP02O                     PIC X(02).
           05  BCAT02O                     PIC X(04).
           05  BBAL02O                     PIC X(13).
           05  BRATE02O                    PIC X(07).
           05  BDIEM02O                    PIC X(10).
           05  BINT02O                     PIC X(13).
           05  BTYP03O                     PIC X(02).
           05  BCAT03O                     PIC X(04).
           05  BBAL03O                     PIC X(13).
           05  BRATE03O                    PIC X(07).
           05  BDIEM03O                    PIC X(10).
           05  BINT03O                     PIC X(13).
           05  BTYP04O                     PIC X(02).
           05  BCAT04O                     PIC X(04).
           05  BBAL04O                     PIC X(13).
           05  BRATE04O                    PIC X(07).
           05  BDIEM04O                    PIC X(10).
           05  BINT04O                     PIC X(13).
           05  BTYP05O                     PIC X(02).
           05  BCAT05O                     PIC X(04).
           05  BBAL05O                     PIC X(13).
           05  BRATE05O                    PIC X(07).
           05  BDIEM05O                    PIC X(10).
           05  BINT05O                     PIC X(13).
           05  BTYP06O                     PIC X(02).
           05  BCAT06O                     PIC X(04).
           05  BBAL06O                     PIC X(13).
           05  BRATE06O                    PIC X(07).
           05  BDIEM06O                    PIC X(10).
           05  BINT06O                     PIC X(13).
           05  BTYP07O                     PIC X(02).
           05  BCAT07O                     PIC X(04).
           05  BBAL07O                     PIC X(13).
           05  BRATE07O                    PIC X(07).
           05  BDIEM07O                    PIC X(10).
           05  BINT07O                     PIC X(13).
           05  BTYP08O                     PIC X(02).
           05  BCAT08O                     PIC X(04).
           05  BBAL08O                     PIC X(13).
           05  BRATE08O                    PIC X(07).
           05  BDIEM08O                    PIC X(10).
           05  BINT08O                     PIC X(13).
           05  MOREO                       PIC X(30).
           05  INTAMTO                     PIC X(13).
           05  PERDIEMO                    PIC X(10).
           05  PAYOFFO                     PIC X(13).
           05  HOLDCNTO                    PIC X(04).
           05  HOLDAMTO                    PIC X(13).
           05  TOTALO                      PIC X(13).
           05  QUOTENO                     PIC X(12).
           05  GOODTHRO                    PIC X(10).
           05  ERRMSGC                     PIC X(01).
           05  ERRMSGO                     PIC X(78).
           05  PGMNAMEO                    PIC X(08).
           05  TITLE01O                    PIC X(40).
           05  TITLE02O                    PIC X(40).
           05  TRNNAMEO                    PIC X(04).
