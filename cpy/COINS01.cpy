      ******************************************************************
      *    Copybook    :   COINS01
      *    Description :   Installment plan conversion screen map
      ******************************************************************
       01  COINS1AI.
           05  TRNIDINI                    PIC X(16).
           05  TRNIDINL                    PIC S9(4) COMP.
           05  TERMI                       PIC X(02).
           05  TERML                       PIC S9(4) COMP.

       01  COINS1AO.
           05  CURDATEO                    PIC X(08).
           05  CURTIMEO                    PIC X(08).
           05  ACCTIDO                     PIC X(11).
           05  TDATEO                      PIC X(10).
           05  TDESCO                      PIC X(26).
           05  TAMTO                       PIC X(13).
           05  PLNFEEO                     PIC X(13).
           05  MTHAMTO                     PIC X(13).
           05  PLNSTSO                     PIC X(01).
           05  PLNTRMO                     PIC X(02).
           05  PLNBALO                     PIC X(13).
           05  PLNLEFTO                    PIC X(02).
           05  ERRMSGC                     PIC X(01).
           05  ERRMSGO                     PIC X(78).
           05  PGMNAMEO                    PIC X(08).
           05  TITLE01O                    PIC X(40).
           05  TITLE02O                    PIC X(40).
           05  TRNNAMEO                    PIC X(04).
