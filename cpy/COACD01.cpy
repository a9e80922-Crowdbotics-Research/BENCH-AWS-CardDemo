      ******************************************************************
      *    Copybook    :   COACD01
      *    Description :   Credit bureau dispute case screen map
      ******************************************************************
       01  COACD1AI.
           05  ACCTIDI                     PIC X(11).
           05  ACCTIDL                     PIC S9(4) COMP.
           05  CTLNUMI                     PIC X(20).
           05  CTLNUML                     PIC S9(4) COMP.
           05  RESULTI                     PIC X(01).
           05  RESULTL                     PIC S9(4) COMP.
           05  NSTATI                      PIC X(01).
           05  NSTATL                      PIC S9(4) COMP.
           05  NBALI                       PIC X(13).
           05  NBALL                       PIC S9(4) COMP.
           05  NPDUEI                      PIC X(13).
           05  NPDUEL                      PIC S9(4) COMP.
           05  NSEVI                       PIC X(01).
           05  NSEVL                       PIC S9(4) COMP.
           05  NSPCI                       PIC X(02).
           05  NSPCL                       PIC S9(4) COMP.

       01  COACD1AO.
           05  CURDATEO                    PIC X(08).
           05  CURTIMEO                    PIC X(08).
           05  BUREAUO                     PIC X(02).
           05  CSTATO                      PIC X(10).
           05  DSPCDO                      PIC X(03).
           05  DSPTXTO                     PIC X(60).
           05  CNAMEO                      PIC X(51).
           05  RCVDTO                      PIC X(10).
           05  DUEDTO                      PIC X(10).
           05  DAYSO                       PIC X(05).
           05  RPTDTO                      PIC X(10).
           05  RSTATO                      PIC X(01).
           05  RBALO                       PIC X(14).
           05  RPDUEO                      PIC X(14).
           05  RSEVO                       PIC X(01).
           05  RSPCO                       PIC X(02).
           05  ANLYSTO                     PIC X(08).
           05  DECDTO                      PIC X(10).
           05  RSPDTO                      PIC X(10).
           05  CARRDTO                     PIC X(10).
           05  ERRMSGC                     PIC X(01).
           05  ERRMSGO                     PIC X(78).
           05  PGMNAMEO                    PIC X(08).
           05  TITLE01O                    PIC X(40).
           05  TITLE02O                    PIC X(40).
           05  TRNNAMEO                    PIC X(04).
