      ******************************************************************
      *    Copybook    :   COALR01
      *    Description :   Customer alert preference screen map
      ******************************************************************
       01  COALR1AI.
           05  CUSTIDI                     PIC X(09).
           05  CUSTIDL                     PIC S9(4) COMP.
           05  CHANNLI                     PIC X(01).
           05  CHANNLL                     PIC S9(4) COMP.
           05  MOBILEI                     PIC X(15).
           05  MOBILEL                     PIC S9(4) COMP.
           05  EMAILI                      PIC X(50).
           05  EMAILL                      PIC S9(4) COMP.
           05  LPSWI                       PIC X(01).
           05  LPSWL                       PIC S9(4) COMP.
           05  LPAMTI                      PIC X(10).
           05  LPAMTL                      PIC S9(4) COMP.
           05  PAYSWI                      PIC X(01).
           05  PAYSWL                      PIC S9(4) COMP.
           05  NLSWI                       PIC X(01).
           05  NLSWL                       PIC S9(4) COMP.
           05  NLPCTI                      PIC X(03).
           05  NLPCTL                      PIC S9(4) COMP.
           05  DRSWI                       PIC X(01).
           05  DRSWL                       PIC S9(4) COMP.
           05  DRDAYSI                     PIC X(02).
           05  DRDAYSL                     PIC S9(4) COMP.
           05  CSSWI                       PIC X(01).
           05  CSSWL                       PIC S9(4) COMP.

       01  COALR1AO.
           05  CURDATEO                    PIC X(08).
           05  CURTIMEO                    PIC X(08).
           05  CUSTNMO                     PIC X(51).
           05  PHONE1O                     PIC X(15).
           05  UPDBYO                      PIC X(08).
           05  UPDDTO                      PIC X(10).
           05  ERRMSGC                     PIC X(01).
           05  ERRMSGO                     PIC X(78).
           05  PGMNAMEO                    PIC X(08).
           05  TITLE01O                    PIC X(40).
           05  TITLE02O                    PIC X(40).
           05  TRNNAMEO                    PIC X(04).
