      ******************************************************************
      *    Copybook    :   COCST01
      *    Description :   Customer 360 inquiry screen map - every
      *                    account and card for one customer, and the
      *                    latest notes on the customer's accounts
      ******************************************************************
       01  COCST1AI.
           05  LKTYPEI                     PIC X(01).
           05  CURTIMEO                    PIC X(08).
           05  CUSTIDO                     PIC X(09).
           05  CUSTNAMO                    PIC X(51).
           05  LEGALC                      PIC X(01).
           05  LEGALO                      PIC X(60).
           05  ADDRFLGC                    PIC X(01).
           05  ADDRFLGO                    PIC X(40).
           05  CST-ROWS-O.
               10  CST-ROW-O OCCURS 8 TIMES.
                   15  ROWACCTO            PIC X(11).
                   15  ROWCSTATO           PIC X(01).
                   15  ROWEXPDTO           PIC X(10).
                   15  ROWRELO             PIC X(02).
                   15  ROWLGLO             PIC X(01).
           05  NOTE01O                     PIC X(78).
           05  NOTE02O                     PIC X(78).
           05  ERRMSGC                     PIC X(01).
           05  ERRMSGO                     PIC X(78).
           05  PGMNAMEO                    PIC X(08).
