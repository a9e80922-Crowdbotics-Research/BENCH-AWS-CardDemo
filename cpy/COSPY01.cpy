      ******************************************************************
      *    Copybook    :   COSPY01
      *    Description :   Scheduled payments screen map - one page of
      *                    an account's pending scheduled payments in
      *                    payment order, with a select column to
      *                    cancel them
      ******************************************************************
       01  COSPY1AI.
           05  ACCTIDINI                   PIC X(11).
           05  ACCTIDINL                   PIC S9(4) COMP.
           05  SPY-SEL-ROWS-I.
               10  SPY-SEL-ROW-I OCCURS 5 TIMES.
                   15  ROWSELI             PIC X(01).
                   15  ROWSELL             PIC S9(4) COMP.

       01  COSPY1AO.
           05  CURDATEO                    PIC X(08).
           05  CURTIMEO                    PIC X(08).
           05  PAGENUMO                    PIC X(03).
           05  SPY-ROWS-O.
               10  SPY-ROW-O OCCURS 5 TIMES.
                   15  ROWSELO             PIC X(01).
                   15  ROWPDTO             PIC X(10).
                   15  ROWAMTO             PIC X(12).
                   15  ROWSCHO             PIC X(10).
                   15  ROWUSRO             PIC X(08).
           05  ERRMSGC                     PIC X(01).
           05  ERRMSGO                     PIC X(78).
           05  PGMNAMEO                    PIC X(08).
           05  TITLE01O                    PIC X(40).
           05  TITLE02O                    PIC X(40).
           05  TRNNAMEO                    PIC X(04).
