      ******************************************************************
      *    Copybook    :   COANT01
      *    Description :   Account notes screen map - one page of an
      *                    account's notes, newest first, and the entry
      *                    fields for adding a note
      ******************************************************************
       01  COANT1AI.
           05  ACCTIDINI                   PIC X(11).
           05  ACCTIDINL                   PIC S9(4) COMP.
           05  NCATI                       PIC X(02).
           05  NCATL                       PIC S9(4) COMP.
           05  NTXT1I                      PIC X(60).
           05  NTXT1L                      PIC S9(4) COMP.
           05  NTXT2I                      PIC X(60).
           05  NTXT2L                      PIC S9(4) COMP.
           05  NTXT3I                      PIC X(60).
           05  NTXT3L                      PIC S9(4) COMP.

       01  COANT1AO.
           05  CURDATEO                    PIC X(08).
           05  CURTIMEO                    PIC X(08).
           05  PAGENUMO                    PIC X(03).
           05  NOTE-ROWS-O.
               10  NOTE-ROW-O OCCURS 3 TIMES.
                   15  ROWDATEO            PIC X(10).
                   15  ROWTIMEO            PIC X(08).
                   15  ROWOPERO            PIC X(08).
                   15  ROWCATO             PIC X(02).
                   15  ROWLIN1O            PIC X(60).
                   15  ROWLIN2O            PIC X(60).
                   15  ROWLIN3O            PIC X(60).
           05  ERRMSGC                     PIC X(01).
           05  ERRMSGO                     PIC X(78).
           05  PGMNAMEO                    PIC X(08).
           05  TITLE01O                    PIC X(40).
           05  TITLE02O                    PIC X(40).
           05  TRNNAMEO                    PIC X(04).
