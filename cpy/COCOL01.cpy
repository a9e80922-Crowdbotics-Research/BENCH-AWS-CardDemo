      *    Copybook    :   COCOL01
      *    Description :   Collections workstation screen map - the
      *                    delinquency buckets for one account, the
      *                    most recent contact attempts and account
      *                    notes, and the entry fields for logging a
      *                    new contact with any promise to pay
      ******************************************************************
       01  COCOL1AI.
           05  ACCTIDINI                   PIC X(11).
           05  LPDT03I                     PIC X(10).
           05  LPDT04I                     PIC X(10).
           05  LPDT05I                     PIC X(10).
           05  LNTE01I                     PIC X(78).
           05  LNTE02I                     PIC X(78).

       01  COCOL1AO.
           05  CURDATEO                    PIC X(08).
