      *****************************************************************
      *    Copybook    :   CVAGY01Y
      *    Description :   Outside collection agency records - the
      *                    agency master (AGENCY) with its commission
      *                    rate and placement rotation count, the
      *                    placement of a charged-off account with an
      *                    agency (AGYPLACE, one per account), and the
      *                    history of agency remittance items posted
      *                    as recoveries (AGYRHIST).
      *****************************************************************
       01  COLLECTION-AGENCY-RECORD.
           05  AGY-AGENCY-ID                     PIC X(04).
           05  AGY-NAME                          PIC X(30).
           05  AGY-ACTIVE-FLAG                   PIC X(01).
               88  AGY-ACTIVE                            VALUE 'Y'.
      *    Share of each collected amount kept by the agency
      *    (25.0000 = 25 percent); the recovery posts net of it.
           05  AGY-COMMISSION-PCT                PIC S9(02)V9(04).
      *    Placements made to the agency to date - a new placement
      *    rotates to the active agency holding the fewest.
           05  AGY-PLACED-COUNT                  PIC 9(09).
           05  AGY-LAST-PLACED-DATE              PIC X(10).
           05  FILLER                            PIC X(20).

       01  AGENCY-PLACEMENT-RECORD.
           05  PLC-ACCT-ID                       PIC 9(11).
           05  PLC-AGENCY-ID                     PIC X(04).
           05  PLC-STATUS                        PIC X(01).
               88  PLC-STAT-PLACED                       VALUE 'P'.
               88  PLC-STAT-RECALLED                     VALUE 'R'.
           05  PLC-PLACED-DATE                   PIC X(10).
           05  PLC-PLACED-BAL                    PIC S9(10)V99.
           05  PLC-RECALL-DATE                   PIC X(10).
           05  PLC-RECALL-REASON                 PIC X(01).
               88  PLC-RECALL-DISPUTE                    VALUE 'D'.
               88  PLC-RECALL-BANKRUPT                   VALUE 'B'.
               88  PLC-RECALL-PAID                       VALUE 'P'.
               88  PLC-RECALL-LEGAL                      VALUE 'L'.
      *    Gross collected by the agency and the commission it kept;
      *    a recovery posts to the charged-off account without
      *    reducing ACCT-CURR-BAL, so these measure paid in full.
           05  PLC-RECOVERED-AMT                 PIC S9(10)V99.
           05  PLC-COMMISSION-AMT                PIC S9(10)V99.
           05  PLC-LAST-REMIT-DATE               PIC X(10).
           05  FILLER                            PIC X(17).

       01  AGENCY-REMIT-HIST-RECORD.
           05  RMH-KEY.
               10  RMH-AGENCY-ID                 PIC X(04).
               10  RMH-REMIT-DATE                PIC X(10).
               10  RMH-ITEM-SEQ                  PIC 9(07).
           05  RMH-ACCT-ID                       PIC 9(11).
           05  RMH-COLLECTED-AMT                 PIC S9(09)V99.
           05  RMH-COMMISSION-AMT                PIC S9(09)V99.
           05  RMH-NET-AMT                       PIC S9(09)V99.
           05  RMH-POSTED-DATE                   PIC X(10).
           05  RMH-TRAN-ID                       PIC X(16).
           05  FILLER                            PIC X(09).
