      *****************************************************************
      *    Copybook    :   CVFEE02Y
      *    Description :   Annual fee billing record (ANNFEEBL), one
      *                    per account - the latest anniversary fee
      *                    CBFEE01C generated.  COAPR01C refunds it
      *                    when a closure entered within the refund
      *                    window of the billing is approved.
      *****************************************************************
       01  ANNUAL-FEE-BILL-RECORD.
           05  AFB-ACCT-ID                       PIC 9(11).
           05  AFB-BILL-DATE                     PIC X(10).
           05  AFB-ACCT-GROUP-ID                 PIC X(10).
           05  AFB-FEE-AMT                       PIC S9(07)V99.
           05  AFB-TRAN-ID                       PIC X(16).
           05  AFB-CARD-NUM                      PIC X(16).
           05  AFB-STATUS                        PIC X(01).
               88  AFB-STAT-BILLED                       VALUE 'B'.
               88  AFB-STAT-REFUNDED                     VALUE 'R'.
           05  AFB-REFUND-DATE                   PIC X(10).
           05  AFB-REFUND-TRAN-ID                PIC X(16).
           05  FILLER                            PIC X(21).
