      *****************************************************************
      *    Copybook    :   CVMIL02Y
      *    Description :   Report line layouts for the SCRA
      *                    retroactive refund report (CBMIL01C)
      *****************************************************************
       01  SCRA-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(41)
                     VALUE 'SCRA RETROACTIVE REFUND REPORT'.
           05  FILLER                       PIC X(06) VALUE 'DATE: '.
           05  SCRA-REPT-RUN-DATE                PIC X(10).
           05  FILLER                            PIC X(75) VALUE SPACES.

       01  SCRA-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(11)
                     VALUE 'CUSTOMER'.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(12)
                     VALUE 'DUTY FROM'.
           05  FILLER                            PIC X(12)
                     VALUE 'REFUND THRU'.
           05  FILLER                            PIC X(15)
                     VALUE 'INTEREST'.
           05  FILLER                            PIC X(15)
                     VALUE 'FEES'.
           05  FILLER                            PIC X(30)
                     VALUE 'DISPOSITION'.
           05  FILLER                            PIC X(24) VALUE SPACES.

       01  SCRA-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  SCRA-DETAIL-REPORT.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  SCRA-REPORT-CUST-ID               PIC 9(09).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SCRA-REPORT-ACCT-ID               PIC Z(10)9.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SCRA-REPORT-FROM-DATE             PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SCRA-REPORT-THRU-DATE             PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SCRA-REPORT-INT-AMT               PIC -(9)9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SCRA-REPORT-FEE-AMT               PIC -(9)9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SCRA-REPORT-DISPOSITION           PIC X(30).
           05  FILLER                            PIC X(24) VALUE SPACES.

       01  SCRA-REPORT-REFUND-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(24)
                     VALUE 'ACCOUNTS REFUNDED     : '.
           05  SCRA-REPT-ACCT-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(15)
                     VALUE '    INTEREST : '.
           05  SCRA-REPT-INT-AMT                 PIC -(11)9.99.
           05  FILLER                            PIC X(11)
                     VALUE '    FEES : '.
           05  SCRA-REPT-FEE-AMT                 PIC -(11)9.99.
           05  FILLER                            PIC X(45) VALUE SPACES.

       01  SCRA-REPORT-CUST-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(24)
                     VALUE 'CUSTOMERS COMPLETED   : '.
           05  SCRA-REPT-CUST-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(29)
                     VALUE '    WITH NOTHING TO REFUND : '.
           05  SCRA-REPT-NONE-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(19)
                     VALUE '    HELD PENDING : '.
           05  SCRA-REPT-HELD-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(39) VALUE SPACES.
