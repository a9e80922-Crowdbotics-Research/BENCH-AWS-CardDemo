      *****************************************************************
      *    Copybook    :   CVSPY02Y
      *    Description :   Report line layouts for the scheduled
      *                    payment release control report (CBSPY01C)
      *****************************************************************
       01  SPAY-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(41)
                     VALUE 'SCHEDULED PAYMENT RELEASE CONTROL REPORT'.
           05  FILLER                       PIC X(06) VALUE 'DATE: '.
           05  SPAY-REPT-RUN-DATE                PIC X(10).
           05  FILLER                            PIC X(75) VALUE SPACES.

       01  SPAY-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(12)
                     VALUE 'PAY DATE'.
           05  FILLER                            PIC X(32)
                     VALUE 'DISPOSITION'.
           05  FILLER                            PIC X(15)
                     VALUE 'AMOUNT'.
           05  FILLER                            PIC X(16)
                     VALUE 'TRANSACTION ID'.
           05  FILLER                            PIC X(44) VALUE SPACES.

       01  SPAY-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  SPAY-DETAIL-REPORT.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  SPAY-REPORT-ACCT-ID               PIC 9(11).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SPAY-REPORT-PAY-DATE              PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SPAY-REPORT-DISPOSITION           PIC X(30).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SPAY-REPORT-AMT                   PIC -(9)9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SPAY-REPORT-TRAN-ID               PIC X(16).
           05  FILLER                            PIC X(44) VALUE SPACES.

       01  SPAY-REPORT-REL-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(24)
                     VALUE 'PAYMENTS RELEASED     : '.
           05  SPAY-REPT-REL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  SPAY-REPT-REL-AMT                 PIC -(11)9.99.
           05  FILLER                            PIC X(82) VALUE SPACES.

       01  SPAY-REPORT-SKIP-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(24)
                     VALUE 'PAYMENTS SKIPPED      : '.
           05  SPAY-REPT-SKIP-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(101)
                     VALUE SPACES.
