      *****************************************************************
      *    Copybook    :   CVINT02Y
      *    Description :   Report line layouts for the nightly interest
      *                    accrual summary by account group (CBINT01C)
      *****************************************************************
       01  INT-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(30)
                     VALUE 'INTEREST ACCRUAL BY GROUP'.
           05  INT-REPT-RUN-TYPE                 PIC X(10).
           05  FILLER                       PIC X(06) VALUE 'AS OF '.
           05  INT-REPT-ASOF-DATE                PIC X(10).
           05  FILLER                            PIC X(16)
                     VALUE '  ACCRUED THRU '.
           05  INT-REPT-THRU-DATE                PIC X(10).
           05  FILLER                            PIC X(50) VALUE SPACES.

       01  INT-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCT GROUP'.
           05  FILLER                            PIC X(10)
                     VALUE 'BUCKETS'.
           05  FILLER                            PIC X(21)
                     VALUE 'ACCRUED THIS RUN'.
           05  FILLER                            PIC X(21)
                     VALUE 'ACCRUED UNBILLED'.
           05  FILLER                            PIC X(67) VALUE SPACES.

       01  INT-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  INT-DETAIL-REPORT.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  INT-REPORT-GROUP-ID               PIC X(10).
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  INT-REPORT-BUCKETS                PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  INT-REPORT-RUN-AMT                PIC -(14)9.99.
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  INT-REPORT-UNBILLED               PIC -(14)9.99.
           05  FILLER                            PIC X(70) VALUE SPACES.

       01  INT-REPORT-GRAND-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(10)
                     VALUE 'TOTAL'.
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  INT-REPT-BUCKETS                  PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  INT-REPT-RUN-AMT                  PIC -(14)9.99.
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  INT-REPT-UNBILLED                 PIC -(14)9.99.
           05  FILLER                            PIC X(70) VALUE SPACES.
