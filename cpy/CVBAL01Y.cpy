      *****************************************************************
      *    Copybook    :   CVBAL01Y
      *    Description :   Report line layouts for the nightly account
      *                    balance proof (CBBAL01C) - account master
      *                    balance against the category buckets, and
      *                    the portfolio roll-forward from the daily
      *                    balance snapshots
      *****************************************************************
       01  BAL-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(30)
                     VALUE 'ACCOUNT BALANCE PROOF'.
           05  FILLER                       PIC X(06) VALUE 'AS OF '.
           05  BAL-REPT-ASOF-DATE                PIC X(10).
           05  FILLER                            PIC X(86) VALUE SPACES.

       01  BAL-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(08)
                     VALUE 'STATUS'.
           05  FILLER                            PIC X(17)
                     VALUE 'ACCOUNT BALANCE'.
           05  FILLER                            PIC X(17)
                     VALUE 'BUCKET TOTAL'.
           05  FILLER                            PIC X(17)
                     VALUE 'DIFFERENCE'.
           05  FILLER                            PIC X(09)
                     VALUE 'BUCKETS'.
           05  FILLER                            PIC X(51) VALUE SPACES.

       01  BAL-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  BAL-DETAIL-REPORT.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  BAL-REPORT-ACCT-ID                PIC 9(11).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  BAL-REPORT-STATUS                 PIC X(01).
           05  FILLER                            PIC X(07) VALUE SPACES.
           05  BAL-REPORT-ACCT-BAL               PIC -(12)9.99.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  BAL-REPORT-BUCKET-BAL             PIC -(12)9.99.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  BAL-REPORT-DIFF                   PIC -(12)9.99.
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  BAL-REPORT-BUCKETS                PIC ZZZ9.
           05  FILLER                            PIC X(54) VALUE SPACES.

       01  BAL-REPORT-ACCT-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(10)
                     VALUE 'ACCOUNTS: '.
           05  BAL-REPT-ACCT-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(18)
                     VALUE '  OUT OF BALANCE: '.
           05  BAL-REPT-OOB-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(16)
                     VALUE '  MASTER TOTAL: '.
           05  BAL-REPT-MASTER-TOTAL             PIC -(12)9.99.
           05  FILLER                            PIC X(16)
                     VALUE '  BUCKET TOTAL: '.
           05  BAL-REPT-BUCKET-TOTAL             PIC -(12)9.99.
           05  FILLER                            PIC X(22) VALUE SPACES.

       01  BAL-SECTION-LINE.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  BAL-SECTION-TITLE                 PIC X(60).
           05  FILLER                            PIC X(72) VALUE SPACES.

       01  BAL-PROOF-LINE.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  BAL-PROOF-LABEL                   PIC X(40).
           05  BAL-PROOF-AMT                     PIC -(14)9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  BAL-PROOF-NOTE                    PIC X(24).
           05  FILLER                            PIC X(48) VALUE SPACES.
