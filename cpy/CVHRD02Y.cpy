      *****************************************************************
      *    Copybook    :   CVHRD02Y
      *    Description :   Report line layouts for the monthly
      *                    hardship plan report (CBHRD01C)
      *****************************************************************
       01  HRD-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(30)
                     VALUE 'HARDSHIP PLAN REPORT'.
           05  FILLER                            PIC X(08)
                     VALUE 'MONTH: '.
           05  HRD-REPT-MONTH                    PIC X(07).
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  FILLER                            PIC X(09)
                     VALUE 'SECTION: '.
           05  HRD-REPT-SECTION                  PIC X(20).
           05  FILLER                            PIC X(54) VALUE SPACES.

       01  HRD-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(12)
                     VALUE 'START DATE'.
           05  FILLER                            PIC X(06)
                     VALUE 'TERM'.
           05  FILLER                            PIC X(09)
                     VALUE '    APR'.
           05  FILLER                            PIC X(14)
                     VALUE '  FIXED PAYMNT'.
           05  FILLER                            PIC X(06)
                     VALUE 'MADE'.
           05  FILLER                            PIC X(08)
                     VALUE 'MISSED'.
           05  FILLER                            PIC X(12)
                     VALUE 'STATUS DATE'.
           05  FILLER                            PIC X(10)
                     VALUE 'COLLECTOR'.
           05  FILLER                            PIC X(17)
                     VALUE 'CURRENT BALANCE'.
           05  FILLER                            PIC X(25) VALUE SPACES.

       01  HRD-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  HRD-DETAIL-REPORT.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  HRD-REPORT-ACCT-ID                PIC 9(11).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  HRD-REPORT-START-DATE             PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  HRD-REPORT-TERM                   PIC ZZ9.
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  HRD-REPORT-APR                    PIC ZZZ9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  HRD-REPORT-FIXED-PAY              PIC -(10)9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  HRD-REPORT-MADE                   PIC ZZ9.
           05  FILLER                            PIC X(05) VALUE SPACES.
           05  HRD-REPORT-MISSED                 PIC 9(01).
           05  FILLER                            PIC X(05) VALUE SPACES.
           05  HRD-REPORT-STATUS-DATE            PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  HRD-REPORT-COLLECTOR              PIC X(08).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  HRD-REPORT-CURR-BAL               PIC -(10)9.99.
           05  FILLER                            PIC X(26) VALUE SPACES.

       01  HRD-REPORT-SECTION-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  HRD-REPT-SECTION-NAME             PIC X(20).
           05  FILLER                            PIC X(07)
                     VALUE 'PLANS: '.
           05  HRD-REPT-SECTION-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  FILLER                            PIC X(16)
                     VALUE 'FIXED PAYMENTS: '.
           05  HRD-REPT-SECTION-PAY              PIC -(12)9.99.
           05  FILLER                            PIC X(62) VALUE SPACES.
