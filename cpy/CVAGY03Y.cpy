      *****************************************************************
      *    Copybook    :   CVAGY03Y
      *    Description :   Report line layouts for the agency placement
      *                    and recall control report (CBAGY01C)
      *****************************************************************
       01  AGP-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(40)
                     VALUE 'COLLECTION AGENCY PLACEMENTS AND RECALLS'.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  FILLER                       PIC X(06) VALUE 'AS OF '.
           05  AGP-REPT-ASOF-DATE                PIC X(10).
           05  FILLER                            PIC X(74) VALUE SPACES.

       01  AGP-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(10)
                     VALUE 'ACTION'.
           05  FILLER                            PIC X(08)
                     VALUE 'AGENCY'.
           05  FILLER                            PIC X(14)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(12)
                     VALUE 'PLACED'.
           05  FILLER                            PIC X(17)
                     VALUE '   PLACED BALANCE'.
           05  FILLER                            PIC X(17)
                     VALUE '        RECOVERED'.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  FILLER                            PIC X(30)
                     VALUE 'REASON'.
           05  FILLER                            PIC X(22) VALUE SPACES.

       01  AGP-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  AGP-DETAIL-REPORT.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  AGP-REPORT-ACTION                 PIC X(08).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  AGP-REPORT-AGENCY-ID              PIC X(04).
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  AGP-REPORT-ACCT-ID                PIC 9(11).
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  AGP-REPORT-PLACED-DATE            PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  AGP-REPORT-PLACED-BAL             PIC -(13)9.99.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  AGP-REPORT-RECOVERED              PIC -(13)9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  AGP-REPORT-REASON                 PIC X(30).
           05  FILLER                            PIC X(21) VALUE SPACES.

       01  AGP-REPORT-GRAND-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(12)
                     VALUE 'PLACEMENTS: '.
           05  AGP-REPT-PLACED-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(11)
                     VALUE '  BALANCE: '.
           05  AGP-REPT-PLACED-BAL               PIC -(13)9.99.
           05  FILLER                            PIC X(11)
                     VALUE '  RECALLS: '.
           05  AGP-REPT-RECALL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(11)
                     VALUE '  SKIPPED: '.
           05  AGP-REPT-SKIPPED-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(49) VALUE SPACES.
