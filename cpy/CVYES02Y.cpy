      *****************************************************************
      *    Copybook    :   CVYES02Y
      *    Description :   Report line layouts for the year-end
      *                    interest and fees summary run (CBYES01C) -
      *                    totals by account group
      *****************************************************************
       01  YES-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(38)
                     VALUE 'YEAR-END INTEREST AND FEES SUMMARY'.
           05  FILLER                       PIC X(06) VALUE 'YEAR: '.
           05  YES-REPT-TAX-YEAR                 PIC 9(04).
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  FILLER                       PIC X(06) VALUE 'DATE: '.
           05  YES-REPT-RUN-DATE                 PIC X(10).
           05  FILLER                            PIC X(64) VALUE SPACES.

       01  YES-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(12)
                     VALUE 'GROUP'.
           05  FILLER                            PIC X(10)
                     VALUE 'ACCOUNTS'.
           05  FILLER                            PIC X(09)
                     VALUE 'PAPER'.
           05  FILLER                            PIC X(09)
                     VALUE 'EMAIL'.
           05  FILLER                            PIC X(17)
                     VALUE 'INTEREST'.
           05  FILLER                            PIC X(15)
                     VALUE 'LATE FEES'.
           05  FILLER                            PIC X(15)
                     VALUE 'OVERLIMIT FEES'.
           05  FILLER                            PIC X(15)
                     VALUE 'FOREIGN FEES'.
           05  FILLER                            PIC X(15)
                     VALUE 'ANNUAL FEES'.
           05  FILLER                            PIC X(15)
                     VALUE 'INSTALL FEES'.

       01  YES-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  YES-GROUP-REPORT.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  YES-REPORT-GROUP-ID               PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  YES-REPORT-ACCT-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  YES-REPORT-PAPER-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  YES-REPORT-EMAIL-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  YES-REPORT-INTEREST               PIC -(11)9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  YES-REPORT-LATE-FEES              PIC -(9)9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  YES-REPORT-OVLM-FEES              PIC -(9)9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  YES-REPORT-FRGN-FEES              PIC -(9)9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  YES-REPORT-ANNL-FEES              PIC -(9)9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  YES-REPORT-INSP-FEES              PIC -(9)9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.

       01  YES-REPORT-GRAND-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(24)
                     VALUE 'LETTERS WRITTEN       : '.
           05  YES-REPT-LETTER-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(13)
                     VALUE '   SKIPPED : '.
           05  YES-REPT-SKIP-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(18)
                     VALUE '   TOTAL FEES  : '.
           05  YES-REPT-TOTAL-FEES               PIC -(11)9.99.
           05  FILLER                            PIC X(48) VALUE SPACES.
