      *****************************************************************
      *    Copybook    :   CVPRO02Y
      *    Description :   Report line layouts for the balance-transfer
      *                    control report (CBPRO01C) and the expiring
      *                    promotional rate report (CBPRO02C)
      *****************************************************************
       01  BTRQ-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(34)
                     VALUE 'BALANCE TRANSFER CONTROL REPORT'.
           05  FILLER                       PIC X(06) VALUE 'DATE: '.
           05  BTRQ-REPT-RUN-DATE                PIC X(10).
           05  FILLER                            PIC X(82) VALUE SPACES.

       01  BTRQ-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(10)
                     VALUE 'OFFER'.
           05  FILLER                            PIC X(30)
                     VALUE 'DISPOSITION'.
           05  FILLER                            PIC X(15)
                     VALUE 'AMOUNT'.
           05  FILLER                            PIC X(09)
                     VALUE 'RATE'.
           05  FILLER                            PIC X(12)
                     VALUE 'EXPIRES'.
           05  FILLER                            PIC X(43) VALUE SPACES.

       01  BTRQ-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  BTRQ-DETAIL-REPORT.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  BTRQ-REPORT-ACCT-ID               PIC 9(11).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  BTRQ-REPORT-OFFER-CD              PIC X(08).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  BTRQ-REPORT-DISPOSITION           PIC X(30).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  BTRQ-REPORT-AMT                   PIC -(9)9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  BTRQ-REPORT-RATE                  PIC ZZZ9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  BTRQ-REPORT-EXPIRY                PIC X(10).
           05  FILLER                            PIC X(43) VALUE SPACES.

       01  BTRQ-REPORT-GEN-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(24)
                     VALUE 'TRANSFERS GENERATED   : '.
           05  BTRQ-REPT-GEN-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  BTRQ-REPT-GEN-AMT                 PIC -(11)9.99.
           05  FILLER                            PIC X(84) VALUE SPACES.

       01  BTRQ-REPORT-SKIP-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(24)
                     VALUE 'REQUESTS SKIPPED      : '.
           05  BTRQ-REPT-SKIP-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(101) VALUE SPACES.

       01  PEXP-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(40)
                     VALUE 'PROMOTIONAL RATES EXPIRING WITHIN DAYS:'.
           05  PEXP-REPT-WINDOW                  PIC ZZ9.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  FILLER                       PIC X(06) VALUE 'DATE: '.
           05  PEXP-REPT-RUN-DATE                PIC X(10).
           05  FILLER                            PIC X(71) VALUE SPACES.

       01  PEXP-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(08)
                     VALUE 'TYPE'.
           05  FILLER                            PIC X(08)
                     VALUE 'CAT'.
           05  FILLER                            PIC X(10)
                     VALUE 'OFFER'.
           05  FILLER                            PIC X(09)
                     VALUE 'RATE'.
           05  FILLER                            PIC X(12)
                     VALUE 'STARTED'.
           05  FILLER                            PIC X(12)
                     VALUE 'EXPIRES'.
           05  FILLER                            PIC X(07)
                     VALUE 'DAYS'.
           05  FILLER                            PIC X(15)
                     VALUE 'PROMO BALANCE'.
           05  FILLER                            PIC X(38) VALUE SPACES.

       01  PEXP-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  PEXP-DETAIL-REPORT.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  PEXP-REPORT-ACCT-ID               PIC 9(11).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  PEXP-REPORT-TYPE-CD               PIC X(02).
           05  FILLER                            PIC X(06) VALUE SPACES.
           05  PEXP-REPORT-CAT-CD                PIC 9(04).
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  PEXP-REPORT-OFFER-CD              PIC X(08).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  PEXP-REPORT-RATE                  PIC ZZZ9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  PEXP-REPORT-START                 PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  PEXP-REPORT-EXPIRY                PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  PEXP-REPORT-DAYS                  PIC ZZ9.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  PEXP-REPORT-BAL                   PIC -(9)9.99.
           05  FILLER                            PIC X(42) VALUE SPACES.

       01  PEXP-REPORT-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(24)
                     VALUE 'PROMOTIONS EXPIRING   : '.
           05  PEXP-REPT-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  PEXP-REPT-BAL                     PIC -(11)9.99.
           05  FILLER                            PIC X(84) VALUE SPACES.
