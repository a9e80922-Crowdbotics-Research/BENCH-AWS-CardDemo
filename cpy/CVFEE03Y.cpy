      *****************************************************************
      *    Copybook    :   CVFEE03Y
      *    Description :   Report line layouts for the annual fee
      *                    billing control report (CBFEE01C)
      *****************************************************************
       01  ANFE-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(34)
                     VALUE 'ANNUAL FEE BILLING CONTROL REPORT'.
           05  FILLER                       PIC X(06) VALUE 'DATE: '.
           05  ANFE-REPT-RUN-DATE                PIC X(10).
           05  FILLER                            PIC X(82) VALUE SPACES.

       01  ANFE-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(12)
                     VALUE 'GROUP'.
           05  FILLER                            PIC X(12)
                     VALUE 'OPENED'.
           05  FILLER                            PIC X(08)
                     VALUE 'STATUS'.
           05  FILLER                            PIC X(30)
                     VALUE 'DISPOSITION'.
           05  FILLER                            PIC X(15)
                     VALUE 'FEE AMOUNT'.
           05  FILLER                            PIC X(42) VALUE SPACES.

       01  ANFE-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  ANFE-DETAIL-REPORT.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ANFE-REPORT-ACCT-ID               PIC 9(11).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  ANFE-REPORT-GROUP-ID              PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  ANFE-REPORT-OPEN-DATE             PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  ANFE-REPORT-STATUS                PIC X(01).
           05  FILLER                            PIC X(07) VALUE SPACES.
           05  ANFE-REPORT-DISPOSITION           PIC X(30).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  ANFE-REPORT-AMT                   PIC -(9)9.99.
           05  FILLER                            PIC X(42) VALUE SPACES.

       01  ANFE-REPORT-GEN-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(24)
                     VALUE 'ANNUAL FEES BILLED    : '.
           05  ANFE-REPT-GEN-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  ANFE-REPT-GEN-AMT                 PIC -(11)9.99.
           05  FILLER                            PIC X(84) VALUE SPACES.

       01  ANFE-REPORT-WAIVE-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(24)
                     VALUE 'FEES WAIVED OR NIL    : '.
           05  ANFE-REPT-WAIVE-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(101) VALUE SPACES.

       01  ANFE-REPORT-SKIP-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(24)
                     VALUE 'ACCOUNTS SKIPPED      : '.
           05  ANFE-REPT-SKIP-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(101) VALUE SPACES.
