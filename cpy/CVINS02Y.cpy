      *****************************************************************
      *    Copybook    :   CVINS02Y
      *    Description :   Report line layouts for the installment plan
      *                    billing run report (CBINS01C) - the plans
      *                    collapsed back to revolving, then run totals
      *****************************************************************
       01  INS-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(33)
                     VALUE 'INSTALLMENT PLAN BILLING RUN FOR '.
           05  INS-REPT-DATE                     PIC X(10).
           05  FILLER                            PIC X(07)
                     VALUE ' CYCLE '.
           05  INS-REPT-CYCLE                    PIC X(03).
           05  FILLER                            PIC X(79) VALUE SPACES.

       01  INS-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(18)
                     VALUE 'PURCHASE ID'.
           05  FILLER                            PIC X(08)
                     VALUE 'STATUS'.
           05  FILLER                            PIC X(15)
                     VALUE '      PRINCIPAL'.
           05  FILLER                            PIC X(10)
                     VALUE '    BILLED'.
           05  FILLER                            PIC X(17)
                     VALUE '   TO REVOLVING'.
           05  FILLER                            PIC X(51)
                     VALUE '  REASON'.

       01  INS-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  INS-DETAIL-REPORT.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  INS-REPORT-ACCT-ID                PIC 9(11).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  INS-REPORT-TRAN-ID                PIC X(16).
           05  FILLER                            PIC X(05) VALUE SPACES.
           05  INS-REPORT-ACCT-STATUS            PIC X(01).
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  INS-REPORT-PRINCIPAL              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  INS-REPORT-BILLED                 PIC Z9.
           05  FILLER                            PIC X(01) VALUE '/'.
           05  INS-REPORT-TERM                   PIC 99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  INS-REPORT-RETURNED               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  INS-REPORT-REASON                 PIC X(30).
           05  FILLER                            PIC X(21) VALUE SPACES.

       01  INS-REPORT-TOTAL-LINE.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  INS-TOTAL-LABEL                   PIC X(30).
           05  INS-TOTAL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  INS-TOTAL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                            PIC X(68) VALUE SPACES.
