      *****************************************************************
      *    Copybook    :   CVPOC02Y
      *    Description :   Report line layouts for the point-of-
      *                    compromise analysis (CBPOC01C) - merchants
      *                    ranked by confirmed-fraud cards in common,
      *                    and the cards listed for proactive reissue
      *****************************************************************
       01  POC-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  POC-REPT-TITLE                    PIC X(40).
           05  FILLER                       PIC X(06) VALUE 'AS OF '.
           05  POC-REPT-ASOF-DATE                PIC X(10).
           05  FILLER                            PIC X(11)
                     VALUE '  LOOKBACK '.
           05  POC-REPT-LOOKBACK                 PIC ZZ9.
           05  FILLER                            PIC X(18)
                     VALUE ' DAYS  THRESHOLD '.
           05  POC-REPT-MIN-CARDS                PIC ZZ9.
           05  FILLER                            PIC X(06)
                     VALUE ' CARDS'.
           05  FILLER                            PIC X(35) VALUE SPACES.

       01  POC-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  POC-MERCH-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(06)
                     VALUE 'RANK'.
           05  FILLER                            PIC X(11)
                     VALUE 'MERCHANT'.
           05  FILLER                            PIC X(32)
                     VALUE 'NAME'.
           05  FILLER                            PIC X(07)
                     VALUE '  CARDS'.
           05  FILLER                            PIC X(08)
                     VALUE '   TRANS'.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  FILLER                            PIC X(12)
                     VALUE 'FIRST USED'.
           05  FILLER                            PIC X(12)
                     VALUE 'LAST USED'.
           05  FILLER                            PIC X(42)
                     VALUE 'REVIEW'.

       01  POC-MERCH-DETAIL.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  POC-MERCH-RANK                    PIC ZZZ9.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  POC-MERCH-ID                      PIC 9(09).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  POC-MERCH-NAME                    PIC X(30).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  POC-MERCH-CARDS                   PIC ZZ,ZZ9.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  POC-MERCH-TRANS                   PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  POC-MERCH-FIRST-DATE              PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  POC-MERCH-LAST-DATE               PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  POC-MERCH-REVIEW                  PIC X(36).
           05  FILLER                            PIC X(06) VALUE SPACES.

       01  POC-RISK-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(18)
                     VALUE 'CARD NUMBER'.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(11)
                     VALUE 'MERCHANT'.
           05  FILLER                            PIC X(32)
                     VALUE 'NAME'.
           05  FILLER                            PIC X(12)
                     VALUE 'EXPOSED'.
           05  FILLER                            PIC X(46)
                     VALUE 'ACTION'.

       01  POC-RISK-DETAIL.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  POC-RISK-CARD-NUM                 PIC X(16).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  POC-RISK-ACCT-ID                  PIC X(11).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  POC-RISK-MER-ID                   PIC 9(09).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  POC-RISK-MER-NAME                 PIC X(30).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  POC-RISK-EXPOSURE-DATE            PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  POC-RISK-ACTION                   PIC X(40).
           05  FILLER                            PIC X(06) VALUE SPACES.

       01  POC-REPORT-TOTAL-LINE.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  POC-TOTAL-LABEL                   PIC X(40).
           05  POC-TOTAL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(81) VALUE SPACES.
