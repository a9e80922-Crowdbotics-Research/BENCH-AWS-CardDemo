      *****************************************************************
      *    Copybook    :   CVUCP04Y
      *    Description :   Report line layouts for unclaimed property
      *                    - the daily paid-checks match report
      *                    (CBUCP01C) and the annual unclaimed property
      *                    report by state (CBUCP02C)
      *****************************************************************
       01  UCP-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  UCP-REPT-TITLE                    PIC X(40).
           05  FILLER                       PIC X(06) VALUE 'AS OF '.
           05  UCP-REPT-ASOF-DATE                PIC X(10).
           05  FILLER                            PIC X(76) VALUE SPACES.

       01  UCP-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  UCP-LOAD-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(16)
                     VALUE 'CHECK NUMBER'.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(12)
                     VALUE 'ISSUED'.
           05  FILLER                            PIC X(15)
                     VALUE '   CHECK AMOUNT'.
           05  FILLER                            PIC X(15)
                     VALUE '    PAID AMOUNT'.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  FILLER                            PIC X(12)
                     VALUE 'PAID'.
           05  FILLER                            PIC X(47)
                     VALUE 'RESULT'.

       01  UCP-LOAD-DETAIL.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  UCP-LOAD-CHECK-NUM                PIC X(14).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  UCP-LOAD-ACCT-ID                  PIC X(11).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  UCP-LOAD-ISSUE-DATE               PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  UCP-LOAD-CHECK-AMT                PIC Z(10)9.99.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  UCP-LOAD-PAID-AMT                 PIC Z(10)9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  UCP-LOAD-PAID-DATE                PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  UCP-LOAD-RESULT                   PIC X(40).
           05  FILLER                            PIC X(08) VALUE SPACES.

       01  UCP-CAND-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(05)
                     VALUE 'TYPE'.
           05  FILLER                            PIC X(16)
                     VALUE 'REFERENCE'.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(11)
                     VALUE 'CUSTOMER'.
           05  FILLER                            PIC X(06)
                     VALUE 'STATE'.
           05  FILLER                            PIC X(12)
                     VALUE 'SINCE'.
           05  FILLER                            PIC X(15)
                     VALUE '         AMOUNT'.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  FILLER                            PIC X(06)
                     VALUE 'YEARS'.
           05  FILLER                            PIC X(46)
                     VALUE 'DUE-DILIGENCE LETTER'.

       01  UCP-CAND-DETAIL.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  UCP-CAND-TYPE                     PIC X(05).
           05  UCP-CAND-REF                      PIC X(14).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  UCP-CAND-ACCT-ID                  PIC 9(11).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  UCP-CAND-CUST-ID                  PIC 9(09).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  UCP-CAND-STATE                    PIC X(02).
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  UCP-CAND-SINCE                    PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  UCP-CAND-AMOUNT                   PIC Z(10)9.99.
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  UCP-CAND-YEARS                    PIC Z9.
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  UCP-CAND-LETTER                   PIC X(40).
           05  FILLER                            PIC X(05) VALUE SPACES.

       01  UCP-STATE-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(06)
                     VALUE 'STATE'.
           05  FILLER                            PIC X(22)
                     VALUE 'NAME'.
           05  FILLER                            PIC X(08)
                     VALUE '  CHECKS'.
           05  FILLER                            PIC X(16)
                     VALUE '    CHECK AMOUNT'.
           05  FILLER                            PIC X(09)
                     VALUE '  CREDITS'.
           05  FILLER                            PIC X(16)
                     VALUE '   CREDIT AMOUNT'.
           05  FILLER                            PIC X(16)
                     VALUE '    TOTAL AMOUNT'.
           05  FILLER                            PIC X(09)
                     VALUE '  LETTERS'.
           05  FILLER                            PIC X(09)
                     VALUE '  NO LTR'.
           05  FILLER                            PIC X(21) VALUE SPACES.

       01  UCP-STATE-DETAIL.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  UCP-STATE-CD                      PIC X(02).
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  UCP-STATE-NAME                    PIC X(20).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  UCP-STATE-CHECK-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  UCP-STATE-CHECK-AMT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  UCP-STATE-CREDIT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  UCP-STATE-CREDIT-AMT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  UCP-STATE-TOTAL-AMT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  UCP-STATE-LETTER-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  UCP-STATE-NOLTR-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(23) VALUE SPACES.

       01  UCP-REPORT-TOTAL-LINE.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  UCP-TOTAL-LABEL                   PIC X(36).
           05  UCP-TOTAL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  UCP-TOTAL-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                            PIC X(65) VALUE SPACES.
