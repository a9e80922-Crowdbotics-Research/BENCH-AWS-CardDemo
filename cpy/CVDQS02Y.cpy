      *****************************************************************
      *    Copybook    :   CVDQS02Y
      *    Description :   Report line layouts for the customer master
      *                    data-quality scan (CBDQS01C) - defects by
      *                    customer, duplicate-SSN pairs side by side,
      *                    and the count of each defect type
      *****************************************************************
       01  DQS-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  DQS-REPT-TITLE                    PIC X(40).
           05  FILLER                       PIC X(06) VALUE 'AS OF '.
           05  DQS-REPT-ASOF-DATE                PIC X(10).
           05  FILLER                            PIC X(76) VALUE SPACES.

       01  DQS-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  DQS-DEFECT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(11)
                     VALUE 'CUSTOMER'.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(32)
                     VALUE 'NAME'.
           05  FILLER                            PIC X(04)
                     VALUE 'CD'.
           05  FILLER                            PIC X(42)
                     VALUE 'DEFECT'.
           05  FILLER                            PIC X(30)
                     VALUE 'VALUE FOUND'.

       01  DQS-DEFECT-DETAIL.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  DQS-DEF-CUST-ID                   PIC 9(09).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  DQS-DEF-ACCT-ID                   PIC 9(11).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  DQS-DEF-CUST-NAME                 PIC X(30).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  DQS-DEF-CD                        PIC 9(02).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  DQS-DEF-DESC                      PIC X(40).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  DQS-DEF-VALUE                     PIC X(20).
           05  FILLER                            PIC X(10) VALUE SPACES.

       01  DQS-DUP-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(13)
                     VALUE 'SSN'.
           05  FILLER                            PIC X(11)
                     VALUE 'CUSTOMER'.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(32)
                     VALUE 'NAME'.
           05  FILLER                            PIC X(11)
                     VALUE 'CUSTOMER'.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(39)
                     VALUE 'NAME'.

       01  DQS-DUP-DETAIL.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  DQS-DUP-SSN                       PIC X(11).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  DQS-DUP-CUST-ID-1                 PIC 9(09).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  DQS-DUP-ACCT-ID-1                 PIC 9(11).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  DQS-DUP-CUST-NAME-1               PIC X(30).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  DQS-DUP-CUST-ID-2                 PIC 9(09).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  DQS-DUP-ACCT-ID-2                 PIC 9(11).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  DQS-DUP-CUST-NAME-2               PIC X(30).
           05  FILLER                            PIC X(09) VALUE SPACES.

       01  DQS-SUMMARY-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(06)
                     VALUE 'CD'.
           05  FILLER                            PIC X(42)
                     VALUE 'DEFECT'.
           05  FILLER                            PIC X(11)
                     VALUE '  CUSTOMERS'.
           05  FILLER                            PIC X(73) VALUE SPACES.

       01  DQS-SUMMARY-DETAIL.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  DQS-SUM-CD                        PIC 9(02).
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  DQS-SUM-DESC                      PIC X(40).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  DQS-SUM-COUNT                     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(73) VALUE SPACES.

       01  DQS-REPORT-TOTAL-LINE.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  DQS-TOTAL-LABEL                   PIC X(40).
           05  DQS-TOTAL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(81) VALUE SPACES.
