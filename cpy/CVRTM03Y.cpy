      *****************************************************************
      *    Copybook    :   CVRTM03Y
      *    Description :   Report line layouts for returned mail -
      *                    the post office load report (CBRTM01C,
      *                    every piece and what was done with it) and
      *                    the weekly undeliverable address report for
      *                    the customer contact team (CBRTM02C)
      *****************************************************************
       01  RTM-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  RTM-REPT-TITLE                    PIC X(40).
           05  FILLER                       PIC X(06) VALUE 'AS OF '.
           05  RTM-REPT-ASOF-DATE                PIC X(10).
           05  FILLER                            PIC X(76) VALUE SPACES.

       01  RTM-LOAD-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(11)
                     VALUE 'CUSTOMER'.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(07)
                     VALUE 'PIECE'.
           05  FILLER                            PIC X(05)
                     VALUE 'RSN'.
           05  FILLER                            PIC X(12)
                     VALUE 'RETURNED'.
           05  FILLER                            PIC X(12)
                     VALUE 'MAILED ZIP'.
           05  FILLER                            PIC X(72)
                     VALUE 'RESULT'.

       01  RTM-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  RTM-LOAD-DETAIL.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  RTM-LOAD-CUST-ID                  PIC X(09).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  RTM-LOAD-ACCT-ID                  PIC X(11).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  RTM-LOAD-PIECE-TYPE               PIC X(02).
           05  FILLER                            PIC X(05) VALUE SPACES.
           05  RTM-LOAD-REASON-CD                PIC X(02).
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  RTM-LOAD-RETURNED-DATE            PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  RTM-LOAD-MAILED-ZIP               PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  RTM-LOAD-RESULT                   PIC X(40).
           05  FILLER                            PIC X(32) VALUE SPACES.

       01  RTM-FLAG-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(11)
                     VALUE 'CUSTOMER'.
           05  FILLER                            PIC X(32)
                     VALUE 'NAME'.
           05  FILLER                            PIC X(17)
                     VALUE 'PHONE 1'.
           05  FILLER                            PIC X(17)
                     VALUE 'PHONE 2'.
           05  FILLER                            PIC X(12)
                     VALUE 'FLAGGED'.
           05  FILLER                            PIC X(06)
                     VALUE ' DAYS'.
           05  FILLER                            PIC X(08)
                     VALUE ' PIECES'.
           05  FILLER                            PIC X(29)
                     VALUE 'LAST RETURNED  PC RSN'.

       01  RTM-FLAG-DETAIL.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  RTM-FLAG-CUST-ID                  PIC X(09).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  RTM-FLAG-CUST-NAME                PIC X(30).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  RTM-FLAG-PHONE-1                  PIC X(15).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  RTM-FLAG-PHONE-2                  PIC X(15).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  RTM-FLAG-DATE                     PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  RTM-FLAG-DAYS                     PIC ZZZ9.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  RTM-FLAG-PIECES                   PIC ZZZZ9.
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  RTM-FLAG-LAST-DATE                PIC X(10).
           05  FILLER                            PIC X(05) VALUE SPACES.
           05  RTM-FLAG-LAST-PIECE               PIC X(02).
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  RTM-FLAG-LAST-REASON              PIC X(02).
           05  FILLER                            PIC X(09) VALUE SPACES.

       01  RTM-REPORT-TOTAL-LINE.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  RTM-TOTAL-LABEL                   PIC X(30).
           05  RTM-TOTAL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(91) VALUE SPACES.
