      *****************************************************************
      *    Copybook    :   CVISS03Y
      *    Description :   Report line layouts for the plastics runs -
      *                    the emboss build control report (CBISS01C,
      *                    cards held or cancelled) and the mailing
      *                    exceptions report (CBISS02C, unmatched or
      *                    rejected acknowledgements and cards not
      *                    confirmed mailed within five days)
      *****************************************************************
       01  ISS-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ISS-REPT-TITLE                    PIC X(40).
           05  FILLER                       PIC X(06) VALUE 'AS OF '.
           05  ISS-REPT-ASOF-DATE                PIC X(10).
           05  FILLER                            PIC X(76) VALUE SPACES.

       01  ISS-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(18)
                     VALUE 'CARD NUMBER'.
           05  FILLER                            PIC X(12)
                     VALUE 'EXPIRY'.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(06)
                     VALUE 'TYPE'.
           05  FILLER                            PIC X(05)
                     VALUE 'STS'.
           05  FILLER                            PIC X(12)
                     VALUE 'QUEUED'.
           05  FILLER                            PIC X(12)
                     VALUE 'SENT'.
           05  FILLER                            PIC X(06)
                     VALUE ' DAYS'.
           05  FILLER                            PIC X(48)
                     VALUE 'REASON'.

       01  ISS-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  ISS-DETAIL-REPORT.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ISS-REPORT-CARD-NUM               PIC X(16).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  ISS-REPORT-EXPIRY                 PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  ISS-REPORT-ACCT-ID                PIC X(11).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  ISS-REPORT-TYPE                   PIC X(02).
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  ISS-REPORT-STATUS                 PIC X(01).
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  ISS-REPORT-QUEUED-DATE            PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  ISS-REPORT-SENT-DATE              PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  ISS-REPORT-DAYS                   PIC ZZZ9.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  ISS-REPORT-REASON                 PIC X(40).
           05  FILLER                            PIC X(08) VALUE SPACES.

       01  ISS-REPORT-TOTAL-LINE.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ISS-TOTAL-LABEL                   PIC X(30).
           05  ISS-TOTAL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(91) VALUE SPACES.
