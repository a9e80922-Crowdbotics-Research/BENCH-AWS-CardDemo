      *****************************************************************
      *    Copybook    :   CVACD02Y
      *    Description :   Report line layouts for the daily bureau
      *                    dispute run and aging report (CBACD01C)
      *****************************************************************
       01  ACD-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(30)
                     VALUE 'BUREAU DISPUTE AGING REPORT'.
           05  FILLER                       PIC X(06) VALUE 'AS OF '.
           05  ACD-REPT-ASOF-DATE                PIC X(10).
           05  FILLER                            PIC X(86) VALUE SPACES.

       01  ACD-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(04)
                     VALUE 'BU'.
           05  FILLER                            PIC X(22)
                     VALUE 'CONTROL NUMBER'.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(12)
                     VALUE 'RECEIVED'.
           05  FILLER                            PIC X(12)
                     VALUE 'DUE DATE'.
           05  FILLER                            PIC X(07)
                     VALUE ' DAYS'.
           05  FILLER                            PIC X(12)
                     VALUE 'ACTION'.
           05  FILLER                            PIC X(50)
                     VALUE 'NOTE'.

       01  ACD-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  ACD-DETAIL-REPORT.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ACD-REPORT-BUREAU                 PIC X(02).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  ACD-REPORT-CONTROL-NUM            PIC X(20).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  ACD-REPORT-ACCT-ID                PIC X(11).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  ACD-REPORT-RECEIVED               PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  ACD-REPORT-DUE-DATE               PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  ACD-REPORT-DAYS-LEFT              PIC -ZZZ9.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  ACD-REPORT-ACTION                 PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  ACD-REPORT-NOTE                   PIC X(40).
           05  FILLER                            PIC X(10) VALUE SPACES.

       01  ACD-REPORT-GRAND-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(15)
                     VALUE 'REQUESTS READ: '.
           05  ACD-REPT-READ-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(10)
                     VALUE '  LOADED: '.
           05  ACD-REPT-LOADED-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(12)
                     VALUE '  REJECTED: '.
           05  ACD-REPT-REJECT-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(13)
                     VALUE '  RESPONDED: '.
           05  ACD-REPT-RESPOND-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(08)
                     VALUE '  OPEN: '.
           05  ACD-REPT-OPEN-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(12)
                     VALUE '  DUE SOON: '.
           05  ACD-REPT-DUE-SOON-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(12)
                     VALUE '  PAST DUE: '.
           05  ACD-REPT-PAST-DUE-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(01) VALUE SPACES.
