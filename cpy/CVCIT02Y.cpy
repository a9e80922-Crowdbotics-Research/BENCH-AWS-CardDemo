      *****************************************************************
      *    Copybook    :   CVCIT02Y
      *    Description :   Report line layouts for the change-in-terms
      *                    notice run (CBCIT01C)
      *****************************************************************
       01  CIT-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(30)
                     VALUE 'CHANGE-IN-TERMS NOTICE RUN'.
           05  FILLER                       PIC X(06) VALUE 'AS OF '.
           05  CIT-REPT-ASOF-DATE                PIC X(10).
           05  FILLER                            PIC X(86) VALUE SPACES.

       01  CIT-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(12)
                     VALUE 'GROUP'.
           05  FILLER                            PIC X(10)
                     VALUE 'TYPE/CAT'.
           05  FILLER                            PIC X(12)
                     VALUE 'EFF DATE'.
           05  FILLER                            PIC X(09)
                     VALUE 'OLD RATE'.
           05  FILLER                            PIC X(09)
                     VALUE 'NEW RATE'.
           05  FILLER                            PIC X(14)
                     VALUE 'ACTION'.
           05  FILLER                            PIC X(53)
                     VALUE 'NOTE'.

       01  CIT-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  CIT-DETAIL-REPORT.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  CIT-REPORT-ACCT-ID                PIC 9(11).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  CIT-REPORT-GROUP-ID               PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  CIT-REPORT-TYPE-CD                PIC X(02).
           05  FILLER                            PIC X(01) VALUE '/'.
           05  CIT-REPORT-CAT-CD                 PIC 9(04).
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  CIT-REPORT-EFF-DATE               PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  CIT-REPORT-OLD-RATE               PIC ZZ9.99.
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  CIT-REPORT-NEW-RATE               PIC ZZ9.99.
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  CIT-REPORT-ACTION                 PIC X(12).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  CIT-REPORT-NOTE                   PIC X(40).
           05  FILLER                            PIC X(13) VALUE SPACES.

       01  CIT-REPORT-GRAND-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(17)
                     VALUE 'CHANGES PENDING: '.
           05  CIT-REPT-CHANGE-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(11)
                     VALUE '  NOTICES: '.
           05  CIT-REPT-NOTICE-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(08)
                     VALUE '  LATE: '.
           05  CIT-REPT-LATE-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(12)
                     VALUE '  OPT-OUTS: '.
           05  CIT-REPT-OPTOUT-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(12)
                     VALUE '  REJECTED: '.
           05  CIT-REPT-REJECT-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(37) VALUE SPACES.
