      *****************************************************************
      *    Copybook    :   CVAGY05Y
      *    Description :   Report line layouts for the monthly
      *                    collection agency performance report
      *                    (CBAGY03C)
      *****************************************************************
       01  AGM-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(40)
                     VALUE 'COLLECTION AGENCY MONTHLY REPORT'.
           05  FILLER                            PIC X(07)
                     VALUE 'MONTH: '.
           05  AGM-REPT-MONTH                    PIC X(07).
           05  FILLER                            PIC X(78) VALUE SPACES.

       01  AGM-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(08)
                     VALUE 'AGENCY'.
           05  FILLER                            PIC X(32)
                     VALUE 'NAME'.
           05  FILLER                            PIC X(08)
                     VALUE '  PLACED'.
           05  FILLER                            PIC X(17)
                     VALUE '   PLACED BALANCE'.
           05  FILLER                            PIC X(09)
                     VALUE '  RECALLS'.
           05  FILLER                            PIC X(17)
                     VALUE '       RECOVERIES'.
           05  FILLER                            PIC X(17)
                     VALUE '       COMMISSION'.
           05  FILLER                            PIC X(17)
                     VALUE '       NET POSTED'.
           05  FILLER                            PIC X(07) VALUE SPACES.

       01  AGM-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  AGM-DETAIL-REPORT.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  AGM-REPORT-AGENCY-ID              PIC X(04).
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  AGM-REPORT-NAME                   PIC X(30).
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  AGM-REPORT-PLACED-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  AGM-REPORT-PLACED-BAL             PIC -(13)9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  AGM-REPORT-RECALL-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  AGM-REPORT-RECOVERED              PIC -(13)9.99.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  AGM-REPORT-COMMISSION             PIC -(13)9.99.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  AGM-REPORT-NET                    PIC -(13)9.99.
           05  FILLER                            PIC X(03) VALUE SPACES.
