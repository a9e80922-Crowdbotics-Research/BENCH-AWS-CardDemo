      *****************************************************************
      *    Copybook    :   CVAGY04Y
      *    Description :   Report line layouts for the agency
      *                    remittance posting report (CBAGY02C)
      *****************************************************************
       01  AGR-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(30)
                     VALUE 'AGENCY REMITTANCE POSTING'.
           05  FILLER                            PIC X(08)
                     VALUE 'AGENCY: '.
           05  AGR-REPT-AGENCY-ID                PIC X(04).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  FILLER                            PIC X(13)
                     VALUE 'REMIT DATE:  '.
           05  AGR-REPT-REMIT-DATE               PIC X(10).
           05  FILLER                            PIC X(65) VALUE SPACES.

       01  AGR-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(09)
                     VALUE 'ITEM'.
           05  FILLER                            PIC X(14)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(15)
                     VALUE '      COLLECTED'.
           05  FILLER                            PIC X(15)
                     VALUE '     COMMISSION'.
           05  FILLER                            PIC X(15)
                     VALUE '     NET POSTED'.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  FILLER                            PIC X(18)
                     VALUE 'TRANSACTION ID'.
           05  FILLER                            PIC X(40)
                     VALUE 'EXCEPTION'.
           05  FILLER                            PIC X(04) VALUE SPACES.

       01  AGR-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  AGR-DETAIL-REPORT.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  AGR-REPORT-ITEM-SEQ               PIC 9(07).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  AGR-REPORT-ACCT-ID                PIC X(11).
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  AGR-REPORT-COLLECTED              PIC -(10)9.99.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  AGR-REPORT-COMMISSION             PIC -(10)9.99.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  AGR-REPORT-NET                    PIC -(10)9.99.
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  AGR-REPORT-TRAN-ID                PIC X(16).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  AGR-REPORT-REASON                 PIC X(40).
           05  FILLER                            PIC X(04) VALUE SPACES.

       01  AGR-REPORT-GRAND-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(08)
                     VALUE 'POSTED: '.
           05  AGR-REPT-POSTED-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(13)
                     VALUE '  COLLECTED: '.
           05  AGR-REPT-COLLECTED                PIC -(12)9.99.
           05  FILLER                            PIC X(14)
                     VALUE '  COMMISSION: '.
           05  AGR-REPT-COMMISSION               PIC -(12)9.99.
           05  FILLER                            PIC X(14)
                     VALUE '  EXCEPTIONS: '.
           05  AGR-REPT-EXCEPT-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(37) VALUE SPACES.
