      *****************************************************************
      *    Copybook    :   CVALR04Y
      *    Description :   Report line layouts for the daily alert
      *                    report (CBALR01C) - alerts generated by
      *                    type with the channel split, then the run
      *                    totals
      *****************************************************************
       01  ALR-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ALR-REPT-TITLE                    PIC X(40).
           05  FILLER                       PIC X(06) VALUE 'AS OF '.
           05  ALR-REPT-ASOF-DATE                PIC X(10).
           05  FILLER                            PIC X(76) VALUE SPACES.

       01  ALR-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(06)
                     VALUE 'TYPE'.
           05  FILLER                            PIC X(32)
                     VALUE 'DESCRIPTION'.
           05  FILLER                            PIC X(12)
                     VALUE '      ALERTS'.
           05  FILLER                            PIC X(22)
                     VALUE '                AMOUNT'.
           05  FILLER                            PIC X(12)
                     VALUE '     TO TEXT'.
           05  FILLER                            PIC X(12)
                     VALUE '   TO E-MAIL'.
           05  FILLER                            PIC X(36) VALUE SPACES.

       01  ALR-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  ALR-TYPE-DETAIL.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ALR-DTL-TYPE                      PIC X(02).
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  ALR-DTL-DESC                      PIC X(30).
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  ALR-DTL-COUNT                     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  ALR-DTL-AMOUNT                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ALR-DTL-SMS-COUNT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ALR-DTL-EMAIL-COUNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(36) VALUE SPACES.

       01  ALR-REPORT-TOTAL-LINE.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ALR-TOTAL-LABEL                   PIC X(36).
           05  ALR-TOTAL-COUNT                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(85) VALUE SPACES.
