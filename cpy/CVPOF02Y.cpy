      *****************************************************************
      *    Copybook    :   CVPOF02Y
      *    Description :   Report line layouts for the payoff letter
      *                    and quote expiry run (CBPOF01C)
      *****************************************************************
       01  POF-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(30)
                     VALUE 'PAYOFF LETTER AND EXPIRY RUN'.
           05  FILLER                       PIC X(06) VALUE 'AS OF '.
           05  POF-REPT-ASOF-DATE                PIC X(10).
           05  FILLER                            PIC X(86) VALUE SPACES.

       01  POF-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(14)
                     VALUE 'QUOTE NUMBER'.
           05  FILLER                            PIC X(12)
                     VALUE 'QUOTE DATE'.
           05  FILLER                            PIC X(12)
                     VALUE 'GOOD THRU'.
           05  FILLER                            PIC X(17)
                     VALUE '  PAYOFF AMOUNT'.
           05  FILLER                            PIC X(14)
                     VALUE 'ACTION'.
           05  FILLER                            PIC X(50)
                     VALUE 'NOTE'.

       01  POF-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  POF-DETAIL-REPORT.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  POF-REPORT-ACCT-ID                PIC 9(11).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  POF-REPORT-QUOTE-NUM              PIC X(12).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  POF-REPORT-QUOTE-DATE             PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  POF-REPORT-GOOD-THRU              PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  POF-REPORT-PAYOFF-AMT             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  POF-REPORT-ACTION                 PIC X(12).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  POF-REPORT-NOTE                   PIC X(40).
           05  FILLER                            PIC X(10) VALUE SPACES.

       01  POF-REPORT-GRAND-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(13)
                     VALUE 'QUOTES READ: '.
           05  POF-REPT-READ-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(11)
                     VALUE '  LETTERS: '.
           05  POF-REPT-LETTER-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(08)
                     VALUE '  HELD: '.
           05  POF-REPT-HELD-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(11)
                     VALUE '  EXPIRED: '.
           05  POF-REPT-EXPIRED-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(61) VALUE SPACES.
