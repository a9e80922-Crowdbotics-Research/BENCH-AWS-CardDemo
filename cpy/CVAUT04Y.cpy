      *****************************************************************
      *    Copybook    :   CVAUT04Y
      *    Description :   Report line layouts for the daily and
      *                    month-to-date authorization decline
      *                    analysis (CBAUT03C)
      *****************************************************************
       01  ADR-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(40)
                     VALUE 'AUTHORIZATION DECLINE ANALYSIS'.
           05  FILLER                            PIC X(15)
                     VALUE 'BUSINESS DATE: '.
           05  ADR-REPT-DATE                     PIC X(10).
           05  FILLER                            PIC X(14)
                     VALUE '   PRIOR DAY: '.
           05  ADR-REPT-PRIOR-DATE               PIC X(10).
           05  FILLER                            PIC X(43) VALUE SPACES.

       01  ADR-SECTION-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-SECTION-TITLE                 PIC X(60).
           05  FILLER                            PIC X(72) VALUE SPACES.

       01  ADR-DASH-LINE.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  ADR-BLANK-LINE                        PIC X(133)
                                                 VALUE SPACES.

       01  ADR-MESSAGE-LINE.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-MSG-TEXT                      PIC X(80).
           05  FILLER                            PIC X(52) VALUE SPACES.

      *    Approval summary - today, prior day and month to date
       01  ADR-SUMMARY-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(16)
                     VALUE 'PERIOD'.
           05  FILLER                            PIC X(12)
                     VALUE '    REQUESTS'.
           05  FILLER                            PIC X(12)
                     VALUE '    APPROVED'.
           05  FILLER                            PIC X(18)
                     VALUE '   APPROVED AMOUNT'.
           05  FILLER                            PIC X(12)
                     VALUE '    DECLINED'.
           05  FILLER                            PIC X(18)
                     VALUE '   DECLINED AMOUNT'.
           05  FILLER                            PIC X(12)
                     VALUE '  APPROVAL %'.
           05  FILLER                            PIC X(32) VALUE SPACES.

       01  ADR-SUMMARY-DETAIL.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-SUM-PERIOD                    PIC X(16).
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-SUM-REQUESTS                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-SUM-APPROVED                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-SUM-APPROVED-AMT              PIC -(13)9.99.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-SUM-DECLINED                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-SUM-DECLINED-AMT              PIC -(13)9.99.
           05  FILLER                            PIC X(06) VALUE SPACES.
           05  ADR-SUM-RATE                      PIC ZZ9.99.
           05  FILLER                            PIC X(32) VALUE SPACES.

      *    Declines by reason code with the day-over-day change
       01  ADR-REASON-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(07)
                     VALUE 'REASON'.
           05  FILLER                            PIC X(41)
                     VALUE 'DESCRIPTION'.
           05  FILLER                            PIC X(08)
                     VALUE '   TODAY'.
           05  FILLER                            PIC X(16)
                     VALUE '    TODAY AMOUNT'.
           05  FILLER                            PIC X(08)
                     VALUE '   PRIOR'.
           05  FILLER                            PIC X(08)
                     VALUE '  CHANGE'.
           05  FILLER                            PIC X(12)
                     VALUE '         MTD'.
           05  FILLER                            PIC X(18)
                     VALUE '        MTD AMOUNT'.
           05  FILLER                            PIC X(07)
                     VALUE '  TREND'.
           05  FILLER                            PIC X(07) VALUE SPACES.

       01  ADR-REASON-DETAIL.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-RSN-CODE                      PIC X(04).
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  ADR-RSN-DESC                      PIC X(40).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  ADR-RSN-TODAY-CNT                 PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-RSN-TODAY-AMT                 PIC -(11)9.99.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-RSN-PRIOR-CNT                 PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-RSN-CHANGE                    PIC -ZZ,ZZ9.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-RSN-MTD-CNT                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-RSN-MTD-AMT                   PIC -(13)9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  ADR-RSN-FLAG                      PIC X(05).
           05  FILLER                            PIC X(07) VALUE SPACES.

      *    Top merchants by month-to-date declines
       01  ADR-MERCH-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(06)
                     VALUE 'RANK'.
           05  FILLER                            PIC X(12)
                     VALUE 'MERCHANT ID'.
           05  FILLER                            PIC X(51)
                     VALUE 'MERCHANT NAME'.
           05  FILLER                            PIC X(12)
                     VALUE '   MTD COUNT'.
           05  FILLER                            PIC X(18)
                     VALUE '        MTD AMOUNT'.
           05  FILLER                            PIC X(08)
                     VALUE '   TODAY'.
           05  FILLER                            PIC X(25) VALUE SPACES.

       01  ADR-MERCH-DETAIL.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-MER-RANK                      PIC Z9.
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  ADR-MER-ID                        PIC 9(09).
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  ADR-MER-NAME                      PIC X(50).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  ADR-MER-MTD-CNT                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-MER-MTD-AMT                   PIC -(13)9.99.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-MER-TODAY-CNT                 PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(25) VALUE SPACES.

      *    Top cards by month-to-date declines
       01  ADR-CARD-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(06)
                     VALUE 'RANK'.
           05  FILLER                            PIC X(63)
                     VALUE 'CARD NUMBER'.
           05  FILLER                            PIC X(12)
                     VALUE '   MTD COUNT'.
           05  FILLER                            PIC X(18)
                     VALUE '        MTD AMOUNT'.
           05  FILLER                            PIC X(08)
                     VALUE '   TODAY'.
           05  FILLER                            PIC X(25) VALUE SPACES.

       01  ADR-CARD-DETAIL.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-CRD-RANK                      PIC Z9.
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  ADR-CRD-NUM                       PIC X(16).
           05  FILLER                            PIC X(48) VALUE SPACES.
           05  ADR-CRD-MTD-CNT                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-CRD-MTD-AMT                   PIC -(13)9.99.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-CRD-TODAY-CNT                 PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(25) VALUE SPACES.

      *    Day-by-day trend for the month
       01  ADR-TREND-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(12)
                     VALUE 'DATE'.
           05  FILLER                            PIC X(12)
                     VALUE '    REQUESTS'.
           05  FILLER                            PIC X(12)
                     VALUE '    DECLINED'.
           05  FILLER                            PIC X(11)
                     VALUE '  VS PRIOR'.
           05  FILLER                            PIC X(12)
                     VALUE '  APPROVAL %'.
           05  FILLER                            PIC X(73) VALUE SPACES.

       01  ADR-TREND-DETAIL.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-TRD-DATE                      PIC X(10).
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  ADR-TRD-REQUESTS                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-TRD-DECLINED                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  ADR-TRD-CHANGE                    PIC -Z,ZZZ,ZZ9.
           05  FILLER                            PIC X(06) VALUE SPACES.
           05  ADR-TRD-RATE                      PIC ZZ9.99.
           05  FILLER                            PIC X(73) VALUE SPACES.
