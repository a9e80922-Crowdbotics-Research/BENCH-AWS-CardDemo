      *****************************************************************
      *    Copybook    :   CVPCV02Y
      *    Description :   Report line layouts for the monthly product
      *                    conversion report (CBPCV02C)
      *****************************************************************
       01  PCV-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(37)
                     VALUE 'PRODUCT CONVERSION REPORT FOR MONTH '.
           05  PCV-REPT-MONTH                    PIC X(07).
           05  FILLER                            PIC X(88) VALUE SPACES.

       01  PCV-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(12)
                     VALUE 'FROM GROUP'.
           05  FILLER                            PIC X(12)
                     VALUE 'TO GROUP'.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(18)
                     VALUE 'CHANGE ID'.
           05  FILLER                            PIC X(06)
                     VALUE 'CYCLE'.
           05  FILLER                            PIC X(12)
                     VALUE 'APPROVED'.
           05  FILLER                            PIC X(12)
                     VALUE 'EFFECTIVE'.
           05  FILLER                            PIC X(10)
                     VALUE 'MAKER'.
           05  FILLER                            PIC X(37)
                     VALUE 'CHECKER'.

       01  PCV-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  PCV-DETAIL-REPORT.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  PCV-REPORT-FROM-GROUP             PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  PCV-REPORT-TO-GROUP               PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  PCV-REPORT-ACCT-ID                PIC 9(11).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  PCV-REPORT-CHG-ID                 PIC X(16).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  PCV-REPORT-CYCLE-CD               PIC 9(02).
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  PCV-REPORT-APPROVED-DATE          PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  PCV-REPORT-EFFECTIVE-DATE         PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  PCV-REPORT-MAKER-ID               PIC X(08).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  PCV-REPORT-CHECKER-ID             PIC X(08).
           05  FILLER                            PIC X(29) VALUE SPACES.

       01  PCV-PAIR-TOTAL-LINE.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(11)
                     VALUE 'TOTAL FROM '.
           05  PCV-PAIR-FROM-GROUP               PIC X(10).
           05  FILLER                            PIC X(04)
                     VALUE ' TO '.
           05  PCV-PAIR-TO-GROUP                 PIC X(10).
           05  FILLER                            PIC X(11)
                     VALUE ' ACCOUNTS: '.
           05  PCV-PAIR-COUNT                    PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(79) VALUE SPACES.

       01  PCV-REPORT-GRAND-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(21)
                     VALUE 'CONVERSIONS APPLIED: '.
           05  PCV-REPT-APPLIED-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  FILLER                            PIC X(23)
                     VALUE 'CONVERSIONS CANCELLED: '.
           05  PCV-REPT-CANCELLED-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  FILLER                            PIC X(20)
                     VALUE 'STILL SCHEDULED:    '.
           05  PCV-REPT-SCHEDULED-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(39) VALUE SPACES.
