      *****************************************************************
      *    Copybook    :   CVMIL03Y
      *    Description :   Report line layouts for the monthly SCRA
      *                    covered-accounts report (CBMIL02C)
      *****************************************************************
       01  SCRC-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(41)
                     VALUE 'SCRA COVERED ACCOUNTS REPORT'.
           05  FILLER                       PIC X(07) VALUE 'MONTH: '.
           05  SCRC-REPT-MONTH                   PIC X(07).
           05  FILLER                       PIC X(09) VALUE '   DATE: '.
           05  SCRC-REPT-RUN-DATE                PIC X(10).
           05  FILLER                            PIC X(58) VALUE SPACES.

       01  SCRC-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(11)
                     VALUE 'CUSTOMER'.
           05  FILLER                            PIC X(32)
                     VALUE 'NAME'.
           05  FILLER                            PIC X(03)
                     VALUE 'BR'.
           05  FILLER                            PIC X(12)
                     VALUE 'DUTY FROM'.
           05  FILLER                            PIC X(12)
                     VALUE 'DUTY TO'.
           05  FILLER                            PIC X(13)
                     VALUE 'ACCOUNT ID'.
           05  FILLER                            PIC X(03)
                     VALUE 'ST'.
           05  FILLER                            PIC X(15)
                     VALUE 'BALANCE'.
           05  FILLER                            PIC X(12)
                     VALUE 'RETRO'.
           05  FILLER                            PIC X(19)
                     VALUE 'NOTE'.

       01  SCRC-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  SCRC-DETAIL-REPORT.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  SCRC-REPORT-CUST-ID               PIC 9(09).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SCRC-REPORT-CUST-NAME             PIC X(30).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SCRC-REPORT-BRANCH                PIC X(01).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SCRC-REPORT-FROM-DATE             PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SCRC-REPORT-TO-DATE               PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SCRC-REPORT-ACCT-ID               PIC Z(10)9.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SCRC-REPORT-ACCT-STATUS           PIC X(01).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SCRC-REPORT-BALANCE               PIC -(9)9.99.
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SCRC-REPORT-RETRO                 PIC X(10).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  SCRC-REPORT-NOTE                  PIC X(19).

       01  SCRC-REPORT-CUST-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(24)
                     VALUE 'CUSTOMERS COVERED     : '.
           05  SCRC-REPT-CUST-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(24)
                     VALUE '    STARTED IN MONTH : '.
           05  SCRC-REPT-START-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(22)
                     VALUE '    ENDED IN MONTH : '.
           05  SCRC-REPT-END-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(41) VALUE SPACES.

       01  SCRC-REPORT-ACCT-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(24)
                     VALUE 'ACCOUNTS COVERED      : '.
           05  SCRC-REPT-ACCT-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(24)
                     VALUE '    REFUND PENDING   : '.
           05  SCRC-REPT-PEND-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(70) VALUE SPACES.
