      *****************************************************************
      *    Copybook    :   CVUSR01Y
      *    Description :   Report line layouts for the dormant user
      *                    revocation report (CBUSR01C)
      *****************************************************************
       01  USD-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(34)
                     VALUE 'DORMANT USER ID REVOCATION REPORT'.
           05  FILLER                       PIC X(06) VALUE 'AS OF '.
           05  USD-REPT-ASOF-DATE                PIC X(10).
           05  FILLER                            PIC X(82) VALUE SPACES.

       01  USD-REPORT-HEADER-1.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(10)
                     VALUE 'USER ID'.
           05  FILLER                            PIC X(42)
                     VALUE 'NAME'.
           05  FILLER                            PIC X(06)
                     VALUE 'TYPE'.
           05  FILLER                            PIC X(10)
                     VALUE 'ROLE'.
           05  FILLER                            PIC X(13)
                     VALUE 'LAST SIGN-ON'.
           05  FILLER                            PIC X(12)
                     VALUE 'IDLE DAYS'.
           05  FILLER                            PIC X(39) VALUE SPACES.

       01  USD-REPORT-HEADER-2.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                       PIC X(132) VALUE ALL '-'.

       01  USD-DETAIL-REPORT.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  USD-REPORT-USR-ID                 PIC X(08).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  USD-REPORT-NAME                   PIC X(40).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  USD-REPORT-TYPE                   PIC X(01).
           05  FILLER                            PIC X(05) VALUE SPACES.
           05  USD-REPORT-ROLE                   PIC X(08).
           05  FILLER                            PIC X(02) VALUE SPACES.
      *        NEVER when the user has not signed on since the ID
      *        was set up - idle days then run from the password date
           05  USD-REPORT-LAST-SIGNON            PIC X(10).
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  USD-REPORT-IDLE-DAYS              PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(44) VALUE SPACES.

       01  USD-REPORT-GRAND-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(16)
                     VALUE 'USERS REVIEWED: '.
           05  USD-REPT-USER-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  FILLER                            PIC X(15)
                     VALUE 'USERS REVOKED: '.
           05  USD-REPT-REVOKED-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(83) VALUE SPACES.
