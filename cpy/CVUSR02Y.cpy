      *****************************************************************
      *    Copybook    :   CVUSR02Y
      *    Description :   Report line layouts for the quarterly user
      *                    access recertification report (CBUSR02C).
      *                    One section per role: the programs the
      *                    permission matrix allows the role, the
      *                    users holding it, and a sign-off block for
      *                    the reviewing manager.
      *****************************************************************
       01  URC-REPORT-NAME-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(38)
                     VALUE 'USER ACCESS RECERTIFICATION REPORT'.
           05  FILLER                       PIC X(06) VALUE 'AS OF '.
           05  URC-REPT-ASOF-DATE                PIC X(10).
           05  FILLER                            PIC X(78) VALUE SPACES.

       01  URC-ROLE-HEADER.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(06)
                     VALUE 'ROLE: '.
           05  URC-ROLE-NAME                     PIC X(08).
           05  FILLER                       PIC X(118) VALUE SPACES.

       01  URC-PGM-HEADER.
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  FILLER                            PIC X(40)
                     VALUE 'PROGRAMS ALLOWED BY PERMISSION MATRIX'.
           05  FILLER                            PIC X(90) VALUE SPACES.

       01  URC-PGM-DETAIL.
           05  FILLER                            PIC X(05) VALUE SPACES.
           05  URC-PGM-NAME                      PIC X(08).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  URC-PGM-DESC                      PIC X(35).
           05  FILLER                            PIC X(83) VALUE SPACES.

       01  URC-PGM-NONE.
           05  FILLER                            PIC X(05) VALUE SPACES.
           05  FILLER                            PIC X(50)
                     VALUE 'NONE IN MATRIX - MENU ACCESS BY USER TYPE'.
           05  FILLER                            PIC X(78) VALUE SPACES.

       01  URC-USER-HEADER.
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  FILLER                            PIC X(10)
                     VALUE 'USER ID'.
           05  FILLER                            PIC X(42)
                     VALUE 'NAME'.
           05  FILLER                            PIC X(06)
                     VALUE 'TYPE'.
           05  FILLER                            PIC X(13)
                     VALUE 'LAST SIGN-ON'.
           05  FILLER                            PIC X(10)
                     VALUE 'STATUS'.
           05  FILLER                            PIC X(24)
                     VALUE 'KEEP / REVOKE'.
           05  FILLER                            PIC X(25) VALUE SPACES.

       01  URC-USER-DETAIL.
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  URC-USR-ID                        PIC X(08).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  URC-USR-NAME                      PIC X(40).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  URC-USR-TYPE                      PIC X(01).
           05  FILLER                            PIC X(05) VALUE SPACES.
           05  URC-USR-LAST-SIGNON               PIC X(10).
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  URC-USR-STATUS                    PIC X(08).
           05  FILLER                            PIC X(02) VALUE SPACES.
           05  FILLER                            PIC X(15)
                     VALUE '[ ]      [ ]'.
           05  FILLER                            PIC X(34) VALUE SPACES.

       01  URC-SIGNOFF-LINE.
           05  FILLER                            PIC X(03) VALUE SPACES.
           05  FILLER                            PIC X(18)
                     VALUE 'REVIEWED BY:'.
           05  FILLER                            PIC X(30)
                     VALUE ALL '_'.
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  FILLER                            PIC X(11)
                     VALUE 'SIGNATURE:'.
           05  FILLER                            PIC X(30)
                     VALUE ALL '_'.
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  FILLER                            PIC X(06)
                     VALUE 'DATE:'.
           05  FILLER                            PIC X(12)
                     VALUE ALL '_'.
           05  FILLER                            PIC X(15) VALUE SPACES.

       01  URC-REPORT-BLANK-LINE                 PIC X(133)
                                                 VALUE SPACES.

       01  URC-REPORT-GRAND-TOTALS.
           05  FILLER                            PIC X(01) VALUE SPACES.
           05  FILLER                            PIC X(07)
                     VALUE 'ROLES: '.
           05  URC-REPT-ROLE-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  FILLER                            PIC X(07)
                     VALUE 'USERS: '.
           05  URC-REPT-USER-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(04) VALUE SPACES.
           05  FILLER                            PIC X(18)
                     VALUE 'LOCKED OR REVOKED:'.
           05  URC-REPT-LOCKED-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                            PIC X(71) VALUE SPACES.
