      *****************************************************************
      *    Copybook    :   CVNTE01Y
      *    Description :   Account note record (ACCTNOTE) - free-text
      *                    memo left by any service rep on an account,
      *                    keyed by account and time written.  Added
      *                    and paged on COANT01C; the latest notes
      *                    are shown on the customer 360, account view
      *                    and collections workstation screens.
      *****************************************************************
       01  ACCOUNT-NOTE-RECORD.
           05  NOTE-KEY.
               10  NOTE-ACCT-ID                  PIC 9(11).
               10  NOTE-TS                       PIC X(26).
           05  NOTE-OPER-ID                      PIC X(08).
           05  NOTE-CATEGORY                     PIC X(02).
               88  NOTE-CAT-GENERAL                      VALUE 'GN'.
               88  NOTE-CAT-FRAUD                        VALUE 'FR'.
               88  NOTE-CAT-ADDRESS                      VALUE 'AD'.
               88  NOTE-CAT-FEE-COMPLAINT                VALUE 'FC'.
               88  NOTE-CAT-DISPUTE                      VALUE 'DS'.
               88  NOTE-CAT-PAYMENT                      VALUE 'PY'.
               88  NOTE-CAT-COLLECTIONS                  VALUE 'CL'.
               88  NOTE-CAT-VALID                        VALUE 'GN' 'FR'
                                                   'AD' 'FC' 'DS' 'PY'
                                                   'CL'.
           05  NOTE-TEXT.
               10  NOTE-TEXT-LINE OCCURS 3 TIMES PIC X(60).
           05  FILLER                            PIC X(23).
      *    One-line summary of a note for the screens that show an
      *    account's latest notes alongside other detail.
       01  NOTE-SUMMARY-LINE.
           05  NSUM-DATE                         PIC X(10).
           05  FILLER                            PIC X(01) VALUE SPACE.
           05  NSUM-OPER-ID                      PIC X(08).
           05  FILLER                            PIC X(01) VALUE SPACE.
           05  NSUM-CATEGORY                     PIC X(02).
           05  FILLER                            PIC X(01) VALUE SPACE.
           05  NSUM-TEXT                         PIC X(55).
