      *****************************************************************
      *    Copybook    :   CVYES01Y
      *    Description :   Year-end interest and fees summary letter
      *                    extract record written by CBYES01C for the
      *                    letter print/e-delivery vendor - one per
      *                    account, totals for the calendar year
      *****************************************************************
       01  YEAR-END-SUMMARY-RECORD.
           05  YES-LETTER-CD                     PIC X(02).
               88  YES-LETTER-YEAR-END                   VALUE 'YE'.
           05  YES-ACCT-ID                       PIC 9(11).
           05  YES-CUST-ID                       PIC 9(09).
           05  YES-DELIVERY-PREF                 PIC X(01).
               88  YES-DELIVER-PAPER                     VALUE 'P'.
               88  YES-DELIVER-EMAIL                     VALUE 'E'.
           05  YES-CUST-FIRST-NAME               PIC X(25).
           05  YES-CUST-LAST-NAME                PIC X(25).
           05  YES-ADDR-LINE-1                   PIC X(50).
           05  YES-ADDR-LINE-2                   PIC X(50).
           05  YES-ADDR-LINE-3                   PIC X(50).
           05  YES-ADDR-STATE-CD                 PIC X(02).
           05  YES-ADDR-ZIP                      PIC X(10).
           05  YES-BANK-NAME                     PIC X(40).
           05  YES-BANK-ADDR-LINE-1              PIC X(40).
           05  YES-BANK-ADDR-LINE-2              PIC X(40).
           05  YES-BANK-PHONE-NUM                PIC X(20).
           05  YES-ACCT-GROUP-ID                 PIC X(10).
           05  YES-TAX-YEAR                      PIC 9(04).
           05  YES-INTEREST-AMT                  PIC S9(09)V99.
           05  YES-LATE-FEE-AMT                  PIC S9(09)V99.
           05  YES-OVERLIMIT-FEE-AMT             PIC S9(09)V99.
           05  YES-FOREIGN-FEE-AMT               PIC S9(09)V99.
           05  YES-ANNUAL-FEE-AMT                PIC S9(09)V99.
           05  YES-TOTAL-FEE-AMT                 PIC S9(09)V99.
           05  YES-EXTRACT-DATE                  PIC X(10).
           05  YES-INSTALL-FEE-AMT               PIC S9(09)V99.
           05  FILLER                            PIC X(04).
