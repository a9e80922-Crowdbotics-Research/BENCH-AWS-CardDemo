      *****************************************************************
      *    Copybook    :   CVALR01Y
      *    Description :   Customer alert preference record (ALRTPREF),
      *                    one per customer, kept on COALR01C.  The
      *                    nightly alert run (CBALR01C) evaluates the
      *                    day's postings, the card status changes and
      *                    each account's balance and due date against
      *                    the alerts switched on here.
      *****************************************************************
       01  ALERT-PREF-RECORD.
           05  ALRP-CUST-ID                       PIC 9(09).
      *    S = text message, E = e-mail, B = both
           05  ALRP-CHANNEL                       PIC X(01).
               88  ALRP-CHANNEL-SMS                      VALUE 'S'.
               88  ALRP-CHANNEL-EMAIL                    VALUE 'E'.
               88  ALRP-CHANNEL-BOTH                     VALUE 'B'.
               88  ALRP-CHANNEL-VALID                    VALUE 'S'
                                                               'E'
                                                               'B'.
           05  ALRP-MOBILE-NUM                    PIC X(15).
           05  ALRP-EMAIL-ADDR                    PIC X(50).
      *    Purchase posted at or above the threshold amount
           05  ALRP-LARGE-PURCH-SW                PIC X(01).
               88  ALRP-LARGE-PURCH-ON                   VALUE 'Y'.
           05  ALRP-LARGE-PURCH-AMT               PIC S9(07)V99.
      *    Payment posted to any of the customer's accounts
           05  ALRP-PAYMENT-SW                    PIC X(01).
               88  ALRP-PAYMENT-ON                       VALUE 'Y'.
      *    Balance crossed this percentage of the credit limit
           05  ALRP-NEAR-LIMIT-SW                 PIC X(01).
               88  ALRP-NEAR-LIMIT-ON                    VALUE 'Y'.
           05  ALRP-NEAR-LIMIT-PCT                PIC 9(03).
      *    Minimum payment still open this many days before due
           05  ALRP-DUE-REMIND-SW                 PIC X(01).
               88  ALRP-DUE-REMIND-ON                    VALUE 'Y'.
           05  ALRP-DUE-REMIND-DAYS               PIC 9(02).
      *    Card blocked, hot-listed, replaced or reactivated
           05  ALRP-CARD-STATUS-SW                PIC X(01).
               88  ALRP-CARD-STATUS-ON                   VALUE 'Y'.
      *    Business date the last near-limit alert went out - one a
      *    day however many times the balance crosses the line.
           05  ALRP-NEAR-LIMIT-SENT-DATE          PIC X(10).
           05  ALRP-LAST-UPD-DATE                 PIC X(10).
           05  ALRP-LAST-UPD-OPER                 PIC X(08).
           05  FILLER                             PIC X(78).
