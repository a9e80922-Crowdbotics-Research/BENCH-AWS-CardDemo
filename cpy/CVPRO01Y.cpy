      *****************************************************************
      *    Copybook    :   CVPRO01Y
      *    Description :   Promotional rate offer record - a reduced
      *                    APR applied to one transaction category
      *                    balance bucket until the offer expires, and
      *                    the balance-transfer request that opens one
      *****************************************************************
       01  PROMO-OFFER-RECORD.
           05  PROMO-KEY.
               10  PROMO-ACCT-ID                 PIC 9(11).
               10  PROMO-TRAN-TYPE-CD            PIC X(02).
               10  PROMO-TRAN-CAT-CD             PIC 9(04).
           05  PROMO-OFFER-CD                    PIC X(08).
           05  PROMO-INT-RATE                    PIC S9(04)V99.
           05  PROMO-START-DATE                  PIC X(10).
           05  PROMO-EXPIRY-DATE                 PIC X(10).
           05  PROMO-ORIG-AMT                    PIC S9(09)V99.
           05  PROMO-STATUS                      PIC X(01).
               88  PROMO-ACTIVE                          VALUE 'A'.
               88  PROMO-EXPIRED                         VALUE 'E'.
               88  PROMO-CANCELLED                       VALUE 'C'.
           05  FILLER                            PIC X(17).

       01  BALXFER-REQUEST-RECORD.
           05  BTRQ-ACCT-ID                      PIC 9(11).
           05  BTRQ-OFFER-CD                     PIC X(08).
           05  BTRQ-AMT                          PIC S9(09)V99.
           05  BTRQ-PROMO-RATE                   PIC S9(04)V99.
           05  BTRQ-PROMO-MONTHS                 PIC 9(02).
           05  BTRQ-PAYEE-DESC                   PIC X(30).
           05  FILLER                            PIC X(12).
