      *****************************************************************
      *    Copybook    :   CVPOC01Y
      *    Description :   Proactive reissue extract (POCRISK) written
      *                    by the point-of-compromise analysis
      *                    (CBPOC01C) - an active card that used a
      *                    merchant flagged for fraud review while the
      *                    merchant was compromising other cards.
      *****************************************************************
       01  POC-RISK-RECORD.
           05  POCR-CARD-NUM                     PIC X(16).
           05  POCR-ACCT-ID                      PIC 9(11).
           05  POCR-MER-ID                       PIC 9(09).
           05  POCR-MER-NAME                     PIC X(50).
      *    Date of the card's first transaction at the merchant inside
      *    the merchant's compromise window.
           05  POCR-EXPOSURE-DATE                PIC X(10).
           05  POCR-RUN-DATE                     PIC X(10).
           05  FILLER                            PIC X(14).
