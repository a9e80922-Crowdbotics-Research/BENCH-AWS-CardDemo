      *    Description :   Layout of the Merchant master record,
      *                    maintained online by COMRC01C and used by
      *                    CBTRN02C to validate and standardize the
      *                    merchant fields on incoming transactions.
      *                    The point-of-compromise analysis (CBPOC01C)
      *                    flags a merchant for fraud review when
      *                    enough confirmed-fraud cards used it.
      *****************************************************************
       01  MERCHANT-RECORD.
           05  MER-ID                            PIC 9(09).
           05  MER-CITY                          PIC X(50).
           05  MER-ZIP                           PIC X(10).
           05  MER-ACTIVE-STATUS                 PIC X(01).
      *    P = suspected point of compromise, under fraud review;
      *    cleared on COMRC01C once the review is closed.
           05  MER-POC-REVIEW-FLAG               PIC X(01).
               88  MER-POC-REVIEW                        VALUE 'P'.
           05  MER-POC-FLAG-DATE                 PIC X(10).
           05  MER-POC-CARD-COUNT                PIC 9(05).
           05  FILLER                            PIC X(14).
