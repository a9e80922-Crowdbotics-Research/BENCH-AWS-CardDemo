      *    Description :   Fraud velocity rule record, read by the
      *                    posting run from the FRDPARM file.  When
      *                    the file is absent the posting run falls
      *                    back to the documented defaults.  The
      *                    point-of-compromise analysis (CBPOC01C)
      *                    takes its look-back window and merchant
      *                    review threshold from the same record.
      *****************************************************************
       01  FRAUD-RULE-RECORD.
           05  FRD-MAX-DAY-TRAN-CNT              PIC 9(05).
           05  FRD-MAX-DAY-TRAN-AMT              PIC 9(09)V99.
           05  FRD-CURRENCY-CHECK-FLAG           PIC X(01).
           05  FRD-ZIP-CHECK-FLAG                PIC X(01).
      *    Days before a card's first fraud searched for the merchant
      *    where it was compromised, and the number of fraud cards a
      *    merchant must share before it is flagged for review.
           05  FRD-POC-LOOKBACK-DAYS             PIC 9(03).
           05  FRD-POC-MIN-CARDS                 PIC 9(03).
           05  FILLER                            PIC X(56).
