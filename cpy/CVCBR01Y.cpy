           05  CBR-CREDIT-LIMIT                  PIC S9(10)V99.
           05  CBR-PAST-DUE-AMT                  PIC S9(10)V99.
           05  CBR-DELQ-SEVERITY                 PIC 9(01).
      *        Special condition from the account's legal status -
      *        bankruptcy by chapter 7/11/12/13: A-D petitioned,
      *        E-H discharged, I-L dismissed; X deceased; LT in
      *        litigation; spaces for none.
           05  CBR-SPECIAL-COND-CD               PIC X(02).
           05  FILLER                            PIC X(49).
