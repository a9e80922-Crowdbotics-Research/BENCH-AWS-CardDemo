      *               extract record, EFT where the customer has an
      *               EFT account on file and a check-print record
      *               otherwise.  Accounts with an open dispute are
      *               deliberately held back and reported.  Checks are
      *               numbered from the business date and the refund
      *               sequence so the bank's paid-checks file can be
      *               matched back to them (CBUCP01C).
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
               MOVE CUST-EFT-ACCOUNT-ID TO RFD-EFT-ACCOUNT-ID
           ELSE
               SET RFD-METHOD-CHECK TO TRUE
               STRING WS-PARM-YYYYMMDD ,
                      WS-TRANID-SUFFIX
                 DELIMITED BY SIZE
                 INTO RFD-CHECK-NUM
               END-STRING
               MOVE CUST-ADDR-LINE-1 TO RFD-ADDR-LINE-1
               MOVE CUST-ADDR-LINE-2 TO RFD-ADDR-LINE-2
               MOVE CUST-ADDR-ZIP    TO RFD-ADDR-ZIP
