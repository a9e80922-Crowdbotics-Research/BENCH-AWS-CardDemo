      *                    balance, and the disbursement extract
      *                    record (RFDDISB) - an EFT instruction when
      *                    the customer has an EFT account on file, a
      *                    check-print record otherwise.  Each
      *                    check carries a check number, which the
      *                    bank quotes back on its paid-checks file.
      *****************************************************************
       01  REFUND-TRACK-RECORD.
           05  RFT-ACCT-ID                       PIC 9(11).
           05  RFD-ADDR-LINE-2                   PIC X(50).
           05  RFD-ADDR-ZIP                      PIC X(10).
           05  RFD-DISB-DATE                     PIC X(10).
           05  RFD-CHECK-NUM                     PIC X(14).
           05  FILLER                            PIC X(24).
