      *****************************************************************
      *    Copybook    :   CVUCP02Y
      *    Description :   Bank paid-checks file (PAIDCHK) loaded by
      *                    CBUCP01C - one detail per refund check the
      *                    bank cleared, quoting our check number.
      *                    Header, details, trailer with the detail
      *                    count and amount total.
      *****************************************************************
       01  PAIDCHK-HDR-RECORD.
           05  PDCH-RECORD-ID                    PIC X(08).
               88  PDCH-IS-HEADER                VALUE 'PDCKHDR '.
           05  PDCH-FILE-DATE                    PIC X(10).
           05  PDCH-BANK-ID                      PIC X(10).
           05  FILLER                            PIC X(52).

       01  PAIDCHK-DTL-RECORD.
           05  PDCD-RECORD-ID                    PIC X(08).
               88  PDCD-IS-DETAIL                VALUE 'PDCKDTL '.
           05  PDCD-CHECK-NUM                    PIC X(14).
           05  PDCD-PAID-AMT                     PIC 9(09)V99.
           05  PDCD-PAID-DATE                    PIC X(10).
           05  FILLER                            PIC X(37).

       01  PAIDCHK-TLR-RECORD.
           05  PDCT-RECORD-ID                    PIC X(08).
               88  PDCT-IS-TRAILER               VALUE 'PDCKTLR '.
           05  PDCT-DETAIL-COUNT                 PIC 9(09).
           05  PDCT-AMOUNT-TOTAL                 PIC 9(13)V99.
           05  FILLER                            PIC X(48).
