      *****************************************************************
      *    Copybook    :   CVAGY02Y
      *    Description :   Collection agency interchange files - the
      *                    placement extract of charged-off balances
      *                    with customer contact details and the
      *                    recall file sent out by CBAGY01C, and the
      *                    remittance file each agency sends back,
      *                    loaded by CBAGY02C.  Every file carries a
      *                    header and a trailer with the detail count
      *                    and absolute-cents amount hash.
      *****************************************************************
       01  AGENCY-PLACEMENT-HDR.
           05  APLH-RECORD-ID                    PIC X(08).
               88  APLH-IS-HEADER                VALUE 'AGYPLHDR'.
           05  APLH-EXTRACT-DATE                 PIC X(10).
           05  FILLER                            PIC X(382).

       01  AGENCY-PLACEMENT-DTL.
           05  APLD-RECORD-ID                    PIC X(08).
               88  APLD-IS-DETAIL                VALUE 'AGYPLDTL'.
           05  APLD-AGENCY-ID                    PIC X(04).
           05  APLD-ACCT-ID                      PIC 9(11).
           05  APLD-CHARGE-OFF-DATE              PIC X(10).
           05  APLD-PLACED-BAL                   PIC S9(10)V99.
           05  APLD-CUST-ID                      PIC 9(09).
           05  APLD-FIRST-NAME                   PIC X(25).
           05  APLD-MIDDLE-NAME                  PIC X(25).
           05  APLD-LAST-NAME                    PIC X(25).
           05  APLD-ADDR-LINE-1                  PIC X(50).
           05  APLD-ADDR-LINE-2                  PIC X(50).
           05  APLD-ADDR-LINE-3                  PIC X(50).
           05  APLD-ADDR-STATE-CD                PIC X(02).
           05  APLD-ADDR-COUNTRY-CD              PIC X(03).
           05  APLD-ADDR-ZIP                     PIC X(10).
           05  APLD-PHONE-NUM-1                  PIC X(15).
           05  APLD-PHONE-NUM-2                  PIC X(15).
           05  APLD-SSN                          PIC 9(09).
           05  APLD-DOB-YYYY-MM-DD               PIC X(10).
           05  FILLER                            PIC X(57).

       01  AGENCY-PLACEMENT-TLR.
           05  APLT-RECORD-ID                    PIC X(08).
               88  APLT-IS-TRAILER               VALUE 'AGYPLTLR'.
           05  APLT-DETAIL-COUNT                 PIC 9(09).
           05  APLT-AMOUNT-HASH                  PIC 9(15).
           05  FILLER                            PIC X(368).

       01  AGENCY-RECALL-HDR.
           05  ARCH-RECORD-ID                    PIC X(08).
               88  ARCH-IS-HEADER                VALUE 'AGYRCHDR'.
           05  ARCH-EXTRACT-DATE                 PIC X(10).
           05  FILLER                            PIC X(82).

       01  AGENCY-RECALL-DTL.
           05  ARCD-RECORD-ID                    PIC X(08).
               88  ARCD-IS-DETAIL                VALUE 'AGYRCDTL'.
           05  ARCD-AGENCY-ID                    PIC X(04).
           05  ARCD-ACCT-ID                      PIC 9(11).
           05  ARCD-RECALL-REASON                PIC X(01).
           05  ARCD-RECALL-DATE                  PIC X(10).
           05  ARCD-PLACED-DATE                  PIC X(10).
           05  ARCD-PLACED-BAL                   PIC S9(10)V99.
           05  ARCD-RECOVERED-AMT                PIC S9(10)V99.
           05  FILLER                            PIC X(32).

       01  AGENCY-RECALL-TLR.
           05  ARCT-RECORD-ID                    PIC X(08).
               88  ARCT-IS-TRAILER               VALUE 'AGYRCTLR'.
           05  ARCT-DETAIL-COUNT                 PIC 9(09).
           05  FILLER                            PIC X(83).

       01  AGENCY-REMIT-HDR.
           05  ARMH-RECORD-ID                    PIC X(08).
               88  ARMH-IS-HEADER                VALUE 'AGYRMHDR'.
           05  ARMH-AGENCY-ID                    PIC X(04).
           05  ARMH-REMIT-DATE                   PIC X(10).
           05  FILLER                            PIC X(78).

       01  AGENCY-REMIT-DTL.
           05  ARMD-RECORD-ID                    PIC X(08).
               88  ARMD-IS-DETAIL                VALUE 'AGYRMDTL'.
           05  ARMD-ITEM-SEQ                     PIC 9(07).
           05  ARMD-ACCT-ID                      PIC X(11).
           05  ARMD-COLLECTED-AMT                PIC 9(09)V99.
           05  ARMD-COLLECTED-DATE               PIC X(10).
           05  ARMD-AGENCY-REF                   PIC X(15).
           05  FILLER                            PIC X(38).

       01  AGENCY-REMIT-TLR.
           05  ARMT-RECORD-ID                    PIC X(08).
               88  ARMT-IS-TRAILER               VALUE 'AGYRMTLR'.
           05  ARMT-ITEM-COUNT                   PIC 9(09).
           05  ARMT-AMOUNT-HASH                  PIC 9(15).
           05  FILLER                            PIC X(68).
