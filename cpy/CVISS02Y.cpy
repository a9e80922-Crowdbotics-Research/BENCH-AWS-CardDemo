      *****************************************************************
      *    Copybook    :   CVISS02Y
      *    Description :   Plastics vendor interface records.  The
      *                    emboss file (CBISS01C) carries a header,
      *                    one detail per card to emboss and mail, and
      *                    a trailer with the detail count and the
      *                    account-number hash the vendor proves the
      *                    file against.  The acknowledgement file
      *                    the vendor returns (CBISS02C) carries one
      *                    detail per card mailed or rejected under
      *                    the same header/trailer discipline.
      *****************************************************************
       01  EMBOSS-HDR-RECORD.
           05  EMBH-RECORD-ID                    PIC X(08).
               88  EMBH-IS-HEADER                VALUE 'EMBSHDR '.
           05  EMBH-FILE-DATE                    PIC X(10).
           05  EMBH-ISSUER-ID                    PIC X(10).
           05  FILLER                            PIC X(372).

       01  EMBOSS-DTL-RECORD.
           05  EMBD-RECORD-ID                    PIC X(08).
               88  EMBD-IS-DETAIL                VALUE 'EMBSDTL '.
           05  EMBD-CARD-NUM                     PIC X(16).
           05  EMBD-EXPIRY-DATE                  PIC X(10).
           05  EMBD-EMBOSSED-NAME                PIC X(50).
           05  EMBD-MAIL-NAME                    PIC X(50).
           05  EMBD-ADDR-LINE-1                  PIC X(50).
           05  EMBD-ADDR-LINE-2                  PIC X(50).
           05  EMBD-ADDR-LINE-3                  PIC X(50).
           05  EMBD-ADDR-STATE-CD                PIC X(02).
           05  EMBD-ADDR-COUNTRY-CD              PIC X(03).
           05  EMBD-ADDR-ZIP                     PIC X(10).
           05  EMBD-ISSUE-TYPE                   PIC X(02).
           05  EMBD-CARRIER-MSG                  PIC X(40).
           05  EMBD-ACCT-ID                      PIC 9(11).
           05  FILLER                            PIC X(48).

       01  EMBOSS-TLR-RECORD.
           05  EMBT-RECORD-ID                    PIC X(08).
               88  EMBT-IS-TRAILER               VALUE 'EMBSTLR '.
           05  EMBT-DETAIL-COUNT                 PIC 9(09).
           05  EMBT-ACCT-HASH                    PIC 9(18).
           05  FILLER                            PIC X(365).

       01  MAILACK-HDR-RECORD.
           05  MAKH-RECORD-ID                    PIC X(08).
               88  MAKH-IS-HEADER                VALUE 'MACKHDR '.
           05  MAKH-ACK-DATE                     PIC X(10).
           05  MAKH-VENDOR-ID                    PIC X(10).
           05  FILLER                            PIC X(72).

       01  MAILACK-DTL-RECORD.
           05  MAKD-RECORD-ID                    PIC X(08).
               88  MAKD-IS-DETAIL                VALUE 'MACKDTL '.
           05  MAKD-CARD-NUM                     PIC X(16).
           05  MAKD-EXPIRY-DATE                  PIC X(10).
      *    M = embossed and mailed, R = rejected by the vendor
           05  MAKD-ACK-STATUS                   PIC X(01).
               88  MAKD-ACK-MAILED                       VALUE 'M'.
               88  MAKD-ACK-REJECTED                     VALUE 'R'.
           05  MAKD-MAILED-DATE                  PIC X(10).
           05  MAKD-REJECT-CD                    PIC X(04).
           05  MAKD-VENDOR-REF                   PIC X(12).
           05  FILLER                            PIC X(39).

       01  MAILACK-TLR-RECORD.
           05  MAKT-RECORD-ID                    PIC X(08).
               88  MAKT-IS-TRAILER               VALUE 'MACKTLR '.
           05  MAKT-DETAIL-COUNT                 PIC 9(09).
           05  FILLER                            PIC X(83).
