      *****************************************************************
      *    Copybook    :   CVPII01Y
      *    Description :   Unmasked-view log record (PIIVIEW) - one
      *                    entry each time an operator reveals a full
      *                    card number or SSN on an online screen.
      *                    Only the last four digits are kept here so
      *                    the log itself never holds a full value.
      *                    Reported daily by CBPII01C.
      *****************************************************************
       01  PII-VIEW-RECORD.
           05  PIIV-KEY.
               10  PIIV-TS-DATE                  PIC X(10).
               10  PIIV-TS-TIME                  PIC X(08).
               10  PIIV-OPER-ID                  PIC X(08).
      *        Sequence breaks ties when one reveal logs several
      *        rows inside the same second (MNTAUDIT style).
               10  PIIV-TS-SEQ                   PIC 9(02).
           05  PIIV-SCREEN                       PIC X(08).
           05  PIIV-DATA-TYPE                    PIC X(01).
               88  PIIV-TYPE-CARD                        VALUE 'C'.
               88  PIIV-TYPE-SSN                         VALUE 'S'.
           05  PIIV-ACCT-ID                      PIC 9(11).
           05  PIIV-CUST-ID                      PIC 9(09).
           05  PIIV-LAST4                        PIC X(04).
           05  PIIV-USER-ROLE                    PIC X(08).
           05  FILLER                            PIC X(11).
      *    Masked display forms - last four shown, the rest starred.
      *    The reveal itself rides the permission matrix under the
      *    PII-REVEAL-PERM pseudo program name; with no matrix record
      *    for the role the value stays masked.
       01  PII-MASK-AREA.
           05  PII-REVEAL-PERM                   PIC X(08)
                                                 VALUE 'UNMASK  '.
           05  PII-MASKED-CARD.
               10  FILLER                        PIC X(12)
                                                 VALUE '************'.
               10  PII-MASKED-CARD-LAST4         PIC X(04).
           05  PII-MASKED-SSN.
               10  FILLER                        PIC X(05)
                                                 VALUE '*****'.
               10  PII-MASKED-SSN-LAST4          PIC X(04).
           05  PII-REVEAL-FLG                    PIC X(01) VALUE 'N'.
               88  PII-REVEAL-ON                         VALUE 'Y'.
               88  PII-REVEAL-OFF                        VALUE 'N'.
