      *****************************************************************
      *    Copybook    :   CVALR03Y
      *    Description :   Alert extract for the messaging vendor
      *                    (ALRTEXT), built nightly by CBALR01C - a
      *                    header, one detail per alert to send and a
      *                    trailer with the detail count and the total
      *                    of the alert amounts the vendor proves the
      *                    file against.
      *****************************************************************
       01  ALERT-HDR-RECORD.
           05  ALTH-RECORD-ID                    PIC X(08).
               88  ALTH-IS-HEADER                VALUE 'ALRTHDR '.
           05  ALTH-FILE-DATE                    PIC X(10).
           05  ALTH-SENDER-ID                    PIC X(10).
           05  FILLER                            PIC X(222).

       01  ALERT-DTL-RECORD.
           05  ALTD-RECORD-ID                    PIC X(08).
               88  ALTD-IS-DETAIL                VALUE 'ALRTDTL '.
           05  ALTD-ALERT-SEQ                    PIC 9(09).
      *    LP large purchase, PR payment received, NL near credit
      *    limit, DR payment due reminder, CS card status change
           05  ALTD-ALERT-TYPE                   PIC X(02).
               88  ALTD-TYPE-LARGE-PURCH         VALUE 'LP'.
               88  ALTD-TYPE-PAYMENT             VALUE 'PR'.
               88  ALTD-TYPE-NEAR-LIMIT          VALUE 'NL'.
               88  ALTD-TYPE-DUE-REMIND          VALUE 'DR'.
               88  ALTD-TYPE-CARD-STATUS         VALUE 'CS'.
           05  ALTD-CHANNEL                      PIC X(01).
           05  ALTD-CUST-ID                      PIC 9(09).
           05  ALTD-ACCT-ID                      PIC 9(11).
           05  ALTD-CARD-LAST4                   PIC X(04).
           05  ALTD-MOBILE-NUM                   PIC X(15).
           05  ALTD-EMAIL-ADDR                   PIC X(50).
           05  ALTD-FIRST-NAME                   PIC X(25).
           05  ALTD-EVENT-DATE                   PIC X(10).
           05  ALTD-ALERT-AMT                    PIC S9(09)V99.
           05  ALTD-MESSAGE-TEXT                 PIC X(80).
           05  FILLER                            PIC X(15).

       01  ALERT-TLR-RECORD.
           05  ALTT-RECORD-ID                    PIC X(08).
               88  ALTT-IS-TRAILER               VALUE 'ALRTTLR '.
           05  ALTT-DETAIL-COUNT                 PIC 9(09).
           05  ALTT-AMOUNT-TOTAL                 PIC S9(13)V99.
           05  FILLER                            PIC X(218).
