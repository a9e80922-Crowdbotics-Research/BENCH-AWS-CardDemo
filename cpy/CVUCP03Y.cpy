      *****************************************************************
      *    Copybook    :   CVUCP03Y
      *    Description :   Unclaimed property due-diligence letter
      *                    extract (UCPLTR) written by CBUCP02C - one
      *                    per new escheatment candidate with a
      *                    deliverable address, telling the owner the
      *                    property will be remitted to the state
      *                    unless claimed by the response date.
      *****************************************************************
       01  UCP-LETTER-RECORD.
           05  UCPL-PROP-TYPE                    PIC X(01).
           05  UCPL-PROP-REF                     PIC X(14).
           05  UCPL-CUST-ID                      PIC 9(09).
           05  UCPL-ACCT-ID                      PIC 9(11).
           05  UCPL-OWNER-NAME                   PIC X(50).
           05  UCPL-ADDR-LINE-1                  PIC X(50).
           05  UCPL-ADDR-LINE-2                  PIC X(50).
           05  UCPL-ADDR-LINE-3                  PIC X(50).
           05  UCPL-ADDR-STATE-CD                PIC X(02).
           05  UCPL-ADDR-ZIP                     PIC X(10).
           05  UCPL-AMOUNT                       PIC 9(09)V99.
           05  UCPL-ISSUE-DATE                   PIC X(10).
           05  UCPL-LETTER-DATE                  PIC X(10).
           05  UCPL-RESPOND-BY-DATE              PIC X(10).
           05  FILLER                            PIC X(12).
