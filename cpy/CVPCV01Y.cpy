      *****************************************************************
      *    Copybook    :   CVPCV01Y
      *    Description :   Product conversion schedule record
      *                    (PRDCONV) - written by COAPR01C when a
      *                    conversion keyed on COPCV01C is approved,
      *                    applied by CBPCV01C in the account's next
      *                    statement cycle run so no cycle is split
      *                    across two products, and reported monthly
      *                    by CBPCV02C.  Keyed by account and the
      *                    approval queue change id.
      *****************************************************************
       01  PRODUCT-CONVERSION-RECORD.
           05  PCV-KEY.
               10  PCV-ACCT-ID                   PIC 9(11).
               10  PCV-CHG-ID                    PIC X(16).
           05  PCV-STATUS                        PIC X(01).
               88  PCV-STAT-SCHEDULED                    VALUE 'S'.
               88  PCV-STAT-APPLIED                      VALUE 'A'.
               88  PCV-STAT-CANCELLED                    VALUE 'X'.
           05  PCV-FROM-GROUP-ID                 PIC X(10).
           05  PCV-TO-GROUP-ID                   PIC X(10).
           05  PCV-CYCLE-CD                      PIC 9(02).
           05  PCV-MAKER-ID                      PIC X(08).
           05  PCV-CHECKER-ID                    PIC X(08).
           05  PCV-APPROVED-DATE                 PIC X(10).
      *        Business date of the cycle run that moved the account
      *        (or that cancelled the conversion).
           05  PCV-EFFECTIVE-DATE                PIC X(10).
           05  PCV-CANCEL-REASON                 PIC X(30).
           05  FILLER                            PIC X(14).
      *    Confirmation letter extract (PCVLETRS) - one per account
      *    moved, CBDUN01C letter layout with the from/to groups.
       01  PCV-LETTER-RECORD.
           05  PCL-LETTER-CD                     PIC X(02).
               88  PCL-LETTER-PRODUCT-CONV               VALUE 'PC'.
           05  PCL-ACCT-ID                       PIC 9(11).
           05  PCL-CUST-ID                       PIC 9(09).
           05  PCL-DELIVERY-PREF                 PIC X(01).
               88  PCL-DELIVER-PAPER                     VALUE 'P'.
               88  PCL-DELIVER-EMAIL                     VALUE 'E'.
           05  PCL-CUST-FIRST-NAME               PIC X(25).
           05  PCL-CUST-LAST-NAME                PIC X(25).
           05  PCL-ADDR-LINE-1                   PIC X(50).
           05  PCL-ADDR-LINE-2                   PIC X(50).
           05  PCL-ADDR-LINE-3                   PIC X(50).
           05  PCL-ADDR-STATE-CD                 PIC X(02).
           05  PCL-ADDR-ZIP                      PIC X(10).
           05  PCL-BANK-NAME                     PIC X(40).
           05  PCL-BANK-ADDR-LINE-1              PIC X(40).
           05  PCL-BANK-ADDR-LINE-2              PIC X(40).
           05  PCL-BANK-PHONE-NUM                PIC X(20).
           05  PCL-FROM-GROUP-ID                 PIC X(10).
           05  PCL-TO-GROUP-ID                   PIC X(10).
           05  PCL-EFFECTIVE-DATE                PIC X(10).
           05  PCL-EXTRACT-DATE                  PIC X(10).
           05  FILLER                            PIC X(25).
