      *****************************************************************
      *    Copybook    :   CVLGL01Y
      *    Description :   Legal status record - one per account,
      *                    maintained on COLGL01C.  While the status
      *                    is active (or a bankruptcy is discharged)
      *                    dunning letters, autopay, collector contact,
      *                    interest and fees stop on the account, and
      *                    the bureau extract reports the matching
      *                    special condition code.
      *****************************************************************
       01  LEGAL-STATUS-RECORD.
           05  LGL-ACCT-ID                       PIC 9(11).
           05  LGL-CUST-ID                       PIC 9(09).
           05  LGL-STATUS-TYPE                   PIC X(01).
               88  LGL-TYPE-BANKRUPTCY           VALUE 'B'.
               88  LGL-TYPE-DECEASED             VALUE 'D'.
               88  LGL-TYPE-LITIGATION           VALUE 'L'.
               88  LGL-TYPE-VALID                VALUE 'B' 'D' 'L'.
      *        Bankruptcy chapter - 07, 11, 12 or 13
           05  LGL-BK-CHAPTER                    PIC X(02).
               88  LGL-BK-CHAPTER-VALID          VALUE '07' '11'
                                                       '12' '13'.
           05  LGL-STATUS-FLAG                   PIC X(01).
               88  LGL-STAT-ACTIVE               VALUE 'A'.
               88  LGL-STAT-DISCHARGED           VALUE 'D'.
               88  LGL-STAT-RELEASED             VALUE 'R'.
               88  LGL-STAT-VALID                VALUE 'A' 'D' 'R'.
      *        Active and discharged both stop collection activity;
      *        a dismissed, withdrawn or settled status releases it.
               88  LGL-SUPPRESS-ACTIVITY         VALUE 'A' 'D'.
      *        Filing date for bankruptcy and litigation, date of
      *        notification for a deceased cardholder
           05  LGL-FILED-DATE                    PIC X(10).
           05  LGL-CASE-NUM                      PIC X(20).
           05  LGL-COURT-NAME                    PIC X(30).
      *        Trustee, attorney or estate executor
           05  LGL-CONTACT-NAME                  PIC X(30).
           05  LGL-CONTACT-PHONE                 PIC X(15).
           05  LGL-RELEASE-DATE                  PIC X(10).
           05  LGL-UPDATED-BY                    PIC X(08).
           05  LGL-UPDATED-DATE                  PIC X(10).
           05  FILLER                            PIC X(43).
