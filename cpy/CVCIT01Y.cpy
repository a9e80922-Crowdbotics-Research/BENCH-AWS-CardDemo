      *****************************************************************
      *    Copybook    :   CVCIT01Y
      *    Description :   Change-in-terms records written by CBCIT01C.
      *                    CITCHG registers each future-dated rate
      *                    increase on DISRATE when it is first seen;
      *                    CITNOTC records the notice sent to each
      *                    account for it and any opt-out received.
      *                    CBACT04C bills a registered increase only
      *                    for accounts noticed at least 45 days
      *                    earlier that have not opted out.  The
      *                    opt-out intake (CITOPTIN) and the letter
      *                    extract for the print vendor follow.
      *****************************************************************
       01  CIT-CHANGE-RECORD.
           05  CCH-KEY.
               10  CCH-ACCT-GROUP-ID             PIC X(10).
               10  CCH-TRAN-TYPE-CD              PIC X(02).
               10  CCH-TRAN-CAT-CD               PIC 9(04).
               10  CCH-EFF-DATE                  PIC X(10).
      *        Highest tier rate of the prior dated set (or the flat
      *        DISCGRP rate) and of the new set.
           05  CCH-OLD-RATE                      PIC S9(04)V99.
           05  CCH-NEW-RATE                      PIC S9(04)V99.
           05  CCH-DETECTED-DATE                 PIC X(10).
           05  CCH-NOTICE-COUNT                  PIC 9(07).
           05  FILLER                            PIC X(15).

       01  CIT-NOTICE-RECORD.
           05  CIT-KEY.
               10  CIT-ACCT-ID                   PIC 9(11).
               10  CIT-TRAN-TYPE-CD              PIC X(02).
               10  CIT-TRAN-CAT-CD               PIC 9(04).
               10  CIT-EFF-DATE                  PIC X(10).
           05  CIT-ACCT-GROUP-ID                 PIC X(10).
           05  CIT-OLD-RATE                      PIC S9(04)V99.
           05  CIT-NEW-RATE                      PIC S9(04)V99.
           05  CIT-NOTICE-DATE                   PIC X(10).
           05  CIT-STATUS                        PIC X(01).
               88  CIT-STAT-NOTICED                      VALUE 'N'.
               88  CIT-STAT-OPTED-OUT                    VALUE 'O'.
           05  CIT-OPTOUT-DATE                   PIC X(10).
           05  FILLER                            PIC X(10).

       01  CIT-OPTOUT-RECORD.
           05  CIO-ACCT-ID                       PIC 9(11).
           05  CIO-RECEIVED-DATE                 PIC X(10).
           05  FILLER                            PIC X(19).

       01  CIT-LETTER-RECORD.
           05  CIL-LETTER-CD                     PIC X(02).
               88  CIL-LETTER-CHANGE-IN-TERMS            VALUE 'CT'.
           05  CIL-ACCT-ID                       PIC 9(11).
           05  CIL-CUST-ID                       PIC 9(09).
           05  CIL-DELIVERY-PREF                 PIC X(01).
               88  CIL-DELIVER-PAPER                     VALUE 'P'.
               88  CIL-DELIVER-EMAIL                     VALUE 'E'.
           05  CIL-CUST-FIRST-NAME               PIC X(25).
           05  CIL-CUST-LAST-NAME                PIC X(25).
           05  CIL-ADDR-LINE-1                   PIC X(50).
           05  CIL-ADDR-LINE-2                   PIC X(50).
           05  CIL-ADDR-LINE-3                   PIC X(50).
           05  CIL-ADDR-STATE-CD                 PIC X(02).
           05  CIL-ADDR-ZIP                      PIC X(10).
           05  CIL-BANK-NAME                     PIC X(40).
           05  CIL-BANK-ADDR-LINE-1              PIC X(40).
           05  CIL-BANK-ADDR-LINE-2              PIC X(40).
           05  CIL-BANK-PHONE-NUM                PIC X(20).
           05  CIL-TRAN-TYPE-CD                  PIC X(02).
           05  CIL-TRAN-CAT-CD                   PIC 9(04).
           05  CIL-OLD-RATE                      PIC S9(04)V99.
           05  CIL-NEW-RATE                      PIC S9(04)V99.
           05  CIL-EFF-DATE                      PIC X(10).
      *        The new rate is billed no sooner than this date - the
      *        effective date, or 45 days after the notice if later.
           05  CIL-BILLED-FROM-DATE              PIC X(10).
           05  CIL-EXTRACT-DATE                  PIC X(10).
           05  FILLER                            PIC X(16).
