      *****************************************************************
      *    Copybook    :   CVINT01Y
      *    Description :   Interest accrual record (INTACCR), one per
      *                    TCATBAL bucket.  CBINT01C adds each night's
      *                    accrual to the accrued-unbilled total and
      *                    moves the accrued-through date on; CBACT04C
      *                    zeroes the total when it bills the cycle.
      *****************************************************************
       01  INTEREST-ACCRUAL-RECORD.
           05  ACR-KEY.
               10  ACR-ACCT-ID                   PIC 9(11).
               10  ACR-TYPE-CD                   PIC X(02).
               10  ACR-CAT-CD                    PIC 9(04).
           05  ACR-ACCT-GROUP-ID                 PIC X(10).
           05  ACR-ACCRUED-UNBILLED              PIC S9(09)V99.
           05  ACR-LAST-ACCRUAL-AMT              PIC S9(09)V99.
           05  ACR-LAST-RATE                     PIC S9(04)V99.
      *    Calendar date interest has been accrued to.  On the last
      *    business day of a month the run accrues through the
      *    calendar month-end so the month closes complete.
           05  ACR-ACCRUED-THRU-DATE             PIC X(10).
           05  ACR-CYCLE-DAYS                    PIC 9(03).
           05  ACR-LAST-BILLED-DATE              PIC X(10).
           05  FILLER                            PIC X(22).
