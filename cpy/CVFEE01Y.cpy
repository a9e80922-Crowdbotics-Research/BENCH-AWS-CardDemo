      *****************************************************************
      *    Copybook    :   CVFEE01Y
      *    Description :   Fee schedule record, keyed by account group
      *                    and fee type - a DEFAULT group record
      *                    applies to any group without its own entry
      *****************************************************************
       01  FEE-SCHEDULE-RECORD.
           05  FEES-KEY.
               10  FEES-ACCT-GROUP-ID             PIC X(10).
               10  FEES-FEE-TYPE-CD               PIC X(02).
                   88  FEES-TYPE-FOREIGN-TXN              VALUE 'FX'.
                   88  FEES-TYPE-ANNUAL                   VALUE 'AF'.
                   88  FEES-TYPE-INSTALLMENT              VALUE 'IP'.
      *    Percentage of the converted amount charged on a foreign
      *    currency transaction (3.0000 = 3 percent); zero for groups
      *    that carry no foreign transaction fee.  On an installment
      *    plan entry it is the fee per month of the plan term, taken
      *    on the purchase amount.
           05  FEES-PCT                           PIC S9(02)V9(04).
      *    Flat amount billed once a year on the account anniversary;
      *    the first anniversary is not billed where the group waives
      *    its first year.  On an installment plan entry it is the
      *    least fee charged for setting up a plan.
           05  FEES-FLAT-AMT                      PIC S9(07)V99.
           05  FEES-WAIVE-FIRST-YEAR              PIC X(01).
               88  FEES-FIRST-YEAR-WAIVED                 VALUE 'Y'.
           05  FILLER                             PIC X(22).
