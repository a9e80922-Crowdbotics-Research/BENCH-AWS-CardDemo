      *****************************************************************
      *    Copybook    :   CVUCP01Y
      *    Description :   Unclaimed property register (UCPREG) and
      *                    state dormancy parameters (DORMPARM).
      *                    Every refund check CBRFD01C prints is
      *                    registered as outstanding by CBUCP01C and
      *                    marked paid when the bank's paid-checks
      *                    file shows it cashed.  The annual escheat
      *                    run (CBUCP02C) turns checks still outstanding
      *                    past the owner's state dormancy period, and
      *                    credit balances left on closed accounts,
      *                    into escheatment candidates.
      *****************************************************************
       01  UNCLAIMED-PROP-RECORD.
           05  UCP-KEY.
      *        K = uncashed refund check, B = closed-account credit
               10  UCP-PROP-TYPE                 PIC X(01).
                   88  UCP-PROP-CHECK                    VALUE 'K'.
                   88  UCP-PROP-CREDIT-BAL               VALUE 'B'.
      *        Check number, or the account id for a credit balance
               10  UCP-PROP-REF                  PIC X(14).
           05  UCP-ACCT-ID                       PIC 9(11).
           05  UCP-CUST-ID                       PIC 9(09).
           05  UCP-AMOUNT                        PIC 9(09)V99.
      *    Check issue date, or the date the credit balance was first
      *    seen (account status date when no tracking exists)
           05  UCP-ISSUE-DATE                    PIC X(10).
           05  UCP-STATUS                        PIC X(01).
               88  UCP-STAT-OUTSTANDING                  VALUE 'O'.
               88  UCP-STAT-PAID                         VALUE 'P'.
               88  UCP-STAT-CANDIDATE                    VALUE 'C'.
           05  UCP-PAID-DATE                     PIC X(10).
           05  UCP-PAID-AMT                      PIC 9(09)V99.
           05  UCP-CAND-DATE                     PIC X(10).
           05  UCP-OWNER-STATE                   PIC X(02).
           05  UCP-DORMANT-YEARS                 PIC 9(02).
      *    Due-diligence letter: Y = sent, U = held, address flagged
      *    undeliverable, N = none (no customer on file)
           05  UCP-LETTER-SW                     PIC X(01).
               88  UCP-LETTER-SENT                       VALUE 'Y'.
               88  UCP-LETTER-UNDELIV                    VALUE 'U'.
               88  UCP-LETTER-NONE                       VALUE 'N'.
           05  UCP-LETTER-DATE                   PIC X(10).
           05  FILLER                            PIC X(47).

      * One record per state; a state with no record takes the
      * default periods in CBUCP02C.
       01  DORMANCY-PARM-RECORD.
           05  DORM-STATE-CD                     PIC X(02).
           05  DORM-CHECK-YEARS                  PIC 9(02).
           05  DORM-CREDIT-YEARS                 PIC 9(02).
           05  DORM-STATE-NAME                   PIC X(20).
           05  FILLER                            PIC X(14).
