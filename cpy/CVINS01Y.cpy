      *****************************************************************
      *    Copybook    :   CVINS01Y
      *    Description :   Installment plan record (INSTPLAN), keyed by
      *                    account and the posted purchase converted.
      *                    The unbilled principal sits in the account's
      *                    installment category bucket; CBINS01C bills
      *                    one installment back to the purchase's own
      *                    bucket at each statement cycle.
      *****************************************************************
       01  INSTALLMENT-PLAN-RECORD.
           05  INSP-KEY.
               10  INSP-ACCT-ID                   PIC 9(11).
               10  INSP-TRAN-ID                   PIC X(16).
      *    A = active, P = paid off early, C = completed (every
      *    installment billed), X = collapsed back to revolving when
      *    the account closed or charged off.
           05  INSP-STATUS                        PIC X(01).
               88  INSP-STAT-ACTIVE                      VALUE 'A'.
               88  INSP-STAT-PAID-OFF                    VALUE 'P'.
               88  INSP-STAT-COMPLETED                   VALUE 'C'.
               88  INSP-STAT-COLLAPSED                   VALUE 'X'.
           05  INSP-CARD-NUM                      PIC X(16).
      *    Category bucket the purchase was posted to - installments
      *    bill back into it.
           05  INSP-SRC-TYPE-CD                   PIC X(02).
           05  INSP-SRC-CAT-CD                    PIC 9(04).
           05  INSP-PRINCIPAL-AMT                 PIC S9(09)V99.
           05  INSP-FEE-AMT                       PIC S9(07)V99.
           05  INSP-TERM-MONTHS                   PIC 9(02).
           05  INSP-MONTHLY-AMT                   PIC S9(09)V99.
           05  INSP-MONTHS-BILLED                 PIC 9(02).
           05  INSP-UNBILLED-BAL                  PIC S9(09)V99.
           05  INSP-LAST-BILL-AMT                 PIC S9(09)V99.
           05  INSP-LAST-BILL-DATE                PIC X(10).
           05  INSP-SETUP-DATE                    PIC X(10).
           05  INSP-SETUP-OPER-ID                 PIC X(08).
           05  INSP-CLOSE-DATE                    PIC X(10).
           05  INSP-CLOSE-REASON                  PIC X(30).
           05  FILLER                             PIC X(25).
      *    Installment principal moves out of the revolving bucket
      *    into its own type 01 category 0013 bucket, which carries
      *    no interest; the plan fee posts to category 0014.
       01  INSTALLMENT-PLAN-CONSTANTS.
           05  INSP-BUCKET-TYPE-CD                PIC X(02) VALUE '01'.
           05  INSP-BUCKET-CAT-CD                 PIC 9(04) VALUE 13.
           05  INSP-FEE-CAT-CD                    PIC 9(04) VALUE 14.
