      *****************************************************************
      *    Copybook    :   CVPOF01Y
      *    Description :   Payoff quote records.  COPOF01C saves each
      *                    quote given to a cardholder on PAYQUOTE,
      *                    keyed by account and quote number; the
      *                    quote holds good for a payment posted on or
      *                    before its good-through date.  CBTRN02C
      *                    marks a quote paid when a payment for at
      *                    least the payoff amount posts in time, and
      *                    flags the account so CBACT04C waives the
      *                    trailing interest at the next billing.
      *                    CBPOF01C writes the payoff letter extract
      *                    for the quotes a letter was asked for and
      *                    expires the quotes past their date.
      *****************************************************************
       01  PAYOFF-QUOTE-RECORD.
           05  PQ-KEY.
               10  PQ-ACCT-ID                    PIC 9(11).
               10  PQ-QUOTE-NUM                  PIC X(12).
           05  PQ-STATUS                         PIC X(01).
               88  PQ-STAT-OPEN                          VALUE 'O'.
               88  PQ-STAT-PAID                          VALUE 'P'.
               88  PQ-STAT-EXPIRED                       VALUE 'X'.
           05  PQ-QUOTE-DATE                     PIC X(10).
           05  PQ-GOOD-THRU-DATE                 PIC X(10).
           05  PQ-USER-ID                        PIC X(08).
      *    Balance at the time of the quote, interest accrued but not
      *    billed plus the per-diem interest through the good-through
      *    date, and the payoff (balance plus interest) a payment has
      *    to meet.  Open authorization holds are quoted separately
      *    and added only into the total.
           05  PQ-CURR-BAL                       PIC S9(10)V99.
           05  PQ-INTEREST-AMT                   PIC S9(09)V99.
           05  PQ-PER-DIEM-AMT                   PIC S9(07)V99.
           05  PQ-PAYOFF-AMT                     PIC S9(10)V99.
           05  PQ-HOLD-COUNT                     PIC 9(04).
           05  PQ-HOLD-AMT                       PIC S9(09)V99.
           05  PQ-TOTAL-AMT                      PIC S9(10)V99.
           05  PQ-LETTER-FLAG                    PIC X(01).
               88  PQ-LETTER-NONE                        VALUE 'N'.
               88  PQ-LETTER-REQUESTED                   VALUE 'R'.
               88  PQ-LETTER-SENT                        VALUE 'S'.
           05  PQ-LETTER-DATE                    PIC X(10).
           05  PQ-PAID-DATE                      PIC X(10).
           05  PQ-PAID-TRAN-ID                   PIC X(16).
           05  PQ-PAID-AMT                       PIC S9(10)V99.
           05  FILLER                            PIC X(28).

       01  PAYOFF-LETTER-RECORD.
           05  POL-LETTER-CD                     PIC X(02).
               88  POL-LETTER-PAYOFF                     VALUE 'PO'.
           05  POL-ACCT-ID                       PIC 9(11).
           05  POL-CUST-ID                       PIC 9(09).
           05  POL-DELIVERY-PREF                 PIC X(01).
               88  POL-DELIVER-PAPER                     VALUE 'P'.
               88  POL-DELIVER-EMAIL                     VALUE 'E'.
           05  POL-CUST-FIRST-NAME               PIC X(25).
           05  POL-CUST-LAST-NAME                PIC X(25).
           05  POL-ADDR-LINE-1                   PIC X(50).
           05  POL-ADDR-LINE-2                   PIC X(50).
           05  POL-ADDR-LINE-3                   PIC X(50).
           05  POL-ADDR-STATE-CD                 PIC X(02).
           05  POL-ADDR-ZIP                      PIC X(10).
           05  POL-BANK-NAME                     PIC X(40).
           05  POL-BANK-ADDR-LINE-1              PIC X(40).
           05  POL-BANK-ADDR-LINE-2              PIC X(40).
           05  POL-BANK-PHONE-NUM                PIC X(20).
           05  POL-QUOTE-NUM                     PIC X(12).
           05  POL-QUOTE-DATE                    PIC X(10).
           05  POL-GOOD-THRU-DATE                PIC X(10).
           05  POL-CURR-BAL                      PIC S9(10)V99.
           05  POL-INTEREST-AMT                  PIC S9(09)V99.
           05  POL-PER-DIEM-AMT                  PIC S9(07)V99.
           05  POL-PAYOFF-AMT                    PIC S9(10)V99.
           05  POL-HOLD-AMT                      PIC S9(09)V99.
           05  POL-TOTAL-AMT                     PIC S9(10)V99.
           05  POL-EXTRACT-DATE                  PIC X(10).
           05  FILLER                            PIC X(16).
