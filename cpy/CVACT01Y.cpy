           05  ACCT-CYCLE-CD                     PIC 9(02).
           05  ACCT-STATUS-REASON-CD             PIC X(02).
           05  ACCT-STATUS-DATE                  PIC X(10).
      *    Set by the posting run when a payment meets a saved payoff
      *    quote; the next interest billing waives the trailing
      *    interest and clears it.
           05  ACCT-PAYOFF-WAIVE-FLAG            PIC X(01).
               88  ACCT-PAYOFF-INT-WAIVE                 VALUE 'Y'.
           05  ACCT-PAYOFF-QUOTE-NUM             PIC X(12).
           05  FILLER                            PIC X(116).
