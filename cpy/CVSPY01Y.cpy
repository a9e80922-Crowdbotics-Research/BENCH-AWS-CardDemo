      *****************************************************************
      *    Copybook    :   CVSPY01Y
      *    Description :   Scheduled payment record (SCHDPAY) - a
      *                    single future-dated payment keyed on the
      *                    bill payment screen (COBIL00C), keyed by
      *                    account and the time it was scheduled.
      *                    Listed and cancelled on COSPY01C; released
      *                    into the daily stream by CBSPY01C on the
      *                    payment date.
      *****************************************************************
       01  SCHED-PAYMENT-RECORD.
           05  SPY-KEY.
               10  SPY-ACCT-ID                   PIC 9(11).
               10  SPY-SCHED-TS                  PIC X(26).
           05  SPY-PAY-DATE                      PIC X(10).
           05  SPY-PAY-AMT                       PIC S9(09)V99.
           05  SPY-STATUS                        PIC X(01).
               88  SPY-STAT-PENDING                      VALUE 'P'.
               88  SPY-STAT-RELEASED                     VALUE 'R'.
               88  SPY-STAT-CANCELLED                    VALUE 'C'.
               88  SPY-STAT-SKIPPED                      VALUE 'S'.
           05  SPY-SCHED-USER                    PIC X(08).
           05  SPY-STATUS-DATE                   PIC X(10).
           05  SPY-STATUS-USER                   PIC X(08).
           05  SPY-TRAN-ID                       PIC X(16).
           05  SPY-SKIP-REASON                   PIC X(30).
           05  FILLER                            PIC X(69).
