      *****************************************************************
      *    Copybook    :   CVMIL01Y
      *    Description :   Servicemember military status record
      *                    (MILSTAT), one per customer, recorded on
      *                    COMIL01C from the servicemember's orders.
      *                    While the customer is on active duty
      *                    CBACT04C caps every bucket of each of the
      *                    customer's accounts at the SCRA rate and
      *                    assesses no late or over-limit fee.  Status
      *                    recorded after the duty start date is left
      *                    pending for the retroactive refund run
      *                    (CBMIL01C); CBMIL02C reports the customers
      *                    covered each month.
      *****************************************************************
       01  MILITARY-STATUS-RECORD.
           05  MIL-CUST-ID                       PIC 9(09).
           05  MIL-STATUS                        PIC X(01).
               88  MIL-STAT-ACTIVE               VALUE 'A'.
               88  MIL-STAT-WITHDRAWN            VALUE 'X'.
               88  MIL-STAT-VALID                VALUE 'A' 'X'.
      *        A = Army, N = Navy, F = Air Force, M = Marine Corps,
      *        C = Coast Guard, S = Space Force, G = National Guard,
      *        P = NOAA / Public Health Service commissioned corps
           05  MIL-BRANCH                        PIC X(01).
               88  MIL-BRANCH-VALID              VALUE 'A' 'N' 'F'
                                                       'M' 'C' 'S'
                                                       'G' 'P'.
           05  MIL-DUTY-START-DATE               PIC X(10).
      *        Spaces while the servicemember is still on active duty
           05  MIL-DUTY-END-DATE                 PIC X(10).
           05  MIL-ORDERS-REF                    PIC X(20).
           05  MIL-RECORDED-DATE                 PIC X(10).
           05  MIL-RECORDED-BY                   PIC X(08).
           05  MIL-UPDATED-DATE                  PIC X(10).
           05  MIL-UPDATED-BY                    PIC X(08).
      *        Retroactive refund of the interest over the cap and the
      *        fees charged inside the duty period.  The covered dates
      *        are the window already refunded, so a later correction
      *        that widens the duty period refunds only the difference.
           05  MIL-RETRO-STATUS                  PIC X(01).
               88  MIL-RETRO-PENDING             VALUE 'P'.
               88  MIL-RETRO-DONE                VALUE 'D'.
               88  MIL-RETRO-NOT-NEEDED          VALUE 'N'.
           05  MIL-RETRO-COVERED-FROM            PIC X(10).
           05  MIL-RETRO-COVERED-THRU            PIC X(10).
           05  MIL-RETRO-RUN-DATE                PIC X(10).
           05  MIL-RETRO-INT-AMT                 PIC S9(09)V99.
           05  MIL-RETRO-FEE-AMT                 PIC S9(09)V99.
           05  FILLER                            PIC X(40).
