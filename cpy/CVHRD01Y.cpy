      *****************************************************************
      *    Copybook    :   CVHRD01Y
      *    Description :   Hardship payment plan record (HARDSHIP),
      *                    one per account - the reduced APR and fixed
      *                    monthly payment a collector enrolled the
      *                    account in from COHRD01C.  CBACT04C bills
      *                    at the plan terms while it is active and
      *                    CBDLQ01C counts the plan payments made and
      *                    missed at each due date.
      *****************************************************************
       01  HARDSHIP-PLAN-RECORD.
           05  HRD-ACCT-ID                       PIC 9(11).
           05  HRD-STATUS                        PIC X(01).
               88  HRD-STAT-ACTIVE                       VALUE 'A'.
               88  HRD-STAT-COMPLETED                    VALUE 'C'.
               88  HRD-STAT-BROKEN                       VALUE 'B'.
               88  HRD-STAT-CANCELLED                    VALUE 'X'.
           05  HRD-REDUCED-APR                   PIC S9(04)V99.
           05  HRD-FIXED-PAY-AMT                 PIC S9(08)V99.
           05  HRD-START-DATE                    PIC X(10).
           05  HRD-TERM-MONTHS                   PIC 9(03).
           05  HRD-COLLECTOR-ID                  PIC X(08).
           05  HRD-ENROLL-DATE                   PIC X(10).
      *    One plan month is counted per payment due date aged by
      *    CBDLQ01C; the plan completes when the months counted reach
      *    the term and breaks on the second missed payment.
           05  HRD-PAYMENTS-MADE                 PIC 9(03).
           05  HRD-PAYMENTS-MISSED               PIC 9(01).
           05  HRD-LAST-AGED-DUE-DATE            PIC X(10).
           05  HRD-STATUS-DATE                   PIC X(10).
           05  HRD-STATUS-USER-ID                PIC X(08).
           05  FILLER                            PIC X(09).
