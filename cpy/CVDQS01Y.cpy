      *****************************************************************
      *    Copybook    :   CVDQS01Y
      *    Description :   Customer data-quality correction worklist
      *                    (DQWORK) written by the monthly scan of the
      *                    customer master (CBDQS01C) - one record per
      *                    defect, carrying the account the customer
      *                    update screen is keyed by.
      *****************************************************************
       01  DQ-WORKLIST-RECORD.
           05  DQW-CUST-ID                       PIC 9(09).
      *    Zero when the customer has no cross-reference entry.
           05  DQW-ACCT-ID                       PIC 9(11).
           05  DQW-CUST-NAME                     PIC X(30).
           05  DQW-DEFECT-CD                     PIC 9(02).
               88  DQW-STATE-INVALID                     VALUE 01.
               88  DQW-ZIP-MALFORMED                     VALUE 02.
               88  DQW-ZIP-STATE-MISMATCH                VALUE 03.
               88  DQW-PHONE-1-MALFORMED                 VALUE 04.
               88  DQW-PHONE-2-MALFORMED                 VALUE 05.
               88  DQW-DOB-INVALID                       VALUE 06.
               88  DQW-DOB-IMPOSSIBLE                    VALUE 07.
               88  DQW-SSN-ZERO                          VALUE 08.
               88  DQW-SSN-RANGE                         VALUE 09.
               88  DQW-SSN-DUPLICATE                     VALUE 10.
               88  DQW-NO-XREF                           VALUE 11.
           05  DQW-DEFECT-DESC                   PIC X(40).
      *    The value found in the defective field.
           05  DQW-FIELD-VALUE                   PIC X(20).
      *    For a duplicate SSN, the other customer holding it.
           05  DQW-RELATED-CUST-ID               PIC 9(09).
           05  DQW-SCAN-DATE                     PIC X(10).
           05  FILLER                            PIC X(19).
