      *****************************************************************
      *    Copybook    :   CVALR02Y
      *    Description :   Card status change event (CRDSEVT), written
      *                    by card maintenance (COCRDUPC) each time a
      *                    card's active status is changed or the card
      *                    is hot-listed for replacement.  The nightly
      *                    alert run (CBALR01C) picks up the pending
      *                    events and marks them processed.
      *****************************************************************
       01  CARD-STATUS-EVENT-RECORD.
           05  CSE-KEY.
               10  CSE-EVENT-DATE                 PIC X(10).
               10  CSE-CARD-NUM                   PIC X(16).
               10  CSE-EVENT-TIME                 PIC X(08).
           05  CSE-ACCT-ID                        PIC 9(11).
           05  CSE-OLD-STATUS                     PIC X(01).
           05  CSE-NEW-STATUS                     PIC X(01).
           05  CSE-REASON-CD                      PIC X(02).
      *    S = status changed, R = hot-listed and replaced
           05  CSE-EVENT-TYPE                     PIC X(01).
               88  CSE-TYPE-STATUS                       VALUE 'S'.
               88  CSE-TYPE-REPLACE                      VALUE 'R'.
           05  CSE-OPER-ID                        PIC X(08).
           05  CSE-PROCESSED-SW                   PIC X(01).
               88  CSE-PENDING                           VALUE 'N'.
               88  CSE-PROCESSED                         VALUE 'Y'.
           05  CSE-PROCESSED-DATE                 PIC X(10).
           05  FILLER                             PIC X(31).
