      *****************************************************************
      *    Copybook    :   CVISS01Y
      *    Description :   Card issuance queue record (ISSUEQ), keyed
      *                    by card number and the expiration date the
      *                    plastic is embossed with, so a reissue of
      *                    the same card is its own entry.  Every
      *                    issuing path - onboarding, authorized
      *                    user, lost/stolen replacement and expiry
      *                    reissue - queues the card here; CBISS01C
      *                    sends it to the plastics vendor and
      *                    CBISS02C loads the vendor's mailed date.
      *****************************************************************
       01  CARD-ISSUE-RECORD.
           05  ISQ-KEY.
               10  ISQ-CARD-NUM                   PIC X(16).
               10  ISQ-EXPIRY-DATE                PIC X(10).
           05  ISQ-ACCT-ID                        PIC 9(11).
           05  ISQ-CUST-ID                        PIC 9(09).
           05  ISQ-ISSUE-TYPE                     PIC X(02).
               88  ISQ-TYPE-NEW-ACCOUNT                  VALUE 'NW'.
               88  ISQ-TYPE-AUTH-USER                    VALUE 'AU'.
               88  ISQ-TYPE-REPLACEMENT                  VALUE 'RP'.
               88  ISQ-TYPE-REISSUE                      VALUE 'RI'.
           05  ISQ-QUEUED-DATE                    PIC X(10).
           05  ISQ-QUEUED-BY                      PIC X(08).
      *    Q = queued for the next emboss file, S = sent to the
      *    vendor, M = vendor confirmed mailed, R = vendor rejected,
      *    X = cancelled before it was sent (card blocked or gone).
           05  ISQ-STATUS                         PIC X(01).
               88  ISQ-STAT-QUEUED                       VALUE 'Q'.
               88  ISQ-STAT-SENT                         VALUE 'S'.
               88  ISQ-STAT-MAILED                       VALUE 'M'.
               88  ISQ-STAT-REJECTED                     VALUE 'R'.
               88  ISQ-STAT-CANCELLED                    VALUE 'X'.
           05  ISQ-SENT-DATE                      PIC X(10).
           05  ISQ-MAILED-DATE                    PIC X(10).
           05  ISQ-VENDOR-REJ-CD                  PIC X(04).
           05  ISQ-VENDOR-REF                     PIC X(12).
           05  ISQ-CANCEL-REASON                  PIC X(20).
           05  FILLER                             PIC X(27).
