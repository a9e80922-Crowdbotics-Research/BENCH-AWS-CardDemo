      *****************************************************************
      *    Copybook    :   CVAUT05Y
      *    Description :   Voice authorization log (VOICELOG) - one
      *                    record for every authorization keyed on the
      *                    call-center screen COVAU01C, approved or
      *                    declined, with the operator who keyed it.
      *                    Approvals also carry a hold on the pending
      *                    authorization file under the same auth id.
      *****************************************************************
       01  VOICE-AUTH-LOG-RECORD.
           05  VAL-AUTH-ID                       PIC X(16).
           05  VAL-OPER-ID                       PIC X(08).
           05  VAL-LOG-DATE                      PIC X(10).
           05  VAL-LOG-TIME                      PIC X(08).
           05  VAL-CARD-NUM                      PIC X(16).
           05  VAL-ACCT-ID                       PIC 9(11).
           05  VAL-TYPE-CD                       PIC X(02).
           05  VAL-CAT-CD                        PIC 9(04).
           05  VAL-AMT                           PIC S9(09)V99.
           05  VAL-MERCHANT-ID                   PIC 9(09).
           05  VAL-MERCHANT-NAME                 PIC X(50).
           05  VAL-RESULT                        PIC X(01).
               88  VAL-APPROVED                  VALUE 'A'.
               88  VAL-DECLINED                  VALUE 'D'.
           05  VAL-APPROVAL-CD                   PIC X(06).
      *        Same 200-series decline reasons CBAUT01C writes
           05  VAL-REASON-CD                     PIC 9(04).
           05  VAL-REASON-DESC                   PIC X(40).
           05  FILLER                            PIC X(04).
