      *****************************************************************
      *    Copybook    :   CVSMG01Y
      *    Description :   Statement message record, keyed by message
      *                    ID and maintained on COSMG01C.  CBSTM03A
      *                    prints every active message whose effective
      *                    date range covers the statement date and
      *                    whose targeting matches the account.  A
      *                    blank targeting field matches every account.
      *****************************************************************
       01  STATEMENT-MESSAGE-RECORD.
           05  SMSG-ID                           PIC X(08).
           05  SMSG-STATUS                       PIC X(01).
               88  SMSG-ACTIVE                   VALUE 'A'.
               88  SMSG-INACTIVE                 VALUE 'I'.
               88  SMSG-STATUS-VALID             VALUE 'A' 'I'.
           05  SMSG-EFF-FROM-DATE                PIC X(10).
      *        Blank through-date - message runs until withdrawn
           05  SMSG-EFF-TO-DATE                  PIC X(10).
      *        Targeting - account group, statement cycle code,
      *        DELQFILE severity range (0 current to 4 120+ days,
      *        no DELQFILE record counts as current) and statement
      *        delivery preference (P paper, E email)
           05  SMSG-TGT-GROUP-ID                 PIC X(10).
           05  SMSG-TGT-CYCLE-CD                 PIC X(02).
           05  SMSG-TGT-SEV-LOW                  PIC X(01).
           05  SMSG-TGT-SEV-HIGH                 PIC X(01).
           05  SMSG-TGT-DELIVERY-PREF            PIC X(01).
               88  SMSG-TGT-PAPER                VALUE 'P'.
               88  SMSG-TGT-EMAIL                VALUE 'E'.
           05  SMSG-TEXT.
               10  SMSG-TEXT-LINE-1              PIC X(76).
               10  SMSG-TEXT-LINE-2              PIC X(76).
           05  SMSG-UPDATED-BY                   PIC X(08).
           05  SMSG-UPDATED-DATE                 PIC X(10).
           05  FILLER                            PIC X(36).
