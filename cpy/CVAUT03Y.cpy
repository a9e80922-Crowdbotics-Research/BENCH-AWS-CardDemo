      *****************************************************************
      *    Copybook    :   CVAUT03Y
      *    Description :   Authorization decline history layouts.
      *                    CBAUT01C writes one run statistics record
      *                    per feed run; CBAUT03C files it on the
      *                    daily run summary history (AUTHDSUM) and
      *                    files each decline from AUTHREJS on the
      *                    dated decline history (AUTHDHST), from
      *                    which the day and month-to-date decline
      *                    analysis is built.
      *****************************************************************
       01  AUTH-RUN-STATS-RECORD.
           05  ARS-RUN-TS                        PIC X(16).
           05  ARS-READ-COUNT                    PIC 9(09).
           05  ARS-APPROVED-COUNT                PIC 9(09).
           05  ARS-APPROVED-AMT                  PIC S9(11)V99.
           05  ARS-DECLINED-COUNT                PIC 9(09).
           05  ARS-DECLINED-AMT                  PIC S9(11)V99.
           05  FILLER                            PIC X(31).

      *    Daily run summary history - one record per feed run,
      *    keyed by business date and run timestamp so a rerun of
      *    the load cannot count the same run twice.
       01  AUTH-DECLINE-SUMMARY-RECORD.
           05  ADS-KEY.
               10  ADS-BUS-DATE                  PIC X(10).
               10  ADS-RUN-TS                    PIC X(16).
           05  ADS-READ-COUNT                    PIC 9(09).
           05  ADS-APPROVED-COUNT                PIC 9(09).
           05  ADS-APPROVED-AMT                  PIC S9(11)V99.
           05  ADS-DECLINED-COUNT                PIC 9(09).
           05  ADS-DECLINED-AMT                  PIC S9(11)V99.
           05  FILLER                            PIC X(21).

      *    Dated decline history - one record per declined request.
       01  AUTH-DECLINE-HIST-RECORD.
           05  ADH-KEY.
               10  ADH-BUS-DATE                  PIC X(10).
               10  ADH-AUTH-ID                   PIC X(16).
           05  ADH-CARD-NUM                      PIC X(16).
           05  ADH-TYPE-CD                       PIC X(02).
           05  ADH-AMT                           PIC S9(09)V99.
           05  ADH-MERCHANT-ID                   PIC 9(09).
           05  ADH-MERCHANT-NAME                 PIC X(50).
           05  ADH-REASON-CD                     PIC 9(04).
           05  ADH-REASON-DESC                   PIC X(40).
           05  ADH-ORIG-TS                       PIC X(26).
           05  FILLER                            PIC X(16).
