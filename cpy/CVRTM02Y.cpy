      *****************************************************************
      *    Copybook    :   CVRTM02Y
      *    Description :   Post office returned mail file (RTNPOST)
      *                    loaded by CBRTM01C.  The keyline printed on
      *                    every statement and letter carries the
      *                    customer and account ids and the ZIP code
      *                    mailed to; the post office scans it from
      *                    each piece it returns.  Header, one detail
      *                    per piece, trailer with the detail count.
      *****************************************************************
       01  RTNPOST-HDR-RECORD.
           05  RTPH-RECORD-ID                    PIC X(08).
               88  RTPH-IS-HEADER                VALUE 'RTMPHDR '.
           05  RTPH-FILE-DATE                    PIC X(10).
           05  RTPH-SENDER-ID                    PIC X(10).
           05  FILLER                            PIC X(52).

       01  RTNPOST-DTL-RECORD.
           05  RTPD-RECORD-ID                    PIC X(08).
               88  RTPD-IS-DETAIL                VALUE 'RTMPDTL '.
           05  RTPD-CUST-ID                      PIC X(09).
           05  RTPD-ACCT-ID                      PIC X(11).
           05  RTPD-PIECE-TYPE                   PIC X(02).
           05  RTPD-REASON-CD                    PIC X(02).
           05  RTPD-RETURNED-DATE                PIC X(10).
           05  RTPD-MAILED-ZIP                   PIC X(10).
           05  FILLER                            PIC X(28).

       01  RTNPOST-TLR-RECORD.
           05  RTPT-RECORD-ID                    PIC X(08).
               88  RTPT-IS-TRAILER               VALUE 'RTMPTLR '.
           05  RTPT-DETAIL-COUNT                 PIC 9(09).
           05  FILLER                            PIC X(63).
