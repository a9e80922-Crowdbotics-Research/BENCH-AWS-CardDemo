      *****************************************************************
      *    Copybook    :   CVRTM01Y
      *    Description :   Returned mail log (RTNMAIL), one record per
      *                    piece the post office sent back, keyed by
      *                    customer, the date it was logged and a
      *                    sequence within the day.  Written by the
      *                    post office file load (CBRTM01C) and the
      *                    mailroom keying screen (CORTM01C); the
      *                    customer's undeliverable flag is set from
      *                    the first piece logged against an address.
      *****************************************************************
       01  RETURNED-MAIL-RECORD.
           05  RTM-KEY.
               10  RTM-CUST-ID                    PIC 9(09).
               10  RTM-LOGGED-DATE                PIC X(10).
               10  RTM-SEQ                        PIC 9(04).
           05  RTM-ACCT-ID                        PIC 9(11).
      *    What came back - statement, dunning letter, other letter,
      *    card carrier or anything else.
           05  RTM-PIECE-TYPE                     PIC X(02).
               88  RTM-PIECE-STATEMENT                   VALUE 'ST'.
               88  RTM-PIECE-DUNNING                     VALUE 'DL'.
               88  RTM-PIECE-LETTER                      VALUE 'LT'.
               88  RTM-PIECE-CARD                        VALUE 'CD'.
               88  RTM-PIECE-OTHER                       VALUE 'OT'.
               88  RTM-PIECE-VALID                       VALUES 'ST'
                                                'DL' 'LT' 'CD' 'OT'.
      *    Post office endorsement - moved, no forwarding address;
      *    no such address; insufficient address; unable to forward;
      *    refused; vacant.
           05  RTM-REASON-CD                      PIC X(02).
               88  RTM-RSN-MOVED                         VALUE 'MV'.
               88  RTM-RSN-NO-SUCH-ADDR                  VALUE 'NS'.
               88  RTM-RSN-INSUFFICIENT                  VALUE 'IA'.
               88  RTM-RSN-UNABLE-FWD                    VALUE 'UF'.
               88  RTM-RSN-REFUSED                       VALUE 'RF'.
               88  RTM-RSN-VACANT                        VALUE 'VA'.
               88  RTM-RSN-VALID                         VALUES 'MV'
                                      'NS' 'IA' 'UF' 'RF' 'VA'.
           05  RTM-RETURNED-DATE                  PIC X(10).
      *    ZIP code the piece was mailed to, from the keyline - blank
      *    when keyed without one.
           05  RTM-MAILED-ZIP                     PIC X(10).
           05  RTM-SOURCE                         PIC X(01).
               88  RTM-SRC-POST-OFFICE                   VALUE 'P'.
               88  RTM-SRC-KEYED                         VALUE 'K'.
           05  RTM-OPER-ID                        PIC X(08).
      *    F = flag set by this piece, A = address already flagged,
      *    C = address changed since the piece was mailed (no flag).
           05  RTM-RESULT                         PIC X(01).
               88  RTM-RESULT-FLAGGED                    VALUE 'F'.
               88  RTM-RESULT-ALREADY                    VALUE 'A'.
               88  RTM-RESULT-ADDR-CHANGED               VALUE 'C'.
           05  FILLER                             PIC X(32).
