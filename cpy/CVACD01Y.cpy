      *****************************************************************
      *    Copybook    :   CVACD01Y
      *    Description :   Credit bureau consumer dispute (ACDV)
      *                    records.  CBACD01C loads the dispute
      *                    requests the bureaus send (ACDVREQ) into one
      *                    case per dispute on BURDISP, keyed by account
      *                    and the bureau's control number, with the
      *                    response deadline and the values CBCBR01C
      *                    last reported for the account.  The analyst
      *                    verifies or corrects the disputed fields on
      *                    COACD01C; CBACD01C answers the bureau on
      *                    ACDVRESP and CBCBR01C carries a correction
      *                    into its next monthly extract.
      *****************************************************************
       01  BUREAU-DISPUTE-RECORD.
           05  ACDV-KEY.
               10  ACDV-ACCT-ID                  PIC 9(11).
               10  ACDV-CONTROL-NUM              PIC X(20).
           05  ACDV-BUREAU-CD                    PIC X(02).
               88  ACDV-BUREAU-EQUIFAX                   VALUE 'EQ'.
               88  ACDV-BUREAU-EXPERIAN                  VALUE 'EX'.
               88  ACDV-BUREAU-TRANSUNION                VALUE 'TU'.
           05  ACDV-CASE-STATUS                  PIC X(01).
               88  ACDV-STAT-OPEN                        VALUE 'O'.
               88  ACDV-STAT-ANSWERED                    VALUE 'A'.
               88  ACDV-STAT-RESPONDED                   VALUE 'R'.
           05  ACDV-DISPUTE-CD                   PIC X(03).
           05  ACDV-DISPUTE-TEXT                 PIC X(60).
           05  ACDV-CONS-SSN                     PIC 9(09).
           05  ACDV-CONS-LAST-NAME               PIC X(25).
           05  ACDV-CONS-FIRST-NAME              PIC X(25).
           05  ACDV-RECEIVED-DATE                PIC X(10).
           05  ACDV-RESPONSE-DUE-DATE            PIC X(10).
      *    What CBCBR01C last reported for the account when the
      *    dispute was loaded; report date spaces if never reported.
           05  ACDV-LAST-REPORTED.
               10  ACDV-RPT-DATE                 PIC X(10).
               10  ACDV-RPT-ACCT-STATUS          PIC X(01).
               10  ACDV-RPT-CURR-BAL             PIC S9(10)V99.
               10  ACDV-RPT-PAST-DUE-AMT         PIC S9(10)V99.
               10  ACDV-RPT-DELQ-SEVERITY        PIC 9(01).
               10  ACDV-RPT-SPECIAL-COND-CD      PIC X(02).
      *    Analyst decision - verified as reported, or modified to the
      *    corrected values below.
           05  ACDV-RESULT-CD                    PIC X(01).
               88  ACDV-RESULT-VERIFIED                  VALUE 'V'.
               88  ACDV-RESULT-MODIFIED                  VALUE 'M'.
               88  ACDV-RESULT-VALID                     VALUE 'V' 'M'.
           05  ACDV-CORRECTED.
               10  ACDV-COR-ACCT-STATUS          PIC X(01).
               10  ACDV-COR-CURR-BAL             PIC S9(10)V99.
               10  ACDV-COR-PAST-DUE-AMT         PIC S9(10)V99.
               10  ACDV-COR-DELQ-SEVERITY        PIC 9(01).
               10  ACDV-COR-SPECIAL-COND-CD      PIC X(02).
           05  ACDV-ANALYST-ID                   PIC X(08).
           05  ACDV-DECISION-DATE                PIC X(10).
           05  ACDV-RESPONSE-DATE                PIC X(10).
      *    Report date of the CBCBR01C extract that carried the
      *    correction; spaces until then.
           05  ACDV-CARRIED-DATE                 PIC X(10).
           05  FILLER                            PIC X(19).

      *    Dispute request as received from the bureau.
       01  ACDV-REQUEST-RECORD.
           05  ACRQ-BUREAU-CD                    PIC X(02).
               88  ACRQ-BUREAU-VALID                     VALUE 'EQ'
                                                               'EX'
                                                               'TU'.
           05  ACRQ-CONTROL-NUM                  PIC X(20).
           05  ACRQ-ACCT-ID                      PIC X(11).
           05  ACRQ-CONS-SSN                     PIC 9(09).
           05  ACRQ-CONS-LAST-NAME               PIC X(25).
           05  ACRQ-CONS-FIRST-NAME              PIC X(25).
           05  ACRQ-DISPUTE-CD                   PIC X(03).
           05  ACRQ-DISPUTE-TEXT                 PIC X(60).
           05  ACRQ-RECEIVED-DATE                PIC X(10).
           05  ACRQ-RESPONSE-DUE-DATE            PIC X(10).
           05  FILLER                            PIC X(25).

      *    Response returned to the bureau - the values as reported
      *    when verified, the corrected values when modified.
       01  ACDV-RESPONSE-RECORD.
           05  ACRS-BUREAU-CD                    PIC X(02).
           05  ACRS-CONTROL-NUM                  PIC X(20).
           05  ACRS-ACCT-ID                      PIC 9(11).
           05  ACRS-RESULT-CD                    PIC X(01).
           05  ACRS-RESPONSE-DATE                PIC X(10).
           05  ACRS-ACCT-STATUS                  PIC X(01).
           05  ACRS-CURR-BAL                     PIC S9(10)V99.
           05  ACRS-PAST-DUE-AMT                 PIC S9(10)V99.
           05  ACRS-DELQ-SEVERITY                PIC 9(01).
           05  ACRS-SPECIAL-COND-CD              PIC X(02).
           05  FILLER                            PIC X(78).
