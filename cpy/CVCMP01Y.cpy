      *****************************************************************
      *    Copybook    :   CVCMP01Y
      *    Description :   Field maps for the parallel-run file compare
      *                    (CBCMP01C).  One directory entry per file
      *                    that can be compared, pointing at its run of
      *                    field entries - name, position, length and
      *                    whether the value is masked on the report -
      *                    taken from the record copybook named in the
      *                    directory.  Keep in step with those layouts.
      *****************************************************************
       01  CMP-FILE-DIR-VALUES.
           05  FILLER                    PIC X(28)
                     VALUE 'ACCTFILE001022011300CVACT01Y'.
           05  FILLER                    PIC X(28)
                     VALUE 'CARDFILE023021016150CVACT02Y'.
           05  FILLER                    PIC X(28)
                     VALUE 'CUSTDAT 044022009500CVCUS01Y'.
           05  FILLER                    PIC X(28)
                     VALUE 'XREFFILE066004016050CVACT03Y'.
           05  FILLER                    PIC X(28)
                     VALUE 'TCATBALF070005017050CVTRA01Y'.
       01  CMP-FILE-DIR REDEFINES CMP-FILE-DIR-VALUES.
           05  CMP-DIR-ENTRY OCCURS 5 TIMES.
               10  CMP-DIR-FILE-NAME             PIC X(08).
               10  CMP-DIR-FIRST-FIELD           PIC 9(03).
               10  CMP-DIR-FIELD-COUNT           PIC 9(03).
               10  CMP-DIR-KEY-LEN               PIC 9(03).
               10  CMP-DIR-REC-LEN               PIC 9(03).
               10  CMP-DIR-COPYBOOK              PIC X(08).
       01  CMP-DIR-MAX                           PIC 9(02) VALUE 5.

       01  CMP-FIELD-MAP-VALUES.
      *    ACCTFILE - CVACT01Y
           05  FILLER                    PIC X(37)
                     VALUE 'ACCT-ID                       001011N'.
           05  FILLER                    PIC X(37)
                     VALUE 'ACCT-ACTIVE-STATUS            012001N'.
           05  FILLER                    PIC X(37)
                     VALUE 'ACCT-CURR-BAL                 013012N'.
           05  FILLER                    PIC X(37)
                     VALUE 'ACCT-CREDIT-LIMIT             025012N'.
           05  FILLER                    PIC X(37)
                     VALUE 'ACCT-CASH-CREDIT-LIMIT        037012N'.
           05  FILLER                    PIC X(37)
                     VALUE 'ACCT-OPEN-DATE                049010N'.
           05  FILLER                    PIC X(37)
                     VALUE 'ACCT-EXPIRAION-DATE           059010N'.
           05  FILLER                    PIC X(37)
                     VALUE 'ACCT-REISSUE-DATE             069010N'.
           05  FILLER                    PIC X(37)
                     VALUE 'ACCT-CURR-CYC-CREDIT          079012N'.
           05  FILLER                    PIC X(37)
                     VALUE 'ACCT-CURR-CYC-DEBIT           091012N'.
           05  FILLER                    PIC X(37)
                     VALUE 'ACCT-PAST-DUE-AMT             103012N'.
           05  FILLER                    PIC X(37)
                     VALUE 'ACCT-ADDR-ZIP                 115010N'.
           05  FILLER                    PIC X(37)
                     VALUE 'ACCT-GROUP-ID                 125010N'.
           05  FILLER                    PIC X(37)
                     VALUE 'ACCT-CURRENCY-CD              135003N'.
           05  FILLER                    PIC X(37)
                     VALUE 'ACCT-MIN-PAY-AMT              138010N'.
           05  FILLER                    PIC X(37)
                     VALUE 'ACCT-PAYMENT-DUE-DATE         148010N'.
           05  FILLER                    PIC X(37)
                     VALUE 'ACCT-CYCLE-CD                 158002N'.
           05  FILLER                    PIC X(37)
                     VALUE 'ACCT-STATUS-REASON-CD         160002N'.
           05  FILLER                    PIC X(37)
                     VALUE 'ACCT-STATUS-DATE              162010N'.
           05  FILLER                    PIC X(37)
                     VALUE 'ACCT-PAYOFF-WAIVE-FLAG        172001N'.
           05  FILLER                    PIC X(37)
                     VALUE 'ACCT-PAYOFF-QUOTE-NUM         173012N'.
           05  FILLER                    PIC X(37)
                     VALUE 'FILLER                        185116N'.
      *    CARDFILE - CVACT02Y
           05  FILLER                    PIC X(37)
                     VALUE 'CARD-NUM                      001016N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CARD-ACCT-ID                  017011N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CARD-CVV-CD                   028003Y'.
           05  FILLER                    PIC X(37)
                     VALUE 'CARD-EMBOSSED-NAME            031050N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CARD-EXPIRAION-DATE           081010N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CARD-ACTIVE-STATUS            091001N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CARD-DAILY-SPEND-LIMIT        092011N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CARD-SINGLE-TRAN-LIMIT        103011N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CARD-BLK-TYPE-CD(1)           114002N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CARD-BLK-CAT-CD(1)            116004N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CARD-BLK-TYPE-CD(2)           120002N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CARD-BLK-CAT-CD(2)            122004N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CARD-BLK-TYPE-CD(3)           126002N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CARD-BLK-CAT-CD(3)            128004N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CARD-BLK-TYPE-CD(4)           132002N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CARD-BLK-CAT-CD(4)            134004N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CARD-BLK-TYPE-CD(5)           138002N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CARD-BLK-CAT-CD(5)            140004N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CARD-STATUS-REASON-CD         144002N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CARD-PIN-OFFSET               146004Y'.
           05  FILLER                    PIC X(37)
                     VALUE 'CARD-PIN-FAIL-COUNT           150001N'.
      *    CUSTDAT - CVCUS01Y
           05  FILLER                    PIC X(37)
                     VALUE 'CUST-ID                       001009N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CUST-FIRST-NAME               010025N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CUST-MIDDLE-NAME              035025N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CUST-LAST-NAME                060025N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CUST-ADDR-LINE-1              085050N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CUST-ADDR-LINE-2              135050N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CUST-ADDR-LINE-3              185050N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CUST-ADDR-STATE-CD            235002N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CUST-ADDR-COUNTRY-CD          237003N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CUST-ADDR-ZIP                 240010N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CUST-PHONE-NUM-1              250015N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CUST-PHONE-NUM-2              265015N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CUST-SSN                      280009Y'.
           05  FILLER                    PIC X(37)
                     VALUE 'CUST-GOVT-ISSUED-ID           289020Y'.
           05  FILLER                    PIC X(37)
                     VALUE 'CUST-DOB-YYYY-MM-DD           309010N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CUST-EFT-ACCOUNT-ID           319010Y'.
           05  FILLER                    PIC X(37)
                     VALUE 'CUST-PRI-CARD-HOLDER-IND      329001N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CUST-FICO-CREDIT-SCORE        330003N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CUST-STMT-DELIVERY-PREF       333001N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CUST-ADDR-UNDELIV-FLAG        334001N'.
           05  FILLER                    PIC X(37)
                     VALUE 'CUST-ADDR-UNDELIV-DATE        335010N'.
           05  FILLER                    PIC X(37)
                     VALUE 'FILLER                        345156N'.
      *    XREFFILE - CVACT03Y
           05  FILLER                    PIC X(37)
                     VALUE 'XREF-CARD-NUM                 001016N'.
           05  FILLER                    PIC X(37)
                     VALUE 'XREF-CUST-ID                  017009N'.
           05  FILLER                    PIC X(37)
                     VALUE 'XREF-ACCT-ID                  026011N'.
           05  FILLER                    PIC X(37)
                     VALUE 'FILLER                        037014N'.
      *    TCATBALF - CVTRA01Y
           05  FILLER                    PIC X(37)
                     VALUE 'TRANCAT-ACCT-ID               001011N'.
           05  FILLER                    PIC X(37)
                     VALUE 'TRANCAT-TYPE-CD               012002N'.
           05  FILLER                    PIC X(37)
                     VALUE 'TRANCAT-CD                    014004N'.
           05  FILLER                    PIC X(37)
                     VALUE 'TRAN-CAT-BAL                  018011N'.
           05  FILLER                    PIC X(37)
                     VALUE 'FILLER                        029022N'.
       01  CMP-FIELD-MAP REDEFINES CMP-FIELD-MAP-VALUES.
           05  CMP-MAP-ENTRY OCCURS 74 TIMES.
               10  CMP-MAP-FIELD-NAME            PIC X(30).
               10  CMP-MAP-POS                   PIC 9(03).
               10  CMP-MAP-LEN                   PIC 9(03).
               10  CMP-MAP-MASK-FLAG             PIC X(01).
                   88  CMP-MAP-MASKED                VALUE 'Y'.

      * Exclusion card - one field to ignore per card.  A blank file
      * name applies the field to every file; an asterisk in column 1
      * is a comment.
       01  CMP-EXCL-CARD.
           05  CMP-EXCL-FILE-NAME                PIC X(08).
           05  FILLER                            PIC X(01).
           05  CMP-EXCL-FIELD                    PIC X(30).
           05  FILLER                            PIC X(41).
