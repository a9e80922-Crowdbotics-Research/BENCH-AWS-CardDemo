      * Type        : CICS COBOL Program
      * Function    : Bill Payment - Pay account balance in full and a
      *               tractionsaction for the online bill payment.
      *               PF6 takes the account keyed to the payoff quote
      *               screen (COPOF01C).
      *               A payment date after today (a business day no
      *               later than the due date) schedules a one-time
      *               payment on SCHDPAY instead of posting it; CBSPY01C
      *               releases it on that date.  PF7 lists and cancels
      *               the account's pending scheduled payments
      *               (COSPY01C).
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.                   
      * All Rights Reserved.                                            
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-BIZDATE-FILE            PIC X(08) VALUE 'BIZDATE '.
         05 WS-SCHDPAY-FILE            PIC X(08) VALUE 'SCHDPAY '.
         05 WS-HOLIDAYS-FILE           PIC X(08) VALUE 'HOLIDAYS'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-CONF-PAY-FLG            PIC X(01) VALUE 'N'.
           88 CONF-PAY-YES                       VALUE 'Y'.
           88 CONF-PAY-NO                        VALUE 'N'.
         05 WS-SCHED-PAY-FLG           PIC X(01) VALUE 'N'.
           88 SCHED-PAY-YES                      VALUE 'Y'.
           88 SCHED-PAY-NO                       VALUE 'N'.

         05 WS-TRAN-AMT                PIC +99999999.99.
         05 WS-CURR-BAL                PIC +9999999999.99.
         05 WS-TIMESTAMP-R REDEFINES WS-TIMESTAMP.
            10 FILLER                  PIC X(20).
            10 WS-TIMESTAMP-TM-MS6     PIC X(06).
         05 WS-ABS-SECS                PIC S9(15) COMP-3 VALUE 0.
         05 WS-ABS-MSEC                PIC 9(03) VALUE 0.
         05 WS-BDAY-LILLIAN            PIC S9(09) COMP VALUE 0.
         05 WS-BDAY-YYYYMMDD           PIC 9(08) VALUE 0.
         05 WS-BDAY-DOW                PIC 9(01) VALUE 0.
         05 WS-BDAY-BUSDAY-SW          PIC X(01) VALUE 'Y'.
           88 BDAY-IS-BUSINESS                   VALUE 'Y'.
           88 BDAY-NOT-BUSINESS                  VALUE 'N'.

       01 CSUTLDTC-PARM.
          05 CSUTLDTC-DATE                   PIC X(10).
          05 CSUTLDTC-DATE-FORMAT            PIC X(10).
          05 CSUTLDTC-RESULT.
             10 CSUTLDTC-RESULT-SEV-CD       PIC X(04).
             10 FILLER                       PIC X(11).
             10 CSUTLDTC-RESULT-MSG-NUM      PIC X(04).
             10 CSUTLDTC-RESULT-MSG          PIC X(61).

       COPY COCOM01Y.
          05 CDEMO-CB00-INFO.
       COPY CVACT03Y.
       COPY CVTRA05Y.
       COPY CVBDC01Y.
       COPY CVHOL01Y.
       COPY CVSPY01Y.

       COPY DFHAID.
       COPY DFHBMSCA.
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF4
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN DFHPF6
                           IF ACTIDINI OF COBIL0AI = SPACES OR
                                                     LOW-VALUES
                           OR ACTIDINI OF COBIL0AI NOT NUMERIC
                               MOVE 'Y'     TO WS-ERR-FLG
                               MOVE 'Key Acct ID to quote a payoff...'
                                            TO WS-MESSAGE
                               MOVE -1      TO ACTIDINL OF COBIL0AI
                               PERFORM SEND-BILLPAY-SCREEN
                           ELSE
                               MOVE ACTIDINI OF COBIL0AI TO
                                    CDEMO-ACCT-ID
                               MOVE 'COPOF01C' TO CDEMO-TO-PROGRAM
                               PERFORM RETURN-TO-PREV-SCREEN
                           END-IF
                       WHEN DFHPF7
                           IF ACTIDINI OF COBIL0AI = SPACES OR
                                                     LOW-VALUES
                           OR ACTIDINI OF COBIL0AI NOT NUMERIC
                               MOVE 'Y'     TO WS-ERR-FLG
                               MOVE 'Key Acct ID to list schedules...'
                                            TO WS-MESSAGE
                               MOVE -1      TO ACTIDINL OF COBIL0AI
                               PERFORM SEND-BILLPAY-SCREEN
                           ELSE
                               MOVE ACTIDINI OF COBIL0AI TO
                                    CDEMO-ACCT-ID
                               MOVE 'COSPY01C' TO CDEMO-TO-PROGRAM
                               PERFORM RETURN-TO-PREV-SCREEN
                           END-IF
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
           END-IF

           IF NOT ERR-FLG-ON
               PERFORM VALIDATE-PAYMENT-DATE
                  THRU VALIDATE-PAYMENT-DATE-EXIT
           END-IF

           IF NOT ERR-FLG-ON
               IF CONF-PAY-YES AND SCHED-PAY-NO
                   PERFORM CHECK-BATCH-QUIESCE
               END-IF
           END-IF

           IF NOT ERR-FLG-ON

               IF CONF-PAY-YES AND SCHED-PAY-YES
                   PERFORM WRITE-SCHDPAY-FILE
               END-IF

               IF CONF-PAY-YES AND SCHED-PAY-NO
                   PERFORM READ-CXACAIX-FILE
                   MOVE HIGH-VALUES TO TRAN-ID
                   PERFORM STARTBR-TRANSACT-FILE
                   PERFORM WRITE-TRANSACT-FILE
                   COMPUTE ACCT-CURR-BAL = ACCT-CURR-BAL - TRAN-AMT
                   PERFORM UPDATE-ACCTDAT-FILE
               END-IF

               IF CONF-PAY-NO
                   IF SCHED-PAY-YES
                       MOVE 'Confirm to schedule the bill payment...'
                         TO WS-MESSAGE
                   ELSE
                       MOVE 'Confirm to make a bill payment...' TO
                                   WS-MESSAGE
                   END-IF
                   MOVE -1       TO CONFIRML OF COBIL0AI
               END-IF

           END-IF
           .

      *----------------------------------------------------------------*
      *                      VALIDATE-PAYMENT-DATE
      *----------------------------------------------------------------*
      * No date, or today's date, pays now.  A later date must be a
      * business day on or before the payment due date, and the
      * payment is then scheduled rather than posted.  The batch
      * CSUTLBDC service cannot run under CICS (it opens the calendar
      * with native file I/O), so its rules are walked here as
      * CODSP01C does: integer date 1 is a Monday, remainders 6 and 0
      * are the weekend, and the HOLIDAYS VSAM file is read through
      * CICS.
       VALIDATE-PAYMENT-DATE.

           SET SCHED-PAY-NO TO TRUE
           IF PAYDTI OF COBIL0AI = SPACES OR LOW-VALUES
               GO TO VALIDATE-PAYMENT-DATE-EXIT
           END-IF
           PERFORM GET-CURRENT-TIMESTAMP
           IF PAYDTI OF COBIL0AI = WS-CUR-DATE-X10
               GO TO VALIDATE-PAYMENT-DATE-EXIT
           END-IF

           MOVE PAYDTI OF COBIL0AI  TO CSUTLDTC-DATE
           MOVE 'YYYY-MM-DD'        TO CSUTLDTC-DATE-FORMAT
           MOVE SPACES              TO CSUTLDTC-RESULT
           CALL 'CSUTLDTC' USING   CSUTLDTC-DATE
                                   CSUTLDTC-DATE-FORMAT
                                   CSUTLDTC-RESULT
           IF CSUTLDTC-RESULT-SEV-CD NOT = '0000'
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Payment date - not a valid date (YYYY-MM-DD)...'
                            TO WS-MESSAGE
               MOVE -1      TO PAYDTL OF COBIL0AI
               PERFORM SEND-BILLPAY-SCREEN
               GO TO VALIDATE-PAYMENT-DATE-EXIT
           END-IF
           IF PAYDTI OF COBIL0AI < WS-CUR-DATE-X10
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Payment date can NOT be in the past...'
                            TO WS-MESSAGE
               MOVE -1      TO PAYDTL OF COBIL0AI
               PERFORM SEND-BILLPAY-SCREEN
               GO TO VALIDATE-PAYMENT-DATE-EXIT
           END-IF
           IF ACCT-PAYMENT-DUE-DATE = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'No payment due yet - pay today only...'
                            TO WS-MESSAGE
               MOVE -1      TO PAYDTL OF COBIL0AI
               PERFORM SEND-BILLPAY-SCREEN
               GO TO VALIDATE-PAYMENT-DATE-EXIT
           END-IF
           IF PAYDTI OF COBIL0AI > ACCT-PAYMENT-DUE-DATE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Payment date can NOT be after the due date...'
                            TO WS-MESSAGE
               MOVE -1      TO PAYDTL OF COBIL0AI
               PERFORM SEND-BILLPAY-SCREEN
               GO TO VALIDATE-PAYMENT-DATE-EXIT
           END-IF

           MOVE PAYDTI OF COBIL0AI (1:4) TO WS-BDAY-YYYYMMDD (1:4)
           MOVE PAYDTI OF COBIL0AI (6:2) TO WS-BDAY-YYYYMMDD (5:2)
           MOVE PAYDTI OF COBIL0AI (9:2) TO WS-BDAY-YYYYMMDD (7:2)
           COMPUTE WS-BDAY-LILLIAN =
               FUNCTION INTEGER-OF-DATE (WS-BDAY-YYYYMMDD)
           PERFORM CHECK-BUSINESS-DAY
           IF BDAY-NOT-BUSINESS
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Payment date must be a business day...'
                            TO WS-MESSAGE
               MOVE -1      TO PAYDTL OF COBIL0AI
               PERFORM SEND-BILLPAY-SCREEN
               GO TO VALIDATE-PAYMENT-DATE-EXIT
           END-IF

           SET SCHED-PAY-YES TO TRUE.
       VALIDATE-PAYMENT-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CHECK-BUSINESS-DAY
      *----------------------------------------------------------------*
       CHECK-BUSINESS-DAY.

           SET BDAY-IS-BUSINESS TO TRUE
           COMPUTE WS-BDAY-DOW =
               FUNCTION REM (WS-BDAY-LILLIAN 7)
           IF WS-BDAY-DOW = 6 OR 0
               SET BDAY-NOT-BUSINESS TO TRUE
           ELSE
               MOVE PAYDTI OF COBIL0AI TO HOL-DATE
               EXEC CICS READ
                    DATASET   (WS-HOLIDAYS-FILE)
                    INTO      (HOLIDAY-RECORD)
                    LENGTH    (LENGTH OF HOLIDAY-RECORD)
                    RIDFLD    (HOL-DATE)
                    KEYLENGTH (LENGTH OF HOL-DATE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   SET BDAY-NOT-BUSINESS TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-SCHDPAY-FILE
      *----------------------------------------------------------------*
      * Nothing posts today - the account is left as it is and the
      * nightly release turns the record into a payment on its date.
      * The milliseconds keep two payments scheduled in the same
      * second on the same account from colliding on the key.
       WRITE-SCHDPAY-FILE.

           EXEC CICS ASKTIME
                ABSTIME  (WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME  (WS-ABS-TIME)
                YYYYMMDD (WS-CUR-DATE-X10)
                DATESEP  ('-')
                TIME     (WS-CUR-TIME-X08)
                TIMESEP  ('.')
           END-EXEC

           DIVIDE WS-ABS-TIME BY 1000 GIVING WS-ABS-SECS
                  REMAINDER WS-ABS-MSEC

           INITIALIZE SCHED-PAYMENT-RECORD
           MOVE ACCT-ID              TO SPY-ACCT-ID
           STRING WS-CUR-DATE-X10 ,
                  '-' ,
                  WS-CUR-TIME-X08 ,
                  '.' ,
                  WS-ABS-MSEC ,
                  '000'
             DELIMITED BY SIZE
             INTO SPY-SCHED-TS
           END-STRING
           MOVE PAYDTI OF COBIL0AI   TO SPY-PAY-DATE
           MOVE WS-PAY-AMT-N         TO SPY-PAY-AMT
           SET SPY-STAT-PENDING      TO TRUE
           MOVE CDEMO-USER-ID        TO SPY-SCHED-USER
                                        SPY-STATUS-USER
           MOVE WS-CUR-DATE-X10      TO SPY-STATUS-DATE

           EXEC CICS WRITE
                DATASET   (WS-SCHDPAY-FILE)
                FROM      (SCHED-PAYMENT-RECORD)
                LENGTH    (LENGTH OF SCHED-PAYMENT-RECORD)
                RIDFLD    (SPY-KEY)
                KEYLENGTH (LENGTH OF SPY-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   PERFORM INITIALIZE-ALL-FIELDS
                   MOVE SPACES             TO WS-MESSAGE
                   MOVE DFHGREEN           TO ERRMSGC  OF COBIL0AO
                   STRING 'Payment scheduled for ' DELIMITED BY SIZE
                          SPY-PAY-DATE             DELIMITED BY SIZE
                          '. PF7 lists scheduled payments.'
                                                   DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   PERFORM SEND-BILLPAY-SCREEN
               WHEN DFHRESP(DUPKEY)
               WHEN DFHRESP(DUPREC)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Not scheduled - press ENTER to retry...'
                                TO WS-MESSAGE
                   MOVE -1      TO CONFIRML OF COBIL0AI
                   PERFORM SEND-BILLPAY-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to schedule Bill payment...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COBIL0AI
                   PERFORM SEND-BILLPAY-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      GET-CURRENT-TIMESTAMP
      *----------------------------------------------------------------*
                                   CURBALI  OF COBIL0AI
                                   PAYAMTI  OF COBIL0AI
                                   CONFIRMI OF COBIL0AI
                                   PAYDTI   OF COBIL0AI
                                   WS-MESSAGE.


      *****************************************************************         
      * Program:     COACTVWC.CBL                                     *         
      * Layer:       Business logic                                   *         
      * Function:    Accept and process Account View request          *
      *              SSN shows last four only; F10 reveals it to      *
      *              roles holding the unmask permission and logs the *
      *              view to PIIVIEW.                                 *         
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.                   
      * All Rights Reserved.                                            
                                                   VALUE ZEROS.                 
            07 WS-REAS-CD                          PIC S9(09) COMP              
                                                   VALUE ZEROS.                 
            07 WS-TRANID                           PIC X(4)
                                                   VALUE SPACES.
            07 WS-ABS-TIME                         PIC S9(15) COMP-3
                                                   VALUE ZEROS.
            07 WS-CUR-DATE-X10                     PIC X(10)
                                                   VALUE SPACES.
            07 WS-CUR-TIME-X08                     PIC X(08)
                                                   VALUE SPACES.                
      ******************************************************************        
      *      Input edits                                                        
                                                   VALUE SPACES.                
          10  FILLER                               PIC X(5)                     
                                                   VALUE SPACES.                
      ******************************************************************
      *      Latest account notes
      ******************************************************************
         05  WS-NOTE-BROWSE.
           10  WS-NOTE-EOF-FLAG                    PIC X(1).
             88  NOTE-EOF                          VALUE '1'.
             88  NOTE-NOT-EOF                      VALUE '0'.
           10  WS-NOTE-COUNT                       PIC S9(4) COMP.
           10  WS-NOTE-ACCT-ID                     PIC 9(11).
           10  WS-NOTE-LINE                        PIC X(78)
                                                   OCCURS 2 TIMES.
      ******************************************************************        
      *      Output Message Construction                                        
      ******************************************************************        
               'Did not find this account in account master file'.              
           88  DID-NOT-FIND-CUST-IN-CUSTDAT        VALUE                        
               'Did not find associated customer in master file'.               
           88  XREF-READ-ERROR                     VALUE
               'Error reading account card xref File'.
           88  SSN-REVEALED                        VALUE
               'Full SSN shown. This view has been logged'.
           88  REVEAL-NOT-LOGGED                   VALUE
               'Unable to log the unmasked view - SSN stays masked'.
           88  NO-REVEAL-PERMISSION                VALUE
               'You do not hold the permission to unmask the SSN'.                          
           88  CODING-TO-BE-DONE                   VALUE                        
               'Looks Good.... so far'.                                         
      *****************************************************************         
                                                   VALUE 'CARDAIX '.            
          05 LIT-CARDXREFNAME-ACCT-PATH            PIC X(8)                     
                                                   VALUE 'CXACAIX '.            
          05 LIT-NOTEFILENAME                      PIC X(8)
                                                   VALUE 'ACCTNOTE'.
          05 LIT-PERMSECFILENAME                   PIC X(8)
                                                   VALUE 'PERMSEC '.
          05 LIT-PIIVIEWFILENAME                   PIC X(8)
                                                   VALUE 'PIIVIEW '.
          05 LIT-ALL-ALPHA-FROM                    PIC X(52)                    
             VALUE                                                              
             'ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz'.            
                                                                                
      *CUSTOMER LAYOUT                                                          
       COPY CVCUS01Y.                                                           

      *ACCOUNT NOTE LAYOUT
       COPY CVNTE01Y.

      *PERMISSION MATRIX LAYOUT
       COPY CVPRM01Y.

      *UNMASKED VIEW LOG AND MASK LAYOUTS
       COPY CVPII01Y.
                                                                                
       LINKAGE SECTION.                                                         
       01  DFHCOMMAREA.                                                         
              THRU YYYY-STORE-PFKEY-EXIT                                        
      *****************************************************************         
      * Check the AID to see if its valid at this point               *         
      * F3 - Exit
      * F10 - Unmask the SSN
      * Enter show screen again
      *****************************************************************
           SET PFK-INVALID TO TRUE
           IF CCARD-AID-ENTER OR
              CCARD-AID-PFK03 OR
              CCARD-AID-PFK05 OR
              CCARD-AID-PFK06 OR
              CCARD-AID-PFK10
              SET PFK-VALID TO TRUE
           END-IF
                                                                                
                             PROGRAM (CDEMO-TO-PROGRAM)
                             COMMAREA(CARDDEMO-COMMAREA)
                   END-EXEC
              WHEN CCARD-AID-PFK06
      ******************************************************************
      *            XCTL TO THE ACCOUNT NOTES FOR THIS ACCOUNT
      ******************************************************************
                   MOVE 'COANT01C'         TO CDEMO-TO-PROGRAM
                   MOVE LIT-THISTRANID     TO CDEMO-FROM-TRANID
                   MOVE LIT-THISPGM        TO CDEMO-FROM-PROGRAM
                   SET  CDEMO-PGM-ENTER    TO TRUE
                   EXEC CICS XCTL
                             PROGRAM (CDEMO-TO-PROGRAM)
                             COMMAREA(CARDDEMO-COMMAREA)
                   END-EXEC
              WHEN CCARD-AID-PFK10
               AND CDEMO-PGM-REENTER
      ******************************************************************
      *            SAME ACCOUNT AGAIN WITH THE FULL SSN, IF THE ROLE
      *            MAY SEE IT
      ******************************************************************
                   PERFORM 2000-PROCESS-INPUTS
                      THRU 2000-PROCESS-INPUTS-EXIT
                   IF NOT INPUT-ERROR
                      PERFORM 3000-REVEAL-SSN
                         THRU 3000-REVEAL-SSN-EXIT
                   END-IF
                   PERFORM 1000-SEND-MAP
                      THRU 1000-SEND-MAP-EXIT
                   GO TO COMMON-RETURN
              WHEN CDEMO-PGM-ENTER
      ******************************************************************
      *            COMING FROM SOME OTHER CONTEXT                               
      *            SELECTION CRITERIA TO BE GATHERED                            
      ******************************************************************        
                 MOVE ACCT-EXPIRAION-DATE TO AEXPDTO  OF CACTVWAO               
                 MOVE ACCT-REISSUE-DATE   TO AREISDTO OF CACTVWAO               
                 MOVE ACCT-GROUP-ID       TO AADDGRPO OF CACTVWAO               
                 MOVE WS-NOTE-LINE (1)    TO ANOTE1O  OF CACTVWAO
                 MOVE WS-NOTE-LINE (2)    TO ANOTE2O  OF CACTVWAO
              END-IF                                                            
                                                                                
              IF FOUND-CUST-IN-MASTER                                           
                MOVE CUST-ID              TO ACSTNUMO OF CACTVWAO               
      *         SSN field holds nine positions - the full number goes
      *         out unpunctuated, the masked form as stars plus last 4
                IF PII-REVEAL-ON
                   MOVE CUST-SSN          TO ACSTSSNO OF CACTVWAO
                ELSE
                   MOVE CUST-SSN(6:4)     TO PII-MASKED-SSN-LAST4
                   MOVE PII-MASKED-SSN    TO ACSTSSNO OF CACTVWAO
                END-IF                                                      
                MOVE CUST-FICO-CREDIT-SCORE                                     
                                          TO ACSTFCOO OF CACTVWAO               
                MOVE CUST-DOB-YYYY-MM-DD  TO ACSTDOBO OF CACTVWAO               
           IF DID-NOT-FIND-ACCT-IN-ACCTDAT                                      
              GO TO 9000-READ-ACCT-EXIT                                         
           END-IF                                                               

           PERFORM 9500-GETNOTES-BYACCT
              THRU 9500-GETNOTES-BYACCT-EXIT
                                                                                
           MOVE CDEMO-CUST-ID TO WS-CARD-RID-CUST-ID                            
                                                                                
       9400-GETCUSTDATA-BYCUST-EXIT.                                            
           EXIT                                                                 
           .                                                                    

       9500-GETNOTES-BYACCT.
      *    The two newest account notes.  The key ends in the time the
      *    note was written, so browse back from the top of the
      *    account's key range.  A missing notes file is not an error
      *    for the view - the lines are simply left blank.
           MOVE SPACES                    TO WS-NOTE-LINE (1)
                                             WS-NOTE-LINE (2)
           MOVE 0                         TO WS-NOTE-COUNT
           SET NOTE-NOT-EOF               TO TRUE
           MOVE WS-CARD-RID-ACCT-ID       TO WS-NOTE-ACCT-ID
                                             NOTE-ACCT-ID
           MOVE HIGH-VALUES               TO NOTE-TS

           EXEC CICS STARTBR
                DATASET   (LIT-NOTEFILENAME)
                RIDFLD    (NOTE-KEY)
                KEYLENGTH (LENGTH OF NOTE-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                  CONTINUE
               WHEN DFHRESP(NOTFND)
                  MOVE HIGH-VALUES        TO NOTE-KEY
                  EXEC CICS STARTBR
                       DATASET   (LIT-NOTEFILENAME)
                       RIDFLD    (NOTE-KEY)
                       KEYLENGTH (LENGTH OF NOTE-KEY)
                       GTEQ
                       RESP      (WS-RESP-CD)
                       RESP2     (WS-REAS-CD)
                  END-EXEC
                  IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                     GO TO 9500-GETNOTES-BYACCT-EXIT
                  END-IF
               WHEN OTHER
                  GO TO 9500-GETNOTES-BYACCT-EXIT
           END-EVALUATE

           PERFORM 9510-READPREV-NOTE
              THRU 9510-READPREV-NOTE-EXIT
             UNTIL NOTE-EOF
                OR WS-NOTE-COUNT >= 2

           EXEC CICS ENDBR
                DATASET   (LIT-NOTEFILENAME)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           .
       9500-GETNOTES-BYACCT-EXIT.
           EXIT
           .

       9510-READPREV-NOTE.
           EXEC CICS READPREV
                DATASET   (LIT-NOTEFILENAME)
                INTO      (ACCOUNT-NOTE-RECORD)
                LENGTH    (LENGTH OF ACCOUNT-NOTE-RECORD)
                RIDFLD    (NOTE-KEY)
                KEYLENGTH (LENGTH OF NOTE-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
           OR NOTE-ACCT-ID < WS-NOTE-ACCT-ID
              SET NOTE-EOF                TO TRUE
              GO TO 9510-READPREV-NOTE-EXIT
           END-IF

           IF NOTE-ACCT-ID = WS-NOTE-ACCT-ID
              ADD 1                       TO WS-NOTE-COUNT
              MOVE NOTE-TS (1:10)         TO NSUM-DATE
              MOVE NOTE-OPER-ID           TO NSUM-OPER-ID
              MOVE NOTE-CATEGORY          TO NSUM-CATEGORY
              MOVE NOTE-TEXT-LINE (1)     TO NSUM-TEXT
              MOVE NOTE-SUMMARY-LINE
                TO WS-NOTE-LINE (WS-NOTE-COUNT)
           END-IF
           .
       9510-READPREV-NOTE-EXIT.
           EXIT
           .

       3000-REVEAL-SSN.
      *    Unmasking rides the permission matrix; with no record for
      *    the role the SSN stays masked.  Every reveal is logged.
           PERFORM 9600-CHECK-REVEAL-PERM
              THRU 9600-CHECK-REVEAL-PERM-EXIT

           PERFORM 9000-READ-ACCT
              THRU 9000-READ-ACCT-EXIT

           IF NOT FOUND-CUST-IN-MASTER
              SET PII-REVEAL-OFF         TO TRUE
              GO TO 3000-REVEAL-SSN-EXIT
           END-IF

           IF PII-REVEAL-OFF
              IF WS-RETURN-MSG-OFF
                 SET NO-REVEAL-PERMISSION TO TRUE
              END-IF
              GO TO 3000-REVEAL-SSN-EXIT
           END-IF

           PERFORM 9700-WRITE-REVEAL-LOG
              THRU 9700-WRITE-REVEAL-LOG-EXIT
      *    No full SSN goes out without its log entry.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              SET PII-REVEAL-OFF         TO TRUE
              SET REVEAL-NOT-LOGGED      TO TRUE
              GO TO 3000-REVEAL-SSN-EXIT
           END-IF
           IF WS-RETURN-MSG-OFF
              SET SSN-REVEALED           TO TRUE
           END-IF
           .

       3000-REVEAL-SSN-EXIT.
           EXIT
           .

       9600-CHECK-REVEAL-PERM.
           SET PII-REVEAL-OFF            TO TRUE
           MOVE CDEMO-USER-ROLE          TO PERM-ROLE
           MOVE PII-REVEAL-PERM          TO PERM-PGMNAME

           EXEC CICS READ
                DATASET   (LIT-PERMSECFILENAME)
                RIDFLD    (PERM-KEY)
                KEYLENGTH (LENGTH OF PERM-KEY)
                INTO      (PERM-MATRIX-RECORD)
                LENGTH    (LENGTH OF PERM-MATRIX-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF  WS-RESP-CD = DFHRESP(NORMAL)
           AND PERM-IS-ALLOWED
               SET PII-REVEAL-ON         TO TRUE
           END-IF
           .

       9600-CHECK-REVEAL-PERM-EXIT.
           EXIT
           .

       9700-WRITE-REVEAL-LOG.
           EXEC CICS ASKTIME
                ABSTIME  (WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME  (WS-ABS-TIME)
                YYYYMMDD (WS-CUR-DATE-X10)
                DATESEP  ('-')
                TIME     (WS-CUR-TIME-X08)
                TIMESEP  (':')
           END-EXEC

           MOVE WS-CUR-DATE-X10          TO PIIV-TS-DATE
           MOVE WS-CUR-TIME-X08          TO PIIV-TS-TIME
           MOVE CDEMO-USER-ID            TO PIIV-OPER-ID
           MOVE LIT-THISPGM              TO PIIV-SCREEN
           SET  PIIV-TYPE-SSN            TO TRUE
           MOVE ACCT-ID                  TO PIIV-ACCT-ID
           MOVE CUST-ID                  TO PIIV-CUST-ID
           MOVE CUST-SSN(6:4)            TO PIIV-LAST4
           MOVE CDEMO-USER-ROLE          TO PIIV-USER-ROLE

           MOVE 0 TO PIIV-TS-SEQ
           PERFORM 9710-WRITE-PIIVIEW-REC
              THRU 9710-WRITE-PIIVIEW-REC-EXIT
      *    A second reveal inside the same second collides on the
      *    key - bump the sequence until the entry lands.
           PERFORM UNTIL WS-RESP-CD NOT = DFHRESP(DUPREC)
                      OR PIIV-TS-SEQ = 99
               ADD 1 TO PIIV-TS-SEQ
               PERFORM 9710-WRITE-PIIVIEW-REC
                  THRU 9710-WRITE-PIIVIEW-REC-EXIT
           END-PERFORM
           .

       9700-WRITE-REVEAL-LOG-EXIT.
           EXIT
           .

       9710-WRITE-PIIVIEW-REC.
           EXEC CICS WRITE
                DATASET   (LIT-PIIVIEWFILENAME)
                FROM      (PII-VIEW-RECORD)
                LENGTH    (LENGTH OF PII-VIEW-RECORD)
                RIDFLD    (PIIV-KEY)
                KEYLENGTH (LENGTH OF PIIV-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           .

       9710-WRITE-PIIVIEW-REC-EXIT.
           EXIT
           .
                                                                                
      *****************************************************************         
      * Plain text exit - Dont use in production                      *         
