      * Application : CardDemo                                          
      * Type        : BATCH COBOL Program                                
      * Function    : This is a interest calculator program.
      *               Billing a bucket clears its running accrual on
      *               the interest accrual file (INTACCR) kept by the
      *               nightly accrual, CBINT01C.  The installment
      *               plan bucket bears no interest, and the minimum
      *               payment is figured on the revolving balance with
      *               the installments billed this cycle added in.
      *               An account whose payoff quote was met by a
      *               posted payment is not billed the trailing
      *               interest; the waiver flag is cleared once used.
      *               While a customer is on active military duty
      *               (MILSTAT) every bucket of the customer's
      *               accounts bills at no more than the SCRA rate
      *               and no late or over-limit fee is assessed.
      *               Each interest charge carries the APR it was
      *               billed at in its description.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.                   
      * All Rights Reserved.                                            
                  RECORD KEY   IS FD-DISR-KEY
                  FILE STATUS  IS DISRATE-STATUS.

           SELECT PROMO-FILE ASSIGN TO PROMOFIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-PROMO-KEY
                  FILE STATUS  IS PROMOFIL-STATUS.

           SELECT HARDSHIP-FILE ASSIGN TO HARDSHIP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-HRD-ACCT-ID
                  FILE STATUS  IS HARDSHIP-STATUS.

           SELECT LEGAL-FILE ASSIGN TO LEGALSTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-LGL-ACCT-ID
                  FILE STATUS  IS LEGALSTS-STATUS.

           SELECT MILSTAT-FILE ASSIGN TO MILSTAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-MIL-CUST-ID
                  FILE STATUS  IS MILSTAT-STATUS.

           SELECT CITCHG-FILE ASSIGN TO CITCHG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CCH-KEY
                  FILE STATUS  IS CITCHG-STATUS.

           SELECT CITNOTC-FILE ASSIGN TO CITNOTC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CIT-KEY
                  FILE STATUS  IS CITNOTC-STATUS.

           SELECT INTACCR-FILE ASSIGN TO INTACCR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACR-KEY
                  FILE STATUS  IS INTACCR-STATUS.

           SELECT INSTPLAN-FILE ASSIGN TO INSTPLAN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-INSP-KEY
                  FILE STATUS  IS INSTPLAN-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
              10 FD-DISR-EFF-DATE               PIC X(10).
              10 FD-DISR-TIER-SEQ               PIC 9(02).
           05 FD-DISR-DATA                      PIC X(52).

       FD  PROMO-FILE.
       01  FD-PROMOFIL-REC.
           05 FD-PROMO-KEY.
              10 FD-PROMO-ACCT-ID               PIC 9(11).
              10 FD-PROMO-TYPE-CD               PIC X(02).
              10 FD-PROMO-CAT-CD                PIC 9(04).
           05 FD-PROMO-DATA                     PIC X(63).

       FD  HARDSHIP-FILE.
       01  FD-HARDSHIP-REC.
           05 FD-HRD-ACCT-ID                    PIC 9(11).
           05 FD-HRD-DATA                       PIC X(89).

       FD  LEGAL-FILE.
       01  FD-LEGAL-REC.
           05 FD-LGL-ACCT-ID                    PIC 9(11).
           05 FD-LGL-DATA                       PIC X(189).

       FD  MILSTAT-FILE.
       01  FD-MILSTAT-REC.
           05 FD-MIL-CUST-ID                    PIC 9(09).
           05 FD-MIL-DATA                       PIC X(171).

       FD  CITCHG-FILE.
       01  FD-CITCHG-REC.
           05 FD-CCH-KEY                        PIC X(26).
           05 FD-CCH-DATA                       PIC X(44).

       FD  CITNOTC-FILE.
       01  FD-CITNOTC-REC.
           05 FD-CIT-KEY                        PIC X(27).
           05 FD-CIT-DATA                       PIC X(53).

       FD  INTACCR-FILE.
       01  FD-INTACCR-REC.
           05 FD-ACR-KEY.
              10 FD-ACR-ACCT-ID                 PIC 9(11).
              10 FD-ACR-TYPE-CD                 PIC X(02).
              10 FD-ACR-CAT-CD                  PIC 9(04).
           05 FD-ACR-DATA                       PIC X(83).

       FD  INSTPLAN-FILE.
       01  FD-INSTPLAN-REC.
           05 FD-INSP-KEY.
              10 FD-INSP-ACCT-ID                PIC 9(11).
              10 FD-INSP-TRAN-ID                PIC X(16).
           05 FD-INSP-DATA                      PIC X(173).
                                                                                
       WORKING-STORAGE SECTION.                                                 
                                                                                
           05  DISRATE-STAT1       PIC X.
           05  DISRATE-STAT2       PIC X.

       COPY CVPRO01Y.
       01  PROMOFIL-STATUS.
           05  PROMOFIL-STAT1      PIC X.
           05  PROMOFIL-STAT2      PIC X.
       01  WS-PROMO-VARS.
           05 WS-PROMO-SW              PIC X(01) VALUE 'N'.
              88 PROMO-RATE-IN-FORCE             VALUE 'Y'.
           05 WS-PROMO-APPLIED-COUNT   PIC 9(09) VALUE 0.

       COPY CVHRD01Y.
       01  HARDSHIP-STATUS.
           05  HARDSHIP-STAT1      PIC X.
           05  HARDSHIP-STAT2      PIC X.
       01  WS-HARDSHIP-VARS.
           05 WS-HARDSHIP-SW           PIC X(01) VALUE 'N'.
              88 HARDSHIP-PLAN-IN-FORCE          VALUE 'Y'.
           05 WS-HARDSHIP-APPLIED-COUNT
                                       PIC 9(09) VALUE 0.

       COPY CVLGL01Y.
       01  LEGALSTS-STATUS.
           05  LEGALSTS-STAT1      PIC X.
           05  LEGALSTS-STAT2      PIC X.
       01  WS-LEGAL-VARS.
           05 WS-LEGAL-SW              PIC X(01) VALUE 'N'.
              88 LEGAL-HOLD-IN-FORCE             VALUE 'Y'.
           05 WS-LEGAL-HOLD-COUNT      PIC 9(09) VALUE 0.
           05 WS-PAYOFF-WAIVE-COUNT    PIC 9(09) VALUE 0.

       COPY CVMIL01Y.
       01  MILSTAT-STATUS.
           05  MILSTAT-STAT1       PIC X.
           05  MILSTAT-STAT2       PIC X.
      * Servicemembers Civil Relief Act - the most a covered customer
      * may be charged on any balance while on active duty.
       01  WS-SCRA-VARS.
           05 WS-SCRA-SW               PIC X(01) VALUE 'N'.
              88 SCRA-COVERAGE-IN-FORCE          VALUE 'Y'.
           05 WS-SCRA-RATE-CAP         PIC S9(04)V99 VALUE 6.00.
           05 WS-SCRA-CAPPED-SW        PIC X(01) VALUE 'N'.
           05 WS-SCRA-ACCT-COUNT       PIC 9(09) VALUE 0.
           05 WS-SCRA-CAPPED-COUNT     PIC 9(09) VALUE 0.

       COPY CVINT01Y.
       01  INTACCR-STATUS.
           05  INTACCR-STAT1       PIC X.
           05  INTACCR-STAT2       PIC X.

       COPY CVINS01Y.
       01  INSTPLAN-STATUS.
           05  INSTPLAN-STAT1      PIC X.
           05  INSTPLAN-STAT2      PIC X.
      * Installment plan balances on the account being billed, from
      * 1070-GET-INSTALLMENT-BALS - unbilled principal is not yet
      * due, the installments billed this cycle are due in full.
       01  WS-INSTALLMENT-VARS.
           05 WS-INS-UNBILLED          PIC S9(09)V99 VALUE 0.
           05 WS-INS-DUE               PIC S9(09)V99 VALUE 0.
           05 WS-REVOLVING-BAL         PIC S9(09)V99 VALUE 0.
           05 WS-END-OF-INSTPLAN       PIC X(01) VALUE 'N'.

      * Tiers of the dated rate in force for the category being
      * accrued, filled by 1210-GET-DATED-RATE; empty means the flat
      * DISCGRP rate applies.
           05 WS-TIER-PICK             PIC 9(02) VALUE 0.
           05 WS-BEST-EFF-DATE         PIC X(10) VALUE SPACES.
           05 WS-EFF-INT-RATE          PIC S9(04)V99 VALUE 0.
      *    APR shown on the interest charge - CBMIL01C reads it back
           05 WS-INT-DESC-RATE         PIC 99.99.
           05 WS-DISR-LOOKUP-GROUP     PIC X(10) VALUE SPACES.
           05 WS-END-OF-DISRATE        PIC X(01) VALUE 'N'.

      * The dated set before the one in force, kept so a rate
      * increase held back for want of notice bills at the old rate.
       01  WS-PRIOR-TIER-TABLE.
           05 WS-PRIOR-TIER-ENTRY OCCURS 10 TIMES.
              10 WS-PRIOR-TIER-FLOOR   PIC S9(09)V99.
              10 WS-PRIOR-TIER-RATE    PIC S9(04)V99.

       COPY CVCIT01Y.
       01  CITCHG-STATUS.
           05  CITCHG-STAT1        PIC X.
           05  CITCHG-STAT2        PIC X.
       01  CITNOTC-STATUS.
           05  CITNOTC-STAT1       PIC X.
           05  CITNOTC-STAT2       PIC X.
       01  WS-CHANGE-NOTICE-VARS.
           05 WS-PRIOR-TIER-COUNT      PIC 9(02) VALUE 0.
           05 WS-NOTICE-DAYS           PIC 9(03) VALUE 45.
           05 WS-NOTICE-OK-SW          PIC X(01) VALUE 'N'.
              88 NOTICE-PERIOD-SERVED          VALUE 'Y'.
           05 WS-NOTICE-YYYYMMDD       PIC 9(08) VALUE 0.
           05 WS-NOTICE-LILLIAN        PIC S9(09) COMP VALUE 0.
           05 WS-ACCRUAL-LILLIAN       PIC S9(09) COMP VALUE 0.
           05 WS-CIT-HELD-COUNT        PIC 9(09) VALUE 0.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  IO-STAT2            PIC X.
           PERFORM 0500-INTEXCPT-OPEN.
           PERFORM 0600-BALSNAP-OPEN.
           PERFORM 0700-DISRATE-OPEN.
           PERFORM 0800-PROMOFIL-OPEN.
           PERFORM 0900-HARDSHIP-OPEN.
           PERFORM 0950-LEGALSTS-OPEN.
           PERFORM 0955-MILSTAT-OPEN.
           PERFORM 0960-INTACCR-OPEN.
           PERFORM 0970-CITCHG-OPEN.
           PERFORM 0980-CITNOTC-OPEN.
           PERFORM 0990-INSTPLAN-OPEN.

           PERFORM UNTIL END-OF-FILE = 'Y'
               IF  END-OF-FILE = 'N'
                       IF PROCESS-ACCT-INTEREST
                          MOVE TRANCAT-ACCT-ID TO FD-XREF-ACCT-ID
                          PERFORM 1110-GET-XREF-DATA
                          PERFORM 1120-GET-HARDSHIP-PLAN
                          PERFORM 1130-GET-LEGAL-STATUS
                          PERFORM 1140-GET-MILITARY-STATUS
                       END-IF
                     END-IF
      *              DISPLAY 'ACCT-GROUP-ID: ' ACCT-GROUP-ID
                       MOVE TRANCAT-TYPE-CD TO FD-DIS-TRAN-TYPE-CD
                        PERFORM 1200-GET-INTEREST-RATE
                           THRU 1200-GET-INTEREST-RATE-EXIT
                       IF HARDSHIP-PLAN-IN-FORCE
                          PERFORM 1215-APPLY-HARDSHIP-RATE
                       END-IF
                       IF SCRA-COVERAGE-IN-FORCE
                          PERFORM 1216-APPLY-SCRA-RATE
                       END-IF
      *                No interest accrues under a legal hold, nor
      *                after a payment that met a payoff quote.
                       IF DIS-INT-RATE NOT = 0
                       AND NOT LEGAL-HOLD-IN-FORCE
                       AND NOT ACCT-PAYOFF-INT-WAIVE
                         PERFORM 1300-COMPUTE-INTEREST
                       ELSE
      *                  Drain the snapshot window even when no
      *                  snapshots don't leak into the next cycle.
                         PERFORM 1250-GET-AVG-DAILY-BAL
                       END-IF
                       PERFORM 1260-RESET-ACCRUAL
                     END-IF
                   END-IF
               ELSE
           PERFORM 9500-INTEXCPT-CLOSE.
           PERFORM 9600-BALSNAP-CLOSE.
           PERFORM 9700-DISRATE-CLOSE.
           PERFORM 9800-PROMOFIL-CLOSE.
           PERFORM 9900-HARDSHIP-CLOSE.
           PERFORM 9950-LEGALSTS-CLOSE.
           PERFORM 9955-MILSTAT-CLOSE.
           PERFORM 9960-INTACCR-CLOSE.
           PERFORM 9970-CITCHG-CLOSE.
           PERFORM 9980-CITNOTC-CLOSE.
           PERFORM 9990-INSTPLAN-CLOSE.

           DISPLAY 'ACCOUNTS SKIPPED DUE TO EXCEPTIONS: '
                    WS-INTEXCPT-COUNT.
           DISPLAY 'BUCKETS BILLED AT PROMOTIONAL RATE: '
                    WS-PROMO-APPLIED-COUNT.
           DISPLAY 'BUCKETS BILLED AT HARDSHIP RATE   : '
                    WS-HARDSHIP-APPLIED-COUNT.
           DISPLAY 'ACCOUNTS UNDER LEGAL HOLD         : '
                    WS-LEGAL-HOLD-COUNT.
           DISPLAY 'ACCOUNTS WITH PAYOFF INTEREST WAIVED: '
                    WS-PAYOFF-WAIVE-COUNT.
           DISPLAY 'ACCOUNTS UNDER SCRA COVERAGE      : '
                    WS-SCRA-ACCT-COUNT.
           DISPLAY 'BUCKETS CAPPED AT SCRA RATE       : '
                    WS-SCRA-CAPPED-COUNT.
           DISPLAY 'BUCKETS HELD AT OLD RATE (NOTICE) : '
                    WS-CIT-HELD-COUNT.
           IF  CYCLE-SELECT-ACTIVE
               DISPLAY 'ACCOUNTS OUTSIDE SELECTED CYCLE   : '
                        WS-CYCLE-SKIP-COUNT
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0800-PROMOFIL-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT PROMO-FILE
           IF  PROMOFIL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PROMOTIONAL OFFER FILE'
               MOVE PROMOFIL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0900-HARDSHIP-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT HARDSHIP-FILE
           IF  HARDSHIP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING HARDSHIP PLAN FILE'
               MOVE HARDSHIP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0950-LEGALSTS-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT LEGAL-FILE
           IF  LEGALSTS-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING LEGAL STATUS FILE'
               MOVE LEGALSTS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0955-MILSTAT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT MILSTAT-FILE
           IF  MILSTAT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING MILITARY STATUS FILE'
               MOVE MILSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0960-INTACCR-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O INTACCR-FILE
           IF  INTACCR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING INTEREST ACCRUAL FILE'
               MOVE INTACCR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0970-CITCHG-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT CITCHG-FILE
           IF  CITCHG-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CHANGE REGISTER FILE'
               MOVE CITCHG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0980-CITNOTC-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT CITNOTC-FILE
           IF  CITNOTC-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CHANGE NOTICE FILE'
               MOVE CITNOTC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0990-INSTPLAN-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT INSTPLAN-FILE
           IF  INSTPLAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING INSTALLMENT PLAN FILE'
               MOVE INSTPLAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1000-TCATBALF-GET-NEXT.
           READ TCATBAL-FILE INTO TRAN-CAT-BAL-RECORD.
           MOVE 0 TO ACCT-CURR-CYC-CREDIT
           MOVE 0 TO ACCT-CURR-CYC-DEBIT
           PERFORM 1060-COMPUTE-MIN-DUE
      * The payoff waiver covers one billing only.
           IF  ACCT-PAYOFF-INT-WAIVE
               MOVE 'N' TO ACCT-PAYOFF-WAIVE-FLAG
               ADD 1 TO WS-PAYOFF-WAIVE-COUNT
           END-IF

           REWRITE FD-ACCTFILE-REC FROM  ACCOUNT-RECORD
           IF  ACCTFILE-STATUS  = '00'
      * the account just updated, for display on the next statement
      * and to drive partial-payment processing in COBIL00C.
           IF  ACCT-CURR-BAL GREATER THAN ZERO
               IF  HARDSHIP-PLAN-IN-FORCE
      *            The plan's fixed payment replaces the computed
      *            minimum.  Arrears stay frozen while the plan
      *            payments are kept, so they are not added on top.
                   MOVE HRD-FIXED-PAY-AMT TO WS-CALC-MIN-PAY
                   IF  WS-CALC-MIN-PAY GREATER THAN ACCT-CURR-BAL
                       MOVE ACCT-CURR-BAL TO WS-CALC-MIN-PAY
                   END-IF
               ELSE
      *            The percentage applies to the revolving balance
      *            only - unbilled installment principal is not yet
      *            due, and the installments billed this cycle are
      *            due in full on top.
                   PERFORM 1070-GET-INSTALLMENT-BALS
                   COMPUTE WS-REVOLVING-BAL =
                       ACCT-CURR-BAL - WS-INS-UNBILLED - WS-INS-DUE
                   MOVE 0 TO WS-CALC-MIN-PAY
                   IF  WS-REVOLVING-BAL GREATER THAN ZERO
                       COMPUTE WS-CALC-MIN-PAY =
                           WS-REVOLVING-BAL * WS-MIN-PAY-PCT
                       IF  WS-CALC-MIN-PAY LESS THAN WS-MIN-PAY-FLOOR
                           MOVE WS-MIN-PAY-FLOOR TO WS-CALC-MIN-PAY
                       END-IF
                       IF  WS-CALC-MIN-PAY GREATER THAN
                                               WS-REVOLVING-BAL
                           MOVE WS-REVOLVING-BAL TO WS-CALC-MIN-PAY
                       END-IF
                   END-IF
                   ADD WS-INS-DUE TO WS-CALC-MIN-PAY
                   IF  WS-CALC-MIN-PAY GREATER THAN ACCT-CURR-BAL
                       MOVE ACCT-CURR-BAL TO WS-CALC-MIN-PAY
                   END-IF
                   ADD ACCT-PAST-DUE-AMT TO WS-CALC-MIN-PAY
               END-IF

               MOVE PARM-DATE(1:4)  TO WS-PARM-DATE-YYYYMMDD(1:4)
               MOVE PARM-DATE(6:2)  TO WS-PARM-DATE-YYYYMMDD(5:2)
               MOVE SPACES TO ACCT-PAYMENT-DUE-DATE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Active installment plans on the account: principal still in
      * the installment bucket, and the installments CBINS01C billed
      * back to revolving in this cycle's run.
      *---------------------------------------------------------------*
       1070-GET-INSTALLMENT-BALS.
           MOVE 0      TO WS-INS-UNBILLED
           MOVE 0      TO WS-INS-DUE
           MOVE 'N'    TO WS-END-OF-INSTPLAN
           MOVE ACCT-ID     TO FD-INSP-ACCT-ID
           MOVE LOW-VALUES  TO FD-INSP-TRAN-ID
           START INSTPLAN-FILE KEY >= FD-INSP-KEY
              INVALID KEY
                MOVE 'Y' TO WS-END-OF-INSTPLAN
           END-START
           PERFORM UNTIL WS-END-OF-INSTPLAN = 'Y'
               READ INSTPLAN-FILE NEXT RECORD
                    INTO INSTALLMENT-PLAN-RECORD
               IF  INSTPLAN-STATUS = '10'
               OR  INSP-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-END-OF-INSTPLAN
               ELSE
                   IF  INSTPLAN-STATUS NOT = '00'
                       DISPLAY 'ERROR READING INSTALLMENT PLAN FILE'
                       MOVE INSTPLAN-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   IF  INSP-STAT-ACTIVE
                       ADD INSP-UNBILLED-BAL TO WS-INS-UNBILLED
                   END-IF
                   IF  INSP-LAST-BILL-DATE = PARM-DATE
                       ADD INSP-LAST-BILL-AMT TO WS-INS-DUE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
      *---------------------------------------------------------------*
       1100-GET-ACCT-DATA.
           SET PROCESS-ACCT-INTEREST TO TRUE
               PERFORM 9999-ABEND-PROGRAM                                       
           END-IF                                                               
           EXIT.                                                                
      *---------------------------------------------------------------*
       1120-GET-HARDSHIP-PLAN.
      * An active hardship plan whose start date has been reached
      * bills at the plan terms until CBDLQ01C completes or breaks it.
           MOVE 'N' TO WS-HARDSHIP-SW
           MOVE TRANCAT-ACCT-ID TO FD-HRD-ACCT-ID
           READ HARDSHIP-FILE INTO HARDSHIP-PLAN-RECORD
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF  HRD-STAT-ACTIVE
                AND HRD-START-DATE <= PARM-DATE
                    SET HARDSHIP-PLAN-IN-FORCE TO TRUE
                END-IF
           END-READ
           IF  HARDSHIP-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING HARDSHIP PLAN FILE'
               MOVE HARDSHIP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1130-GET-LEGAL-STATUS.
      * A bankruptcy, deceased or litigation status on the account
      * stops interest and fees for as long as it holds.
           MOVE 'N' TO WS-LEGAL-SW
           MOVE TRANCAT-ACCT-ID TO FD-LGL-ACCT-ID
           READ LEGAL-FILE INTO LEGAL-STATUS-RECORD
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF  LGL-SUPPRESS-ACTIVITY
                    SET LEGAL-HOLD-IN-FORCE TO TRUE
                    ADD 1 TO WS-LEGAL-HOLD-COUNT
                END-IF
           END-READ
           IF  LEGALSTS-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING LEGAL STATUS FILE'
               MOVE LEGALSTS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1140-GET-MILITARY-STATUS.
      * Coverage follows the customer on the card cross reference:
      * from the first day of active duty through the last, or open
      * ended while no end date has been recorded.
           MOVE 'N' TO WS-SCRA-SW
           MOVE XREF-CUST-ID TO FD-MIL-CUST-ID
           READ MILSTAT-FILE INTO MILITARY-STATUS-RECORD
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF  MIL-STAT-ACTIVE
                AND MIL-DUTY-START-DATE <= PARM-DATE
                AND (MIL-DUTY-END-DATE = SPACES
                 OR  MIL-DUTY-END-DATE >= PARM-DATE)
                    SET SCRA-COVERAGE-IN-FORCE TO TRUE
                    ADD 1 TO WS-SCRA-ACCT-COUNT
                END-IF
           END-READ
           IF  MILSTAT-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING MILITARY STATUS FILE'
               MOVE MILSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1200-GET-INTEREST-RATE.
      * Dated pricing takes precedence: if the dated rate file has a
      * rate in force for this group/type/category on the accrual
      * date, its tiers are used and the flat DISCGRP rate is not
      * consulted.  With no dated history the flat rate still applies.
      * A promotional offer in force on the bucket overrides both
      * until it expires.  The installment plan bucket never bears
      * interest - the plan fee is its finance charge.
           IF  TRANCAT-TYPE-CD = INSP-BUCKET-TYPE-CD
           AND TRANCAT-CD      = INSP-BUCKET-CAT-CD
               MOVE 'N' TO WS-PROMO-SW
               MOVE 0   TO WS-TIER-COUNT
               MOVE 0   TO DIS-INT-RATE
               GO TO 1200-GET-INTEREST-RATE-EXIT
           END-IF
           PERFORM 1205-GET-PROMO-RATE
           IF  PROMO-RATE-IN-FORCE
               GO TO 1200-GET-INTEREST-RATE-EXIT
           END-IF
           PERFORM 1210-GET-DATED-RATE
           IF  WS-TIER-COUNT > 0
               GO TO 1200-GET-INTEREST-RATE-EXIT
       1200-GET-INTEREST-RATE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       1205-GET-PROMO-RATE.
      * An active offer whose start date has been reached and whose
      * expiry date has not yet passed bills the bucket at the offer
      * rate as a flat rate - no tiers.
           MOVE 'N' TO WS-PROMO-SW
           MOVE TRANCAT-ACCT-ID  TO FD-PROMO-ACCT-ID
           MOVE TRANCAT-TYPE-CD  TO FD-PROMO-TYPE-CD
           MOVE TRANCAT-CD       TO FD-PROMO-CAT-CD
           READ PROMO-FILE INTO PROMO-OFFER-RECORD
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF  PROMO-ACTIVE
                AND PROMO-START-DATE  <= PARM-DATE
                AND PROMO-EXPIRY-DATE >= PARM-DATE
                    SET PROMO-RATE-IN-FORCE TO TRUE
                END-IF
           END-READ
           IF  PROMOFIL-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING PROMOTIONAL OFFER FILE'
               MOVE PROMOFIL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  PROMO-RATE-IN-FORCE
               MOVE 0              TO WS-TIER-COUNT
               MOVE PROMO-INT-RATE TO DIS-INT-RATE
               ADD 1 TO WS-PROMO-APPLIED-COUNT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       1215-APPLY-HARDSHIP-RATE.
      * The plan APR is a ceiling: any bucket that would bill above it
      * bills flat at the plan rate instead, while a lower rate - a
      * promotional offer, a zero-rate category - is left alone.
           IF  DIS-INT-RATE > HRD-REDUCED-APR
               MOVE 0               TO WS-TIER-COUNT
               MOVE HRD-REDUCED-APR TO DIS-INT-RATE
               ADD 1 TO WS-HARDSHIP-APPLIED-COUNT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       1216-APPLY-SCRA-RATE.
      * The SCRA rate is a ceiling on every bucket whatever its source
      * - dated tiers, promotion or hardship plan.  Each tier above it
      * is brought down to it and a lower rate is left alone.
           MOVE 'N' TO WS-SCRA-CAPPED-SW
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
              UNTIL WS-TIER-IDX > WS-TIER-COUNT
              IF WS-TIER-RATE (WS-TIER-IDX) > WS-SCRA-RATE-CAP
                 MOVE WS-SCRA-RATE-CAP TO WS-TIER-RATE (WS-TIER-IDX)
                 MOVE 'Y' TO WS-SCRA-CAPPED-SW
              END-IF
           END-PERFORM
           IF  DIS-INT-RATE > WS-SCRA-RATE-CAP
               MOVE WS-SCRA-RATE-CAP TO DIS-INT-RATE
               MOVE 'Y' TO WS-SCRA-CAPPED-SW
           END-IF
           IF  WS-SCRA-CAPPED-SW = 'Y'
               ADD 1 TO WS-SCRA-CAPPED-COUNT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       1210-GET-DATED-RATE.
      * Collect the tiers of the latest effective date on or before
                     MOVE WS-TIER-RATE (WS-TIER-IDX) TO DIS-INT-RATE
                  END-IF
               END-PERFORM
               PERFORM 1220-CHECK-CHANGE-NOTICE
                  THRU 1220-CHECK-CHANGE-NOTICE-EXIT
           END-IF
           EXIT.

       1210-A-SCAN-DISRATE.
           MOVE 'N' TO WS-END-OF-DISRATE
           MOVE 0   TO WS-PRIOR-TIER-COUNT
           MOVE WS-DISR-LOOKUP-GROUP TO FD-DISR-ACCT-GROUP-ID
           MOVE TRANCAT-TYPE-CD      TO FD-DISR-TRAN-TYPE-CD
           MOVE TRANCAT-CD           TO FD-DISR-TRAN-CAT-CD
                AND DISR-TRAN-CAT-CD   = TRANCAT-CD
                   IF DISR-EFF-DATE <= PARM-DATE
                      IF DISR-EFF-DATE > WS-BEST-EFF-DATE
                         MOVE WS-RATE-TIER-TABLE TO WS-PRIOR-TIER-TABLE
                         MOVE WS-TIER-COUNT TO WS-PRIOR-TIER-COUNT
                         MOVE DISR-EFF-DATE TO WS-BEST-EFF-DATE
                         MOVE 0 TO WS-TIER-COUNT
                      END-IF
           END-READ
           EXIT.

      *---------------------------------------------------------------*
       1220-CHECK-CHANGE-NOTICE.
      * A rate increase registered by the change-in-terms run bills
      * only once this account's notice is 45 days old and the
      * cardholder has not opted out.  Until then the set before it
      * stays in force, or the flat DISCGRP rate if there was none.
      * Sets never registered predate notice tracking and bill as is.
           MOVE WS-DISR-LOOKUP-GROUP TO CCH-ACCT-GROUP-ID
           MOVE TRANCAT-TYPE-CD      TO CCH-TRAN-TYPE-CD
           MOVE TRANCAT-CD           TO CCH-TRAN-CAT-CD
           MOVE WS-BEST-EFF-DATE     TO CCH-EFF-DATE
           MOVE CCH-KEY              TO FD-CCH-KEY
           READ CITCHG-FILE INTO CIT-CHANGE-RECORD
              INVALID KEY
                GO TO 1220-CHECK-CHANGE-NOTICE-EXIT
           END-READ
           IF  CITCHG-STATUS NOT = '00'
               DISPLAY 'ERROR READING CHANGE REGISTER FILE'
               MOVE CITCHG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

           MOVE 'N' TO WS-NOTICE-OK-SW
           MOVE TRANCAT-ACCT-ID      TO CIT-ACCT-ID
           MOVE TRANCAT-TYPE-CD      TO CIT-TRAN-TYPE-CD
           MOVE TRANCAT-CD           TO CIT-TRAN-CAT-CD
           MOVE WS-BEST-EFF-DATE     TO CIT-EFF-DATE
           MOVE CIT-KEY              TO FD-CIT-KEY
           READ CITNOTC-FILE INTO CIT-NOTICE-RECORD
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF  CIT-STAT-NOTICED
                    MOVE CIT-NOTICE-DATE (1:4)
                                       TO WS-NOTICE-YYYYMMDD (1:4)
                    MOVE CIT-NOTICE-DATE (6:2)
                                       TO WS-NOTICE-YYYYMMDD (5:2)
                    MOVE CIT-NOTICE-DATE (9:2)
                                       TO WS-NOTICE-YYYYMMDD (7:2)
                    COMPUTE WS-NOTICE-LILLIAN =
                        FUNCTION INTEGER-OF-DATE (WS-NOTICE-YYYYMMDD)
                    MOVE PARM-DATE (1:4) TO WS-NOTICE-YYYYMMDD (1:4)
                    MOVE PARM-DATE (6:2) TO WS-NOTICE-YYYYMMDD (5:2)
                    MOVE PARM-DATE (9:2) TO WS-NOTICE-YYYYMMDD (7:2)
                    COMPUTE WS-ACCRUAL-LILLIAN =
                        FUNCTION INTEGER-OF-DATE (WS-NOTICE-YYYYMMDD)
                    IF  WS-ACCRUAL-LILLIAN - WS-NOTICE-LILLIAN
                                           >= WS-NOTICE-DAYS
                        SET NOTICE-PERIOD-SERVED TO TRUE
                    END-IF
                END-IF
           END-READ
           IF  CITNOTC-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING CHANGE NOTICE FILE'
               MOVE CITNOTC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  NOTICE-PERIOD-SERVED
               GO TO 1220-CHECK-CHANGE-NOTICE-EXIT
           END-IF

           ADD 1 TO WS-CIT-HELD-COUNT
           MOVE WS-PRIOR-TIER-COUNT TO WS-TIER-COUNT
           IF  WS-TIER-COUNT > 0
               MOVE WS-PRIOR-TIER-TABLE TO WS-RATE-TIER-TABLE
               MOVE 0 TO DIS-INT-RATE
               PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                  UNTIL WS-TIER-IDX > WS-TIER-COUNT
                  IF WS-TIER-RATE (WS-TIER-IDX) > DIS-INT-RATE
                     MOVE WS-TIER-RATE (WS-TIER-IDX) TO DIS-INT-RATE
                  END-IF
               END-PERFORM
           END-IF.
       1220-CHECK-CHANGE-NOTICE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       1310-SELECT-TIER-RATE.
      * Pick the tier whose balance floor is the highest one at or
                END-IF
           END-READ
           EXIT.
      *---------------------------------------------------------------*
      * The bucket has been billed - its running accrual is now in the
      * billed interest, so start the next cycle's accrual from zero.
      *---------------------------------------------------------------*
       1260-RESET-ACCRUAL.
           MOVE TRAN-CAT-KEY TO FD-ACR-KEY
           READ INTACCR-FILE INTO INTEREST-ACCRUAL-RECORD
              INVALID KEY
                INITIALIZE INTEREST-ACCRUAL-RECORD
                MOVE TRANCAT-ACCT-ID TO ACR-ACCT-ID
                MOVE TRANCAT-TYPE-CD TO ACR-TYPE-CD
                MOVE TRANCAT-CD      TO ACR-CAT-CD
           END-READ
           IF  INTACCR-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING INTEREST ACCRUAL FILE'
               MOVE INTACCR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE ACCT-GROUP-ID TO ACR-ACCT-GROUP-ID
           MOVE 0             TO ACR-ACCRUED-UNBILLED
           MOVE 0             TO ACR-LAST-ACCRUAL-AMT
           MOVE 0             TO ACR-CYCLE-DAYS
           MOVE PARM-DATE     TO ACR-ACCRUED-THRU-DATE
           MOVE PARM-DATE     TO ACR-LAST-BILLED-DATE
           IF  INTACCR-STATUS = '00'
               REWRITE FD-INTACCR-REC FROM INTEREST-ACCRUAL-RECORD
           ELSE
               WRITE FD-INTACCR-REC FROM INTEREST-ACCRUAL-RECORD
           END-IF
           IF  INTACCR-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING INTEREST ACCRUAL FILE'
               MOVE INTACCR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1300-COMPUTE-INTEREST.
      * Interest accrues on the average daily balance of the category
           MOVE '01'                 TO TRAN-TYPE-CD                            
           MOVE '05'                 TO TRAN-CAT-CD                             
           MOVE 'System'             TO TRAN-SOURCE                             
           MOVE WS-EFF-INT-RATE      TO WS-INT-DESC-RATE
           STRING 'Int. for a/c ' ,
                  ACCT-ID ,
                  ' at ' ,
                  WS-INT-DESC-RATE ,
                  '% APR'
                  DELIMITED BY SIZE
            INTO TRAN-DESC                                                      
           END-STRING                                                           
           MOVE WS-MONTHLY-INT       TO TRAN-AMT                                
                                                                                
      *---------------------------------------------------------------*         
       1400-COMPUTE-FEES.                                                       
      * No late or over-limit fee is assessed under a legal hold,
      * nor while the customer is covered by the SCRA.
           IF  ACCT-PAST-DUE-AMT GREATER THAN ZERO
           AND NOT LEGAL-HOLD-IN-FORCE
           AND NOT SCRA-COVERAGE-IN-FORCE
               MOVE WS-LATE-FEE-AMOUNT      TO WS-FEE-AMT                       
               MOVE 6                       TO WS-FEE-CAT-CD                    
               MOVE 'Late fee'              TO WS-FEE-DESC                      
               ADD WS-LATE-FEE-AMOUNT       TO WS-TOTAL-INT                     
           END-IF                                                               
                                                                                
           IF  ACCT-CURR-BAL GREATER THAN ACCT-CREDIT-LIMIT
           AND NOT LEGAL-HOLD-IN-FORCE
           AND NOT SCRA-COVERAGE-IN-FORCE
               MOVE WS-OVERLIMIT-FEE-AMOUNT TO WS-FEE-AMT                       
               MOVE 7                       TO WS-FEE-CAT-CD                    
               MOVE 'Over-limit fee'        TO WS-FEE-DESC                      
                                                                                
       9500-INTEXCPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE INTEXCPT-FILE
           IF  INTEXCPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING INTEREST EXCEPTION FILE'
               MOVE INTEXCPT-STATUS  TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

       9600-BALSNAP-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE BALSNAP-FILE
           IF  BALSNAP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DAILY BALANCE SNAPSHOT FILE'
               MOVE BALSNAP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

       9700-DISRATE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DISRATE-FILE
           IF  DISRATE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DATED DISCLOSURE RATE FILE'
               MOVE DISRATE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

       9800-PROMOFIL-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PROMO-FILE
           IF  PROMOFIL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PROMOTIONAL OFFER FILE'
               MOVE PROMOFIL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

       9900-HARDSHIP-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE HARDSHIP-FILE
           IF  HARDSHIP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING HARDSHIP PLAN FILE'
               MOVE HARDSHIP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9950-LEGALSTS-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE LEGAL-FILE
           IF  LEGALSTS-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING LEGAL STATUS FILE'
               MOVE LEGALSTS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9955-MILSTAT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE MILSTAT-FILE
           IF  MILSTAT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING MILITARY STATUS FILE'
               MOVE MILSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9960-INTACCR-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE INTACCR-FILE
           IF  INTACCR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING INTEREST ACCRUAL FILE'
               MOVE INTACCR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9970-CITCHG-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CITCHG-FILE
           IF  CITCHG-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CHANGE REGISTER FILE'
               MOVE CITCHG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9980-CITNOTC-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CITNOTC-FILE
           IF  CITNOTC-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CHANGE NOTICE FILE'
               MOVE CITNOTC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9990-INSTPLAN-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE INSTPLAN-FILE
           IF  INSTPLAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING INSTALLMENT PLAN FILE'
               MOVE INSTPLAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
      *               expiring within the next 60 days by account so            
      *               reissue letters can go out ahead of the expiry            
      *               date instead of after a transaction declines.             
      *               Each active card in the window is queued on               
      *               ISSUEQ for a renewal plastic carrying the next            
      *               three-year expiration date.                               
      ******************************************************************        
      * Copyright Amazon.com, Inc. or its affiliates.                           
      * All Rights Reserved.                                                    
                  RECORD KEY   IS FD-XREF-CARD-NUM                              
                  FILE STATUS  IS XREFFILE-STATUS.                              
                                                                                
           SELECT ISSUEQ-FILE ASSIGN TO   ISSUEQ                                
                  ORGANIZATION IS INDEXED                                       
                  ACCESS MODE  IS RANDOM                                        
                  RECORD KEY   IS FD-ISQ-KEY                                    
                  FILE STATUS  IS ISSUEQ-STATUS.                                

           SELECT REPORT-FILE ASSIGN TO   EXPRREPT                              
                  ORGANIZATION IS SEQUENTIAL                                    
                  FILE STATUS  IS EXPRREPT-STATUS.                              
           05 FD-XREF-ACCT-ID                   PIC 9(11).                      
           05 FD-XREF-FILLER                    PIC X(14).                      
                                                                                
       FD  ISSUEQ-FILE.                                                         
       01  FD-ISSUEQ-REC.                                                       
           05 FD-ISQ-KEY                        PIC X(26).                      
           05 FD-ISQ-DATA                       PIC X(124).                     

       FD  REPORT-FILE.                                                         
       01  FD-REPTFILE-REC                    PIC X(133).                       
                                                                                
           05  XREFFILE-STAT1      PIC X.                                       
           05  XREFFILE-STAT2      PIC X.                                       
                                                                                
       COPY CVISS01Y.                                                           
       01  ISSUEQ-STATUS.                                                       
           05  ISSUEQ-STAT1        PIC X.                                       
           05  ISSUEQ-STAT2        PIC X.                                       

       COPY CVACT08Y.                                                           
       01  EXPRREPT-STATUS.                                                     
           05  EXPRREPT-STAT1      PIC X.                                       
                                                                                
       01  WS-REISSUE-CONSTANTS.                                                
           05  WS-REISSUE-WINDOW-DAYS  PIC 9(05) VALUE 60.                      
           05  WS-CARD-TERM-YEARS      PIC 9(02) VALUE 3.                       

       01  WS-REISSUE-VARS.                                                     
           05  WS-REISSUE-YEAR         PIC 9(04) VALUE 0.                       
           05  WS-REISSUE-EXP-DATE     PIC X(10) VALUE SPACES.                  
           05  WS-QUEUED-DATE          PIC X(10) VALUE SPACES.                  
           05  WS-REISSUE-QUEUED       PIC 9(09) VALUE 0.                       
           05  WS-REISSUE-ALREADY      PIC 9(09) VALUE 0.                       
                                                                                
       01  WS-DATE-WORK-VARS.                                                   
           05  WS-CURRENT-DATE         PIC 9(08).                               
           PERFORM 0000-CARDFILE-OPEN.                                          
           PERFORM 0100-XREFFILE-OPEN.                                          
           PERFORM 0200-EXPRREPT-OPEN.                                          
           PERFORM 0300-ISSUEQ-OPEN.                                            
           PERFORM 1000-COMPUTE-CUTOFF-DATE.                                    
                                                                                
           PERFORM UNTIL END-OF-FILE = 'Y'                                      
           PERFORM 9000-CARDFILE-CLOSE.                                         
           PERFORM 9100-XREFFILE-CLOSE.                                         
           PERFORM 9200-EXPRREPT-CLOSE.                                         
           PERFORM 9300-ISSUEQ-CLOSE.                                           
           DISPLAY 'RENEWALS QUEUED         :' WS-REISSUE-QUEUED                
           DISPLAY 'RENEWALS ALREADY QUEUED :' WS-REISSUE-ALREADY               
                                                                                
           SET RST-EVENT-END TO TRUE.
           MOVE 0 TO RST-RECORD-COUNT.
               PERFORM 9999-ABEND-PROGRAM                                       
           END-IF                                                               
           EXIT.                                                                
      *---------------------------------------------------------------*         
       0300-ISSUEQ-OPEN.                                                        
           MOVE 8 TO APPL-RESULT.                                               
           OPEN I-O ISSUEQ-FILE                                                 
           IF  ISSUEQ-STATUS = '00'                                             
               MOVE 0 TO APPL-RESULT                                            
           ELSE                                                                 
               MOVE 12 TO APPL-RESULT                                           
           END-IF                                                               
           IF  APPL-AOK                                                         
               CONTINUE                                                         
           ELSE                                                                 
               DISPLAY 'ERROR OPENING CARD ISSUANCE QUEUE'                      
               MOVE ISSUEQ-STATUS TO IO-STATUS                                  
               PERFORM 9910-DISPLAY-IO-STATUS                                   
               PERFORM 9999-ABEND-PROGRAM                                       
           END-IF                                                               
           EXIT.                                                                
      *---------------------------------------------------------------*         
       1000-COMPUTE-CUTOFF-DATE.                                                
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE                   
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)                        
           COMPUTE WS-CUTOFF-LILLIAN =                                          
               WS-CURRENT-LILLIAN + WS-REISSUE-WINDOW-DAYS                      
           STRING WS-CURRENT-DATE(1:4) '-'                                      
                  WS-CURRENT-DATE(5:2) '-'                                      
                  WS-CURRENT-DATE(7:2)                                          
             DELIMITED BY SIZE                                                  
             INTO WS-QUEUED-DATE                                                
           END-STRING                                                           
           EXIT.                                                                
      *---------------------------------------------------------------*         
       2000-CARDFILE-GET-NEXT.                                                  
           END-READ                                                             
           IF  XREFFILE-STATUS = '00'                                           
               PERFORM 3000-WRITE-DETAIL                                        
               IF  CARD-STAT-ACTIVE                                             
                   PERFORM 2300-QUEUE-REISSUE                                   
               END-IF                                                           
           END-IF                                                               
           EXIT.                                                                
      *---------------------------------------------------------------*         
      * The renewal plastic carries the expiry one card term on; the            
      * card master keeps the old date until the vendor confirms the            
      * plastic mailed.  A card already queued for that expiry by an            
      * earlier run is left alone.                                              
      *---------------------------------------------------------------*         
       2300-QUEUE-REISSUE.                                                      
           MOVE CARD-EXPIRAION-DATE(1:4) TO WS-REISSUE-YEAR                     
           ADD WS-CARD-TERM-YEARS TO WS-REISSUE-YEAR                            
           MOVE SPACES TO WS-REISSUE-EXP-DATE                                   
           STRING WS-REISSUE-YEAR                                               
                  CARD-EXPIRAION-DATE(5:6)                                      
             DELIMITED BY SIZE                                                  
             INTO WS-REISSUE-EXP-DATE                                           
           END-STRING                                                           
           IF  WS-REISSUE-EXP-DATE(6:5) = '02-29'                               
               MOVE '28' TO WS-REISSUE-EXP-DATE(9:2)                            
           END-IF                                                               
           INITIALIZE CARD-ISSUE-RECORD                                         
           MOVE CARD-NUM              TO ISQ-CARD-NUM                           
           MOVE WS-REISSUE-EXP-DATE   TO ISQ-EXPIRY-DATE                        
           MOVE CARD-ACCT-ID          TO ISQ-ACCT-ID                            
           MOVE XREF-CUST-ID          TO ISQ-CUST-ID                            
           SET ISQ-TYPE-REISSUE       TO TRUE                                   
           MOVE WS-QUEUED-DATE        TO ISQ-QUEUED-DATE                        
           MOVE 'CBACT06C'            TO ISQ-QUEUED-BY                          
           SET ISQ-STAT-QUEUED        TO TRUE                                   
           MOVE CARD-ISSUE-RECORD TO FD-ISSUEQ-REC                              
           WRITE FD-ISSUEQ-REC                                                  
           EVALUATE ISSUEQ-STATUS                                               
               WHEN '00'                                                        
                   ADD 1 TO WS-REISSUE-QUEUED                                   
               WHEN '22'                                                        
                   ADD 1 TO WS-REISSUE-ALREADY                                  
               WHEN OTHER                                                       
                   DISPLAY 'ERROR WRITING CARD ISSUANCE QUEUE'                  
                   MOVE ISSUEQ-STATUS TO IO-STATUS                              
                   PERFORM 9910-DISPLAY-IO-STATUS                               
                   PERFORM 9999-ABEND-PROGRAM                                   
           END-EVALUATE                                                         
           EXIT.                                                                
      *---------------------------------------------------------------*         
       3000-WRITE-DETAIL.                                                       
               PERFORM 9999-ABEND-PROGRAM                                       
           END-IF                                                               
           EXIT.                                                                
      *---------------------------------------------------------------*         
       9300-ISSUEQ-CLOSE.                                                       
           MOVE 8 TO APPL-RESULT.                                               
           CLOSE ISSUEQ-FILE                                                    
           IF  ISSUEQ-STATUS = '00'                                             
               MOVE 0 TO APPL-RESULT                                            
           ELSE                                                                 
               MOVE 12 TO APPL-RESULT                                           
           END-IF                                                               
           IF  APPL-AOK                                                         
               CONTINUE                                                         
           ELSE                                                                 
               DISPLAY 'ERROR CLOSING CARD ISSUANCE QUEUE'                      
               MOVE ISSUEQ-STATUS TO IO-STATUS                                  
               PERFORM 9910-DISPLAY-IO-STATUS                                   
               PERFORM 9999-ABEND-PROGRAM                                       
           END-IF                                                               
           EXIT.                                                                
                                                                                
       9999-ABEND-PROGRAM.                                                      
           DISPLAY 'ABENDING PROGRAM'                                           
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Print Account Statements from Transaction data
      *               in two formats : 1/plain text and 2/HTML,
      *               carrying the statement messages targeted at
      *               each account
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-RWDB-ACCT-ID
                  FILE STATUS  IS REWDBAL-STATUS.
           SELECT PROMO-FILE ASSIGN TO PROMOFIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-PROMO-KEY
                  FILE STATUS  IS PROMOFIL-STATUS.
           SELECT INSTPLAN-FILE ASSIGN TO INSTPLAN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-INSP-KEY
                  FILE STATUS  IS INSTPLAN-STATUS.
           SELECT STMTMSG-FILE ASSIGN TO STMTMSG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-SMSG-ID
                  FILE STATUS  IS STMTMSG-STATUS.
           SELECT DELQ-FILE ASSIGN TO DELQFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-DELQ-ACCT-ID
                  FILE STATUS  IS DELQFILE-STATUS.
           SELECT SMSGRPT-FILE ASSIGN TO SMSGRPT.
      *
       DATA DIVISION.
       FILE SECTION.
       01  FD-REWDBAL-REC.
           05  FD-RWDB-ACCT-ID             PIC 9(11).
           05  FD-RWDB-DATA                PIC X(69).
       FD  PROMO-FILE.
       01  FD-PROMOFIL-REC.
           05  FD-PROMO-KEY.
               10  FD-PROMO-ACCT-ID        PIC 9(11).
               10  FD-PROMO-TYPE-CD        PIC X(02).
               10  FD-PROMO-CAT-CD         PIC 9(04).
           05  FD-PROMO-DATA               PIC X(63).
       FD  INSTPLAN-FILE.
       01  FD-INSTPLAN-REC.
           05  FD-INSP-KEY.
               10  FD-INSP-ACCT-ID         PIC 9(11).
               10  FD-INSP-TRAN-ID         PIC X(16).
           05  FD-INSP-DATA                PIC X(173).
       FD  TCATBAL-FILE.
       01  FD-TRAN-CAT-BAL-RECORD.
           05 FD-TRAN-CAT-KEY.
           05  FILLER                      PIC X(78).
       FD  HTML-FILE.
       01  FD-HTMLFILE-REC         PIC X(100).
      * One account record per email statement, followed by one
      * message record for each statement message it carries.
       FD  EMAILX-FILE.
       01  FD-EMAILXFILE-REC.
           05  EMLX-ACCT-ID                PIC 9(11).
           05  EMLX-CUST-ID                PIC 9(09).
           05  EMLX-CUST-NAME              PIC X(50).
           05  EMLX-REC-TYPE               PIC X(01).
             88  EMLX-REC-ACCOUNT          VALUE 'A'.
             88  EMLX-REC-MESSAGE          VALUE 'M'.
           05  EMLX-MSG-ID                 PIC X(08).
           05  FILLER                      PIC X(01).
           05  EMLX-MSG-TEXT               PIC X(152).
       FD  BALHIST-FILE.
       01  FD-BALHIST-REC.
           05  FD-BALHIST-ACCT-ID          PIC 9(11).
           05  FD-BALHIST-DATA             PIC X(286).
       FD  STMTMSG-FILE.
       01  FD-STMTMSG-REC.
           05  FD-SMSG-ID                  PIC X(08).
           05  FD-SMSG-DATA                PIC X(242).
       FD  DELQ-FILE.
       01  FD-DELQFILE-REC.
           05  FD-DELQ-ACCT-ID             PIC 9(11).
           05  FD-DELQ-DATA                PIC X(89).
       FD  SMSGRPT-FILE.
       01  FD-SMSGRPT-REC          PIC X(133).

       WORKING-STORAGE SECTION.

           05  WS-RWDBAL-AVAIL-SW      PIC X(01) VALUE 'N'.
             88  RWDBAL-FILE-AVAILABLE VALUE 'Y'.
           05  WS-RWD-AVAILABLE        PIC S9(09) VALUE 0.
       01  PROMOFIL-STATUS.
           05  PROMOFIL-STAT1          PIC X.
           05  PROMOFIL-STAT2          PIC X.
       COPY CVPRO01Y.
      * Promotional rate buckets printed on the statement - balance,
      * offer rate and the date the offer runs out.
       01  WS-PROMO-STMT-VARS.
           05  WS-PROMO-AVAIL-SW       PIC X(01) VALUE 'N'.
             88  PROMO-FILE-AVAILABLE  VALUE 'Y'.
           05  WS-END-OF-PROMOS        PIC X(01) VALUE 'N'.
           05  WS-PST-COUNT            PIC S9(04) COMP VALUE 0.
           05  WS-PST-MAX              PIC S9(04) COMP VALUE 5.
           05  WS-PST-IDX              PIC S9(04) COMP VALUE 0.
           05  WS-PST-ENTRY OCCURS 5 TIMES.
               10  WS-PST-BAL          PIC S9(09)V99.
               10  WS-PST-RATE         PIC S9(04)V99.
               10  WS-PST-EXPIRY       PIC X(10).
       01  INSTPLAN-STATUS.
           05  INSTPLAN-STAT1          PIC X.
           05  INSTPLAN-STAT2          PIC X.
       COPY CVINS01Y.
      * Active installment plans printed on the statement - principal
      * still to bill and the installments left to run.
       01  WS-INSTPLAN-STMT-VARS.
           05  WS-INSP-AVAIL-SW        PIC X(01) VALUE 'N'.
             88  INSTPLAN-FILE-AVAILABLE VALUE 'Y'.
           05  WS-END-OF-INSTPLANS     PIC X(01) VALUE 'N'.
           05  WS-IST-COUNT            PIC S9(04) COMP VALUE 0.
           05  WS-IST-MAX              PIC S9(04) COMP VALUE 5.
           05  WS-IST-IDX              PIC S9(04) COMP VALUE 0.
           05  WS-IST-ENTRY OCCURS 5 TIMES.
               10  WS-IST-BAL          PIC S9(09)V99.
               10  WS-IST-LEFT         PIC 9(02).
               10  WS-IST-TERM         PIC 9(02).
       01  STMTMSG-STATUS.
           05  STMTMSG-STAT1           PIC X.
           05  STMTMSG-STAT2           PIC X.
       01  DELQFILE-STATUS.
           05  DELQFILE-STAT1          PIC X.
           05  DELQFILE-STAT2          PIC X.
       COPY CVSMG01Y.
       COPY CVSMG02Y.
       COPY CVDLQ01Y.
      * Statement messages in effect on the statement date, with the
      * messages that apply to the current account flagged and the
      * number of paper and email statements that carried each one.
       01  WS-STMT-MSG-VARS.
           05  WS-SMSG-AVAIL-SW        PIC X(01) VALUE 'N'.
             88  SMSG-FILE-AVAILABLE   VALUE 'Y'.
           05  WS-DELQ-AVAIL-SW        PIC X(01) VALUE 'N'.
             88  DELQ-FILE-AVAILABLE   VALUE 'Y'.
           05  WS-END-OF-SMSG          PIC X(01) VALUE 'N'.
           05  WS-SMSG-ACCT-SEV        PIC X(01) VALUE '0'.
           05  WS-SMSG-ACCT-CYCLE      PIC X(02) VALUE SPACES.
           05  WS-SMSG-STMT-CNT        PIC 9(09) VALUE 0.
           05  WS-SMSG-WITH-MSG-CNT    PIC 9(09) VALUE 0.
           05  WS-SMT-COUNT            PIC S9(04) COMP VALUE 0.
           05  WS-SMT-MAX              PIC S9(04) COMP VALUE 50.
           05  WS-SMT-IDX              PIC S9(04) COMP VALUE 0.
           05  WS-SMT-PRT-CNT          PIC S9(04) COMP VALUE 0.
           05  WS-SMT-ENTRY OCCURS 50 TIMES.
               10  WS-SMT-MSG          PIC X(250).
               10  WS-SMT-APPLIES      PIC X(01).
               10  WS-SMT-PAPER-CNT    PIC 9(09).
               10  WS-SMT-EMAIL-CNT    PIC 9(09).
      * Reprint mode: when a RPRTRQST file is supplied the run
      * reproduces the requested past statements (marked DUPLICATE)
      * from the balance-history snapshot and the transactions on
             88  CYCLE-SELECT-ACTIVE   VALUE 'Y'.
           05  WS-CYCLE-SELECT-CD      PIC 9(02) VALUE 0.
           05  WS-CYCLE-SKIP-COUNT     PIC 9(09) VALUE 0.
      * Paper is held while returned mail has the customer's address
      * flagged undeliverable; the HTML copy is still produced.
       01  WS-UNDELIV-VARS.
           05  WS-PAPER-STMT-SW        PIC X(01) VALUE 'Y'.
             88  PRINT-PAPER-STMT      VALUE 'Y'.
           05  WS-PAPER-HOLD-SW        PIC X(01) VALUE 'N'.
             88  PAPER-STMT-HELD       VALUE 'Y'.
           05  WS-UNDELIV-HELD-COUNT   PIC 9(09) VALUE 0.
       01  WS-BALHIST-VARS.
           05  WS-BALHIST-FOUND        PIC X(01) VALUE 'N'.
             88  BALHIST-REC-FOUND     VALUE 'Y'.
           05  TR-CNT              PIC S9(4) VALUE 0.
           05  CR-JMP              PIC S9(4) VALUE 0.
           05  TR-JMP              PIC S9(4) VALUE 0.
           05  FEE-JMP             PIC S9(4) VALUE 0.
       01  COMP3-VARIABLES         COMP-3.
           05  WS-TOTAL-AMT        PIC S9(9)V99 VALUE 0.
       01  MISC-VARIABLES.
           05  WS-TRN-AMT          PIC S9(9)V99 VALUE 0.
           05  WS-SAVE-CARD VALUE SPACES PIC X(16).
           05  END-OF-FILE         PIC X(01) VALUE 'N'.
      * A foreign transaction fee prints directly under the purchase
      * it was charged on (its description carries the purchase id).
       01  WS-FXFEE-PLACEMENT.
           05  WS-FXFEE-TYPE-CD    PIC X(02) VALUE '01'.
           05  WS-FXFEE-CAT-CD     PIC 9(04) VALUE 11.
           05  WS-FXFEE-DESC-PFX   PIC X(31)
                          VALUE 'FOREIGN TRANSACTION FEE - TRAN '.
           05  WS-FXFEE-LINK-ID    PIC X(16) VALUE SPACES.
           05  WS-FXFEE-DEFER-SW   PIC X(01) VALUE 'N'.
             88  FXFEE-DEFERRED    VALUE 'Y'.
       01  WS-M03B-AREA.
           05  WS-M03B-DD          PIC X(08).
           05  WS-M03B-OPER        PIC X(01).
               10  ST-RWD-REDEEMED                      PIC ZZZZZZZZ9-.
               10  FILLER  VALUE ' Avail '              PIC X(07).
               10  ST-RWD-AVAIL                         PIC ZZZZZZZZ9-.
           05  ST-LINE8D.
               10  FILLER  VALUE 'Promo Balance      :' PIC X(20).
               10  ST-PROMO-BAL                         PIC 9(9).99-.
               10  FILLER  VALUE ' at '                 PIC X(04).
               10  ST-PROMO-RATE                        PIC ZZ9.99.
               10  FILLER  VALUE '% until '             PIC X(08).
               10  ST-PROMO-EXPIRY                      PIC X(10).
               10  FILLER  VALUE SPACES                 PIC X(19).
           05  ST-LINE8E.
               10  FILLER  VALUE 'Installment Plan   :' PIC X(20).
               10  ST-INSP-BAL                          PIC 9(9).99-.
               10  FILLER  VALUE ' with '               PIC X(06).
               10  ST-INSP-LEFT                         PIC Z9.
               10  FILLER  VALUE ' of '                 PIC X(04).
               10  ST-INSP-TERM                         PIC Z9.
               10  FILLER  VALUE ' payments left'       PIC X(14).
               10  FILLER  VALUE SPACES                 PIC X(19).
           05  ST-LINE9.
               10  FILLER  VALUE 'FICO Score         :' PIC X(20).
               10  ST-FICO-SCORE                        PIC X(20).
               10  FILLER            VALUE '$'           PIC X(01).
               10  ST-HIST-BAL                           PIC Z(9).99-.
               10  FILLER            VALUE SPACES        PIC X(50).
           05  ST-LINE19.
               10  FILLER  VALUE SPACES                 PIC X(31).
               10  FILLER  VALUE 'IMPORTANT MESSAGES'   PIC X(18).
               10  FILLER  VALUE SPACES                 PIC X(31).
           05  ST-LINE20.
               10  FILLER  VALUE SPACES                 PIC X(02).
               10  ST-MSG-TEXT                          PIC X(76).
               10  FILLER  VALUE SPACES                 PIC X(02).

       01  HTML-LINES.
           05  HTML-FIXED-LN        PIC X(100).
               VALUE '<p style="font-size:16px">Basic Details</p>'.
             88  HTML-L43
              VALUE '<p style="font-size:16px">Transaction Summary</p>'.
             88  HTML-L44
              VALUE '<p style="font-size:16px">Important Messages</p>'.
             88  HTML-L47
               VALUE '<td style="width:25%; padding:0px 5px; background-
      -              'color:#33FF5E; text-align:left;">'.
           05  HTML-ADDR-LN PIC X(100).
           05  HTML-BSIC-LN PIC X(100).
           05  HTML-TRAN-LN PIC X(100).
           05  HTML-MSG-LN  PIC X(100).

       01  WS-TRNX-TABLE.
           05  WS-CARD-TBL OCCURS 51 TIMES.
           MOVE 'CBSTM03A' TO RST-PROGRAM.
           SET RST-EVENT-START TO TRUE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           OPEN OUTPUT STMT-FILE HTML-FILE EMAILX-FILE SMSGRPT-FILE.
           OPEN I-O BALHIST-FILE.
           IF  BALHIST-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING BALHIST FILE'
           ELSE
               DISPLAY 'REWARDS BALANCE FILE NOT AVAILABLE'
           END-IF.
      * Promotional offers are optional input as well - with no file
      * no promotional balance lines are printed.
           OPEN INPUT PROMO-FILE.
           IF  PROMOFIL-STATUS = '00'
               MOVE 'Y' TO WS-PROMO-AVAIL-SW
           ELSE
               DISPLAY 'PROMOTIONAL OFFER FILE NOT AVAILABLE'
           END-IF.
      * So are installment plans - with no file no plan lines print.
           OPEN INPUT INSTPLAN-FILE.
           IF  INSTPLAN-STATUS = '00'
               MOVE 'Y' TO WS-INSP-AVAIL-SW
           ELSE
               DISPLAY 'INSTALLMENT PLAN FILE NOT AVAILABLE'
           END-IF.
      * Statement messages are optional input - with no message file
      * the statements carry no messages.  With no delinquency file
      * every account is targeted as current.
           OPEN INPUT STMTMSG-FILE.
           IF  STMTMSG-STATUS = '00'
               MOVE 'Y' TO WS-SMSG-AVAIL-SW
               OPEN INPUT DELQ-FILE
               IF  DELQFILE-STATUS = '00'
                   MOVE 'Y' TO WS-DELQ-AVAIL-SW
               ELSE
                   DISPLAY 'DELINQUENCY FILE NOT AVAILABLE - MESSAGES '
                           'TARGETED AS CURRENT'
               END-IF
           ELSE
               DISPLAY 'STATEMENT MESSAGE FILE NOT AVAILABLE'
           END-IF.
           OPEN INPUT RPRTRQST-FILE.
           IF  RPRTRQST-STATUS = '00'
               MOVE 'Y' TO WS-REPRINT-MODE
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-BALHIST-TODAY(6:2)
           MOVE '-'                        TO WS-BALHIST-TODAY(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-BALHIST-TODAY(9:2).
           IF  SMSG-FILE-AVAILABLE
           AND NOT REPRINT-MODE
               PERFORM 0500-LOAD-STMT-MESSAGES THRU 0500-EXIT
           END-IF.
      * An optional cycle parameter restricts the run to accounts
      * assigned to one statement cycle; with no parameter file (or
      * a blank/zero code) the whole book is produced as before.
                           ADD 1 TO WS-CYCLE-SKIP-COUNT
                       ELSE
                           PERFORM 3100-LETRFILE-GET
                           PERFORM 5010-SET-PAPER-SWITCH
                           PERFORM 5000-CREATE-STATEMENT
                           MOVE 1 TO CR-JMP
                           MOVE ZERO TO WS-TOTAL-AMT

           PERFORM 9400-ACCTFILE-CLOSE.

           PERFORM 7500-WRITE-SMSG-REPORT THRU 7500-EXIT.

           CLOSE STMT-FILE HTML-FILE EMAILX-FILE SMSGRPT-FILE.
           CLOSE BALHIST-FILE.
           CLOSE TCATBAL-FILE.
           IF  RWDBAL-FILE-AVAILABLE
               CLOSE REWDBAL-FILE
           END-IF.
           IF  PROMO-FILE-AVAILABLE
               CLOSE PROMO-FILE
           END-IF.
           IF  INSTPLAN-FILE-AVAILABLE
               CLOSE INSTPLAN-FILE
           END-IF.
           IF  SMSG-FILE-AVAILABLE
               CLOSE STMTMSG-FILE
           END-IF.
           IF  DELQ-FILE-AVAILABLE
               CLOSE DELQ-FILE
           END-IF.
           IF  CYCLE-SELECT-ACTIVE
               DISPLAY 'ACCOUNTS OUTSIDE SELECTED CYCLE: '
                        WS-CYCLE-SKIP-COUNT
           END-IF.
           DISPLAY 'PAPER HELD - UNDELIVERABLE ADDR: '
                    WS-UNDELIV-HELD-COUNT.

       9999-GOBACK.
           SET RST-EVENT-END TO TRUE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           GOBACK.

      *---------------------------------------------------------------*
      * Load the active statement messages whose effective date range
      * covers the statement date.
       0500-LOAD-STMT-MESSAGES.
           MOVE 0   TO WS-SMT-COUNT.
           MOVE 'N' TO WS-END-OF-SMSG.
           PERFORM 0510-READ-NEXT-STMT-MSG
              UNTIL WS-END-OF-SMSG = 'Y'.
           DISPLAY 'STATEMENT MESSAGES IN EFFECT: ' WS-SMT-COUNT.
       0500-EXIT.
           EXIT.

       0510-READ-NEXT-STMT-MSG.
           READ STMTMSG-FILE INTO STATEMENT-MESSAGE-RECORD
              AT END
                MOVE 'Y' TO WS-END-OF-SMSG
              NOT AT END
                IF  SMSG-ACTIVE
                AND SMSG-EFF-FROM-DATE <= WS-BALHIST-TODAY
                AND (SMSG-EFF-TO-DATE = SPACES
                 OR  SMSG-EFF-TO-DATE >= WS-BALHIST-TODAY)
                    IF  WS-SMT-COUNT < WS-SMT-MAX
                        ADD 1 TO WS-SMT-COUNT
                        MOVE STATEMENT-MESSAGE-RECORD
                          TO WS-SMT-MSG (WS-SMT-COUNT)
                        MOVE 'N' TO WS-SMT-APPLIES (WS-SMT-COUNT)
                        MOVE 0   TO WS-SMT-PAPER-CNT (WS-SMT-COUNT)
                        MOVE 0   TO WS-SMT-EMAIL-CNT (WS-SMT-COUNT)
                    ELSE
                        DISPLAY 'WARNING - STATEMENT MESSAGE TABLE '
                                'FULL - MESSAGE DROPPED: ' SMSG-ID
                    END-IF
                END-IF
           END-READ
           IF  STMTMSG-STATUS NOT = '00' AND '10'
               DISPLAY 'ERROR READING STMTMSG FILE'
               DISPLAY 'RETURN CODE: ' STMTMSG-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           EXIT.

      *---------------------------------------------------------------*
       1500-REPRINT-MAINLINE.
           PERFORM 1510-RPRTRQST-GET-NEXT
           PERFORM 9300-CUSTFILE-CLOSE.
           PERFORM 9350-LETRFILE-CLOSE.
           PERFORM 9400-ACCTFILE-CLOSE.
           CLOSE STMT-FILE HTML-FILE EMAILX-FILE SMSGRPT-FILE.
           CLOSE BALHIST-FILE.
           CLOSE TCATBAL-FILE.
           IF  RWDBAL-FILE-AVAILABLE
               CLOSE REWDBAL-FILE
           END-IF.
           IF  PROMO-FILE-AVAILABLE
               CLOSE PROMO-FILE
           END-IF.
           IF  INSTPLAN-FILE-AVAILABLE
               CLOSE INSTPLAN-FILE
           END-IF.
           IF  SMSG-FILE-AVAILABLE
               CLOSE STMTMSG-FILE
           END-IF.
           IF  DELQ-FILE-AVAILABLE
               CLOSE DELQ-FILE
           END-IF.
           DISPLAY 'DUPLICATE STATEMENTS PRINTED: '
                    WS-RPRQ-PRINT-COUNT.
           DISPLAY 'REPRINT REQUESTS SKIPPED    : '
                    WS-RPRQ-SKIP-COUNT.
           DISPLAY 'PAPER HELD - UNDELIVERABLE  : '
                    WS-UNDELIV-HELD-COUNT.
           GO TO 9999-GOBACK.

       1510-RPRTRQST-GET-NEXT.
               GO TO 1600-EXIT
           END-IF.
           PERFORM 2000-CUSTFILE-GET.
           IF  CUST-ADDR-UNDELIVERABLE
               ADD 1 TO WS-RPRQ-SKIP-COUNT
               ADD 1 TO WS-UNDELIV-HELD-COUNT
               DISPLAY 'REPRINT SKIPPED - ADDRESS UNDELIVERABLE FOR '
                       'ACCOUNT: ' WS-RPRQ-ACCT-ID
               GO TO 1600-EXIT
           END-IF.
           PERFORM 3000-ACCTFILE-GET.
           PERFORM 3100-LETRFILE-GET.
            PERFORM 1620-FIND-CYCLE-SNAPSHOT
                         TO TRNX-ID
                       MOVE WS-TRAN-REST (CR-JMP, TR-JMP)
                         TO TRNX-REST
                       PERFORM 4050-CHECK-FEE-PLACEMENT
                       IF  TRNX-PROC-TS (1:10) > WS-RPRQ-PREV-DATE
                       AND TRNX-PROC-TS (1:10) <= WS-RPRQ-CYCLE-DATE
                       AND NOT FXFEE-DEFERRED
                           MOVE TRNX-ID   TO ST-TRANID
                           MOVE TRNX-DESC TO ST-TRANDT
                           MOVE TRNX-AMT  TO ST-TRANAMT
                           WRITE FD-STMTFILE-REC FROM ST-LINE14
                           ADD TRNX-AMT TO WS-TOTAL-AMT
                           PERFORM 4060-WRITE-LINKED-FEES
                       END-IF
                   END-PERFORM
               END-IF
                         TO TRNX-ID
                       MOVE WS-TRAN-REST (CR-JMP, TR-JMP)
                         TO TRNX-REST
                       PERFORM 4050-CHECK-FEE-PLACEMENT
                       IF  NOT FXFEE-DEFERRED
                           PERFORM 6000-WRITE-TRANS
                           ADD TRNX-AMT TO WS-TOTAL-AMT
                           PERFORM 4060-WRITE-LINKED-FEES
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-TOTAL-AMT TO WS-TRN-AMT.
           MOVE WS-TRN-AMT TO ST-TOTAL-TRAMT.
           IF  PRINT-PAPER-STMT
               WRITE FD-STMTFILE-REC FROM ST-LINE12
               WRITE FD-STMTFILE-REC FROM ST-LINE14A
           END-IF.
           PERFORM 7000-BALHIST-PROCESS THRU 7000-EXIT.
           IF  PRINT-PAPER-STMT
               WRITE FD-STMTFILE-REC FROM ST-LINE15
           END-IF.


           EXIT.
      *---------------------------------------------------------------*
      * Paper goes to customers who have not chosen email, unless
      * returned mail has flagged the address undeliverable - then
      * the paper copy is held and counted.
      *---------------------------------------------------------------*
       5010-SET-PAPER-SWITCH.
           MOVE 'N' TO WS-PAPER-HOLD-SW
           IF  CUST-STMT-PREF-EMAIL
               MOVE 'N' TO WS-PAPER-STMT-SW
           ELSE
               IF  CUST-ADDR-UNDELIVERABLE
                   MOVE 'N' TO WS-PAPER-STMT-SW
                   MOVE 'Y' TO WS-PAPER-HOLD-SW
                   ADD 1 TO WS-UNDELIV-HELD-COUNT
               ELSE
                   MOVE 'Y' TO WS-PAPER-STMT-SW
               END-IF
           END-IF.
           EXIT.
      *---------------------------------------------------------------*
       5000-CREATE-STATEMENT.
           INITIALIZE STATEMENT-LINES.
           IF  PRINT-PAPER-STMT
               WRITE FD-STMTFILE-REC FROM ST-LINE0
           END-IF.
           PERFORM 5100-WRITE-HTML-HEADER THRU 5100-EXIT.
           PERFORM 5050-GET-CASH-BALANCE THRU 5050-EXIT.
           MOVE WS-CASH-BALANCE TO ST-CASH-BAL.
           PERFORM 5070-GET-REWARDS-BAL THRU 5070-EXIT.
           PERFORM 5080-GET-PROMO-BALS THRU 5080-EXIT.
           PERFORM 5095-GET-INSTALLMENT-PLANS THRU 5095-EXIT.
           PERFORM 5400-SELECT-STMT-MESSAGES THRU 5400-EXIT.
           MOVE CUST-FICO-CREDIT-SCORE TO ST-FICO-SCORE.
           PERFORM 5200-WRITE-HTML-NMADBS THRU 5200-EXIT.

           IF  PRINT-PAPER-STMT
               WRITE FD-STMTFILE-REC FROM ST-LINE1
               WRITE FD-STMTFILE-REC FROM ST-LINE2
               WRITE FD-STMTFILE-REC FROM ST-LINE3
               WRITE FD-STMTFILE-REC FROM ST-LINE8A
               WRITE FD-STMTFILE-REC FROM ST-LINE8B
               WRITE FD-STMTFILE-REC FROM ST-LINE8C
               PERFORM VARYING WS-PST-IDX FROM 1 BY 1
                 UNTIL WS-PST-IDX > WS-PST-COUNT
                   MOVE WS-PST-BAL (WS-PST-IDX)    TO ST-PROMO-BAL
                   MOVE WS-PST-RATE (WS-PST-IDX)   TO ST-PROMO-RATE
                   MOVE WS-PST-EXPIRY (WS-PST-IDX) TO ST-PROMO-EXPIRY
                   WRITE FD-STMTFILE-REC FROM ST-LINE8D
               END-PERFORM
               PERFORM VARYING WS-IST-IDX FROM 1 BY 1
                 UNTIL WS-IST-IDX > WS-IST-COUNT
                   MOVE WS-IST-BAL (WS-IST-IDX)    TO ST-INSP-BAL
                   MOVE WS-IST-LEFT (WS-IST-IDX)   TO ST-INSP-LEFT
                   MOVE WS-IST-TERM (WS-IST-IDX)   TO ST-INSP-TERM
                   WRITE FD-STMTFILE-REC FROM ST-LINE8E
               END-PERFORM
               WRITE FD-STMTFILE-REC FROM ST-LINE9
               PERFORM 5450-WRITE-TEXT-MESSAGES THRU 5450-EXIT
               WRITE FD-STMTFILE-REC FROM ST-LINE10
               WRITE FD-STMTFILE-REC FROM ST-LINE11
               WRITE FD-STMTFILE-REC FROM ST-LINE12
               WRITE FD-STMTFILE-REC FROM ST-LINE13
               WRITE FD-STMTFILE-REC FROM ST-LINE12
           END-IF.
           IF  CUST-STMT-PREF-EMAIL
               PERFORM 5300-WRITE-EMAIL-EXTRACT THRU 5300-EXIT
           END-IF.

       5070-EXIT.
           EXIT.

      * Collect the account's promotional offers still in force along
      * with the balance of each offer's category bucket.
       5080-GET-PROMO-BALS.
           MOVE 0   TO WS-PST-COUNT
           IF  NOT PROMO-FILE-AVAILABLE
               GO TO 5080-EXIT
           END-IF
           MOVE 'N' TO WS-END-OF-PROMOS
           MOVE ACCT-ID    TO FD-PROMO-ACCT-ID
           MOVE LOW-VALUES TO FD-PROMO-TYPE-CD
           MOVE 0          TO FD-PROMO-CAT-CD
           START PROMO-FILE KEY >= FD-PROMO-KEY
              INVALID KEY
                MOVE 'Y' TO WS-END-OF-PROMOS
           END-START
           PERFORM 5090-READ-NEXT-PROMO
              UNTIL WS-END-OF-PROMOS = 'Y'.
       5080-EXIT.
           EXIT.

       5090-READ-NEXT-PROMO.
           READ PROMO-FILE NEXT RECORD INTO PROMO-OFFER-RECORD
              AT END
                MOVE 'Y' TO WS-END-OF-PROMOS
              NOT AT END
                IF  PROMO-ACCT-ID NOT = ACCT-ID
                    MOVE 'Y' TO WS-END-OF-PROMOS
                ELSE
                    IF  PROMO-ACTIVE
                    AND PROMO-EXPIRY-DATE >= WS-BALHIST-TODAY
                    AND WS-PST-COUNT < WS-PST-MAX
                        ADD 1 TO WS-PST-COUNT
                        MOVE 0 TO WS-PST-BAL (WS-PST-COUNT)
                        MOVE PROMO-INT-RATE
                          TO WS-PST-RATE (WS-PST-COUNT)
                        MOVE PROMO-EXPIRY-DATE
                          TO WS-PST-EXPIRY (WS-PST-COUNT)
                        MOVE PROMO-KEY TO FD-TRAN-CAT-KEY
                        READ TCATBAL-FILE INTO TRAN-CAT-BAL-RECORD
                           KEY IS FD-TRAN-CAT-KEY
                           INVALID KEY
                             CONTINUE
                           NOT INVALID KEY
                             MOVE TRAN-CAT-BAL
                               TO WS-PST-BAL (WS-PST-COUNT)
                        END-READ
                    END-IF
                END-IF
           END-READ
           EXIT.

      * Collect the account's active installment plans - principal
      * not yet billed and the installments still to come.
       5095-GET-INSTALLMENT-PLANS.
           MOVE 0   TO WS-IST-COUNT
           IF  NOT INSTPLAN-FILE-AVAILABLE
               GO TO 5095-EXIT
           END-IF
           MOVE 'N' TO WS-END-OF-INSTPLANS
           MOVE ACCT-ID    TO FD-INSP-ACCT-ID
           MOVE LOW-VALUES TO FD-INSP-TRAN-ID
           START INSTPLAN-FILE KEY >= FD-INSP-KEY
              INVALID KEY
                MOVE 'Y' TO WS-END-OF-INSTPLANS
           END-START
           PERFORM 5096-READ-NEXT-INSTPLAN
              UNTIL WS-END-OF-INSTPLANS = 'Y'.
       5095-EXIT.
           EXIT.

       5096-READ-NEXT-INSTPLAN.
           READ INSTPLAN-FILE NEXT RECORD INTO INSTALLMENT-PLAN-RECORD
              AT END
                MOVE 'Y' TO WS-END-OF-INSTPLANS
              NOT AT END
                IF  INSP-ACCT-ID NOT = ACCT-ID
                    MOVE 'Y' TO WS-END-OF-INSTPLANS
                ELSE
                    IF  INSP-STAT-ACTIVE
                    AND WS-IST-COUNT < WS-IST-MAX
                        ADD 1 TO WS-IST-COUNT
                        MOVE INSP-UNBILLED-BAL
                          TO WS-IST-BAL (WS-IST-COUNT)
                        COMPUTE WS-IST-LEFT (WS-IST-COUNT) =
                            INSP-TERM-MONTHS - INSP-MONTHS-BILLED
                        MOVE INSP-TERM-MONTHS
                          TO WS-IST-TERM (WS-IST-COUNT)
                    END-IF
                END-IF
           END-READ
           EXIT.

       5060-READ-NEXT-CASH-BKT.
           READ TCATBAL-FILE NEXT RECORD INTO TRAN-CAT-BAL-RECORD
              AT END
                  INTO HTML-BSIC-LN
           END-STRING.
           WRITE FD-HTMLFILE-REC FROM HTML-BSIC-LN.
           PERFORM VARYING WS-PST-IDX FROM 1 BY 1
             UNTIL WS-PST-IDX > WS-PST-COUNT
               MOVE WS-PST-BAL (WS-PST-IDX)    TO ST-PROMO-BAL
               MOVE WS-PST-RATE (WS-PST-IDX)   TO ST-PROMO-RATE
               MOVE WS-PST-EXPIRY (WS-PST-IDX) TO ST-PROMO-EXPIRY
               MOVE SPACES TO HTML-BSIC-LN
               STRING '<p>Promo Balance      : ' DELIMITED BY '*'
                      ST-PROMO-BAL DELIMITED BY '*'
                      ' at ' DELIMITED BY SIZE
                      ST-PROMO-RATE DELIMITED BY '*'
                      '% until ' DELIMITED BY SIZE
                      ST-PROMO-EXPIRY DELIMITED BY '*'
                      '</p>' DELIMITED BY '*'
                      INTO HTML-BSIC-LN
               END-STRING
               WRITE FD-HTMLFILE-REC FROM HTML-BSIC-LN
           END-PERFORM.
           PERFORM VARYING WS-IST-IDX FROM 1 BY 1
             UNTIL WS-IST-IDX > WS-IST-COUNT
               MOVE WS-IST-BAL (WS-IST-IDX)    TO ST-INSP-BAL
               MOVE WS-IST-LEFT (WS-IST-IDX)   TO ST-INSP-LEFT
               MOVE WS-IST-TERM (WS-IST-IDX)   TO ST-INSP-TERM
               MOVE SPACES TO HTML-BSIC-LN
               STRING '<p>Installment Plan   : ' DELIMITED BY '*'
                      ST-INSP-BAL DELIMITED BY '*'
                      ' with ' DELIMITED BY SIZE
                      ST-INSP-LEFT DELIMITED BY '*'
                      ' of ' DELIMITED BY SIZE
                      ST-INSP-TERM DELIMITED BY '*'
                      ' payments left</p>' DELIMITED BY SIZE
                      INTO HTML-BSIC-LN
               END-STRING
               WRITE FD-HTMLFILE-REC FROM HTML-BSIC-LN
           END-PERFORM.
           SET HTML-LTDE TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           SET HTML-LTRE TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           PERFORM 5460-WRITE-HTML-MESSAGES THRU 5460-EXIT.
           SET HTML-LTRS TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           SET HTML-L30-42 TO TRUE.
       5200-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * A foreign transaction fee whose purchase is among the card's
      * transactions waits and prints under the purchase; one whose
      * purchase is not here prints in its own place.
       4050-CHECK-FEE-PLACEMENT.
           MOVE 'N' TO WS-FXFEE-DEFER-SW.
           IF  TRNX-TYPE-CD = WS-FXFEE-TYPE-CD
           AND TRNX-CAT-CD = WS-FXFEE-CAT-CD
           AND TRNX-DESC (1:31) = WS-FXFEE-DESC-PFX
               MOVE TRNX-DESC (32:16) TO WS-FXFEE-LINK-ID
               PERFORM VARYING FEE-JMP FROM 1 BY 1
                 UNTIL FEE-JMP > WS-TRCT (CR-JMP)
                   IF WS-TRAN-NUM (CR-JMP, FEE-JMP) = WS-FXFEE-LINK-ID
                       SET FXFEE-DEFERRED TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.

      * Print the fees charged on the transaction just printed.
       4060-WRITE-LINKED-FEES.
           MOVE TRNX-ID TO WS-FXFEE-LINK-ID.
           PERFORM VARYING FEE-JMP FROM 1 BY 1
             UNTIL FEE-JMP > WS-TRCT (CR-JMP)
               MOVE WS-TRAN-REST (CR-JMP, FEE-JMP) TO TRNX-REST
               IF  TRNX-TYPE-CD = WS-FXFEE-TYPE-CD
               AND TRNX-CAT-CD = WS-FXFEE-CAT-CD
               AND TRNX-DESC (1:31) = WS-FXFEE-DESC-PFX
               AND TRNX-DESC (32:16) = WS-FXFEE-LINK-ID
                   MOVE WS-TRAN-NUM (CR-JMP, FEE-JMP) TO TRNX-ID
                   IF  REPRINT-MODE
                       MOVE TRNX-ID   TO ST-TRANID
                       MOVE TRNX-DESC TO ST-TRANDT
                       MOVE TRNX-AMT  TO ST-TRANAMT
                       WRITE FD-STMTFILE-REC FROM ST-LINE14
                   ELSE
                       PERFORM 6000-WRITE-TRANS
                   END-IF
                   ADD TRNX-AMT TO WS-TOTAL-AMT
               END-IF
           END-PERFORM.
           EXIT.

      *---------------------------------------------------------------*
       5300-WRITE-EMAIL-EXTRACT.
           MOVE SPACES       TO FD-EMAILXFILE-REC.
           MOVE ACCT-ID      TO EMLX-ACCT-ID.
           MOVE CUST-ID      TO EMLX-CUST-ID.
           STRING CUST-FIRST-NAME DELIMITED BY ' '
                  CUST-LAST-NAME DELIMITED BY ' '
                  INTO EMLX-CUST-NAME
           END-STRING.
           SET EMLX-REC-ACCOUNT TO TRUE.
           WRITE FD-EMAILXFILE-REC.
           SET EMLX-REC-MESSAGE TO TRUE.
           PERFORM VARYING WS-SMT-IDX FROM 1 BY 1
             UNTIL WS-SMT-IDX > WS-SMT-COUNT
               IF  WS-SMT-APPLIES (WS-SMT-IDX) = 'Y'
                   MOVE WS-SMT-MSG (WS-SMT-IDX)
                     TO STATEMENT-MESSAGE-RECORD
                   MOVE SMSG-ID   TO EMLX-MSG-ID
                   MOVE SMSG-TEXT TO EMLX-MSG-TEXT
                   WRITE FD-EMAILXFILE-REC
               END-IF
           END-PERFORM.

       5300-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Flag the statement messages that apply to this account - its
      * group, cycle, delinquency severity and delivery preference
      * must each match the message targeting, a blank target field
      * matching any account.
       5400-SELECT-STMT-MESSAGES.
           MOVE 0 TO WS-SMT-PRT-CNT.
           ADD 1 TO WS-SMSG-STMT-CNT.
           IF  WS-SMT-COUNT = 0
               GO TO 5400-EXIT
           END-IF.
           MOVE '0' TO WS-SMSG-ACCT-SEV.
           IF  DELQ-FILE-AVAILABLE
               MOVE ACCT-ID TO FD-DELQ-ACCT-ID
               READ DELQ-FILE INTO DELINQUENCY-RECORD
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE DELQ-SEVERITY TO WS-SMSG-ACCT-SEV
               END-READ
           END-IF.
           MOVE ACCT-CYCLE-CD TO WS-SMSG-ACCT-CYCLE.
           PERFORM 5410-CHECK-MSG-TARGET THRU 5410-EXIT
              VARYING WS-SMT-IDX FROM 1 BY 1
                UNTIL WS-SMT-IDX > WS-SMT-COUNT.
           IF  WS-SMT-PRT-CNT > 0
               ADD 1 TO WS-SMSG-WITH-MSG-CNT
           END-IF.
       5400-EXIT.
           EXIT.

       5410-CHECK-MSG-TARGET.
           MOVE 'N' TO WS-SMT-APPLIES (WS-SMT-IDX).
           MOVE WS-SMT-MSG (WS-SMT-IDX) TO STATEMENT-MESSAGE-RECORD.
           IF  SMSG-TGT-GROUP-ID NOT = SPACES
           AND SMSG-TGT-GROUP-ID NOT = ACCT-GROUP-ID
               GO TO 5410-EXIT
           END-IF.
           IF  SMSG-TGT-CYCLE-CD NOT = SPACES
           AND SMSG-TGT-CYCLE-CD NOT = WS-SMSG-ACCT-CYCLE
               GO TO 5410-EXIT
           END-IF.
           IF  SMSG-TGT-SEV-LOW NOT = SPACE
           AND WS-SMSG-ACCT-SEV < SMSG-TGT-SEV-LOW
               GO TO 5410-EXIT
           END-IF.
           IF  SMSG-TGT-SEV-HIGH NOT = SPACE
           AND WS-SMSG-ACCT-SEV > SMSG-TGT-SEV-HIGH
               GO TO 5410-EXIT
           END-IF.
           IF  SMSG-TGT-PAPER AND CUST-STMT-PREF-EMAIL
               GO TO 5410-EXIT
           END-IF.
           IF  SMSG-TGT-EMAIL AND NOT CUST-STMT-PREF-EMAIL
               GO TO 5410-EXIT
           END-IF.
           MOVE 'Y' TO WS-SMT-APPLIES (WS-SMT-IDX).
           ADD 1 TO WS-SMT-PRT-CNT.
      *    A held paper copy is never mailed, so it is left out of
      *    the delivery counts.
           IF  CUST-STMT-PREF-EMAIL
               ADD 1 TO WS-SMT-EMAIL-CNT (WS-SMT-IDX)
           ELSE
               IF  NOT PAPER-STMT-HELD
                   ADD 1 TO WS-SMT-PAPER-CNT (WS-SMT-IDX)
               END-IF
           END-IF.
       5410-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Messages print after the basic details, ahead of the
      * transaction summary.
       5450-WRITE-TEXT-MESSAGES.
           IF  WS-SMT-PRT-CNT = 0
               GO TO 5450-EXIT
           END-IF.
           WRITE FD-STMTFILE-REC FROM ST-LINE10.
           WRITE FD-STMTFILE-REC FROM ST-LINE19.
           WRITE FD-STMTFILE-REC FROM ST-LINE12.
           PERFORM VARYING WS-SMT-IDX FROM 1 BY 1
             UNTIL WS-SMT-IDX > WS-SMT-COUNT
               IF  WS-SMT-APPLIES (WS-SMT-IDX) = 'Y'
                   MOVE WS-SMT-MSG (WS-SMT-IDX)
                     TO STATEMENT-MESSAGE-RECORD
                   MOVE SMSG-TEXT-LINE-1 TO ST-MSG-TEXT
                   WRITE FD-STMTFILE-REC FROM ST-LINE20
                   IF  SMSG-TEXT-LINE-2 NOT = SPACES
                       MOVE SMSG-TEXT-LINE-2 TO ST-MSG-TEXT
                       WRITE FD-STMTFILE-REC FROM ST-LINE20
                   END-IF
               END-IF
           END-PERFORM.
       5450-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       5460-WRITE-HTML-MESSAGES.
           IF  WS-SMT-PRT-CNT = 0
               GO TO 5460-EXIT
           END-IF.
           SET HTML-LTRS TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           SET HTML-L30-42 TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           SET HTML-L44 TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           SET HTML-LTDE TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           SET HTML-LTRE TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           SET HTML-LTRS TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           SET HTML-L22-35 TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           PERFORM VARYING WS-SMT-IDX FROM 1 BY 1
             UNTIL WS-SMT-IDX > WS-SMT-COUNT
               IF  WS-SMT-APPLIES (WS-SMT-IDX) = 'Y'
                   MOVE WS-SMT-MSG (WS-SMT-IDX)
                     TO STATEMENT-MESSAGE-RECORD
                   MOVE SPACES TO HTML-MSG-LN
                   STRING '<p>' DELIMITED BY SIZE
                          SMSG-TEXT-LINE-1 DELIMITED BY SIZE
                          '</p>' DELIMITED BY SIZE
                          INTO HTML-MSG-LN
                   END-STRING
                   WRITE FD-HTMLFILE-REC FROM HTML-MSG-LN
                   IF  SMSG-TEXT-LINE-2 NOT = SPACES
                       MOVE SPACES TO HTML-MSG-LN
                       STRING '<p>' DELIMITED BY SIZE
                              SMSG-TEXT-LINE-2 DELIMITED BY SIZE
                              '</p>' DELIMITED BY SIZE
                              INTO HTML-MSG-LN
                       END-STRING
                       WRITE FD-HTMLFILE-REC FROM HTML-MSG-LN
                   END-IF
               END-IF
           END-PERFORM.
           SET HTML-LTDE TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
           SET HTML-LTRE TO TRUE.
           WRITE FD-HTMLFILE-REC FROM HTML-FIXED-LN.
       5460-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       6000-WRITE-TRANS.
           MOVE TRNX-ID TO ST-TRANID.
           MOVE TRNX-DESC TO ST-TRANDT.
           MOVE TRNX-AMT TO ST-TRANAMT.
           IF  PRINT-PAPER-STMT
               WRITE FD-STMTFILE-REC FROM ST-LINE14
           END-IF.


           MOVE BALHIST-ENTRY-CNT TO WS-BALHIST-PRT-CNT.
           IF  WS-BALHIST-PRT-CNT > 0
               AND PRINT-PAPER-STMT
               WRITE FD-STMTFILE-REC FROM ST-LINE16
               WRITE FD-STMTFILE-REC FROM ST-LINE17
               PERFORM VARYING WS-BALHIST-IDX FROM 1 BY 1
               BALHIST-CYCLE-BAL (BALHIST-ENTRY-CNT).
       7100-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Run report - how many statements carried each message in
      * effect for the run.
       7500-WRITE-SMSG-REPORT.
           MOVE WS-BALHIST-TODAY TO SMSG-RPT-STMT-DATE.
           WRITE FD-SMSGRPT-REC FROM SMSG-REPORT-NAME-HEADER.
           WRITE FD-SMSGRPT-REC FROM SMSG-REPORT-HEADER-1.
           WRITE FD-SMSGRPT-REC FROM SMSG-REPORT-HEADER-2.
           IF  WS-SMT-COUNT = 0
               WRITE FD-SMSGRPT-REC FROM SMSG-REPORT-NONE
           END-IF.
           PERFORM VARYING WS-SMT-IDX FROM 1 BY 1
             UNTIL WS-SMT-IDX > WS-SMT-COUNT
               MOVE WS-SMT-MSG (WS-SMT-IDX)
                 TO STATEMENT-MESSAGE-RECORD
               MOVE SMSG-ID            TO SMSG-RPT-MSG-ID
               MOVE SMSG-EFF-FROM-DATE TO SMSG-RPT-EFF-FROM
               MOVE SMSG-EFF-TO-DATE   TO SMSG-RPT-EFF-TO
               MOVE SMSG-TEXT-LINE-1   TO SMSG-RPT-TEXT
               MOVE WS-SMT-PAPER-CNT (WS-SMT-IDX)
                 TO SMSG-RPT-PAPER-CNT
               MOVE WS-SMT-EMAIL-CNT (WS-SMT-IDX)
                 TO SMSG-RPT-EMAIL-CNT
               COMPUTE SMSG-RPT-TOTAL-CNT
                     = WS-SMT-PAPER-CNT (WS-SMT-IDX)
                     + WS-SMT-EMAIL-CNT (WS-SMT-IDX)
               WRITE FD-SMSGRPT-REC FROM SMSG-DETAIL-REPORT
           END-PERFORM.
           WRITE FD-SMSGRPT-REC FROM SMSG-REPORT-HEADER-2.
           MOVE WS-SMSG-STMT-CNT     TO SMSG-RPT-STMT-CNT.
           MOVE WS-SMSG-WITH-MSG-CNT TO SMSG-RPT-WITH-MSG-CNT.
           WRITE FD-SMSGRPT-REC FROM SMSG-REPORT-TOTALS.
       7500-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       8100-FILE-OPEN.
           GO TO 8100-TRNXFILE-OPEN
