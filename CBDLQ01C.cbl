      *               on the delinquency file, carries the bucket
      *               total back to ACCT-PAST-DUE-AMT, and prints the
      *               collections worklist in severity order.
      *               An account on an active hardship plan is held in
      *               its buckets while the plan payments are made;
      *               the plan breaks on its second missed payment and
      *               completes once its term of due dates has passed.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  RECORD KEY   IS FD-DELQ-ACCT-ID
                  FILE STATUS  IS DELQFILE-STATUS.

           SELECT HARDSHIP-FILE ASSIGN TO HARDSHIP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-HRD-ACCT-ID
                  FILE STATUS  IS HARDSHIP-STATUS.

           SELECT REPORT-FILE ASSIGN TO DELQRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
           05 FD-DELQ-ACCT-ID                   PIC 9(11).
           05 FD-DELQ-DATA                      PIC X(89).

       FD  HARDSHIP-FILE.
       01  FD-HARDSHIP-REC.
           05 FD-HRD-ACCT-ID                    PIC 9(11).
           05 FD-HRD-DATA                       PIC X(89).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

           05  DELQFILE-STAT1      PIC X.
           05  DELQFILE-STAT2      PIC X.

       COPY CVHRD01Y.
       01  HARDSHIP-STATUS.
           05  HARDSHIP-STAT1      PIC X.
           05  HARDSHIP-STAT2      PIC X.

       COPY CVDLQ02Y.
       01  REPTFILE-STATUS.
           05  REPTFILE-STAT1      PIC X.
           05 WS-ACCT-AGED-COUNT        PIC 9(09) VALUE 0.
           05 WS-ACCT-CURED-COUNT       PIC 9(09) VALUE 0.
           05 WS-DELQ-OPEN-COUNT        PIC 9(09) VALUE 0.
           05 WS-PLAN-HELD-COUNT        PIC 9(09) VALUE 0.
           05 WS-PLAN-BROKEN-COUNT      PIC 9(09) VALUE 0.
           05 WS-PLAN-DONE-COUNT        PIC 9(09) VALUE 0.

       01  WS-AGING-VARS.
           05 WS-DELQ-FOUND             PIC X(01) VALUE 'N'.
           05 WS-BUCKET-TOTAL           PIC S9(10)V99.
           05 WS-APPLY-AMT              PIC S9(10)V99.

       01  WS-HARDSHIP-VARS.
           05 WS-PLAN-SW                PIC X(01) VALUE 'N'.
               88 PLAN-NOT-IN-FORCE         VALUE 'N'.
               88 PLAN-PAYMENT-MADE         VALUE 'M'.
               88 PLAN-PAYMENT-MISSED       VALUE 'X'.
               88 PLAN-DUE-DATE-COUNTED     VALUE 'D'.
           05 WS-PLAN-PAY-AMT           PIC S9(09)V99.
           05 WS-PLAN-MONTHS            PIC 9(04).
           05 WS-PLAN-MISS-LIMIT        PIC 9(01) VALUE 2.

       01  WS-REPORT-VARS.
           05 WS-LINE-COUNTER           PIC 9(09) COMP-3 VALUE 0.
           05 WS-PAGE-SIZE              PIC 9(03) COMP-3 VALUE 20.
           PERFORM 0000-ACCTFILE-OPEN.
           PERFORM 0100-DELQFILE-OPEN.
           PERFORM 0200-REPTFILE-OPEN.
           PERFORM 0300-HARDSHIP-OPEN.

           PERFORM UNTIL END-OF-FILE = 'Y'
               IF  END-OF-FILE = 'N'
           PERFORM 9000-ACCTFILE-CLOSE.
           PERFORM 9100-DELQFILE-CLOSE.
           PERFORM 9200-REPTFILE-CLOSE.
           PERFORM 9300-HARDSHIP-CLOSE.
           DISPLAY 'ACCOUNTS READ           :' WS-ACCT-READ-COUNT
           DISPLAY 'ACCOUNTS AGED           :' WS-ACCT-AGED-COUNT
           DISPLAY 'ACCOUNTS CURED          :' WS-ACCT-CURED-COUNT
           DISPLAY '120+ DAY ACCOUNTS       :' WS-DELQ-OPEN-COUNT
           DISPLAY 'HELD ON HARDSHIP PLAN   :' WS-PLAN-HELD-COUNT
           DISPLAY 'HARDSHIP PLANS BROKEN   :' WS-PLAN-BROKEN-COUNT
           DISPLAY 'HARDSHIP PLANS COMPLETED:' WS-PLAN-DONE-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-ACCT-READ-COUNT TO RST-RECORD-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0300-HARDSHIP-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O HARDSHIP-FILE
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
       1000-ACCTFILE-GET-NEXT.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD.
               MOVE 0 TO WS-CURR-MIN-AMT
           END-IF

      * A hardship plan payment kept holds the buckets where they are
      * for this due date; a missed one ages the plan payment short
      * like any other minimum.
           PERFORM 2300-CHECK-HARDSHIP-PLAN
              THRU 2300-CHECK-HARDSHIP-PLAN-EXIT
           IF  PLAN-DUE-DATE-COUNTED
               GO TO 2000-AGE-ACCOUNT-EXIT
           END-IF
           IF  PLAN-PAYMENT-MADE
               ADD 1 TO WS-PLAN-HELD-COUNT
               IF  DELQ-REC-FOUND
                   MOVE ACCT-PAYMENT-DUE-DATE
                                     TO DELQ-LAST-AGED-DUE-DATE
                   PERFORM 2600-SAVE-DELQ-REC
               END-IF
               GO TO 2000-AGE-ACCOUNT-EXIT
           END-IF
           IF  PLAN-PAYMENT-MISSED
               MOVE WS-PLAN-PAY-AMT TO WS-CURR-MIN-AMT
           END-IF

      * Money received pays down the oldest buckets first, then the
      * current cycle's minimum; whatever minimum is left unpaid
      * becomes the new 30-day bucket when the buckets shift.
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2300-CHECK-HARDSHIP-PLAN.
      * Each due date on or after the plan start is one plan month.
      * The payment due is the plan's fixed payment, or the billed
      * minimum when a nearly paid-off balance billed less.
           MOVE 'N' TO WS-PLAN-SW
           MOVE ACCT-ID TO FD-HRD-ACCT-ID
           READ HARDSHIP-FILE INTO HARDSHIP-PLAN-RECORD
              INVALID KEY
                GO TO 2300-CHECK-HARDSHIP-PLAN-EXIT
           END-READ
           IF  HARDSHIP-STATUS NOT = '00'
               DISPLAY 'ERROR READING HARDSHIP PLAN FILE'
               MOVE HARDSHIP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  NOT HRD-STAT-ACTIVE
           OR  HRD-START-DATE > ACCT-PAYMENT-DUE-DATE
               GO TO 2300-CHECK-HARDSHIP-PLAN-EXIT
           END-IF
           IF  HRD-LAST-AGED-DUE-DATE = ACCT-PAYMENT-DUE-DATE
               SET PLAN-DUE-DATE-COUNTED TO TRUE
               GO TO 2300-CHECK-HARDSHIP-PLAN-EXIT
           END-IF

           MOVE HRD-FIXED-PAY-AMT TO WS-PLAN-PAY-AMT
           IF  ACCT-MIN-PAY-AMT < WS-PLAN-PAY-AMT
               MOVE ACCT-MIN-PAY-AMT TO WS-PLAN-PAY-AMT
           END-IF
           IF  WS-PLAN-PAY-AMT < 0
               MOVE 0 TO WS-PLAN-PAY-AMT
           END-IF

           IF  WS-PAID-AMT >= WS-PLAN-PAY-AMT
               SET PLAN-PAYMENT-MADE TO TRUE
               ADD 1 TO HRD-PAYMENTS-MADE
           ELSE
               SET PLAN-PAYMENT-MISSED TO TRUE
               ADD 1 TO HRD-PAYMENTS-MISSED
           END-IF
           MOVE ACCT-PAYMENT-DUE-DATE TO HRD-LAST-AGED-DUE-DATE

           COMPUTE WS-PLAN-MONTHS = HRD-PAYMENTS-MADE
                                  + HRD-PAYMENTS-MISSED
           EVALUATE TRUE
               WHEN HRD-PAYMENTS-MISSED >= WS-PLAN-MISS-LIMIT
                   SET HRD-STAT-BROKEN TO TRUE
                   MOVE PARM-DATE  TO HRD-STATUS-DATE
                   MOVE 'CBDLQ01C' TO HRD-STATUS-USER-ID
                   ADD 1 TO WS-PLAN-BROKEN-COUNT
                   DISPLAY 'HARDSHIP PLAN BROKEN FOR ACCOUNT ' ACCT-ID
               WHEN WS-PLAN-MONTHS >= HRD-TERM-MONTHS
                   SET HRD-STAT-COMPLETED TO TRUE
                   MOVE PARM-DATE  TO HRD-STATUS-DATE
                   MOVE 'CBDLQ01C' TO HRD-STATUS-USER-ID
                   ADD 1 TO WS-PLAN-DONE-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           REWRITE FD-HARDSHIP-REC FROM HARDSHIP-PLAN-RECORD
           IF  HARDSHIP-STATUS NOT = '00'
               DISPLAY 'ERROR RE-WRITING HARDSHIP PLAN FILE'
               MOVE HARDSHIP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
       2300-CHECK-HARDSHIP-PLAN-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2400-REWRITE-ACCOUNT.
           REWRITE FD-ACCTFILE-REC FROM ACCOUNT-RECORD
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9300-HARDSHIP-CLOSE.
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

       9999-ABEND-PROGRAM.
           DISPLAY 'ABENDING PROGRAM'
