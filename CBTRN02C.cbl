                  RECORD KEY   IS FD-FXR-KEY
                  FILE STATUS  IS FXRATE-STATUS.

           SELECT FEESCHED-FILE ASSIGN TO FEESCHED
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-FEES-KEY
                  FILE STATUS  IS FEESCHED-STATUS.

           SELECT PAYQUOTE-FILE ASSIGN TO PAYQUOTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-PQ-KEY
                  FILE STATUS  IS PAYQUOTE-STATUS.

           SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
              10 FD-FXR-EFF-DATE             PIC X(10).
           05 FD-FXR-DATA                    PIC X(27).

       FD  FEESCHED-FILE.
       01  FD-FEESCHED-REC.
           05 FD-FEES-KEY.
              10 FD-FEES-ACCT-GROUP-ID       PIC X(10).
              10 FD-FEES-FEE-TYPE-CD         PIC X(02).
           05 FD-FEES-DATA                   PIC X(38).

       FD  PAYQUOTE-FILE.
       01  FD-PAYQUOTE-REC.
           05 FD-PQ-KEY.
              10 FD-PQ-ACCT-ID               PIC 9(11).
              10 FD-PQ-QUOTE-NUM             PIC X(12).
           05 FD-PQ-DATA                     PIC X(177).

       FD  PSTJRNL-FILE.
       01  FD-PSTJRNL-REC.
           05 FD-PJR-KEY                     PIC X(28).
        01 WS-FXRATE-EOF                 PIC X(01) VALUE 'N'.
       COPY CVFXR01Y.

      * A converted transaction carries the foreign transaction fee
      * agreed for the account group (fee schedule, DEFAULT group
      * fallback).  The fee posts as its own transaction in its own
      * category, referencing the purchase it was charged on.
       COPY CVFEE01Y.
        01 FEESCHED-STATUS.
           05  FEESCHED-STAT1     PIC X.
           05  FEESCHED-STAT2     PIC X.
        01 WS-FX-FEE-WORK.
           05 WS-FX-FEE-TYPE-CD         PIC X(02) VALUE '01'.
           05 WS-FX-FEE-CAT-CD          PIC 9(04) VALUE 11.
           05 WS-FX-FEE-PCT             PIC S9(02)V9(04) VALUE 0.
           05 WS-FX-FEE-AMT             PIC S9(09)V99 VALUE 0.
           05 WS-FX-FEE-SAVE-AMT        PIC S9(09)V99 VALUE 0.
           05 WS-FX-FEE-SAVE-TYPE-CD    PIC X(02) VALUE SPACES.
           05 WS-FX-FEE-SAVE-CAT-CD     PIC 9(04) VALUE 0.
           05 WS-FX-FEE-COUNT           PIC 9(09) VALUE 0.
           05 WS-FX-FEE-TOTAL           PIC S9(11)V99 VALUE 0.

      * A payment that meets an open payoff quote on or before its
      * good-through date marks the quote paid and flags the account
      * so the next interest billing waives the trailing interest.
       COPY CVPOF01Y.
        01 PAYQUOTE-STATUS.
           05  PAYQUOTE-STAT1     PIC X.
           05  PAYQUOTE-STAT2     PIC X.
        01 WS-PAYOFF-WORK.
           05 WS-END-OF-QUOTES          PIC X(01) VALUE 'N'.
           05 WS-QUOTE-MATCH-SW         PIC X(01) VALUE 'N'.
              88 QUOTE-MATCH-FOUND                VALUE 'Y'.
              88 QUOTE-MATCH-NOT-FOUND            VALUE 'N'.
           05 WS-PAYMENT-AMT            PIC S9(10)V99 VALUE 0.
           05 WS-QUOTE-MATCH-COUNT      PIC 9(09) VALUE 0.

      * Rolling window of recently posted transactions, used to catch
      * the same card/amount/merchant being submitted twice within a
      * short time.
           PERFORM 0955-RWDEARN-OPEN.
           PERFORM 0960-FRAUD-RULES-OPEN.
           PERFORM 0970-FRDHOLD-OPEN.
           PERFORM 0980-FEESCHED-OPEN.
           PERFORM 0990-PAYQUOTE-OPEN.

      *    The posting order is the sorted order - each account's
      *    records arrive together, so the deferred account, category
           PERFORM 9950-REWARDS-CLOSE.
           PERFORM 9955-RWDEARN-CLOSE.
           PERFORM 9960-FRDHOLD-CLOSE.
           PERFORM 9980-FEESCHED-CLOSE.
           PERFORM 9990-PAYQUOTE-CLOSE.
           DISPLAY 'TRANSACTIONS PROCESSED :' WS-TRANSACTION-COUNT
           DISPLAY 'TRANSACTIONS REJECTED  :' WS-REJECT-COUNT
           DISPLAY 'AUTH HOLDS RELEASED    :' WS-HOLDS-RELEASED-COUNT
           DISPLAY 'PAYMENT ALLOC SLICES   :' WS-ALLOC-WRITE-COUNT
           DISPLAY 'REWARD POINTS ACCRUED  :' WS-RWD-ACCRUED-TOTAL
           DISPLAY 'FRAUD SUSPECTS HELD    :' WS-SUSPECT-COUNT
           DISPLAY 'FOREIGN TXN FEES POSTED:' WS-FX-FEE-COUNT
           DISPLAY 'PAYOFF QUOTES MATCHED  :' WS-QUOTE-MATCH-COUNT
           IF WS-REJECT-COUNT > 0                                               
              MOVE 4 TO RETURN-CODE                                             
           END-IF                                                               
           END-IF
           IF  WS-RECOVERY-POSTING = 'N'
               PERFORM 2800-UPDATE-ACCOUNT-REC
           END-IF
           IF  DALYTRAN-TYPE-CD = WS-PAYMENT-TYPE-CD
           AND WS-CONVERTED-AMT < 0
           AND WS-RECOVERY-POSTING = 'N'
               PERFORM 2780-MATCH-PAYOFF-QUOTE
           END-IF
            PERFORM 2850-ACCRUE-REWARDS
               THRU 2850-ACCRUE-REWARDS-EXIT
            PERFORM 2610-RECORD-CARD-SPEND
               THRU 2610-RECORD-CARD-SPEND-EXIT
           PERFORM 2975-RELEASE-AUTH-HOLD
           IF  DALYTRAN-CURRENCY-CD NOT = SPACES
           AND DALYTRAN-CURRENCY-CD NOT = ACCT-CURRENCY-CD
               PERFORM 2660-POST-FOREIGN-TXN-FEE
                  THRU 2660-POST-FOREIGN-TXN-FEE-EXIT
           END-IF

           IF  DALYTRAN-TYPE-CD = WS-PAYMENT-TYPE-CD
           AND WS-CONVERTED-AMT < 0
           END-PERFORM
           EXIT.

      *---------------------------------------------------------------*
       2660-POST-FOREIGN-TXN-FEE.
      * Charge the account group's foreign transaction fee on a
      * converted debit.  The fee is its own transaction: id 'FX'
      * over the purchase id (the processor's ids are zero-filled
      * numbers, so the leading positions carry nothing), so a rerun
      * past a checkpoint finds it already on file and a dispute
      * can find it from the purchase.  It posts to its own bucket
      * and earns no rewards.
           IF  DALYTRAN-TYPE-CD = WS-PAYMENT-TYPE-CD
           OR  WS-CONVERTED-AMT NOT > 0
           OR  WS-RECOVERY-POSTING = 'Y'
               GO TO 2660-POST-FOREIGN-TXN-FEE-EXIT
           END-IF
           PERFORM 2665-GET-FX-FEE-PCT
           IF  WS-FX-FEE-PCT NOT > 0
               GO TO 2660-POST-FOREIGN-TXN-FEE-EXIT
           END-IF
           COMPUTE WS-FX-FEE-AMT ROUNDED =
              WS-CONVERTED-AMT * WS-FX-FEE-PCT / 100
           IF  WS-FX-FEE-AMT NOT > 0
               GO TO 2660-POST-FOREIGN-TXN-FEE-EXIT
           END-IF

      *    The bucket and account updates work from the daily record
      *    and the converted amount - point them at the fee, then put
      *    the purchase back.
           MOVE WS-CONVERTED-AMT   TO WS-FX-FEE-SAVE-AMT
           MOVE DALYTRAN-TYPE-CD   TO WS-FX-FEE-SAVE-TYPE-CD
           MOVE DALYTRAN-CAT-CD    TO WS-FX-FEE-SAVE-CAT-CD
           MOVE WS-FX-FEE-AMT      TO WS-CONVERTED-AMT
           MOVE WS-FX-FEE-TYPE-CD  TO DALYTRAN-TYPE-CD
           MOVE WS-FX-FEE-CAT-CD   TO DALYTRAN-CAT-CD
           PERFORM 2700-UPDATE-TCATBAL
           PERFORM 2800-UPDATE-ACCOUNT-REC

           MOVE 'FX'                  TO TRAN-ID (1:2)
           MOVE DALYTRAN-ID (3:14)    TO TRAN-ID (3:14)
           MOVE WS-FX-FEE-TYPE-CD     TO TRAN-TYPE-CD
           MOVE WS-FX-FEE-CAT-CD      TO TRAN-CAT-CD
           MOVE 'System'              TO TRAN-SOURCE
           MOVE SPACES                TO TRAN-DESC
           STRING 'FOREIGN TRANSACTION FEE - TRAN ' ,
                  DALYTRAN-ID
                  DELIMITED BY SIZE
             INTO TRAN-DESC
           END-STRING
           MOVE WS-FX-FEE-AMT         TO TRAN-AMT
           MOVE ACCT-CURRENCY-CD      TO TRAN-CURRENCY-CD
           MOVE SPACES                TO TRAN-FX-RATE-DATE
           PERFORM 2900-WRITE-TRANSACTION-FILE
           ADD 1             TO WS-FX-FEE-COUNT
           ADD WS-FX-FEE-AMT TO WS-FX-FEE-TOTAL

           MOVE WS-FX-FEE-SAVE-AMT     TO WS-CONVERTED-AMT
           MOVE WS-FX-FEE-SAVE-TYPE-CD TO DALYTRAN-TYPE-CD
           MOVE WS-FX-FEE-SAVE-CAT-CD  TO DALYTRAN-CAT-CD.
       2660-POST-FOREIGN-TXN-FEE-EXIT.
           EXIT.

       2665-GET-FX-FEE-PCT.
           MOVE ACCT-GROUP-ID TO FD-FEES-ACCT-GROUP-ID
           MOVE 'FX'          TO FD-FEES-FEE-TYPE-CD
           READ FEESCHED-FILE INTO FEE-SCHEDULE-RECORD
              INVALID KEY
                MOVE 'DEFAULT' TO FD-FEES-ACCT-GROUP-ID
                READ FEESCHED-FILE INTO FEE-SCHEDULE-RECORD
                   INVALID KEY
                     MOVE 0 TO FEES-PCT
                END-READ
           END-READ
           MOVE FEES-PCT TO WS-FX-FEE-PCT
           EXIT.
      *---------------------------------------------------------------*
       2500-WRITE-REJECT-REC.
           MOVE DALYTRAN-RECORD TO REJECT-TRAN-DATA                             
           MOVE WS-VALIDATION-TRAILER TO VALIDATION-TRAILER                     
           END-IF
           MOVE 'Y' TO WS-ACCT-DIRTY
           EXIT.
      *---------------------------------------------------------------*
       2780-MATCH-PAYOFF-QUOTE.
      * A payment for at least the quoted payoff, posted on or before
      * the quote's good-through date, closes the quote.  The account
      * is flagged so CBACT04C waives the interest that trails the
      * payoff instead of it being adjusted off by hand.
           SET QUOTE-MATCH-NOT-FOUND TO TRUE
           MOVE 'N' TO WS-END-OF-QUOTES
           COMPUTE WS-PAYMENT-AMT = 0 - WS-CONVERTED-AMT
           MOVE XREF-ACCT-ID TO FD-PQ-ACCT-ID
           MOVE LOW-VALUES   TO FD-PQ-QUOTE-NUM
           START PAYQUOTE-FILE KEY >= FD-PQ-KEY
              INVALID KEY
                MOVE 'Y' TO WS-END-OF-QUOTES
           END-START
           PERFORM 2780-A-SCAN-QUOTES
              UNTIL WS-END-OF-QUOTES = 'Y'
                 OR QUOTE-MATCH-FOUND
           IF QUOTE-MATCH-FOUND
              PERFORM 2780-B-CLOSE-QUOTE
           END-IF
           EXIT.

       2780-A-SCAN-QUOTES.
           READ PAYQUOTE-FILE NEXT RECORD INTO PAYOFF-QUOTE-RECORD
              AT END
                MOVE 'Y' TO WS-END-OF-QUOTES
              NOT AT END
                IF PQ-ACCT-ID = XREF-ACCT-ID
                   IF PQ-STAT-OPEN
                      AND PQ-GOOD-THRU-DATE >= PARM-DATE
                      AND WS-PAYMENT-AMT    >= PQ-PAYOFF-AMT
                      SET QUOTE-MATCH-FOUND TO TRUE
                   END-IF
                ELSE
                   MOVE 'Y' TO WS-END-OF-QUOTES
                END-IF
           END-READ
           EXIT.

       2780-B-CLOSE-QUOTE.
           SET PQ-STAT-PAID     TO TRUE
           MOVE PARM-DATE       TO PQ-PAID-DATE
           MOVE DALYTRAN-ID     TO PQ-PAID-TRAN-ID
           MOVE WS-PAYMENT-AMT  TO PQ-PAID-AMT
           REWRITE FD-PAYQUOTE-REC FROM PAYOFF-QUOTE-RECORD
           IF  PAYQUOTE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING PAYOFF QUOTE FILE'
               MOVE PAYQUOTE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           SET ACCT-PAYOFF-INT-WAIVE TO TRUE
           MOVE PQ-QUOTE-NUM TO ACCT-PAYOFF-QUOTE-NUM
           MOVE 'Y' TO WS-ACCT-DIRTY
           ADD 1 TO WS-QUOTE-MATCH-COUNT
           EXIT.
      *---------------------------------------------------------------*         
       2900-WRITE-TRANSACTION-FILE.
           MOVE 8 TO  APPL-RESULT.
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0980-FEESCHED-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT FEESCHED-FILE
           IF  FEESCHED-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING FEE SCHEDULE FILE'
               MOVE FEESCHED-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0990-PAYQUOTE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O PAYQUOTE-FILE
           IF  PAYQUOTE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PAYOFF QUOTE FILE'
               MOVE PAYQUOTE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9980-FEESCHED-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE FEESCHED-FILE
           IF  FEESCHED-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING FEE SCHEDULE FILE'
               MOVE FEESCHED-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9990-PAYQUOTE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PAYQUOTE-FILE
           IF  PAYQUOTE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PAYOFF QUOTE FILE'
               MOVE PAYQUOTE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       3000-FRAUD-SCREEN.
      * Each rule looks at the whole day for the card, not the single
              10 REJ-VALIDATION-FAIL-REASON      PIC 9(04).
              10 REJ-VALIDATION-FAIL-REASON-DESC PIC X(76).

       COPY CVTRA06Y REPLACING LEADING ==DALYTRAN-==
                                    BY ==REJ-DALYTRAN-==.

       01 WS-VALIDATION-TRAILER.
           05 WS-VALIDATION-FAIL-REASON      PIC 9(04).
       1000-DALYREJS-GET-NEXT.
           READ DALYREJS-FILE INTO REJECT-RECORD.
           IF  DALYREJS-STATUS = '00'
               MOVE REJECT-TRAN-DATA TO REJ-DALYTRAN-RECORD
               MOVE 0 TO APPL-RESULT
           ELSE
               IF  DALYREJS-STATUS = '10'
