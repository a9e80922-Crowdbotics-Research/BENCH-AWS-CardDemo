      ******************************************************************
      * Program     : COPOF01C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Payoff quote.  Reached by PF6 from the bill
      *               payment screen.  The rep keys an account and the
      *               date the cardholder means to pay by; the screen
      *               prices every category balance bucket at the rate
      *               the interest run would bill it at, adds the
      *               interest already accrued and the per-diem
      *               interest through the payoff date to the balance,
      *               and shows the open authorization holds apart and
      *               in the total.  PF5 saves the quote on PAYQUOTE
      *               with a quote number, good through the payoff
      *               date; keying Y in the letter field has CBPOF01C
      *               print a payoff letter for it overnight.  A
      *               customer on active military duty (MILSTAT) is
      *               quoted at no more than the SCRA rate cap.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPOF01C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COPOF01C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CPOF'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-ACCTDAT-FILE            PIC X(08) VALUE 'ACCTDAT '.
         05 WS-TCATBAL-FILE            PIC X(08) VALUE 'TCATBALF'.
         05 WS-DISRATE-FILE            PIC X(08) VALUE 'DISRATE '.
         05 WS-DISCGRP-FILE            PIC X(08) VALUE 'DISCGRP '.
         05 WS-PROMO-FILE              PIC X(08) VALUE 'PROMOFIL'.
         05 WS-HARDSHIP-FILE           PIC X(08) VALUE 'HARDSHIP'.
         05 WS-LEGAL-FILE              PIC X(08) VALUE 'LEGALSTS'.
         05 WS-CXACAIX-FILE            PIC X(08) VALUE 'CXACAIX '.
         05 WS-MILSTAT-FILE            PIC X(08) VALUE 'MILSTAT '.
         05 WS-INTACCR-FILE            PIC X(08) VALUE 'INTACCR '.
         05 WS-PAUTH-FILE              PIC X(08) VALUE 'PAUTHFLE'.
         05 WS-PAYQUOTE-FILE           PIC X(08) VALUE 'PAYQUOTE'.
         05 WS-BIZDATE-FILE            PIC X(08) VALUE 'BIZDATE '.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-ABS-TIME                PIC S9(15) COMP-3.
         05 WS-ABS-TIME-N              PIC 9(15) VALUE 0.
         05 WS-CUR-DATE-X10            PIC X(10) VALUE SPACES.
         05 WS-CUR-TIME-X08            PIC X(08) VALUE SPACES.
         05 WS-BIZ-DATE                PIC X(10) VALUE SPACES.
         05 WS-PAYOFF-DATE             PIC X(10) VALUE SPACES.
         05 WS-QUOTE-NUM               PIC X(12) VALUE SPACES.
         05 WS-LETTER-FLG              PIC X(01) VALUE 'N'.
      * A quote is given for a payment no more than this many days
      * out - past that the balance itself is likely to move.
         05 WS-MAX-QUOTE-DAYS          PIC S9(04) COMP VALUE 30.

      * Day counts for the per-diem interest.
         05 WS-WORK-DATE-X10           PIC X(10) VALUE SPACES.
         05 WS-WORK-YYYYMMDD           PIC 9(08) VALUE 0.
         05 WS-WORK-LILLIAN            PIC S9(09) COMP VALUE 0.
         05 WS-BIZ-LILLIAN             PIC S9(09) COMP VALUE 0.
         05 WS-PAYOFF-LILLIAN          PIC S9(09) COMP VALUE 0.
         05 WS-FROM-LILLIAN            PIC S9(09) COMP VALUE 0.
         05 WS-QUOTE-DAYS              PIC S9(04) COMP VALUE 0.
         05 WS-INT-DAYS                PIC S9(04) COMP VALUE 0.

      * Screen edits.
         05 WS-AMT-E                   PIC -ZZZZZZZZ9.99 VALUE ZEROS.
         05 WS-DIEM-E                  PIC ZZZZZZ9.99 VALUE ZEROS.
         05 WS-RATE-E                  PIC ZZ9.99 VALUE ZEROS.
         05 WS-COUNT-E                 PIC ZZZ9 VALUE ZEROS.

      * Account-level rate conditions, as the interest run sees them.
         05 WS-LEGAL-SW                PIC X(01) VALUE 'N'.
           88 LEGAL-HOLD-IN-FORCE                VALUE 'Y'.
         05 WS-HARDSHIP-SW             PIC X(01) VALUE 'N'.
           88 HARDSHIP-PLAN-IN-FORCE             VALUE 'Y'.
         05 WS-PROMO-SW                PIC X(01) VALUE 'N'.
           88 PROMO-RATE-IN-FORCE                VALUE 'Y'.
         05 WS-SCRA-SW                 PIC X(01) VALUE 'N'.
           88 SCRA-COVERAGE-IN-FORCE             VALUE 'Y'.
      * Servicemembers Civil Relief Act - the most a covered customer
      * may be charged on any balance while on active duty.
         05 WS-SCRA-RATE-CAP           PIC S9(04)V99 VALUE 6.00.

      * Quote totals.
         05 WS-TOT-INTEREST            PIC S9(09)V99 VALUE 0.
         05 WS-TOT-PER-DIEM            PIC S9(07)V99 VALUE 0.
         05 WS-PAYOFF-AMT              PIC S9(10)V99 VALUE 0.
         05 WS-HOLD-COUNT              PIC 9(04) VALUE 0.
         05 WS-HOLD-AMT                PIC S9(09)V99 VALUE 0.
         05 WS-TOTAL-AMT               PIC S9(10)V99 VALUE 0.

      * The account's category balance buckets, collected before any
      * rate lookup so no two browses run on the same file at once.
       01 WS-BUCKET-TABLE.
         05 WS-BKT-ENTRY OCCURS 50 TIMES.
            10 WS-BKT-TYPE-CD          PIC X(02).
            10 WS-BKT-CAT-CD           PIC 9(04).
            10 WS-BKT-BAL              PIC S9(09)V99.
            10 WS-BKT-RATE             PIC S9(04)V99.
            10 WS-BKT-PER-DIEM         PIC S9(07)V99.
            10 WS-BKT-INTEREST         PIC S9(09)V99.
       01 WS-BUCKET-VARS.
         05 WS-BKT-COUNT               PIC S9(04) COMP VALUE 0.
         05 WS-BKT-MAX                 PIC S9(04) COMP VALUE 50.
         05 WS-BKT-IDX                 PIC S9(04) COMP VALUE 0.
         05 WS-BKT-EOF                 PIC X(01) VALUE 'N'.
         05 WS-BKT-BROWSE-OPEN         PIC X(01) VALUE 'N'.
         05 WS-BKT-ACCRUED             PIC S9(09)V99 VALUE 0.

      * Tiers of the dated rate set in force on the business date.
       01 WS-RATE-TIER-TABLE.
         05 WS-TIER-ENTRY OCCURS 10 TIMES.
            10 WS-TIER-FLOOR           PIC S9(09)V99.
            10 WS-TIER-RATE            PIC S9(04)V99.
       01 WS-DATED-RATE-VARS.
         05 WS-TIER-COUNT              PIC S9(04) COMP VALUE 0.
         05 WS-TIER-MAX                PIC S9(04) COMP VALUE 10.
         05 WS-TIER-IDX                PIC S9(04) COMP VALUE 0.
         05 WS-TIER-PICK               PIC S9(04) COMP VALUE 0.
         05 WS-BEST-EFF-DATE           PIC X(10) VALUE SPACES.
         05 WS-DISR-LOOKUP-GROUP       PIC X(10) VALUE SPACES.
         05 WS-DISR-EOF                PIC X(01) VALUE 'N'.
         05 WS-DISR-BROWSE-OPEN        PIC X(01) VALUE 'N'.
         05 WS-EFF-INT-RATE            PIC S9(04)V99 VALUE 0.

      * Open authorization holds on the account.
       01 WS-HOLD-VARS.
         05 WS-PAUTH-EOF               PIC X(01) VALUE 'N'.
         05 WS-PAUTH-BROWSE-OPEN       PIC X(01) VALUE 'N'.

      * Screen rows - the first eight buckets; any more count in the
      * totals only.
       01 WS-ROW-TABLE.
         05 WS-ROW-ENTRY OCCURS 8 TIMES.
            10 WS-ROW-TYPE             PIC X(02).
            10 WS-ROW-CAT              PIC X(04).
            10 WS-ROW-BAL              PIC X(13).
            10 WS-ROW-RATE             PIC X(07).
            10 WS-ROW-DIEM             PIC X(10).
            10 WS-ROW-INT              PIC X(13).
       01 WS-ROW-IDX                   PIC S9(04) COMP VALUE 0.

       01 CSUTLDTC-PARM.
          05 CSUTLDTC-DATE                   PIC X(10).
          05 CSUTLDTC-DATE-FORMAT            PIC X(10).
          05 CSUTLDTC-RESULT.
             10 CSUTLDTC-RESULT-SEV-CD       PIC X(04).
             10 FILLER                       PIC X(11).
             10 CSUTLDTC-RESULT-MSG-NUM      PIC X(04).
             10 CSUTLDTC-RESULT-MSG          PIC X(61).

       COPY COCOM01Y.

       COPY COPOF01.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

       COPY CVACT01Y.
       COPY CVTRA01Y.
       COPY CVTRA02Y.
       COPY CVTRA13Y.
       COPY CVPRO01Y.
       COPY CVHRD01Y.
       COPY CVLGL01Y.
       COPY CVACT03Y.
       COPY CVMIL01Y.
       COPY CVINT01Y.
       COPY CVINS01Y.
       COPY CVAUT01Y.
       COPY CVPOF01Y.
       COPY CVBDC01Y.

       COPY DFHAID.
       COPY DFHBMSCA.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01  DFHCOMMAREA.
         05  LK-COMMAREA                           PIC X(01)
             OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       MAIN-PARA.

           SET ERR-FLG-OFF  TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COPOF1AO

           IF EIBCALEN = 0
               MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COPOF1AO
                   PERFORM INITIALIZE-ALL-FIELDS
                   IF CDEMO-ACCT-ID > 0
                       MOVE CDEMO-ACCT-ID TO ACTIDINI OF COPOF1AI
                       MOVE 'Key the payoff date and press Enter...'
                                      TO WS-MESSAGE
                       MOVE -1        TO PAYDTL OF COPOF1AI
                   END-IF
                   PERFORM SEND-PAYOFF-SCREEN
               ELSE
                   PERFORM RECEIVE-PAYOFF-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM PROCESS-ENTER-KEY
                              THRU PROCESS-ENTER-KEY-EXIT
                       WHEN DFHPF3
                           IF CDEMO-FROM-PROGRAM = SPACES OR LOW-VALUES
                               MOVE 'COBIL00C' TO CDEMO-TO-PROGRAM
                           ELSE
                               MOVE CDEMO-FROM-PROGRAM TO
                               CDEMO-TO-PROGRAM
                           END-IF
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF4
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN DFHPF5
                           PERFORM SAVE-PAYOFF-QUOTE
                              THRU SAVE-PAYOFF-QUOTE-EXIT
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-PAYOFF-SCREEN
                   END-EVALUATE
               END-IF
           END-IF

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      PROCESS-ENTER-KEY
      *----------------------------------------------------------------*
       PROCESS-ENTER-KEY.

           PERFORM BUILD-PAYOFF-QUOTE
              THRU BUILD-PAYOFF-QUOTE-EXIT
           IF ERR-FLG-ON
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           MOVE SPACES                TO QUOTENO  OF COPOF1AO
                                         GOODTHRO OF COPOF1AO
           MOVE DFHNEUTR              TO ERRMSGC  OF COPOF1AO
           MOVE 'Review the quote - PF5 saves it (letter Y/N)...'
                                      TO WS-MESSAGE
           MOVE -1                    TO LTRREQL  OF COPOF1AI
           PERFORM SEND-PAYOFF-SCREEN.
       PROCESS-ENTER-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SAVE-PAYOFF-QUOTE
      *----------------------------------------------------------------*
      * The quote is priced again from the keyed values, so what is
      * saved is exactly what the screen shows.
       SAVE-PAYOFF-QUOTE.

           PERFORM BUILD-PAYOFF-QUOTE
              THRU BUILD-PAYOFF-QUOTE-EXIT
           IF ERR-FLG-ON
               GO TO SAVE-PAYOFF-QUOTE-EXIT
           END-IF

           EVALUATE LTRREQI OF COPOF1AI
               WHEN 'Y'
               WHEN 'y'
                   MOVE 'Y' TO WS-LETTER-FLG
               WHEN 'N'
               WHEN 'n'
               WHEN SPACES
               WHEN LOW-VALUES
                   MOVE 'N' TO WS-LETTER-FLG
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Payoff letter must be Y or N...' TO WS-MESSAGE
                   MOVE -1       TO LTRREQL OF COPOF1AI
                   PERFORM SEND-PAYOFF-SCREEN
                   GO TO SAVE-PAYOFF-QUOTE-EXIT
           END-EVALUATE

           IF WS-PAYOFF-AMT <= 0
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account has no balance to pay off - not saved...'
                    TO WS-MESSAGE
               MOVE -1       TO ACTIDINL OF COPOF1AI
               PERFORM SEND-PAYOFF-SCREEN
               GO TO SAVE-PAYOFF-QUOTE-EXIT
           END-IF

           PERFORM WRITE-PAYQUOTE-FILE
              THRU WRITE-PAYQUOTE-FILE-EXIT
           IF ERR-FLG-ON
               GO TO SAVE-PAYOFF-QUOTE-EXIT
           END-IF

           MOVE PQ-QUOTE-NUM          TO QUOTENO  OF COPOF1AO
           MOVE PQ-GOOD-THRU-DATE     TO GOODTHRO OF COPOF1AO
           MOVE DFHGREEN              TO ERRMSGC  OF COPOF1AO
           STRING 'Quote ' DELIMITED BY SIZE
                  PQ-QUOTE-NUM DELIMITED BY SIZE
                  ' saved - good through ' DELIMITED BY SIZE
                  PQ-GOOD-THRU-DATE DELIMITED BY SIZE
             INTO WS-MESSAGE
           END-STRING
           MOVE -1                    TO ACTIDINL OF COPOF1AI
           PERFORM SEND-PAYOFF-SCREEN.
       SAVE-PAYOFF-QUOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      BUILD-PAYOFF-QUOTE
      *----------------------------------------------------------------*
      * Edit the keyed account and date, price every bucket and sum
      * the open holds; the screen fields are filled, not sent.
       BUILD-PAYOFF-QUOTE.

           PERFORM EDIT-QUOTE-INPUT
              THRU EDIT-QUOTE-INPUT-EXIT
           IF ERR-FLG-ON
               GO TO BUILD-PAYOFF-QUOTE-EXIT
           END-IF

           PERFORM READ-ACCTDAT-FILE
           IF ERR-FLG-ON
               GO TO BUILD-PAYOFF-QUOTE-EXIT
           END-IF

      *    A charged-off balance is worked by recoveries, and its
      *    payments do not reduce the balance - no payoff quote.
           IF ACCT-STAT-CHARGED-OFF
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account is charged off - refer to recoveries...'
                    TO WS-MESSAGE
               MOVE -1       TO ACTIDINL OF COPOF1AI
               PERFORM SEND-PAYOFF-SCREEN
               GO TO BUILD-PAYOFF-QUOTE-EXIT
           END-IF

           PERFORM COLLECT-BUCKETS
           IF ERR-FLG-ON
               GO TO BUILD-PAYOFF-QUOTE-EXIT
           END-IF

           PERFORM READ-LEGAL-STATUS
           PERFORM READ-HARDSHIP-PLAN
           PERFORM READ-MILITARY-STATUS
              THRU READ-MILITARY-STATUS-EXIT

           MOVE 0 TO WS-TOT-INTEREST
                     WS-TOT-PER-DIEM
           PERFORM PRICE-ONE-BUCKET
              VARYING WS-BKT-IDX FROM 1 BY 1
              UNTIL WS-BKT-IDX > WS-BKT-COUNT

           PERFORM SUM-OPEN-HOLDS

           COMPUTE WS-PAYOFF-AMT = ACCT-CURR-BAL + WS-TOT-INTEREST
           COMPUTE WS-TOTAL-AMT  = WS-PAYOFF-AMT + WS-HOLD-AMT
           PERFORM SHOW-QUOTE-DETAILS.
       BUILD-PAYOFF-QUOTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      EDIT-QUOTE-INPUT
      *----------------------------------------------------------------*
       EDIT-QUOTE-INPUT.

           IF ACTIDINI OF COPOF1AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Acct ID can NOT be empty...' TO WS-MESSAGE
               MOVE -1       TO ACTIDINL OF COPOF1AI
               PERFORM SEND-PAYOFF-SCREEN
               GO TO EDIT-QUOTE-INPUT-EXIT
           END-IF

           IF ACTIDINI OF COPOF1AI NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Acct ID must be an 11 digit number...'
                    TO WS-MESSAGE
               MOVE -1       TO ACTIDINL OF COPOF1AI
               PERFORM SEND-PAYOFF-SCREEN
               GO TO EDIT-QUOTE-INPUT-EXIT
           END-IF
           MOVE ACTIDINI OF COPOF1AI TO CDEMO-ACCT-ID

           IF PAYDTI OF COPOF1AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Payoff date can NOT be empty...' TO WS-MESSAGE
               MOVE -1       TO PAYDTL OF COPOF1AI
               PERFORM SEND-PAYOFF-SCREEN
               GO TO EDIT-QUOTE-INPUT-EXIT
           END-IF

           MOVE PAYDTI OF COPOF1AI  TO CSUTLDTC-DATE
           MOVE 'YYYY-MM-DD'        TO CSUTLDTC-DATE-FORMAT
           MOVE SPACES              TO CSUTLDTC-RESULT
           CALL 'CSUTLDTC' USING   CSUTLDTC-DATE
                                   CSUTLDTC-DATE-FORMAT
                                   CSUTLDTC-RESULT
           IF CSUTLDTC-RESULT-SEV-CD NOT = '0000'
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Payoff date - not a valid date (YYYY-MM-DD)...'
                    TO WS-MESSAGE
               MOVE -1       TO PAYDTL OF COPOF1AI
               PERFORM SEND-PAYOFF-SCREEN
               GO TO EDIT-QUOTE-INPUT-EXIT
           END-IF
           MOVE PAYDTI OF COPOF1AI  TO WS-PAYOFF-DATE

           PERFORM READ-BIZDATE-FILE
           MOVE WS-BIZ-DATE         TO WS-WORK-DATE-X10
           PERFORM DATE-TO-LILLIAN
           MOVE WS-WORK-LILLIAN     TO WS-BIZ-LILLIAN
           MOVE WS-PAYOFF-DATE      TO WS-WORK-DATE-X10
           PERFORM DATE-TO-LILLIAN
           MOVE WS-WORK-LILLIAN     TO WS-PAYOFF-LILLIAN
           COMPUTE WS-QUOTE-DAYS = WS-PAYOFF-LILLIAN - WS-BIZ-LILLIAN

           IF WS-QUOTE-DAYS < 0
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Payoff date can NOT be before the business date...'
                    TO WS-MESSAGE
               MOVE -1       TO PAYDTL OF COPOF1AI
               PERFORM SEND-PAYOFF-SCREEN
               GO TO EDIT-QUOTE-INPUT-EXIT
           END-IF

           IF WS-QUOTE-DAYS > WS-MAX-QUOTE-DAYS
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Payoff date can be at most 30 days out...'
                    TO WS-MESSAGE
               MOVE -1       TO PAYDTL OF COPOF1AI
               PERFORM SEND-PAYOFF-SCREEN
           END-IF.
       EDIT-QUOTE-INPUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      COLLECT-BUCKETS
      *----------------------------------------------------------------*
      * Every category balance on the account, whatever its type.
       COLLECT-BUCKETS.

           MOVE 0   TO WS-BKT-COUNT
           MOVE 'N' TO WS-BKT-EOF
           MOVE 'N' TO WS-BKT-BROWSE-OPEN
           MOVE ACCT-ID      TO TRANCAT-ACCT-ID
           MOVE LOW-VALUES   TO TRANCAT-TYPE-CD
           MOVE 0            TO TRANCAT-CD
           EXEC CICS STARTBR
                DATASET   (WS-TCATBAL-FILE)
                RIDFLD    (TRAN-CAT-KEY)
                KEYLENGTH (LENGTH OF TRAN-CAT-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-BKT-BROWSE-OPEN
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y' TO WS-BKT-EOF
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y' TO WS-BKT-EOF
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE 'Unable to browse Category Balances...'
                        TO WS-MESSAGE
                   MOVE -1  TO ACTIDINL OF COPOF1AI
                   PERFORM SEND-PAYOFF-SCREEN
           END-EVALUATE

           PERFORM READNEXT-BUCKET
              UNTIL WS-BKT-EOF = 'Y'

           IF WS-BKT-BROWSE-OPEN = 'Y'
               EXEC CICS ENDBR
                    DATASET   (WS-TCATBAL-FILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                      READNEXT-BUCKET
      *----------------------------------------------------------------*
       READNEXT-BUCKET.

           EXEC CICS READNEXT
                DATASET   (WS-TCATBAL-FILE)
                INTO      (TRAN-CAT-BAL-RECORD)
                LENGTH    (LENGTH OF TRAN-CAT-BAL-RECORD)
                RIDFLD    (TRAN-CAT-KEY)
                KEYLENGTH (LENGTH OF TRAN-CAT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   IF TRANCAT-ACCT-ID NOT = ACCT-ID
                       MOVE 'Y' TO WS-BKT-EOF
                   ELSE
                       IF WS-BKT-COUNT >= WS-BKT-MAX
                           MOVE 'Y' TO WS-BKT-EOF
                           MOVE 'Y' TO WS-ERR-FLG
                           MOVE 'Too many balance buckets to quote onlin
      -                         'e...' TO WS-MESSAGE
                           MOVE -1  TO ACTIDINL OF COPOF1AI
                           PERFORM SEND-PAYOFF-SCREEN
                       ELSE
                           ADD 1 TO WS-BKT-COUNT
                           MOVE TRANCAT-TYPE-CD
                             TO WS-BKT-TYPE-CD (WS-BKT-COUNT)
                           MOVE TRANCAT-CD
                             TO WS-BKT-CAT-CD (WS-BKT-COUNT)
                           MOVE TRAN-CAT-BAL
                             TO WS-BKT-BAL (WS-BKT-COUNT)
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-BKT-EOF
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      PRICE-ONE-BUCKET
      *----------------------------------------------------------------*
      * Interest still to bill on the bucket at the payoff date: what
      * the nightly accrual has already put on INTACCR, plus the
      * per-diem interest for the days from its accrued-through date
      * to the payoff date.  A credit balance bears no interest.
       PRICE-ONE-BUCKET.

           PERFORM GET-BUCKET-RATE
           MOVE WS-EFF-INT-RATE TO WS-BKT-RATE (WS-BKT-IDX)

           PERFORM READ-INTACCR-FILE
           IF WS-INT-DAYS < 0
               MOVE 0 TO WS-INT-DAYS
           END-IF

           MOVE 0 TO WS-BKT-PER-DIEM (WS-BKT-IDX)
           MOVE WS-BKT-ACCRUED TO WS-BKT-INTEREST (WS-BKT-IDX)
           IF WS-EFF-INT-RATE > 0
           AND WS-BKT-BAL (WS-BKT-IDX) > 0
               COMPUTE WS-BKT-PER-DIEM (WS-BKT-IDX) ROUNDED =
                   WS-BKT-BAL (WS-BKT-IDX) * WS-EFF-INT-RATE / 36500
               COMPUTE WS-BKT-INTEREST (WS-BKT-IDX) ROUNDED =
                   WS-BKT-ACCRUED
                 + WS-BKT-BAL (WS-BKT-IDX) * WS-EFF-INT-RATE
                     * WS-INT-DAYS / 36500
           END-IF

           ADD WS-BKT-PER-DIEM (WS-BKT-IDX) TO WS-TOT-PER-DIEM
           ADD WS-BKT-INTEREST (WS-BKT-IDX) TO WS-TOT-INTEREST.

      *----------------------------------------------------------------*
      *                      GET-BUCKET-RATE
      *----------------------------------------------------------------*
      * The rate the interest run would bill the bucket at today: the
      * installment bucket bears none; an offer in force wins; then
      * the dated tiers (own group, then DEFAULT) at the bucket's
      * balance; then the flat disclosure group rate.  A hardship
      * plan APR and the SCRA rate cap the result and a legal hold
      * zeroes it.
       GET-BUCKET-RATE.

           MOVE 0 TO WS-EFF-INT-RATE
           MOVE 0 TO WS-TIER-COUNT
           IF  WS-BKT-TYPE-CD (WS-BKT-IDX) = INSP-BUCKET-TYPE-CD
           AND WS-BKT-CAT-CD (WS-BKT-IDX)  = INSP-BUCKET-CAT-CD
               CONTINUE
           ELSE
               PERFORM READ-PROMO-OFFER
               IF PROMO-RATE-IN-FORCE
                   MOVE PROMO-INT-RATE TO WS-EFF-INT-RATE
               ELSE
                   MOVE ACCT-GROUP-ID TO WS-DISR-LOOKUP-GROUP
                   PERFORM SCAN-DATED-RATES
                   IF  WS-TIER-COUNT = 0
                   AND ACCT-GROUP-ID NOT = 'DEFAULT'
                       MOVE 'DEFAULT' TO WS-DISR-LOOKUP-GROUP
                       PERFORM SCAN-DATED-RATES
                   END-IF
                   IF WS-TIER-COUNT > 0
                       PERFORM SELECT-TIER-RATE
                   ELSE
                       PERFORM READ-DISCGRP-RATE
                   END-IF
               END-IF
           END-IF

           IF  HARDSHIP-PLAN-IN-FORCE
           AND WS-EFF-INT-RATE > HRD-REDUCED-APR
               MOVE HRD-REDUCED-APR TO WS-EFF-INT-RATE
           END-IF
           IF  SCRA-COVERAGE-IN-FORCE
           AND WS-EFF-INT-RATE > WS-SCRA-RATE-CAP
               MOVE WS-SCRA-RATE-CAP TO WS-EFF-INT-RATE
           END-IF
           IF LEGAL-HOLD-IN-FORCE
               MOVE 0 TO WS-EFF-INT-RATE
           END-IF.

      *----------------------------------------------------------------*
      *                      SCAN-DATED-RATES
      *----------------------------------------------------------------*
      * Collect the tiers of the latest effective date on or before
      * the business date for the lookup group and the bucket key.
       SCAN-DATED-RATES.

           MOVE 0      TO WS-TIER-COUNT
           MOVE SPACES TO WS-BEST-EFF-DATE
           MOVE 'N'    TO WS-DISR-EOF
           MOVE 'N'    TO WS-DISR-BROWSE-OPEN
           MOVE WS-DISR-LOOKUP-GROUP         TO DISR-ACCT-GROUP-ID
           MOVE WS-BKT-TYPE-CD (WS-BKT-IDX)  TO DISR-TRAN-TYPE-CD
           MOVE WS-BKT-CAT-CD (WS-BKT-IDX)   TO DISR-TRAN-CAT-CD
           MOVE LOW-VALUES                   TO DISR-EFF-DATE
           MOVE 0                            TO DISR-TIER-SEQ
           EXEC CICS STARTBR
                DATASET   (WS-DISRATE-FILE)
                RIDFLD    (DISR-KEY)
                KEYLENGTH (LENGTH OF DISR-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-DISR-BROWSE-OPEN
           ELSE
               MOVE 'Y' TO WS-DISR-EOF
           END-IF

           PERFORM READNEXT-DISRATE
              UNTIL WS-DISR-EOF = 'Y'

           IF WS-DISR-BROWSE-OPEN = 'Y'
               EXEC CICS ENDBR
                    DATASET   (WS-DISRATE-FILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                      READNEXT-DISRATE
      *----------------------------------------------------------------*
       READNEXT-DISRATE.

           EXEC CICS READNEXT
                DATASET   (WS-DISRATE-FILE)
                INTO      (DIS-RATE-RECORD)
                LENGTH    (LENGTH OF DIS-RATE-RECORD)
                RIDFLD    (DISR-KEY)
                KEYLENGTH (LENGTH OF DISR-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-DISR-EOF
           ELSE
               IF  DISR-ACCT-GROUP-ID = WS-DISR-LOOKUP-GROUP
               AND DISR-TRAN-TYPE-CD  = WS-BKT-TYPE-CD (WS-BKT-IDX)
               AND DISR-TRAN-CAT-CD   = WS-BKT-CAT-CD (WS-BKT-IDX)
                   IF DISR-EFF-DATE <= WS-BIZ-DATE
                       IF DISR-EFF-DATE > WS-BEST-EFF-DATE
                           MOVE DISR-EFF-DATE TO WS-BEST-EFF-DATE
                           MOVE 0 TO WS-TIER-COUNT
                       END-IF
                       IF  DISR-EFF-DATE = WS-BEST-EFF-DATE
                       AND WS-TIER-COUNT < WS-TIER-MAX
                           ADD 1 TO WS-TIER-COUNT
                           MOVE DISR-TIER-FLOOR
                             TO WS-TIER-FLOOR (WS-TIER-COUNT)
                           MOVE DISR-INT-RATE
                             TO WS-TIER-RATE (WS-TIER-COUNT)
                       END-IF
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-DISR-EOF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      SELECT-TIER-RATE
      *----------------------------------------------------------------*
      * The tier whose floor is the highest at or under the bucket
      * balance; under every floor, the lowest-floor tier.
       SELECT-TIER-RATE.

           MOVE 0 TO WS-TIER-PICK
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
              UNTIL WS-TIER-IDX > WS-TIER-COUNT
              IF WS-TIER-FLOOR (WS-TIER-IDX)
                    <= WS-BKT-BAL (WS-BKT-IDX)
                 IF WS-TIER-PICK = 0
                    MOVE WS-TIER-IDX TO WS-TIER-PICK
                 ELSE
                    IF WS-TIER-FLOOR (WS-TIER-IDX)
                          > WS-TIER-FLOOR (WS-TIER-PICK)
                       MOVE WS-TIER-IDX TO WS-TIER-PICK
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-TIER-PICK = 0
              PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                 UNTIL WS-TIER-IDX > WS-TIER-COUNT
                 IF WS-TIER-PICK = 0
                    MOVE WS-TIER-IDX TO WS-TIER-PICK
                 ELSE
                    IF WS-TIER-FLOOR (WS-TIER-IDX)
                          < WS-TIER-FLOOR (WS-TIER-PICK)
                       MOVE WS-TIER-IDX TO WS-TIER-PICK
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           MOVE WS-TIER-RATE (WS-TIER-PICK) TO WS-EFF-INT-RATE.

      *----------------------------------------------------------------*
      *                      READ-DISCGRP-RATE
      *----------------------------------------------------------------*
      * Flat disclosure group rate, falling back to DEFAULT; no rate
      * on file at all prices the bucket at zero.
       READ-DISCGRP-RATE.

           MOVE ACCT-GROUP-ID                TO DIS-ACCT-GROUP-ID
           MOVE WS-BKT-TYPE-CD (WS-BKT-IDX)  TO DIS-TRAN-TYPE-CD
           MOVE WS-BKT-CAT-CD (WS-BKT-IDX)   TO DIS-TRAN-CAT-CD
           PERFORM READ-DISCGRP-FILE
           IF WS-RESP-CD = DFHRESP(NOTFND)
               MOVE 'DEFAULT'                TO DIS-ACCT-GROUP-ID
               PERFORM READ-DISCGRP-FILE
           END-IF
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE DIS-INT-RATE             TO WS-EFF-INT-RATE
           ELSE
               MOVE 0                        TO WS-EFF-INT-RATE
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-DISCGRP-FILE
      *----------------------------------------------------------------*
       READ-DISCGRP-FILE.

           EXEC CICS READ
                DATASET   (WS-DISCGRP-FILE)
                INTO      (DIS-GROUP-RECORD)
                LENGTH    (LENGTH OF DIS-GROUP-RECORD)
                RIDFLD    (DIS-GROUP-KEY)
                KEYLENGTH (LENGTH OF DIS-GROUP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      READ-PROMO-OFFER
      *----------------------------------------------------------------*
       READ-PROMO-OFFER.

           MOVE 'N' TO WS-PROMO-SW
           MOVE ACCT-ID                      TO PROMO-ACCT-ID
           MOVE WS-BKT-TYPE-CD (WS-BKT-IDX)  TO PROMO-TRAN-TYPE-CD
           MOVE WS-BKT-CAT-CD (WS-BKT-IDX)   TO PROMO-TRAN-CAT-CD
           EXEC CICS READ
                DATASET   (WS-PROMO-FILE)
                INTO      (PROMO-OFFER-RECORD)
                LENGTH    (LENGTH OF PROMO-OFFER-RECORD)
                RIDFLD    (PROMO-KEY)
                KEYLENGTH (LENGTH OF PROMO-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF  WS-RESP-CD = DFHRESP(NORMAL)
           AND PROMO-ACTIVE
           AND PROMO-START-DATE  <= WS-BIZ-DATE
           AND PROMO-EXPIRY-DATE >= WS-BIZ-DATE
               SET PROMO-RATE-IN-FORCE TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-HARDSHIP-PLAN
      *----------------------------------------------------------------*
       READ-HARDSHIP-PLAN.

           MOVE 'N' TO WS-HARDSHIP-SW
           MOVE ACCT-ID TO HRD-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-HARDSHIP-FILE)
                INTO      (HARDSHIP-PLAN-RECORD)
                LENGTH    (LENGTH OF HARDSHIP-PLAN-RECORD)
                RIDFLD    (HRD-ACCT-ID)
                KEYLENGTH (LENGTH OF HRD-ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF  WS-RESP-CD = DFHRESP(NORMAL)
           AND HRD-STAT-ACTIVE
           AND HRD-START-DATE <= WS-BIZ-DATE
               SET HARDSHIP-PLAN-IN-FORCE TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-MILITARY-STATUS
      *----------------------------------------------------------------*
      * Coverage follows the account's customer: from the first day
      * of active duty through the last, or open ended while no end
      * date has been recorded.
       READ-MILITARY-STATUS.

           MOVE 'N' TO WS-SCRA-SW
           MOVE ACCT-ID TO XREF-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-CXACAIX-FILE)
                INTO      (CARD-XREF-RECORD)
                LENGTH    (LENGTH OF CARD-XREF-RECORD)
                RIDFLD    (XREF-ACCT-ID)
                KEYLENGTH (LENGTH OF XREF-ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               GO TO READ-MILITARY-STATUS-EXIT
           END-IF

           MOVE XREF-CUST-ID TO MIL-CUST-ID
           EXEC CICS READ
                DATASET   (WS-MILSTAT-FILE)
                INTO      (MILITARY-STATUS-RECORD)
                LENGTH    (LENGTH OF MILITARY-STATUS-RECORD)
                RIDFLD    (MIL-CUST-ID)
                KEYLENGTH (LENGTH OF MIL-CUST-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF  WS-RESP-CD = DFHRESP(NORMAL)
           AND MIL-STAT-ACTIVE
           AND MIL-DUTY-START-DATE <= WS-BIZ-DATE
           AND (MIL-DUTY-END-DATE = SPACES
            OR  MIL-DUTY-END-DATE >= WS-BIZ-DATE)
               SET SCRA-COVERAGE-IN-FORCE TO TRUE
           END-IF.
       READ-MILITARY-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      READ-LEGAL-STATUS
      *----------------------------------------------------------------*
       READ-LEGAL-STATUS.

           MOVE 'N' TO WS-LEGAL-SW
           MOVE ACCT-ID TO LGL-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-LEGAL-FILE)
                INTO      (LEGAL-STATUS-RECORD)
                LENGTH    (LENGTH OF LEGAL-STATUS-RECORD)
                RIDFLD    (LGL-ACCT-ID)
                KEYLENGTH (LENGTH OF LGL-ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF  WS-RESP-CD = DFHRESP(NORMAL)
           AND LGL-SUPPRESS-ACTIVITY
               SET LEGAL-HOLD-IN-FORCE TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-INTACCR-FILE
      *----------------------------------------------------------------*
      * A bucket the accrual run has not seen yet accrues from the
      * business date itself, as the accrual run would start it.
       READ-INTACCR-FILE.

           MOVE 0 TO WS-BKT-ACCRUED
           MOVE ACCT-ID                      TO ACR-ACCT-ID
           MOVE WS-BKT-TYPE-CD (WS-BKT-IDX)  TO ACR-TYPE-CD
           MOVE WS-BKT-CAT-CD (WS-BKT-IDX)   TO ACR-CAT-CD
           EXEC CICS READ
                DATASET   (WS-INTACCR-FILE)
                INTO      (INTEREST-ACCRUAL-RECORD)
                LENGTH    (LENGTH OF INTEREST-ACCRUAL-RECORD)
                RIDFLD    (ACR-KEY)
                KEYLENGTH (LENGTH OF ACR-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF  WS-RESP-CD = DFHRESP(NORMAL)
           AND ACR-ACCRUED-THRU-DATE NOT = SPACES
               MOVE ACR-ACCRUED-UNBILLED  TO WS-BKT-ACCRUED
               MOVE ACR-ACCRUED-THRU-DATE TO WS-WORK-DATE-X10
               PERFORM DATE-TO-LILLIAN
               MOVE WS-WORK-LILLIAN       TO WS-FROM-LILLIAN
           ELSE
               COMPUTE WS-FROM-LILLIAN = WS-BIZ-LILLIAN - 1
           END-IF
           COMPUTE WS-INT-DAYS = WS-PAYOFF-LILLIAN - WS-FROM-LILLIAN.

      *----------------------------------------------------------------*
      *                      SUM-OPEN-HOLDS
      *----------------------------------------------------------------*
      * Approved authorizations not yet posted will still land on the
      * balance; the quote shows them apart and adds them only into
      * the total.
       SUM-OPEN-HOLDS.

           MOVE 0   TO WS-HOLD-COUNT
                       WS-HOLD-AMT
           MOVE 'N' TO WS-PAUTH-EOF
           MOVE 'N' TO WS-PAUTH-BROWSE-OPEN
           MOVE ACCT-ID    TO PAUTH-ACCT-ID
           MOVE LOW-VALUES TO PAUTH-AUTH-ID
           EXEC CICS STARTBR
                DATASET   (WS-PAUTH-FILE)
                RIDFLD    (PAUTH-KEY)
                KEYLENGTH (LENGTH OF PAUTH-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-PAUTH-BROWSE-OPEN
           ELSE
               MOVE 'Y' TO WS-PAUTH-EOF
           END-IF

           PERFORM READNEXT-HOLD
              UNTIL WS-PAUTH-EOF = 'Y'

           IF WS-PAUTH-BROWSE-OPEN = 'Y'
               EXEC CICS ENDBR
                    DATASET   (WS-PAUTH-FILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                      READNEXT-HOLD
      *----------------------------------------------------------------*
       READNEXT-HOLD.

           EXEC CICS READNEXT
                DATASET   (WS-PAUTH-FILE)
                INTO      (PENDING-AUTH-RECORD)
                LENGTH    (LENGTH OF PENDING-AUTH-RECORD)
                RIDFLD    (PAUTH-KEY)
                KEYLENGTH (LENGTH OF PAUTH-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   IF PAUTH-ACCT-ID NOT = ACCT-ID
                       MOVE 'Y' TO WS-PAUTH-EOF
                   ELSE
                       IF PAUTH-STAT-OPEN
                           ADD 1         TO WS-HOLD-COUNT
                           ADD PAUTH-AMT TO WS-HOLD-AMT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-PAUTH-EOF
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      SHOW-QUOTE-DETAILS
      *----------------------------------------------------------------*
       SHOW-QUOTE-DETAILS.

           MOVE ACCT-ACTIVE-STATUS    TO ACSTATO  OF COPOF1AO
           MOVE ACCT-CURR-BAL         TO WS-AMT-E
           MOVE WS-AMT-E              TO CURBALO  OF COPOF1AO
           MOVE WS-BIZ-DATE           TO BIZDTO   OF COPOF1AO
           MOVE WS-QUOTE-DAYS         TO WS-COUNT-E
           MOVE WS-COUNT-E            TO DAYSO    OF COPOF1AO

           MOVE SPACES                TO WS-ROW-TABLE
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > 8
                 OR WS-ROW-IDX > WS-BKT-COUNT
               MOVE WS-BKT-TYPE-CD (WS-ROW-IDX)
                                      TO WS-ROW-TYPE (WS-ROW-IDX)
               MOVE WS-BKT-CAT-CD (WS-ROW-IDX)
                                      TO WS-ROW-CAT (WS-ROW-IDX)
               MOVE WS-BKT-BAL (WS-ROW-IDX)      TO WS-AMT-E
               MOVE WS-AMT-E          TO WS-ROW-BAL (WS-ROW-IDX)
               MOVE WS-BKT-RATE (WS-ROW-IDX)     TO WS-RATE-E
               MOVE WS-RATE-E         TO WS-ROW-RATE (WS-ROW-IDX)
               MOVE WS-BKT-PER-DIEM (WS-ROW-IDX) TO WS-DIEM-E
               MOVE WS-DIEM-E         TO WS-ROW-DIEM (WS-ROW-IDX)
               MOVE WS-BKT-INTEREST (WS-ROW-IDX) TO WS-AMT-E
               MOVE WS-AMT-E          TO WS-ROW-INT (WS-ROW-IDX)
           END-PERFORM
           PERFORM POPULATE-SCREEN-ROWS

           IF WS-BKT-COUNT > 8
               COMPUTE WS-COUNT-E = WS-BKT-COUNT - 8
               STRING '+' WS-COUNT-E ' more buckets in the totals'
                 DELIMITED BY SIZE
                 INTO MOREO OF COPOF1AO
               END-STRING
           ELSE
               MOVE SPACES            TO MOREO    OF COPOF1AO
           END-IF

           MOVE WS-TOT-INTEREST       TO WS-AMT-E
           MOVE WS-AMT-E              TO INTAMTO  OF COPOF1AO
           MOVE WS-TOT-PER-DIEM       TO WS-DIEM-E
           MOVE WS-DIEM-E             TO PERDIEMO OF COPOF1AO
           MOVE WS-PAYOFF-AMT         TO WS-AMT-E
           MOVE WS-AMT-E              TO PAYOFFO  OF COPOF1AO
           MOVE WS-HOLD-COUNT         TO WS-COUNT-E
           MOVE WS-COUNT-E            TO HOLDCNTO OF COPOF1AO
           MOVE WS-HOLD-AMT           TO WS-AMT-E
           MOVE WS-AMT-E              TO HOLDAMTO OF COPOF1AO
           MOVE WS-TOTAL-AMT          TO WS-AMT-E
           MOVE WS-AMT-E              TO TOTALO   OF COPOF1AO.

      *----------------------------------------------------------------*
      *                      POPULATE-SCREEN-ROWS
      *----------------------------------------------------------------*
       POPULATE-SCREEN-ROWS.

           MOVE WS-ROW-TYPE (1)   TO BTYP01O  OF COPOF1AO
           MOVE WS-ROW-CAT (1)    TO BCAT01O  OF COPOF1AO
           MOVE WS-ROW-BAL (1)    TO BBAL01O  OF COPOF1AO
           MOVE WS-ROW-RATE (1)   TO BRATE01O OF COPOF1AO
           MOVE WS-ROW-DIEM (1)   TO BDIEM01O OF COPOF1AO
           MOVE WS-ROW-INT (1)    TO BINT01O  OF COPOF1AO
           MOVE WS-ROW-TYPE (2)   TO BTYP02O  OF COPOF1AO
           MOVE WS-ROW-CAT (2)    TO BCAT02O  OF COPOF1AO
           MOVE WS-ROW-BAL (2)    TO BBAL02O  OF COPOF1AO
           MOVE WS-ROW-RATE (2)   TO BRATE02O OF COPOF1AO
           MOVE WS-ROW-DIEM (2)   TO BDIEM02O OF COPOF1AO
           MOVE WS-ROW-INT (2)    TO BINT02O  OF COPOF1AO
           MOVE WS-ROW-TYPE (3)   TO BTYP03O  OF COPOF1AO
           MOVE WS-ROW-CAT (3)    TO BCAT03O  OF COPOF1AO
           MOVE WS-ROW-BAL (3)    TO BBAL03O  OF COPOF1AO
           MOVE WS-ROW-RATE (3)   TO BRATE03O OF COPOF1AO
           MOVE WS-ROW-DIEM (3)   TO BDIEM03O OF COPOF1AO
           MOVE WS-ROW-INT (3)    TO BINT03O  OF COPOF1AO
           MOVE WS-ROW-TYPE (4)   TO BTYP04O  OF COPOF1AO
           MOVE WS-ROW-CAT (4)    TO BCAT04O  OF COPOF1AO
           MOVE WS-ROW-BAL (4)    TO BBAL04O  OF COPOF1AO
           MOVE WS-ROW-RATE (4)   TO BRATE04O OF COPOF1AO
           MOVE WS-ROW-DIEM (4)   TO BDIEM04O OF COPOF1AO
           MOVE WS-ROW-INT (4)    TO BINT04O  OF COPOF1AO
           MOVE WS-ROW-TYPE (5)   TO BTYP05O  OF COPOF1AO
           MOVE WS-ROW-CAT (5)    TO BCAT05O  OF COPOF1AO
           MOVE WS-ROW-BAL (5)    TO BBAL05O  OF COPOF1AO
           MOVE WS-ROW-RATE (5)   TO BRATE05O OF COPOF1AO
           MOVE WS-ROW-DIEM (5)   TO BDIEM05O OF COPOF1AO
           MOVE WS-ROW-INT (5)    TO BINT05O  OF COPOF1AO
           MOVE WS-ROW-TYPE (6)   TO BTYP06O  OF COPOF1AO
           MOVE WS-ROW-CAT (6)    TO BCAT06O  OF COPOF1AO
           MOVE WS-ROW-BAL (6)    TO BBAL06O  OF COPOF1AO
           MOVE WS-ROW-RATE (6)   TO BRATE06O OF COPOF1AO
           MOVE WS-ROW-DIEM (6)   TO BDIEM06O OF COPOF1AO
           MOVE WS-ROW-INT (6)    TO BINT06O  OF COPOF1AO
           MOVE WS-ROW-TYPE (7)   TO BTYP07O  OF COPOF1AO
           MOVE WS-ROW-CAT (7)    TO BCAT07O  OF COPOF1AO
           MOVE WS-ROW-BAL (7)    TO BBAL07O  OF COPOF1AO
           MOVE WS-ROW-RATE (7)   TO BRATE07O OF COPOF1AO
           MOVE WS-ROW-DIEM (7)   TO BDIEM07O OF COPOF1AO
           MOVE WS-ROW-INT (7)    TO BINT07O  OF COPOF1AO
           MOVE WS-ROW-TYPE (8)   TO BTYP08O  OF COPOF1AO
           MOVE WS-ROW-CAT (8)    TO BCAT08O  OF COPOF1AO
           MOVE WS-ROW-BAL (8)    TO BBAL08O  OF COPOF1AO
           MOVE WS-ROW-RATE (8)   TO BRATE08O OF COPOF1AO
           MOVE WS-ROW-DIEM (8)   TO BDIEM08O OF COPOF1AO
           MOVE WS-ROW-INT (8)    TO BINT08O  OF COPOF1AO.

      *----------------------------------------------------------------*
      *                      WRITE-PAYQUOTE-FILE
      *----------------------------------------------------------------*
      * The quote number is taken from the clock, as the voice
      * authorization IDs are; a collision is retried once.
       WRITE-PAYQUOTE-FILE.

           PERFORM GET-CURRENT-TIMESTAMP
           INITIALIZE PAYOFF-QUOTE-RECORD
           MOVE ACCT-ID               TO PQ-ACCT-ID
           PERFORM ASSIGN-QUOTE-NUM
           SET PQ-STAT-OPEN           TO TRUE
           MOVE WS-BIZ-DATE           TO PQ-QUOTE-DATE
           MOVE WS-PAYOFF-DATE        TO PQ-GOOD-THRU-DATE
           MOVE CDEMO-USER-ID         TO PQ-USER-ID
           MOVE ACCT-CURR-BAL         TO PQ-CURR-BAL
           MOVE WS-TOT-INTEREST       TO PQ-INTEREST-AMT
           MOVE WS-TOT-PER-DIEM       TO PQ-PER-DIEM-AMT
           MOVE WS-PAYOFF-AMT         TO PQ-PAYOFF-AMT
           MOVE WS-HOLD-COUNT         TO PQ-HOLD-COUNT
           MOVE WS-HOLD-AMT           TO PQ-HOLD-AMT
           MOVE WS-TOTAL-AMT          TO PQ-TOTAL-AMT
           IF WS-LETTER-FLG = 'Y'
               SET PQ-LETTER-REQUESTED TO TRUE
           ELSE
               SET PQ-LETTER-NONE     TO TRUE
           END-IF
           MOVE SPACES                TO PQ-LETTER-DATE
                                         PQ-PAID-DATE
                                         PQ-PAID-TRAN-ID
           MOVE 0                     TO PQ-PAID-AMT

           PERFORM WRITE-PAYQUOTE-REC
           IF WS-RESP-CD = DFHRESP(DUPREC)
           OR WS-RESP-CD = DFHRESP(DUPKEY)
               ADD 1 TO WS-ABS-TIME
               PERFORM ASSIGN-QUOTE-NUM
               PERFORM WRITE-PAYQUOTE-REC
           END-IF

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to save the Payoff Quote...' TO WS-MESSAGE
               MOVE -1       TO ACTIDINL OF COPOF1AI
               PERFORM SEND-PAYOFF-SCREEN
           END-IF.
       WRITE-PAYQUOTE-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      ASSIGN-QUOTE-NUM
      *----------------------------------------------------------------*
       ASSIGN-QUOTE-NUM.

           MOVE WS-ABS-TIME TO WS-ABS-TIME-N
           MOVE SPACES      TO WS-QUOTE-NUM
           STRING 'Q' WS-ABS-TIME-N (5:11) DELIMITED BY SIZE
             INTO WS-QUOTE-NUM
           END-STRING
           MOVE WS-QUOTE-NUM TO PQ-QUOTE-NUM.

      *----------------------------------------------------------------*
      *                      WRITE-PAYQUOTE-REC
      *----------------------------------------------------------------*
       WRITE-PAYQUOTE-REC.

           EXEC CICS WRITE
                DATASET   (WS-PAYQUOTE-FILE)
                FROM      (PAYOFF-QUOTE-RECORD)
                LENGTH    (LENGTH OF PAYOFF-QUOTE-RECORD)
                RIDFLD    (PQ-KEY)
                KEYLENGTH (LENGTH OF PQ-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      READ-ACCTDAT-FILE
      *----------------------------------------------------------------*
       READ-ACCTDAT-FILE.

           MOVE CDEMO-ACCT-ID TO ACCT-ID
           EXEC CICS READ
                DATASET   (WS-ACCTDAT-FILE)
                INTO      (ACCOUNT-RECORD)
                LENGTH    (LENGTH OF ACCOUNT-RECORD)
                RIDFLD    (ACCT-ID)
                KEYLENGTH (LENGTH OF ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account ID NOT found...' TO WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COPOF1AI
                   PERFORM SEND-PAYOFF-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Account...' TO WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COPOF1AI
                   PERFORM SEND-PAYOFF-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-BIZDATE-FILE
      *----------------------------------------------------------------*
      * Interest runs on the business date; with no control record
      * the calendar date stands in for it.
       READ-BIZDATE-FILE.

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE WS-CUR-DATE-X10 TO WS-BIZ-DATE
           MOVE 'BIZDATE ' TO BDC-KEY
           EXEC CICS READ
                DATASET   (WS-BIZDATE-FILE)
                INTO      (BIZ-DATE-CONTROL-RECORD)
                LENGTH    (LENGTH OF BIZ-DATE-CONTROL-RECORD)
                RIDFLD    (BDC-KEY)
                KEYLENGTH (LENGTH OF BDC-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF  WS-RESP-CD = DFHRESP(NORMAL)
           AND BDC-BUSINESS-DATE NOT = SPACES
               MOVE BDC-BUSINESS-DATE TO WS-BIZ-DATE
           END-IF.

      *----------------------------------------------------------------*
      *                      DATE-TO-LILLIAN
      *----------------------------------------------------------------*
       DATE-TO-LILLIAN.

           MOVE WS-WORK-DATE-X10 (1:4) TO WS-WORK-YYYYMMDD (1:4)
           MOVE WS-WORK-DATE-X10 (6:2) TO WS-WORK-YYYYMMDD (5:2)
           MOVE WS-WORK-DATE-X10 (9:2) TO WS-WORK-YYYYMMDD (7:2)
           COMPUTE WS-WORK-LILLIAN =
               FUNCTION INTEGER-OF-DATE (WS-WORK-YYYYMMDD).

      *----------------------------------------------------------------*
      *                      GET-CURRENT-TIMESTAMP
      *----------------------------------------------------------------*
       GET-CURRENT-TIMESTAMP.

           EXEC CICS ASKTIME
                ABSTIME  (WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME  (WS-ABS-TIME)
                YYYYMMDD (WS-CUR-DATE-X10)
                DATESEP  ('-')
                TIME     (WS-CUR-TIME-X08)
                TIMESEP  (':')
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RETURN-TO-PREV-SCREEN
      *----------------------------------------------------------------*
       RETURN-TO-PREV-SCREEN.

           IF CDEMO-TO-PROGRAM = LOW-VALUES OR SPACES
               MOVE 'COBIL00C' TO CDEMO-TO-PROGRAM
           END-IF
           MOVE WS-TRANID    TO CDEMO-FROM-TRANID
           MOVE WS-PGMNAME   TO CDEMO-FROM-PROGRAM
           MOVE ZEROS        TO CDEMO-PGM-CONTEXT
           EXEC CICS
               XCTL PROGRAM(CDEMO-TO-PROGRAM)
               COMMAREA(CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      SEND-PAYOFF-SCREEN
      *----------------------------------------------------------------*
       SEND-PAYOFF-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COPOF1AO

           EXEC CICS SEND
                     MAP('COPOF1A')
                     MAPSET('COPOF01')
                     FROM(COPOF1AO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-PAYOFF-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-PAYOFF-SCREEN.

           EXEC CICS RECEIVE
                     MAP('COPOF1A')
                     MAPSET('COPOF01')
                     INTO(COPOF1AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF COPOF1AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COPOF1AO
           MOVE WS-TRANID              TO TRNNAMEO OF COPOF1AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COPOF1AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COPOF1AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COPOF1AO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           PERFORM INITIALIZE-ALL-FIELDS.
           PERFORM SEND-PAYOFF-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE -1              TO ACTIDINL OF COPOF1AI
           MOVE SPACES          TO ACTIDINI OF COPOF1AI
                                   PAYDTI   OF COPOF1AI
                                   LTRREQI  OF COPOF1AI
                                   ACSTATO  OF COPOF1AO
                                   CURBALO  OF COPOF1AO
                                   BIZDTO   OF COPOF1AO
                                   DAYSO    OF COPOF1AO
                                   MOREO    OF COPOF1AO
                                   INTAMTO  OF COPOF1AO
                                   PERDIEMO OF COPOF1AO
                                   PAYOFFO  OF COPOF1AO
                                   HOLDCNTO OF COPOF1AO
                                   HOLDAMTO OF COPOF1AO
                                   TOTALO   OF COPOF1AO
                                   QUOTENO  OF COPOF1AO
                                   GOODTHRO OF COPOF1AO
                                   WS-MESSAGE
           MOVE SPACES          TO WS-ROW-TABLE
           PERFORM POPULATE-SCREEN-ROWS.
