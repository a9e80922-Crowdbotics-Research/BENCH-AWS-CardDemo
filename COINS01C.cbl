      ******************************************************************
      * Program     : COINS01C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Installment plan conversion.  Reached from the
      *               COTRN00C transaction list with selection code I
      *               against a posted purchase over the plan minimum.
      *               The rep keys a term of 3, 6 or 12 months and sees
      *               the plan fee and monthly installment; PF5 turns
      *               the purchase into a plan on INSTPLAN, moving it
      *               from its revolving bucket to the installment
      *               bucket and posting the plan fee.  For a purchase
      *               already on a plan the screen shows the unbilled
      *               balance and months left, and PF6 pays the plan
      *               off early by returning the unbilled balance to
      *               the revolving bucket.
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
       PROGRAM-ID. COINS01C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COINS01C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CIN1'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-TRANSACT-FILE           PIC X(08) VALUE 'TRANSACT'.
         05 WS-CCXREF-FILE             PIC X(08) VALUE 'CCXREF  '.
         05 WS-ACCTDAT-FILE            PIC X(08) VALUE 'ACCTDAT '.
         05 WS-TCATBAL-FILE            PIC X(08) VALUE 'TCATBALF'.
         05 WS-INSTPLAN-FILE           PIC X(08) VALUE 'INSTPLAN'.
         05 WS-FEESCHED-FILE           PIC X(08) VALUE 'FEESCHED'.
         05 WS-BIZDATE-FILE            PIC X(08) VALUE 'BIZDATE '.
         05 WS-CREATE-TCATBAL-FLG      PIC X(01) VALUE 'N'.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-ABS-TIME                PIC S9(15) COMP-3.
         05 WS-CUR-DATE-X10            PIC X(10) VALUE SPACES.
         05 WS-CUR-TIME-X08            PIC X(08) VALUE SPACES.
         05 WS-AMT-E                   PIC -ZZZZZZZZ9.99 VALUE ZEROS.
         05 WS-PLAN-FOUND-FLG          PIC X(01) VALUE 'N'.
           88 PLAN-ON-FILE                       VALUE 'Y'.
           88 PLAN-NOT-ON-FILE                   VALUE 'N'.
      * Only a posted merchant purchase of at least the plan minimum
      * can be converted, over a term of 3, 6 or 12 months.
         05 WS-INS-MIN-PURCHASE        PIC S9(09)V99 VALUE 500.00.
         05 WS-TERM-N                  PIC 9(02) VALUE 0.
           88 WS-TERM-VALID                      VALUES 3 6 12.
         05 WS-MONTHS-LEFT             PIC 9(02) VALUE 0.
      * Plan fee - the fee schedule's monthly percentage times the
      * term, never less than its flat minimum; no schedule entry
      * for the group or DEFAULT means no fee.
         05 WS-FEE-PCT                 PIC S9(02)V9(04) VALUE 0.
         05 WS-FEE-MIN                 PIC S9(07)V99 VALUE 0.
         05 WS-PLAN-FEE                PIC S9(07)V99 VALUE 0.
         05 WS-MONTHLY-AMT             PIC S9(09)V99 VALUE 0.
      * Category bucket adjustment - the bucket key and the signed
      * amount to add to it.
         05 WS-BKT-TYPE-CD             PIC X(02) VALUE SPACES.
         05 WS-BKT-CAT-CD              PIC 9(04) VALUE 0.
         05 WS-BKT-AMT                 PIC S9(09)V99 VALUE 0.

       COPY COCOM01Y.
          05 CDEMO-CT01-INFO.
             10 CDEMO-CT01-TRNID-FIRST     PIC X(16).
             10 CDEMO-CT01-TRNID-LAST      PIC X(16).
             10 CDEMO-CT01-PAGE-NUM        PIC 9(08).
             10 CDEMO-CT01-NEXT-PAGE-FLG   PIC X(01) VALUE 'N'.
                88 NEXT-PAGE-YES                     VALUE 'Y'.
                88 NEXT-PAGE-NO                      VALUE 'N'.
             10 CDEMO-CT01-TRN-SEL-FLG     PIC X(01).
             10 CDEMO-CT01-TRN-SELECTED    PIC X(16).

       COPY COINS01.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

       COPY CVTRA05Y.
       COPY CVTRA01Y.
       COPY CVACT01Y.
       COPY CVACT03Y.
       COPY CVFEE01Y.
       COPY CVINS01Y.
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
                          ERRMSGO OF COINS1AO

           IF EIBCALEN = 0
               MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COINS1AO
      *            Selected on the transaction list - show it at once.
                   IF CDEMO-CT01-TRN-SELECTED NOT = SPACES AND
                                                    LOW-VALUES
                       MOVE CDEMO-CT01-TRN-SELECTED TO
                            TRNIDINI OF COINS1AI
                       PERFORM PROCESS-ENTER-KEY
                          THRU PROCESS-ENTER-KEY-EXIT
                   ELSE
                       MOVE -1       TO TRNIDINL OF COINS1AI
                       PERFORM SEND-INSTPLAN-SCREEN
                   END-IF
               ELSE
                   PERFORM RECEIVE-INSTPLAN-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM PROCESS-ENTER-KEY
                              THRU PROCESS-ENTER-KEY-EXIT
                       WHEN DFHPF3
                           IF CDEMO-FROM-PROGRAM = SPACES OR LOW-VALUES
                               MOVE 'COTRN00C' TO CDEMO-TO-PROGRAM
                           ELSE
                               MOVE CDEMO-FROM-PROGRAM TO
                               CDEMO-TO-PROGRAM
                           END-IF
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF4
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN DFHPF5
                           PERFORM SAVE-INSTALLMENT-PLAN
                              THRU SAVE-INSTALLMENT-PLAN-EXIT
                       WHEN DFHPF6
                           PERFORM PAYOFF-INSTALLMENT-PLAN
                              THRU PAYOFF-INSTALLMENT-PLAN-EXIT
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-INSTPLAN-SCREEN
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

           PERFORM LOOKUP-PURCHASE
              THRU LOOKUP-PURCHASE-EXIT
           IF ERR-FLG-ON
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           MOVE DFHNEUTR              TO ERRMSGC  OF COINS1AO
           IF PLAN-ON-FILE
               PERFORM SHOW-PLAN-DETAILS
               IF INSP-STAT-ACTIVE
                   MOVE 'Purchase is on a plan - PF6 pays it off early'
                                      TO WS-MESSAGE
               ELSE
                   MOVE 'Installment plan for this purchase is closed'
                                      TO WS-MESSAGE
               END-IF
               PERFORM SEND-INSTPLAN-SCREEN
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           PERFORM CHECK-PLAN-ELIGIBILITY
              THRU CHECK-PLAN-ELIGIBILITY-EXIT
           IF ERR-FLG-ON
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           IF TERMI OF COINS1AI = SPACES OR LOW-VALUES
               MOVE 'Key a term of 03, 06 or 12 months and press Enter'
                                      TO WS-MESSAGE
               MOVE -1                TO TERML OF COINS1AI
               PERFORM SEND-INSTPLAN-SCREEN
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           PERFORM EDIT-TERM
           IF ERR-FLG-ON
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           PERFORM COMPUTE-PLAN-FEE
           MOVE 'Review the fee and installment, then press PF5 ...'
                                      TO WS-MESSAGE
           MOVE -1                    TO TERML OF COINS1AI
           PERFORM SEND-INSTPLAN-SCREEN.
       PROCESS-ENTER-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      LOOKUP-PURCHASE
      *----------------------------------------------------------------*
      * Purchase, owning account (through the card cross reference)
      * and any plan already set up on it.
       LOOKUP-PURCHASE.

           IF TRNIDINI OF COINS1AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Tran ID can NOT be empty...' TO WS-MESSAGE
               MOVE -1       TO TRNIDINL OF COINS1AI
               PERFORM SEND-INSTPLAN-SCREEN
               GO TO LOOKUP-PURCHASE-EXIT
           END-IF

           PERFORM READ-TRANSACT-FILE
           IF ERR-FLG-ON
               GO TO LOOKUP-PURCHASE-EXIT
           END-IF

           MOVE TRAN-CARD-NUM TO XREF-CARD-NUM
           PERFORM READ-CCXREF-FILE
           IF ERR-FLG-ON
               GO TO LOOKUP-PURCHASE-EXIT
           END-IF

           PERFORM READ-ACCTDAT-FILE
           IF ERR-FLG-ON
               GO TO LOOKUP-PURCHASE-EXIT
           END-IF

           MOVE XREF-ACCT-ID          TO CDEMO-ACCT-ID
           PERFORM SHOW-PURCHASE-DETAILS

           PERFORM READ-INSTPLAN-FILE.
       LOOKUP-PURCHASE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SHOW-PURCHASE-DETAILS
      *----------------------------------------------------------------*
       SHOW-PURCHASE-DETAILS.

           MOVE XREF-ACCT-ID          TO ACCTIDO  OF COINS1AO
           MOVE TRAN-ORIG-TS (1:10)   TO TDATEO   OF COINS1AO
           MOVE TRAN-DESC (1:26)      TO TDESCO   OF COINS1AO
           MOVE TRAN-AMT              TO WS-AMT-E
           MOVE WS-AMT-E              TO TAMTO    OF COINS1AO
           MOVE SPACES                TO PLNFEEO  OF COINS1AO
                                         MTHAMTO  OF COINS1AO
                                         PLNSTSO  OF COINS1AO
                                         PLNTRMO  OF COINS1AO
                                         PLNBALO  OF COINS1AO
                                         PLNLEFTO OF COINS1AO.

      *----------------------------------------------------------------*
      *                      SHOW-PLAN-DETAILS
      *----------------------------------------------------------------*
       SHOW-PLAN-DETAILS.

           MOVE INSP-FEE-AMT          TO WS-AMT-E
           MOVE WS-AMT-E              TO PLNFEEO  OF COINS1AO
           MOVE INSP-MONTHLY-AMT      TO WS-AMT-E
           MOVE WS-AMT-E              TO MTHAMTO  OF COINS1AO
           MOVE INSP-STATUS           TO PLNSTSO  OF COINS1AO
           MOVE INSP-TERM-MONTHS      TO PLNTRMO  OF COINS1AO
           MOVE INSP-UNBILLED-BAL     TO WS-AMT-E
           MOVE WS-AMT-E              TO PLNBALO  OF COINS1AO
           IF INSP-STAT-ACTIVE
               COMPUTE WS-MONTHS-LEFT =
                   INSP-TERM-MONTHS - INSP-MONTHS-BILLED
           ELSE
               MOVE 0                 TO WS-MONTHS-LEFT
           END-IF
           MOVE WS-MONTHS-LEFT        TO PLNLEFTO OF COINS1AO.

      *----------------------------------------------------------------*
      *                      CHECK-PLAN-ELIGIBILITY
      *----------------------------------------------------------------*
      * A merchant purchase (type 01 with a merchant) of at least the
      * plan minimum, on an open account, still sitting in the bucket
      * it was posted to.
       CHECK-PLAN-ELIGIBILITY.

           IF TRAN-TYPE-CD NOT = INSP-BUCKET-TYPE-CD
           OR TRAN-MERCHANT-ID = 0
           OR TRAN-CAT-CD = INSP-BUCKET-CAT-CD
           OR TRAN-CAT-CD = INSP-FEE-CAT-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Only a posted purchase can go on a plan...'
                    TO WS-MESSAGE
               MOVE -1       TO TRNIDINL OF COINS1AI
               PERFORM SEND-INSTPLAN-SCREEN
               GO TO CHECK-PLAN-ELIGIBILITY-EXIT
           END-IF

           IF TRAN-AMT < WS-INS-MIN-PURCHASE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Purchase is under the installment plan minimum...'
                    TO WS-MESSAGE
               MOVE -1       TO TRNIDINL OF COINS1AI
               PERFORM SEND-INSTPLAN-SCREEN
               GO TO CHECK-PLAN-ELIGIBILITY-EXIT
           END-IF

           IF NOT ACCT-STAT-OPEN
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account is not open - no new installment plans...'
                    TO WS-MESSAGE
               MOVE -1       TO TRNIDINL OF COINS1AI
               PERFORM SEND-INSTPLAN-SCREEN
               GO TO CHECK-PLAN-ELIGIBILITY-EXIT
           END-IF

           MOVE XREF-ACCT-ID  TO TRANCAT-ACCT-ID
           MOVE TRAN-TYPE-CD  TO TRANCAT-TYPE-CD
           MOVE TRAN-CAT-CD   TO TRANCAT-CD
           EXEC CICS READ
                DATASET   (WS-TCATBAL-FILE)
                INTO      (TRAN-CAT-BAL-RECORD)
                LENGTH    (LENGTH OF TRAN-CAT-BAL-RECORD)
                RIDFLD    (TRAN-CAT-KEY)
                KEYLENGTH (LENGTH OF TRAN-CAT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 0 TO TRAN-CAT-BAL
           END-IF
           IF TRAN-CAT-BAL < TRAN-AMT
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Purchase is no longer in the revolving balance...'
                    TO WS-MESSAGE
               MOVE -1       TO TRNIDINL OF COINS1AI
               PERFORM SEND-INSTPLAN-SCREEN
           END-IF.
       CHECK-PLAN-ELIGIBILITY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      EDIT-TERM
      *----------------------------------------------------------------*
       EDIT-TERM.

           IF TERMI OF COINS1AI IS NUMERIC
               MOVE TERMI OF COINS1AI TO WS-TERM-N
           ELSE
               MOVE 0 TO WS-TERM-N
           END-IF
           IF NOT WS-TERM-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Term must be 03, 06 or 12 months...'
                    TO WS-MESSAGE
               MOVE -1       TO TERML OF COINS1AI
               PERFORM SEND-INSTPLAN-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      COMPUTE-PLAN-FEE
      *----------------------------------------------------------------*
      * The group's installment plan fee schedule, else DEFAULT's.
      * Installments are the purchase over the term in whole cents;
      * the cycle run bills the odd cents with the last one.
       COMPUTE-PLAN-FEE.

           MOVE 0                   TO WS-FEE-PCT WS-FEE-MIN
           MOVE ACCT-GROUP-ID       TO FEES-ACCT-GROUP-ID
           SET FEES-TYPE-INSTALLMENT TO TRUE
           PERFORM READ-FEESCHED-FILE
           IF WS-RESP-CD = DFHRESP(NOTFND)
               MOVE 'DEFAULT'       TO FEES-ACCT-GROUP-ID
               SET FEES-TYPE-INSTALLMENT TO TRUE
               PERFORM READ-FEESCHED-FILE
           END-IF
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE FEES-PCT        TO WS-FEE-PCT
               MOVE FEES-FLAT-AMT   TO WS-FEE-MIN
           END-IF

           COMPUTE WS-PLAN-FEE ROUNDED =
               TRAN-AMT * WS-FEE-PCT * WS-TERM-N / 100
           IF WS-PLAN-FEE < WS-FEE-MIN
               MOVE WS-FEE-MIN      TO WS-PLAN-FEE
           END-IF
           COMPUTE WS-MONTHLY-AMT = TRAN-AMT / WS-TERM-N

           MOVE WS-PLAN-FEE           TO WS-AMT-E
           MOVE WS-AMT-E              TO PLNFEEO  OF COINS1AO
           MOVE WS-MONTHLY-AMT        TO WS-AMT-E
           MOVE WS-AMT-E              TO MTHAMTO  OF COINS1AO
           MOVE WS-TERM-N             TO PLNTRMO  OF COINS1AO
                                         PLNLEFTO OF COINS1AO
           MOVE TRAN-AMT              TO WS-AMT-E
           MOVE WS-AMT-E              TO PLNBALO  OF COINS1AO.

      *----------------------------------------------------------------*
      *                      SAVE-INSTALLMENT-PLAN
      *----------------------------------------------------------------*
       SAVE-INSTALLMENT-PLAN.

           PERFORM CHECK-BATCH-QUIESCE
           IF ERR-FLG-ON
               GO TO SAVE-INSTALLMENT-PLAN-EXIT
           END-IF

           PERFORM LOOKUP-PURCHASE
              THRU LOOKUP-PURCHASE-EXIT
           IF ERR-FLG-ON
               GO TO SAVE-INSTALLMENT-PLAN-EXIT
           END-IF

           IF PLAN-ON-FILE
               PERFORM SHOW-PLAN-DETAILS
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Purchase has already been put on a plan...'
                    TO WS-MESSAGE
               MOVE -1       TO TRNIDINL OF COINS1AI
               PERFORM SEND-INSTPLAN-SCREEN
               GO TO SAVE-INSTALLMENT-PLAN-EXIT
           END-IF

           PERFORM CHECK-PLAN-ELIGIBILITY
              THRU CHECK-PLAN-ELIGIBILITY-EXIT
           IF ERR-FLG-ON
               GO TO SAVE-INSTALLMENT-PLAN-EXIT
           END-IF

           PERFORM EDIT-TERM
           IF ERR-FLG-ON
               GO TO SAVE-INSTALLMENT-PLAN-EXIT
           END-IF
           PERFORM COMPUTE-PLAN-FEE
           PERFORM GET-CURRENT-TIMESTAMP

      *    The plan record goes first - its key is the purchase, so a
      *    second PF5 on the same purchase stops here.
           INITIALIZE INSTALLMENT-PLAN-RECORD
           MOVE XREF-ACCT-ID          TO INSP-ACCT-ID
           MOVE TRAN-ID               TO INSP-TRAN-ID
           SET INSP-STAT-ACTIVE       TO TRUE
           MOVE TRAN-CARD-NUM         TO INSP-CARD-NUM
           MOVE TRAN-TYPE-CD          TO INSP-SRC-TYPE-CD
           MOVE TRAN-CAT-CD           TO INSP-SRC-CAT-CD
           MOVE TRAN-AMT              TO INSP-PRINCIPAL-AMT
                                         INSP-UNBILLED-BAL
           MOVE WS-PLAN-FEE           TO INSP-FEE-AMT
           MOVE WS-TERM-N             TO INSP-TERM-MONTHS
           MOVE WS-MONTHLY-AMT        TO INSP-MONTHLY-AMT
           MOVE 0                     TO INSP-MONTHS-BILLED
                                         INSP-LAST-BILL-AMT
           MOVE SPACES                TO INSP-LAST-BILL-DATE
                                         INSP-CLOSE-DATE
                                         INSP-CLOSE-REASON
           MOVE WS-CUR-DATE-X10       TO INSP-SETUP-DATE
           MOVE CDEMO-USER-ID         TO INSP-SETUP-OPER-ID
           EXEC CICS WRITE
                DATASET   (WS-INSTPLAN-FILE)
                FROM      (INSTALLMENT-PLAN-RECORD)
                LENGTH    (LENGTH OF INSTALLMENT-PLAN-RECORD)
                RIDFLD    (INSP-KEY)
                KEYLENGTH (LENGTH OF INSP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Purchase has already been put on a plan...'
                        TO WS-MESSAGE
                   MOVE -1       TO TRNIDINL OF COINS1AI
                   PERFORM SEND-INSTPLAN-SCREEN
                   GO TO SAVE-INSTALLMENT-PLAN-EXIT
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to add installment plan...'
                        TO WS-MESSAGE
                   MOVE -1       TO TRNIDINL OF COINS1AI
                   PERFORM SEND-INSTPLAN-SCREEN
                   GO TO SAVE-INSTALLMENT-PLAN-EXIT
           END-EVALUATE

      *    Out of the revolving bucket, into the installment bucket.
           MOVE INSP-SRC-TYPE-CD      TO WS-BKT-TYPE-CD
           MOVE INSP-SRC-CAT-CD       TO WS-BKT-CAT-CD
           COMPUTE WS-BKT-AMT = 0 - INSP-PRINCIPAL-AMT
           PERFORM UPDATE-TCATBAL-BUCKET
              THRU UPDATE-TCATBAL-BUCKET-EXIT
           IF ERR-FLG-ON
               GO TO SAVE-INSTALLMENT-PLAN-EXIT
           END-IF
           MOVE INSP-BUCKET-TYPE-CD   TO WS-BKT-TYPE-CD
           MOVE INSP-BUCKET-CAT-CD    TO WS-BKT-CAT-CD
           MOVE INSP-PRINCIPAL-AMT    TO WS-BKT-AMT
           PERFORM UPDATE-TCATBAL-BUCKET
              THRU UPDATE-TCATBAL-BUCKET-EXIT
           IF ERR-FLG-ON
               GO TO SAVE-INSTALLMENT-PLAN-EXIT
           END-IF

           IF INSP-FEE-AMT > 0
               PERFORM POST-PLAN-FEE
                  THRU POST-PLAN-FEE-EXIT
               IF ERR-FLG-ON
                   GO TO SAVE-INSTALLMENT-PLAN-EXIT
               END-IF
           END-IF

           MOVE INSP-STATUS           TO PLNSTSO  OF COINS1AO
           MOVE DFHGREEN              TO ERRMSGC  OF COINS1AO
           MOVE 'Installment plan set up - first installment bills'
             &  ' next cycle'         TO WS-MESSAGE
           MOVE -1                    TO TRNIDINL OF COINS1AI
           PERFORM SEND-INSTPLAN-SCREEN.
       SAVE-INSTALLMENT-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      POST-PLAN-FEE
      *----------------------------------------------------------------*
      * The fee id is the purchase id under its own prefix, the way
      * the foreign transaction fee is tied to its purchase.
       POST-PLAN-FEE.

           INITIALIZE TRAN-RECORD
           MOVE INSP-TRAN-ID          TO TRAN-ID
           MOVE 'IF'                  TO TRAN-ID (1:2)
           MOVE INSP-BUCKET-TYPE-CD   TO TRAN-TYPE-CD
           MOVE INSP-FEE-CAT-CD       TO TRAN-CAT-CD
           MOVE 'System'              TO TRAN-SOURCE
           STRING 'INSTALLMENT PLAN FEE - TRAN ' ,
                  INSP-TRAN-ID
                  DELIMITED BY SIZE
             INTO TRAN-DESC
           END-STRING
           MOVE INSP-FEE-AMT          TO TRAN-AMT
           MOVE INSP-CARD-NUM         TO TRAN-CARD-NUM
           MOVE 0                     TO TRAN-MERCHANT-ID
           MOVE 'INSTALLMENT PLAN'    TO TRAN-MERCHANT-NAME
           MOVE 'N/A'                 TO TRAN-MERCHANT-CITY
           MOVE 'N/A'                 TO TRAN-MERCHANT-ZIP
           STRING WS-CUR-DATE-X10 ' ' WS-CUR-TIME-X08 '.000000'
                  DELIMITED BY SIZE
             INTO TRAN-ORIG-TS
           END-STRING
           MOVE TRAN-ORIG-TS          TO TRAN-PROC-TS
           EXEC CICS WRITE
                DATASET   (WS-TRANSACT-FILE)
                FROM      (TRAN-RECORD)
                LENGTH    (LENGTH OF TRAN-RECORD)
                RIDFLD    (TRAN-ID)
                KEYLENGTH (LENGTH OF TRAN-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to post installment plan fee...'
                    TO WS-MESSAGE
               PERFORM SEND-INSTPLAN-SCREEN
               GO TO POST-PLAN-FEE-EXIT
           END-IF

           MOVE TRAN-TYPE-CD          TO WS-BKT-TYPE-CD
           MOVE TRAN-CAT-CD           TO WS-BKT-CAT-CD
           MOVE TRAN-AMT              TO WS-BKT-AMT
           PERFORM UPDATE-TCATBAL-BUCKET
              THRU UPDATE-TCATBAL-BUCKET-EXIT
           IF ERR-FLG-ON
               GO TO POST-PLAN-FEE-EXIT
           END-IF

           MOVE INSP-ACCT-ID          TO ACCT-ID
           EXEC CICS READ
                DATASET   (WS-ACCTDAT-FILE)
                INTO      (ACCOUNT-RECORD)
                LENGTH    (LENGTH OF ACCOUNT-RECORD)
                RIDFLD    (ACCT-ID)
                KEYLENGTH (LENGTH OF ACCT-ID)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               ADD TRAN-AMT TO ACCT-CURR-BAL
               ADD TRAN-AMT TO ACCT-CURR-CYC-DEBIT
               EXEC CICS REWRITE
                    DATASET   (WS-ACCTDAT-FILE)
                    FROM      (ACCOUNT-RECORD)
                    LENGTH    (LENGTH OF ACCOUNT-RECORD)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update Account balance...'
                    TO WS-MESSAGE
               PERFORM SEND-INSTPLAN-SCREEN
           END-IF.
       POST-PLAN-FEE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      PAYOFF-INSTALLMENT-PLAN
      *----------------------------------------------------------------*
      * Early payoff closes the plan and returns its unbilled balance
      * to the purchase's revolving bucket, so the whole amount is
      * due on the next statement.
       PAYOFF-INSTALLMENT-PLAN.

           PERFORM CHECK-BATCH-QUIESCE
           IF ERR-FLG-ON
               GO TO PAYOFF-INSTALLMENT-PLAN-EXIT
           END-IF

           PERFORM LOOKUP-PURCHASE
              THRU LOOKUP-PURCHASE-EXIT
           IF ERR-FLG-ON
               GO TO PAYOFF-INSTALLMENT-PLAN-EXIT
           END-IF

           IF PLAN-NOT-ON-FILE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Purchase is not on an installment plan...'
                    TO WS-MESSAGE
               MOVE -1       TO TRNIDINL OF COINS1AI
               PERFORM SEND-INSTPLAN-SCREEN
               GO TO PAYOFF-INSTALLMENT-PLAN-EXIT
           END-IF

           EXEC CICS READ
                DATASET   (WS-INSTPLAN-FILE)
                INTO      (INSTALLMENT-PLAN-RECORD)
                LENGTH    (LENGTH OF INSTALLMENT-PLAN-RECORD)
                RIDFLD    (INSP-KEY)
                KEYLENGTH (LENGTH OF INSP-KEY)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update installment plan...'
                    TO WS-MESSAGE
               PERFORM SEND-INSTPLAN-SCREEN
               GO TO PAYOFF-INSTALLMENT-PLAN-EXIT
           END-IF
           PERFORM SHOW-PLAN-DETAILS

           IF NOT INSP-STAT-ACTIVE
               EXEC CICS UNLOCK
                    DATASET   (WS-INSTPLAN-FILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Installment plan for this purchase is closed'
                    TO WS-MESSAGE
               MOVE -1       TO TRNIDINL OF COINS1AI
               PERFORM SEND-INSTPLAN-SCREEN
               GO TO PAYOFF-INSTALLMENT-PLAN-EXIT
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP
           IF INSP-UNBILLED-BAL NOT = 0
               MOVE INSP-BUCKET-TYPE-CD   TO WS-BKT-TYPE-CD
               MOVE INSP-BUCKET-CAT-CD    TO WS-BKT-CAT-CD
               COMPUTE WS-BKT-AMT = 0 - INSP-UNBILLED-BAL
               PERFORM UPDATE-TCATBAL-BUCKET
                  THRU UPDATE-TCATBAL-BUCKET-EXIT
               IF ERR-FLG-ON
                   GO TO PAYOFF-INSTALLMENT-PLAN-EXIT
               END-IF
               MOVE INSP-SRC-TYPE-CD      TO WS-BKT-TYPE-CD
               MOVE INSP-SRC-CAT-CD       TO WS-BKT-CAT-CD
               MOVE INSP-UNBILLED-BAL     TO WS-BKT-AMT
               PERFORM UPDATE-TCATBAL-BUCKET
                  THRU UPDATE-TCATBAL-BUCKET-EXIT
               IF ERR-FLG-ON
                   GO TO PAYOFF-INSTALLMENT-PLAN-EXIT
               END-IF
           END-IF

           SET INSP-STAT-PAID-OFF     TO TRUE
           MOVE 0                     TO INSP-UNBILLED-BAL
           MOVE WS-CUR-DATE-X10       TO INSP-CLOSE-DATE
           MOVE 'PAID OFF EARLY'      TO INSP-CLOSE-REASON
           EXEC CICS REWRITE
                DATASET   (WS-INSTPLAN-FILE)
                FROM      (INSTALLMENT-PLAN-RECORD)
                LENGTH    (LENGTH OF INSTALLMENT-PLAN-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update installment plan...'
                    TO WS-MESSAGE
               PERFORM SEND-INSTPLAN-SCREEN
               GO TO PAYOFF-INSTALLMENT-PLAN-EXIT
           END-IF

           PERFORM SHOW-PLAN-DETAILS
           MOVE DFHGREEN              TO ERRMSGC  OF COINS1AO
           MOVE 'Plan paid off - balance is due on the next statement'
                                      TO WS-MESSAGE
           MOVE -1                    TO TRNIDINL OF COINS1AI
           PERFORM SEND-INSTPLAN-SCREEN.
       PAYOFF-INSTALLMENT-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      UPDATE-TCATBAL-BUCKET
      *----------------------------------------------------------------*
       UPDATE-TCATBAL-BUCKET.

           MOVE 'N'            TO WS-CREATE-TCATBAL-FLG
           MOVE XREF-ACCT-ID   TO TRANCAT-ACCT-ID
           MOVE WS-BKT-TYPE-CD TO TRANCAT-TYPE-CD
           MOVE WS-BKT-CAT-CD  TO TRANCAT-CD
           EXEC CICS READ
                DATASET   (WS-TCATBAL-FILE)
                INTO      (TRAN-CAT-BAL-RECORD)
                LENGTH    (LENGTH OF TRAN-CAT-BAL-RECORD)
                RIDFLD    (TRAN-CAT-KEY)
                KEYLENGTH (LENGTH OF TRAN-CAT-KEY)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y' TO WS-CREATE-TCATBAL-FLG
                   INITIALIZE TRAN-CAT-BAL-RECORD
                   MOVE XREF-ACCT-ID   TO TRANCAT-ACCT-ID
                   MOVE WS-BKT-TYPE-CD TO TRANCAT-TYPE-CD
                   MOVE WS-BKT-CAT-CD  TO TRANCAT-CD
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE 'Unable to update Category Balance...'
                        TO WS-MESSAGE
                   PERFORM SEND-INSTPLAN-SCREEN
                   GO TO UPDATE-TCATBAL-BUCKET-EXIT
           END-EVALUATE
           ADD WS-BKT-AMT TO TRAN-CAT-BAL
           IF WS-CREATE-TCATBAL-FLG = 'Y'
               EXEC CICS WRITE
                    DATASET   (WS-TCATBAL-FILE)
                    FROM      (TRAN-CAT-BAL-RECORD)
                    LENGTH    (LENGTH OF TRAN-CAT-BAL-RECORD)
                    RIDFLD    (TRAN-CAT-KEY)
                    KEYLENGTH (LENGTH OF TRAN-CAT-KEY)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           ELSE
               EXEC CICS REWRITE
                    DATASET   (WS-TCATBAL-FILE)
                    FROM      (TRAN-CAT-BAL-RECORD)
                    LENGTH    (LENGTH OF TRAN-CAT-BAL-RECORD)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Unable to update Category Balance...'
                    TO WS-MESSAGE
               PERFORM SEND-INSTPLAN-SCREEN
           END-IF.
       UPDATE-TCATBAL-BUCKET-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      READ-TRANSACT-FILE
      *----------------------------------------------------------------*
       READ-TRANSACT-FILE.

           MOVE TRNIDINI OF COINS1AI TO TRAN-ID
           EXEC CICS READ
                DATASET   (WS-TRANSACT-FILE)
                INTO      (TRAN-RECORD)
                LENGTH    (LENGTH OF TRAN-RECORD)
                RIDFLD    (TRAN-ID)
                KEYLENGTH (LENGTH OF TRAN-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Transaction ID NOT found...' TO WS-MESSAGE
                   MOVE -1       TO TRNIDINL OF COINS1AI
                   PERFORM SEND-INSTPLAN-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Transaction...' TO WS-MESSAGE
                   MOVE -1       TO TRNIDINL OF COINS1AI
                   PERFORM SEND-INSTPLAN-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-CCXREF-FILE
      *----------------------------------------------------------------*
       READ-CCXREF-FILE.

           EXEC CICS READ
                DATASET   (WS-CCXREF-FILE)
                INTO      (CARD-XREF-RECORD)
                LENGTH    (LENGTH OF CARD-XREF-RECORD)
                RIDFLD    (XREF-CARD-NUM)
                KEYLENGTH (LENGTH OF XREF-CARD-NUM)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Card Number NOT found...' TO
                                   WS-MESSAGE
                   MOVE -1       TO TRNIDINL OF COINS1AI
                   PERFORM SEND-INSTPLAN-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Card # in XREF file...' TO
                                   WS-MESSAGE
                   MOVE -1       TO TRNIDINL OF COINS1AI
                   PERFORM SEND-INSTPLAN-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-ACCTDAT-FILE
      *----------------------------------------------------------------*
       READ-ACCTDAT-FILE.

           MOVE XREF-ACCT-ID TO ACCT-ID
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
                   MOVE 'Account NOT found...' TO WS-MESSAGE
                   MOVE -1       TO TRNIDINL OF COINS1AI
                   PERFORM SEND-INSTPLAN-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Account...' TO WS-MESSAGE
                   MOVE -1       TO TRNIDINL OF COINS1AI
                   PERFORM SEND-INSTPLAN-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-INSTPLAN-FILE
      *----------------------------------------------------------------*
       READ-INSTPLAN-FILE.

           SET PLAN-NOT-ON-FILE TO TRUE
           MOVE XREF-ACCT-ID    TO INSP-ACCT-ID
           MOVE TRAN-ID         TO INSP-TRAN-ID
           EXEC CICS READ
                DATASET   (WS-INSTPLAN-FILE)
                INTO      (INSTALLMENT-PLAN-RECORD)
                LENGTH    (LENGTH OF INSTALLMENT-PLAN-RECORD)
                RIDFLD    (INSP-KEY)
                KEYLENGTH (LENGTH OF INSP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               SET PLAN-ON-FILE TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-FEESCHED-FILE
      *----------------------------------------------------------------*
       READ-FEESCHED-FILE.

           EXEC CICS READ
                DATASET   (WS-FEESCHED-FILE)
                INTO      (FEE-SCHEDULE-RECORD)
                LENGTH    (LENGTH OF FEE-SCHEDULE-RECORD)
                RIDFLD    (FEES-KEY)
                KEYLENGTH (LENGTH OF FEES-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      CHECK-BATCH-QUIESCE
      *----------------------------------------------------------------*
      * The posting run raises the quiesce flag on the business-date
      * control record while it holds the master files - refuse the
      * update rather than landing it on a record the batch is about
      * to rewrite.
       CHECK-BATCH-QUIESCE.

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
           IF WS-RESP-CD = DFHRESP(NORMAL)
           AND BDC-QUIESCE-ON
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Nightly processing in progress - try later...'
                    TO WS-MESSAGE
               PERFORM SEND-INSTPLAN-SCREEN
           END-IF.

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
               MOVE 'COTRN00C' TO CDEMO-TO-PROGRAM
           END-IF
           MOVE WS-TRANID    TO CDEMO-FROM-TRANID
           MOVE WS-PGMNAME   TO CDEMO-FROM-PROGRAM
           MOVE ZEROS        TO CDEMO-PGM-CONTEXT
           EXEC CICS
               XCTL PROGRAM(CDEMO-TO-PROGRAM)
               COMMAREA(CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      SEND-INSTPLAN-SCREEN
      *----------------------------------------------------------------*
       SEND-INSTPLAN-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COINS1AO

           EXEC CICS SEND
                     MAP('COINS1A')
                     MAPSET('COINS01')
                     FROM(COINS1AO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-INSTPLAN-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-INSTPLAN-SCREEN.

           EXEC CICS RECEIVE
                     MAP('COINS1A')
                     MAPSET('COINS01')
                     INTO(COINS1AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF COINS1AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COINS1AO
           MOVE WS-TRANID              TO TRNNAMEO OF COINS1AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COINS1AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COINS1AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COINS1AO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           PERFORM INITIALIZE-ALL-FIELDS.
           PERFORM SEND-INSTPLAN-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE -1              TO TRNIDINL OF COINS1AI
           MOVE SPACES          TO TRNIDINI OF COINS1AI
                                   TERMI    OF COINS1AI
                                   ACCTIDO  OF COINS1AO
                                   TDATEO   OF COINS1AO
                                   TDESCO   OF COINS1AO
                                   TAMTO    OF COINS1AO
                                   PLNFEEO  OF COINS1AO
                                   MTHAMTO  OF COINS1AO
                                   PLNSTSO  OF COINS1AO
                                   PLNTRMO  OF COINS1AO
                                   PLNBALO  OF COINS1AO
                                   PLNLEFTO OF COINS1AO
                                   WS-MESSAGE.
