      ******************************************************************
      * Program     : COVAU01C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Call-center voice authorization - a merchant
      *               phoning in for a referral or voice approval is
      *               authorized on the spot.  The operator keys the
      *               card, amount, merchant and category and the
      *               request runs the same checks the authorization
      *               feed (CBAUT01C) applies: card status, spending
      *               controls, open-to-buy net of outstanding holds
      *               and customer exposure.  An approval writes its
      *               hold to the pending authorization file at once;
      *               every voice authorization, approved or declined,
      *               is logged to VOICELOG with the operator's ID.
      *               Reached by PF6 from COPAU01C.
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
       PROGRAM-ID. COVAU01C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COVAU01C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CVAU'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-XREF-FILE               PIC X(08) VALUE 'CCXREF  '.
         05 WS-CARD-FILE               PIC X(08) VALUE 'CARDDAT '.
         05 WS-ACCT-FILE               PIC X(08) VALUE 'ACCTDAT '.
         05 WS-MERCHANT-FILE           PIC X(08) VALUE 'MERCHANT'.
         05 WS-PAUTH-FILE              PIC X(08) VALUE 'PAUTHFLE'.
         05 WS-EXPOSURE-FILE           PIC X(08) VALUE 'EXPOSURE'.
         05 WS-VOICELOG-FILE           PIC X(08) VALUE 'VOICELOG'.
         05 WS-PERMSEC-FILE            PIC X(08) VALUE 'PERMSEC '.
         05 WS-BIZDATE-FILE            PIC X(08) VALUE 'BIZDATE '.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-PERM-ALLOWED            PIC X(01) VALUE 'N'.
           88 VOICE-AUTH-PERMITTED               VALUE 'Y'.
           88 VOICE-AUTH-NOT-PERMITTED           VALUE 'N'.
         05 WS-PERM-RID.
           10 WS-PERM-RID-ROLE         PIC X(08).
           10 WS-PERM-RID-PGM          PIC X(08).
         05 WS-PAUTH-EOF               PIC X(01) VALUE 'N'.
           88 PAUTH-EOF                          VALUE 'Y'.
           88 PAUTH-NOT-EOF                      VALUE 'N'.
         05 WS-ABS-TIME                PIC S9(15) COMP-3.
         05 WS-ABS-TIME-N              PIC 9(15) VALUE 0.
         05 WS-CUR-DATE-X10            PIC X(10) VALUE SPACES.
         05 WS-CUR-TIME-X08            PIC X(08) VALUE SPACES.
         05 WS-WRITE-TRIES             PIC 9(02) VALUE 0.
         05 WS-ACCT-FOUND-FLG          PIC X(01) VALUE 'N'.
           88 ACCT-REC-FOUND                     VALUE 'Y'.
           88 ACCT-REC-NOT-FOUND                 VALUE 'N'.

      * Voice authorizations are always purchases - a cash request
      * needs the PIN block only a terminal can capture.
       01 WS-AUTH-WORK.
         05 WS-PURCHASE-TYPE-CD        PIC X(02) VALUE '01'.
         05 WS-CARD-NUM                PIC X(16) VALUE SPACES.
         05 WS-AUTH-AMT-N              PIC S9(09)V99 VALUE 0.
         05 WS-CAT-CD-N                PIC 9(04) VALUE 0.
         05 WS-MERCHANT-ID-N           PIC 9(09) VALUE 0.
         05 WS-AUTH-ID                 PIC X(16) VALUE SPACES.
         05 WS-APPROVAL-CD             PIC 9(06) VALUE 0.
         05 WS-AMT-E                   PIC -ZZZZZZZZZ9.99 VALUE ZEROS.
         05 WS-DECLINE-REASON          PIC 9(04) VALUE 0.
         05 WS-DECLINE-REASON-DESC     PIC X(40) VALUE SPACES.
         05 WS-DECLINE-RSN-X           PIC X(04) VALUE SPACES.

       01 WS-HOLD-WORK.
         05 WS-HOLDS-OUTSTANDING       PIC S9(09)V99 VALUE 0.
         05 WS-CARD-DAY-HOLDS          PIC S9(09)V99 VALUE 0.
         05 WS-CARD-DAY-SPEND          PIC S9(10)V99 VALUE 0.
         05 WS-OPEN-TO-BUY             PIC S9(10)V99 VALUE 0.
         05 WS-CTL-IDX                 PIC 9(01) VALUE 0.

       COPY COCOM01Y.
          05 CDEMO-CVAU-INFO.
             10 CDEMO-CVAU-AUTH-FLG        PIC X(01) VALUE 'N'.
                88 CVAU-AUTH-GIVEN                   VALUE 'Y'.
                88 CVAU-AUTH-OPEN                    VALUE 'N'.

       COPY COVAU01.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

       COPY CVACT01Y.
       COPY CVACT02Y.
       COPY CVACT03Y.
       COPY CVAUT01Y.
       COPY CVAUT05Y.
       COPY CVEXP01Y.
       COPY CVMER01Y.
       COPY CVPRM01Y.
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

           SET ERR-FLG-OFF TO TRUE
           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COVAU1AO

           IF EIBCALEN = 0
               MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   SET CVAU-AUTH-OPEN       TO TRUE
                   MOVE LOW-VALUES          TO COVAU1AO
                   PERFORM INITIALIZE-ALL-FIELDS
                   PERFORM CHECK-VOICE-PERMISSION
                   IF VOICE-AUTH-NOT-PERMITTED
                       MOVE 'You are not authorized for voice authoriza
      -                     'tions...' TO WS-MESSAGE
                   END-IF
                   PERFORM SEND-VOICE-SCREEN
               ELSE
                   PERFORM RECEIVE-VOICE-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM PROCESS-ENTER-KEY
                       WHEN DFHPF3
                           IF CDEMO-FROM-PROGRAM = SPACES OR LOW-VALUES
                               MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
                           ELSE
                               MOVE CDEMO-FROM-PROGRAM TO
                               CDEMO-TO-PROGRAM
                           END-IF
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF4
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN DFHPF5
                           PERFORM PROCESS-AUTHORIZE-KEY
                              THRU PROCESS-AUTHORIZE-KEY-EXIT
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-VOICE-SCREEN
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
      * Enter looks the request up - account, merchant and the open-
      * to-buy left after outstanding holds - so the operator can
      * confirm the details with the caller before pressing PF5.
       PROCESS-ENTER-KEY.

           PERFORM CHECK-VOICE-PERMISSION
           IF VOICE-AUTH-NOT-PERMITTED
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'You are not authorized for voice authorizations...'
                    TO WS-MESSAGE
               PERFORM SEND-VOICE-SCREEN
           END-IF

           IF NOT ERR-FLG-ON
               IF CVAU-AUTH-GIVEN
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Authorization already given - PF4 to start a n
      -                 'ew one...' TO WS-MESSAGE
                   PERFORM SEND-VOICE-SCREEN
               END-IF
           END-IF

           IF NOT ERR-FLG-ON
               PERFORM EDIT-AUTH-FIELDS
                  THRU EDIT-AUTH-FIELDS-EXIT
           END-IF

           IF NOT ERR-FLG-ON
               PERFORM LOOKUP-REQUEST
                  THRU LOOKUP-REQUEST-EXIT
           END-IF

           IF NOT ERR-FLG-ON
               MOVE DFHNEUTRL TO ERRMSGC OF COVAU1AO
               MOVE 'Confirm with the caller and press PF5 to authorize
      -             '...' TO WS-MESSAGE
               MOVE -1       TO VAMOUNTL OF COVAU1AI
               PERFORM SEND-VOICE-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      PROCESS-AUTHORIZE-KEY
      *----------------------------------------------------------------*
       PROCESS-AUTHORIZE-KEY.

           PERFORM CHECK-VOICE-PERMISSION
           IF VOICE-AUTH-NOT-PERMITTED
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'You are not authorized for voice authorizations...'
                    TO WS-MESSAGE
               PERFORM SEND-VOICE-SCREEN
               GO TO PROCESS-AUTHORIZE-KEY-EXIT
           END-IF

      *    A second PF5 on the same screen would take a second hold
      *    for the one purchase.
           IF CVAU-AUTH-GIVEN
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Authorization already given - PF4 to start a new o
      -             'ne...' TO WS-MESSAGE
               PERFORM SEND-VOICE-SCREEN
               GO TO PROCESS-AUTHORIZE-KEY-EXIT
           END-IF

           PERFORM EDIT-AUTH-FIELDS
              THRU EDIT-AUTH-FIELDS-EXIT
           IF ERR-FLG-ON
               GO TO PROCESS-AUTHORIZE-KEY-EXIT
           END-IF

      *    The feed run and the posting run hold the pending
      *    authorization file overnight.
           PERFORM CHECK-BATCH-QUIESCE
           IF ERR-FLG-ON
               GO TO PROCESS-AUTHORIZE-KEY-EXIT
           END-IF

           PERFORM LOOKUP-REQUEST
              THRU LOOKUP-REQUEST-EXIT
           IF ERR-FLG-ON
               GO TO PROCESS-AUTHORIZE-KEY-EXIT
           END-IF

           PERFORM GET-CURRENT-TIMESTAMP
           MOVE 0      TO WS-DECLINE-REASON
           MOVE SPACES TO WS-DECLINE-REASON-DESC
           PERFORM VALIDATE-AUTH

           MOVE 0 TO WS-WRITE-TRIES
           PERFORM GENERATE-AUTH-ID
           IF WS-DECLINE-REASON = 0
               PERFORM WRITE-AUTH-HOLD
               IF ERR-FLG-ON
                   GO TO PROCESS-AUTHORIZE-KEY-EXIT
               END-IF
           END-IF

           PERFORM WRITE-VOICE-LOG
           SET CVAU-AUTH-GIVEN TO TRUE
           PERFORM SHOW-AUTH-RESULT
           PERFORM SEND-VOICE-SCREEN.
       PROCESS-AUTHORIZE-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      EDIT-AUTH-FIELDS
      *----------------------------------------------------------------*
       EDIT-AUTH-FIELDS.

           IF CARDNUMI OF COVAU1AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Card number can NOT be empty...' TO WS-MESSAGE
               MOVE -1      TO CARDNUML OF COVAU1AI
               PERFORM SEND-VOICE-SCREEN
               GO TO EDIT-AUTH-FIELDS-EXIT
           END-IF
           IF CARDNUMI OF COVAU1AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Card number must be 16 digits...' TO WS-MESSAGE
               MOVE -1      TO CARDNUML OF COVAU1AI
               PERFORM SEND-VOICE-SCREEN
               GO TO EDIT-AUTH-FIELDS-EXIT
           END-IF
           MOVE CARDNUMI OF COVAU1AI TO WS-CARD-NUM

           EVALUATE TRUE
               WHEN VAMOUNTI OF COVAU1AI(1:1)
                       NOT = '+' AND '0' AND SPACE
               WHEN VAMOUNTI OF COVAU1AI(2:8) NOT NUMERIC
               WHEN VAMOUNTI OF COVAU1AI(10:1) NOT = '.'
               WHEN VAMOUNTI OF COVAU1AI(11:2) IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Amount must be +99999999.99...' TO WS-MESSAGE
                   MOVE -1      TO VAMOUNTL OF COVAU1AI
                   PERFORM SEND-VOICE-SCREEN
                   GO TO EDIT-AUTH-FIELDS-EXIT
               WHEN OTHER
                   COMPUTE WS-AUTH-AMT-N =
                      FUNCTION NUMVAL-C(VAMOUNTI OF COVAU1AI)
           END-EVALUATE
           IF WS-AUTH-AMT-N <= 0
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Amount must be greater than zero...'
                    TO WS-MESSAGE
               MOVE -1      TO VAMOUNTL OF COVAU1AI
               PERFORM SEND-VOICE-SCREEN
               GO TO EDIT-AUTH-FIELDS-EXIT
           END-IF

           IF CATCDI OF COVAU1AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Category must be 4 digits...' TO WS-MESSAGE
               MOVE -1      TO CATCDL OF COVAU1AI
               PERFORM SEND-VOICE-SCREEN
               GO TO EDIT-AUTH-FIELDS-EXIT
           END-IF
           MOVE CATCDI OF COVAU1AI TO WS-CAT-CD-N

           IF MERIDI OF COVAU1AI IS NOT NUMERIC
           OR MERIDI OF COVAU1AI = ZEROS
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Merchant ID must be 9 digits...' TO WS-MESSAGE
               MOVE -1      TO MERIDL OF COVAU1AI
               PERFORM SEND-VOICE-SCREEN
               GO TO EDIT-AUTH-FIELDS-EXIT
           END-IF
           MOVE MERIDI OF COVAU1AI TO WS-MERCHANT-ID-N.
       EDIT-AUTH-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      LOOKUP-REQUEST
      *----------------------------------------------------------------*
      * Resolve the card to its account and the merchant to the
      * master, and total the holds already outstanding.  A card or
      * account that cannot be found is still authorized (and
      * declined) by VALIDATE-AUTH so the call is logged.
       LOOKUP-REQUEST.

           MOVE WS-MERCHANT-ID-N TO MER-ID
           EXEC CICS READ
                DATASET   (WS-MERCHANT-FILE)
                INTO      (MERCHANT-RECORD)
                LENGTH    (LENGTH OF MERCHANT-RECORD)
                RIDFLD    (MER-ID)
                KEYLENGTH (LENGTH OF MER-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   IF MER-ACTIVE-STATUS NOT = 'Y'
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Merchant is not active...' TO WS-MESSAGE
                       MOVE -1      TO MERIDL OF COVAU1AI
                       PERFORM SEND-VOICE-SCREEN
                       GO TO LOOKUP-REQUEST-EXIT
                   END-IF
                   MOVE MER-NAME (1:30) TO MERNAMEI OF COVAU1AI
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Merchant ID NOT found...' TO WS-MESSAGE
                   MOVE -1      TO MERIDL OF COVAU1AI
                   PERFORM SEND-VOICE-SCREEN
                   GO TO LOOKUP-REQUEST-EXIT
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Merchant...' TO WS-MESSAGE
                   MOVE -1      TO MERIDL OF COVAU1AI
                   PERFORM SEND-VOICE-SCREEN
                   GO TO LOOKUP-REQUEST-EXIT
           END-EVALUATE

           SET ACCT-REC-NOT-FOUND TO TRUE
           MOVE SPACES TO ACCTIDI OF COVAU1AI
                          AVAILI  OF COVAU1AI
           MOVE 0      TO XREF-ACCT-ID
           MOVE WS-CARD-NUM TO XREF-CARD-NUM
           EXEC CICS READ
                DATASET   (WS-XREF-FILE)
                INTO      (CARD-XREF-RECORD)
                LENGTH    (LENGTH OF CARD-XREF-RECORD)
                RIDFLD    (XREF-CARD-NUM)
                KEYLENGTH (LENGTH OF XREF-CARD-NUM)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE XREF-ACCT-ID TO ACCTIDI OF COVAU1AI
               WHEN DFHRESP(NOTFND)
                   MOVE 0 TO XREF-ACCT-ID
                   GO TO LOOKUP-REQUEST-EXIT
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Card...' TO WS-MESSAGE
                   MOVE -1      TO CARDNUML OF COVAU1AI
                   PERFORM SEND-VOICE-SCREEN
                   GO TO LOOKUP-REQUEST-EXIT
           END-EVALUATE

           MOVE XREF-ACCT-ID TO ACCT-ID
           EXEC CICS READ
                DATASET   (WS-ACCT-FILE)
                INTO      (ACCOUNT-RECORD)
                LENGTH    (LENGTH OF ACCOUNT-RECORD)
                RIDFLD    (ACCT-ID)
                KEYLENGTH (LENGTH OF ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD = DFHRESP(NORMAL)
               SET ACCT-REC-FOUND TO TRUE
               PERFORM SUM-OUTSTANDING-HOLDS
               COMPUTE WS-OPEN-TO-BUY = ACCT-CREDIT-LIMIT
                                      - ACCT-CURR-BAL
                                      - WS-HOLDS-OUTSTANDING
               MOVE WS-OPEN-TO-BUY TO WS-AMT-E
               MOVE WS-AMT-E       TO AVAILI OF COVAU1AI
           END-IF.
       LOOKUP-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SUM-OUTSTANDING-HOLDS
      *----------------------------------------------------------------*
      * Open holds on the account reduce its open-to-buy; those taken
      * on this card today count toward the card's daily limit.
       SUM-OUTSTANDING-HOLDS.

           MOVE 0 TO WS-HOLDS-OUTSTANDING
                     WS-CARD-DAY-HOLDS
           PERFORM GET-CURRENT-TIMESTAMP
           SET PAUTH-NOT-EOF TO TRUE
           MOVE XREF-ACCT-ID TO PAUTH-ACCT-ID
           MOVE LOW-VALUES   TO PAUTH-AUTH-ID
           EXEC CICS STARTBR
                DATASET   (WS-PAUTH-FILE)
                RIDFLD    (PAUTH-KEY)
                KEYLENGTH (LENGTH OF PAUTH-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET PAUTH-EOF TO TRUE
           ELSE
               PERFORM READ-NEXT-HOLD
                  UNTIL PAUTH-EOF
               EXEC CICS ENDBR
                    DATASET   (WS-PAUTH-FILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-NEXT-HOLD
      *----------------------------------------------------------------*
       READ-NEXT-HOLD.

           EXEC CICS READNEXT
                DATASET   (WS-PAUTH-FILE)
                INTO      (PENDING-AUTH-RECORD)
                LENGTH    (LENGTH OF PENDING-AUTH-RECORD)
                RIDFLD    (PAUTH-KEY)
                KEYLENGTH (LENGTH OF PAUTH-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
           OR PAUTH-ACCT-ID NOT = XREF-ACCT-ID
               SET PAUTH-EOF TO TRUE
           ELSE
               IF PAUTH-STAT-OPEN
                   ADD PAUTH-AMT TO WS-HOLDS-OUTSTANDING
                   IF PAUTH-CARD-NUM = WS-CARD-NUM
                   AND PAUTH-AUTH-TS (1:10) = WS-CUR-DATE-X10
                       ADD PAUTH-AMT TO WS-CARD-DAY-HOLDS
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      VALIDATE-AUTH
      *----------------------------------------------------------------*
      * The checks and 200-series decline reasons of CBAUT01C
      * 1500-VALIDATE-AUTH, in the same order.
       VALIDATE-AUTH.

           IF XREF-ACCT-ID = 0
               MOVE 200 TO WS-DECLINE-REASON
               MOVE 'INVALID CARD NUMBER FOUND'
                 TO WS-DECLINE-REASON-DESC
           END-IF
           IF WS-DECLINE-REASON = 0
               PERFORM CHECK-CARD
           END-IF
           IF WS-DECLINE-REASON = 0
               PERFORM CHECK-CARD-CONTROLS
                  THRU CHECK-CARD-CONTROLS-EXIT
           END-IF
           IF WS-DECLINE-REASON = 0
               PERFORM CHECK-ACCOUNT
           END-IF
           IF WS-DECLINE-REASON = 0
               PERFORM CHECK-EXPOSURE
           END-IF.

      *----------------------------------------------------------------*
      *                      CHECK-CARD
      *----------------------------------------------------------------*
       CHECK-CARD.

           MOVE WS-CARD-NUM TO CARD-NUM
           EXEC CICS READ
                DATASET   (WS-CARD-FILE)
                INTO      (CARD-RECORD)
                LENGTH    (LENGTH OF CARD-RECORD)
                RIDFLD    (CARD-NUM)
                KEYLENGTH (LENGTH OF CARD-NUM)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 201 TO WS-DECLINE-REASON
               MOVE 'CARD RECORD NOT FOUND'
                 TO WS-DECLINE-REASON-DESC
           ELSE
               EVALUATE TRUE
                   WHEN CARD-STAT-ACTIVE
                       CONTINUE
                   WHEN CARD-STAT-PENDING-ACT
                       MOVE 206 TO WS-DECLINE-REASON
                       MOVE 'CARD NOT YET ACTIVATED'
                         TO WS-DECLINE-REASON-DESC
                   WHEN OTHER
                       MOVE 202 TO WS-DECLINE-REASON
                       MOVE 'CARD NOT ACTIVE'
                         TO WS-DECLINE-REASON-DESC
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      CHECK-CARD-CONTROLS
      *----------------------------------------------------------------*
       CHECK-CARD-CONTROLS.

           IF CARD-SINGLE-TRAN-LIMIT > 0
           AND WS-AUTH-AMT-N > CARD-SINGLE-TRAN-LIMIT
               MOVE 212 TO WS-DECLINE-REASON
               MOVE 'OVER SINGLE TRANSACTION LIMIT FOR CARD'
                 TO WS-DECLINE-REASON-DESC
               GO TO CHECK-CARD-CONTROLS-EXIT
           END-IF
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
              UNTIL WS-CTL-IDX > 5
               IF  CARD-BLK-TYPE-CD (WS-CTL-IDX) NOT = SPACES
               AND CARD-BLK-TYPE-CD (WS-CTL-IDX) = WS-PURCHASE-TYPE-CD
               AND CARD-BLK-CAT-CD (WS-CTL-IDX) = WS-CAT-CD-N
                   MOVE 213 TO WS-DECLINE-REASON
                   MOVE 'TRANSACTION CATEGORY BLOCKED FOR CARD'
                     TO WS-DECLINE-REASON-DESC
               END-IF
           END-PERFORM
           IF WS-DECLINE-REASON = 0
           AND CARD-DAILY-SPEND-LIMIT > 0
               COMPUTE WS-CARD-DAY-SPEND = WS-CARD-DAY-HOLDS
                                         + WS-AUTH-AMT-N
               IF WS-CARD-DAY-SPEND > CARD-DAILY-SPEND-LIMIT
                   MOVE 214 TO WS-DECLINE-REASON
                   MOVE 'OVER DAILY SPEND LIMIT FOR CARD'
                     TO WS-DECLINE-REASON-DESC
               END-IF
           END-IF.
       CHECK-CARD-CONTROLS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CHECK-ACCOUNT
      *----------------------------------------------------------------*
      * ACCOUNT-RECORD and the open-to-buy were set up by
      * LOOKUP-REQUEST.
       CHECK-ACCOUNT.

           IF ACCT-REC-NOT-FOUND
               MOVE 203 TO WS-DECLINE-REASON
               MOVE 'ACCOUNT RECORD NOT FOUND'
                 TO WS-DECLINE-REASON-DESC
           ELSE
               IF WS-AUTH-AMT-N > WS-OPEN-TO-BUY
                   MOVE 204 TO WS-DECLINE-REASON
                   MOVE 'INSUFFICIENT OPEN TO BUY'
                     TO WS-DECLINE-REASON-DESC
               END-IF
               IF ACCT-EXPIRAION-DATE < WS-CUR-DATE-X10
                   MOVE 205 TO WS-DECLINE-REASON
                   MOVE 'AUTH RECEIVED AFTER ACCT EXPIRATION'
                     TO WS-DECLINE-REASON-DESC
               END-IF
               IF NOT ACCT-STAT-OPEN
                   MOVE 207 TO WS-DECLINE-REASON
                   MOVE 'ACCOUNT STATUS PROHIBITS NEW ACTIVITY'
                     TO WS-DECLINE-REASON-DESC
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      CHECK-EXPOSURE
      *----------------------------------------------------------------*
      * As in the feed run, a customer with no exposure record - or
      * no exposure file available - is not held to the cap.
       CHECK-EXPOSURE.

           MOVE XREF-CUST-ID TO EXP-CUST-ID
           EXEC CICS READ
                DATASET   (WS-EXPOSURE-FILE)
                INTO      (CUSTOMER-EXPOSURE-RECORD)
                LENGTH    (LENGTH OF CUSTOMER-EXPOSURE-RECORD)
                RIDFLD    (EXP-CUST-ID)
                KEYLENGTH (LENGTH OF EXP-CUST-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD = DFHRESP(NORMAL)
           AND EXP-OVER-CAP
               MOVE 208 TO WS-DECLINE-REASON
               MOVE 'CUSTOMER EXPOSURE CAP EXCEEDED'
                 TO WS-DECLINE-REASON-DESC
           END-IF.

      *----------------------------------------------------------------*
      *                      GENERATE-AUTH-ID
      *----------------------------------------------------------------*
      * Voice auth ids are V followed by the CICS absolute time, so
      * they never collide with the feed's ids; the approval code is
      * the low six digits.
       GENERATE-AUTH-ID.

           MOVE WS-ABS-TIME         TO WS-ABS-TIME-N
           MOVE SPACES              TO WS-AUTH-ID
           STRING 'V' WS-ABS-TIME-N DELIMITED BY SIZE
             INTO WS-AUTH-ID
           END-STRING
           MOVE WS-ABS-TIME-N (10:6) TO WS-APPROVAL-CD.

      *----------------------------------------------------------------*
      *                      WRITE-AUTH-HOLD
      *----------------------------------------------------------------*
       WRITE-AUTH-HOLD.

           INITIALIZE PENDING-AUTH-RECORD
           MOVE XREF-ACCT-ID          TO PAUTH-ACCT-ID
           MOVE WS-AUTH-ID            TO PAUTH-AUTH-ID
           MOVE WS-CARD-NUM           TO PAUTH-CARD-NUM
           MOVE WS-PURCHASE-TYPE-CD   TO PAUTH-TYPE-CD
           MOVE WS-CAT-CD-N           TO PAUTH-CAT-CD
           MOVE WS-AUTH-AMT-N         TO PAUTH-AMT
           MOVE WS-MERCHANT-ID-N      TO PAUTH-MERCHANT-ID
           MOVE MER-NAME              TO PAUTH-MERCHANT-NAME
           STRING WS-CUR-DATE-X10 ' ' WS-CUR-TIME-X08
                  DELIMITED BY SIZE
             INTO PAUTH-AUTH-TS
           END-STRING
           SET PAUTH-STAT-OPEN        TO TRUE

           PERFORM WRITE-AUTH-HOLD-REC
      *    Two operators inside the same millisecond collide on the
      *    key - step the time on until the hold lands.
           PERFORM UNTIL WS-RESP-CD NOT = DFHRESP(DUPREC)
                      OR WS-WRITE-TRIES = 9
               ADD 1 TO WS-WRITE-TRIES
               ADD 1 TO WS-ABS-TIME
               PERFORM GENERATE-AUTH-ID
               MOVE WS-AUTH-ID TO PAUTH-AUTH-ID
               PERFORM WRITE-AUTH-HOLD-REC
           END-PERFORM

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to write authorization hold - not approved.
      -             '..' TO WS-MESSAGE
               PERFORM SEND-VOICE-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-AUTH-HOLD-REC
      *----------------------------------------------------------------*
       WRITE-AUTH-HOLD-REC.

           EXEC CICS WRITE
                DATASET   (WS-PAUTH-FILE)
                FROM      (PENDING-AUTH-RECORD)
                LENGTH    (LENGTH OF PENDING-AUTH-RECORD)
                RIDFLD    (PAUTH-KEY)
                KEYLENGTH (LENGTH OF PAUTH-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      WRITE-VOICE-LOG
      *----------------------------------------------------------------*
      * Every voice authorization is logged, approved or declined,
      * with the operator who keyed it.
       WRITE-VOICE-LOG.

           INITIALIZE VOICE-AUTH-LOG-RECORD
           MOVE WS-AUTH-ID            TO VAL-AUTH-ID
           MOVE CDEMO-USER-ID         TO VAL-OPER-ID
           MOVE WS-CUR-DATE-X10       TO VAL-LOG-DATE
           MOVE WS-CUR-TIME-X08       TO VAL-LOG-TIME
           MOVE WS-CARD-NUM           TO VAL-CARD-NUM
           MOVE XREF-ACCT-ID          TO VAL-ACCT-ID
           MOVE WS-PURCHASE-TYPE-CD   TO VAL-TYPE-CD
           MOVE WS-CAT-CD-N           TO VAL-CAT-CD
           MOVE WS-AUTH-AMT-N         TO VAL-AMT
           MOVE WS-MERCHANT-ID-N      TO VAL-MERCHANT-ID
           MOVE MER-NAME              TO VAL-MERCHANT-NAME
           IF WS-DECLINE-REASON = 0
               SET VAL-APPROVED       TO TRUE
               MOVE WS-APPROVAL-CD    TO VAL-APPROVAL-CD
           ELSE
               SET VAL-DECLINED       TO TRUE
               MOVE SPACES            TO VAL-APPROVAL-CD
               MOVE WS-DECLINE-REASON TO VAL-REASON-CD
               MOVE WS-DECLINE-REASON-DESC TO VAL-REASON-DESC
           END-IF

           PERFORM WRITE-VOICE-LOG-REC
      *    A declined request took no hold, so its id was never
      *    proved unique - step it on the same way.
           PERFORM UNTIL WS-RESP-CD NOT = DFHRESP(DUPREC)
                      OR WS-WRITE-TRIES = 9
               ADD 1 TO WS-WRITE-TRIES
               ADD 1 TO WS-ABS-TIME
               PERFORM GENERATE-AUTH-ID
               MOVE WS-AUTH-ID TO VAL-AUTH-ID
               PERFORM WRITE-VOICE-LOG-REC
           END-PERFORM

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-VOICE-LOG-REC
      *----------------------------------------------------------------*
       WRITE-VOICE-LOG-REC.

           EXEC CICS WRITE
                DATASET   (WS-VOICELOG-FILE)
                FROM      (VOICE-AUTH-LOG-RECORD)
                LENGTH    (LENGTH OF VOICE-AUTH-LOG-RECORD)
                RIDFLD    (VAL-AUTH-ID)
                KEYLENGTH (LENGTH OF VAL-AUTH-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      SHOW-AUTH-RESULT
      *----------------------------------------------------------------*
       SHOW-AUTH-RESULT.

           MOVE VAL-AUTH-ID TO AUTHIDI OF COVAU1AI
           IF WS-DECLINE-REASON = 0
               MOVE 'APPROVED'         TO RESULTI OF COVAU1AI
               MOVE DFHGREEN           TO RESULTC OF COVAU1AO
               MOVE WS-APPROVAL-CD     TO APPRCDI OF COVAU1AI
               MOVE SPACES             TO RSNCDI  OF COVAU1AI
                                          RSNDSCI OF COVAU1AI
               COMPUTE WS-OPEN-TO-BUY = WS-OPEN-TO-BUY
                                      - WS-AUTH-AMT-N
               MOVE WS-OPEN-TO-BUY     TO WS-AMT-E
               MOVE WS-AMT-E           TO AVAILI OF COVAU1AI
               MOVE XREF-ACCT-ID       TO CDEMO-ACCT-ID
               MOVE DFHGREEN           TO ERRMSGC OF COVAU1AO
               MOVE 'Approved - give the caller the approval code...'
                    TO WS-MESSAGE
           ELSE
               MOVE 'DECLINED'         TO RESULTI OF COVAU1AI
               MOVE DFHRED             TO RESULTC OF COVAU1AO
               MOVE SPACES             TO APPRCDI OF COVAU1AI
               MOVE WS-DECLINE-REASON  TO WS-DECLINE-RSN-X
               MOVE WS-DECLINE-RSN-X   TO RSNCDI  OF COVAU1AI
               MOVE WS-DECLINE-REASON-DESC
                                       TO RSNDSCI OF COVAU1AI
               MOVE 'Declined - read the reason to the caller...'
                    TO WS-MESSAGE
           END-IF
           MOVE -1 TO CARDNUML OF COVAU1AI.

      *----------------------------------------------------------------*
      *                      CHECK-VOICE-PERMISSION
      *----------------------------------------------------------------*
      * Voice authorization is granted per role on the permission
      * matrix.  With no matrix record for the role only an
      * administrator may use it.
       CHECK-VOICE-PERMISSION.

           SET VOICE-AUTH-NOT-PERMITTED TO TRUE
           MOVE CDEMO-USER-ROLE TO WS-PERM-RID-ROLE
           MOVE WS-PGMNAME      TO WS-PERM-RID-PGM
           EXEC CICS READ
                DATASET   (WS-PERMSEC-FILE)
                INTO      (PERM-MATRIX-RECORD)
                LENGTH    (LENGTH OF PERM-MATRIX-RECORD)
                RIDFLD    (WS-PERM-RID)
                KEYLENGTH (LENGTH OF WS-PERM-RID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   IF PERM-IS-ALLOWED
                       SET VOICE-AUTH-PERMITTED TO TRUE
                   END-IF
               WHEN OTHER
                   IF CDEMO-USRTYP-ADMIN
                       SET VOICE-AUTH-PERMITTED TO TRUE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      CHECK-BATCH-QUIESCE
      *----------------------------------------------------------------*
      * The posting run raises the quiesce flag on the business-date
      * control record while it holds the master files - refuse the
      * authorization rather than landing a hold the batch is about
      * to sweep.
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
               PERFORM SEND-VOICE-SCREEN
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
               MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
           END-IF
           MOVE WS-TRANID    TO CDEMO-FROM-TRANID
           MOVE WS-PGMNAME   TO CDEMO-FROM-PROGRAM
           MOVE ZEROS        TO CDEMO-PGM-CONTEXT
           EXEC CICS
               XCTL PROGRAM(CDEMO-TO-PROGRAM)
               COMMAREA(CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      SEND-VOICE-SCREEN
      *----------------------------------------------------------------*
       SEND-VOICE-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COVAU1AO

           EXEC CICS SEND
                     MAP('COVAU1A')
                     MAPSET('COVAU01')
                     FROM(COVAU1AO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-VOICE-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-VOICE-SCREEN.

           EXEC CICS RECEIVE
                     MAP('COVAU1A')
                     MAPSET('COVAU01')
                     INTO(COVAU1AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF COVAU1AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COVAU1AO
           MOVE WS-TRANID              TO TRNNAMEO OF COVAU1AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COVAU1AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COVAU1AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COVAU1AO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           SET CVAU-AUTH-OPEN TO TRUE
           PERFORM INITIALIZE-ALL-FIELDS.
           PERFORM SEND-VOICE-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE -1              TO CARDNUML OF COVAU1AI
           MOVE SPACES          TO CARDNUMI OF COVAU1AI
                                   VAMOUNTI OF COVAU1AI
                                   CATCDI   OF COVAU1AI
                                   MERIDI   OF COVAU1AI
                                   MERNAMEI OF COVAU1AI
                                   ACCTIDI  OF COVAU1AI
                                   AVAILI   OF COVAU1AI
                                   AUTHIDI  OF COVAU1AI
                                   RESULTI  OF COVAU1AI
                                   APPRCDI  OF COVAU1AI
                                   RSNCDI   OF COVAU1AI
                                   RSNDSCI  OF COVAU1AI
                                   WS-MESSAGE.
