      ******************************************************************
      * Program     : COSPY01C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Scheduled payments - page through the pending
      *               one-time payments scheduled on an account from
      *               the bill payment screen, in the order they were
      *               scheduled, five to a page with PF7/PF8.  Keying
      *               C against a row and pressing ENTER cancels it
      *               before the nightly release picks it up.
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
       PROGRAM-ID. COSPY01C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COSPY01C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CSPY'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-SCHDPAY-FILE            PIC X(08) VALUE 'SCHDPAY '.
         05 WS-ACCTDAT-FILE            PIC X(08) VALUE 'ACCTDAT '.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-SPY-EOF                 PIC X(01) VALUE 'N'.
           88 SPY-EOF                            VALUE 'Y'.
           88 SPY-NOT-EOF                        VALUE 'N'.
      *    An inclusive anchor redisplays the page that starts on it;
      *    an exclusive one pages past it.
         05 WS-ANCHOR-SW               PIC X(01) VALUE 'N'.
           88 ANCHOR-INCLUSIVE                   VALUE 'Y'.
           88 ANCHOR-EXCLUSIVE                   VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REC-COUNT               PIC S9(04) COMP VALUE ZEROS.
         05 WS-IDX                     PIC S9(04) COMP VALUE ZEROS.
         05 WS-SEL-COUNT               PIC S9(04) COMP VALUE ZEROS.
         05 WS-CANCEL-COUNT            PIC S9(04) COMP VALUE ZEROS.
         05 WS-CANCEL-COUNT-E          PIC 9.
         05 WS-PAGE-NUM                PIC S9(08) COMP VALUE ZEROS.
         05 WS-PAGE-NUM-E              PIC ZZ9.
         05 WS-ACCT-ID-N               PIC 9(11) VALUE 0.
         05 WS-ANCHOR-TS               PIC X(26) VALUE SPACES.
         05 WS-PAY-AMT-E               PIC +99999999.99.
         05 WS-ABS-TIME                PIC S9(15) COMP-3.
         05 WS-CUR-DATE-X10            PIC X(10) VALUE SPACES.

       01 WS-ROW-TABLE.
         05 WS-ROW-ENTRY OCCURS 5 TIMES.
           10 WS-ROW-SPY               PIC X(200).
       01 WS-ROW-SWAP                  PIC X(200).
       01 WS-SWAP-IDX                  PIC S9(04) COMP VALUE ZEROS.

       COPY COCOM01Y.
          05 CDEMO-SP01-INFO.
             10 CDEMO-SP01-ACCT-ID         PIC 9(11).
             10 CDEMO-SP01-TS-FIRST        PIC X(26).
             10 CDEMO-SP01-TS-LAST         PIC X(26).
             10 CDEMO-SP01-PAGE-NUM        PIC 9(08).
             10 CDEMO-SP01-NEXT-PAGE-FLG   PIC X(01) VALUE 'N'.
                88 NEXT-PAGE-YES                     VALUE 'Y'.
                88 NEXT-PAGE-NO                      VALUE 'N'.
             10 CDEMO-SP01-ROW-TS          PIC X(26) OCCURS 5 TIMES.

       COPY COSPY01.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

       COPY CVSPY01Y.
       COPY CVACT01Y.

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
                          ERRMSGO OF COSPY1AO

           IF EIBCALEN = 0
               MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COSPY1AO
                   INITIALIZE CDEMO-SP01-INFO
      *            Launched from the bill payment screen with the
      *            account in the commarea - show its first page.
                   IF CDEMO-ACCT-ID > 0
                       MOVE CDEMO-ACCT-ID TO ACCTIDINI OF COSPY1AI
                       PERFORM PROCESS-ENTER-KEY
                   ELSE
                       MOVE -1 TO ACCTIDINL OF COSPY1AI
                       PERFORM SEND-SCHDPAY-SCREEN
                   END-IF
               ELSE
                   MOVE CDEMO-SP01-PAGE-NUM TO WS-PAGE-NUM
                   PERFORM RECEIVE-SCHDPAY-SCREEN
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
                       WHEN DFHPF7
                           PERFORM PROCESS-PF7-KEY
                       WHEN DFHPF8
                           PERFORM PROCESS-PF8-KEY
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-SCHDPAY-SCREEN
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
      * A new account shows its first page.  On the account already
      * shown, rows marked C are cancelled and the page is redrawn.
       PROCESS-ENTER-KEY.

            PERFORM VALIDATE-ACCT-FIELD
               THRU VALIDATE-ACCT-FIELD-EXIT
           IF NOT ERR-FLG-ON
               IF WS-ACCT-ID-N NOT = CDEMO-SP01-ACCT-ID
                   PERFORM SHOW-FIRST-PAGE
                   PERFORM SEND-SCHDPAY-SCREEN
               ELSE
                   PERFORM PROCESS-SELECTIONS
                      THRU PROCESS-SELECTIONS-EXIT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      VALIDATE-ACCT-FIELD
      *----------------------------------------------------------------*
       VALIDATE-ACCT-FIELD.

           IF ACCTIDINI OF COSPY1AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account ID can NOT be empty...' TO WS-MESSAGE
               MOVE -1       TO ACCTIDINL OF COSPY1AI
               PERFORM SEND-SCHDPAY-SCREEN
               GO TO VALIDATE-ACCT-FIELD-EXIT
           END-IF
           IF ACCTIDINI OF COSPY1AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account ID must be Numeric...' TO WS-MESSAGE
               MOVE -1       TO ACCTIDINL OF COSPY1AI
               PERFORM SEND-SCHDPAY-SCREEN
               GO TO VALIDATE-ACCT-FIELD-EXIT
           END-IF
           MOVE ACCTIDINI OF COSPY1AI TO WS-ACCT-ID-N

           MOVE WS-ACCT-ID-N TO ACCT-ID
           EXEC CICS READ
                DATASET   (WS-ACCTDAT-FILE)
                INTO      (ACCOUNT-RECORD)
                LENGTH    (LENGTH OF ACCOUNT-RECORD)
                RIDFLD    (ACCT-ID)
                KEYLENGTH (LENGTH OF ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account ID NOT found...' TO WS-MESSAGE
                   MOVE -1      TO ACCTIDINL OF COSPY1AI
                   PERFORM SEND-SCHDPAY-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Account...' TO WS-MESSAGE
                   MOVE -1      TO ACCTIDINL OF COSPY1AI
                   PERFORM SEND-SCHDPAY-SCREEN
           END-EVALUATE.
       VALIDATE-ACCT-FIELD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      PROCESS-SELECTIONS
      *----------------------------------------------------------------*
       PROCESS-SELECTIONS.

           MOVE 0 TO WS-SEL-COUNT
                     WS-CANCEL-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               EVALUATE ROWSELI OF COSPY1AI (WS-IDX)
                   WHEN SPACES
                   WHEN LOW-VALUES
                       CONTINUE
                   WHEN 'C'
                   WHEN 'c'
                       IF CDEMO-SP01-ROW-TS (WS-IDX) = SPACES
                           MOVE 'Y'     TO WS-ERR-FLG
                           MOVE 'Nothing to cancel on that row...'
                                        TO WS-MESSAGE
                           MOVE -1      TO ROWSELL OF COSPY1AI (WS-IDX)
                       ELSE
                           ADD 1 TO WS-SEL-COUNT
                       END-IF
                   WHEN OTHER
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Invalid selection. Valid value is C...'
                                    TO WS-MESSAGE
                       MOVE -1      TO ROWSELL OF COSPY1AI (WS-IDX)
               END-EVALUATE
           END-PERFORM
           IF ERR-FLG-ON
               PERFORM SEND-SCHDPAY-SCREEN
               GO TO PROCESS-SELECTIONS-EXIT
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
                                                 OR ERR-FLG-ON
               IF ROWSELI OF COSPY1AI (WS-IDX) = 'C' OR 'c'
                   PERFORM CANCEL-SCHDPAY-RECORD
                      THRU CANCEL-SCHDPAY-RECORD-EXIT
               END-IF
           END-PERFORM

      *    Redraw the page from its first row so the cancelled
      *    payments drop out of the list.
           MOVE CDEMO-SP01-TS-FIRST TO CDEMO-SP01-TS-LAST
           SET ANCHOR-INCLUSIVE TO TRUE
           PERFORM PROCESS-PAGE-FORWARD
           IF WS-REC-COUNT = 0 AND WS-PAGE-NUM > 1
               PERFORM SHOW-FIRST-PAGE
           END-IF
           IF NOT ERR-FLG-ON
               IF WS-SEL-COUNT = 0
                   MOVE 'Key C against a payment to cancel it...'
                     TO WS-MESSAGE
               ELSE
                   MOVE WS-CANCEL-COUNT TO WS-CANCEL-COUNT-E
                   MOVE DFHGREEN TO ERRMSGC OF COSPY1AO
                   STRING WS-CANCEL-COUNT-E DELIMITED BY SIZE
                          ' scheduled payment(s) cancelled...'
                                            DELIMITED BY SIZE
                     INTO WS-MESSAGE
               END-IF
           END-IF
           MOVE -1 TO ROWSELL OF COSPY1AI (1)
           PERFORM SEND-SCHDPAY-SCREEN.
       PROCESS-SELECTIONS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CANCEL-SCHDPAY-RECORD
      *----------------------------------------------------------------*
      * Read for update and re-check the status - the nightly release
      * may have turned the payment into a transaction since the page
      * was shown.
       CANCEL-SCHDPAY-RECORD.

           MOVE WS-ACCT-ID-N               TO SPY-ACCT-ID
           MOVE CDEMO-SP01-ROW-TS (WS-IDX) TO SPY-SCHED-TS
           EXEC CICS READ
                DATASET   (WS-SCHDPAY-FILE)
                INTO      (SCHED-PAYMENT-RECORD)
                LENGTH    (LENGTH OF SCHED-PAYMENT-RECORD)
                RIDFLD    (SPY-KEY)
                KEYLENGTH (LENGTH OF SPY-KEY)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Scheduled payment...'
                                TO WS-MESSAGE
           END-EVALUATE
           IF ERR-FLG-ON
               GO TO CANCEL-SCHDPAY-RECORD-EXIT
           END-IF

           IF NOT SPY-STAT-PENDING
               EXEC CICS UNLOCK
                    DATASET   (WS-SCHDPAY-FILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Payment already released - can NOT be cancelled...'
                            TO WS-MESSAGE
               GO TO CANCEL-SCHDPAY-RECORD-EXIT
           END-IF

           EXEC CICS ASKTIME
                ABSTIME  (WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME  (WS-ABS-TIME)
                YYYYMMDD (WS-CUR-DATE-X10)
                DATESEP  ('-')
           END-EXEC

           SET SPY-STAT-CANCELLED TO TRUE
           MOVE WS-CUR-DATE-X10   TO SPY-STATUS-DATE
           MOVE CDEMO-USER-ID     TO SPY-STATUS-USER

           EXEC CICS REWRITE
                DATASET   (WS-SCHDPAY-FILE)
                FROM      (SCHED-PAYMENT-RECORD)
                LENGTH    (LENGTH OF SCHED-PAYMENT-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   ADD 1 TO WS-CANCEL-COUNT
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to cancel Scheduled payment...'
                                TO WS-MESSAGE
           END-EVALUATE.
       CANCEL-SCHDPAY-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SHOW-FIRST-PAGE
      *----------------------------------------------------------------*
       SHOW-FIRST-PAGE.

           MOVE WS-ACCT-ID-N TO CDEMO-SP01-ACCT-ID
           MOVE LOW-VALUES   TO CDEMO-SP01-TS-LAST
           SET ANCHOR-EXCLUSIVE TO TRUE
           MOVE 1            TO WS-PAGE-NUM
           PERFORM PROCESS-PAGE-FORWARD
           IF WS-REC-COUNT = 0
               MOVE 'No pending scheduled payments on this account...'
                 TO WS-MESSAGE
           END-IF
           MOVE -1 TO ROWSELL OF COSPY1AI (1).

      *----------------------------------------------------------------*
      *                      PROCESS-PF7-KEY
      *----------------------------------------------------------------*
       PROCESS-PF7-KEY.

            PERFORM VALIDATE-ACCT-FIELD
               THRU VALIDATE-ACCT-FIELD-EXIT
           IF NOT ERR-FLG-ON
               IF WS-ACCT-ID-N NOT = CDEMO-SP01-ACCT-ID
                   PERFORM SHOW-FIRST-PAGE
                   PERFORM SEND-SCHDPAY-SCREEN
               ELSE
                   IF WS-PAGE-NUM > 1
                       SUBTRACT 1 FROM WS-PAGE-NUM
                   END-IF
                   IF WS-PAGE-NUM > 1
                       PERFORM PROCESS-PAGE-BACKWARD
                       MOVE -1 TO ROWSELL OF COSPY1AI (1)
                       PERFORM SEND-SCHDPAY-SCREEN
                   ELSE
                       IF CDEMO-SP01-PAGE-NUM > 1
                           PERFORM SHOW-FIRST-PAGE
                       ELSE
                           PERFORM SHOW-FIRST-PAGE
                           MOVE 'You are already at the top of the page'
                             TO WS-MESSAGE
                       END-IF
                       PERFORM SEND-SCHDPAY-SCREEN
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      PROCESS-PF8-KEY
      *----------------------------------------------------------------*
       PROCESS-PF8-KEY.

            PERFORM VALIDATE-ACCT-FIELD
               THRU VALIDATE-ACCT-FIELD-EXIT
           IF NOT ERR-FLG-ON
               IF WS-ACCT-ID-N NOT = CDEMO-SP01-ACCT-ID
                   PERFORM SHOW-FIRST-PAGE
                   PERFORM SEND-SCHDPAY-SCREEN
               ELSE
                   IF NEXT-PAGE-YES
                       SET ANCHOR-EXCLUSIVE TO TRUE
                       ADD 1 TO WS-PAGE-NUM
                   ELSE
      *                Nothing later - redisplay the page on screen.
                       MOVE CDEMO-SP01-TS-FIRST TO CDEMO-SP01-TS-LAST
                       SET ANCHOR-INCLUSIVE TO TRUE
                   END-IF
                   PERFORM PROCESS-PAGE-FORWARD
                   IF ANCHOR-INCLUSIVE
                       MOVE 'You are at the bottom of the page...'
                         TO WS-MESSAGE
                   END-IF
                   MOVE -1 TO ROWSELL OF COSPY1AI (1)
                   PERFORM SEND-SCHDPAY-SCREEN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      PROCESS-PAGE-FORWARD
      *----------------------------------------------------------------*
      * Only pending payments are listed - released, cancelled and
      * skipped ones stay on file for the record but are passed over.
       PROCESS-PAGE-FORWARD.

           MOVE CDEMO-SP01-TS-LAST TO WS-ANCHOR-TS
           SET NEXT-PAGE-NO TO TRUE
           MOVE 0 TO WS-REC-COUNT
           PERFORM INIT-ROW-TABLE
           PERFORM STARTBR-SCHDPAY-FILE

           IF SPY-NOT-EOF
               PERFORM UNTIL SPY-EOF
                          OR WS-REC-COUNT >= 5
                   PERFORM READNEXT-SCHDPAY-FILE
                   IF SPY-NOT-EOF
                      AND SPY-STAT-PENDING
                       IF SPY-SCHED-TS > WS-ANCHOR-TS
                       OR (ANCHOR-INCLUSIVE
                           AND SPY-SCHED-TS = WS-ANCHOR-TS)
                           ADD 1 TO WS-REC-COUNT
                           MOVE SCHED-PAYMENT-RECORD
                             TO WS-ROW-SPY (WS-REC-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
      *        Peek for one more pending payment to drive the PF8
      *        message.
               PERFORM UNTIL SPY-EOF OR NEXT-PAGE-YES
                   PERFORM READNEXT-SCHDPAY-FILE
                   IF SPY-NOT-EOF
                      AND SPY-STAT-PENDING
                      AND SPY-SCHED-TS > WS-ANCHOR-TS
                       SET NEXT-PAGE-YES TO TRUE
                   END-IF
               END-PERFORM
               PERFORM ENDBR-SCHDPAY-FILE
           END-IF
           PERFORM POPULATE-SCREEN-ROWS.

      *----------------------------------------------------------------*
      *                      PROCESS-PAGE-BACKWARD
      *----------------------------------------------------------------*
      * Back toward the earliest payments - read backward from the
      * first payment on the page, then flip the rows so the page
      * still reads in the order scheduled.
       PROCESS-PAGE-BACKWARD.

           MOVE CDEMO-SP01-TS-FIRST TO WS-ANCHOR-TS
           SET NEXT-PAGE-YES TO TRUE
           MOVE 0 TO WS-REC-COUNT
           PERFORM INIT-ROW-TABLE
           PERFORM STARTBR-SCHDPAY-FILE
           IF WS-RESP-CD = DFHRESP(NOTFND)
      *        Nothing at or past the key - this account owns the
      *        highest keys on file, so position at end of dataset
      *        for the backward read instead.
               MOVE HIGH-VALUES TO SPY-KEY
               SET SPY-NOT-EOF  TO TRUE
               EXEC CICS STARTBR
                    DATASET   (WS-SCHDPAY-FILE)
                    RIDFLD    (SPY-KEY)
                    KEYLENGTH (LENGTH OF SPY-KEY)
                    GTEQ
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   SET SPY-EOF TO TRUE
               END-IF
           END-IF

           IF SPY-NOT-EOF
               PERFORM UNTIL SPY-EOF
                          OR WS-REC-COUNT >= 5
                   PERFORM READPREV-SCHDPAY-FILE
                   IF SPY-NOT-EOF
                      AND SPY-ACCT-ID = WS-ACCT-ID-N
                      AND SPY-STAT-PENDING
                      AND SPY-SCHED-TS < WS-ANCHOR-TS
                       ADD 1 TO WS-REC-COUNT
                       MOVE SCHED-PAYMENT-RECORD
                         TO WS-ROW-SPY (WS-REC-COUNT)
                   END-IF
               END-PERFORM
               PERFORM ENDBR-SCHDPAY-FILE
           END-IF

           PERFORM REVERSE-ROW-TABLE
           PERFORM POPULATE-SCREEN-ROWS.

      *----------------------------------------------------------------*
      *                      STARTBR-SCHDPAY-FILE
      *----------------------------------------------------------------*
       STARTBR-SCHDPAY-FILE.

           MOVE WS-ACCT-ID-N TO SPY-ACCT-ID
           MOVE WS-ANCHOR-TS TO SPY-SCHED-TS
           SET SPY-NOT-EOF   TO TRUE

           EXEC CICS STARTBR
                DATASET   (WS-SCHDPAY-FILE)
                RIDFLD    (SPY-KEY)
                KEYLENGTH (LENGTH OF SPY-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET SPY-EOF TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      READNEXT-SCHDPAY-FILE
      *----------------------------------------------------------------*
       READNEXT-SCHDPAY-FILE.

           EXEC CICS READNEXT
                DATASET   (WS-SCHDPAY-FILE)
                INTO      (SCHED-PAYMENT-RECORD)
                LENGTH    (LENGTH OF SCHED-PAYMENT-RECORD)
                RIDFLD    (SPY-KEY)
                KEYLENGTH (LENGTH OF SPY-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   IF SPY-ACCT-ID NOT = WS-ACCT-ID-N
                       SET SPY-EOF TO TRUE
                   END-IF
               WHEN OTHER
                   SET SPY-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READPREV-SCHDPAY-FILE
      *----------------------------------------------------------------*
       READPREV-SCHDPAY-FILE.

           EXEC CICS READPREV
                DATASET   (WS-SCHDPAY-FILE)
                INTO      (SCHED-PAYMENT-RECORD)
                LENGTH    (LENGTH OF SCHED-PAYMENT-RECORD)
                RIDFLD    (SPY-KEY)
                KEYLENGTH (LENGTH OF SPY-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
      *            Keys above the account are skipped; once the read
      *            drops below it the payments are exhausted.
                   IF SPY-ACCT-ID < WS-ACCT-ID-N
                       SET SPY-EOF TO TRUE
                   END-IF
               WHEN OTHER
                   SET SPY-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      ENDBR-SCHDPAY-FILE
      *----------------------------------------------------------------*
       ENDBR-SCHDPAY-FILE.

           EXEC CICS ENDBR
                DATASET   (WS-SCHDPAY-FILE)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      INIT-ROW-TABLE
      *----------------------------------------------------------------*
       INIT-ROW-TABLE.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               MOVE SPACES TO WS-ROW-SPY (WS-IDX)
           END-PERFORM.

      *----------------------------------------------------------------*
      *                      REVERSE-ROW-TABLE
      *----------------------------------------------------------------*
       REVERSE-ROW-TABLE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX * 2 > WS-REC-COUNT
               MOVE WS-ROW-ENTRY (WS-IDX) TO WS-ROW-SWAP
               COMPUTE WS-SWAP-IDX = WS-REC-COUNT - WS-IDX + 1
               MOVE WS-ROW-ENTRY (WS-SWAP-IDX)
                 TO WS-ROW-ENTRY (WS-IDX)
               MOVE WS-ROW-SWAP TO WS-ROW-ENTRY (WS-SWAP-IDX)
           END-PERFORM.

      *----------------------------------------------------------------*
      *                      POPULATE-SCREEN-ROWS
      *----------------------------------------------------------------*
       POPULATE-SCREEN-ROWS.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               MOVE SPACES TO SPY-ROW-O (WS-IDX)
                              CDEMO-SP01-ROW-TS (WS-IDX)
               IF WS-IDX <= WS-REC-COUNT
                   MOVE WS-ROW-SPY (WS-IDX) TO SCHED-PAYMENT-RECORD
                   MOVE SPY-PAY-DATE      TO ROWPDTO (WS-IDX)
                   MOVE SPY-PAY-AMT       TO WS-PAY-AMT-E
                   MOVE WS-PAY-AMT-E      TO ROWAMTO (WS-IDX)
                   MOVE SPY-SCHED-TS (1:10) TO ROWSCHO (WS-IDX)
                   MOVE SPY-SCHED-USER    TO ROWUSRO (WS-IDX)
                   MOVE SPY-SCHED-TS      TO CDEMO-SP01-ROW-TS (WS-IDX)
                   IF WS-IDX = 1
                       MOVE SPY-SCHED-TS TO CDEMO-SP01-TS-FIRST
                   END-IF
                   MOVE SPY-SCHED-TS TO CDEMO-SP01-TS-LAST
               END-IF
           END-PERFORM
           MOVE WS-PAGE-NUM         TO WS-PAGE-NUM-E
           MOVE WS-PAGE-NUM-E       TO PAGENUMO OF COSPY1AO
           MOVE WS-PAGE-NUM         TO CDEMO-SP01-PAGE-NUM.

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
      *                      SEND-SCHDPAY-SCREEN
      *----------------------------------------------------------------*
       SEND-SCHDPAY-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COSPY1AO

           EXEC CICS SEND
                     MAP('COSPY1A')
                     MAPSET('COSPY01')
                     FROM(COSPY1AO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-SCHDPAY-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-SCHDPAY-SCREEN.

           EXEC CICS RECEIVE
                     MAP('COSPY1A')
                     MAPSET('COSPY01')
                     INTO(COSPY1AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF COSPY1AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COSPY1AO
           MOVE WS-TRANID              TO TRNNAMEO OF COSPY1AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COSPY1AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COSPY1AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COSPY1AO.
