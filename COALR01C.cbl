      ******************************************************************
      * Program     : COALR01C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Customer alert preferences - choose how the
      *               customer is reached (text, e-mail or both) and
      *               which alerts the nightly alert run sends: large
      *               purchases over a threshold, payments received,
      *               balance near a percentage of the credit limit,
      *               payment due in N days, and card status changes.
      *               Reached from the customer inquiry screen with
      *               F11 or on its own by customer ID.
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
       PROGRAM-ID. COALR01C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COALR01C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CALR'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-CUSTDAT-FILE            PIC X(08) VALUE 'CUSTDAT '.
         05 WS-ALRTPREF-FILE           PIC X(08) VALUE 'ALRTPREF'.
         05 WS-BIZDATE-FILE            PIC X(08) VALUE 'BIZDATE '.
         05 WS-TODAY                   PIC X(10) VALUE SPACES.
         05 WS-CUST-ID-N               PIC 9(09) VALUE 0.
         05 WS-LP-AMT-N                PIC S9(07)V99 VALUE 0.
         05 WS-LP-AMT-ED               PIC 9(07).99.
         05 WS-AT-COUNT                PIC 9(02) VALUE 0.
         05 WS-NEAR-SENT-DATE          PIC X(10) VALUE SPACES.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-PREF-FLG                PIC X(01) VALUE 'N'.
           88 PREF-ON-FILE                       VALUE 'Y'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.

       COPY COCOM01Y.

       COPY COALR01.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

       COPY CUSTREC.
       COPY CVALR01Y.
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
                          ERRMSGO OF COALR1AO

           IF EIBCALEN = 0
               MOVE 'COSGN00C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COALR1AO
      *            Launched from customer inquiry with the customer
      *            in the commarea - show its preferences straight off.
                   IF CDEMO-CUST-ID > 0
                       MOVE CDEMO-CUST-ID TO CUSTIDI OF COALR1AI
                       PERFORM PROCESS-ENTER-KEY
                          THRU PROCESS-ENTER-KEY-EXIT
                   ELSE
                       MOVE -1       TO CUSTIDL OF COALR1AI
                       PERFORM SEND-ALRTPREF-SCREEN
                   END-IF
               ELSE
                   PERFORM RECEIVE-ALRTPREF-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM PROCESS-ENTER-KEY
                              THRU PROCESS-ENTER-KEY-EXIT
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
                           PERFORM SAVE-ALERT-PREFS
                              THRU SAVE-ALERT-PREFS-EXIT
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-ALRTPREF-SCREEN
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

           PERFORM EDIT-CUSTOMER-ID
           IF ERR-FLG-ON
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           PERFORM READ-CUSTDAT-FILE
           IF ERR-FLG-ON
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           PERFORM READ-ALRTPREF-FILE
           IF ERR-FLG-ON
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           PERFORM SHOW-CUSTOMER-INFO
           MOVE DFHNEUTR                 TO ERRMSGC OF COALR1AO
           IF PREF-ON-FILE
               PERFORM POPULATE-PREF-FIELDS
               MOVE 'Change the preferences, then press PF5 to save...'
                                         TO WS-MESSAGE
           ELSE
      *        Nothing on file yet - offer text to the customer's
      *        primary phone with every alert off.
               INITIALIZE ALERT-PREF-RECORD
               MOVE 'S'                  TO ALRP-CHANNEL
               MOVE CUST-PHONE-NUM-1     TO ALRP-MOBILE-NUM
               MOVE 'N'                  TO ALRP-LARGE-PURCH-SW
                                            ALRP-PAYMENT-SW
                                            ALRP-NEAR-LIMIT-SW
                                            ALRP-DUE-REMIND-SW
                                            ALRP-CARD-STATUS-SW
               MOVE 500                  TO ALRP-LARGE-PURCH-AMT
               MOVE 90                   TO ALRP-NEAR-LIMIT-PCT
               MOVE 3                    TO ALRP-DUE-REMIND-DAYS
               PERFORM POPULATE-PREF-FIELDS
               MOVE 'No alerts set up - key preferences, then press PF5'
                                         TO WS-MESSAGE
           END-IF
           MOVE -1                       TO CHANNLL OF COALR1AI
           PERFORM SEND-ALRTPREF-SCREEN.
       PROCESS-ENTER-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SHOW-CUSTOMER-INFO
      *----------------------------------------------------------------*
       SHOW-CUSTOMER-INFO.

           MOVE SPACES                TO CUSTNMO  OF COALR1AO
           STRING CUST-FIRST-NAME DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  CUST-LAST-NAME  DELIMITED BY '  '
             INTO CUSTNMO OF COALR1AO
           END-STRING
           MOVE CUST-PHONE-NUM-1      TO PHONE1O  OF COALR1AO.

      *----------------------------------------------------------------*
      *                      POPULATE-PREF-FIELDS
      *----------------------------------------------------------------*
       POPULATE-PREF-FIELDS.

           MOVE ALRP-CHANNEL           TO CHANNLI  OF COALR1AI
           MOVE ALRP-MOBILE-NUM        TO MOBILEI  OF COALR1AI
           MOVE ALRP-EMAIL-ADDR        TO EMAILI   OF COALR1AI
           MOVE ALRP-LARGE-PURCH-SW    TO LPSWI    OF COALR1AI
           MOVE ALRP-LARGE-PURCH-AMT   TO WS-LP-AMT-ED
           MOVE WS-LP-AMT-ED           TO LPAMTI   OF COALR1AI
           MOVE ALRP-PAYMENT-SW        TO PAYSWI   OF COALR1AI
           MOVE ALRP-NEAR-LIMIT-SW     TO NLSWI    OF COALR1AI
           MOVE ALRP-NEAR-LIMIT-PCT    TO NLPCTI   OF COALR1AI
           MOVE ALRP-DUE-REMIND-SW     TO DRSWI    OF COALR1AI
           MOVE ALRP-DUE-REMIND-DAYS   TO DRDAYSI  OF COALR1AI
           MOVE ALRP-CARD-STATUS-SW    TO CSSWI    OF COALR1AI
           MOVE ALRP-LAST-UPD-OPER     TO UPDBYO   OF COALR1AO
           MOVE ALRP-LAST-UPD-DATE     TO UPDDTO   OF COALR1AO.

      *----------------------------------------------------------------*
      *                      EDIT-CUSTOMER-ID
      *----------------------------------------------------------------*
       EDIT-CUSTOMER-ID.

           EVALUATE TRUE
               WHEN CUSTIDI OF COALR1AI = SPACES OR LOW-VALUES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Customer ID can NOT be empty...' TO
                                   WS-MESSAGE
                   MOVE -1       TO CUSTIDL OF COALR1AI
                   PERFORM SEND-ALRTPREF-SCREEN
               WHEN CUSTIDI OF COALR1AI IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Customer ID must be numeric...' TO
                                   WS-MESSAGE
                   MOVE -1       TO CUSTIDL OF COALR1AI
                   PERFORM SEND-ALRTPREF-SCREEN
               WHEN OTHER
                   MOVE CUSTIDI OF COALR1AI TO WS-CUST-ID-N
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      EDIT-PREF-FIELDS
      *----------------------------------------------------------------*
       EDIT-PREF-FIELDS.

           MOVE CHANNLI OF COALR1AI TO ALRP-CHANNEL
           MOVE 0 TO WS-AT-COUNT
           INSPECT EMAILI OF COALR1AI TALLYING WS-AT-COUNT FOR ALL '@'

           EVALUATE TRUE
               WHEN NOT ALRP-CHANNEL-VALID
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Channel must be S (text), E (e-mail) or B...'
                                   TO WS-MESSAGE
                   MOVE -1       TO CHANNLL OF COALR1AI
                   PERFORM SEND-ALRTPREF-SCREEN
               WHEN (ALRP-CHANNEL-SMS OR ALRP-CHANNEL-BOTH)
               AND  (MOBILEI OF COALR1AI = SPACES OR LOW-VALUES)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Mobile number is needed for text alerts...'
                                   TO WS-MESSAGE
                   MOVE -1       TO MOBILEL OF COALR1AI
                   PERFORM SEND-ALRTPREF-SCREEN
               WHEN (ALRP-CHANNEL-EMAIL OR ALRP-CHANNEL-BOTH)
               AND  WS-AT-COUNT NOT = 1
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'A valid e-mail address is needed for e-mail...'
                                   TO WS-MESSAGE
                   MOVE -1       TO EMAILL OF COALR1AI
                   PERFORM SEND-ALRTPREF-SCREEN
               WHEN LPSWI  OF COALR1AI NOT = 'Y' AND 'N'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Large purchase alert must be Y or N...'
                                   TO WS-MESSAGE
                   MOVE -1       TO LPSWL OF COALR1AI
                   PERFORM SEND-ALRTPREF-SCREEN
               WHEN LPSWI OF COALR1AI = 'Y'
               AND (LPAMTI OF COALR1AI (1:7) IS NOT NUMERIC
                 OR LPAMTI OF COALR1AI (8:1) NOT = '.'
                 OR LPAMTI OF COALR1AI (9:2) IS NOT NUMERIC)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Purchase threshold must be 9999999.99...'
                                   TO WS-MESSAGE
                   MOVE -1       TO LPAMTL OF COALR1AI
                   PERFORM SEND-ALRTPREF-SCREEN
               WHEN PAYSWI OF COALR1AI NOT = 'Y' AND 'N'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Payment received alert must be Y or N...'
                                   TO WS-MESSAGE
                   MOVE -1       TO PAYSWL OF COALR1AI
                   PERFORM SEND-ALRTPREF-SCREEN
               WHEN NLSWI  OF COALR1AI NOT = 'Y' AND 'N'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Near limit alert must be Y or N...'
                                   TO WS-MESSAGE
                   MOVE -1       TO NLSWL OF COALR1AI
                   PERFORM SEND-ALRTPREF-SCREEN
               WHEN NLSWI OF COALR1AI = 'Y'
               AND (NLPCTI OF COALR1AI IS NOT NUMERIC
                 OR NLPCTI OF COALR1AI < '050'
                 OR NLPCTI OF COALR1AI > '100')
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Near limit percent must be 050 to 100...'
                                   TO WS-MESSAGE
                   MOVE -1       TO NLPCTL OF COALR1AI
                   PERFORM SEND-ALRTPREF-SCREEN
               WHEN DRSWI  OF COALR1AI NOT = 'Y' AND 'N'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Payment due reminder must be Y or N...'
                                   TO WS-MESSAGE
                   MOVE -1       TO DRSWL OF COALR1AI
                   PERFORM SEND-ALRTPREF-SCREEN
               WHEN DRSWI OF COALR1AI = 'Y'
               AND (DRDAYSI OF COALR1AI IS NOT NUMERIC
                 OR DRDAYSI OF COALR1AI < '01'
                 OR DRDAYSI OF COALR1AI > '15')
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Reminder days before due must be 01 to 15...'
                                   TO WS-MESSAGE
                   MOVE -1       TO DRDAYSL OF COALR1AI
                   PERFORM SEND-ALRTPREF-SCREEN
               WHEN CSSWI  OF COALR1AI NOT = 'Y' AND 'N'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Card status alert must be Y or N...'
                                   TO WS-MESSAGE
                   MOVE -1       TO CSSWL OF COALR1AI
                   PERFORM SEND-ALRTPREF-SCREEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      SAVE-ALERT-PREFS
      *----------------------------------------------------------------*
       SAVE-ALERT-PREFS.

           PERFORM CHECK-BATCH-QUIESCE
           IF ERR-FLG-ON
               GO TO SAVE-ALERT-PREFS-EXIT
           END-IF

           PERFORM EDIT-CUSTOMER-ID
           IF ERR-FLG-ON
               GO TO SAVE-ALERT-PREFS-EXIT
           END-IF

           PERFORM READ-CUSTDAT-FILE
           IF ERR-FLG-ON
               GO TO SAVE-ALERT-PREFS-EXIT
           END-IF
           PERFORM SHOW-CUSTOMER-INFO

           PERFORM EDIT-PREF-FIELDS
           IF ERR-FLG-ON
               GO TO SAVE-ALERT-PREFS-EXIT
           END-IF

           PERFORM READ-ALRTPREF-FILE-UPD
           IF ERR-FLG-ON
               GO TO SAVE-ALERT-PREFS-EXIT
           END-IF

           PERFORM BUILD-ALRTPREF-RECORD
           IF PREF-ON-FILE
               PERFORM REWRITE-ALRTPREF-FILE
           ELSE
               PERFORM WRITE-ALRTPREF-FILE
           END-IF.
       SAVE-ALERT-PREFS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      BUILD-ALRTPREF-RECORD
      *----------------------------------------------------------------*
      * The near-limit sent date belongs to the nightly run and is
      * carried over from the record on file.
       BUILD-ALRTPREF-RECORD.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE WS-CURDATE-YEAR        TO WS-TODAY (1:4)
           MOVE '-'                    TO WS-TODAY (5:1)
           MOVE WS-CURDATE-MONTH       TO WS-TODAY (6:2)
           MOVE '-'                    TO WS-TODAY (8:1)
           MOVE WS-CURDATE-DAY         TO WS-TODAY (9:2)

           IF PREF-ON-FILE
               MOVE ALRP-NEAR-LIMIT-SENT-DATE TO WS-NEAR-SENT-DATE
           ELSE
               MOVE SPACES                    TO WS-NEAR-SENT-DATE
           END-IF

           INITIALIZE ALERT-PREF-RECORD
           MOVE WS-CUST-ID-N           TO ALRP-CUST-ID
           MOVE CHANNLI  OF COALR1AI   TO ALRP-CHANNEL
           IF MOBILEI OF COALR1AI NOT = LOW-VALUES
               MOVE MOBILEI  OF COALR1AI TO ALRP-MOBILE-NUM
           END-IF
           IF EMAILI OF COALR1AI NOT = LOW-VALUES
               MOVE EMAILI   OF COALR1AI TO ALRP-EMAIL-ADDR
           END-IF
           MOVE LPSWI    OF COALR1AI   TO ALRP-LARGE-PURCH-SW
           IF ALRP-LARGE-PURCH-ON
               COMPUTE WS-LP-AMT-N =
                  FUNCTION NUMVAL-C(LPAMTI OF COALR1AI)
               MOVE WS-LP-AMT-N        TO ALRP-LARGE-PURCH-AMT
           END-IF
           MOVE PAYSWI   OF COALR1AI   TO ALRP-PAYMENT-SW
           MOVE NLSWI    OF COALR1AI   TO ALRP-NEAR-LIMIT-SW
           IF ALRP-NEAR-LIMIT-ON
               MOVE NLPCTI   OF COALR1AI TO ALRP-NEAR-LIMIT-PCT
           END-IF
           MOVE DRSWI    OF COALR1AI   TO ALRP-DUE-REMIND-SW
           IF ALRP-DUE-REMIND-ON
               MOVE DRDAYSI  OF COALR1AI TO ALRP-DUE-REMIND-DAYS
           END-IF
           MOVE CSSWI    OF COALR1AI   TO ALRP-CARD-STATUS-SW
           MOVE WS-NEAR-SENT-DATE      TO ALRP-NEAR-LIMIT-SENT-DATE
           MOVE WS-TODAY               TO ALRP-LAST-UPD-DATE
           MOVE CDEMO-USER-ID          TO ALRP-LAST-UPD-OPER
           MOVE ALRP-LAST-UPD-OPER     TO UPDBYO OF COALR1AO
           MOVE ALRP-LAST-UPD-DATE     TO UPDDTO OF COALR1AO.

      *----------------------------------------------------------------*
      *                      READ-CUSTDAT-FILE
      *----------------------------------------------------------------*
       READ-CUSTDAT-FILE.

           MOVE WS-CUST-ID-N TO CUST-ID
           EXEC CICS READ
                DATASET   (WS-CUSTDAT-FILE)
                INTO      (CUSTOMER-RECORD)
                LENGTH    (LENGTH OF CUSTOMER-RECORD)
                RIDFLD    (CUST-ID)
                KEYLENGTH (LENGTH OF CUST-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Customer NOT found...' TO WS-MESSAGE
                   MOVE -1       TO CUSTIDL OF COALR1AI
                   PERFORM SEND-ALRTPREF-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Customer...' TO WS-MESSAGE
                   MOVE -1       TO CUSTIDL OF COALR1AI
                   PERFORM SEND-ALRTPREF-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-ALRTPREF-FILE
      *----------------------------------------------------------------*
       READ-ALRTPREF-FILE.

           MOVE 'N'          TO WS-PREF-FLG
           MOVE WS-CUST-ID-N TO ALRP-CUST-ID
           EXEC CICS READ
                DATASET   (WS-ALRTPREF-FILE)
                INTO      (ALERT-PREF-RECORD)
                LENGTH    (LENGTH OF ALERT-PREF-RECORD)
                RIDFLD    (ALRP-CUST-ID)
                KEYLENGTH (LENGTH OF ALRP-CUST-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           PERFORM CHECK-ALRTPREF-RESP.

      *----------------------------------------------------------------*
      *                      READ-ALRTPREF-FILE-UPD
      *----------------------------------------------------------------*
       READ-ALRTPREF-FILE-UPD.

           MOVE 'N'          TO WS-PREF-FLG
           MOVE WS-CUST-ID-N TO ALRP-CUST-ID
           EXEC CICS READ
                DATASET   (WS-ALRTPREF-FILE)
                INTO      (ALERT-PREF-RECORD)
                LENGTH    (LENGTH OF ALERT-PREF-RECORD)
                RIDFLD    (ALRP-CUST-ID)
                KEYLENGTH (LENGTH OF ALRP-CUST-ID)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           PERFORM CHECK-ALRTPREF-RESP.

      *----------------------------------------------------------------*
      *                      CHECK-ALRTPREF-RESP
      *----------------------------------------------------------------*
       CHECK-ALRTPREF-RESP.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-PREF-FLG
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup alert preferences...' TO
                                   WS-MESSAGE
                   MOVE -1       TO CUSTIDL OF COALR1AI
                   PERFORM SEND-ALRTPREF-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      WRITE-ALRTPREF-FILE
      *----------------------------------------------------------------*
       WRITE-ALRTPREF-FILE.

           EXEC CICS WRITE
                DATASET   (WS-ALRTPREF-FILE)
                FROM      (ALERT-PREF-RECORD)
                LENGTH    (LENGTH OF ALERT-PREF-RECORD)
                RIDFLD    (ALRP-CUST-ID)
                KEYLENGTH (LENGTH OF ALRP-CUST-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE DFHGREEN        TO ERRMSGC  OF COALR1AO
                   MOVE 'Alert preferences have been set up ...'
                                        TO WS-MESSAGE
                   MOVE -1              TO CHANNLL  OF COALR1AI
                   PERFORM SEND-ALRTPREF-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to Add alert preferences...' TO
                                   WS-MESSAGE
                   MOVE -1       TO CUSTIDL OF COALR1AI
                   PERFORM SEND-ALRTPREF-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      REWRITE-ALRTPREF-FILE
      *----------------------------------------------------------------*
       REWRITE-ALRTPREF-FILE.

           EXEC CICS REWRITE
                DATASET   (WS-ALRTPREF-FILE)
                FROM      (ALERT-PREF-RECORD)
                LENGTH    (LENGTH OF ALERT-PREF-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE DFHGREEN        TO ERRMSGC  OF COALR1AO
                   MOVE 'Alert preferences have been updated ...'
                                        TO WS-MESSAGE
                   MOVE -1              TO CHANNLL  OF COALR1AI
                   PERFORM SEND-ALRTPREF-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to Update alert preferences...' TO
                                   WS-MESSAGE
                   MOVE -1       TO CUSTIDL OF COALR1AI
                   PERFORM SEND-ALRTPREF-SCREEN
           END-EVALUATE.

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
               PERFORM SEND-ALRTPREF-SCREEN
           END-IF.

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
      *                      SEND-ALRTPREF-SCREEN
      *----------------------------------------------------------------*
       SEND-ALRTPREF-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COALR1AO

           EXEC CICS SEND
                     MAP('COALR1A')
                     MAPSET('COALR01')
                     FROM(COALR1AO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-ALRTPREF-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-ALRTPREF-SCREEN.

           EXEC CICS RECEIVE
                     MAP('COALR1A')
                     MAPSET('COALR01')
                     INTO(COALR1AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF COALR1AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COALR1AO
           MOVE WS-TRANID              TO TRNNAMEO OF COALR1AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COALR1AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COALR1AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COALR1AO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           PERFORM INITIALIZE-ALL-FIELDS.
           PERFORM SEND-ALRTPREF-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE -1              TO CUSTIDL OF COALR1AI
           MOVE SPACES          TO CUSTIDI  OF COALR1AI
                                   CHANNLI  OF COALR1AI
                                   MOBILEI  OF COALR1AI
                                   EMAILI   OF COALR1AI
                                   LPSWI    OF COALR1AI
                                   LPAMTI   OF COALR1AI
                                   PAYSWI   OF COALR1AI
                                   NLSWI    OF COALR1AI
                                   NLPCTI   OF COALR1AI
                                   DRSWI    OF COALR1AI
                                   DRDAYSI  OF COALR1AI
                                   CSSWI    OF COALR1AI
                                   CUSTNMO  OF COALR1AO
                                   PHONE1O  OF COALR1AO
                                   UPDBYO   OF COALR1AO
                                   UPDDTO   OF COALR1AO
                                   WS-MESSAGE.
