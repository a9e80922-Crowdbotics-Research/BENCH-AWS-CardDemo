      ******************************************************************
      * Program     : COACD01C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Credit bureau dispute case - shows a consumer
      *               dispute loaded from the bureau's request file
      *               with its response deadline and what was last
      *               reported for the account, and records the
      *               analyst's decision: V to verify the tradeline as
      *               reported, or M with the corrected status,
      *               balance, past due amount, delinquency severity
      *               and special condition.  The nightly dispute run
      *               sends the answer to the bureau and the next
      *               monthly extract carries the correction.
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
       PROGRAM-ID. COACD01C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COACD01C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CACD'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-BURDISP-FILE            PIC X(08) VALUE 'BURDISP '.
         05 WS-BIZDATE-FILE            PIC X(08) VALUE 'BIZDATE '.
         05 WS-TODAY                   PIC X(10) VALUE SPACES.
         05 WS-ACCT-ID-N               PIC 9(11) VALUE 0.
         05 WS-COR-BAL-N               PIC S9(10)V99 VALUE 0.
         05 WS-COR-PDUE-N              PIC S9(10)V99 VALUE 0.
         05 WS-AMT-EDIT                PIC -9(10).99.
         05 WS-AMT-ENTRY               PIC 9(10).99.
         05 WS-DAYS-LEFT               PIC S9(05) COMP-3 VALUE 0.
         05 WS-DAYS-EDIT               PIC -ZZZ9.
         05 WS-WORK-YYYYMMDD           PIC 9(08) VALUE 0.
         05 WS-TODAY-YYYYMMDD          PIC 9(08) VALUE 0.
         05 WS-SPEC-COND-CD            PIC X(02) VALUE SPACES.
      *      Special condition codes reported by CBCBR01C - see
      *      CVCBR01Y.
           88 WS-SPEC-COND-VALID                 VALUE SPACES
                                                       'A ' 'B ' 'C '
                                                       'D ' 'E ' 'F '
                                                       'G ' 'H ' 'I '
                                                       'J ' 'K ' 'L '
                                                       'X ' 'LT'.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-CASE-FLG                PIC X(01) VALUE 'N'.
           88 CASE-FOUND                         VALUE 'Y'.
           88 CASE-NOT-FOUND                     VALUE 'N'.
         05 WS-END-OF-CASES            PIC X(01) VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.

       COPY COCOM01Y.

       COPY COACD01.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

       COPY CVACD01Y.
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
                          ERRMSGO OF COACD1AO

           IF EIBCALEN = 0
               MOVE 'COSGN00C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COACD1AO
                   MOVE -1                  TO ACCTIDL OF COACD1AI
                   PERFORM SEND-DISPUTE-SCREEN
               ELSE
                   PERFORM RECEIVE-DISPUTE-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM PROCESS-ENTER-KEY
                              THRU PROCESS-ENTER-KEY-EXIT
                       WHEN DFHPF3
                           IF CDEMO-FROM-PROGRAM = SPACES OR LOW-VALUES
                               MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
                           ELSE
                               MOVE CDEMO-FROM-PROGRAM TO
                               CDEMO-TO-PROGRAM
                           END-IF
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF4
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN DFHPF5
                           PERFORM SAVE-DISPUTE-DECISION
                              THRU SAVE-DISPUTE-DECISION-EXIT
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-DISPUTE-SCREEN
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
      * With no control number keyed the account's first case still
      * waiting on an answer is brought up.
       PROCESS-ENTER-KEY.

           PERFORM EDIT-ACCOUNT-ID
           IF ERR-FLG-ON
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           IF CTLNUMI OF COACD1AI = SPACES OR LOW-VALUES
               PERFORM FIND-FIRST-OPEN-CASE
           ELSE
               PERFORM READ-BURDISP-FILE
           END-IF
           IF ERR-FLG-ON
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           PERFORM SHOW-CASE-DETAILS
           MOVE DFHNEUTR                 TO ERRMSGC OF COACD1AO
           EVALUATE TRUE
               WHEN ACDV-STAT-RESPONDED
                   MOVE 'Case answered to the bureau - display only...'
                                         TO WS-MESSAGE
               WHEN ACDV-STAT-ANSWERED
                   MOVE 'Decision recorded - change it or press PF5...'
                                         TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'Key V or M with any corrections, then PF5...'
                                         TO WS-MESSAGE
           END-EVALUATE
           MOVE -1                       TO RESULTL OF COACD1AI
           PERFORM SEND-DISPUTE-SCREEN.
       PROCESS-ENTER-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      EDIT-ACCOUNT-ID
      *----------------------------------------------------------------*
       EDIT-ACCOUNT-ID.

           EVALUATE TRUE
               WHEN ACCTIDI OF COACD1AI = SPACES OR LOW-VALUES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account ID can NOT be empty...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF COACD1AI
                   PERFORM SEND-DISPUTE-SCREEN
               WHEN ACCTIDI OF COACD1AI IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account ID must be numeric...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF COACD1AI
                   PERFORM SEND-DISPUTE-SCREEN
               WHEN OTHER
                   MOVE ACCTIDI OF COACD1AI TO WS-ACCT-ID-N
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      SHOW-CASE-DETAILS
      *----------------------------------------------------------------*
       SHOW-CASE-DETAILS.

           MOVE ACDV-CONTROL-NUM       TO CTLNUMI  OF COACD1AI
           MOVE ACDV-BUREAU-CD         TO BUREAUO  OF COACD1AO
           EVALUATE TRUE
               WHEN ACDV-STAT-OPEN
                   MOVE 'OPEN'         TO CSTATO   OF COACD1AO
               WHEN ACDV-STAT-ANSWERED
                   MOVE 'ANSWERED'     TO CSTATO   OF COACD1AO
               WHEN ACDV-STAT-RESPONDED
                   MOVE 'RESPONDED'    TO CSTATO   OF COACD1AO
               WHEN OTHER
                   MOVE ACDV-CASE-STATUS TO CSTATO OF COACD1AO
           END-EVALUATE
           MOVE ACDV-DISPUTE-CD        TO DSPCDO   OF COACD1AO
           MOVE ACDV-DISPUTE-TEXT      TO DSPTXTO  OF COACD1AO
           MOVE SPACES                 TO CNAMEO   OF COACD1AO
           STRING ACDV-CONS-FIRST-NAME DELIMITED BY '  '
                  ' '                  DELIMITED BY SIZE
                  ACDV-CONS-LAST-NAME  DELIMITED BY '  '
             INTO CNAMEO OF COACD1AO
           END-STRING
           MOVE ACDV-RECEIVED-DATE     TO RCVDTO   OF COACD1AO
           MOVE ACDV-RESPONSE-DUE-DATE TO DUEDTO   OF COACD1AO

           IF ACDV-STAT-RESPONDED
               MOVE SPACES             TO DAYSO    OF COACD1AO
           ELSE
               PERFORM COMPUTE-DAYS-LEFT
               MOVE WS-DAYS-LEFT       TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT       TO DAYSO    OF COACD1AO
           END-IF

           IF ACDV-RPT-DATE = SPACES
               MOVE 'NONE'                TO RPTDTO OF COACD1AO
               MOVE SPACES                TO RSTATO OF COACD1AO
                                             RBALO  OF COACD1AO
                                             RPDUEO OF COACD1AO
                                             RSEVO  OF COACD1AO
                                             RSPCO  OF COACD1AO
           ELSE
               MOVE ACDV-RPT-DATE         TO RPTDTO OF COACD1AO
               MOVE ACDV-RPT-ACCT-STATUS  TO RSTATO OF COACD1AO
               MOVE ACDV-RPT-CURR-BAL     TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT           TO RBALO  OF COACD1AO
               MOVE ACDV-RPT-PAST-DUE-AMT TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT           TO RPDUEO OF COACD1AO
               MOVE ACDV-RPT-DELQ-SEVERITY TO RSEVO OF COACD1AO
               MOVE ACDV-RPT-SPECIAL-COND-CD TO RSPCO OF COACD1AO
           END-IF

      *    The corrected fields open on the values as reported so the
      *    analyst only overkeys what is wrong.
           MOVE ACDV-RESULT-CD         TO RESULTI  OF COACD1AI
           IF ACDV-RESULT-MODIFIED
               MOVE ACDV-COR-ACCT-STATUS     TO NSTATI OF COACD1AI
               MOVE ACDV-COR-CURR-BAL        TO WS-AMT-ENTRY
               MOVE WS-AMT-ENTRY             TO NBALI  OF COACD1AI
               MOVE ACDV-COR-PAST-DUE-AMT    TO WS-AMT-ENTRY
               MOVE WS-AMT-ENTRY             TO NPDUEI OF COACD1AI
               MOVE ACDV-COR-DELQ-SEVERITY   TO NSEVI  OF COACD1AI
               MOVE ACDV-COR-SPECIAL-COND-CD TO NSPCI  OF COACD1AI
           ELSE
               MOVE ACDV-RPT-ACCT-STATUS     TO NSTATI OF COACD1AI
               MOVE ACDV-RPT-CURR-BAL        TO WS-AMT-ENTRY
               MOVE WS-AMT-ENTRY             TO NBALI  OF COACD1AI
               MOVE ACDV-RPT-PAST-DUE-AMT    TO WS-AMT-ENTRY
               MOVE WS-AMT-ENTRY             TO NPDUEI OF COACD1AI
               MOVE ACDV-RPT-DELQ-SEVERITY   TO NSEVI  OF COACD1AI
               MOVE ACDV-RPT-SPECIAL-COND-CD TO NSPCI  OF COACD1AI
           END-IF
           MOVE ACDV-ANALYST-ID        TO ANLYSTO  OF COACD1AO
           MOVE ACDV-DECISION-DATE     TO DECDTO   OF COACD1AO
           MOVE ACDV-RESPONSE-DATE     TO RSPDTO   OF COACD1AO
           MOVE ACDV-CARRIED-DATE      TO CARRDTO  OF COACD1AO.

      *----------------------------------------------------------------*
      *                      COMPUTE-DAYS-LEFT
      *----------------------------------------------------------------*
       COMPUTE-DAYS-LEFT.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE ACDV-RESPONSE-DUE-DATE (1:4) TO WS-WORK-YYYYMMDD (1:4)
           MOVE ACDV-RESPONSE-DUE-DATE (6:2) TO WS-WORK-YYYYMMDD (5:2)
           MOVE ACDV-RESPONSE-DUE-DATE (9:2) TO WS-WORK-YYYYMMDD (7:2)
           MOVE WS-CURDATE-DATA (1:8)        TO WS-TODAY-YYYYMMDD
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (WS-WORK-YYYYMMDD)
             - FUNCTION INTEGER-OF-DATE (WS-TODAY-YYYYMMDD).

      *----------------------------------------------------------------*
      *                      EDIT-DECISION-FIELDS
      *----------------------------------------------------------------*
       EDIT-DECISION-FIELDS.

           MOVE RESULTI OF COACD1AI TO ACDV-RESULT-CD
           IF NOT ACDV-RESULT-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Result must be V (verified) or M (modified)...'
                               TO WS-MESSAGE
               MOVE -1       TO RESULTL OF COACD1AI
               PERFORM SEND-DISPUTE-SCREEN
           END-IF
           IF ERR-FLG-ON OR ACDV-RESULT-VERIFIED
               GO TO EDIT-DECISION-FIELDS-EXIT
           END-IF

           MOVE NSPCI OF COACD1AI TO WS-SPEC-COND-CD
           IF WS-SPEC-COND-CD = LOW-VALUES
               MOVE SPACES TO WS-SPEC-COND-CD
           END-IF

           EVALUATE TRUE
               WHEN NSTATI OF COACD1AI NOT = 'Y' AND 'N'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Corrected account status must be Y or N...'
                                   TO WS-MESSAGE
                   MOVE -1       TO NSTATL OF COACD1AI
                   PERFORM SEND-DISPUTE-SCREEN
               WHEN NBALI OF COACD1AI (1:10) IS NOT NUMERIC
                 OR NBALI OF COACD1AI (11:1) NOT = '.'
                 OR NBALI OF COACD1AI (12:2) IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Corrected balance must be 9999999999.99...'
                                   TO WS-MESSAGE
                   MOVE -1       TO NBALL OF COACD1AI
                   PERFORM SEND-DISPUTE-SCREEN
               WHEN NPDUEI OF COACD1AI (1:10) IS NOT NUMERIC
                 OR NPDUEI OF COACD1AI (11:1) NOT = '.'
                 OR NPDUEI OF COACD1AI (12:2) IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Corrected past due must be 9999999999.99...'
                                   TO WS-MESSAGE
                   MOVE -1       TO NPDUEL OF COACD1AI
                   PERFORM SEND-DISPUTE-SCREEN
               WHEN NSEVI OF COACD1AI IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Corrected delinquency severity must be 0-9...'
                                   TO WS-MESSAGE
                   MOVE -1       TO NSEVL OF COACD1AI
                   PERFORM SEND-DISPUTE-SCREEN
               WHEN NOT WS-SPEC-COND-VALID
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Special condition must be A-L, X, LT or blank'
                                   TO WS-MESSAGE
                   MOVE -1       TO NSPCL OF COACD1AI
                   PERFORM SEND-DISPUTE-SCREEN
               WHEN OTHER
                   COMPUTE WS-COR-BAL-N =
                      FUNCTION NUMVAL(NBALI OF COACD1AI)
                   COMPUTE WS-COR-PDUE-N =
                      FUNCTION NUMVAL(NPDUEI OF COACD1AI)
           END-EVALUATE
           IF ERR-FLG-ON
               GO TO EDIT-DECISION-FIELDS-EXIT
           END-IF

      *    A modification has to change something that was reported.
           IF  NSTATI OF COACD1AI = ACDV-RPT-ACCT-STATUS
           AND WS-COR-BAL-N       = ACDV-RPT-CURR-BAL
           AND WS-COR-PDUE-N      = ACDV-RPT-PAST-DUE-AMT
           AND NSEVI  OF COACD1AI = ACDV-RPT-DELQ-SEVERITY
           AND WS-SPEC-COND-CD    = ACDV-RPT-SPECIAL-COND-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Nothing corrected - key V to verify as reported...'
                               TO WS-MESSAGE
               MOVE -1       TO RESULTL OF COACD1AI
               PERFORM SEND-DISPUTE-SCREEN
           END-IF.
       EDIT-DECISION-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SAVE-DISPUTE-DECISION
      *----------------------------------------------------------------*
      * A decision can be changed until the nightly run has answered
      * the bureau; after that the case is display only.
       SAVE-DISPUTE-DECISION.

           PERFORM CHECK-BATCH-QUIESCE
           IF ERR-FLG-ON
               GO TO SAVE-DISPUTE-DECISION-EXIT
           END-IF

           PERFORM EDIT-ACCOUNT-ID
           IF ERR-FLG-ON
               GO TO SAVE-DISPUTE-DECISION-EXIT
           END-IF

           IF CTLNUMI OF COACD1AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Press ENTER to bring up the case first...'
                               TO WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COACD1AI
               PERFORM SEND-DISPUTE-SCREEN
               GO TO SAVE-DISPUTE-DECISION-EXIT
           END-IF

           PERFORM READ-BURDISP-FILE-UPD
           IF ERR-FLG-ON
               GO TO SAVE-DISPUTE-DECISION-EXIT
           END-IF
           PERFORM SHOW-CASE-DETAILS-HDR

           IF ACDV-STAT-RESPONDED
           OR ACDV-CARRIED-DATE NOT = SPACES
               EXEC CICS UNLOCK
                    DATASET   (WS-BURDISP-FILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Case already answered to the bureau - no change...'
                               TO WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COACD1AI
               PERFORM SEND-DISPUTE-SCREEN
               GO TO SAVE-DISPUTE-DECISION-EXIT
           END-IF

           PERFORM EDIT-DECISION-FIELDS
              THRU EDIT-DECISION-FIELDS-EXIT
           IF ERR-FLG-ON
               GO TO SAVE-DISPUTE-DECISION-EXIT
           END-IF

           PERFORM BUILD-DECISION
           PERFORM REWRITE-BURDISP-FILE.
       SAVE-DISPUTE-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SHOW-CASE-DETAILS-HDR
      *----------------------------------------------------------------*
      * Refresh the display-only part of the screen from the case on
      * file, leaving the decision fields as the analyst keyed them.
       SHOW-CASE-DETAILS-HDR.

           MOVE ACDV-BUREAU-CD         TO BUREAUO  OF COACD1AO
           MOVE ACDV-DISPUTE-CD        TO DSPCDO   OF COACD1AO
           MOVE ACDV-DISPUTE-TEXT      TO DSPTXTO  OF COACD1AO
           MOVE ACDV-RECEIVED-DATE     TO RCVDTO   OF COACD1AO
           MOVE ACDV-RESPONSE-DUE-DATE TO DUEDTO   OF COACD1AO
           MOVE ACDV-ANALYST-ID        TO ANLYSTO  OF COACD1AO
           MOVE ACDV-DECISION-DATE     TO DECDTO   OF COACD1AO
           MOVE ACDV-RESPONSE-DATE     TO RSPDTO   OF COACD1AO
           MOVE ACDV-CARRIED-DATE      TO CARRDTO  OF COACD1AO.

      *----------------------------------------------------------------*
      *                      BUILD-DECISION
      *----------------------------------------------------------------*
       BUILD-DECISION.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE WS-CURDATE-YEAR        TO WS-TODAY (1:4)
           MOVE '-'                    TO WS-TODAY (5:1)
           MOVE WS-CURDATE-MONTH       TO WS-TODAY (6:2)
           MOVE '-'                    TO WS-TODAY (8:1)
           MOVE WS-CURDATE-DAY         TO WS-TODAY (9:2)

           MOVE RESULTI OF COACD1AI    TO ACDV-RESULT-CD
           IF ACDV-RESULT-MODIFIED
               MOVE NSTATI OF COACD1AI TO ACDV-COR-ACCT-STATUS
               MOVE WS-COR-BAL-N       TO ACDV-COR-CURR-BAL
               MOVE WS-COR-PDUE-N      TO ACDV-COR-PAST-DUE-AMT
               MOVE NSEVI  OF COACD1AI TO ACDV-COR-DELQ-SEVERITY
               MOVE WS-SPEC-COND-CD    TO ACDV-COR-SPECIAL-COND-CD
           ELSE
               INITIALIZE ACDV-CORRECTED
           END-IF
           SET ACDV-STAT-ANSWERED      TO TRUE
           MOVE CDEMO-USER-ID          TO ACDV-ANALYST-ID
           MOVE WS-TODAY               TO ACDV-DECISION-DATE
           MOVE 'ANSWERED'             TO CSTATO   OF COACD1AO
           MOVE ACDV-ANALYST-ID        TO ANLYSTO  OF COACD1AO
           MOVE ACDV-DECISION-DATE     TO DECDTO   OF COACD1AO.

      *----------------------------------------------------------------*
      *                      FIND-FIRST-OPEN-CASE
      *----------------------------------------------------------------*
       FIND-FIRST-OPEN-CASE.

           SET CASE-NOT-FOUND    TO TRUE
           MOVE 'N'              TO WS-END-OF-CASES
           MOVE WS-ACCT-ID-N     TO ACDV-ACCT-ID
           MOVE LOW-VALUES       TO ACDV-CONTROL-NUM

           EXEC CICS STARTBR
                DATASET   (WS-BURDISP-FILE)
                RIDFLD    (ACDV-KEY)
                KEYLENGTH (LENGTH OF ACDV-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   PERFORM READNEXT-DISPUTE
                      UNTIL WS-END-OF-CASES = 'Y'
                   EXEC CICS ENDBR
                        DATASET   (WS-BURDISP-FILE)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup dispute cases...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF COACD1AI
                   PERFORM SEND-DISPUTE-SCREEN
           END-EVALUATE

           IF ERR-FLG-OFF AND CASE-NOT-FOUND
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'No open dispute case for this account...' TO
                               WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COACD1AI
               PERFORM SEND-DISPUTE-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      READNEXT-DISPUTE
      *----------------------------------------------------------------*
       READNEXT-DISPUTE.

           EXEC CICS READNEXT
                DATASET   (WS-BURDISP-FILE)
                INTO      (BUREAU-DISPUTE-RECORD)
                LENGTH    (LENGTH OF BUREAU-DISPUTE-RECORD)
                RIDFLD    (ACDV-KEY)
                KEYLENGTH (LENGTH OF ACDV-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   EVALUATE TRUE
                       WHEN ACDV-ACCT-ID NOT = WS-ACCT-ID-N
                           MOVE 'Y' TO WS-END-OF-CASES
                       WHEN ACDV-STAT-OPEN OR ACDV-STAT-ANSWERED
                           SET CASE-FOUND TO TRUE
                           MOVE 'Y' TO WS-END-OF-CASES
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN DFHRESP(ENDFILE)
                   MOVE 'Y' TO WS-END-OF-CASES
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y' TO WS-END-OF-CASES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup dispute cases...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF COACD1AI
                   PERFORM SEND-DISPUTE-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-BURDISP-FILE
      *----------------------------------------------------------------*
       READ-BURDISP-FILE.

           MOVE WS-ACCT-ID-N          TO ACDV-ACCT-ID
           MOVE CTLNUMI OF COACD1AI   TO ACDV-CONTROL-NUM
           EXEC CICS READ
                DATASET   (WS-BURDISP-FILE)
                INTO      (BUREAU-DISPUTE-RECORD)
                LENGTH    (LENGTH OF BUREAU-DISPUTE-RECORD)
                RIDFLD    (ACDV-KEY)
                KEYLENGTH (LENGTH OF ACDV-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           PERFORM CHECK-BURDISP-RESP.

      *----------------------------------------------------------------*
      *                      READ-BURDISP-FILE-UPD
      *----------------------------------------------------------------*
       READ-BURDISP-FILE-UPD.

           MOVE WS-ACCT-ID-N          TO ACDV-ACCT-ID
           MOVE CTLNUMI OF COACD1AI   TO ACDV-CONTROL-NUM
           EXEC CICS READ
                DATASET   (WS-BURDISP-FILE)
                INTO      (BUREAU-DISPUTE-RECORD)
                LENGTH    (LENGTH OF BUREAU-DISPUTE-RECORD)
                RIDFLD    (ACDV-KEY)
                KEYLENGTH (LENGTH OF ACDV-KEY)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           PERFORM CHECK-BURDISP-RESP.

      *----------------------------------------------------------------*
      *                      CHECK-BURDISP-RESP
      *----------------------------------------------------------------*
       CHECK-BURDISP-RESP.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Dispute case NOT found for this account...' TO
                                   WS-MESSAGE
                   MOVE -1       TO CTLNUML OF COACD1AI
                   PERFORM SEND-DISPUTE-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup dispute case...' TO
                                   WS-MESSAGE
                   MOVE -1       TO CTLNUML OF COACD1AI
                   PERFORM SEND-DISPUTE-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      REWRITE-BURDISP-FILE
      *----------------------------------------------------------------*
       REWRITE-BURDISP-FILE.

           EXEC CICS REWRITE
                DATASET   (WS-BURDISP-FILE)
                FROM      (BUREAU-DISPUTE-RECORD)
                LENGTH    (LENGTH OF BUREAU-DISPUTE-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE DFHGREEN        TO ERRMSGC  OF COACD1AO
                   MOVE 'Decision saved - goes to the bureau tonight...'
                                        TO WS-MESSAGE
                   MOVE -1              TO ACCTIDL  OF COACD1AI
                   PERFORM SEND-DISPUTE-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to Update dispute case...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF COACD1AI
                   PERFORM SEND-DISPUTE-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      CHECK-BATCH-QUIESCE
      *----------------------------------------------------------------*
      * The nightly dispute run rewrites the cases it answers - refuse
      * the update while batch holds the files.
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
               PERFORM SEND-DISPUTE-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      RETURN-TO-PREV-SCREEN
      *----------------------------------------------------------------*
       RETURN-TO-PREV-SCREEN.

           IF CDEMO-TO-PROGRAM = LOW-VALUES OR SPACES
               MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
           END-IF
           MOVE WS-TRANID    TO CDEMO-FROM-TRANID
           MOVE WS-PGMNAME   TO CDEMO-FROM-PROGRAM
           MOVE ZEROS        TO CDEMO-PGM-CONTEXT
           EXEC CICS
               XCTL PROGRAM(CDEMO-TO-PROGRAM)
               COMMAREA(CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      SEND-DISPUTE-SCREEN
      *----------------------------------------------------------------*
       SEND-DISPUTE-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COACD1AO

           EXEC CICS SEND
                     MAP('COACD1A')
                     MAPSET('COACD01')
                     FROM(COACD1AO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-DISPUTE-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-DISPUTE-SCREEN.

           EXEC CICS RECEIVE
                     MAP('COACD1A')
                     MAPSET('COACD01')
                     INTO(COACD1AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF COACD1AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COACD1AO
           MOVE WS-TRANID              TO TRNNAMEO OF COACD1AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COACD1AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COACD1AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COACD1AO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           PERFORM INITIALIZE-ALL-FIELDS.
           PERFORM SEND-DISPUTE-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE -1              TO ACCTIDL OF COACD1AI
           MOVE SPACES          TO ACCTIDI  OF COACD1AI
                                   CTLNUMI  OF COACD1AI
                                   RESULTI  OF COACD1AI
                                   NSTATI   OF COACD1AI
                                   NBALI    OF COACD1AI
                                   NPDUEI   OF COACD1AI
                                   NSEVI    OF COACD1AI
                                   NSPCI    OF COACD1AI
                                   BUREAUO  OF COACD1AO
                                   CSTATO   OF COACD1AO
                                   DSPCDO   OF COACD1AO
                                   DSPTXTO  OF COACD1AO
                                   CNAMEO   OF COACD1AO
                                   RCVDTO   OF COACD1AO
                                   DUEDTO   OF COACD1AO
                                   DAYSO    OF COACD1AO
                                   RPTDTO   OF COACD1AO
                                   RSTATO   OF COACD1AO
                                   RBALO    OF COACD1AO
                                   RPDUEO   OF COACD1AO
                                   RSEVO    OF COACD1AO
                                   RSPCO    OF COACD1AO
                                   ANLYSTO  OF COACD1AO
                                   DECDTO   OF COACD1AO
                                   RSPDTO   OF COACD1AO
                                   CARRDTO  OF COACD1AO
                                   WS-MESSAGE.
