      ******************************************************************
      * Program     : COHRD01C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Hardship plan enrollment - a collector enrolls
      *               an account in a hardship payment plan (reduced
      *               APR, fixed monthly payment, start date and term
      *               in months) or cancels the active plan.  Reached
      *               by PF6 from the COCOL01C collections workstation.
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
       PROGRAM-ID. COHRD01C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COHRD01C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CHRD'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-HARDSHIP-FILE           PIC X(08) VALUE 'HARDSHIP'.
         05 WS-ACCT-FILE               PIC X(08) VALUE 'ACCTFILE'.
         05 WS-BIZDATE-FILE            PIC X(08) VALUE 'BIZDATE '.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-ACTN-FLG                PIC X(01) VALUE SPACES.
           88 ACTN-IS-ENROLL                     VALUE 'E'.
           88 ACTN-IS-CANCEL                     VALUE 'C'.
         05 WS-PLAN-FOUND-FLG          PIC X(01) VALUE 'N'.
           88 PLAN-REC-FOUND                     VALUE 'Y'.
           88 PLAN-REC-NOT-FOUND                 VALUE 'N'.
         05 WS-ACCT-ID-N               PIC 9(11) VALUE 0.
         05 WS-APR-N                   PIC S9(04)V99 VALUE ZEROS.
         05 WS-APR-E                   PIC 99.99 VALUE ZEROS.
         05 WS-PAY-AMT-N               PIC S9(09)V99 VALUE ZEROS.
         05 WS-PAY-AMT-E               PIC +99999999.99 VALUE ZEROS.
         05 WS-BAL-AMT-E               PIC +999999999.99 VALUE ZEROS.
         05 WS-TERM-N                  PIC 9(03) VALUE 0.
         05 WS-TERM-MAX                PIC 9(03) VALUE 60.
         05 WS-TODAY-DATE              PIC X(10) VALUE SPACES.

       01 CSUTLDTC-PARM.
          05 CSUTLDTC-DATE                   PIC X(10).
          05 CSUTLDTC-DATE-FORMAT            PIC X(10).
          05 CSUTLDTC-RESULT.
             10 CSUTLDTC-RESULT-SEV-CD       PIC X(04).
             10 FILLER                       PIC X(11).
             10 CSUTLDTC-RESULT-MSG-NUM      PIC X(04).
             10 CSUTLDTC-RESULT-MSG          PIC X(61).

       COPY COCOM01Y.

       COPY COHRD01.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

       COPY CVHRD01Y.
       COPY CVACT01Y.
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
                          ERRMSGO OF COHRD1AO

           IF EIBCALEN = 0
               MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COHRD1AO
                   IF CDEMO-ACCT-ID > 0
                       MOVE CDEMO-ACCT-ID TO ACTIDINI OF COHRD1AI
                   END-IF
                   MOVE -1       TO ACTNCDL OF COHRD1AI
                   PERFORM SEND-HARDSHIP-SCREEN
               ELSE
                   PERFORM RECEIVE-HARDSHIP-SCREEN
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
                           PERFORM SAVE-HARDSHIP-PLAN
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-HARDSHIP-SCREEN
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

           PERFORM EDIT-SCREEN-KEYS

           IF NOT ERR-FLG-ON
               PERFORM READ-ACCOUNT-FILE
           END-IF

           IF NOT ERR-FLG-ON
               PERFORM READ-HARDSHIP-FILE
           END-IF

           IF NOT ERR-FLG-ON
               EVALUATE TRUE
                   WHEN ACTN-IS-ENROLL
                    AND PLAN-REC-FOUND AND HRD-STAT-ACTIVE
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Account already has an active hardship pla
      -                     'n...' TO WS-MESSAGE
                       MOVE -1       TO ACTIDINL OF COHRD1AI
                   WHEN ACTN-IS-ENROLL
                       MOVE DFHNEUTRL TO ERRMSGC OF COHRD1AO
                       MOVE 'Key plan terms and press PF5 to enroll ...'
                                       TO WS-MESSAGE
                       MOVE -1       TO APRL OF COHRD1AI
                   WHEN PLAN-REC-NOT-FOUND OR NOT HRD-STAT-ACTIVE
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Account has no active hardship plan...' TO
                                       WS-MESSAGE
                       MOVE -1       TO ACTIDINL OF COHRD1AI
                   WHEN OTHER
                       MOVE DFHNEUTRL TO ERRMSGC OF COHRD1AO
                       MOVE 'Press PF5 to confirm cancel ...' TO
                                       WS-MESSAGE
                       MOVE -1       TO ACTNCDL OF COHRD1AI
               END-EVALUATE
               PERFORM SEND-HARDSHIP-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-SCREEN-KEYS
      *----------------------------------------------------------------*
       EDIT-SCREEN-KEYS.

           EVALUATE TRUE
               WHEN ACTNCDI OF COHRD1AI NOT = 'E' AND 'C'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Action must be E (Enroll) or C (Cancel)...'
                                   TO WS-MESSAGE
                   MOVE -1       TO ACTNCDL OF COHRD1AI
                   PERFORM SEND-HARDSHIP-SCREEN
               WHEN ACTIDINI OF COHRD1AI = SPACES OR LOW-VALUES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account ID can NOT be empty...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COHRD1AI
                   PERFORM SEND-HARDSHIP-SCREEN
               WHEN ACTIDINI OF COHRD1AI NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account ID must be Numeric...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COHRD1AI
                   PERFORM SEND-HARDSHIP-SCREEN
               WHEN OTHER
                   MOVE ACTNCDI OF COHRD1AI  TO WS-ACTN-FLG
                   MOVE ACTIDINI OF COHRD1AI TO WS-ACCT-ID-N
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      EDIT-PLAN-TERMS
      *----------------------------------------------------------------*
       EDIT-PLAN-TERMS.

           EVALUATE TRUE
               WHEN APRI OF COHRD1AI(1:2) NOT NUMERIC
               WHEN APRI OF COHRD1AI(3:1) NOT = '.'
               WHEN APRI OF COHRD1AI(4:2) NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Reduced APR should be in format 99.99' TO
                                   WS-MESSAGE
                   MOVE -1       TO APRL OF COHRD1AI
                   PERFORM SEND-HARDSHIP-SCREEN
               WHEN OTHER
                   COMPUTE WS-APR-N =
                      FUNCTION NUMVAL(APRI OF COHRD1AI)
           END-EVALUATE

           IF NOT ERR-FLG-ON
               EVALUATE TRUE
                   WHEN PAYAMTI OF COHRD1AI(1:1)
                           NOT EQUAL '-' AND '+'
                   WHEN PAYAMTI OF COHRD1AI(2:8) NOT NUMERIC
                   WHEN PAYAMTI OF COHRD1AI(10:1) NOT = '.'
                   WHEN PAYAMTI OF COHRD1AI(11:2) IS NOT NUMERIC
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Amount should be in format -99999999.99'
                                       TO WS-MESSAGE
                       MOVE -1       TO PAYAMTL OF COHRD1AI
                       PERFORM SEND-HARDSHIP-SCREEN
                   WHEN OTHER
                       COMPUTE WS-PAY-AMT-N =
                          FUNCTION NUMVAL-C(PAYAMTI OF COHRD1AI)
                       IF WS-PAY-AMT-N <= 0
                           MOVE 'Y' TO WS-ERR-FLG
                           MOVE 'Fixed payment must be greater than zer
      -                        'o...' TO WS-MESSAGE
                           MOVE -1 TO PAYAMTL OF COHRD1AI
                           PERFORM SEND-HARDSHIP-SCREEN
                       END-IF
               END-EVALUATE
           END-IF

           IF NOT ERR-FLG-ON
               MOVE STRTDTI OF COHRD1AI TO CSUTLDTC-DATE
               MOVE 'YYYY-MM-DD'        TO CSUTLDTC-DATE-FORMAT
               MOVE SPACES              TO CSUTLDTC-RESULT
               CALL 'CSUTLDTC' USING   CSUTLDTC-DATE
                                       CSUTLDTC-DATE-FORMAT
                                       CSUTLDTC-RESULT
               EVALUATE TRUE
                   WHEN CSUTLDTC-RESULT-SEV-CD NOT = '0000'
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Start date - not a valid date...' TO
                                       WS-MESSAGE
                       MOVE -1       TO STRTDTL OF COHRD1AI
                       PERFORM SEND-HARDSHIP-SCREEN
                   WHEN STRTDTI OF COHRD1AI < WS-TODAY-DATE
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Start date can NOT be in the past...' TO
                                       WS-MESSAGE
                       MOVE -1       TO STRTDTL OF COHRD1AI
                       PERFORM SEND-HARDSHIP-SCREEN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF NOT ERR-FLG-ON
               IF TERMI OF COHRD1AI NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Term must be 3 digit months...' TO
                                   WS-MESSAGE
                   MOVE -1       TO TERML OF COHRD1AI
                   PERFORM SEND-HARDSHIP-SCREEN
               ELSE
                   MOVE TERMI OF COHRD1AI TO WS-TERM-N
                   IF WS-TERM-N = 0 OR WS-TERM-N > WS-TERM-MAX
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Term must be 001 to 060 months...' TO
                                       WS-MESSAGE
                       MOVE -1       TO TERML OF COHRD1AI
                       PERFORM SEND-HARDSHIP-SCREEN
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-ACCOUNT-FILE
      *----------------------------------------------------------------*
       READ-ACCOUNT-FILE.

           MOVE WS-ACCT-ID-N TO ACCT-ID
           EXEC CICS READ
                DATASET   (WS-ACCT-FILE)
                INTO      (ACCOUNT-RECORD)
                LENGTH    (LENGTH OF ACCOUNT-RECORD)
                RIDFLD    (ACCT-ID)
                KEYLENGTH (LENGTH OF ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE ACCT-ACTIVE-STATUS TO ACSTSI OF COHRD1AI
                   MOVE ACCT-CURR-BAL      TO WS-BAL-AMT-E
                   MOVE WS-BAL-AMT-E       TO CURBALI OF COHRD1AI
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account ID NOT found...' TO WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COHRD1AI
                   PERFORM SEND-HARDSHIP-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Account...' TO WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COHRD1AI
                   PERFORM SEND-HARDSHIP-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-HARDSHIP-FILE
      *----------------------------------------------------------------*
       READ-HARDSHIP-FILE.

           MOVE WS-ACCT-ID-N TO HRD-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-HARDSHIP-FILE)
                INTO      (HARDSHIP-PLAN-RECORD)
                LENGTH    (LENGTH OF HARDSHIP-PLAN-RECORD)
                RIDFLD    (HRD-ACCT-ID)
                KEYLENGTH (LENGTH OF HRD-ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           PERFORM EVALUATE-HARDSHIP-READ.

      *----------------------------------------------------------------*
      *                      READ-HARDSHIP-FILE-UPD
      *----------------------------------------------------------------*
       READ-HARDSHIP-FILE-UPD.

           MOVE WS-ACCT-ID-N TO HRD-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-HARDSHIP-FILE)
                INTO      (HARDSHIP-PLAN-RECORD)
                LENGTH    (LENGTH OF HARDSHIP-PLAN-RECORD)
                RIDFLD    (HRD-ACCT-ID)
                KEYLENGTH (LENGTH OF HRD-ACCT-ID)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           PERFORM EVALUATE-HARDSHIP-READ.

      *----------------------------------------------------------------*
      *                      EVALUATE-HARDSHIP-READ
      *----------------------------------------------------------------*
      * A plan found is shown whatever its status - a completed,
      * broken or cancelled plan is replaced by a new enrollment.
       EVALUATE-HARDSHIP-READ.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET PLAN-REC-FOUND       TO TRUE
                   PERFORM SHOW-HARDSHIP-PLAN
               WHEN DFHRESP(NOTFND)
                   SET PLAN-REC-NOT-FOUND   TO TRUE
                   INITIALIZE HARDSHIP-PLAN-RECORD
                   MOVE WS-ACCT-ID-N        TO HRD-ACCT-ID
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup hardship plan...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COHRD1AI
                   PERFORM SEND-HARDSHIP-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      SHOW-HARDSHIP-PLAN
      *----------------------------------------------------------------*
       SHOW-HARDSHIP-PLAN.

           MOVE HRD-STATUS             TO PLNSTSI OF COHRD1AI
           MOVE HRD-ENROLL-DATE        TO ENRDTI  OF COHRD1AI
           MOVE HRD-COLLECTOR-ID       TO COLLIDI OF COHRD1AI
           MOVE HRD-PAYMENTS-MADE      TO PMADEI  OF COHRD1AI
           MOVE HRD-PAYMENTS-MISSED    TO PMISSI  OF COHRD1AI
           MOVE HRD-STATUS-DATE        TO STSDTI  OF COHRD1AI
           IF HRD-STAT-ACTIVE
               MOVE HRD-REDUCED-APR    TO WS-APR-E
               MOVE WS-APR-E           TO APRI    OF COHRD1AI
               MOVE HRD-FIXED-PAY-AMT  TO WS-PAY-AMT-E
               MOVE WS-PAY-AMT-E       TO PAYAMTI OF COHRD1AI
               MOVE HRD-START-DATE     TO STRTDTI OF COHRD1AI
               MOVE HRD-TERM-MONTHS    TO TERMI   OF COHRD1AI
           END-IF.

      *----------------------------------------------------------------*
      *                      SAVE-HARDSHIP-PLAN
      *----------------------------------------------------------------*
       SAVE-HARDSHIP-PLAN.

           PERFORM CHECK-BATCH-QUIESCE

           IF NOT ERR-FLG-ON
               PERFORM EDIT-SCREEN-KEYS
           END-IF

           IF NOT ERR-FLG-ON
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-DATE(1:4)
               MOVE '-'                        TO WS-TODAY-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-DATE(6:2)
               MOVE '-'                        TO WS-TODAY-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DATE(9:2)
               PERFORM READ-ACCOUNT-FILE
           END-IF

           IF NOT ERR-FLG-ON AND ACTN-IS-ENROLL
               IF NOT ACCT-STAT-OPEN AND NOT ACCT-STAT-FROZEN
                                     AND NOT ACCT-STAT-CLOSED-PURCH
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account status does not allow a hardship plan
      -                 '...' TO WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COHRD1AI
                   PERFORM SEND-HARDSHIP-SCREEN
               END-IF
           END-IF

           IF NOT ERR-FLG-ON AND ACTN-IS-ENROLL
               PERFORM EDIT-PLAN-TERMS
           END-IF

           IF NOT ERR-FLG-ON
               PERFORM READ-HARDSHIP-FILE-UPD
           END-IF

           IF NOT ERR-FLG-ON
               EVALUATE TRUE
                   WHEN ACTN-IS-ENROLL
                       IF PLAN-REC-FOUND AND HRD-STAT-ACTIVE
                           MOVE 'Y'     TO WS-ERR-FLG
                           MOVE 'Account already has an active hardshi
      -                         'p plan...' TO WS-MESSAGE
                           MOVE -1       TO ACTIDINL OF COHRD1AI
                           PERFORM SEND-HARDSHIP-SCREEN
                       ELSE
                           PERFORM BUILD-HARDSHIP-RECORD
                           IF PLAN-REC-FOUND
                               PERFORM REWRITE-HARDSHIP-FILE
                           ELSE
                               PERFORM WRITE-HARDSHIP-FILE
                           END-IF
                       END-IF
                   WHEN ACTN-IS-CANCEL
                       IF PLAN-REC-NOT-FOUND OR NOT HRD-STAT-ACTIVE
                           MOVE 'Y'     TO WS-ERR-FLG
                           MOVE 'Account has no active hardship plan...'
                                TO WS-MESSAGE
                           MOVE -1       TO ACTIDINL OF COHRD1AI
                           PERFORM SEND-HARDSHIP-SCREEN
                       ELSE
                           SET HRD-STAT-CANCELLED TO TRUE
                           MOVE WS-TODAY-DATE     TO HRD-STATUS-DATE
                           MOVE CDEMO-USER-ID     TO HRD-STATUS-USER-ID
                           PERFORM REWRITE-HARDSHIP-FILE
                       END-IF
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      BUILD-HARDSHIP-RECORD
      *----------------------------------------------------------------*
       BUILD-HARDSHIP-RECORD.

           INITIALIZE HARDSHIP-PLAN-RECORD
           MOVE WS-ACCT-ID-N          TO HRD-ACCT-ID
           SET HRD-STAT-ACTIVE        TO TRUE
           MOVE WS-APR-N              TO HRD-REDUCED-APR
           MOVE WS-PAY-AMT-N          TO HRD-FIXED-PAY-AMT
           MOVE STRTDTI OF COHRD1AI   TO HRD-START-DATE
           MOVE WS-TERM-N             TO HRD-TERM-MONTHS
           MOVE CDEMO-USER-ID         TO HRD-COLLECTOR-ID
           MOVE WS-TODAY-DATE         TO HRD-ENROLL-DATE
           MOVE 0                     TO HRD-PAYMENTS-MADE
                                         HRD-PAYMENTS-MISSED
           MOVE SPACES                TO HRD-LAST-AGED-DUE-DATE
           MOVE WS-TODAY-DATE         TO HRD-STATUS-DATE
           MOVE CDEMO-USER-ID         TO HRD-STATUS-USER-ID.

      *----------------------------------------------------------------*
      *                      WRITE-HARDSHIP-FILE
      *----------------------------------------------------------------*
       WRITE-HARDSHIP-FILE.

           EXEC CICS WRITE
                DATASET   (WS-HARDSHIP-FILE)
                FROM      (HARDSHIP-PLAN-RECORD)
                LENGTH    (LENGTH OF HARDSHIP-PLAN-RECORD)
                RIDFLD    (HRD-ACCT-ID)
                KEYLENGTH (LENGTH OF HRD-ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   PERFORM SHOW-HARDSHIP-PLAN
                   MOVE DFHGREEN        TO ERRMSGC  OF COHRD1AO
                   MOVE 'Account enrolled in hardship plan ...'
                        TO WS-MESSAGE
                   PERFORM SEND-HARDSHIP-SCREEN
               WHEN DFHRESP(DUPKEY)
               WHEN DFHRESP(DUPREC)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account is already enrolled...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COHRD1AI
                   PERFORM SEND-HARDSHIP-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to enroll account...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COHRD1AI
                   PERFORM SEND-HARDSHIP-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      REWRITE-HARDSHIP-FILE
      *----------------------------------------------------------------*
       REWRITE-HARDSHIP-FILE.

           EXEC CICS REWRITE
                DATASET   (WS-HARDSHIP-FILE)
                FROM      (HARDSHIP-PLAN-RECORD)
                LENGTH    (LENGTH OF HARDSHIP-PLAN-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   PERFORM SHOW-HARDSHIP-PLAN
                   MOVE DFHGREEN        TO ERRMSGC  OF COHRD1AO
                   IF HRD-STAT-CANCELLED
                       MOVE 'Hardship plan has been cancelled ...'
                            TO WS-MESSAGE
                   ELSE
                       MOVE 'Account enrolled in hardship plan ...'
                            TO WS-MESSAGE
                   END-IF
                   PERFORM SEND-HARDSHIP-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to update hardship plan...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COHRD1AI
                   PERFORM SEND-HARDSHIP-SCREEN
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
               PERFORM SEND-HARDSHIP-SCREEN
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
      *                      SEND-HARDSHIP-SCREEN
      *----------------------------------------------------------------*
       SEND-HARDSHIP-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COHRD1AO

           EXEC CICS SEND
                     MAP('COHRD1A')
                     MAPSET('COHRD01')
                     FROM(COHRD1AO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-HARDSHIP-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-HARDSHIP-SCREEN.

           EXEC CICS RECEIVE
                     MAP('COHRD1A')
                     MAPSET('COHRD01')
                     INTO(COHRD1AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF COHRD1AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COHRD1AO
           MOVE WS-TRANID              TO TRNNAMEO OF COHRD1AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COHRD1AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COHRD1AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COHRD1AO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           PERFORM INITIALIZE-ALL-FIELDS.
           PERFORM SEND-HARDSHIP-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE -1              TO ACTNCDL OF COHRD1AI
           MOVE SPACES          TO ACTNCDI  OF COHRD1AI
                                   ACTIDINI OF COHRD1AI
                                   APRI     OF COHRD1AI
                                   PAYAMTI  OF COHRD1AI
                                   STRTDTI  OF COHRD1AI
                                   TERMI    OF COHRD1AI
                                   ACSTSI   OF COHRD1AI
                                   CURBALI  OF COHRD1AI
                                   PLNSTSI  OF COHRD1AI
                                   ENRDTI   OF COHRD1AI
                                   COLLIDI  OF COHRD1AI
                                   PMADEI   OF COHRD1AI
                                   PMISSI   OF COHRD1AI
                                   STSDTI   OF COHRD1AI
                                   WS-MESSAGE.
