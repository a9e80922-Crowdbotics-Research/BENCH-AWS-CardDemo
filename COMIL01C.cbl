      ******************************************************************
      * Program     : COMIL01C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Servicemember military status - record from the
      *               servicemember's orders the branch, the orders
      *               reference and the active-duty start and end
      *               dates for a customer (end left blank while still
      *               serving).  While covered, the cycle billing caps
      *               the rate on all of the customer's accounts at
      *               the SCRA rate and assesses no late or over-limit
      *               fee.  Status recorded after duty has started, or
      *               a correction that widens the duty period, is
      *               queued for the retroactive refund run.
      *               Reached from the customer inquiry screen with
      *               F9 or on its own by customer ID.
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
       PROGRAM-ID. COMIL01C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COMIL01C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CMIL'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-CUSTDAT-FILE            PIC X(08) VALUE 'CUSTDAT '.
         05 WS-MILSTAT-FILE            PIC X(08) VALUE 'MILSTAT '.
         05 WS-BIZDATE-FILE            PIC X(08) VALUE 'BIZDATE '.
         05 WS-TODAY                   PIC X(10) VALUE SPACES.
         05 WS-CUST-ID-N               PIC 9(09) VALUE 0.
         05 WS-OLD-STATUS              PIC X(01) VALUE SPACES.
         05 WS-OLD-START-DATE          PIC X(10) VALUE SPACES.
         05 WS-OLD-END-DATE            PIC X(10) VALUE SPACES.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-MIL-FLG                 PIC X(01) VALUE 'N'.
           88 MIL-ON-FILE                        VALUE 'Y'.
         05 WS-RETRO-FLG               PIC X(01) VALUE 'N'.
           88 RETRO-NEEDED                       VALUE 'Y'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.

       01 CSUTLDTC-PARM.
          05 CSUTLDTC-DATE                   PIC X(10).
          05 CSUTLDTC-DATE-FORMAT            PIC X(10).
          05 CSUTLDTC-RESULT.
             10 CSUTLDTC-RESULT-SEV-CD       PIC X(04).
             10 FILLER                       PIC X(11).
             10 CSUTLDTC-RESULT-MSG-NUM      PIC X(04).
             10 CSUTLDTC-RESULT-MSG          PIC X(61).

       COPY COCOM01Y.

       COPY COMIL01.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

       COPY CUSTREC.
       COPY CVMIL01Y.
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
                          ERRMSGO OF COMIL1AO

           IF EIBCALEN = 0
               MOVE 'COSGN00C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COMIL1AO
      *            Launched from customer inquiry with the customer
      *            in the commarea - show its status straight off.
                   IF CDEMO-CUST-ID > 0
                       MOVE CDEMO-CUST-ID TO CUSTIDI OF COMIL1AI
                       PERFORM PROCESS-ENTER-KEY
                          THRU PROCESS-ENTER-KEY-EXIT
                   ELSE
                       MOVE -1       TO CUSTIDL OF COMIL1AI
                       PERFORM SEND-MILSTAT-SCREEN
                   END-IF
               ELSE
                   PERFORM RECEIVE-MILSTAT-SCREEN
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
                           PERFORM SAVE-MILITARY-STATUS
                              THRU SAVE-MILITARY-STATUS-EXIT
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-MILSTAT-SCREEN
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

           PERFORM READ-MILSTAT-FILE
           IF ERR-FLG-ON
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           PERFORM GET-TODAY-DATE
           PERFORM SHOW-CUSTOMER-INFO
           MOVE DFHNEUTR                 TO ERRMSGC OF COMIL1AO
           IF MIL-ON-FILE
               PERFORM POPULATE-MIL-FIELDS
               MOVE 'Change the status, then press PF5 to save...'
                                         TO WS-MESSAGE
           ELSE
               INITIALIZE MILITARY-STATUS-RECORD
               MOVE 'A'                  TO MIL-STATUS
               PERFORM POPULATE-MIL-FIELDS
               MOVE 'Not on file - key it from the orders, then PF5...'
                                         TO WS-MESSAGE
           END-IF
           MOVE -1                       TO MSTATL OF COMIL1AI
           PERFORM SEND-MILSTAT-SCREEN.
       PROCESS-ENTER-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SHOW-CUSTOMER-INFO
      *----------------------------------------------------------------*
       SHOW-CUSTOMER-INFO.

           MOVE SPACES                TO CUSTNMO  OF COMIL1AO
           STRING CUST-FIRST-NAME DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  CUST-LAST-NAME  DELIMITED BY '  '
             INTO CUSTNMO OF COMIL1AO
           END-STRING.

      *----------------------------------------------------------------*
      *                      POPULATE-MIL-FIELDS
      *----------------------------------------------------------------*
       POPULATE-MIL-FIELDS.

           MOVE MIL-STATUS             TO MSTATI   OF COMIL1AI
           MOVE MIL-BRANCH             TO BRANCHI  OF COMIL1AI
           MOVE MIL-DUTY-START-DATE    TO STARTDTI OF COMIL1AI
           MOVE MIL-DUTY-END-DATE      TO ENDDTI   OF COMIL1AI
           MOVE MIL-ORDERS-REF         TO ORDREFI  OF COMIL1AI
           MOVE MIL-RECORDED-BY        TO RECBYO   OF COMIL1AO
           MOVE MIL-RECORDED-DATE      TO RECDTO   OF COMIL1AO
           MOVE MIL-UPDATED-BY         TO UPDBYO   OF COMIL1AO
           MOVE MIL-UPDATED-DATE       TO UPDDTO   OF COMIL1AO
           PERFORM SHOW-COVERAGE.

      *----------------------------------------------------------------*
      *                      SHOW-COVERAGE
      *----------------------------------------------------------------*
      * Coverage as the cycle billing will see it today, and where the
      * retroactive refund stands.
       SHOW-COVERAGE.

           MOVE SPACES                 TO COVERO OF COMIL1AO
                                          RETROO OF COMIL1AO
           MOVE DFHNEUTR               TO COVERC OF COMIL1AO
           EVALUATE TRUE
               WHEN MIL-DUTY-START-DATE = SPACES OR LOW-VALUES
                   CONTINUE
               WHEN MIL-STAT-WITHDRAWN
                   MOVE 'STATUS WITHDRAWN - NOT COVERED'
                                       TO COVERO OF COMIL1AO
               WHEN MIL-DUTY-START-DATE > WS-TODAY
                   STRING 'NOT YET COVERED - DUTY STARTS '
                                          DELIMITED BY SIZE
                          MIL-DUTY-START-DATE DELIMITED BY SIZE
                     INTO COVERO OF COMIL1AO
                   END-STRING
               WHEN MIL-DUTY-END-DATE NOT = SPACES
                AND MIL-DUTY-END-DATE < WS-TODAY
                   STRING 'NO LONGER COVERED - DUTY ENDED '
                                          DELIMITED BY SIZE
                          MIL-DUTY-END-DATE DELIMITED BY SIZE
                     INTO COVERO OF COMIL1AO
                   END-STRING
               WHEN OTHER
                   MOVE 'COVERED - SCRA RATE CAP IN FORCE'
                                       TO COVERO OF COMIL1AO
                   MOVE DFHGREEN       TO COVERC OF COMIL1AO
           END-EVALUATE

           EVALUATE TRUE
               WHEN MIL-RETRO-PENDING
                   MOVE 'RETROACTIVE REFUND PENDING'
                                       TO RETROO OF COMIL1AO
               WHEN MIL-RETRO-DONE
                   STRING 'RETROACTIVE REFUND MADE '
                                          DELIMITED BY SIZE
                          MIL-RETRO-RUN-DATE DELIMITED BY SIZE
                     INTO RETROO OF COMIL1AO
                   END-STRING
               WHEN MIL-RETRO-NOT-NEEDED
                   MOVE 'NO RETROACTIVE REFUND NEEDED'
                                       TO RETROO OF COMIL1AO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      EDIT-CUSTOMER-ID
      *----------------------------------------------------------------*
       EDIT-CUSTOMER-ID.

           EVALUATE TRUE
               WHEN CUSTIDI OF COMIL1AI = SPACES OR LOW-VALUES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Customer ID can NOT be empty...' TO
                                   WS-MESSAGE
                   MOVE -1       TO CUSTIDL OF COMIL1AI
                   PERFORM SEND-MILSTAT-SCREEN
               WHEN CUSTIDI OF COMIL1AI IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Customer ID must be numeric...' TO
                                   WS-MESSAGE
                   MOVE -1       TO CUSTIDL OF COMIL1AI
                   PERFORM SEND-MILSTAT-SCREEN
               WHEN OTHER
                   MOVE CUSTIDI OF COMIL1AI TO WS-CUST-ID-N
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      EDIT-MIL-FIELDS
      *----------------------------------------------------------------*
      * A start date ahead of today is allowed - orders are often in
      * hand before the reporting date, and coverage begins on it.
       EDIT-MIL-FIELDS.

           MOVE MSTATI  OF COMIL1AI TO MIL-STATUS
           MOVE BRANCHI OF COMIL1AI TO MIL-BRANCH

           EVALUATE TRUE
               WHEN NOT MIL-STAT-VALID
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Status must be A (active) or X (withdrawn)...'
                                   TO WS-MESSAGE
                   MOVE -1       TO MSTATL OF COMIL1AI
                   PERFORM SEND-MILSTAT-SCREEN
               WHEN NOT MIL-BRANCH-VALID
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Branch must be A, N, F, M, C, S, G or P...'
                                   TO WS-MESSAGE
                   MOVE -1       TO BRANCHL OF COMIL1AI
                   PERFORM SEND-MILSTAT-SCREEN
               WHEN ORDREFI OF COMIL1AI = SPACES OR LOW-VALUES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Orders reference is required...' TO WS-MESSAGE
                   MOVE -1       TO ORDREFL OF COMIL1AI
                   PERFORM SEND-MILSTAT-SCREEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT ERR-FLG-ON
               MOVE STARTDTI OF COMIL1AI TO CSUTLDTC-DATE
               MOVE 'YYYY-MM-DD'         TO CSUTLDTC-DATE-FORMAT
               MOVE SPACES               TO CSUTLDTC-RESULT
               CALL 'CSUTLDTC' USING   CSUTLDTC-DATE
                                       CSUTLDTC-DATE-FORMAT
                                       CSUTLDTC-RESULT
               IF CSUTLDTC-RESULT-SEV-CD NOT = '0000'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Duty start date - not a valid date...' TO
                                   WS-MESSAGE
                   MOVE -1       TO STARTDTL OF COMIL1AI
                   PERFORM SEND-MILSTAT-SCREEN
               END-IF
           END-IF

           IF NOT ERR-FLG-ON
           AND ENDDTI OF COMIL1AI NOT = SPACES AND LOW-VALUES
               MOVE ENDDTI OF COMIL1AI   TO CSUTLDTC-DATE
               MOVE 'YYYY-MM-DD'         TO CSUTLDTC-DATE-FORMAT
               MOVE SPACES               TO CSUTLDTC-RESULT
               CALL 'CSUTLDTC' USING   CSUTLDTC-DATE
                                       CSUTLDTC-DATE-FORMAT
                                       CSUTLDTC-RESULT
               EVALUATE TRUE
                   WHEN CSUTLDTC-RESULT-SEV-CD NOT = '0000'
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Duty end date - not a valid date...' TO
                                       WS-MESSAGE
                       MOVE -1       TO ENDDTL OF COMIL1AI
                       PERFORM SEND-MILSTAT-SCREEN
                   WHEN ENDDTI OF COMIL1AI < STARTDTI OF COMIL1AI
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Duty end date is before the start date...'
                                    TO WS-MESSAGE
                       MOVE -1       TO ENDDTL OF COMIL1AI
                       PERFORM SEND-MILSTAT-SCREEN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      SAVE-MILITARY-STATUS
      *----------------------------------------------------------------*
       SAVE-MILITARY-STATUS.

           PERFORM CHECK-BATCH-QUIESCE
           IF ERR-FLG-ON
               GO TO SAVE-MILITARY-STATUS-EXIT
           END-IF

           PERFORM EDIT-CUSTOMER-ID
           IF ERR-FLG-ON
               GO TO SAVE-MILITARY-STATUS-EXIT
           END-IF

           PERFORM READ-CUSTDAT-FILE
           IF ERR-FLG-ON
               GO TO SAVE-MILITARY-STATUS-EXIT
           END-IF
           PERFORM SHOW-CUSTOMER-INFO

           PERFORM EDIT-MIL-FIELDS
           IF ERR-FLG-ON
               GO TO SAVE-MILITARY-STATUS-EXIT
           END-IF

           PERFORM READ-MILSTAT-FILE-UPD
           IF ERR-FLG-ON
               GO TO SAVE-MILITARY-STATUS-EXIT
           END-IF

           PERFORM GET-TODAY-DATE
           PERFORM BUILD-MILSTAT-RECORD
           IF MIL-ON-FILE
               PERFORM REWRITE-MILSTAT-FILE
           ELSE
               PERFORM WRITE-MILSTAT-FILE
           END-IF.
       SAVE-MILITARY-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      BUILD-MILSTAT-RECORD
      *----------------------------------------------------------------*
      * The billing only caps what it bills from the day the status is
      * on file.  Duty that started before that - or a correction that
      * moves the start earlier or the end later - leaves charges
      * already billed at the full rate, so the record is queued for
      * the retroactive refund run.  The refund run keeps the window
      * it has already refunded, so it never refunds a charge twice.
       BUILD-MILSTAT-RECORD.

           MOVE 'N'                    TO WS-RETRO-FLG
           IF MIL-ON-FILE
               MOVE MIL-STATUS          TO WS-OLD-STATUS
               MOVE MIL-DUTY-START-DATE TO WS-OLD-START-DATE
               MOVE MIL-DUTY-END-DATE   TO WS-OLD-END-DATE
           ELSE
               INITIALIZE MILITARY-STATUS-RECORD
               MOVE WS-CUST-ID-N        TO MIL-CUST-ID
               MOVE WS-TODAY            TO MIL-RECORDED-DATE
               MOVE CDEMO-USER-ID       TO MIL-RECORDED-BY
               SET MIL-RETRO-NOT-NEEDED TO TRUE
           END-IF

           MOVE MSTATI   OF COMIL1AI   TO MIL-STATUS
           MOVE BRANCHI  OF COMIL1AI   TO MIL-BRANCH
           MOVE STARTDTI OF COMIL1AI   TO MIL-DUTY-START-DATE
           IF ENDDTI OF COMIL1AI = LOW-VALUES
               MOVE SPACES              TO MIL-DUTY-END-DATE
           ELSE
               MOVE ENDDTI OF COMIL1AI  TO MIL-DUTY-END-DATE
           END-IF
           MOVE ORDREFI  OF COMIL1AI   TO MIL-ORDERS-REF
           MOVE WS-TODAY               TO MIL-UPDATED-DATE
           MOVE CDEMO-USER-ID          TO MIL-UPDATED-BY

           IF MIL-STAT-ACTIVE
           AND MIL-DUTY-START-DATE < WS-TODAY
               EVALUATE TRUE
                   WHEN NOT MIL-ON-FILE
                   WHEN WS-OLD-STATUS NOT = 'A'
                   WHEN MIL-DUTY-START-DATE < WS-OLD-START-DATE
                       MOVE 'Y'         TO WS-RETRO-FLG
                   WHEN WS-OLD-END-DATE NOT = SPACES
                    AND WS-OLD-END-DATE < WS-TODAY
                    AND (MIL-DUTY-END-DATE = SPACES
                     OR  MIL-DUTY-END-DATE > WS-OLD-END-DATE)
                       MOVE 'Y'         TO WS-RETRO-FLG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF RETRO-NEEDED
               SET MIL-RETRO-PENDING    TO TRUE
           END-IF

           MOVE MIL-RECORDED-BY        TO RECBYO OF COMIL1AO
           MOVE MIL-RECORDED-DATE      TO RECDTO OF COMIL1AO
           MOVE MIL-UPDATED-BY         TO UPDBYO OF COMIL1AO
           MOVE MIL-UPDATED-DATE       TO UPDDTO OF COMIL1AO
           PERFORM SHOW-COVERAGE.

      *----------------------------------------------------------------*
      *                      GET-TODAY-DATE
      *----------------------------------------------------------------*
       GET-TODAY-DATE.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE WS-CURDATE-YEAR        TO WS-TODAY (1:4)
           MOVE '-'                    TO WS-TODAY (5:1)
           MOVE WS-CURDATE-MONTH       TO WS-TODAY (6:2)
           MOVE '-'                    TO WS-TODAY (8:1)
           MOVE WS-CURDATE-DAY         TO WS-TODAY (9:2).

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
                   MOVE -1       TO CUSTIDL OF COMIL1AI
                   PERFORM SEND-MILSTAT-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Customer...' TO WS-MESSAGE
                   MOVE -1       TO CUSTIDL OF COMIL1AI
                   PERFORM SEND-MILSTAT-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-MILSTAT-FILE
      *----------------------------------------------------------------*
       READ-MILSTAT-FILE.

           MOVE 'N'          TO WS-MIL-FLG
           MOVE WS-CUST-ID-N TO MIL-CUST-ID
           EXEC CICS READ
                DATASET   (WS-MILSTAT-FILE)
                INTO      (MILITARY-STATUS-RECORD)
                LENGTH    (LENGTH OF MILITARY-STATUS-RECORD)
                RIDFLD    (MIL-CUST-ID)
                KEYLENGTH (LENGTH OF MIL-CUST-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           PERFORM CHECK-MILSTAT-RESP.

      *----------------------------------------------------------------*
      *                      READ-MILSTAT-FILE-UPD
      *----------------------------------------------------------------*
       READ-MILSTAT-FILE-UPD.

           MOVE 'N'          TO WS-MIL-FLG
           MOVE WS-CUST-ID-N TO MIL-CUST-ID
           EXEC CICS READ
                DATASET   (WS-MILSTAT-FILE)
                INTO      (MILITARY-STATUS-RECORD)
                LENGTH    (LENGTH OF MILITARY-STATUS-RECORD)
                RIDFLD    (MIL-CUST-ID)
                KEYLENGTH (LENGTH OF MIL-CUST-ID)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           PERFORM CHECK-MILSTAT-RESP.

      *----------------------------------------------------------------*
      *                      CHECK-MILSTAT-RESP
      *----------------------------------------------------------------*
       CHECK-MILSTAT-RESP.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-MIL-FLG
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup military status...' TO
                                   WS-MESSAGE
                   MOVE -1       TO CUSTIDL OF COMIL1AI
                   PERFORM SEND-MILSTAT-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      WRITE-MILSTAT-FILE
      *----------------------------------------------------------------*
       WRITE-MILSTAT-FILE.

           EXEC CICS WRITE
                DATASET   (WS-MILSTAT-FILE)
                FROM      (MILITARY-STATUS-RECORD)
                LENGTH    (LENGTH OF MILITARY-STATUS-RECORD)
                RIDFLD    (MIL-CUST-ID)
                KEYLENGTH (LENGTH OF MIL-CUST-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE DFHGREEN        TO ERRMSGC  OF COMIL1AO
                   MOVE 'Military status has been recorded ...'
                                        TO WS-MESSAGE
                   MOVE -1              TO MSTATL   OF COMIL1AI
                   PERFORM SEND-MILSTAT-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to Add military status...' TO
                                   WS-MESSAGE
                   MOVE -1       TO CUSTIDL OF COMIL1AI
                   PERFORM SEND-MILSTAT-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      REWRITE-MILSTAT-FILE
      *----------------------------------------------------------------*
       REWRITE-MILSTAT-FILE.

           EXEC CICS REWRITE
                DATASET   (WS-MILSTAT-FILE)
                FROM      (MILITARY-STATUS-RECORD)
                LENGTH    (LENGTH OF MILITARY-STATUS-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE DFHGREEN        TO ERRMSGC  OF COMIL1AO
                   MOVE 'Military status has been updated ...'
                                        TO WS-MESSAGE
                   MOVE -1              TO MSTATL   OF COMIL1AI
                   PERFORM SEND-MILSTAT-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to Update military status...' TO
                                   WS-MESSAGE
                   MOVE -1       TO CUSTIDL OF COMIL1AI
                   PERFORM SEND-MILSTAT-SCREEN
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
               PERFORM SEND-MILSTAT-SCREEN
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
      *                      SEND-MILSTAT-SCREEN
      *----------------------------------------------------------------*
       SEND-MILSTAT-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COMIL1AO

           EXEC CICS SEND
                     MAP('COMIL1A')
                     MAPSET('COMIL01')
                     FROM(COMIL1AO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-MILSTAT-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-MILSTAT-SCREEN.

           EXEC CICS RECEIVE
                     MAP('COMIL1A')
                     MAPSET('COMIL01')
                     INTO(COMIL1AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF COMIL1AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COMIL1AO
           MOVE WS-TRANID              TO TRNNAMEO OF COMIL1AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COMIL1AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COMIL1AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COMIL1AO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           PERFORM INITIALIZE-ALL-FIELDS.
           PERFORM SEND-MILSTAT-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE -1              TO CUSTIDL OF COMIL1AI
           MOVE SPACES          TO CUSTIDI  OF COMIL1AI
                                   MSTATI   OF COMIL1AI
                                   BRANCHI  OF COMIL1AI
                                   STARTDTI OF COMIL1AI
                                   ENDDTI   OF COMIL1AI
                                   ORDREFI  OF COMIL1AI
                                   CUSTNMO  OF COMIL1AO
                                   COVERO   OF COMIL1AO
                                   RETROO   OF COMIL1AO
                                   RECBYO   OF COMIL1AO
                                   RECDTO   OF COMIL1AO
                                   UPDBYO   OF COMIL1AO
                                   UPDDTO   OF COMIL1AO
                                   WS-MESSAGE.
