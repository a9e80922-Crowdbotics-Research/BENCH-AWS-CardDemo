      ******************************************************************
      * Program     : COLGL01C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Legal status maintenance - records a bankruptcy
      *               filing, the death of the cardholder or a lawsuit
      *               against an account, with its filing or
      *               notification date and case number, and releases
      *               it when the case is dismissed or settled.  While
      *               the status is in force dunning, autopay,
      *               collector contact, interest and fees stop on the
      *               account.  Reached by PF7 from COCOL01C.
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
       PROGRAM-ID. COLGL01C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COLGL01C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CLGL'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-LEGAL-FILE              PIC X(08) VALUE 'LEGALSTS'.
         05 WS-ACCT-FILE               PIC X(08) VALUE 'ACCTFILE'.
         05 WS-CXACAIX-FILE            PIC X(08) VALUE 'CXACAIX '.
         05 WS-BIZDATE-FILE            PIC X(08) VALUE 'BIZDATE '.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-LGL-FOUND-FLG           PIC X(01) VALUE 'N'.
           88 LGL-REC-FOUND                      VALUE 'Y'.
           88 LGL-REC-NOT-FOUND                  VALUE 'N'.
         05 WS-ACCT-ID-N               PIC 9(11) VALUE 0.
         05 WS-CUST-ID-N               PIC 9(09) VALUE 0.
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

       COPY COLGL01.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

       COPY CVLGL01Y.
       COPY CVACT01Y.
       COPY CVACT03Y.
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
                          ERRMSGO OF COLGL1AO

           IF EIBCALEN = 0
               MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COLGL1AO
                   IF CDEMO-ACCT-ID > 0
                       MOVE CDEMO-ACCT-ID TO ACTIDINI OF COLGL1AI
                       PERFORM PROCESS-ENTER-KEY
                   ELSE
                       MOVE -1       TO ACTIDINL OF COLGL1AI
                       PERFORM SEND-LEGAL-SCREEN
                   END-IF
               ELSE
                   PERFORM RECEIVE-LEGAL-SCREEN
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
                           PERFORM SAVE-LEGAL-STATUS
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-LEGAL-SCREEN
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

           PERFORM EDIT-ACCOUNT-KEY

           IF NOT ERR-FLG-ON
               PERFORM READ-ACCOUNT-FILE
           END-IF

           IF NOT ERR-FLG-ON
               PERFORM READ-LEGAL-FILE
           END-IF

           IF NOT ERR-FLG-ON
               IF LGL-REC-FOUND
                   MOVE DFHNEUTRL TO ERRMSGC OF COLGL1AO
                   MOVE 'Change the status and press PF5 to update ...'
                                   TO WS-MESSAGE
                   MOVE -1       TO LSTATL OF COLGL1AI
               ELSE
                   MOVE DFHNEUTRL TO ERRMSGC OF COLGL1AO
                   MOVE 'No legal status on file - key one and press PF
      -                 '5 to add ...' TO WS-MESSAGE
                   MOVE -1       TO LTYPEL OF COLGL1AI
               END-IF
               PERFORM SEND-LEGAL-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-ACCOUNT-KEY
      *----------------------------------------------------------------*
       EDIT-ACCOUNT-KEY.

           EVALUATE TRUE
               WHEN ACTIDINI OF COLGL1AI = SPACES OR LOW-VALUES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account ID can NOT be empty...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COLGL1AI
                   PERFORM SEND-LEGAL-SCREEN
               WHEN ACTIDINI OF COLGL1AI NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account ID must be Numeric...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COLGL1AI
                   PERFORM SEND-LEGAL-SCREEN
               WHEN OTHER
                   MOVE ACTIDINI OF COLGL1AI TO WS-ACCT-ID-N
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      EDIT-LEGAL-FIELDS
      *----------------------------------------------------------------*
       EDIT-LEGAL-FIELDS.

           MOVE LTYPEI OF COLGL1AI TO LGL-STATUS-TYPE
           MOVE LSTATI OF COLGL1AI TO LGL-STATUS-FLAG
           MOVE CHAPI  OF COLGL1AI TO LGL-BK-CHAPTER

           EVALUATE TRUE
               WHEN NOT LGL-TYPE-VALID
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Type must be B (Bankrupt), D (Deceased) or L (
      -                 'Litigation)...' TO WS-MESSAGE
                   MOVE -1       TO LTYPEL OF COLGL1AI
                   PERFORM SEND-LEGAL-SCREEN
               WHEN LGL-TYPE-BANKRUPTCY AND NOT LGL-BK-CHAPTER-VALID
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Bankruptcy chapter must be 07, 11, 12 or 13...'
                                   TO WS-MESSAGE
                   MOVE -1       TO CHAPL OF COLGL1AI
                   PERFORM SEND-LEGAL-SCREEN
               WHEN NOT LGL-TYPE-BANKRUPTCY
                AND CHAPI OF COLGL1AI NOT = SPACES AND LOW-VALUES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Chapter applies to a bankruptcy only...' TO
                                   WS-MESSAGE
                   MOVE -1       TO CHAPL OF COLGL1AI
                   PERFORM SEND-LEGAL-SCREEN
               WHEN NOT LGL-STAT-VALID
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Status must be A (Active), D (Discharged) or R
      -                 ' (Released)...' TO WS-MESSAGE
                   MOVE -1       TO LSTATL OF COLGL1AI
                   PERFORM SEND-LEGAL-SCREEN
               WHEN LGL-STAT-DISCHARGED AND NOT LGL-TYPE-BANKRUPTCY
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Only a bankruptcy can be discharged...' TO
                                   WS-MESSAGE
                   MOVE -1       TO LSTATL OF COLGL1AI
                   PERFORM SEND-LEGAL-SCREEN
               WHEN NOT LGL-TYPE-DECEASED
                AND (CASENOI OF COLGL1AI = SPACES OR LOW-VALUES)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Case number is required...' TO WS-MESSAGE
                   MOVE -1       TO CASENOL OF COLGL1AI
                   PERFORM SEND-LEGAL-SCREEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF NOT ERR-FLG-ON
               MOVE FILEDTI OF COLGL1AI TO CSUTLDTC-DATE
               MOVE 'YYYY-MM-DD'        TO CSUTLDTC-DATE-FORMAT
               MOVE SPACES              TO CSUTLDTC-RESULT
               CALL 'CSUTLDTC' USING   CSUTLDTC-DATE
                                       CSUTLDTC-DATE-FORMAT
                                       CSUTLDTC-RESULT
               EVALUATE TRUE
                   WHEN CSUTLDTC-RESULT-SEV-CD NOT = '0000'
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Filed date - not a valid date...' TO
                                       WS-MESSAGE
                       MOVE -1       TO FILEDTL OF COLGL1AI
                       PERFORM SEND-LEGAL-SCREEN
                   WHEN FILEDTI OF COLGL1AI > WS-TODAY-DATE
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Filed date can NOT be in the future...' TO
                                       WS-MESSAGE
                       MOVE -1       TO FILEDTL OF COLGL1AI
                       PERFORM SEND-LEGAL-SCREEN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF NOT ERR-FLG-ON AND LGL-STAT-RELEASED
               MOVE RELDTI OF COLGL1AI  TO CSUTLDTC-DATE
               MOVE 'YYYY-MM-DD'        TO CSUTLDTC-DATE-FORMAT
               MOVE SPACES              TO CSUTLDTC-RESULT
               CALL 'CSUTLDTC' USING   CSUTLDTC-DATE
                                       CSUTLDTC-DATE-FORMAT
                                       CSUTLDTC-RESULT
               EVALUATE TRUE
                   WHEN CSUTLDTC-RESULT-SEV-CD NOT = '0000'
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Release date - not a valid date...' TO
                                       WS-MESSAGE
                       MOVE -1       TO RELDTL OF COLGL1AI
                       PERFORM SEND-LEGAL-SCREEN
                   WHEN RELDTI OF COLGL1AI < FILEDTI OF COLGL1AI
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Release date can NOT precede filed date...'
                                    TO WS-MESSAGE
                       MOVE -1       TO RELDTL OF COLGL1AI
                       PERFORM SEND-LEGAL-SCREEN
                   WHEN RELDTI OF COLGL1AI > WS-TODAY-DATE
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Release date can NOT be in the future...'
                                    TO WS-MESSAGE
                       MOVE -1       TO RELDTL OF COLGL1AI
                       PERFORM SEND-LEGAL-SCREEN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF NOT ERR-FLG-ON AND NOT LGL-STAT-RELEASED
              AND RELDTI OF COLGL1AI NOT = SPACES AND LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Release date applies to a released status only...'
                               TO WS-MESSAGE
               MOVE -1       TO RELDTL OF COLGL1AI
               PERFORM SEND-LEGAL-SCREEN
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
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account ID NOT found...' TO WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COLGL1AI
                   PERFORM SEND-LEGAL-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Account...' TO WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COLGL1AI
                   PERFORM SEND-LEGAL-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-CXACAIX-FILE
      *----------------------------------------------------------------*
      * The customer behind the account comes from the first card on
      * the account through the cross-reference alternate index.
       READ-CXACAIX-FILE.

           MOVE 0            TO WS-CUST-ID-N
           MOVE WS-ACCT-ID-N TO XREF-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-CXACAIX-FILE)
                INTO      (CARD-XREF-RECORD)
                LENGTH    (LENGTH OF CARD-XREF-RECORD)
                RIDFLD    (XREF-ACCT-ID)
                KEYLENGTH (LENGTH OF XREF-ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE XREF-CUST-ID TO WS-CUST-ID-N
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-LEGAL-FILE
      *----------------------------------------------------------------*
       READ-LEGAL-FILE.

           MOVE WS-ACCT-ID-N TO LGL-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-LEGAL-FILE)
                INTO      (LEGAL-STATUS-RECORD)
                LENGTH    (LENGTH OF LEGAL-STATUS-RECORD)
                RIDFLD    (LGL-ACCT-ID)
                KEYLENGTH (LENGTH OF LGL-ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           PERFORM EVALUATE-LEGAL-READ.

      *----------------------------------------------------------------*
      *                      READ-LEGAL-FILE-UPD
      *----------------------------------------------------------------*
       READ-LEGAL-FILE-UPD.

           MOVE WS-ACCT-ID-N TO LGL-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-LEGAL-FILE)
                INTO      (LEGAL-STATUS-RECORD)
                LENGTH    (LENGTH OF LEGAL-STATUS-RECORD)
                RIDFLD    (LGL-ACCT-ID)
                KEYLENGTH (LENGTH OF LGL-ACCT-ID)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET LGL-REC-FOUND        TO TRUE
               WHEN DFHRESP(NOTFND)
                   SET LGL-REC-NOT-FOUND    TO TRUE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup legal status...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COLGL1AI
                   PERFORM SEND-LEGAL-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      EVALUATE-LEGAL-READ
      *----------------------------------------------------------------*
       EVALUATE-LEGAL-READ.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET LGL-REC-FOUND        TO TRUE
                   PERFORM SHOW-LEGAL-STATUS
               WHEN DFHRESP(NOTFND)
                   SET LGL-REC-NOT-FOUND    TO TRUE
                   PERFORM READ-CXACAIX-FILE
                   MOVE WS-CUST-ID-N        TO CUSTIDI OF COLGL1AI
                   MOVE SPACES              TO UPDBYI  OF COLGL1AI
                                               UPDDTI  OF COLGL1AI
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup legal status...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COLGL1AI
                   PERFORM SEND-LEGAL-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      SHOW-LEGAL-STATUS
      *----------------------------------------------------------------*
       SHOW-LEGAL-STATUS.

           MOVE LGL-CUST-ID            TO CUSTIDI OF COLGL1AI
           MOVE LGL-STATUS-TYPE        TO LTYPEI  OF COLGL1AI
           MOVE LGL-BK-CHAPTER         TO CHAPI   OF COLGL1AI
           MOVE LGL-STATUS-FLAG        TO LSTATI  OF COLGL1AI
           MOVE LGL-FILED-DATE         TO FILEDTI OF COLGL1AI
           MOVE LGL-CASE-NUM           TO CASENOI OF COLGL1AI
           MOVE LGL-COURT-NAME         TO COURTI  OF COLGL1AI
           MOVE LGL-CONTACT-NAME       TO CONTNMI OF COLGL1AI
           MOVE LGL-CONTACT-PHONE      TO CONTPHI OF COLGL1AI
           MOVE LGL-RELEASE-DATE       TO RELDTI  OF COLGL1AI
           MOVE LGL-UPDATED-BY         TO UPDBYI  OF COLGL1AI
           MOVE LGL-UPDATED-DATE       TO UPDDTI  OF COLGL1AI.

      *----------------------------------------------------------------*
      *                      SAVE-LEGAL-STATUS
      *----------------------------------------------------------------*
       SAVE-LEGAL-STATUS.

           PERFORM CHECK-BATCH-QUIESCE

           IF NOT ERR-FLG-ON
               PERFORM EDIT-ACCOUNT-KEY
           END-IF

           IF NOT ERR-FLG-ON
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY-DATE(1:4)
               MOVE '-'                        TO WS-TODAY-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY-DATE(6:2)
               MOVE '-'                        TO WS-TODAY-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY-DATE(9:2)
               PERFORM READ-ACCOUNT-FILE
           END-IF

           IF NOT ERR-FLG-ON
               PERFORM EDIT-LEGAL-FIELDS
           END-IF

           IF NOT ERR-FLG-ON
               PERFORM READ-CXACAIX-FILE
               PERFORM READ-LEGAL-FILE-UPD
           END-IF

           IF NOT ERR-FLG-ON
               PERFORM BUILD-LEGAL-RECORD
               IF LGL-REC-FOUND
                   PERFORM REWRITE-LEGAL-FILE
               ELSE
                   PERFORM WRITE-LEGAL-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      BUILD-LEGAL-RECORD
      *----------------------------------------------------------------*
       BUILD-LEGAL-RECORD.

           INITIALIZE LEGAL-STATUS-RECORD
           MOVE WS-ACCT-ID-N          TO LGL-ACCT-ID
           MOVE WS-CUST-ID-N          TO LGL-CUST-ID
           MOVE LTYPEI  OF COLGL1AI   TO LGL-STATUS-TYPE
           IF LGL-TYPE-BANKRUPTCY
               MOVE CHAPI OF COLGL1AI TO LGL-BK-CHAPTER
           ELSE
               MOVE SPACES            TO LGL-BK-CHAPTER
           END-IF
           MOVE LSTATI  OF COLGL1AI   TO LGL-STATUS-FLAG
           MOVE FILEDTI OF COLGL1AI   TO LGL-FILED-DATE
           MOVE CASENOI OF COLGL1AI   TO LGL-CASE-NUM
           MOVE COURTI  OF COLGL1AI   TO LGL-COURT-NAME
           MOVE CONTNMI OF COLGL1AI   TO LGL-CONTACT-NAME
           MOVE CONTPHI OF COLGL1AI   TO LGL-CONTACT-PHONE
           IF LGL-STAT-RELEASED
               MOVE RELDTI OF COLGL1AI TO LGL-RELEASE-DATE
           ELSE
               MOVE SPACES             TO LGL-RELEASE-DATE
           END-IF
           MOVE CDEMO-USER-ID         TO LGL-UPDATED-BY
           MOVE WS-TODAY-DATE         TO LGL-UPDATED-DATE.

      *----------------------------------------------------------------*
      *                      WRITE-LEGAL-FILE
      *----------------------------------------------------------------*
       WRITE-LEGAL-FILE.

           EXEC CICS WRITE
                DATASET   (WS-LEGAL-FILE)
                FROM      (LEGAL-STATUS-RECORD)
                LENGTH    (LENGTH OF LEGAL-STATUS-RECORD)
                RIDFLD    (LGL-ACCT-ID)
                KEYLENGTH (LENGTH OF LGL-ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   PERFORM SHOW-LEGAL-STATUS
                   MOVE DFHGREEN        TO ERRMSGC  OF COLGL1AO
                   MOVE 'Legal status has been added ...'
                        TO WS-MESSAGE
                   PERFORM SEND-LEGAL-SCREEN
               WHEN DFHRESP(DUPKEY)
               WHEN DFHRESP(DUPREC)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account already has a legal status...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COLGL1AI
                   PERFORM SEND-LEGAL-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to add legal status...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COLGL1AI
                   PERFORM SEND-LEGAL-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      REWRITE-LEGAL-FILE
      *----------------------------------------------------------------*
       REWRITE-LEGAL-FILE.

           EXEC CICS REWRITE
                DATASET   (WS-LEGAL-FILE)
                FROM      (LEGAL-STATUS-RECORD)
                LENGTH    (LENGTH OF LEGAL-STATUS-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   PERFORM SHOW-LEGAL-STATUS
                   MOVE DFHGREEN        TO ERRMSGC  OF COLGL1AO
                   IF LGL-STAT-RELEASED
                       MOVE 'Legal status has been released ...'
                            TO WS-MESSAGE
                   ELSE
                       MOVE 'Legal status has been updated ...'
                            TO WS-MESSAGE
                   END-IF
                   PERFORM SEND-LEGAL-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to update legal status...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COLGL1AI
                   PERFORM SEND-LEGAL-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      CHECK-BATCH-QUIESCE
      *----------------------------------------------------------------*
      * The posting run raises the quiesce flag on the business-date
      * control record while it holds the master files - refuse the
      * update rather than landing it on a record the batch is about
      * to read.
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
               PERFORM SEND-LEGAL-SCREEN
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
      *                      SEND-LEGAL-SCREEN
      *----------------------------------------------------------------*
       SEND-LEGAL-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COLGL1AO

           EXEC CICS SEND
                     MAP('COLGL1A')
                     MAPSET('COLGL01')
                     FROM(COLGL1AO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-LEGAL-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-LEGAL-SCREEN.

           EXEC CICS RECEIVE
                     MAP('COLGL1A')
                     MAPSET('COLGL01')
                     INTO(COLGL1AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF COLGL1AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COLGL1AO
           MOVE WS-TRANID              TO TRNNAMEO OF COLGL1AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COLGL1AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COLGL1AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COLGL1AO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           PERFORM INITIALIZE-ALL-FIELDS.
           PERFORM SEND-LEGAL-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE -1              TO ACTIDINL OF COLGL1AI
           MOVE SPACES          TO ACTIDINI OF COLGL1AI
                                   LTYPEI   OF COLGL1AI
                                   CHAPI    OF COLGL1AI
                                   LSTATI   OF COLGL1AI
                                   FILEDTI  OF COLGL1AI
                                   CASENOI  OF COLGL1AI
                                   COURTI   OF COLGL1AI
                                   CONTNMI  OF COLGL1AI
                                   CONTPHI  OF COLGL1AI
                                   RELDTI   OF COLGL1AI
                                   CUSTIDI  OF COLGL1AI
                                   UPDBYI   OF COLGL1AI
                                   UPDDTI   OF COLGL1AI
                                   WS-MESSAGE.
