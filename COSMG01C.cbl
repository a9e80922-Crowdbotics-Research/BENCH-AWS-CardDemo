      ******************************************************************
      * Program     : COSMG01C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Statement message maintenance - add, update or
      *               delete a STMTMSG record (message text, effective
      *               dates and targeting) printed by CBSTM03A.
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
       PROGRAM-ID. COSMG01C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COSMG01C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CSM1'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-STMTMSG-FILE            PIC X(08) VALUE 'STMTMSG '.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-ACTN-FLG                PIC X(01) VALUE SPACES.
           88 ACTN-IS-ADD                        VALUE 'A'.
           88 ACTN-IS-UPDATE                     VALUE 'U'.
           88 ACTN-IS-DELETE                     VALUE 'D'.
         05 WS-EDIT-DATE               PIC X(10) VALUE SPACES.
         05 WS-EDIT-DATE-FLG           PIC X(01) VALUE 'N'.
           88 EDIT-DATE-OK                       VALUE 'Y'.
         05 WS-TODAY                   PIC X(10) VALUE SPACES.

       COPY COCOM01Y.

       COPY COSMG01.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

       COPY CVSMG01Y.

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
                          ERRMSGO OF COSMG1AO

           IF EIBCALEN = 0
               MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COSMG1AO
                   MOVE -1       TO ACTNCDL OF COSMG1AI
                   PERFORM SEND-STMTMSG-SCREEN
               ELSE
                   PERFORM RECEIVE-STMTMSG-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM PROCESS-ENTER-KEY
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
                           PERFORM SAVE-STMTMSG-RECORD
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-STMTMSG-SCREEN
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
               MOVE MSGIDI OF COSMG1AI TO SMSG-ID
               IF ACTN-IS-ADD
                   PERFORM CLEAR-MESSAGE-FIELDS
                   MOVE 'A'       TO MSGSTATI OF COSMG1AI
                   MOVE DFHNEUTRL TO ERRMSGC OF COSMG1AO
                   MOVE 'Key the message details and press PF5 to add'
                                   TO WS-MESSAGE
                   MOVE -1        TO EFFFROML OF COSMG1AI
                   PERFORM SEND-STMTMSG-SCREEN
               ELSE
                   PERFORM READ-STMTMSG-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-SCREEN-KEYS
      *----------------------------------------------------------------*
       EDIT-SCREEN-KEYS.

           EVALUATE TRUE
               WHEN ACTNCDI OF COSMG1AI NOT = 'A' AND 'U' AND 'D'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Action must be A (Add) U (Update) D (Delete)'
                                   TO WS-MESSAGE
                   MOVE -1       TO ACTNCDL OF COSMG1AI
                   PERFORM SEND-STMTMSG-SCREEN
               WHEN MSGIDI OF COSMG1AI = SPACES OR LOW-VALUES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Message ID can NOT be empty...' TO
                                   WS-MESSAGE
                   MOVE -1       TO MSGIDL OF COSMG1AI
                   PERFORM SEND-STMTMSG-SCREEN
               WHEN OTHER
                   MOVE ACTNCDI OF COSMG1AI TO WS-ACTN-FLG
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      EDIT-MESSAGE-FIELDS
      *----------------------------------------------------------------*
       EDIT-MESSAGE-FIELDS.

           PERFORM NORMALIZE-MESSAGE-FIELDS

           MOVE EFFFROMI OF COSMG1AI TO WS-EDIT-DATE
           PERFORM EDIT-DATE-FORMAT
           IF EDIT-DATE-OK
               MOVE EFFTOI OF COSMG1AI TO WS-EDIT-DATE
               PERFORM EDIT-DATE-FORMAT
           END-IF

           EVALUATE TRUE
               WHEN MSGSTATI OF COSMG1AI NOT = 'A' AND 'I'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Status must be A (Active) or I (Inactive)...'
                                   TO WS-MESSAGE
                   MOVE -1       TO MSGSTATL OF COSMG1AI
               WHEN EFFFROMI OF COSMG1AI = SPACES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Effective from date can NOT be empty...' TO
                                   WS-MESSAGE
                   MOVE -1       TO EFFFROML OF COSMG1AI
               WHEN NOT EDIT-DATE-OK
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Effective dates must be YYYY-MM-DD...' TO
                                   WS-MESSAGE
                   MOVE -1       TO EFFFROML OF COSMG1AI
               WHEN EFFTOI OF COSMG1AI NOT = SPACES
                AND EFFTOI OF COSMG1AI < EFFFROMI OF COSMG1AI
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Effective to date is before the from date...'
                                   TO WS-MESSAGE
                   MOVE -1       TO EFFTOL OF COSMG1AI
               WHEN TGTCYCI OF COSMG1AI NOT = SPACES
                AND (TGTCYCI OF COSMG1AI NOT NUMERIC
                 OR  TGTCYCI OF COSMG1AI < '01'
                 OR  TGTCYCI OF COSMG1AI > '20')
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Cycle code must be 01-20 or blank for all...'
                                   TO WS-MESSAGE
                   MOVE -1       TO TGTCYCL OF COSMG1AI
               WHEN SEVLOWI OF COSMG1AI NOT = SPACE
                AND SEVLOWI OF COSMG1AI NOT = '0' AND '1' AND '2'
                                          AND '3' AND '4'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Severity must be 0-4 or blank...' TO
                                   WS-MESSAGE
                   MOVE -1       TO SEVLOWL OF COSMG1AI
               WHEN SEVHIGHI OF COSMG1AI NOT = SPACE
                AND SEVHIGHI OF COSMG1AI NOT = '0' AND '1' AND '2'
                                           AND '3' AND '4'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Severity must be 0-4 or blank...' TO
                                   WS-MESSAGE
                   MOVE -1       TO SEVHIGHL OF COSMG1AI
               WHEN SEVLOWI OF COSMG1AI NOT = SPACE
                AND SEVHIGHI OF COSMG1AI NOT = SPACE
                AND SEVLOWI OF COSMG1AI > SEVHIGHI OF COSMG1AI
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Severity from can NOT exceed severity to...'
                                   TO WS-MESSAGE
                   MOVE -1       TO SEVLOWL OF COSMG1AI
               WHEN DELPREFI OF COSMG1AI NOT = SPACE AND 'P' AND 'E'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Delivery must be P (Paper) E (Email) or blank'
                                   TO WS-MESSAGE
                   MOVE -1       TO DELPREFL OF COSMG1AI
               WHEN MSGTXT1I OF COSMG1AI = SPACES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Message text can NOT be empty...' TO
                                   WS-MESSAGE
                   MOVE -1       TO MSGTXT1L OF COSMG1AI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF ERR-FLG-ON
               PERFORM SEND-STMTMSG-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      NORMALIZE-MESSAGE-FIELDS
      *----------------------------------------------------------------*
       NORMALIZE-MESSAGE-FIELDS.

           INSPECT MSGSTATI OF COSMG1AI REPLACING ALL LOW-VALUES
                                                   BY SPACES
           INSPECT EFFFROMI OF COSMG1AI REPLACING ALL LOW-VALUES
                                                   BY SPACES
           INSPECT EFFTOI   OF COSMG1AI REPLACING ALL LOW-VALUES
                                                   BY SPACES
           INSPECT TGTGRPI  OF COSMG1AI REPLACING ALL LOW-VALUES
                                                   BY SPACES
           INSPECT TGTCYCI  OF COSMG1AI REPLACING ALL LOW-VALUES
                                                   BY SPACES
           INSPECT SEVLOWI  OF COSMG1AI REPLACING ALL LOW-VALUES
                                                   BY SPACES
           INSPECT SEVHIGHI OF COSMG1AI REPLACING ALL LOW-VALUES
                                                   BY SPACES
           INSPECT DELPREFI OF COSMG1AI REPLACING ALL LOW-VALUES
                                                   BY SPACES
           INSPECT MSGTXT1I OF COSMG1AI REPLACING ALL LOW-VALUES
                                                   BY SPACES
           INSPECT MSGTXT2I OF COSMG1AI REPLACING ALL LOW-VALUES
                                                   BY SPACES.

      *----------------------------------------------------------------*
      *                      EDIT-DATE-FORMAT
      *----------------------------------------------------------------*
       EDIT-DATE-FORMAT.

           MOVE 'Y' TO WS-EDIT-DATE-FLG
           IF WS-EDIT-DATE NOT = SPACES
               IF WS-EDIT-DATE (5:1) NOT = '-'
               OR WS-EDIT-DATE (8:1) NOT = '-'
               OR WS-EDIT-DATE (1:4) NOT NUMERIC
               OR WS-EDIT-DATE (6:2) NOT NUMERIC
               OR WS-EDIT-DATE (9:2) NOT NUMERIC
               OR WS-EDIT-DATE (6:2) < '01'
               OR WS-EDIT-DATE (6:2) > '12'
               OR WS-EDIT-DATE (9:2) < '01'
               OR WS-EDIT-DATE (9:2) > '31'
                   MOVE 'N' TO WS-EDIT-DATE-FLG
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-STMTMSG-FILE
      *----------------------------------------------------------------*
       READ-STMTMSG-FILE.

           EXEC CICS READ
                DATASET   (WS-STMTMSG-FILE)
                INTO      (STATEMENT-MESSAGE-RECORD)
                LENGTH    (LENGTH OF STATEMENT-MESSAGE-RECORD)
                RIDFLD    (SMSG-ID)
                KEYLENGTH (LENGTH OF SMSG-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   PERFORM POPULATE-MESSAGE-FIELDS
                   MOVE DFHNEUTRL TO ERRMSGC  OF COSMG1AO
                   IF ACTN-IS-DELETE
                       MOVE 'Press PF5 to confirm delete ...' TO
                                       WS-MESSAGE
                   ELSE
                       MOVE 'Press PF5 key to save your updates ...' TO
                                       WS-MESSAGE
                   END-IF
                   PERFORM SEND-STMTMSG-SCREEN
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Statement message NOT found...' TO WS-MESSAGE
                   MOVE -1       TO MSGIDL OF COSMG1AI
                   PERFORM SEND-STMTMSG-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Statement message...' TO
                                   WS-MESSAGE
                   MOVE -1       TO MSGIDL OF COSMG1AI
                   PERFORM SEND-STMTMSG-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      POPULATE-MESSAGE-FIELDS
      *----------------------------------------------------------------*
       POPULATE-MESSAGE-FIELDS.

           MOVE SMSG-STATUS            TO MSGSTATI OF COSMG1AI
           MOVE SMSG-EFF-FROM-DATE     TO EFFFROMI OF COSMG1AI
           MOVE SMSG-EFF-TO-DATE       TO EFFTOI   OF COSMG1AI
           MOVE SMSG-TGT-GROUP-ID      TO TGTGRPI  OF COSMG1AI
           MOVE SMSG-TGT-CYCLE-CD      TO TGTCYCI  OF COSMG1AI
           MOVE SMSG-TGT-SEV-LOW       TO SEVLOWI  OF COSMG1AI
           MOVE SMSG-TGT-SEV-HIGH      TO SEVHIGHI OF COSMG1AI
           MOVE SMSG-TGT-DELIVERY-PREF TO DELPREFI OF COSMG1AI
           MOVE SMSG-TEXT-LINE-1       TO MSGTXT1I OF COSMG1AI
           MOVE SMSG-TEXT-LINE-2       TO MSGTXT2I OF COSMG1AI
           MOVE SMSG-UPDATED-BY        TO UPDBYI   OF COSMG1AI
           MOVE SMSG-UPDATED-DATE      TO UPDDTI   OF COSMG1AI.

      *----------------------------------------------------------------*
      *                      SAVE-STMTMSG-RECORD
      *----------------------------------------------------------------*
       SAVE-STMTMSG-RECORD.

           PERFORM EDIT-SCREEN-KEYS

           IF NOT ERR-FLG-ON AND NOT ACTN-IS-DELETE
               PERFORM EDIT-MESSAGE-FIELDS
           END-IF

           IF NOT ERR-FLG-ON
               MOVE MSGIDI OF COSMG1AI TO SMSG-ID
               EVALUATE TRUE
                   WHEN ACTN-IS-ADD
                       PERFORM BUILD-STMTMSG-RECORD
                       PERFORM WRITE-STMTMSG-FILE
                   WHEN ACTN-IS-UPDATE
                       PERFORM READ-STMTMSG-FILE-UPD
                       IF NOT ERR-FLG-ON
                           PERFORM BUILD-STMTMSG-RECORD
                           PERFORM REWRITE-STMTMSG-FILE
                       END-IF
                   WHEN ACTN-IS-DELETE
                       PERFORM READ-STMTMSG-FILE-UPD
                       IF NOT ERR-FLG-ON
                           PERFORM DELETE-STMTMSG-FILE
                       END-IF
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      BUILD-STMTMSG-RECORD
      *----------------------------------------------------------------*
       BUILD-STMTMSG-RECORD.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE WS-CURDATE-YEAR        TO WS-TODAY (1:4)
           MOVE '-'                    TO WS-TODAY (5:1)
           MOVE WS-CURDATE-MONTH       TO WS-TODAY (6:2)
           MOVE '-'                    TO WS-TODAY (8:1)
           MOVE WS-CURDATE-DAY         TO WS-TODAY (9:2)

           INITIALIZE STATEMENT-MESSAGE-RECORD
           MOVE MSGIDI   OF COSMG1AI   TO SMSG-ID
           MOVE MSGSTATI OF COSMG1AI   TO SMSG-STATUS
           MOVE EFFFROMI OF COSMG1AI   TO SMSG-EFF-FROM-DATE
           MOVE EFFTOI   OF COSMG1AI   TO SMSG-EFF-TO-DATE
           MOVE TGTGRPI  OF COSMG1AI   TO SMSG-TGT-GROUP-ID
           MOVE TGTCYCI  OF COSMG1AI   TO SMSG-TGT-CYCLE-CD
           MOVE SEVLOWI  OF COSMG1AI   TO SMSG-TGT-SEV-LOW
           MOVE SEVHIGHI OF COSMG1AI   TO SMSG-TGT-SEV-HIGH
           MOVE DELPREFI OF COSMG1AI   TO SMSG-TGT-DELIVERY-PREF
           MOVE MSGTXT1I OF COSMG1AI   TO SMSG-TEXT-LINE-1
           MOVE MSGTXT2I OF COSMG1AI   TO SMSG-TEXT-LINE-2
           MOVE CDEMO-USER-ID          TO SMSG-UPDATED-BY
           MOVE WS-TODAY               TO SMSG-UPDATED-DATE
           MOVE SMSG-UPDATED-BY        TO UPDBYI OF COSMG1AI
           MOVE SMSG-UPDATED-DATE      TO UPDDTI OF COSMG1AI.

      *----------------------------------------------------------------*
      *                      READ-STMTMSG-FILE-UPD
      *----------------------------------------------------------------*
       READ-STMTMSG-FILE-UPD.

           EXEC CICS READ
                DATASET   (WS-STMTMSG-FILE)
                INTO      (STATEMENT-MESSAGE-RECORD)
                LENGTH    (LENGTH OF STATEMENT-MESSAGE-RECORD)
                RIDFLD    (SMSG-ID)
                KEYLENGTH (LENGTH OF SMSG-ID)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Statement message NOT found...' TO WS-MESSAGE
               MOVE -1       TO MSGIDL OF COSMG1AI
               PERFORM SEND-STMTMSG-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-STMTMSG-FILE
      *----------------------------------------------------------------*
       WRITE-STMTMSG-FILE.

           EXEC CICS WRITE
                DATASET   (WS-STMTMSG-FILE)
                FROM      (STATEMENT-MESSAGE-RECORD)
                LENGTH    (LENGTH OF STATEMENT-MESSAGE-RECORD)
                RIDFLD    (SMSG-ID)
                KEYLENGTH (LENGTH OF SMSG-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE DFHGREEN        TO ERRMSGC  OF COSMG1AO
                   STRING 'Statement message ' DELIMITED BY SIZE
                          SMSG-ID  DELIMITED BY SPACE
                          ' has been added ...' DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   PERFORM SEND-STMTMSG-SCREEN
               WHEN DFHRESP(DUPKEY)
               WHEN DFHRESP(DUPREC)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Statement message already exists...' TO
                                   WS-MESSAGE
                   MOVE -1       TO MSGIDL OF COSMG1AI
                   PERFORM SEND-STMTMSG-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to Add Statement message...' TO
                                   WS-MESSAGE
                   MOVE -1       TO MSGIDL OF COSMG1AI
                   PERFORM SEND-STMTMSG-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      REWRITE-STMTMSG-FILE
      *----------------------------------------------------------------*
       REWRITE-STMTMSG-FILE.

           EXEC CICS REWRITE
                DATASET   (WS-STMTMSG-FILE)
                FROM      (STATEMENT-MESSAGE-RECORD)
                LENGTH    (LENGTH OF STATEMENT-MESSAGE-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE DFHGREEN        TO ERRMSGC  OF COSMG1AO
                   STRING 'Statement message ' DELIMITED BY SIZE
                          SMSG-ID  DELIMITED BY SPACE
                          ' has been updated ...' DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   PERFORM SEND-STMTMSG-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to Update Statement message...' TO
                                   WS-MESSAGE
                   MOVE -1       TO MSGIDL OF COSMG1AI
                   PERFORM SEND-STMTMSG-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      DELETE-STMTMSG-FILE
      *----------------------------------------------------------------*
       DELETE-STMTMSG-FILE.

           EXEC CICS DELETE
                DATASET   (WS-STMTMSG-FILE)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   PERFORM INITIALIZE-ALL-FIELDS
                   MOVE DFHGREEN        TO ERRMSGC  OF COSMG1AO
                   STRING 'Statement message ' DELIMITED BY SIZE
                          SMSG-ID  DELIMITED BY SPACE
                          ' has been deleted ...' DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   PERFORM SEND-STMTMSG-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to Delete Statement message...' TO
                                   WS-MESSAGE
                   MOVE -1       TO MSGIDL OF COSMG1AI
                   PERFORM SEND-STMTMSG-SCREEN
           END-EVALUATE.

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
      *                      SEND-STMTMSG-SCREEN
      *----------------------------------------------------------------*
       SEND-STMTMSG-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COSMG1AO

           EXEC CICS SEND
                     MAP('COSMG1A')
                     MAPSET('COSMG01')
                     FROM(COSMG1AO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-STMTMSG-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-STMTMSG-SCREEN.

           EXEC CICS RECEIVE
                     MAP('COSMG1A')
                     MAPSET('COSMG01')
                     INTO(COSMG1AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF COSMG1AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COSMG1AO
           MOVE WS-TRANID              TO TRNNAMEO OF COSMG1AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COSMG1AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COSMG1AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COSMG1AO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           PERFORM INITIALIZE-ALL-FIELDS.
           PERFORM SEND-STMTMSG-SCREEN.

      *----------------------------------------------------------------*
      *                      CLEAR-MESSAGE-FIELDS
      *----------------------------------------------------------------*
       CLEAR-MESSAGE-FIELDS.

           MOVE SPACES          TO MSGSTATI OF COSMG1AI
                                   EFFFROMI OF COSMG1AI
                                   EFFTOI   OF COSMG1AI
                                   TGTGRPI  OF COSMG1AI
                                   TGTCYCI  OF COSMG1AI
                                   SEVLOWI  OF COSMG1AI
                                   SEVHIGHI OF COSMG1AI
                                   DELPREFI OF COSMG1AI
                                   MSGTXT1I OF COSMG1AI
                                   MSGTXT2I OF COSMG1AI
                                   UPDBYI   OF COSMG1AI
                                   UPDDTI   OF COSMG1AI.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE -1              TO ACTNCDL OF COSMG1AI
           MOVE SPACES          TO ACTNCDI  OF COSMG1AI
                                   MSGIDI   OF COSMG1AI
                                   WS-MESSAGE
           PERFORM CLEAR-MESSAGE-FIELDS.
