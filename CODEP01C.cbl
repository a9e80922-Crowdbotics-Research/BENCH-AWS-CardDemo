      ******************************************************************
      * Program     : CODEP01C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Batch job dependency maintenance - add, update
      *               or delete the JOBDEPS predecessor list of a
      *               nightly job, enforced by the CSJOBGTC gate step
      *               and reported by CBDEP01C.  A bad dependency can
      *               stop the nightly window, so the change is not
      *               applied here - it is queued on PENDAPRV for a
      *               second operator to approve on COAPR01C, which
      *               applies it and cuts the MNTAUDIT entry.
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
       PROGRAM-ID. CODEP01C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CODEP01C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CJDP'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-JOBDEPS-FILE            PIC X(08) VALUE 'JOBDEPS '.
         05 WS-PENDAPRV-FILE           PIC X(08) VALUE 'PENDAPRV'.
         05 WS-PCH-SEQ                 PIC 9(06) VALUE 0.
         05 WS-PCH-TRIES               PIC 9(02) VALUE 0.
         05 WS-ABS-TIME                PIC S9(15) COMP-3.
         05 WS-CUR-DATE-X10            PIC X(10) VALUE SPACES.
         05 WS-DEP-FOUND               PIC X(01) VALUE 'N'.
           88 DEP-REC-FOUND                      VALUE 'Y'.
           88 DEP-REC-NOT-FOUND                  VALUE 'N'.
         05 WS-IDX                     PIC S9(04) COMP VALUE ZEROS.
         05 WS-IDX2                    PIC S9(04) COMP VALUE ZEROS.
         05 WS-PRED-COUNT              PIC 9(02) VALUE ZEROS.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-ACTN-FLG                PIC X(01) VALUE SPACES.
           88 ACTN-IS-ADD                        VALUE 'A'.
           88 ACTN-IS-UPDATE                     VALUE 'U'.
           88 ACTN-IS-DELETE                     VALUE 'D'.

      * The eight predecessor fields off the screen, in screen order.
       01 WS-SCREEN-PREDS.
         05 WS-SCREEN-PRED             PIC X(08) OCCURS 8 TIMES.

       COPY COCOM01Y.

       COPY CODEP01.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

       COPY CVDEP01Y.
       COPY CVAPR01Y.

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
                          ERRMSGO OF CODEP1AO

           IF EIBCALEN = 0
               MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO CODEP1AO
                   MOVE -1       TO ACTNCDL OF CODEP1AI
                   PERFORM SEND-JOBDEP-SCREEN
               ELSE
                   PERFORM RECEIVE-JOBDEP-SCREEN
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
                           PERFORM SAVE-JOBDEP-CHANGE
                              THRU SAVE-JOBDEP-CHANGE-EXIT
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-JOBDEP-SCREEN
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
           IF ERR-FLG-ON
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           PERFORM READ-JOBDEPS-FILE
           IF ERR-FLG-ON
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           EVALUATE TRUE
               WHEN ACTN-IS-ADD AND DEP-REC-FOUND
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Job dependency already exists...' TO
                                   WS-MESSAGE
                   MOVE -1       TO JOBNAML OF CODEP1AI
               WHEN NOT ACTN-IS-ADD AND DEP-REC-NOT-FOUND
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Job dependency NOT found...' TO
                                   WS-MESSAGE
                   MOVE -1       TO JOBNAML OF CODEP1AI
               WHEN ACTN-IS-ADD
                   MOVE SPACES TO WS-SCREEN-PREDS
                   PERFORM SHOW-SCREEN-PREDS
                   MOVE -1       TO PRED1L OF CODEP1AI
                   MOVE DFHNEUTRL TO ERRMSGC OF CODEP1AO
                   MOVE 'Key the predecessors and press PF5 to queue...'
                                   TO WS-MESSAGE
               WHEN ACTN-IS-DELETE
                   MOVE DEP-PRED-TABLE TO WS-SCREEN-PREDS
                   PERFORM SHOW-SCREEN-PREDS
                   MOVE DFHNEUTRL TO ERRMSGC OF CODEP1AO
                   MOVE 'Press PF5 to queue the delete ...' TO
                                   WS-MESSAGE
               WHEN OTHER
                   MOVE DEP-PRED-TABLE TO WS-SCREEN-PREDS
                   PERFORM SHOW-SCREEN-PREDS
                   MOVE DFHNEUTRL TO ERRMSGC OF CODEP1AO
                   MOVE 'Press PF5 key to queue your updates ...' TO
                                   WS-MESSAGE
           END-EVALUATE
           PERFORM SEND-JOBDEP-SCREEN.
       PROCESS-ENTER-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      EDIT-SCREEN-KEYS
      *----------------------------------------------------------------*
       EDIT-SCREEN-KEYS.

           EVALUATE TRUE
               WHEN ACTNCDI OF CODEP1AI NOT = 'A' AND 'U' AND 'D'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Action must be A (Add) U (Update) D (Delete)'
                                   TO WS-MESSAGE
                   MOVE -1       TO ACTNCDL OF CODEP1AI
                   PERFORM SEND-JOBDEP-SCREEN
               WHEN JOBNAMI OF CODEP1AI = SPACES OR LOW-VALUES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Job name can NOT be empty...' TO
                                   WS-MESSAGE
                   MOVE -1       TO JOBNAML OF CODEP1AI
                   PERFORM SEND-JOBDEP-SCREEN
               WHEN OTHER
                   MOVE ACTNCDI OF CODEP1AI TO WS-ACTN-FLG
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      EDIT-PREDECESSORS
      *----------------------------------------------------------------*
      * Blank fields are dropped and the rest closed up in screen
      * order.  A job may not wait on itself or list the same
      * predecessor twice - either would hold the gate step forever
      * or count the same run twice.
       EDIT-PREDECESSORS.

           MOVE PRED1I OF CODEP1AI TO WS-SCREEN-PRED (1)
           MOVE PRED2I OF CODEP1AI TO WS-SCREEN-PRED (2)
           MOVE PRED3I OF CODEP1AI TO WS-SCREEN-PRED (3)
           MOVE PRED4I OF CODEP1AI TO WS-SCREEN-PRED (4)
           MOVE PRED5I OF CODEP1AI TO WS-SCREEN-PRED (5)
           MOVE PRED6I OF CODEP1AI TO WS-SCREEN-PRED (6)
           MOVE PRED7I OF CODEP1AI TO WS-SCREEN-PRED (7)
           MOVE PRED8I OF CODEP1AI TO WS-SCREEN-PRED (8)
           INSPECT WS-SCREEN-PREDS REPLACING ALL LOW-VALUES BY SPACES

           MOVE SPACES TO DEP-PRED-TABLE
           MOVE ZEROS  TO WS-PRED-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > 8 OR ERR-FLG-ON
               IF WS-SCREEN-PRED (WS-IDX) NOT = SPACES
                   IF WS-SCREEN-PRED (WS-IDX) = JOBNAMI OF CODEP1AI
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'A job can NOT be its own predecessor...'
                                       TO WS-MESSAGE
                   ELSE
                       PERFORM VARYING WS-IDX2 FROM 1 BY 1
                                 UNTIL WS-IDX2 > WS-PRED-COUNT
                           IF DEP-PRED-NAME (WS-IDX2) =
                              WS-SCREEN-PRED (WS-IDX)
                               MOVE 'Y'     TO WS-ERR-FLG
                               MOVE 'Predecessor is listed twice...'
                                               TO WS-MESSAGE
                           END-IF
                       END-PERFORM
                   END-IF
                   IF NOT ERR-FLG-ON
                       ADD 1 TO WS-PRED-COUNT
                       MOVE WS-SCREEN-PRED (WS-IDX)
                         TO DEP-PRED-NAME (WS-PRED-COUNT)
                   END-IF
               END-IF
           END-PERFORM

           IF NOT ERR-FLG-ON AND WS-PRED-COUNT = 0
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Key at least one predecessor (or delete)...'
                               TO WS-MESSAGE
           END-IF
           IF ERR-FLG-ON
               MOVE -1       TO PRED1L OF CODEP1AI
               PERFORM SEND-JOBDEP-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-JOBDEPS-FILE
      *----------------------------------------------------------------*
       READ-JOBDEPS-FILE.

           MOVE JOBNAMI OF CODEP1AI TO DEP-JOB-NAME
           EXEC CICS READ
                DATASET   (WS-JOBDEPS-FILE)
                INTO      (JOB-DEP-RECORD)
                LENGTH    (LENGTH OF JOB-DEP-RECORD)
                RIDFLD    (DEP-JOB-NAME)
                KEYLENGTH (LENGTH OF DEP-JOB-NAME)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET DEP-REC-FOUND     TO TRUE
               WHEN DFHRESP(NOTFND)
                   SET DEP-REC-NOT-FOUND TO TRUE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Job dependency...' TO
                                   WS-MESSAGE
                   MOVE -1       TO JOBNAML OF CODEP1AI
                   PERFORM SEND-JOBDEP-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      SAVE-JOBDEP-CHANGE
      *----------------------------------------------------------------*
       SAVE-JOBDEP-CHANGE.

           PERFORM EDIT-SCREEN-KEYS
           IF ERR-FLG-ON
               GO TO SAVE-JOBDEP-CHANGE-EXIT
           END-IF

           PERFORM READ-JOBDEPS-FILE
           IF ERR-FLG-ON
               GO TO SAVE-JOBDEP-CHANGE-EXIT
           END-IF
           IF ACTN-IS-ADD AND DEP-REC-FOUND
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Job dependency already exists...' TO WS-MESSAGE
               MOVE -1       TO JOBNAML OF CODEP1AI
               PERFORM SEND-JOBDEP-SCREEN
               GO TO SAVE-JOBDEP-CHANGE-EXIT
           END-IF
           IF NOT ACTN-IS-ADD AND DEP-REC-NOT-FOUND
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Job dependency NOT found...' TO WS-MESSAGE
               MOVE -1       TO JOBNAML OF CODEP1AI
               PERFORM SEND-JOBDEP-SCREEN
               GO TO SAVE-JOBDEP-CHANGE-EXIT
           END-IF

      *    Dual control - the before image lets the approval refuse a
      *    change made against a list that has since moved.
           INITIALIZE PENDING-CHANGE-RECORD
           SET PCH-ENTITY-JOB-DEP    TO TRUE
           MOVE ZEROS                TO PCH-TARGET-KEY
           MOVE JOBNAMI OF CODEP1AI  TO PCH-TARGET-NAME
           MOVE WS-ACTN-FLG          TO PCH-ACTION-CD
           MOVE SPACES               TO PCH-BEFORE-IMAGE
           IF DEP-REC-FOUND
               MOVE JOB-DEP-RECORD   TO PCH-CTL-BEFORE-IMAGE
               MOVE DEP-PRED-COUNT   TO WS-PRED-COUNT
               STRING WS-PRED-COUNT  DELIMITED BY SIZE
                      ' PREDS'       DELIMITED BY SIZE
                 INTO PCH-OLD-VALUE
               END-STRING
           ELSE
               MOVE 'NONE'           TO PCH-OLD-VALUE
           END-IF

           IF ACTN-IS-DELETE
               MOVE 'DELETE'         TO PCH-NEW-VALUE
           ELSE
               MOVE SPACES              TO JOB-DEP-RECORD
               PERFORM EDIT-PREDECESSORS
               IF ERR-FLG-ON
                   GO TO SAVE-JOBDEP-CHANGE-EXIT
               END-IF
               MOVE JOBNAMI OF CODEP1AI TO DEP-JOB-NAME
               MOVE WS-PRED-COUNT       TO DEP-PRED-COUNT
               MOVE JOB-DEP-RECORD      TO PCH-CTL-AFTER-IMAGE
               STRING WS-PRED-COUNT  DELIMITED BY SIZE
                      ' PREDS'       DELIMITED BY SIZE
                 INTO PCH-NEW-VALUE
               END-STRING
           END-IF

           PERFORM QUEUE-PENDING-CHANGE
           IF NOT ERR-FLG-ON
               MOVE DFHGREEN         TO ERRMSGC  OF CODEP1AO
               MOVE 'Job dependency change queued for approval...'
                    TO WS-MESSAGE
               PERFORM SEND-JOBDEP-SCREEN
           END-IF.
       SAVE-JOBDEP-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SHOW-SCREEN-PREDS
      *----------------------------------------------------------------*
       SHOW-SCREEN-PREDS.

           MOVE WS-SCREEN-PRED (1) TO PRED1I OF CODEP1AI
           MOVE WS-SCREEN-PRED (2) TO PRED2I OF CODEP1AI
           MOVE WS-SCREEN-PRED (3) TO PRED3I OF CODEP1AI
           MOVE WS-SCREEN-PRED (4) TO PRED4I OF CODEP1AI
           MOVE WS-SCREEN-PRED (5) TO PRED5I OF CODEP1AI
           MOVE WS-SCREEN-PRED (6) TO PRED6I OF CODEP1AI
           MOVE WS-SCREEN-PRED (7) TO PRED7I OF CODEP1AI
           MOVE WS-SCREEN-PRED (8) TO PRED8I OF CODEP1AI.

      *----------------------------------------------------------------*
      *                      QUEUE-PENDING-CHANGE
      *----------------------------------------------------------------*
      * Dual control - the change waits on the PENDAPRV queue until a
      * second operator with the approval permission applies it on
      * COAPR01C.  A key collision inside the same second bumps the
      * sequence and retries.
       QUEUE-PENDING-CHANGE.

           EXEC CICS ASKTIME
                ABSTIME  (WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME  (WS-ABS-TIME)
                YYYYMMDD (WS-CUR-DATE-X10)
                DATESEP  ('-')
           END-EXEC
           COMPUTE WS-PCH-SEQ =
               FUNCTION MOD (WS-ABS-TIME 999999)
           MOVE CDEMO-USER-ID   TO PCH-MAKER-ID
           MOVE WS-CUR-DATE-X10 TO PCH-MAKER-DATE
           SET PCH-STAT-PENDING TO TRUE
           MOVE 0 TO WS-PCH-TRIES
           PERFORM WRITE-PENDING-CHANGE-REC
           PERFORM UNTIL WS-RESP-CD NOT = DFHRESP(DUPREC)
                      OR WS-PCH-TRIES >= 10
               ADD 1 TO WS-PCH-TRIES
               ADD 1 TO WS-PCH-SEQ
               IF WS-PCH-SEQ > 999999
                   MOVE 1 TO WS-PCH-SEQ
               END-IF
               PERFORM WRITE-PENDING-CHANGE-REC
           END-PERFORM
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to queue change for approval...'
                    TO WS-MESSAGE
               PERFORM SEND-JOBDEP-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-PENDING-CHANGE-REC
      *----------------------------------------------------------------*
       WRITE-PENDING-CHANGE-REC.

           MOVE SPACES TO PCH-ID
           STRING 'MC'                    DELIMITED BY SIZE
                  WS-CUR-DATE-X10 (1:4)   DELIMITED BY SIZE
                  WS-CUR-DATE-X10 (6:2)   DELIMITED BY SIZE
                  WS-CUR-DATE-X10 (9:2)   DELIMITED BY SIZE
                  WS-PCH-SEQ              DELIMITED BY SIZE
             INTO PCH-ID
           END-STRING
           EXEC CICS WRITE
                DATASET   (WS-PENDAPRV-FILE)
                FROM      (PENDING-CHANGE-RECORD)
                LENGTH    (LENGTH OF PENDING-CHANGE-RECORD)
                RIDFLD    (PCH-ID)
                KEYLENGTH (LENGTH OF PCH-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

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
      *                      SEND-JOBDEP-SCREEN
      *----------------------------------------------------------------*
       SEND-JOBDEP-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF CODEP1AO

           EXEC CICS SEND
                     MAP('CODEP1A')
                     MAPSET('CODEP01')
                     FROM(CODEP1AO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-JOBDEP-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-JOBDEP-SCREEN.

           EXEC CICS RECEIVE
                     MAP('CODEP1A')
                     MAPSET('CODEP01')
                     INTO(CODEP1AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF CODEP1AO
           MOVE CCDA-TITLE02           TO TITLE02O OF CODEP1AO
           MOVE WS-TRANID              TO TRNNAMEO OF CODEP1AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF CODEP1AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF CODEP1AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF CODEP1AO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           PERFORM INITIALIZE-ALL-FIELDS.
           PERFORM SEND-JOBDEP-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE -1              TO ACTNCDL OF CODEP1AI
           MOVE SPACES          TO ACTNCDI  OF CODEP1AI
                                   JOBNAMI  OF CODEP1AI
                                   PRED1I   OF CODEP1AI
                                   PRED2I   OF CODEP1AI
                                   PRED3I   OF CODEP1AI
                                   PRED4I   OF CODEP1AI
                                   PRED5I   OF CODEP1AI
                                   PRED6I   OF CODEP1AI
                                   PRED7I   OF CODEP1AI
                                   PRED8I   OF CODEP1AI
                                   WS-MESSAGE.
