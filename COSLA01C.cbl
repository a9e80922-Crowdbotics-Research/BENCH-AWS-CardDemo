      ******************************************************************
      * Program     : COSLA01C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Batch SLA threshold maintenance - add, update or
      *               delete the SLAPARM elapsed-minutes limit of a
      *               nightly job (or of the reserved name WINDOW, the
      *               whole stream's handover limit) read by the SLA
      *               report CBSLA01C.  Every change is written to the
      *               MNTAUDIT trail with its before and after image.
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
       PROGRAM-ID. COSLA01C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COSLA01C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CSLA'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-SLAPARM-FILE            PIC X(08) VALUE 'SLAPARM '.
         05 WS-MNTAUDIT-FILE           PIC X(08) VALUE 'MNTAUDIT'.
         05 WS-ABS-TIME                PIC S9(15) COMP-3.
         05 WS-CUR-DATE-X10            PIC X(10) VALUE SPACES.
         05 WS-CUR-TIME-X08            PIC X(08) VALUE SPACES.
         05 WS-AUD-BEFORE-IMG          PIC X(500) VALUE SPACES.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-ACTN-FLG                PIC X(01) VALUE SPACES.
           88 ACTN-IS-ADD                        VALUE 'A'.
           88 ACTN-IS-UPDATE                     VALUE 'U'.
           88 ACTN-IS-DELETE                     VALUE 'D'.

       COPY COCOM01Y.

       COPY COSLA01.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

       COPY CVSLA01Y.
       COPY CVAUD01Y.

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
                          ERRMSGO OF COSLA1AO

           IF EIBCALEN = 0
               MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COSLA1AO
                   MOVE -1       TO ACTNCDL OF COSLA1AI
                   PERFORM SEND-SLA-SCREEN
               ELSE
                   PERFORM RECEIVE-SLA-SCREEN
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
                           PERFORM SAVE-SLA-RECORD
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-SLA-SCREEN
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
               MOVE JOBNAMI OF COSLA1AI TO SLA-JOB-NAME
               IF ACTN-IS-ADD
                   MOVE SPACES TO LIMMINI OF COSLA1AI
                   MOVE DFHNEUTRL TO ERRMSGC OF COSLA1AO
                   MOVE 'Key the limit in minutes and press PF5 to add'
                                   TO WS-MESSAGE
                   PERFORM SEND-SLA-SCREEN
               ELSE
                   PERFORM READ-SLAPARM-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-SCREEN-KEYS
      *----------------------------------------------------------------*
       EDIT-SCREEN-KEYS.

           EVALUATE TRUE
               WHEN ACTNCDI OF COSLA1AI NOT = 'A' AND 'U' AND 'D'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Action must be A (Add) U (Update) D (Delete)'
                                   TO WS-MESSAGE
                   MOVE -1       TO ACTNCDL OF COSLA1AI
                   PERFORM SEND-SLA-SCREEN
               WHEN JOBNAMI OF COSLA1AI = SPACES OR LOW-VALUES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Job name can NOT be empty...' TO
                                   WS-MESSAGE
                   MOVE -1       TO JOBNAML OF COSLA1AI
                   PERFORM SEND-SLA-SCREEN
               WHEN OTHER
                   MOVE ACTNCDI OF COSLA1AI TO WS-ACTN-FLG
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-SLAPARM-FILE
      *----------------------------------------------------------------*
       READ-SLAPARM-FILE.

           EXEC CICS READ
                DATASET   (WS-SLAPARM-FILE)
                INTO      (SLA-THRESHOLD-RECORD)
                LENGTH    (LENGTH OF SLA-THRESHOLD-RECORD)
                RIDFLD    (SLA-JOB-NAME)
                KEYLENGTH (LENGTH OF SLA-JOB-NAME)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE SLA-LIMIT-MINUTES TO LIMMINI OF COSLA1AI
                   MOVE DFHNEUTRL TO ERRMSGC  OF COSLA1AO
                   IF ACTN-IS-DELETE
                       MOVE 'Press PF5 to confirm delete ...' TO
                                       WS-MESSAGE
                   ELSE
                       MOVE 'Press PF5 key to save your updates ...' TO
                                       WS-MESSAGE
                   END-IF
                   PERFORM SEND-SLA-SCREEN
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'SLA threshold NOT found...' TO WS-MESSAGE
                   MOVE -1       TO JOBNAML OF COSLA1AI
                   PERFORM SEND-SLA-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup SLA threshold...' TO
                                   WS-MESSAGE
                   MOVE -1       TO JOBNAML OF COSLA1AI
                   PERFORM SEND-SLA-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      SAVE-SLA-RECORD
      *----------------------------------------------------------------*
       SAVE-SLA-RECORD.

           PERFORM EDIT-SCREEN-KEYS

           IF NOT ERR-FLG-ON AND NOT ACTN-IS-DELETE
               IF LIMMINI OF COSLA1AI IS NOT NUMERIC
               OR LIMMINI OF COSLA1AI = '0000'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Limit must be 4 digits of minutes (0090)...'
                                   TO WS-MESSAGE
                   MOVE -1       TO LIMMINL OF COSLA1AI
                   PERFORM SEND-SLA-SCREEN
               END-IF
           END-IF

           IF NOT ERR-FLG-ON
               MOVE JOBNAMI OF COSLA1AI TO SLA-JOB-NAME
               MOVE SPACES TO WS-AUD-BEFORE-IMG
               EVALUATE TRUE
                   WHEN ACTN-IS-ADD
                       PERFORM BUILD-SLA-RECORD
                       PERFORM WRITE-SLAPARM-FILE
                   WHEN ACTN-IS-UPDATE
                       PERFORM READ-SLAPARM-FILE-UPD
                       IF NOT ERR-FLG-ON
                           MOVE SLA-THRESHOLD-RECORD
                                TO WS-AUD-BEFORE-IMG
                           PERFORM BUILD-SLA-RECORD
                           PERFORM REWRITE-SLAPARM-FILE
                       END-IF
                   WHEN ACTN-IS-DELETE
                       PERFORM READ-SLAPARM-FILE-UPD
                       IF NOT ERR-FLG-ON
                           MOVE SLA-THRESHOLD-RECORD
                                TO WS-AUD-BEFORE-IMG
                           PERFORM DELETE-SLAPARM-FILE
                       END-IF
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      BUILD-SLA-RECORD
      *----------------------------------------------------------------*
       BUILD-SLA-RECORD.

           IF ACTN-IS-ADD
               INITIALIZE SLA-THRESHOLD-RECORD
           END-IF
           MOVE JOBNAMI OF COSLA1AI TO SLA-JOB-NAME
           MOVE LIMMINI OF COSLA1AI TO SLA-LIMIT-MINUTES.

      *----------------------------------------------------------------*
      *                      READ-SLAPARM-FILE-UPD
      *----------------------------------------------------------------*
       READ-SLAPARM-FILE-UPD.

           EXEC CICS READ
                DATASET   (WS-SLAPARM-FILE)
                INTO      (SLA-THRESHOLD-RECORD)
                LENGTH    (LENGTH OF SLA-THRESHOLD-RECORD)
                RIDFLD    (SLA-JOB-NAME)
                KEYLENGTH (LENGTH OF SLA-JOB-NAME)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'SLA threshold NOT found...' TO WS-MESSAGE
               MOVE -1       TO JOBNAML OF COSLA1AI
               PERFORM SEND-SLA-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-SLAPARM-FILE
      *----------------------------------------------------------------*
       WRITE-SLAPARM-FILE.

           EXEC CICS WRITE
                DATASET   (WS-SLAPARM-FILE)
                FROM      (SLA-THRESHOLD-RECORD)
                LENGTH    (LENGTH OF SLA-THRESHOLD-RECORD)
                RIDFLD    (SLA-JOB-NAME)
                KEYLENGTH (LENGTH OF SLA-JOB-NAME)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET MNTAUDIT-ACTION-ADD TO TRUE
                   PERFORM WRITE-MAINT-AUDIT
                   MOVE DFHGREEN        TO ERRMSGC  OF COSLA1AO
                   STRING 'SLA threshold ' DELIMITED BY SIZE
                          SLA-JOB-NAME  DELIMITED BY SPACE
                          ' has been added ...' DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   PERFORM SEND-SLA-SCREEN
               WHEN DFHRESP(DUPKEY)
               WHEN DFHRESP(DUPREC)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'SLA threshold already exists...' TO WS-MESSAGE
                   MOVE -1       TO JOBNAML OF COSLA1AI
                   PERFORM SEND-SLA-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to Add SLA threshold...' TO WS-MESSAGE
                   MOVE -1       TO JOBNAML OF COSLA1AI
                   PERFORM SEND-SLA-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      REWRITE-SLAPARM-FILE
      *----------------------------------------------------------------*
       REWRITE-SLAPARM-FILE.

           EXEC CICS REWRITE
                DATASET   (WS-SLAPARM-FILE)
                FROM      (SLA-THRESHOLD-RECORD)
                LENGTH    (LENGTH OF SLA-THRESHOLD-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET MNTAUDIT-ACTION-UPD TO TRUE
                   PERFORM WRITE-MAINT-AUDIT
                   MOVE DFHGREEN        TO ERRMSGC  OF COSLA1AO
                   STRING 'SLA threshold ' DELIMITED BY SIZE
                          SLA-JOB-NAME  DELIMITED BY SPACE
                          ' has been updated ...' DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   PERFORM SEND-SLA-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to Update SLA threshold...' TO
                                   WS-MESSAGE
                   MOVE -1       TO JOBNAML OF COSLA1AI
                   PERFORM SEND-SLA-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      DELETE-SLAPARM-FILE
      *----------------------------------------------------------------*
       DELETE-SLAPARM-FILE.

           EXEC CICS DELETE
                DATASET   (WS-SLAPARM-FILE)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET MNTAUDIT-ACTION-DEL TO TRUE
                   PERFORM WRITE-MAINT-AUDIT
                   PERFORM INITIALIZE-ALL-FIELDS
                   MOVE DFHGREEN        TO ERRMSGC  OF COSLA1AO
                   STRING 'SLA threshold ' DELIMITED BY SIZE
                          SLA-JOB-NAME  DELIMITED BY SPACE
                          ' has been deleted ...' DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   PERFORM SEND-SLA-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to Delete SLA threshold...' TO
                                   WS-MESSAGE
                   MOVE -1       TO JOBNAML OF COSLA1AI
                   PERFORM SEND-SLA-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      WRITE-MAINT-AUDIT
      *----------------------------------------------------------------*
      * The caller sets the action; a delete leaves the after image
      * empty and an add the before image.
       WRITE-MAINT-AUDIT.

           EXEC CICS ASKTIME
                ABSTIME  (WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME  (WS-ABS-TIME)
                YYYYMMDD (WS-CUR-DATE-X10)
                DATESEP  ('-')
                TIME     (WS-CUR-TIME-X08)
                TIMESEP  (':')
           END-EXEC

           MOVE WS-CUR-DATE-X10      TO MNTAUDIT-TS-DATE
           MOVE WS-CUR-TIME-X08      TO MNTAUDIT-TS-TIME
           MOVE CDEMO-USER-ID        TO MNTAUDIT-OPER-ID
           SET MNTAUDIT-ENTITY-SLA   TO TRUE
           MOVE SLA-JOB-NAME         TO MNTAUDIT-TARGET-KEY
           MOVE WS-AUD-BEFORE-IMG    TO MNTAUDIT-BEFORE-IMAGE
           MOVE SPACES               TO MNTAUDIT-AFTER-IMAGE
           IF NOT MNTAUDIT-ACTION-DEL
               MOVE SLA-THRESHOLD-RECORD
                                     TO MNTAUDIT-AFTER-IMAGE (1:40)
           END-IF

           MOVE 0 TO MNTAUDIT-TS-SEQ
           PERFORM WRITE-MAINT-AUDIT-REC
           PERFORM UNTIL WS-RESP-CD NOT = DFHRESP(DUPREC)
                      OR MNTAUDIT-TS-SEQ = 99
               ADD 1 TO MNTAUDIT-TS-SEQ
               PERFORM WRITE-MAINT-AUDIT-REC
           END-PERFORM

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-MAINT-AUDIT-REC
      *----------------------------------------------------------------*
       WRITE-MAINT-AUDIT-REC.

           EXEC CICS WRITE
                DATASET   (WS-MNTAUDIT-FILE)
                FROM      (MNTAUDIT-RECORD)
                LENGTH    (LENGTH OF MNTAUDIT-RECORD)
                RIDFLD    (MNTAUDIT-KEY)
                KEYLENGTH (LENGTH OF MNTAUDIT-KEY)
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
      *                      SEND-SLA-SCREEN
      *----------------------------------------------------------------*
       SEND-SLA-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COSLA1AO

           EXEC CICS SEND
                     MAP('COSLA1A')
                     MAPSET('COSLA01')
                     FROM(COSLA1AO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-SLA-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-SLA-SCREEN.

           EXEC CICS RECEIVE
                     MAP('COSLA1A')
                     MAPSET('COSLA01')
                     INTO(COSLA1AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF COSLA1AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COSLA1AO
           MOVE WS-TRANID              TO TRNNAMEO OF COSLA1AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COSLA1AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COSLA1AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COSLA1AO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           PERFORM INITIALIZE-ALL-FIELDS.
           PERFORM SEND-SLA-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE -1              TO ACTNCDL OF COSLA1AI
           MOVE SPACES          TO ACTNCDI  OF COSLA1AI
                                   JOBNAMI  OF COSLA1AI
                                   LIMMINI  OF COSLA1AI
                                   WS-MESSAGE.
