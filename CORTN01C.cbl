      ******************************************************************
      * Program     : CORTN01C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Report retention maintenance - add, update or
      *               delete the RPTRETEN record setting how many days
      *               each report type is kept in the report repository
      *               before the sweep CBRPT02C trims it.  Every change
      *               is written to the MNTAUDIT trail with its before
      *               and after image.
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
       PROGRAM-ID. CORTN01C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CORTN01C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CRTN'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-RPTRETEN-FILE           PIC X(08) VALUE 'RPTRETEN'.
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

       COPY CORTN01.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

       COPY CVRPT01Y.
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
                          ERRMSGO OF CORTN1AO

           IF EIBCALEN = 0
               MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO CORTN1AO
                   MOVE -1       TO ACTNCDL OF CORTN1AI
                   PERFORM SEND-RETAIN-SCREEN
               ELSE
                   PERFORM RECEIVE-RETAIN-SCREEN
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
                           PERFORM SAVE-RETAIN-RECORD
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-RETAIN-SCREEN
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
               MOVE RPTIDI OF CORTN1AI TO RETN-REPORT-ID
               IF ACTN-IS-ADD
                   MOVE SPACES TO KEEPDYI OF CORTN1AI
                   MOVE DFHNEUTRL TO ERRMSGC OF CORTN1AO
                   MOVE 'Key the days to keep and press PF5 to add ...'
                                   TO WS-MESSAGE
                   PERFORM SEND-RETAIN-SCREEN
               ELSE
                   PERFORM READ-RPTRETEN-FILE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-SCREEN-KEYS
      *----------------------------------------------------------------*
       EDIT-SCREEN-KEYS.

           EVALUATE TRUE
               WHEN ACTNCDI OF CORTN1AI NOT = 'A' AND 'U' AND 'D'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Action must be A (Add) U (Update) D (Delete)'
                                   TO WS-MESSAGE
                   MOVE -1       TO ACTNCDL OF CORTN1AI
                   PERFORM SEND-RETAIN-SCREEN
               WHEN RPTIDI OF CORTN1AI = SPACES OR LOW-VALUES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Report id can NOT be empty...' TO
                                   WS-MESSAGE
                   MOVE -1       TO RPTIDL OF CORTN1AI
                   PERFORM SEND-RETAIN-SCREEN
               WHEN OTHER
                   MOVE ACTNCDI OF CORTN1AI TO WS-ACTN-FLG
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-RPTRETEN-FILE
      *----------------------------------------------------------------*
       READ-RPTRETEN-FILE.

           EXEC CICS READ
                DATASET   (WS-RPTRETEN-FILE)
                INTO      (REPORT-RETAIN-RECORD)
                LENGTH    (LENGTH OF REPORT-RETAIN-RECORD)
                RIDFLD    (RETN-REPORT-ID)
                KEYLENGTH (LENGTH OF RETN-REPORT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE RETN-KEEP-DAYS TO KEEPDYI OF CORTN1AI
                   MOVE DFHNEUTRL TO ERRMSGC  OF CORTN1AO
                   IF ACTN-IS-DELETE
                       MOVE 'Press PF5 to confirm delete ...' TO
                                       WS-MESSAGE
                   ELSE
                       MOVE 'Press PF5 key to save your updates ...' TO
                                       WS-MESSAGE
                   END-IF
                   PERFORM SEND-RETAIN-SCREEN
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Retention NOT found...' TO WS-MESSAGE
                   MOVE -1       TO RPTIDL OF CORTN1AI
                   PERFORM SEND-RETAIN-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Retention...' TO
                                   WS-MESSAGE
                   MOVE -1       TO RPTIDL OF CORTN1AI
                   PERFORM SEND-RETAIN-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      SAVE-RETAIN-RECORD
      *----------------------------------------------------------------*
       SAVE-RETAIN-RECORD.

           PERFORM EDIT-SCREEN-KEYS

           IF NOT ERR-FLG-ON AND NOT ACTN-IS-DELETE
               IF KEEPDYI OF CORTN1AI IS NOT NUMERIC
               OR KEEPDYI OF CORTN1AI = '0000'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Days to keep must be 4 digits (0030)...'
                                   TO WS-MESSAGE
                   MOVE -1       TO KEEPDYL OF CORTN1AI
                   PERFORM SEND-RETAIN-SCREEN
               END-IF
           END-IF

           IF NOT ERR-FLG-ON
               MOVE RPTIDI OF CORTN1AI TO RETN-REPORT-ID
               MOVE SPACES TO WS-AUD-BEFORE-IMG
               EVALUATE TRUE
                   WHEN ACTN-IS-ADD
                       PERFORM BUILD-RETAIN-RECORD
                       PERFORM WRITE-RPTRETEN-FILE
                   WHEN ACTN-IS-UPDATE
                       PERFORM READ-RPTRETEN-FILE-UPD
                       IF NOT ERR-FLG-ON
                           MOVE REPORT-RETAIN-RECORD
                                TO WS-AUD-BEFORE-IMG
                           PERFORM BUILD-RETAIN-RECORD
                           PERFORM REWRITE-RPTRETEN-FILE
                       END-IF
                   WHEN ACTN-IS-DELETE
                       PERFORM READ-RPTRETEN-FILE-UPD
                       IF NOT ERR-FLG-ON
                           MOVE REPORT-RETAIN-RECORD
                                TO WS-AUD-BEFORE-IMG
                           PERFORM DELETE-RPTRETEN-FILE
                       END-IF
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      BUILD-RETAIN-RECORD
      *----------------------------------------------------------------*
       BUILD-RETAIN-RECORD.

           IF ACTN-IS-ADD
               INITIALIZE REPORT-RETAIN-RECORD
           END-IF
           MOVE RPTIDI OF CORTN1AI TO RETN-REPORT-ID
           MOVE KEEPDYI OF CORTN1AI TO RETN-KEEP-DAYS.

      *----------------------------------------------------------------*
      *                      READ-RPTRETEN-FILE-UPD
      *----------------------------------------------------------------*
       READ-RPTRETEN-FILE-UPD.

           EXEC CICS READ
                DATASET   (WS-RPTRETEN-FILE)
                INTO      (REPORT-RETAIN-RECORD)
                LENGTH    (LENGTH OF REPORT-RETAIN-RECORD)
                RIDFLD    (RETN-REPORT-ID)
                KEYLENGTH (LENGTH OF RETN-REPORT-ID)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Retention NOT found...' TO WS-MESSAGE
               MOVE -1       TO RPTIDL OF CORTN1AI
               PERFORM SEND-RETAIN-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-RPTRETEN-FILE
      *----------------------------------------------------------------*
       WRITE-RPTRETEN-FILE.

           EXEC CICS WRITE
                DATASET   (WS-RPTRETEN-FILE)
                FROM      (REPORT-RETAIN-RECORD)
                LENGTH    (LENGTH OF REPORT-RETAIN-RECORD)
                RIDFLD    (RETN-REPORT-ID)
                KEYLENGTH (LENGTH OF RETN-REPORT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET MNTAUDIT-ACTION-ADD TO TRUE
                   PERFORM WRITE-MAINT-AUDIT
                   MOVE DFHGREEN        TO ERRMSGC  OF CORTN1AO
                   STRING 'Retention for ' DELIMITED BY SIZE
                          RETN-REPORT-ID  DELIMITED BY SPACE
                          ' has been added ...' DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   PERFORM SEND-RETAIN-SCREEN
               WHEN DFHRESP(DUPKEY)
               WHEN DFHRESP(DUPREC)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Retention already exists...' TO WS-MESSAGE
                   MOVE -1       TO RPTIDL OF CORTN1AI
                   PERFORM SEND-RETAIN-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to Add Retention...' TO WS-MESSAGE
                   MOVE -1       TO RPTIDL OF CORTN1AI
                   PERFORM SEND-RETAIN-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      REWRITE-RPTRETEN-FILE
      *----------------------------------------------------------------*
       REWRITE-RPTRETEN-FILE.

           EXEC CICS REWRITE
                DATASET   (WS-RPTRETEN-FILE)
                FROM      (REPORT-RETAIN-RECORD)
                LENGTH    (LENGTH OF REPORT-RETAIN-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET MNTAUDIT-ACTION-UPD TO TRUE
                   PERFORM WRITE-MAINT-AUDIT
                   MOVE DFHGREEN        TO ERRMSGC  OF CORTN1AO
                   STRING 'Retention for ' DELIMITED BY SIZE
                          RETN-REPORT-ID  DELIMITED BY SPACE
                          ' has been updated ...' DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   PERFORM SEND-RETAIN-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to Update Retention...' TO
                                   WS-MESSAGE
                   MOVE -1       TO RPTIDL OF CORTN1AI
                   PERFORM SEND-RETAIN-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      DELETE-RPTRETEN-FILE
      *----------------------------------------------------------------*
       DELETE-RPTRETEN-FILE.

           EXEC CICS DELETE
                DATASET   (WS-RPTRETEN-FILE)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET MNTAUDIT-ACTION-DEL TO TRUE
                   PERFORM WRITE-MAINT-AUDIT
                   PERFORM INITIALIZE-ALL-FIELDS
                   MOVE DFHGREEN        TO ERRMSGC  OF CORTN1AO
                   STRING 'Retention for ' DELIMITED BY SIZE
                          RETN-REPORT-ID  DELIMITED BY SPACE
                          ' has been deleted ...' DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   PERFORM SEND-RETAIN-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to Delete Retention...' TO
                                   WS-MESSAGE
                   MOVE -1       TO RPTIDL OF CORTN1AI
                   PERFORM SEND-RETAIN-SCREEN
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
           SET MNTAUDIT-ENTITY-RETENTION TO TRUE
           MOVE RETN-REPORT-ID         TO MNTAUDIT-TARGET-KEY
           MOVE WS-AUD-BEFORE-IMG    TO MNTAUDIT-BEFORE-IMAGE
           MOVE SPACES               TO MNTAUDIT-AFTER-IMAGE
           IF NOT MNTAUDIT-ACTION-DEL
               MOVE REPORT-RETAIN-RECORD
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
      *                      SEND-RETAIN-SCREEN
      *----------------------------------------------------------------*
       SEND-RETAIN-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF CORTN1AO

           EXEC CICS SEND
                     MAP('CORTN1A')
                     MAPSET('CORTN01')
                     FROM(CORTN1AO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-RETAIN-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-RETAIN-SCREEN.

           EXEC CICS RECEIVE
                     MAP('CORTN1A')
                     MAPSET('CORTN01')
                     INTO(CORTN1AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF CORTN1AO
           MOVE CCDA-TITLE02           TO TITLE02O OF CORTN1AO
           MOVE WS-TRANID              TO TRNNAMEO OF CORTN1AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF CORTN1AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF CORTN1AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF CORTN1AO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           PERFORM INITIALIZE-ALL-FIELDS.
           PERFORM SEND-RETAIN-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE -1              TO ACTNCDL OF CORTN1AI
           MOVE SPACES          TO ACTNCDI  OF CORTN1AI
                                   RPTIDI   OF CORTN1AI
                                   KEEPDYI  OF CORTN1AI
                                   WS-MESSAGE.
