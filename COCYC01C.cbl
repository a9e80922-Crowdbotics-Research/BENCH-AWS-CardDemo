      ******************************************************************
      * Program     : COCYC01C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Statement cycle selection - maintains the single
      *               CYCLPARM record that restricts the statement run
      *               (CBSTM03A) to one billing cycle.  Blank or 00
      *               produces the whole book, 01-20 only the accounts
      *               on that cycle.  Delete resets the code to blank.
      *               Every change is written to the MNTAUDIT trail
      *               with its before and after image.
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
       PROGRAM-ID. COCYC01C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COCYC01C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CCYP'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-CYCLPARM-FILE           PIC X(08) VALUE 'CYCLPARM'.
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
         05 WS-CYC-RBA                 PIC S9(08) COMP VALUE ZEROS.
         05 WS-ACTN-FLG                PIC X(01) VALUE SPACES.
           88 ACTN-IS-ADD                        VALUE 'A'.
           88 ACTN-IS-UPDATE                     VALUE 'U'.
           88 ACTN-IS-DELETE                     VALUE 'D'.

       COPY COCOM01Y.

       COPY COCYC01.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * The statement run reads CYCLPARM as a one-record sequential
      * file; online it is the same data set opened as an ESDS, so
      * the record always sits at relative byte address zero.
       01  CYCLE-PARM-RECORD.
           05  CYC-CYCLE-CD                      PIC X(02).
               88  CYC-WHOLE-BOOK                VALUES SPACES '00'.
           05  FILLER                            PIC X(78).
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
                          ERRMSGO OF COCYC1AO

           IF EIBCALEN = 0
               MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COCYC1AO
                   MOVE -1       TO ACTNCDL OF COCYC1AI
                   PERFORM SEND-CYCLE-SCREEN
               ELSE
                   PERFORM RECEIVE-CYCLE-SCREEN
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
                           PERFORM SAVE-CYCLE-RECORD
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-CYCLE-SCREEN
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
               PERFORM READ-CYCLPARM-FILE
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-SCREEN-KEYS
      *----------------------------------------------------------------*
       EDIT-SCREEN-KEYS.

           IF ACTNCDI OF COCYC1AI NOT = 'A' AND 'U' AND 'D'
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Action must be A (Add) U (Update) D (Reset)'
                               TO WS-MESSAGE
               MOVE -1       TO ACTNCDL OF COCYC1AI
               PERFORM SEND-CYCLE-SCREEN
           ELSE
               MOVE ACTNCDI OF COCYC1AI TO WS-ACTN-FLG
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-CYCLPARM-FILE
      *----------------------------------------------------------------*
       READ-CYCLPARM-FILE.

           MOVE ZEROS TO WS-CYC-RBA
           EXEC CICS READ
                DATASET   (WS-CYCLPARM-FILE)
                INTO      (CYCLE-PARM-RECORD)
                LENGTH    (LENGTH OF CYCLE-PARM-RECORD)
                RIDFLD    (WS-CYC-RBA)
                RBA
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE CYC-CYCLE-CD TO CYCCDI OF COCYC1AI
                   IF ACTN-IS-ADD
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Cycle parameter already exists - use U...'
                                       TO WS-MESSAGE
                       MOVE -1       TO ACTNCDL OF COCYC1AI
                   ELSE
                       MOVE DFHNEUTRL TO ERRMSGC  OF COCYC1AO
                       IF ACTN-IS-DELETE
                           MOVE 'Press PF5 to reset to whole book ...'
                                TO WS-MESSAGE
                       ELSE
                           MOVE 'Press PF5 key to save your updates ...'
                                TO WS-MESSAGE
                       END-IF
                   END-IF
                   PERFORM SEND-CYCLE-SCREEN
               WHEN DFHRESP(NOTFND)
                   IF ACTN-IS-ADD
                       MOVE SPACES    TO CYCCDI OF COCYC1AI
                       MOVE DFHNEUTRL TO ERRMSGC OF COCYC1AO
                       MOVE 'Key the cycle (blank = all), press PF5'
                            TO WS-MESSAGE
                   ELSE
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Cycle parameter NOT found - use A...'
                                       TO WS-MESSAGE
                       MOVE -1       TO ACTNCDL OF COCYC1AI
                   END-IF
                   PERFORM SEND-CYCLE-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Cycle parameter...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACTNCDL OF COCYC1AI
                   PERFORM SEND-CYCLE-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      SAVE-CYCLE-RECORD
      *----------------------------------------------------------------*
      * The data set holds one record only, so an add is refused once
      * it exists and a delete resets the code to blank (whole book)
      * rather than removing the record.
       SAVE-CYCLE-RECORD.

           PERFORM EDIT-SCREEN-KEYS

           IF CYCCDI OF COCYC1AI = LOW-VALUES
               MOVE SPACES TO CYCCDI OF COCYC1AI
           END-IF

           IF NOT ERR-FLG-ON AND NOT ACTN-IS-DELETE
               IF CYCCDI OF COCYC1AI = SPACES OR '00'
                   CONTINUE
               ELSE
                   IF CYCCDI OF COCYC1AI IS NOT NUMERIC
                   OR CYCCDI OF COCYC1AI > '20'
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Cycle must be 01-20, or blank for all...'
                                       TO WS-MESSAGE
                       MOVE -1       TO CYCCDL OF COCYC1AI
                       PERFORM SEND-CYCLE-SCREEN
                   END-IF
               END-IF
           END-IF

           IF NOT ERR-FLG-ON
               MOVE SPACES TO WS-AUD-BEFORE-IMG
               EVALUATE TRUE
                   WHEN ACTN-IS-ADD
                       PERFORM WRITE-CYCLPARM-FILE
                   WHEN ACTN-IS-UPDATE
                       PERFORM READ-CYCLPARM-FILE-UPD
                       IF NOT ERR-FLG-ON
                           MOVE CYCLE-PARM-RECORD TO WS-AUD-BEFORE-IMG
                           MOVE CYCCDI OF COCYC1AI TO CYC-CYCLE-CD
                           PERFORM REWRITE-CYCLPARM-FILE
                       END-IF
                   WHEN ACTN-IS-DELETE
                       PERFORM READ-CYCLPARM-FILE-UPD
                       IF NOT ERR-FLG-ON
                           MOVE CYCLE-PARM-RECORD TO WS-AUD-BEFORE-IMG
                           MOVE SPACES TO CYC-CYCLE-CD
                           PERFORM REWRITE-CYCLPARM-FILE
                       END-IF
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-CYCLPARM-FILE-UPD
      *----------------------------------------------------------------*
       READ-CYCLPARM-FILE-UPD.

           MOVE ZEROS TO WS-CYC-RBA
           EXEC CICS READ
                DATASET   (WS-CYCLPARM-FILE)
                INTO      (CYCLE-PARM-RECORD)
                LENGTH    (LENGTH OF CYCLE-PARM-RECORD)
                RIDFLD    (WS-CYC-RBA)
                RBA
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Cycle parameter NOT found - use A...' TO
                               WS-MESSAGE
               MOVE -1       TO ACTNCDL OF COCYC1AI
               PERFORM SEND-CYCLE-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-CYCLPARM-FILE
      *----------------------------------------------------------------*
       WRITE-CYCLPARM-FILE.

           MOVE ZEROS TO WS-CYC-RBA
           EXEC CICS READ
                DATASET   (WS-CYCLPARM-FILE)
                INTO      (CYCLE-PARM-RECORD)
                LENGTH    (LENGTH OF CYCLE-PARM-RECORD)
                RIDFLD    (WS-CYC-RBA)
                RBA
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NOTFND)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Cycle parameter already exists - use U...'
                               TO WS-MESSAGE
               MOVE -1       TO ACTNCDL OF COCYC1AI
               PERFORM SEND-CYCLE-SCREEN
           ELSE
               MOVE SPACES             TO CYCLE-PARM-RECORD
               MOVE CYCCDI OF COCYC1AI TO CYC-CYCLE-CD
               EXEC CICS WRITE
                    DATASET   (WS-CYCLPARM-FILE)
                    FROM      (CYCLE-PARM-RECORD)
                    LENGTH    (LENGTH OF CYCLE-PARM-RECORD)
                    RIDFLD    (WS-CYC-RBA)
                    RBA
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               EVALUATE WS-RESP-CD
                   WHEN DFHRESP(NORMAL)
                       SET MNTAUDIT-ACTION-ADD TO TRUE
                       PERFORM WRITE-MAINT-AUDIT
                       MOVE DFHGREEN    TO ERRMSGC  OF COCYC1AO
                       MOVE 'Cycle parameter has been added ...'
                                        TO WS-MESSAGE
                       PERFORM SEND-CYCLE-SCREEN
                   WHEN OTHER
                       DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Unable to Add Cycle parameter...' TO
                                       WS-MESSAGE
                       MOVE -1       TO CYCCDL OF COCYC1AI
                       PERFORM SEND-CYCLE-SCREEN
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      REWRITE-CYCLPARM-FILE
      *----------------------------------------------------------------*
       REWRITE-CYCLPARM-FILE.

           EXEC CICS REWRITE
                DATASET   (WS-CYCLPARM-FILE)
                FROM      (CYCLE-PARM-RECORD)
                LENGTH    (LENGTH OF CYCLE-PARM-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   IF ACTN-IS-DELETE
                       SET MNTAUDIT-ACTION-DEL TO TRUE
                       MOVE SPACES TO CYCCDI OF COCYC1AI
                       MOVE 'Cycle reset - whole book will be produced'
                            TO WS-MESSAGE
                   ELSE
                       SET MNTAUDIT-ACTION-UPD TO TRUE
                       MOVE 'Cycle parameter has been updated ...'
                            TO WS-MESSAGE
                   END-IF
                   PERFORM WRITE-MAINT-AUDIT
                   MOVE DFHGREEN        TO ERRMSGC  OF COCYC1AO
                   PERFORM SEND-CYCLE-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to Update Cycle parameter...' TO
                                   WS-MESSAGE
                   MOVE -1       TO CYCCDL OF COCYC1AI
                   PERFORM SEND-CYCLE-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      WRITE-MAINT-AUDIT
      *----------------------------------------------------------------*
      * The caller sets the action; an add leaves the before image
      * empty.
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
           SET MNTAUDIT-ENTITY-CYCLE TO TRUE
           MOVE WS-CYCLPARM-FILE     TO MNTAUDIT-TARGET-KEY
           MOVE WS-AUD-BEFORE-IMG    TO MNTAUDIT-BEFORE-IMAGE
           MOVE SPACES               TO MNTAUDIT-AFTER-IMAGE
           MOVE CYCLE-PARM-RECORD    TO MNTAUDIT-AFTER-IMAGE (1:80)

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
      *                      SEND-CYCLE-SCREEN
      *----------------------------------------------------------------*
       SEND-CYCLE-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COCYC1AO

           EXEC CICS SEND
                     MAP('COCYC1A')
                     MAPSET('COCYC01')
                     FROM(COCYC1AO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-CYCLE-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-CYCLE-SCREEN.

           EXEC CICS RECEIVE
                     MAP('COCYC1A')
                     MAPSET('COCYC01')
                     INTO(COCYC1AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF COCYC1AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COCYC1AO
           MOVE WS-TRANID              TO TRNNAMEO OF COCYC1AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COCYC1AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COCYC1AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COCYC1AO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           PERFORM INITIALIZE-ALL-FIELDS.
           PERFORM SEND-CYCLE-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE -1              TO ACTNCDL OF COCYC1AI
           MOVE SPACES          TO ACTNCDI  OF COCYC1AI
                                   CYCCDI   OF COCYC1AI
                                   WS-MESSAGE.
