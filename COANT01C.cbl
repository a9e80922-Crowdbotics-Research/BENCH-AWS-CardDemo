      ******************************************************************
      * Program     : COANT01C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Account notes - page through the free-text notes
      *               service reps have left on an account, newest
      *               first, three to a page with PF7/PF8, and add a
      *               new note (category and up to three lines of
      *               text) with PF5.  Each note is stamped with the
      *               signed-on operator and the time it was written.
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
       PROGRAM-ID. COANT01C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COANT01C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CANT'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-NOTE-FILE               PIC X(08) VALUE 'ACCTNOTE'.
         05 WS-ACCTDAT-FILE            PIC X(08) VALUE 'ACCTDAT '.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-NOTE-EOF                PIC X(01) VALUE 'N'.
           88 NOTE-EOF                           VALUE 'Y'.
           88 NOTE-NOT-EOF                       VALUE 'N'.
      *    An inclusive anchor redisplays the page that starts on it;
      *    an exclusive one pages past it.
         05 WS-ANCHOR-SW               PIC X(01) VALUE 'N'.
           88 ANCHOR-INCLUSIVE                   VALUE 'Y'.
           88 ANCHOR-EXCLUSIVE                   VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REC-COUNT               PIC S9(04) COMP VALUE ZEROS.
         05 WS-IDX                     PIC S9(04) COMP VALUE ZEROS.
         05 WS-PAGE-NUM                PIC S9(08) COMP VALUE ZEROS.
         05 WS-PAGE-NUM-E              PIC ZZ9.
         05 WS-ACCT-ID-N               PIC 9(11) VALUE 0.
         05 WS-ANCHOR-TS               PIC X(26) VALUE SPACES.
         05 WS-ABS-TIME                PIC S9(15) COMP-3.
         05 WS-ABS-SECS                PIC S9(15) COMP-3.
         05 WS-ABS-MSEC                PIC 9(03) VALUE 0.
         05 WS-CUR-DATE-X10            PIC X(10) VALUE SPACES.
         05 WS-CUR-TIME-X08            PIC X(08) VALUE SPACES.

       01 WS-ROW-TABLE.
         05 WS-ROW-ENTRY OCCURS 3 TIMES.
           10 WS-ROW-NOTE              PIC X(250).
       01 WS-ROW-SWAP                  PIC X(250).
       01 WS-SWAP-IDX                  PIC S9(04) COMP VALUE ZEROS.

       COPY COCOM01Y.
          05 CDEMO-CN01-INFO.
             10 CDEMO-CN01-ACCT-ID         PIC 9(11).
             10 CDEMO-CN01-TS-FIRST        PIC X(26).
             10 CDEMO-CN01-TS-LAST         PIC X(26).
             10 CDEMO-CN01-PAGE-NUM        PIC 9(08).
             10 CDEMO-CN01-NEXT-PAGE-FLG   PIC X(01) VALUE 'N'.
                88 NEXT-PAGE-YES                     VALUE 'Y'.
                88 NEXT-PAGE-NO                      VALUE 'N'.

       COPY COANT01.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

       COPY CVNTE01Y.
       COPY CVACT01Y.

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
                          ERRMSGO OF COANT1AO

           IF EIBCALEN = 0
               MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COANT1AO
                   INITIALIZE CDEMO-CN01-INFO
      *            Launched from another account screen with the
      *            account in the commarea - show its latest notes.
                   IF CDEMO-ACCT-ID > 0
                       MOVE CDEMO-ACCT-ID TO ACCTIDINI OF COANT1AI
                       PERFORM PROCESS-ENTER-KEY
                   ELSE
                       MOVE -1 TO ACCTIDINL OF COANT1AI
                       PERFORM SEND-NOTES-SCREEN
                   END-IF
               ELSE
                   MOVE CDEMO-CN01-PAGE-NUM TO WS-PAGE-NUM
                   PERFORM RECEIVE-NOTES-SCREEN
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
                       WHEN DFHPF5
                           PERFORM PROCESS-SAVE-KEY
                       WHEN DFHPF7
                           PERFORM PROCESS-PF7-KEY
                       WHEN DFHPF8
                           PERFORM PROCESS-PF8-KEY
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-NOTES-SCREEN
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

            PERFORM VALIDATE-ACCT-FIELD
               THRU VALIDATE-ACCT-FIELD-EXIT
           IF NOT ERR-FLG-ON
               PERFORM SHOW-FIRST-PAGE
               PERFORM SEND-NOTES-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      VALIDATE-ACCT-FIELD
      *----------------------------------------------------------------*
       VALIDATE-ACCT-FIELD.

           IF ACCTIDINI OF COANT1AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account ID can NOT be empty...' TO WS-MESSAGE
               MOVE -1       TO ACCTIDINL OF COANT1AI
               PERFORM SEND-NOTES-SCREEN
               GO TO VALIDATE-ACCT-FIELD-EXIT
           END-IF
           IF ACCTIDINI OF COANT1AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account ID must be Numeric...' TO WS-MESSAGE
               MOVE -1       TO ACCTIDINL OF COANT1AI
               PERFORM SEND-NOTES-SCREEN
               GO TO VALIDATE-ACCT-FIELD-EXIT
           END-IF
           MOVE ACCTIDINI OF COANT1AI TO WS-ACCT-ID-N

           MOVE WS-ACCT-ID-N TO ACCT-ID
           EXEC CICS READ
                DATASET   (WS-ACCTDAT-FILE)
                INTO      (ACCOUNT-RECORD)
                LENGTH    (LENGTH OF ACCOUNT-RECORD)
                RIDFLD    (ACCT-ID)
                KEYLENGTH (LENGTH OF ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account ID NOT found...' TO WS-MESSAGE
                   MOVE -1      TO ACCTIDINL OF COANT1AI
                   PERFORM SEND-NOTES-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Account...' TO WS-MESSAGE
                   MOVE -1      TO ACCTIDINL OF COANT1AI
                   PERFORM SEND-NOTES-SCREEN
           END-EVALUATE.
       VALIDATE-ACCT-FIELD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SHOW-FIRST-PAGE
      *----------------------------------------------------------------*
       SHOW-FIRST-PAGE.

           MOVE WS-ACCT-ID-N TO CDEMO-CN01-ACCT-ID
           MOVE HIGH-VALUES  TO CDEMO-CN01-TS-LAST
           SET ANCHOR-EXCLUSIVE TO TRUE
           MOVE 1            TO WS-PAGE-NUM
           PERFORM PROCESS-PAGE-FORWARD
           IF WS-REC-COUNT = 0
               MOVE 'No notes on this account yet...' TO WS-MESSAGE
           END-IF
           MOVE -1 TO NCATL OF COANT1AI.

      *----------------------------------------------------------------*
      *                      PROCESS-PF7-KEY
      *----------------------------------------------------------------*
       PROCESS-PF7-KEY.

            PERFORM VALIDATE-ACCT-FIELD
               THRU VALIDATE-ACCT-FIELD-EXIT
           IF NOT ERR-FLG-ON
               IF WS-ACCT-ID-N NOT = CDEMO-CN01-ACCT-ID
                   PERFORM SHOW-FIRST-PAGE
                   PERFORM SEND-NOTES-SCREEN
               ELSE
                   IF WS-PAGE-NUM > 1
                       SUBTRACT 1 FROM WS-PAGE-NUM
                       PERFORM PROCESS-PAGE-BACKWARD
                       MOVE -1 TO NCATL OF COANT1AI
                       PERFORM SEND-NOTES-SCREEN
                   ELSE
                       PERFORM SHOW-FIRST-PAGE
                       MOVE 'You are already at the top of the page...'
                            TO WS-MESSAGE
                       PERFORM SEND-NOTES-SCREEN
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      PROCESS-PF8-KEY
      *----------------------------------------------------------------*
       PROCESS-PF8-KEY.

            PERFORM VALIDATE-ACCT-FIELD
               THRU VALIDATE-ACCT-FIELD-EXIT
           IF NOT ERR-FLG-ON
               IF WS-ACCT-ID-N NOT = CDEMO-CN01-ACCT-ID
                   PERFORM SHOW-FIRST-PAGE
                   PERFORM SEND-NOTES-SCREEN
               ELSE
                   IF NEXT-PAGE-YES
                       SET ANCHOR-EXCLUSIVE TO TRUE
                       ADD 1 TO WS-PAGE-NUM
                   ELSE
      *                Nothing older - redisplay the page on screen.
                       MOVE CDEMO-CN01-TS-FIRST TO CDEMO-CN01-TS-LAST
                       SET ANCHOR-INCLUSIVE TO TRUE
                   END-IF
                   PERFORM PROCESS-PAGE-FORWARD
                   IF ANCHOR-INCLUSIVE
                       MOVE 'You are at the bottom of the page...'
                         TO WS-MESSAGE
                   END-IF
                   MOVE -1 TO NCATL OF COANT1AI
                   PERFORM SEND-NOTES-SCREEN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      PROCESS-PAGE-FORWARD
      *----------------------------------------------------------------*
      * Forward through the notes is backward through the file - the
      * key ends in the time written, so the next (older) page is read
      * with READPREV from the last note already shown.
       PROCESS-PAGE-FORWARD.

           MOVE CDEMO-CN01-TS-LAST TO WS-ANCHOR-TS
           SET NEXT-PAGE-NO TO TRUE
           MOVE 0 TO WS-REC-COUNT
           PERFORM INIT-ROW-TABLE
           PERFORM STARTBR-NOTE-FILE

           IF NOTE-NOT-EOF
               PERFORM UNTIL NOTE-EOF
                          OR WS-REC-COUNT >= 3
                   PERFORM READPREV-NOTE-FILE
                   IF NOTE-NOT-EOF
                      AND NOTE-ACCT-ID = WS-ACCT-ID-N
                       IF NOTE-TS < WS-ANCHOR-TS
                       OR (ANCHOR-INCLUSIVE
                           AND NOTE-TS = WS-ANCHOR-TS)
                           ADD 1 TO WS-REC-COUNT
                           MOVE ACCOUNT-NOTE-RECORD
                             TO WS-ROW-NOTE (WS-REC-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
      *        Peek for one more older note to drive the PF8 message.
               PERFORM UNTIL NOTE-EOF OR NEXT-PAGE-YES
                   PERFORM READPREV-NOTE-FILE
                   IF NOTE-NOT-EOF
                      AND NOTE-ACCT-ID = WS-ACCT-ID-N
                      AND NOTE-TS < WS-ANCHOR-TS
                       SET NEXT-PAGE-YES TO TRUE
                   END-IF
               END-PERFORM
               PERFORM ENDBR-NOTE-FILE
           END-IF
           PERFORM POPULATE-SCREEN-ROWS.

      *----------------------------------------------------------------*
      *                      PROCESS-PAGE-BACKWARD
      *----------------------------------------------------------------*
      * Back toward the newest notes - read forward from the first
      * note on the page, then flip the rows so the page still reads
      * newest first.
       PROCESS-PAGE-BACKWARD.

           MOVE CDEMO-CN01-TS-FIRST TO WS-ANCHOR-TS
                                       NOTE-TS
           MOVE WS-ACCT-ID-N        TO NOTE-ACCT-ID
           SET NOTE-NOT-EOF  TO TRUE
           SET NEXT-PAGE-YES TO TRUE
           MOVE 0 TO WS-REC-COUNT
           PERFORM INIT-ROW-TABLE

           EXEC CICS STARTBR
                DATASET   (WS-NOTE-FILE)
                RIDFLD    (NOTE-KEY)
                KEYLENGTH (LENGTH OF NOTE-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET NOTE-EOF TO TRUE
           END-IF

           IF NOTE-NOT-EOF
               PERFORM UNTIL NOTE-EOF
                          OR WS-REC-COUNT >= 3
                   PERFORM READNEXT-NOTE-FILE
                   IF NOTE-NOT-EOF
                      AND NOTE-TS > WS-ANCHOR-TS
                       ADD 1 TO WS-REC-COUNT
                       MOVE ACCOUNT-NOTE-RECORD
                         TO WS-ROW-NOTE (WS-REC-COUNT)
                   END-IF
               END-PERFORM
               PERFORM ENDBR-NOTE-FILE
           END-IF

           PERFORM REVERSE-ROW-TABLE
           PERFORM POPULATE-SCREEN-ROWS.

      *----------------------------------------------------------------*
      *                      STARTBR-NOTE-FILE
      *----------------------------------------------------------------*
       STARTBR-NOTE-FILE.

           MOVE WS-ACCT-ID-N TO NOTE-ACCT-ID
           MOVE WS-ANCHOR-TS TO NOTE-TS
           SET NOTE-NOT-EOF  TO TRUE

           EXEC CICS STARTBR
                DATASET   (WS-NOTE-FILE)
                RIDFLD    (NOTE-KEY)
                KEYLENGTH (LENGTH OF NOTE-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
      *            Nothing at or past the key - this account owns
      *            the highest keys on file, so position at end of
      *            dataset for the backward read instead.
                   MOVE HIGH-VALUES TO NOTE-KEY
                   EXEC CICS STARTBR
                        DATASET   (WS-NOTE-FILE)
                        RIDFLD    (NOTE-KEY)
                        KEYLENGTH (LENGTH OF NOTE-KEY)
                        GTEQ
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
                   END-EXEC
                   IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                       SET NOTE-EOF TO TRUE
                   END-IF
               WHEN OTHER
                   SET NOTE-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READPREV-NOTE-FILE
      *----------------------------------------------------------------*
       READPREV-NOTE-FILE.

           EXEC CICS READPREV
                DATASET   (WS-NOTE-FILE)
                INTO      (ACCOUNT-NOTE-RECORD)
                LENGTH    (LENGTH OF ACCOUNT-NOTE-RECORD)
                RIDFLD    (NOTE-KEY)
                KEYLENGTH (LENGTH OF NOTE-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
      *            Keys above the account are skipped; once the read
      *            drops below it the notes are exhausted.
                   IF NOTE-ACCT-ID < WS-ACCT-ID-N
                       SET NOTE-EOF TO TRUE
                   END-IF
               WHEN OTHER
                   SET NOTE-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READNEXT-NOTE-FILE
      *----------------------------------------------------------------*
       READNEXT-NOTE-FILE.

           EXEC CICS READNEXT
                DATASET   (WS-NOTE-FILE)
                INTO      (ACCOUNT-NOTE-RECORD)
                LENGTH    (LENGTH OF ACCOUNT-NOTE-RECORD)
                RIDFLD    (NOTE-KEY)
                KEYLENGTH (LENGTH OF NOTE-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   IF NOTE-ACCT-ID NOT = WS-ACCT-ID-N
                       SET NOTE-EOF TO TRUE
                   END-IF
               WHEN OTHER
                   SET NOTE-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      ENDBR-NOTE-FILE
      *----------------------------------------------------------------*
       ENDBR-NOTE-FILE.

           EXEC CICS ENDBR
                DATASET   (WS-NOTE-FILE)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      INIT-ROW-TABLE
      *----------------------------------------------------------------*
       INIT-ROW-TABLE.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               MOVE SPACES TO WS-ROW-NOTE (WS-IDX)
           END-PERFORM.

      *----------------------------------------------------------------*
      *                      REVERSE-ROW-TABLE
      *----------------------------------------------------------------*
       REVERSE-ROW-TABLE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX * 2 > WS-REC-COUNT
               MOVE WS-ROW-ENTRY (WS-IDX) TO WS-ROW-SWAP
               COMPUTE WS-SWAP-IDX = WS-REC-COUNT - WS-IDX + 1
               MOVE WS-ROW-ENTRY (WS-SWAP-IDX)
                 TO WS-ROW-ENTRY (WS-IDX)
               MOVE WS-ROW-SWAP TO WS-ROW-ENTRY (WS-SWAP-IDX)
           END-PERFORM.

      *----------------------------------------------------------------*
      *                      POPULATE-SCREEN-ROWS
      *----------------------------------------------------------------*
       POPULATE-SCREEN-ROWS.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               MOVE SPACES TO NOTE-ROW-O (WS-IDX)
               IF WS-IDX <= WS-REC-COUNT
                   MOVE WS-ROW-NOTE (WS-IDX) TO ACCOUNT-NOTE-RECORD
                   MOVE NOTE-TS (1:10)   TO ROWDATEO (WS-IDX)
                   MOVE NOTE-TS (12:8)   TO ROWTIMEO (WS-IDX)
                   MOVE NOTE-OPER-ID     TO ROWOPERO (WS-IDX)
                   MOVE NOTE-CATEGORY    TO ROWCATO  (WS-IDX)
                   MOVE NOTE-TEXT-LINE (1) TO ROWLIN1O (WS-IDX)
                   MOVE NOTE-TEXT-LINE (2) TO ROWLIN2O (WS-IDX)
                   MOVE NOTE-TEXT-LINE (3) TO ROWLIN3O (WS-IDX)
                   IF WS-IDX = 1
                       MOVE NOTE-TS TO CDEMO-CN01-TS-FIRST
                   END-IF
                   MOVE NOTE-TS TO CDEMO-CN01-TS-LAST
               END-IF
           END-PERFORM
           MOVE WS-PAGE-NUM         TO WS-PAGE-NUM-E
           MOVE WS-PAGE-NUM-E       TO PAGENUMO OF COANT1AO
           MOVE WS-PAGE-NUM         TO CDEMO-CN01-PAGE-NUM.

      *----------------------------------------------------------------*
      *                      PROCESS-SAVE-KEY
      *----------------------------------------------------------------*
       PROCESS-SAVE-KEY.

            PERFORM VALIDATE-ACCT-FIELD
               THRU VALIDATE-ACCT-FIELD-EXIT
           IF NOT ERR-FLG-ON
               PERFORM VALIDATE-NOTE-FIELDS
                  THRU VALIDATE-NOTE-FIELDS-EXIT
           END-IF
           IF NOT ERR-FLG-ON
               PERFORM WRITE-NOTE-RECORD
           END-IF.

      *----------------------------------------------------------------*
      *                      VALIDATE-NOTE-FIELDS
      *----------------------------------------------------------------*
       VALIDATE-NOTE-FIELDS.

           MOVE NCATI OF COANT1AI TO NOTE-CATEGORY
           IF NOT NOTE-CAT-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Category must be GN, FR, AD, FC, DS, PY or CL...'
                            TO WS-MESSAGE
               MOVE -1      TO NCATL OF COANT1AI
               PERFORM SEND-NOTES-SCREEN
               GO TO VALIDATE-NOTE-FIELDS-EXIT
           END-IF
           IF NTXT1I OF COANT1AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Note text can NOT be empty...' TO WS-MESSAGE
               MOVE -1      TO NTXT1L OF COANT1AI
               PERFORM SEND-NOTES-SCREEN
               GO TO VALIDATE-NOTE-FIELDS-EXIT
           END-IF.
       VALIDATE-NOTE-FIELDS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      WRITE-NOTE-RECORD
      *----------------------------------------------------------------*
       WRITE-NOTE-RECORD.

           EXEC CICS ASKTIME
                ABSTIME  (WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME  (WS-ABS-TIME)
                YYYYMMDD (WS-CUR-DATE-X10)
                DATESEP  ('-')
                TIME     (WS-CUR-TIME-X08)
                TIMESEP  ('.')
           END-EXEC

      *    The milliseconds keep two notes written in the same second
      *    on the same account from colliding on the key.
           DIVIDE WS-ABS-TIME BY 1000 GIVING WS-ABS-SECS
                  REMAINDER WS-ABS-MSEC

           INITIALIZE ACCOUNT-NOTE-RECORD
           MOVE WS-ACCT-ID-N         TO NOTE-ACCT-ID
           STRING WS-CUR-DATE-X10 ,
                  '-' ,
                  WS-CUR-TIME-X08 ,
                  '.' ,
                  WS-ABS-MSEC ,
                  '000'
             DELIMITED BY SIZE
             INTO NOTE-TS
           END-STRING
           MOVE CDEMO-USER-ID        TO NOTE-OPER-ID
           MOVE NCATI OF COANT1AI    TO NOTE-CATEGORY
           MOVE NTXT1I OF COANT1AI   TO NOTE-TEXT-LINE (1)
           MOVE NTXT2I OF COANT1AI   TO NOTE-TEXT-LINE (2)
           MOVE NTXT3I OF COANT1AI   TO NOTE-TEXT-LINE (3)
           INSPECT NOTE-TEXT REPLACING ALL LOW-VALUES BY SPACES

           EXEC CICS WRITE
                DATASET   (WS-NOTE-FILE)
                FROM      (ACCOUNT-NOTE-RECORD)
                LENGTH    (LENGTH OF ACCOUNT-NOTE-RECORD)
                RIDFLD    (NOTE-KEY)
                KEYLENGTH (LENGTH OF NOTE-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE SPACES TO NCATI  OF COANT1AI
                                  NTXT1I OF COANT1AI
                                  NTXT2I OF COANT1AI
                                  NTXT3I OF COANT1AI
                   PERFORM SHOW-FIRST-PAGE
                   MOVE DFHGREEN        TO ERRMSGC  OF COANT1AO
                   MOVE 'Note added...' TO WS-MESSAGE
                   PERFORM SEND-NOTES-SCREEN
               WHEN DFHRESP(DUPKEY)
               WHEN DFHRESP(DUPREC)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Note not added - press PF5 to try again...'
                                TO WS-MESSAGE
                   MOVE -1      TO NCATL OF COANT1AI
                   PERFORM SEND-NOTES-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to add note...' TO WS-MESSAGE
                   MOVE -1      TO NCATL OF COANT1AI
                   PERFORM SEND-NOTES-SCREEN
           END-EVALUATE.

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
      *                      SEND-NOTES-SCREEN
      *----------------------------------------------------------------*
       SEND-NOTES-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COANT1AO

           EXEC CICS SEND
                     MAP('COANT1A')
                     MAPSET('COANT01')
                     FROM(COANT1AO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-NOTES-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-NOTES-SCREEN.

           EXEC CICS RECEIVE
                     MAP('COANT1A')
                     MAPSET('COANT01')
                     INTO(COANT1AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF COANT1AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COANT1AO
           MOVE WS-TRANID              TO TRNNAMEO OF COANT1AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COANT1AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COANT1AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COANT1AO.
