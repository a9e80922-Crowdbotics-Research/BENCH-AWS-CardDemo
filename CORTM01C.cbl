      ******************************************************************
      * Program     : CORTM01C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Returned mail keying - the mailroom keys each
      *               piece the post office sends back by hand.  The
      *               piece is logged on RTNMAIL and the customer's
      *               address is flagged undeliverable with the date,
      *               exactly as the post office file load does, so
      *               paper statements and letters are held until the
      *               address is corrected on COCUSUPC.
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
       PROGRAM-ID. CORTM01C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CORTM01C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CRTM'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-CUSTDAT-FILE            PIC X(08) VALUE 'CUSTDAT '.
         05 WS-RTNMAIL-FILE            PIC X(08) VALUE 'RTNMAIL '.
         05 WS-BIZDATE-FILE            PIC X(08) VALUE 'BIZDATE '.
         05 WS-ABS-TIME                PIC S9(15) COMP-3.
         05 WS-CUR-DATE-X10            PIC X(10) VALUE SPACES.
         05 WS-CUST-ID-N               PIC 9(09) VALUE 0.
         05 WS-RETURNED-DATE           PIC X(10) VALUE SPACES.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.

       COPY COCOM01Y.

       COPY CORTM01.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

       COPY CUSTREC.
       COPY CVRTM01Y.
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
                          ERRMSGO OF CORTM1AO

           IF EIBCALEN = 0
               MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO CORTM1AO
                   MOVE -1       TO CUSTIDL OF CORTM1AI
                   PERFORM SEND-RTNMAIL-SCREEN
               ELSE
                   PERFORM RECEIVE-RTNMAIL-SCREEN
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
                           PERFORM SAVE-RETURNED-PIECE
                              THRU SAVE-RETURNED-PIECE-EXIT
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-RTNMAIL-SCREEN
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

           PERFORM SHOW-CUSTOMER-ADDRESS
           MOVE DFHNEUTR              TO ERRMSGC  OF CORTM1AO
           MOVE 'Key the returned piece, then press PF5 ...'
                                      TO WS-MESSAGE
           MOVE -1                    TO PIECEL   OF CORTM1AI
           PERFORM SEND-RTNMAIL-SCREEN.
       PROCESS-ENTER-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SHOW-CUSTOMER-ADDRESS
      *----------------------------------------------------------------*
       SHOW-CUSTOMER-ADDRESS.

           MOVE SPACES                TO CUSTNMO  OF CORTM1AO
                                         ADDR3O   OF CORTM1AO
           STRING CUST-FIRST-NAME DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  CUST-LAST-NAME  DELIMITED BY '  '
             INTO CUSTNMO OF CORTM1AO
           END-STRING
           MOVE CUST-ADDR-LINE-1      TO ADDR1O   OF CORTM1AO
           MOVE CUST-ADDR-LINE-2      TO ADDR2O   OF CORTM1AO
           STRING CUST-ADDR-LINE-3    DELIMITED BY '  '
                  ' '                 DELIMITED BY SIZE
                  CUST-ADDR-STATE-CD  DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  CUST-ADDR-ZIP       DELIMITED BY SIZE
             INTO ADDR3O OF CORTM1AO
           END-STRING
           IF CUST-ADDR-UNDELIVERABLE
               MOVE SPACES            TO FLAGSTSO OF CORTM1AO
               STRING 'UNDELIVERABLE SINCE '   DELIMITED BY SIZE
                      CUST-ADDR-UNDELIV-DATE   DELIMITED BY SIZE
                 INTO FLAGSTSO OF CORTM1AO
               END-STRING
               MOVE DFHRED            TO FLAGSTSC OF CORTM1AO
           ELSE
               MOVE 'ADDRESS NOT FLAGGED'
                                      TO FLAGSTSO OF CORTM1AO
               MOVE DFHGREEN          TO FLAGSTSC OF CORTM1AO
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-CUSTOMER-ID
      *----------------------------------------------------------------*
       EDIT-CUSTOMER-ID.

           EVALUATE TRUE
               WHEN CUSTIDI OF CORTM1AI = SPACES OR LOW-VALUES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Customer ID can NOT be empty...' TO
                                   WS-MESSAGE
                   MOVE -1       TO CUSTIDL OF CORTM1AI
                   PERFORM SEND-RTNMAIL-SCREEN
               WHEN CUSTIDI OF CORTM1AI IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Customer ID must be numeric...' TO
                                   WS-MESSAGE
                   MOVE -1       TO CUSTIDL OF CORTM1AI
                   PERFORM SEND-RTNMAIL-SCREEN
               WHEN OTHER
                   MOVE CUSTIDI OF CORTM1AI TO WS-CUST-ID-N
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      EDIT-RETURNED-PIECE
      *----------------------------------------------------------------*
       EDIT-RETURNED-PIECE.

           MOVE PIECEI  OF CORTM1AI TO RTM-PIECE-TYPE
           MOVE REASONI OF CORTM1AI TO RTM-REASON-CD
           IF RETDTI OF CORTM1AI = SPACES OR LOW-VALUES
               MOVE WS-CUR-DATE-X10    TO WS-RETURNED-DATE
           ELSE
               MOVE RETDTI OF CORTM1AI TO WS-RETURNED-DATE
           END-IF

           EVALUATE TRUE
               WHEN NOT RTM-PIECE-VALID
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Piece must be ST, DL, LT, CD or OT...' TO
                                   WS-MESSAGE
                   MOVE -1       TO PIECEL OF CORTM1AI
                   PERFORM SEND-RTNMAIL-SCREEN
               WHEN NOT RTM-RSN-VALID
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Reason must be MV, NS, IA, UF, RF or VA...' TO
                                   WS-MESSAGE
                   MOVE -1       TO REASONL OF CORTM1AI
                   PERFORM SEND-RTNMAIL-SCREEN
               WHEN WS-RETURNED-DATE (5:1) NOT = '-'
               OR   WS-RETURNED-DATE (8:1) NOT = '-'
               OR   WS-RETURNED-DATE (1:4) IS NOT NUMERIC
               OR   WS-RETURNED-DATE (6:2) IS NOT NUMERIC
               OR   WS-RETURNED-DATE (9:2) IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Returned date must be YYYY-MM-DD...' TO
                                   WS-MESSAGE
                   MOVE -1       TO RETDTL OF CORTM1AI
                   PERFORM SEND-RTNMAIL-SCREEN
               WHEN WS-RETURNED-DATE > WS-CUR-DATE-X10
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Returned date cannot be in the future...' TO
                                   WS-MESSAGE
                   MOVE -1       TO RETDTL OF CORTM1AI
                   PERFORM SEND-RTNMAIL-SCREEN
               WHEN ACCTIDI OF CORTM1AI NOT = SPACES AND LOW-VALUES
               AND  ACCTIDI OF CORTM1AI IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account ID must be numeric...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF CORTM1AI
                   PERFORM SEND-RTNMAIL-SCREEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      SAVE-RETURNED-PIECE
      *----------------------------------------------------------------*
       SAVE-RETURNED-PIECE.

           PERFORM CHECK-BATCH-QUIESCE
           IF ERR-FLG-ON
               GO TO SAVE-RETURNED-PIECE-EXIT
           END-IF

           PERFORM EDIT-CUSTOMER-ID
           IF ERR-FLG-ON
               GO TO SAVE-RETURNED-PIECE-EXIT
           END-IF

           EXEC CICS ASKTIME
                ABSTIME  (WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME  (WS-ABS-TIME)
                YYYYMMDD (WS-CUR-DATE-X10)
                DATESEP  ('-')
           END-EXEC

           PERFORM EDIT-RETURNED-PIECE
           IF ERR-FLG-ON
               GO TO SAVE-RETURNED-PIECE-EXIT
           END-IF

           PERFORM READ-CUSTDAT-FOR-UPDATE
           IF ERR-FLG-ON
               GO TO SAVE-RETURNED-PIECE-EXIT
           END-IF

           INITIALIZE RETURNED-MAIL-RECORD
           MOVE CUST-ID                TO RTM-CUST-ID
           MOVE WS-CUR-DATE-X10        TO RTM-LOGGED-DATE
           IF ACCTIDI OF CORTM1AI IS NUMERIC
               MOVE ACCTIDI OF CORTM1AI TO RTM-ACCT-ID
           END-IF
           MOVE PIECEI  OF CORTM1AI    TO RTM-PIECE-TYPE
           MOVE REASONI OF CORTM1AI    TO RTM-REASON-CD
           MOVE WS-RETURNED-DATE       TO RTM-RETURNED-DATE
           IF MZIPI OF CORTM1AI NOT = LOW-VALUES
               MOVE MZIPI OF CORTM1AI  TO RTM-MAILED-ZIP
           END-IF
           SET RTM-SRC-KEYED           TO TRUE
           MOVE CDEMO-USER-ID          TO RTM-OPER-ID

      *    Same rules as the post office load - a piece mailed to a
      *    ZIP the customer has since left says nothing about the
      *    address on file now.
           EVALUATE TRUE
               WHEN RTM-MAILED-ZIP NOT = SPACES
               AND  RTM-MAILED-ZIP NOT = CUST-ADDR-ZIP
                   SET RTM-RESULT-ADDR-CHANGED TO TRUE
                   MOVE 'Logged - address has changed since mailing...'
                                       TO WS-MESSAGE
               WHEN CUST-ADDR-UNDELIVERABLE
                   SET RTM-RESULT-ALREADY      TO TRUE
                   MOVE 'Logged - address was already flagged...'
                                       TO WS-MESSAGE
               WHEN OTHER
                   SET RTM-RESULT-FLAGGED      TO TRUE
                   MOVE 'Y'             TO CUST-ADDR-UNDELIV-FLAG
                   MOVE WS-CUR-DATE-X10 TO CUST-ADDR-UNDELIV-DATE
                   MOVE 'Logged - address flagged undeliverable...'
                                       TO WS-MESSAGE
           END-EVALUATE

           PERFORM WRITE-RTNMAIL-FILE
           IF ERR-FLG-ON
               GO TO SAVE-RETURNED-PIECE-EXIT
           END-IF

           IF RTM-RESULT-FLAGGED
               PERFORM REWRITE-CUSTDAT-FILE
               IF ERR-FLG-ON
                   GO TO SAVE-RETURNED-PIECE-EXIT
               END-IF
           ELSE
               EXEC CICS UNLOCK
                    DATASET   (WS-CUSTDAT-FILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF

           PERFORM SHOW-CUSTOMER-ADDRESS
           MOVE SPACES                 TO PIECEI   OF CORTM1AI
                                          REASONI  OF CORTM1AI
                                          RETDTI   OF CORTM1AI
                                          MZIPI    OF CORTM1AI
           MOVE DFHGREEN               TO ERRMSGC  OF CORTM1AO
           MOVE -1                     TO PIECEL   OF CORTM1AI
           PERFORM SEND-RTNMAIL-SCREEN.
       SAVE-RETURNED-PIECE-EXIT.
           EXIT.

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

           PERFORM CHECK-CUSTDAT-RESP.

      *----------------------------------------------------------------*
      *                      READ-CUSTDAT-FOR-UPDATE
      *----------------------------------------------------------------*
       READ-CUSTDAT-FOR-UPDATE.

           MOVE WS-CUST-ID-N TO CUST-ID
           EXEC CICS READ
                DATASET   (WS-CUSTDAT-FILE)
                INTO      (CUSTOMER-RECORD)
                LENGTH    (LENGTH OF CUSTOMER-RECORD)
                RIDFLD    (CUST-ID)
                KEYLENGTH (LENGTH OF CUST-ID)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           PERFORM CHECK-CUSTDAT-RESP.

      *----------------------------------------------------------------*
      *                      CHECK-CUSTDAT-RESP
      *----------------------------------------------------------------*
       CHECK-CUSTDAT-RESP.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Customer NOT found...' TO WS-MESSAGE
                   MOVE -1       TO CUSTIDL OF CORTM1AI
                   PERFORM SEND-RTNMAIL-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Customer...' TO WS-MESSAGE
                   MOVE -1       TO CUSTIDL OF CORTM1AI
                   PERFORM SEND-RTNMAIL-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      REWRITE-CUSTDAT-FILE
      *----------------------------------------------------------------*
       REWRITE-CUSTDAT-FILE.

           EXEC CICS REWRITE
                DATASET   (WS-CUSTDAT-FILE)
                FROM      (CUSTOMER-RECORD)
                LENGTH    (LENGTH OF CUSTOMER-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Piece logged but unable to flag Customer...'
                    TO WS-MESSAGE
               MOVE -1       TO CUSTIDL OF CORTM1AI
               PERFORM SEND-RTNMAIL-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-RTNMAIL-FILE
      *----------------------------------------------------------------*
      * Several pieces for one customer can be keyed the same day -
      * bump the sequence until the log entry lands.
       WRITE-RTNMAIL-FILE.

           MOVE 1 TO RTM-SEQ
           PERFORM WRITE-RTNMAIL-REC
           PERFORM UNTIL WS-RESP-CD NOT = DFHRESP(DUPREC)
                      OR RTM-SEQ = 9999
               ADD 1 TO RTM-SEQ
               PERFORM WRITE-RTNMAIL-REC
           END-PERFORM

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to log returned piece...' TO WS-MESSAGE
               MOVE -1       TO PIECEL OF CORTM1AI
               PERFORM SEND-RTNMAIL-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-RTNMAIL-REC
      *----------------------------------------------------------------*
       WRITE-RTNMAIL-REC.

           EXEC CICS WRITE
                DATASET   (WS-RTNMAIL-FILE)
                FROM      (RETURNED-MAIL-RECORD)
                LENGTH    (LENGTH OF RETURNED-MAIL-RECORD)
                RIDFLD    (RTM-KEY)
                KEYLENGTH (LENGTH OF RTM-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

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
               PERFORM SEND-RTNMAIL-SCREEN
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
      *                      SEND-RTNMAIL-SCREEN
      *----------------------------------------------------------------*
       SEND-RTNMAIL-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF CORTM1AO

           EXEC CICS SEND
                     MAP('CORTM1A')
                     MAPSET('CORTM01')
                     FROM(CORTM1AO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-RTNMAIL-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-RTNMAIL-SCREEN.

           EXEC CICS RECEIVE
                     MAP('CORTM1A')
                     MAPSET('CORTM01')
                     INTO(CORTM1AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF CORTM1AO
           MOVE CCDA-TITLE02           TO TITLE02O OF CORTM1AO
           MOVE WS-TRANID              TO TRNNAMEO OF CORTM1AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF CORTM1AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF CORTM1AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF CORTM1AO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           PERFORM INITIALIZE-ALL-FIELDS.
           PERFORM SEND-RTNMAIL-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE -1              TO CUSTIDL OF CORTM1AI
           MOVE SPACES          TO CUSTIDI  OF CORTM1AI
                                   ACCTIDI  OF CORTM1AI
                                   PIECEI   OF CORTM1AI
                                   REASONI  OF CORTM1AI
                                   RETDTI   OF CORTM1AI
                                   MZIPI    OF CORTM1AI
                                   CUSTNMO  OF CORTM1AO
                                   ADDR1O   OF CORTM1AO
                                   ADDR2O   OF CORTM1AO
                                   ADDR3O   OF CORTM1AO
                                   FLAGSTSO OF CORTM1AO
                                   WS-MESSAGE.
