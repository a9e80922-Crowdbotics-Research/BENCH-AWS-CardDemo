      ******************************************************************
      * Program     : COFRP01C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Fraud velocity rule maintenance - add, update or
      *               reset to the documented defaults the FRDPARM
      *               rule record read by the posting run (CBTRN02C)
      *               and the point-of-compromise analysis (CBPOC01C).
      *               A bad rule can stop the nightly window, so the
      *               change is not applied here - it is queued on
      *               PENDAPRV for a second operator to approve on
      *               COAPR01C, which applies it and cuts the MNTAUDIT
      *               entry.
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
       PROGRAM-ID. COFRP01C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COFRP01C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CFRP'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-FRDPARM-FILE            PIC X(08) VALUE 'FRDPARM '.
         05 WS-PENDAPRV-FILE           PIC X(08) VALUE 'PENDAPRV'.
         05 WS-FRD-RBA                 PIC S9(08) COMP VALUE ZEROS.
         05 WS-PCH-SEQ                 PIC 9(06) VALUE 0.
         05 WS-PCH-TRIES               PIC 9(02) VALUE 0.
         05 WS-ABS-TIME                PIC S9(15) COMP-3.
         05 WS-CUR-DATE-X10            PIC X(10) VALUE SPACES.
         05 WS-AMT-EDIT                PIC 9(09).99.
         05 WS-FRD-FOUND               PIC X(01) VALUE 'N'.
           88 FRD-REC-FOUND                      VALUE 'Y'.
           88 FRD-REC-NOT-FOUND                  VALUE 'N'.

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

       COPY COFRP01.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

       COPY CVFRD01Y.
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
                          ERRMSGO OF COFRP1AO

           IF EIBCALEN = 0
               MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COFRP1AO
                   MOVE -1       TO ACTNCDL OF COFRP1AI
                   PERFORM SEND-FRAUD-RULE-SCREEN
               ELSE
                   PERFORM RECEIVE-FRAUD-RULE-SCREEN
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
                           PERFORM SAVE-FRAUD-RULE-CHANGE
                              THRU SAVE-FRAUD-RULE-CHANGE-EXIT
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-FRAUD-RULE-SCREEN
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

           PERFORM READ-FRDPARM-FILE
           IF ERR-FLG-ON
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           EVALUATE TRUE
               WHEN ACTN-IS-ADD AND FRD-REC-FOUND
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Fraud rules already exist - use U...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACTNCDL OF COFRP1AI
               WHEN NOT ACTN-IS-ADD AND FRD-REC-NOT-FOUND
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Fraud rules NOT found - use A...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACTNCDL OF COFRP1AI
               WHEN ACTN-IS-ADD
      *            Start an add from the defaults the posting run uses
      *            when the file is empty.
                   PERFORM SET-DEFAULT-RULES
                   PERFORM SHOW-FRAUD-RULES
                   MOVE DFHNEUTRL TO ERRMSGC OF COFRP1AO
                   MOVE 'Key the rules and press PF5 to queue the add'
                                   TO WS-MESSAGE
               WHEN ACTN-IS-DELETE
                   PERFORM SHOW-FRAUD-RULES
                   MOVE DFHNEUTRL TO ERRMSGC OF COFRP1AO
                   MOVE 'Press PF5 to queue a reset to the defaults...'
                                   TO WS-MESSAGE
               WHEN OTHER
                   PERFORM SHOW-FRAUD-RULES
                   MOVE DFHNEUTRL TO ERRMSGC OF COFRP1AO
                   MOVE 'Press PF5 key to queue your updates ...' TO
                                   WS-MESSAGE
           END-EVALUATE
           PERFORM SEND-FRAUD-RULE-SCREEN.
       PROCESS-ENTER-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      EDIT-SCREEN-KEYS
      *----------------------------------------------------------------*
       EDIT-SCREEN-KEYS.

           IF ACTNCDI OF COFRP1AI NOT = 'A' AND 'U' AND 'D'
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Action must be A (Add) U (Update) D (Reset)'
                               TO WS-MESSAGE
               MOVE -1       TO ACTNCDL OF COFRP1AI
               PERFORM SEND-FRAUD-RULE-SCREEN
           ELSE
               MOVE ACTNCDI OF COFRP1AI TO WS-ACTN-FLG
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-RULE-VALUES
      *----------------------------------------------------------------*
       EDIT-RULE-VALUES.

           EVALUATE TRUE
               WHEN MAXCNTI OF COFRP1AI IS NOT NUMERIC
                 OR MAXCNTI OF COFRP1AI = '00000'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Daily count limit must be 5 digits (00040)...'
                                   TO WS-MESSAGE
                   MOVE -1       TO MAXCNTL OF COFRP1AI
                   PERFORM SEND-FRAUD-RULE-SCREEN
               WHEN MAXAMTI OF COFRP1AI (1:9) IS NOT NUMERIC
                 OR MAXAMTI OF COFRP1AI (10:1) NOT = '.'
                 OR MAXAMTI OF COFRP1AI (11:2) IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Daily amount must be 999999999.99 format...'
                                   TO WS-MESSAGE
                   MOVE -1       TO MAXAMTL OF COFRP1AI
                   PERFORM SEND-FRAUD-RULE-SCREEN
               WHEN CURCHKI OF COFRP1AI NOT = 'Y' AND 'N'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Currency check must be Y or N...' TO
                                   WS-MESSAGE
                   MOVE -1       TO CURCHKL OF COFRP1AI
                   PERFORM SEND-FRAUD-RULE-SCREEN
               WHEN ZIPCHKI OF COFRP1AI NOT = 'Y' AND 'N'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'ZIP check must be Y or N...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ZIPCHKL OF COFRP1AI
                   PERFORM SEND-FRAUD-RULE-SCREEN
               WHEN POCDAYI OF COFRP1AI IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Look-back days must be 3 digits (000=default)'
                                   TO WS-MESSAGE
                   MOVE -1       TO POCDAYL OF COFRP1AI
                   PERFORM SEND-FRAUD-RULE-SCREEN
               WHEN POCMINI OF COFRP1AI IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Minimum cards must be 3 digits (000=default)'
                                   TO WS-MESSAGE
                   MOVE -1       TO POCMINL OF COFRP1AI
                   PERFORM SEND-FRAUD-RULE-SCREEN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-FRDPARM-FILE
      *----------------------------------------------------------------*
      * The posting run reads FRDPARM as a one-record sequential file;
      * online it is the same data set opened as an ESDS, so the rule
      * record always sits at relative byte address zero.
       READ-FRDPARM-FILE.

           MOVE ZEROS TO WS-FRD-RBA
           EXEC CICS READ
                DATASET   (WS-FRDPARM-FILE)
                INTO      (FRAUD-RULE-RECORD)
                LENGTH    (LENGTH OF FRAUD-RULE-RECORD)
                RIDFLD    (WS-FRD-RBA)
                RBA
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET FRD-REC-FOUND     TO TRUE
               WHEN DFHRESP(NOTFND)
                   SET FRD-REC-NOT-FOUND TO TRUE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Fraud rules...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACTNCDL OF COFRP1AI
                   PERFORM SEND-FRAUD-RULE-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      SAVE-FRAUD-RULE-CHANGE
      *----------------------------------------------------------------*
       SAVE-FRAUD-RULE-CHANGE.

           PERFORM EDIT-SCREEN-KEYS
           IF ERR-FLG-ON
               GO TO SAVE-FRAUD-RULE-CHANGE-EXIT
           END-IF

           IF NOT ACTN-IS-DELETE
               PERFORM EDIT-RULE-VALUES
               IF ERR-FLG-ON
                   GO TO SAVE-FRAUD-RULE-CHANGE-EXIT
               END-IF
           END-IF

           PERFORM READ-FRDPARM-FILE
           IF ERR-FLG-ON
               GO TO SAVE-FRAUD-RULE-CHANGE-EXIT
           END-IF
           IF ACTN-IS-ADD AND FRD-REC-FOUND
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Fraud rules already exist - use U...' TO
                               WS-MESSAGE
               MOVE -1       TO ACTNCDL OF COFRP1AI
               PERFORM SEND-FRAUD-RULE-SCREEN
               GO TO SAVE-FRAUD-RULE-CHANGE-EXIT
           END-IF
           IF NOT ACTN-IS-ADD AND FRD-REC-NOT-FOUND
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Fraud rules NOT found - use A...' TO
                               WS-MESSAGE
               MOVE -1       TO ACTNCDL OF COFRP1AI
               PERFORM SEND-FRAUD-RULE-SCREEN
               GO TO SAVE-FRAUD-RULE-CHANGE-EXIT
           END-IF

      *    Dual control - the before image lets the approval refuse a
      *    change made against rules that have since moved.
           INITIALIZE PENDING-CHANGE-RECORD
           SET PCH-ENTITY-FRAUD-RULE TO TRUE
           MOVE ZEROS                TO PCH-TARGET-KEY
           MOVE WS-FRDPARM-FILE      TO PCH-TARGET-NAME
           MOVE WS-ACTN-FLG          TO PCH-ACTION-CD
           MOVE SPACES               TO PCH-BEFORE-IMAGE
           IF FRD-REC-FOUND
               MOVE FRAUD-RULE-RECORD TO PCH-CTL-BEFORE-IMAGE
               PERFORM FORMAT-RULE-SUMMARY
               MOVE WS-MESSAGE        TO PCH-OLD-VALUE
           ELSE
               MOVE 'NONE'            TO PCH-OLD-VALUE
           END-IF

           IF ACTN-IS-DELETE
               PERFORM SET-DEFAULT-RULES
           ELSE
               PERFORM BUILD-FRAUD-RULE-RECORD
           END-IF
           MOVE FRAUD-RULE-RECORD    TO PCH-CTL-AFTER-IMAGE
           PERFORM FORMAT-RULE-SUMMARY
           MOVE WS-MESSAGE           TO PCH-NEW-VALUE
           MOVE SPACES               TO WS-MESSAGE

           PERFORM QUEUE-PENDING-CHANGE
           IF NOT ERR-FLG-ON
               MOVE DFHGREEN         TO ERRMSGC  OF COFRP1AO
               MOVE 'Fraud rule change queued for approval...'
                    TO WS-MESSAGE
               PERFORM SEND-FRAUD-RULE-SCREEN
           END-IF.
       SAVE-FRAUD-RULE-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SET-DEFAULT-RULES
      *----------------------------------------------------------------*
      * The same values the posting run falls back to without a rules
      * file; zero compromise settings leave CBPOC01C on its own
      * defaults.
       SET-DEFAULT-RULES.

           MOVE SPACES     TO FRAUD-RULE-RECORD
           MOVE 00040      TO FRD-MAX-DAY-TRAN-CNT
           MOVE 10000.00   TO FRD-MAX-DAY-TRAN-AMT
           MOVE 'Y'        TO FRD-CURRENCY-CHECK-FLAG
           MOVE 'N'        TO FRD-ZIP-CHECK-FLAG
           MOVE ZEROS      TO FRD-POC-LOOKBACK-DAYS
                              FRD-POC-MIN-CARDS.

      *----------------------------------------------------------------*
      *                      BUILD-FRAUD-RULE-RECORD
      *----------------------------------------------------------------*
       BUILD-FRAUD-RULE-RECORD.

           IF ACTN-IS-ADD
               MOVE SPACES TO FRAUD-RULE-RECORD
           END-IF
           MOVE MAXCNTI OF COFRP1AI  TO FRD-MAX-DAY-TRAN-CNT
           COMPUTE FRD-MAX-DAY-TRAN-AMT =
                   FUNCTION NUMVAL(MAXAMTI OF COFRP1AI)
           MOVE CURCHKI OF COFRP1AI  TO FRD-CURRENCY-CHECK-FLAG
           MOVE ZIPCHKI OF COFRP1AI  TO FRD-ZIP-CHECK-FLAG
           MOVE POCDAYI OF COFRP1AI  TO FRD-POC-LOOKBACK-DAYS
           MOVE POCMINI OF COFRP1AI  TO FRD-POC-MIN-CARDS.

      *----------------------------------------------------------------*
      *                      SHOW-FRAUD-RULES
      *----------------------------------------------------------------*
       SHOW-FRAUD-RULES.

           MOVE FRD-MAX-DAY-TRAN-CNT    TO MAXCNTI OF COFRP1AI
           MOVE FRD-MAX-DAY-TRAN-AMT    TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT             TO MAXAMTI OF COFRP1AI
           MOVE FRD-CURRENCY-CHECK-FLAG TO CURCHKI OF COFRP1AI
           MOVE FRD-ZIP-CHECK-FLAG      TO ZIPCHKI OF COFRP1AI
           MOVE FRD-POC-LOOKBACK-DAYS   TO POCDAYI OF COFRP1AI
           MOVE FRD-POC-MIN-CARDS       TO POCMINI OF COFRP1AI.

      *----------------------------------------------------------------*
      *                      FORMAT-RULE-SUMMARY
      *----------------------------------------------------------------*
      * Count and amount limits for the approval queue's old/new
      * columns; the full record images travel on the change.
       FORMAT-RULE-SUMMARY.

           MOVE FRD-MAX-DAY-TRAN-AMT TO WS-AMT-EDIT
           MOVE SPACES TO WS-MESSAGE
           STRING 'CNT=' DELIMITED BY SIZE
                  FRD-MAX-DAY-TRAN-CNT DELIMITED BY SIZE
                  ' AMT=' DELIMITED BY SIZE
                  WS-AMT-EDIT DELIMITED BY SIZE
             INTO WS-MESSAGE
           END-STRING.

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
               PERFORM SEND-FRAUD-RULE-SCREEN
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
      *                      SEND-FRAUD-RULE-SCREEN
      *----------------------------------------------------------------*
       SEND-FRAUD-RULE-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COFRP1AO

           EXEC CICS SEND
                     MAP('COFRP1A')
                     MAPSET('COFRP01')
                     FROM(COFRP1AO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-FRAUD-RULE-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-FRAUD-RULE-SCREEN.

           EXEC CICS RECEIVE
                     MAP('COFRP1A')
                     MAPSET('COFRP01')
                     INTO(COFRP1AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF COFRP1AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COFRP1AO
           MOVE WS-TRANID              TO TRNNAMEO OF COFRP1AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COFRP1AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COFRP1AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COFRP1AO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           PERFORM INITIALIZE-ALL-FIELDS.
           PERFORM SEND-FRAUD-RULE-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE -1              TO ACTNCDL OF COFRP1AI
           MOVE SPACES          TO ACTNCDI  OF COFRP1AI
                                   MAXCNTI  OF COFRP1AI
                                   MAXAMTI  OF COFRP1AI
                                   CURCHKI  OF COFRP1AI
                                   ZIPCHKI  OF COFRP1AI
                                   POCDAYI  OF COFRP1AI
                                   POCMINI  OF COFRP1AI
                                   WS-MESSAGE.
