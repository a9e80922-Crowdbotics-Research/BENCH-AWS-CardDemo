      ******************************************************************
      * Program     : COPCV01C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Product conversion - move an account to a
      *               different account group.  The target group must
      *               be set up on every group-keyed table (disclosure
      *               rates, reward earn rates, letterhead and fee
      *               schedule); the change goes to the approval queue
      *               and, once approved on COAPR01C, takes effect at
      *               the account's next statement cycle.
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
       PROGRAM-ID. COPCV01C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.

       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COPCV01C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CPV1'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-ACCTDAT-FILE            PIC X(08) VALUE 'ACCTDAT '.
         05 WS-BIZDATE-FILE            PIC X(08) VALUE 'BIZDATE '.
         05 WS-PENDAPRV-FILE           PIC X(08) VALUE 'PENDAPRV'.
         05 WS-PRDCONV-FILE            PIC X(08) VALUE 'PRDCONV '.
         05 WS-DISCGRP-FILE            PIC X(08) VALUE 'DISCGRP '.
         05 WS-DISRATE-FILE            PIC X(08) VALUE 'DISRATE '.
         05 WS-REWDRATE-FILE           PIC X(08) VALUE 'REWDRATE'.
         05 WS-LETRFILE-FILE           PIC X(08) VALUE 'LETRFILE'.
         05 WS-FEESCHED-FILE           PIC X(08) VALUE 'FEESCHED'.
         05 WS-PCH-SEQ                 PIC 9(06) VALUE 0.
         05 WS-PCH-TRIES               PIC 9(02) VALUE 0.
         05 WS-ABS-TIME                PIC S9(15) COMP-3.
         05 WS-CUR-DATE-X10            PIC X(10) VALUE SPACES.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-ACCT-ID-N               PIC 9(11) VALUE 0.
         05 WS-NEW-GROUP-ID            PIC X(10) VALUE SPACES.
         05 WS-SCHED-FLG               PIC X(01) VALUE 'N'.
           88 CONVERSION-SCHEDULED               VALUE 'Y'.
         05 WS-PCV-EOF                 PIC X(01) VALUE 'N'.
           88 PCV-EOF                            VALUE 'Y'.
           88 PCV-NOT-EOF                        VALUE 'N'.

      * Every group-keyed table carries the account group id as the
      * leading key field, so one generic browse proves the target
      * group has at least one entry on a given table.
       01 WS-GROUP-CHECK-AREA.
         05 WS-GRP-FILE                PIC X(08) VALUE SPACES.
         05 WS-GRP-TABLE-NAME          PIC X(20) VALUE SPACES.
         05 WS-GRP-KEY                 PIC X(28) VALUE LOW-VALUES.
         05 WS-GRP-KEYLEN              PIC S9(04) COMP VALUE 0.
         05 WS-GRP-RECLEN              PIC S9(04) COMP VALUE 0.
         05 WS-GRP-REC                 PIC X(200) VALUE SPACES.
         05 WS-GRP-FOUND-FLG           PIC X(01) VALUE 'N'.
           88 GROUP-ON-TABLE                     VALUE 'Y'.
           88 GROUP-NOT-ON-TABLE                 VALUE 'N'.

       COPY COCOM01Y.

       COPY COPCV01.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

       COPY CVACT01Y.
       COPY CVBDC01Y.
       COPY CVAPR01Y.
       COPY CVPCV01Y.

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
                          ERRMSGO OF COPCV1AO

           IF EIBCALEN = 0
               MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COPCV1AO
                   MOVE -1       TO ACTIDINL OF COPCV1AI
                   PERFORM SEND-CONVERT-SCREEN
               ELSE
                   PERFORM RECEIVE-CONVERT-SCREEN
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
                           PERFORM SAVE-CONVERSION
                              THRU SAVE-CONVERSION-EXIT
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-CONVERT-SCREEN
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

           PERFORM EDIT-ACCOUNT-ID
           IF ERR-FLG-ON
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           PERFORM READ-ACCTDAT-FILE
           IF ERR-FLG-ON
               GO TO PROCESS-ENTER-KEY-EXIT
           END-IF

           PERFORM FIND-SCHEDULED-CONVERSION
              THRU FIND-SCHEDULED-CONVERSION-EXIT
           PERFORM SHOW-ACCOUNT-GROUP
           MOVE DFHNEUTR              TO ERRMSGC  OF COPCV1AO
           IF CONVERSION-SCHEDULED
               MOVE 'A conversion is already scheduled for this account'
                                      TO WS-MESSAGE
           ELSE
               MOVE 'Key the new account group, then press PF5 ...'
                                      TO WS-MESSAGE
           END-IF
           PERFORM SEND-CONVERT-SCREEN.
       PROCESS-ENTER-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SHOW-ACCOUNT-GROUP
      *----------------------------------------------------------------*
       SHOW-ACCOUNT-GROUP.

           MOVE ACCT-GROUP-ID         TO CURGRPO  OF COPCV1AO
           MOVE ACCT-CYCLE-CD         TO CYCLECDO OF COPCV1AO
           MOVE ACCT-ACTIVE-STATUS    TO CURSTATO OF COPCV1AO
           IF CONVERSION-SCHEDULED
               MOVE PCV-TO-GROUP-ID   TO SCHDGRPO OF COPCV1AO
               MOVE PCV-CHG-ID        TO SCHDCHGO OF COPCV1AO
           ELSE
               MOVE SPACES            TO SCHDGRPO OF COPCV1AO
                                         SCHDCHGO OF COPCV1AO
           END-IF.

      *----------------------------------------------------------------*
      *                      EDIT-ACCOUNT-ID
      *----------------------------------------------------------------*
       EDIT-ACCOUNT-ID.

           EVALUATE TRUE
               WHEN ACTIDINI OF COPCV1AI = SPACES OR LOW-VALUES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account ID can NOT be empty...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COPCV1AI
                   PERFORM SEND-CONVERT-SCREEN
               WHEN ACTIDINI OF COPCV1AI IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account ID must be numeric...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COPCV1AI
                   PERFORM SEND-CONVERT-SCREEN
               WHEN OTHER
                   MOVE ACTIDINI OF COPCV1AI TO WS-ACCT-ID-N
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      SAVE-CONVERSION
      *----------------------------------------------------------------*
       SAVE-CONVERSION.

           PERFORM CHECK-BATCH-QUIESCE
           IF ERR-FLG-ON
               GO TO SAVE-CONVERSION-EXIT
           END-IF

           PERFORM EDIT-ACCOUNT-ID
           IF ERR-FLG-ON
               GO TO SAVE-CONVERSION-EXIT
           END-IF

           PERFORM READ-ACCTDAT-FILE
           IF ERR-FLG-ON
               GO TO SAVE-CONVERSION-EXIT
           END-IF

           PERFORM FIND-SCHEDULED-CONVERSION
              THRU FIND-SCHEDULED-CONVERSION-EXIT
           PERFORM SHOW-ACCOUNT-GROUP

           IF ACCT-STAT-CLOSED OR ACCT-STAT-CHARGED-OFF
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Closed or charged-off account cannot convert...'
                    TO WS-MESSAGE
               MOVE -1       TO ACTIDINL OF COPCV1AI
               PERFORM SEND-CONVERT-SCREEN
               GO TO SAVE-CONVERSION-EXIT
           END-IF

           IF CONVERSION-SCHEDULED
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'A conversion is already scheduled for this account'
                    TO WS-MESSAGE
               MOVE -1       TO ACTIDINL OF COPCV1AI
               PERFORM SEND-CONVERT-SCREEN
               GO TO SAVE-CONVERSION-EXIT
           END-IF

           IF NEWGRPI OF COPCV1AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'New account group can NOT be empty...'
                    TO WS-MESSAGE
               MOVE -1       TO NEWGRPL OF COPCV1AI
               PERFORM SEND-CONVERT-SCREEN
               GO TO SAVE-CONVERSION-EXIT
           END-IF
           MOVE NEWGRPI OF COPCV1AI TO WS-NEW-GROUP-ID

           IF WS-NEW-GROUP-ID = ACCT-GROUP-ID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account is already in that group...'
                    TO WS-MESSAGE
               MOVE -1       TO NEWGRPL OF COPCV1AI
               PERFORM SEND-CONVERT-SCREEN
               GO TO SAVE-CONVERSION-EXIT
           END-IF

           PERFORM VALIDATE-TARGET-GROUP
              THRU VALIDATE-TARGET-GROUP-EXIT
           IF ERR-FLG-ON
               GO TO SAVE-CONVERSION-EXIT
           END-IF

      *    Dual control - the conversion waits for a second operator's
      *    approval; the approval only schedules it for the next cycle.
           INITIALIZE PENDING-CHANGE-RECORD
           SET PCH-ENTITY-GROUP      TO TRUE
           MOVE ACCT-ID              TO PCH-TARGET-KEY
           MOVE ACCT-GROUP-ID        TO PCH-OLD-VALUE
           MOVE WS-NEW-GROUP-ID      TO PCH-NEW-VALUE
           MOVE ACCOUNT-RECORD       TO PCH-BEFORE-IMAGE (1:300)
           PERFORM QUEUE-PENDING-CHANGE
           IF NOT ERR-FLG-ON
               MOVE DFHGREEN         TO ERRMSGC  OF COPCV1AO
               MOVE 'Conversion queued for approval...'
                    TO WS-MESSAGE
               PERFORM SEND-CONVERT-SCREEN
           END-IF.
       SAVE-CONVERSION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      VALIDATE-TARGET-GROUP
      *----------------------------------------------------------------*
      * The new group must already be priced and branded - interest
      * rates (dated DISRATE or flat DISCGRP), reward earn rates, a
      * letterhead and a fee schedule.  A group missing from any of
      * them would bill off DEFAULT without anyone having decided so.
       VALIDATE-TARGET-GROUP.

           MOVE WS-DISRATE-FILE       TO WS-GRP-FILE
           MOVE 28                    TO WS-GRP-KEYLEN
           PERFORM CHECK-GROUP-ON-TABLE
           IF GROUP-NOT-ON-TABLE
               MOVE WS-DISCGRP-FILE   TO WS-GRP-FILE
               MOVE 16                TO WS-GRP-KEYLEN
               PERFORM CHECK-GROUP-ON-TABLE
           END-IF
           IF GROUP-NOT-ON-TABLE
               MOVE 'disclosure rates'   TO WS-GRP-TABLE-NAME
               PERFORM REJECT-TARGET-GROUP
               GO TO VALIDATE-TARGET-GROUP-EXIT
           END-IF

           MOVE WS-REWDRATE-FILE      TO WS-GRP-FILE
           MOVE 16                    TO WS-GRP-KEYLEN
           PERFORM CHECK-GROUP-ON-TABLE
           IF GROUP-NOT-ON-TABLE
               MOVE 'reward rates'       TO WS-GRP-TABLE-NAME
               PERFORM REJECT-TARGET-GROUP
               GO TO VALIDATE-TARGET-GROUP-EXIT
           END-IF

           MOVE WS-LETRFILE-FILE      TO WS-GRP-FILE
           MOVE 10                    TO WS-GRP-KEYLEN
           PERFORM CHECK-GROUP-ON-TABLE
           IF GROUP-NOT-ON-TABLE
               MOVE 'letterhead'         TO WS-GRP-TABLE-NAME
               PERFORM REJECT-TARGET-GROUP
               GO TO VALIDATE-TARGET-GROUP-EXIT
           END-IF

           MOVE WS-FEESCHED-FILE      TO WS-GRP-FILE
           MOVE 12                    TO WS-GRP-KEYLEN
           PERFORM CHECK-GROUP-ON-TABLE
           IF GROUP-NOT-ON-TABLE
               MOVE 'fee schedule'       TO WS-GRP-TABLE-NAME
               PERFORM REJECT-TARGET-GROUP
               GO TO VALIDATE-TARGET-GROUP-EXIT
           END-IF.
       VALIDATE-TARGET-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      REJECT-TARGET-GROUP
      *----------------------------------------------------------------*
       REJECT-TARGET-GROUP.

           MOVE 'Y'     TO WS-ERR-FLG
           MOVE SPACES  TO WS-MESSAGE
           STRING 'Group ' DELIMITED BY SIZE
                  WS-NEW-GROUP-ID DELIMITED BY SPACE
                  ' has no ' DELIMITED BY SIZE
                  WS-GRP-TABLE-NAME DELIMITED BY '  '
                  ' set up...' DELIMITED BY SIZE
             INTO WS-MESSAGE
           END-STRING
           MOVE -1       TO NEWGRPL OF COPCV1AI
           PERFORM SEND-CONVERT-SCREEN.

      *----------------------------------------------------------------*
      *                      CHECK-GROUP-ON-TABLE
      *----------------------------------------------------------------*
       CHECK-GROUP-ON-TABLE.

           SET GROUP-NOT-ON-TABLE TO TRUE
           MOVE LOW-VALUES       TO WS-GRP-KEY
           MOVE WS-NEW-GROUP-ID  TO WS-GRP-KEY (1:10)
           EXEC CICS STARTBR
                DATASET   (WS-GRP-FILE)
                RIDFLD    (WS-GRP-KEY)
                KEYLENGTH (WS-GRP-KEYLEN)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE LENGTH OF WS-GRP-REC TO WS-GRP-RECLEN
               EXEC CICS READNEXT
                    DATASET   (WS-GRP-FILE)
                    INTO      (WS-GRP-REC)
                    LENGTH    (WS-GRP-RECLEN)
                    RIDFLD    (WS-GRP-KEY)
                    KEYLENGTH (WS-GRP-KEYLEN)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
               AND WS-GRP-REC (1:10) = WS-NEW-GROUP-ID
                   SET GROUP-ON-TABLE TO TRUE
               END-IF
               EXEC CICS ENDBR
                    DATASET   (WS-GRP-FILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                      FIND-SCHEDULED-CONVERSION
      *----------------------------------------------------------------*
      * An approved conversion not yet applied by the cycle run sits
      * on PRDCONV under the account id - only one may be in flight.
       FIND-SCHEDULED-CONVERSION.

           MOVE 'N'          TO WS-SCHED-FLG
           SET PCV-NOT-EOF   TO TRUE
           MOVE LOW-VALUES   TO PCV-KEY
           MOVE WS-ACCT-ID-N TO PCV-ACCT-ID
           EXEC CICS STARTBR
                DATASET   (WS-PRDCONV-FILE)
                RIDFLD    (PCV-KEY)
                KEYLENGTH (LENGTH OF PCV-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               GO TO FIND-SCHEDULED-CONVERSION-EXIT
           END-IF
           PERFORM UNTIL PCV-EOF OR CONVERSION-SCHEDULED
               EXEC CICS READNEXT
                    DATASET   (WS-PRDCONV-FILE)
                    INTO      (PRODUCT-CONVERSION-RECORD)
                    LENGTH    (LENGTH OF PRODUCT-CONVERSION-RECORD)
                    RIDFLD    (PCV-KEY)
                    KEYLENGTH (LENGTH OF PCV-KEY)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP-CD NOT = DFHRESP(NORMAL)
                   WHEN PCV-ACCT-ID NOT = WS-ACCT-ID-N
                       SET PCV-EOF TO TRUE
                   WHEN PCV-STAT-SCHEDULED
                       SET CONVERSION-SCHEDULED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           EXEC CICS ENDBR
                DATASET   (WS-PRDCONV-FILE)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.
       FIND-SCHEDULED-CONVERSION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      READ-ACCTDAT-FILE
      *----------------------------------------------------------------*
       READ-ACCTDAT-FILE.

           MOVE WS-ACCT-ID-N TO ACCT-ID
           EXEC CICS READ
                DATASET   (WS-ACCTDAT-FILE)
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
                   MOVE 'Account NOT found...' TO WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COPCV1AI
                   PERFORM SEND-CONVERT-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Account...' TO WS-MESSAGE
                   MOVE -1       TO ACTIDINL OF COPCV1AI
                   PERFORM SEND-CONVERT-SCREEN
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
               PERFORM SEND-CONVERT-SCREEN
           END-IF.

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
               PERFORM SEND-CONVERT-SCREEN
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
      *                      SEND-CONVERT-SCREEN
      *----------------------------------------------------------------*
       SEND-CONVERT-SCREEN.

           PERFORM POPULATE-HEADER-INFO

           MOVE WS-MESSAGE TO ERRMSGO OF COPCV1AO

           EXEC CICS SEND
                     MAP('COPCV1A')
                     MAPSET('COPCV01')
                     FROM(COPCV1AO)
                     ERASE
                     CURSOR
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-CONVERT-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-CONVERT-SCREEN.

           EXEC CICS RECEIVE
                     MAP('COPCV1A')
                     MAPSET('COPCV01')
                     INTO(COPCV1AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.

           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA

           MOVE CCDA-TITLE01           TO TITLE01O OF COPCV1AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COPCV1AO
           MOVE WS-TRANID              TO TRNNAMEO OF COPCV1AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COPCV1AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COPCV1AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COPCV1AO.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.

           PERFORM INITIALIZE-ALL-FIELDS.
           PERFORM SEND-CONVERT-SCREEN.

      *----------------------------------------------------------------*
      *                      INITIALIZE-ALL-FIELDS
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           MOVE -1              TO ACTIDINL OF COPCV1AI
           MOVE SPACES          TO ACTIDINI OF COPCV1AI
                                   NEWGRPI  OF COPCV1AI
                                   CURGRPO  OF COPCV1AO
                                   CYCLECDO OF COPCV1AO
                                   CURSTATO OF COPCV1AO
                                   SCHDGRPO OF COPCV1AO
                                   SCHDCHGO OF COPCV1AO
                                   WS-MESSAGE.
