      ******************************************************************
      * Program     : CBACD01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Daily credit bureau dispute (ACDV) run.  Opens a
      *               dispute case on BURDISP for each request in the
      *               bureaus' dispute file, with the received date,
      *               the response deadline and what CBCBR01C last
      *               reported for the account; writes the response
      *               file back to the bureaus for the cases analysts
      *               have verified or corrected on COACD01C; and
      *               prints an aging report of the cases still open
      *               against their deadline.
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
       PROGRAM-ID.    CBACD01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACDVREQ-FILE ASSIGN TO ACDVREQ
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ACDVREQ-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO BURDISP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-ACDV-KEY
                  FILE STATUS  IS BURDISP-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT LASTRPT-FILE ASSIGN TO CBRLAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CBRL-ACCT-ID
                  FILE STATUS  IS CBRLAST-STATUS.

           SELECT RESPONSE-FILE ASSIGN TO ACDVRESP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ACDVRESP-STATUS.

           SELECT REPORT-FILE ASSIGN TO ACDVRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACDVREQ-FILE.
       01  FD-ACDVREQ-REC                       PIC X(200).

       FD  DISPUTE-FILE.
       01  FD-BURDISP-REC.
           05 FD-ACDV-KEY.
              10 FD-ACDV-ACCT-ID                PIC 9(11).
              10 FD-ACDV-CONTROL-NUM            PIC X(20).
           05 FD-ACDV-DATA                      PIC X(269).

       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  LASTRPT-FILE.
       01  FD-CBRLAST-REC.
           05 FD-CBRL-REPORT-DATE               PIC X(10).
           05 FD-CBRL-ACCT-ID                   PIC 9(11).
           05 FD-CBRL-DATA                      PIC X(229).

       FD  RESPONSE-FILE.
       01  FD-ACDVRESP-REC                      PIC X(150).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACD01Y.
       01  ACDVREQ-STATUS.
           05  ACDVREQ-STAT1       PIC X.
           05  ACDVREQ-STAT2       PIC X.
       01  BURDISP-STATUS.
           05  BURDISP-STAT1       PIC X.
           05  BURDISP-STAT2       PIC X.
       01  ACDVRESP-STATUS.
           05  ACDVRESP-STAT1      PIC X.
           05  ACDVRESP-STAT2      PIC X.

       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

       COPY CVCBR01Y.
       01  CBRLAST-STATUS.
           05  CBRLAST-STAT1       PIC X.
           05  CBRLAST-STAT2       PIC X.

       COPY CVACD02Y.
       01  REPTFILE-STATUS.
           05  REPTFILE-STAT1      PIC X.
           05  REPTFILE-STAT2      PIC X.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  IO-STAT2            PIC X.
       01  TWO-BYTES-BINARY        PIC 9(4) BINARY.
       01  TWO-BYTES-ALPHA         REDEFINES TWO-BYTES-BINARY.
           05  TWO-BYTES-LEFT      PIC X.
           05  TWO-BYTES-RIGHT     PIC X.
       01  IO-STATUS-04.
           05  IO-STATUS-0401      PIC 9   VALUE 0.
           05  IO-STATUS-0403      PIC 999 VALUE 0.

       COPY CVRST01Y.
       COPY CVBDC01Y.

       01  APPL-RESULT             PIC S9(9)   COMP.
           88  APPL-AOK            VALUE 0.
           88  APPL-EOF            VALUE 16.

       01  END-OF-FILE             PIC X(01)    VALUE 'N'.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.
       01  WS-COUNTERS.
           05 WS-REQUEST-READ-COUNT     PIC 9(09) VALUE 0.
           05 WS-LOADED-COUNT           PIC 9(09) VALUE 0.
           05 WS-REJECTED-COUNT         PIC 9(09) VALUE 0.
           05 WS-RESPONDED-COUNT        PIC 9(09) VALUE 0.
           05 WS-OPEN-COUNT             PIC 9(09) VALUE 0.
           05 WS-DUE-SOON-COUNT         PIC 9(09) VALUE 0.
           05 WS-PAST-DUE-COUNT         PIC 9(09) VALUE 0.

       01  WS-DISPUTE-VARS.
      *    Bureaus allow 30 days to answer when the request does not
      *    carry its own deadline; cases within the warning days of
      *    the deadline are called out on the aging report.
           05 WS-RESPONSE-DAYS          PIC 9(03) VALUE 30.
           05 WS-WARN-DAYS              PIC 9(03) VALUE 5.
           05 WS-REJECT-REASON          PIC X(40) VALUE SPACES.
           05 WS-ACTION                 PIC X(10) VALUE SPACES.
           05 WS-NOTE                   PIC X(40) VALUE SPACES.
           05 WS-DAYS-LEFT              PIC S9(05) COMP-3 VALUE 0.
           05 WS-WORK-YYYYMMDD          PIC 9(08) VALUE 0.
           05 WS-WORK-DATE-X10          PIC X(10) VALUE SPACES.
           05 WS-WORK-LILLIAN           PIC S9(09) COMP VALUE 0.
           05 WS-PARM-LILLIAN           PIC S9(09) COMP VALUE 0.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBACD01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBACD01C' TO RST-PROGRAM.
           SET RST-EVENT-START TO TRUE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           IF  PARM-LENGTH < 10
               DISPLAY 'BUSINESS DATE PARM IS REQUIRED (YYYY-MM-DD)'
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           INITIALIZE BIZ-DATE-PARM
           SET BDP-FUNC-VALIDATE TO TRUE
           MOVE PARM-DATE TO BDP-DATE
           CALL 'CSBIZDTC' USING BIZ-DATE-PARM
           IF  NOT BDP-RESULT-OK
               DISPLAY 'BUSINESS DATE MISMATCH - PARM: ' PARM-DATE
                       ' CONTROL: ' BDP-CONTROL-DATE
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           MOVE PARM-DATE TO WS-WORK-DATE-X10
           PERFORM 8000-DATE-TO-LILLIAN
           MOVE WS-WORK-LILLIAN TO WS-PARM-LILLIAN

           PERFORM 0000-ACDVREQ-OPEN.
           PERFORM 0100-BURDISP-OPEN.
           PERFORM 0200-ACCTFILE-OPEN.
           PERFORM 0300-CBRLAST-OPEN.
           PERFORM 0400-ACDVRESP-OPEN.
           PERFORM 0500-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.

      *    Open a case for each dispute request received today.
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1000-ACDVREQ-GET-NEXT
               IF  END-OF-FILE = 'N'
                   ADD 1 TO WS-REQUEST-READ-COUNT
                   PERFORM 2000-LOAD-REQUEST
                      THRU 2000-LOAD-REQUEST-EXIT
               END-IF
           END-PERFORM

      *    Answer the cases the analysts have decided and age the
      *    rest against their deadline.
           MOVE 'N' TO END-OF-FILE
           MOVE LOW-VALUES TO FD-ACDV-KEY
           START DISPUTE-FILE KEY IS NOT LESS THAN FD-ACDV-KEY
               INVALID KEY
                  MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1100-BURDISP-GET-NEXT
               IF  END-OF-FILE = 'N'
                   PERFORM 3000-PROCESS-CASE
                      THRU 3000-PROCESS-CASE-EXIT
               END-IF
           END-PERFORM

           MOVE WS-REQUEST-READ-COUNT  TO ACD-REPT-READ-COUNT
           MOVE WS-LOADED-COUNT        TO ACD-REPT-LOADED-COUNT
           MOVE WS-REJECTED-COUNT      TO ACD-REPT-REJECT-COUNT
           MOVE WS-RESPONDED-COUNT     TO ACD-REPT-RESPOND-COUNT
           MOVE WS-OPEN-COUNT          TO ACD-REPT-OPEN-COUNT
           MOVE WS-DUE-SOON-COUNT      TO ACD-REPT-DUE-SOON-COUNT
           MOVE WS-PAST-DUE-COUNT      TO ACD-REPT-PAST-DUE-COUNT
           MOVE ACD-REPORT-GRAND-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC

           PERFORM 9000-ACDVREQ-CLOSE.
           PERFORM 9100-BURDISP-CLOSE.
           PERFORM 9200-ACCTFILE-CLOSE.
           PERFORM 9300-CBRLAST-CLOSE.
           PERFORM 9400-ACDVRESP-CLOSE.
           PERFORM 9500-REPTFILE-CLOSE.
           DISPLAY 'DISPUTE REQUESTS READ    :' WS-REQUEST-READ-COUNT
           DISPLAY 'DISPUTE CASES OPENED     :' WS-LOADED-COUNT
           DISPLAY 'REQUESTS REJECTED        :' WS-REJECTED-COUNT
           DISPLAY 'RESPONSES TO BUREAUS     :' WS-RESPONDED-COUNT
           DISPLAY 'CASES STILL OPEN         :' WS-OPEN-COUNT
           DISPLAY 'OPEN - DUE WITHIN WARNING:' WS-DUE-SOON-COUNT
           DISPLAY 'OPEN - PAST DEADLINE     :' WS-PAST-DUE-COUNT
           IF  WS-REJECTED-COUNT > 0
           OR  WS-PAST-DUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           SET RST-EVENT-END TO TRUE.
           MOVE WS-LOADED-COUNT TO RST-RECORD-COUNT.
           MOVE WS-REJECTED-COUNT TO RST-REJECT-COUNT.
           MOVE 0 TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBACD01C'.

           GOBACK.
      *---------------------------------------------------------------*
       0000-ACDVREQ-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT ACDVREQ-FILE
           IF  ACDVREQ-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DISPUTE REQUEST FILE'
               MOVE ACDVREQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0100-BURDISP-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O DISPUTE-FILE
           IF  BURDISP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING BUREAU DISPUTE FILE'
               MOVE BURDISP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0200-ACCTFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT ACCOUNT-FILE
           IF  ACCTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING ACCOUNT MASTER FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0300-CBRLAST-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT LASTRPT-FILE
           IF  CBRLAST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING LAST REPORTED FILE'
               MOVE CBRLAST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0400-ACDVRESP-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT RESPONSE-FILE
           IF  ACDVRESP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DISPUTE RESPONSE FILE'
               MOVE ACDVRESP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0500-REPTFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT REPORT-FILE
           IF  REPTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DISPUTE AGING REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1000-ACDVREQ-GET-NEXT.
           READ ACDVREQ-FILE INTO ACDV-REQUEST-RECORD
           IF  ACDVREQ-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF  ACDVREQ-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING DISPUTE REQUEST FILE'
                   MOVE ACDVREQ-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1100-BURDISP-GET-NEXT.
           READ DISPUTE-FILE NEXT RECORD INTO BUREAU-DISPUTE-RECORD
           IF  BURDISP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF  BURDISP-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING BUREAU DISPUTE FILE'
                   MOVE BURDISP-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2000-LOAD-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN ACRQ-CONTROL-NUM = SPACES
                   MOVE 'CONTROL NUMBER MISSING' TO WS-REJECT-REASON
               WHEN NOT ACRQ-BUREAU-VALID
                   MOVE 'UNKNOWN BUREAU CODE' TO WS-REJECT-REASON
               WHEN ACRQ-ACCT-ID IS NOT NUMERIC
                   MOVE 'ACCOUNT ID NOT NUMERIC' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF  WS-REJECT-REASON = SPACES
               PERFORM 2100-GET-ACCT-DATA
           END-IF
           IF  WS-REJECT-REASON = SPACES
               PERFORM 2200-CHECK-DUPLICATE
           END-IF
           IF  WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'DISPUTE REQUEST REJECTED ' ACRQ-CONTROL-NUM
                       ' - ' WS-REJECT-REASON
               INITIALIZE ACD-DETAIL-REPORT
               MOVE ACRQ-BUREAU-CD     TO ACD-REPORT-BUREAU
               MOVE ACRQ-CONTROL-NUM   TO ACD-REPORT-CONTROL-NUM
               MOVE ACRQ-ACCT-ID       TO ACD-REPORT-ACCT-ID
               MOVE ACRQ-RECEIVED-DATE TO ACD-REPORT-RECEIVED
               MOVE ACRQ-RESPONSE-DUE-DATE TO ACD-REPORT-DUE-DATE
               MOVE 'REJECTED'         TO ACD-REPORT-ACTION
               MOVE WS-REJECT-REASON   TO ACD-REPORT-NOTE
               MOVE ACD-DETAIL-REPORT  TO FD-REPTFILE-REC
               PERFORM 4290-WRITE-REPORT-REC
               GO TO 2000-LOAD-REQUEST-EXIT
           END-IF

           INITIALIZE BUREAU-DISPUTE-RECORD
           MOVE ACRQ-ACCT-ID           TO ACDV-ACCT-ID
           MOVE ACRQ-CONTROL-NUM       TO ACDV-CONTROL-NUM
           MOVE ACRQ-BUREAU-CD         TO ACDV-BUREAU-CD
           SET ACDV-STAT-OPEN          TO TRUE
           MOVE ACRQ-DISPUTE-CD        TO ACDV-DISPUTE-CD
           MOVE ACRQ-DISPUTE-TEXT      TO ACDV-DISPUTE-TEXT
           MOVE ACRQ-CONS-SSN          TO ACDV-CONS-SSN
           MOVE ACRQ-CONS-LAST-NAME    TO ACDV-CONS-LAST-NAME
           MOVE ACRQ-CONS-FIRST-NAME   TO ACDV-CONS-FIRST-NAME
      *    A request without a usable received date is taken as
      *    received today; the deadline runs from the received date
      *    unless the bureau set one.
           IF  ACRQ-RECEIVED-DATE (1:4) IS NUMERIC
           AND ACRQ-RECEIVED-DATE (6:2) IS NUMERIC
           AND ACRQ-RECEIVED-DATE (9:2) IS NUMERIC
               MOVE ACRQ-RECEIVED-DATE TO ACDV-RECEIVED-DATE
           ELSE
               MOVE PARM-DATE          TO ACDV-RECEIVED-DATE
           END-IF
           IF  ACRQ-RESPONSE-DUE-DATE (1:4) IS NUMERIC
           AND ACRQ-RESPONSE-DUE-DATE (6:2) IS NUMERIC
           AND ACRQ-RESPONSE-DUE-DATE (9:2) IS NUMERIC
               MOVE ACRQ-RESPONSE-DUE-DATE TO ACDV-RESPONSE-DUE-DATE
           ELSE
               MOVE ACDV-RECEIVED-DATE TO WS-WORK-DATE-X10
               PERFORM 8000-DATE-TO-LILLIAN
               ADD WS-RESPONSE-DAYS    TO WS-WORK-LILLIAN
               PERFORM 8100-LILLIAN-TO-DATE
               MOVE WS-WORK-DATE-X10   TO ACDV-RESPONSE-DUE-DATE
           END-IF
           PERFORM 2300-GET-LAST-REPORTED

           WRITE FD-BURDISP-REC FROM BUREAU-DISPUTE-RECORD
           IF  BURDISP-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING BUREAU DISPUTE FILE'
               MOVE BURDISP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-LOADED-COUNT.
       2000-LOAD-REQUEST-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2100-GET-ACCT-DATA.
           MOVE ACRQ-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
           END-READ
           EXIT.
      *---------------------------------------------------------------*
       2200-CHECK-DUPLICATE.
      *    A bureau resending a dispute it already sent keeps the
      *    control number, so a second case is never opened for it.
           MOVE ACRQ-ACCT-ID     TO FD-ACDV-ACCT-ID
           MOVE ACRQ-CONTROL-NUM TO FD-ACDV-CONTROL-NUM
           READ DISPUTE-FILE
               KEY IS FD-ACDV-KEY
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'DUPLICATE - CASE ALREADY OPEN'
                    TO WS-REJECT-REASON
           END-READ
           EXIT.
      *---------------------------------------------------------------*
       2300-GET-LAST-REPORTED.
      *    An account never extracted keeps a blank report date and
      *    the analyst works from the account itself.
           MOVE ACRQ-ACCT-ID TO FD-CBRL-ACCT-ID
           READ LASTRPT-FILE INTO BUREAU-REPORT-RECORD
               INVALID KEY
                  MOVE SPACES TO ACDV-RPT-DATE
               NOT INVALID KEY
                  MOVE CBR-REPORT-DATE     TO ACDV-RPT-DATE
                  MOVE CBR-ACCT-STATUS     TO ACDV-RPT-ACCT-STATUS
                  MOVE CBR-CURR-BAL        TO ACDV-RPT-CURR-BAL
                  MOVE CBR-PAST-DUE-AMT    TO ACDV-RPT-PAST-DUE-AMT
                  MOVE CBR-DELQ-SEVERITY   TO ACDV-RPT-DELQ-SEVERITY
                  MOVE CBR-SPECIAL-COND-CD TO ACDV-RPT-SPECIAL-COND-CD
           END-READ
           EXIT.
      *---------------------------------------------------------------*
       3000-PROCESS-CASE.
           IF  ACDV-STAT-RESPONDED
               GO TO 3000-PROCESS-CASE-EXIT
           END-IF

           MOVE ACDV-RESPONSE-DUE-DATE TO WS-WORK-DATE-X10
           PERFORM 8000-DATE-TO-LILLIAN
           COMPUTE WS-DAYS-LEFT = WS-WORK-LILLIAN - WS-PARM-LILLIAN

           IF  ACDV-STAT-ANSWERED
               PERFORM 3100-WRITE-RESPONSE
               SET ACDV-STAT-RESPONDED TO TRUE
               MOVE PARM-DATE           TO ACDV-RESPONSE-DATE
               PERFORM 3900-REWRITE-CASE
               ADD 1 TO WS-RESPONDED-COUNT
               MOVE 'RESPONDED'         TO WS-ACTION
               EVALUATE TRUE
                   WHEN WS-DAYS-LEFT < 0
                       MOVE 'ANSWERED AFTER THE DEADLINE' TO WS-NOTE
                   WHEN ACDV-RESULT-MODIFIED
                       MOVE 'MODIFIED - CORRECTION TO NEXT EXTRACT'
                         TO WS-NOTE
                   WHEN OTHER
                       MOVE 'VERIFIED AS REPORTED' TO WS-NOTE
               END-EVALUATE
               PERFORM 4100-REPORT-LINE
               GO TO 3000-PROCESS-CASE-EXIT
           END-IF

           ADD 1 TO WS-OPEN-COUNT
           MOVE 'OPEN'                  TO WS-ACTION
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   ADD 1 TO WS-PAST-DUE-COUNT
                   MOVE '*** PAST RESPONSE DEADLINE ***' TO WS-NOTE
               WHEN WS-DAYS-LEFT NOT > WS-WARN-DAYS
                   ADD 1 TO WS-DUE-SOON-COUNT
                   MOVE 'DEADLINE APPROACHING' TO WS-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-NOTE
           END-EVALUATE
           PERFORM 4100-REPORT-LINE.
       3000-PROCESS-CASE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       3100-WRITE-RESPONSE.
           INITIALIZE ACDV-RESPONSE-RECORD
           MOVE ACDV-BUREAU-CD            TO ACRS-BUREAU-CD
           MOVE ACDV-CONTROL-NUM          TO ACRS-CONTROL-NUM
           MOVE ACDV-ACCT-ID              TO ACRS-ACCT-ID
           MOVE ACDV-RESULT-CD            TO ACRS-RESULT-CD
           MOVE PARM-DATE                 TO ACRS-RESPONSE-DATE
           IF  ACDV-RESULT-MODIFIED
               MOVE ACDV-COR-ACCT-STATUS     TO ACRS-ACCT-STATUS
               MOVE ACDV-COR-CURR-BAL        TO ACRS-CURR-BAL
               MOVE ACDV-COR-PAST-DUE-AMT    TO ACRS-PAST-DUE-AMT
               MOVE ACDV-COR-DELQ-SEVERITY   TO ACRS-DELQ-SEVERITY
               MOVE ACDV-COR-SPECIAL-COND-CD TO ACRS-SPECIAL-COND-CD
           ELSE
               MOVE ACDV-RPT-ACCT-STATUS     TO ACRS-ACCT-STATUS
               MOVE ACDV-RPT-CURR-BAL        TO ACRS-CURR-BAL
               MOVE ACDV-RPT-PAST-DUE-AMT    TO ACRS-PAST-DUE-AMT
               MOVE ACDV-RPT-DELQ-SEVERITY   TO ACRS-DELQ-SEVERITY
               MOVE ACDV-RPT-SPECIAL-COND-CD TO ACRS-SPECIAL-COND-CD
           END-IF
           WRITE FD-ACDVRESP-REC FROM ACDV-RESPONSE-RECORD
           IF  ACDVRESP-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DISPUTE RESPONSE FILE'
               MOVE ACDVRESP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       3900-REWRITE-CASE.
           REWRITE FD-BURDISP-REC FROM BUREAU-DISPUTE-RECORD
           IF  BURDISP-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING BUREAU DISPUTE FILE'
               MOVE BURDISP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4100-REPORT-LINE.
           INITIALIZE ACD-DETAIL-REPORT
           MOVE ACDV-BUREAU-CD         TO ACD-REPORT-BUREAU
           MOVE ACDV-CONTROL-NUM       TO ACD-REPORT-CONTROL-NUM
           MOVE ACDV-ACCT-ID           TO ACD-REPORT-ACCT-ID
           MOVE ACDV-RECEIVED-DATE     TO ACD-REPORT-RECEIVED
           MOVE ACDV-RESPONSE-DUE-DATE TO ACD-REPORT-DUE-DATE
           MOVE WS-DAYS-LEFT           TO ACD-REPORT-DAYS-LEFT
           MOVE WS-ACTION              TO ACD-REPORT-ACTION
           MOVE WS-NOTE                TO ACD-REPORT-NOTE
           MOVE ACD-DETAIL-REPORT TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE PARM-DATE TO ACD-REPT-ASOF-DATE
           MOVE ACD-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE ACD-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE ACD-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING DISPUTE AGING REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       8000-DATE-TO-LILLIAN.
           MOVE WS-WORK-DATE-X10 (1:4) TO WS-WORK-YYYYMMDD (1:4)
           MOVE WS-WORK-DATE-X10 (6:2) TO WS-WORK-YYYYMMDD (5:2)
           MOVE WS-WORK-DATE-X10 (9:2) TO WS-WORK-YYYYMMDD (7:2)
           COMPUTE WS-WORK-LILLIAN =
               FUNCTION INTEGER-OF-DATE (WS-WORK-YYYYMMDD)
           EXIT.
      *---------------------------------------------------------------*
       8100-LILLIAN-TO-DATE.
           COMPUTE WS-WORK-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-WORK-LILLIAN)
           MOVE WS-WORK-YYYYMMDD (1:4) TO WS-WORK-DATE-X10 (1:4)
           MOVE '-'                    TO WS-WORK-DATE-X10 (5:1)
           MOVE WS-WORK-YYYYMMDD (5:2) TO WS-WORK-DATE-X10 (6:2)
           MOVE '-'                    TO WS-WORK-DATE-X10 (8:1)
           MOVE WS-WORK-YYYYMMDD (7:2) TO WS-WORK-DATE-X10 (9:2)
           EXIT.
      *---------------------------------------------------------------*
       9000-ACDVREQ-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE ACDVREQ-FILE
           IF  ACDVREQ-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DISPUTE REQUEST FILE'
               MOVE ACDVREQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9100-BURDISP-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DISPUTE-FILE
           IF  BURDISP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING BUREAU DISPUTE FILE'
               MOVE BURDISP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9200-ACCTFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE ACCOUNT-FILE
           IF  ACCTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING ACCOUNT MASTER FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9300-CBRLAST-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE LASTRPT-FILE
           IF  CBRLAST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING LAST REPORTED FILE'
               MOVE CBRLAST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9400-ACDVRESP-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE RESPONSE-FILE
           IF  ACDVRESP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DISPUTE RESPONSE FILE'
               MOVE ACDVRESP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9500-REPTFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE REPORT-FILE
           IF  REPTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DISPUTE AGING REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
       9999-ABEND-PROGRAM.
           DISPLAY 'ABENDING PROGRAM'
           MOVE 0 TO TIMING
           MOVE 999 TO ABCODE
           CALL 'CEE3ABD'.

      *****************************************************************
       9910-DISPLAY-IO-STATUS.
           IF  IO-STATUS NOT NUMERIC
           OR  IO-STAT1 = '9'
               MOVE IO-STAT1 TO IO-STATUS-04(1:1)
               MOVE 0        TO TWO-BYTES-BINARY
               MOVE IO-STAT2 TO TWO-BYTES-RIGHT
               MOVE TWO-BYTES-BINARY TO IO-STATUS-0403
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           ELSE
               MOVE '0000' TO IO-STATUS-04
               MOVE IO-STATUS TO IO-STATUS-04(3:2)
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           END-IF
           EXIT.
