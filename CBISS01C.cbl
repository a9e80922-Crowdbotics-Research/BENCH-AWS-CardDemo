      ******************************************************************
      * Program     : CBISS01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Nightly plastics emboss file build.  Takes every
      *               card issuance queued on ISSUEQ - new accounts,
      *               authorized users, lost/stolen replacements and
      *               expiry reissues - and writes the plastics
      *               vendor's emboss file: card number, embossed
      *               name, expiration date, mailing address from the
      *               customer master and a carrier message, proven
      *               by header/trailer control totals.  Sent cards
      *               are marked S on the queue; cards blocked before
      *               the plastic went out are cancelled.
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
       PROGRAM-ID.    CBISS01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISSUEQ-FILE ASSIGN TO ISSUEQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-ISQ-KEY
                  FILE STATUS  IS ISSUEQ-STATUS.

           SELECT CARD-FILE ASSIGN TO CARDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CARD-NUM
                  FILE STATUS  IS CARDFILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT EMBOSS-FILE ASSIGN TO EMBOSS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS EMBOSS-STATUS.

           SELECT REPORT-FILE ASSIGN TO EMBSRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  ISSUEQ-FILE.
       01  FD-ISSUEQ-REC.
           05 FD-ISQ-KEY                        PIC X(26).
           05 FD-ISQ-DATA                       PIC X(124).

       FD  CARD-FILE.
       01  FD-CARDFILE-REC.
           05 FD-CARD-NUM                       PIC X(16).
           05 FD-CARD-DATA                      PIC X(134).

       FD  CUSTOMER-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

       FD  EMBOSS-FILE.
       01  FD-EMBOSS-REC                        PIC X(400).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVISS01Y.
       01  ISSUEQ-STATUS.
           05  ISSUEQ-STAT1        PIC X.
           05  ISSUEQ-STAT2        PIC X.

       COPY CVACT02Y.
       01  CARDFILE-STATUS.
           05  CARDFILE-STAT1      PIC X.
           05  CARDFILE-STAT2      PIC X.

       COPY CUSTREC.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.

       COPY CVISS02Y.
       01  EMBOSS-STATUS.
           05  EMBOSS-STAT1        PIC X.
           05  EMBOSS-STAT2        PIC X.

       COPY CVISS03Y.
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
           05 WS-QUEUE-READ-COUNT       PIC 9(09) VALUE 0.
           05 WS-SENT-COUNT             PIC 9(09) VALUE 0.
           05 WS-CANCEL-COUNT           PIC 9(09) VALUE 0.
           05 WS-HELD-COUNT             PIC 9(09) VALUE 0.
           05 WS-ACCT-HASH              PIC 9(18) VALUE 0.

       01  WS-EMBOSS-VARS.
           05 WS-SKIP-REASON            PIC X(40) VALUE SPACES.
           05 WS-ISSUER-ID              PIC X(10) VALUE 'CARDDEMO'.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBISS01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBISS01C' TO RST-PROGRAM.
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
           PERFORM 0000-ISSUEQ-OPEN.
           PERFORM 0100-CARDFILE-OPEN.
           PERFORM 0200-CUSTFILE-OPEN.
           PERFORM 0300-EMBOSS-OPEN.
           PERFORM 0400-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.
           PERFORM 1000-WRITE-FILE-HEADER.

           MOVE LOW-VALUES TO FD-ISQ-KEY
           START ISSUEQ-FILE KEY >= FD-ISQ-KEY
              INVALID KEY
                MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1100-ISSUEQ-GET-NEXT
               IF  END-OF-FILE = 'N'
               AND ISQ-STAT-QUEUED
                   ADD 1 TO WS-QUEUE-READ-COUNT
                   PERFORM 2000-EMBOSS-CARD
                      THRU 2000-EMBOSS-CARD-EXIT
               END-IF
           END-PERFORM

           PERFORM 1200-WRITE-FILE-TRAILER.
           PERFORM 4300-WRITE-TOTALS.

           PERFORM 9000-ISSUEQ-CLOSE.
           PERFORM 9100-CARDFILE-CLOSE.
           PERFORM 9200-CUSTFILE-CLOSE.
           PERFORM 9300-EMBOSS-CLOSE.
           PERFORM 9400-REPTFILE-CLOSE.
           DISPLAY 'QUEUED ISSUANCES READ   :' WS-QUEUE-READ-COUNT
           DISPLAY 'CARDS SENT TO EMBOSS    :' WS-SENT-COUNT
           DISPLAY 'ISSUANCES CANCELLED     :' WS-CANCEL-COUNT
           DISPLAY 'ISSUANCES HELD          :' WS-HELD-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-QUEUE-READ-COUNT TO RST-RECORD-COUNT.
           COMPUTE RST-REJECT-COUNT = WS-CANCEL-COUNT + WS-HELD-COUNT.
           MOVE 0 TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBISS01C'.

           GOBACK.
      *---------------------------------------------------------------*
       1000-WRITE-FILE-HEADER.
           INITIALIZE EMBOSS-HDR-RECORD
           MOVE 'EMBSHDR '   TO EMBH-RECORD-ID
           MOVE PARM-DATE    TO EMBH-FILE-DATE
           MOVE WS-ISSUER-ID TO EMBH-ISSUER-ID
           WRITE FD-EMBOSS-REC FROM EMBOSS-HDR-RECORD
           IF  EMBOSS-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PLASTICS EMBOSS FILE'
               MOVE EMBOSS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1100-ISSUEQ-GET-NEXT.
           READ ISSUEQ-FILE NEXT RECORD INTO CARD-ISSUE-RECORD
           IF  ISSUEQ-STATUS = '00'
               CONTINUE
           ELSE
               IF  ISSUEQ-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING CARD ISSUANCE QUEUE'
                   MOVE ISSUEQ-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1200-WRITE-FILE-TRAILER.
           INITIALIZE EMBOSS-TLR-RECORD
           MOVE 'EMBSTLR '    TO EMBT-RECORD-ID
           MOVE WS-SENT-COUNT TO EMBT-DETAIL-COUNT
           MOVE WS-ACCT-HASH  TO EMBT-ACCT-HASH
           WRITE FD-EMBOSS-REC FROM EMBOSS-TLR-RECORD
           IF  EMBOSS-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PLASTICS EMBOSS FILE'
               MOVE EMBOSS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * A queued card is embossed only while it can still be used - a
      * card hot-listed or closed before the plastic went out is
      * cancelled off the queue.  A card whose cardholder has no
      * customer record stays queued for follow-up and ages onto the
      * mailing exceptions report.
      *---------------------------------------------------------------*
       2000-EMBOSS-CARD.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE ISQ-CARD-NUM TO FD-CARD-NUM
           READ CARD-FILE INTO CARD-RECORD
              INVALID KEY
                MOVE 'CARD NOT ON CARD MASTER' TO WS-SKIP-REASON
           END-READ
           IF  WS-SKIP-REASON = SPACES
           AND NOT CARD-STAT-PENDING-ACT
           AND NOT CARD-STAT-ACTIVE
               STRING 'CARD BLOCKED BEFORE MAILING - STATUS '
                      CARD-ACTIVE-STATUS
                 DELIMITED BY SIZE
                 INTO WS-SKIP-REASON
               END-STRING
           END-IF
           IF  WS-SKIP-REASON NOT = SPACES
               SET ISQ-STAT-CANCELLED TO TRUE
               MOVE WS-SKIP-REASON TO ISQ-CANCEL-REASON
               PERFORM 2400-REWRITE-QUEUE
               ADD 1 TO WS-CANCEL-COUNT
               PERFORM 4200-WRITE-DETAIL
               GO TO 2000-EMBOSS-CARD-EXIT
           END-IF
           MOVE ISQ-CUST-ID TO FD-CUST-ID
           READ CUSTOMER-FILE INTO CUSTOMER-RECORD
              INVALID KEY
                MOVE 'NO CUSTOMER RECORD - HELD ON QUEUE'
                  TO WS-SKIP-REASON
           END-READ
           IF  WS-SKIP-REASON = SPACES
           AND CUST-ADDR-UNDELIVERABLE
               MOVE 'ADDRESS UNDELIVERABLE - HELD ON QUEUE'
                 TO WS-SKIP-REASON
           END-IF
           IF  WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-HELD-COUNT
               PERFORM 4200-WRITE-DETAIL
               GO TO 2000-EMBOSS-CARD-EXIT
           END-IF
           PERFORM 2100-WRITE-EMBOSS-DTL
           SET ISQ-STAT-SENT TO TRUE
           MOVE PARM-DATE TO ISQ-SENT-DATE
           PERFORM 2400-REWRITE-QUEUE
           ADD 1 TO WS-SENT-COUNT
           ADD ISQ-ACCT-ID TO WS-ACCT-HASH.
       2000-EMBOSS-CARD-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2100-WRITE-EMBOSS-DTL.
           INITIALIZE EMBOSS-DTL-RECORD
           MOVE 'EMBSDTL '           TO EMBD-RECORD-ID
           MOVE ISQ-CARD-NUM         TO EMBD-CARD-NUM
           MOVE ISQ-EXPIRY-DATE      TO EMBD-EXPIRY-DATE
           MOVE CARD-EMBOSSED-NAME   TO EMBD-EMBOSSED-NAME
           STRING CUST-FIRST-NAME DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  CUST-LAST-NAME  DELIMITED BY '  '
             INTO EMBD-MAIL-NAME
           END-STRING
           MOVE CUST-ADDR-LINE-1     TO EMBD-ADDR-LINE-1
           MOVE CUST-ADDR-LINE-2     TO EMBD-ADDR-LINE-2
           MOVE CUST-ADDR-LINE-3     TO EMBD-ADDR-LINE-3
           MOVE CUST-ADDR-STATE-CD   TO EMBD-ADDR-STATE-CD
           MOVE CUST-ADDR-COUNTRY-CD TO EMBD-ADDR-COUNTRY-CD
           MOVE CUST-ADDR-ZIP        TO EMBD-ADDR-ZIP
           MOVE ISQ-ISSUE-TYPE       TO EMBD-ISSUE-TYPE
           MOVE ISQ-ACCT-ID          TO EMBD-ACCT-ID
           EVALUATE TRUE
               WHEN ISQ-TYPE-NEW-ACCOUNT
                   MOVE 'WELCOME - PLEASE ACTIVATE YOUR NEW CARD'
                     TO EMBD-CARRIER-MSG
               WHEN ISQ-TYPE-AUTH-USER
                   MOVE 'YOUR AUTHORIZED USER CARD - ACTIVATE NOW'
                     TO EMBD-CARRIER-MSG
               WHEN ISQ-TYPE-REPLACEMENT
                   MOVE 'YOUR REPLACEMENT CARD - ACTIVATE NOW'
                     TO EMBD-CARRIER-MSG
               WHEN ISQ-TYPE-REISSUE
                   MOVE 'YOUR RENEWAL CARD - DESTROY THE OLD ONE'
                     TO EMBD-CARRIER-MSG
               WHEN OTHER
                   MOVE 'YOUR CARDDEMO CARD IS ENCLOSED'
                     TO EMBD-CARRIER-MSG
           END-EVALUATE
           WRITE FD-EMBOSS-REC FROM EMBOSS-DTL-RECORD
           IF  EMBOSS-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PLASTICS EMBOSS FILE'
               MOVE EMBOSS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2400-REWRITE-QUEUE.
           MOVE CARD-ISSUE-RECORD TO FD-ISSUEQ-REC
           REWRITE FD-ISSUEQ-REC
           IF  ISSUEQ-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING CARD ISSUANCE QUEUE: '
                       ISQ-KEY
               MOVE ISSUEQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4200-WRITE-DETAIL.
           INITIALIZE ISS-DETAIL-REPORT
           MOVE ISQ-CARD-NUM       TO ISS-REPORT-CARD-NUM
           MOVE ISQ-EXPIRY-DATE    TO ISS-REPORT-EXPIRY
           MOVE ISQ-ACCT-ID        TO ISS-REPORT-ACCT-ID
           MOVE ISQ-ISSUE-TYPE     TO ISS-REPORT-TYPE
           MOVE ISQ-STATUS         TO ISS-REPORT-STATUS
           MOVE ISQ-QUEUED-DATE    TO ISS-REPORT-QUEUED-DATE
           MOVE ISQ-SENT-DATE      TO ISS-REPORT-SENT-DATE
           MOVE WS-SKIP-REASON     TO ISS-REPORT-REASON
           MOVE ISS-DETAIL-REPORT TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE 'PLASTICS EMBOSS FILE BUILD' TO ISS-REPT-TITLE
           MOVE PARM-DATE TO ISS-REPT-ASOF-DATE
           MOVE ISS-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE ISS-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE ISS-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING EMBOSS CONTROL REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4300-WRITE-TOTALS.
           MOVE SPACES TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'CARDS SENT TO EMBOSS' TO ISS-TOTAL-LABEL
           MOVE WS-SENT-COUNT          TO ISS-TOTAL-COUNT
           MOVE ISS-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'ISSUANCES CANCELLED'  TO ISS-TOTAL-LABEL
           MOVE WS-CANCEL-COUNT        TO ISS-TOTAL-COUNT
           MOVE ISS-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'ISSUANCES HELD'       TO ISS-TOTAL-LABEL
           MOVE WS-HELD-COUNT          TO ISS-TOTAL-COUNT
           MOVE ISS-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       0000-ISSUEQ-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O ISSUEQ-FILE
           IF  ISSUEQ-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CARD ISSUANCE QUEUE'
               MOVE ISSUEQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0100-CARDFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT CARD-FILE
           IF  CARDFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CARD MASTER FILE'
               MOVE CARDFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0200-CUSTFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT CUSTOMER-FILE
           IF  CUSTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CUSTOMER MASTER FILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0300-EMBOSS-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT EMBOSS-FILE
           IF  EMBOSS-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PLASTICS EMBOSS FILE'
               MOVE EMBOSS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0400-REPTFILE-OPEN.
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
               DISPLAY 'ERROR OPENING EMBOSS CONTROL REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-ISSUEQ-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE ISSUEQ-FILE
           IF  ISSUEQ-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CARD ISSUANCE QUEUE'
               MOVE ISSUEQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9100-CARDFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CARD-FILE
           IF  CARDFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CARD MASTER FILE'
               MOVE CARDFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9200-CUSTFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CUSTOMER-FILE
           IF  CUSTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CUSTOMER MASTER FILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9300-EMBOSS-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE EMBOSS-FILE
           IF  EMBOSS-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PLASTICS EMBOSS FILE'
               MOVE EMBOSS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9400-REPTFILE-CLOSE.
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
               DISPLAY 'ERROR CLOSING EMBOSS CONTROL REPORT'
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
