      ******************************************************************
      * Program     : CBRTM02C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Weekly undeliverable address report for the
      *               customer contact team.  Lists every customer
      *               whose address is flagged undeliverable by
      *               returned mail, with phone numbers, the date
      *               flagged and days since, and the number and
      *               latest of the pieces returned.
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
       PROGRAM-ID.    CBRTM02C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT RTNMAIL-FILE ASSIGN TO RTNMAIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-RTM-KEY
                  FILE STATUS  IS RTNMAIL-STATUS.

           SELECT REPORT-FILE ASSIGN TO UNDLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

       FD  RTNMAIL-FILE.
       01  FD-RTNMAIL-REC.
           05 FD-RTM-KEY.
              10 FD-RTM-CUST-ID                 PIC 9(09).
              10 FD-RTM-KEY-REST                PIC X(14).
           05 FD-RTM-DATA                       PIC X(77).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CUSTREC.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.

       COPY CVRTM01Y.
       01  RTNMAIL-STATUS.
           05  RTNMAIL-STAT1       PIC X.
           05  RTNMAIL-STAT2       PIC X.

       COPY CVRTM03Y.
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
           05 WS-CUST-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-FLAGGED-COUNT          PIC 9(09) VALUE 0.
           05 WS-NEW-THIS-WEEK-COUNT    PIC 9(09) VALUE 0.

       01  WS-PIECE-VARS.
           05 WS-RTM-EOF                PIC X(01) VALUE 'N'.
           05 WS-PIECE-COUNT            PIC 9(05) VALUE 0.
           05 WS-LAST-RETURNED-DATE     PIC X(10) VALUE SPACES.
           05 WS-LAST-PIECE-TYPE        PIC X(02) VALUE SPACES.
           05 WS-LAST-REASON-CD         PIC X(02) VALUE SPACES.
           05 WS-CUST-NAME              PIC X(30) VALUE SPACES.

      * Flags set within the last week are counted separately - they
      * are the customers the contact team has not yet tried.
       01  WS-AGING-VARS.
           05 WS-NEW-DAYS-LIMIT         PIC 9(04) VALUE 7.
           05 WS-PARM-YYYYMMDD          PIC 9(08) VALUE 0.
           05 WS-FLAG-YYYYMMDD          PIC 9(08) VALUE 0.
           05 WS-PARM-LILLIAN           PIC S9(09) COMP VALUE 0.
           05 WS-FLAG-LILLIAN           PIC S9(09) COMP VALUE 0.
           05 WS-DAYS-FLAGGED           PIC S9(09) COMP VALUE 0.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBRTM02C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBRTM02C' TO RST-PROGRAM.
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
           MOVE PARM-DATE(1:4) TO WS-PARM-YYYYMMDD(1:4)
           MOVE PARM-DATE(6:2) TO WS-PARM-YYYYMMDD(5:2)
           MOVE PARM-DATE(9:2) TO WS-PARM-YYYYMMDD(7:2)
           COMPUTE WS-PARM-LILLIAN =
               FUNCTION INTEGER-OF-DATE(WS-PARM-YYYYMMDD)

           PERFORM 0000-CUSTFILE-OPEN.
           PERFORM 0100-RTNMAIL-OPEN.
           PERFORM 0200-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.

           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1000-CUSTFILE-GET-NEXT
               IF  END-OF-FILE = 'N'
                   ADD 1 TO WS-CUST-READ-COUNT
                   IF  CUST-ADDR-UNDELIVERABLE
                        PERFORM 2000-REPORT-CUSTOMER
                           THRU 2000-REPORT-CUSTOMER-EXIT
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 4300-WRITE-TOTALS.

           PERFORM 9000-CUSTFILE-CLOSE.
           PERFORM 9100-RTNMAIL-CLOSE.
           PERFORM 9200-REPTFILE-CLOSE.
           DISPLAY 'CUSTOMERS READ          :' WS-CUST-READ-COUNT
           DISPLAY 'ADDRESSES UNDELIVERABLE :' WS-FLAGGED-COUNT
           DISPLAY 'FLAGGED IN LAST 7 DAYS  :' WS-NEW-THIS-WEEK-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-CUST-READ-COUNT TO RST-RECORD-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           MOVE 0 TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBRTM02C'.

           GOBACK.
      *---------------------------------------------------------------*
       1000-CUSTFILE-GET-NEXT.
           READ CUSTOMER-FILE NEXT RECORD INTO CUSTOMER-RECORD
           IF  CUSTFILE-STATUS = '00'
               CONTINUE
           ELSE
               IF  CUSTFILE-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING CUSTOMER MASTER FILE'
                   MOVE CUSTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1100-RTNMAIL-GET-NEXT.
           READ RTNMAIL-FILE NEXT RECORD INTO RETURNED-MAIL-RECORD
           IF  RTNMAIL-STATUS = '00'
               IF  RTM-CUST-ID NOT = CUST-ID
                   MOVE 'Y' TO WS-RTM-EOF
               END-IF
           ELSE
               IF  RTNMAIL-STATUS = '10'
                   MOVE 'Y' TO WS-RTM-EOF
               ELSE
                   DISPLAY 'ERROR READING RETURNED MAIL LOG'
                   MOVE RTNMAIL-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One line per flagged customer - how long the flag has been
      * on, how many pieces have come back and the latest one, with
      * both phone numbers for the contact team to call.
      *---------------------------------------------------------------*
       2000-REPORT-CUSTOMER.
           ADD 1 TO WS-FLAGGED-COUNT
           PERFORM 2100-SUMMARISE-PIECES

           INITIALIZE RTM-FLAG-DETAIL
           MOVE CUST-ID                TO RTM-FLAG-CUST-ID
           MOVE SPACES                 TO WS-CUST-NAME
           STRING CUST-LAST-NAME ' ' CUST-FIRST-NAME
             DELIMITED BY '  '
             INTO WS-CUST-NAME
           END-STRING
           MOVE WS-CUST-NAME           TO RTM-FLAG-CUST-NAME
           MOVE CUST-PHONE-NUM-1       TO RTM-FLAG-PHONE-1
           MOVE CUST-PHONE-NUM-2       TO RTM-FLAG-PHONE-2
           MOVE CUST-ADDR-UNDELIV-DATE TO RTM-FLAG-DATE
           MOVE WS-PIECE-COUNT         TO RTM-FLAG-PIECES
           MOVE WS-LAST-RETURNED-DATE  TO RTM-FLAG-LAST-DATE
           MOVE WS-LAST-PIECE-TYPE     TO RTM-FLAG-LAST-PIECE
           MOVE WS-LAST-REASON-CD      TO RTM-FLAG-LAST-REASON

           IF  CUST-ADDR-UNDELIV-DATE(5:1) = '-'
           AND CUST-ADDR-UNDELIV-DATE(1:4) IS NUMERIC
               MOVE CUST-ADDR-UNDELIV-DATE(1:4)
                 TO WS-FLAG-YYYYMMDD(1:4)
               MOVE CUST-ADDR-UNDELIV-DATE(6:2)
                 TO WS-FLAG-YYYYMMDD(5:2)
               MOVE CUST-ADDR-UNDELIV-DATE(9:2)
                 TO WS-FLAG-YYYYMMDD(7:2)
               COMPUTE WS-FLAG-LILLIAN =
                   FUNCTION INTEGER-OF-DATE(WS-FLAG-YYYYMMDD)
               COMPUTE WS-DAYS-FLAGGED =
                   WS-PARM-LILLIAN - WS-FLAG-LILLIAN
               MOVE WS-DAYS-FLAGGED    TO RTM-FLAG-DAYS
               IF  WS-DAYS-FLAGGED <= WS-NEW-DAYS-LIMIT
                   ADD 1 TO WS-NEW-THIS-WEEK-COUNT
               END-IF
           END-IF

           MOVE RTM-FLAG-DETAIL TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC.
       2000-REPORT-CUSTOMER-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * The log is keyed by customer then date logged, so the last
      * entry read for the customer is the most recent piece.
      *---------------------------------------------------------------*
       2100-SUMMARISE-PIECES.
           MOVE 0      TO WS-PIECE-COUNT
           MOVE SPACES TO WS-LAST-RETURNED-DATE
                          WS-LAST-PIECE-TYPE
                          WS-LAST-REASON-CD
           MOVE 'N'    TO WS-RTM-EOF
           MOVE LOW-VALUES TO FD-RTM-KEY
           MOVE CUST-ID    TO FD-RTM-CUST-ID
           START RTNMAIL-FILE KEY >= FD-RTM-KEY
              INVALID KEY
                MOVE 'Y' TO WS-RTM-EOF
           END-START
           PERFORM UNTIL WS-RTM-EOF = 'Y'
               PERFORM 1100-RTNMAIL-GET-NEXT
               IF  WS-RTM-EOF = 'N'
                   ADD 1 TO WS-PIECE-COUNT
                   MOVE RTM-RETURNED-DATE TO WS-LAST-RETURNED-DATE
                   MOVE RTM-PIECE-TYPE    TO WS-LAST-PIECE-TYPE
                   MOVE RTM-REASON-CD     TO WS-LAST-REASON-CD
               END-IF
           END-PERFORM
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE 'UNDELIVERABLE ADDRESSES' TO RTM-REPT-TITLE
           MOVE PARM-DATE TO RTM-REPT-ASOF-DATE
           MOVE RTM-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE RTM-FLAG-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE RTM-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING UNDELIVERABLE ADDRESS REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4300-WRITE-TOTALS.
           MOVE SPACES TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'ADDRESSES UNDELIVERABLE'  TO RTM-TOTAL-LABEL
           MOVE WS-FLAGGED-COUNT          TO RTM-TOTAL-COUNT
           MOVE RTM-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'FLAGGED IN THE LAST 7 DAYS' TO RTM-TOTAL-LABEL
           MOVE WS-NEW-THIS-WEEK-COUNT    TO RTM-TOTAL-COUNT
           MOVE RTM-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       0000-CUSTFILE-OPEN.
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
       0100-RTNMAIL-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT RTNMAIL-FILE
           IF  RTNMAIL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING RETURNED MAIL LOG'
               MOVE RTNMAIL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0200-REPTFILE-OPEN.
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
               DISPLAY 'ERROR OPENING UNDELIVERABLE ADDRESS REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-CUSTFILE-CLOSE.
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
       9100-RTNMAIL-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE RTNMAIL-FILE
           IF  RTNMAIL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING RETURNED MAIL LOG'
               MOVE RTNMAIL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9200-REPTFILE-CLOSE.
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
               DISPLAY 'ERROR CLOSING UNDELIVERABLE ADDRESS REPORT'
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
