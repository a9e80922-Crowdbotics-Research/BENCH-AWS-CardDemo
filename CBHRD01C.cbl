      ******************************************************************
      * Program     : CBHRD01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Monthly hardship plan report.  Lists every plan
      *               still active, then the plans that completed,
      *               broke or were cancelled during the month of the
      *               business date, each section with its plan count
      *               and total of fixed monthly payments.
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
       PROGRAM-ID.    CBHRD01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HARDSHIP-FILE ASSIGN TO HARDSHIP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-HRD-ACCT-ID
                  FILE STATUS  IS HARDSHIP-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO HRDRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  HARDSHIP-FILE.
       01  FD-HARDSHIP-REC.
           05 FD-HRD-ACCT-ID                    PIC 9(11).
           05 FD-HRD-DATA                       PIC X(89).

       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVHRD01Y.
       01  HARDSHIP-STATUS.
           05  HARDSHIP-STAT1      PIC X.
           05  HARDSHIP-STAT2      PIC X.

       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

       COPY CVHRD02Y.
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

       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

       01  WS-COUNTERS.
           05 WS-PLAN-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-PLAN-LISTED-COUNT      PIC 9(09) VALUE 0.

      * Report sections in print order - the active section lists
      * every plan in force, the others only the plans whose status
      * changed in the report month.
       01  WS-SECTION-TABLE-DATA.
           05 FILLER                    PIC X(21)
                     VALUE 'AACTIVE PLANS        '.
           05 FILLER                    PIC X(21)
                     VALUE 'CCOMPLETED PLANS     '.
           05 FILLER                    PIC X(21)
                     VALUE 'BBROKEN PLANS        '.
           05 FILLER                    PIC X(21)
                     VALUE 'XCANCELLED PLANS     '.
       01  WS-SECTION-TABLE REDEFINES WS-SECTION-TABLE-DATA.
           05 WS-SECTION-ENTRY OCCURS 4 TIMES.
               10 WS-SECTION-STATUS     PIC X(01).
               10 WS-SECTION-NAME       PIC X(20).

       01  WS-REPORT-VARS.
           05 WS-SECTION-IX             PIC 9(01) VALUE 0.
           05 WS-REPORT-MONTH           PIC X(07) VALUE SPACES.
           05 WS-END-OF-PLANS           PIC X(01) VALUE 'N'.
           05 WS-SECTION-COUNT          PIC 9(07) VALUE 0.
           05 WS-SECTION-PAY            PIC S9(13)V99 VALUE 0.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBHRD01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBHRD01C' TO RST-PROGRAM.
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
           MOVE PARM-DATE(1:7) TO WS-REPORT-MONTH.
           PERFORM 0000-HARDSHIP-OPEN.
           PERFORM 0100-ACCTFILE-OPEN.
           PERFORM 0200-REPTFILE-OPEN.

           PERFORM VARYING WS-SECTION-IX FROM 1 BY 1
              UNTIL WS-SECTION-IX > 4
               PERFORM 1000-REPORT-SECTION
           END-PERFORM.

           PERFORM 9000-HARDSHIP-CLOSE.
           PERFORM 9100-ACCTFILE-CLOSE.
           PERFORM 9200-REPTFILE-CLOSE.
           DISPLAY 'REPORT MONTH            :' WS-REPORT-MONTH
           DISPLAY 'PLAN RECORDS READ       :' WS-PLAN-READ-COUNT
           DISPLAY 'PLANS REPORTED          :' WS-PLAN-LISTED-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-PLAN-LISTED-COUNT TO RST-RECORD-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           MOVE 0 TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBHRD01C'.

           GOBACK.
      *---------------------------------------------------------------*
       0000-HARDSHIP-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT HARDSHIP-FILE
           IF  HARDSHIP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING HARDSHIP PLAN FILE'
               MOVE HARDSHIP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0100-ACCTFILE-OPEN.
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
               DISPLAY 'ERROR OPENING HARDSHIP PLAN REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1000-REPORT-SECTION.
      * One pass of the plan file per section, each section headed on
      * its own and closed with its totals.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 0 TO WS-SECTION-PAY
           MOVE WS-REPORT-MONTH TO HRD-REPT-MONTH
           MOVE WS-SECTION-NAME(WS-SECTION-IX) TO HRD-REPT-SECTION
           PERFORM 1210-WRITE-HEADERS
           MOVE 'N' TO WS-END-OF-PLANS
           MOVE 0 TO FD-HRD-ACCT-ID
           START HARDSHIP-FILE KEY >= FD-HRD-ACCT-ID
              INVALID KEY
                MOVE 'Y' TO WS-END-OF-PLANS
           END-START
           PERFORM 1100-READ-NEXT-PLAN
              UNTIL WS-END-OF-PLANS = 'Y'
           MOVE WS-SECTION-NAME(WS-SECTION-IX)
                                  TO HRD-REPT-SECTION-NAME
           MOVE WS-SECTION-COUNT  TO HRD-REPT-SECTION-COUNT
           MOVE WS-SECTION-PAY    TO HRD-REPT-SECTION-PAY
           MOVE HRD-REPORT-SECTION-TOTALS TO FD-REPTFILE-REC
           PERFORM 1290-WRITE-REPORT-REC
           EXIT.

       1100-READ-NEXT-PLAN.
           READ HARDSHIP-FILE NEXT RECORD INTO HARDSHIP-PLAN-RECORD
              AT END
                MOVE 'Y' TO WS-END-OF-PLANS
              NOT AT END
                IF  WS-SECTION-IX = 1
                    ADD 1 TO WS-PLAN-READ-COUNT
                END-IF
                IF  HRD-STATUS = WS-SECTION-STATUS(WS-SECTION-IX)
                    IF  HRD-STAT-ACTIVE
                    OR  HRD-STATUS-DATE(1:7) = WS-REPORT-MONTH
                        PERFORM 1200-WRITE-DETAIL
                    END-IF
                END-IF
           END-READ
           IF  HARDSHIP-STATUS NOT = '00' AND '10'
               DISPLAY 'ERROR READING HARDSHIP PLAN FILE'
               MOVE HARDSHIP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

       1200-WRITE-DETAIL.
           ADD 1 TO WS-SECTION-COUNT
           ADD 1 TO WS-PLAN-LISTED-COUNT
           ADD HRD-FIXED-PAY-AMT TO WS-SECTION-PAY
           INITIALIZE HRD-DETAIL-REPORT
           MOVE HRD-ACCT-ID           TO HRD-REPORT-ACCT-ID
           MOVE HRD-START-DATE        TO HRD-REPORT-START-DATE
           MOVE HRD-TERM-MONTHS       TO HRD-REPORT-TERM
           MOVE HRD-REDUCED-APR       TO HRD-REPORT-APR
           MOVE HRD-FIXED-PAY-AMT     TO HRD-REPORT-FIXED-PAY
           MOVE HRD-PAYMENTS-MADE     TO HRD-REPORT-MADE
           MOVE HRD-PAYMENTS-MISSED   TO HRD-REPORT-MISSED
           MOVE HRD-STATUS-DATE       TO HRD-REPORT-STATUS-DATE
           MOVE HRD-COLLECTOR-ID      TO HRD-REPORT-COLLECTOR
           PERFORM 1220-GET-ACCT-BALANCE
           MOVE HRD-DETAIL-REPORT     TO FD-REPTFILE-REC
           PERFORM 1290-WRITE-REPORT-REC
           EXIT.

       1210-WRITE-HEADERS.
           MOVE HRD-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 1290-WRITE-REPORT-REC
           MOVE HRD-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 1290-WRITE-REPORT-REC
           MOVE HRD-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 1290-WRITE-REPORT-REC
           EXIT.

       1220-GET-ACCT-BALANCE.
           MOVE HRD-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
              INVALID KEY
                MOVE 0 TO HRD-REPORT-CURR-BAL
              NOT INVALID KEY
                MOVE ACCT-CURR-BAL TO HRD-REPORT-CURR-BAL
           END-READ
           EXIT.

       1290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING HARDSHIP PLAN REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-HARDSHIP-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE HARDSHIP-FILE
           IF  HARDSHIP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING HARDSHIP PLAN FILE'
               MOVE HARDSHIP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9100-ACCTFILE-CLOSE.
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
               DISPLAY 'ERROR CLOSING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING HARDSHIP PLAN REPORT'
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
