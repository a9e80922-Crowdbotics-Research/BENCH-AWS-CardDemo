      ******************************************************************
      * Program     : CBPCV02C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Monthly product conversion report.  Lists every
      *               account moved between account groups by the
      *               cycle runs in the month of the business date,
      *               grouped by from/to group with a count per pair,
      *               plus the month's cancelled conversions and those
      *               still waiting for their cycle.
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
       PROGRAM-ID.    CBPCV02C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRDCONV-FILE ASSIGN TO PRDCONV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-PCV-KEY
                  FILE STATUS  IS PRDCONV-STATUS.

           SELECT REPORT-FILE ASSIGN TO PCVRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  PRDCONV-FILE.
       01  FD-PRDCONV-REC.
           05 FD-PCV-KEY                        PIC X(27).
           05 FD-PCV-DATA                       PIC X(103).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SORT-FROM-GROUP-ID                PIC X(10).
           05 SORT-TO-GROUP-ID                  PIC X(10).
           05 SORT-PCV-KEY                      PIC X(27).
           05 SORT-PCV-DATA                     PIC X(130).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVPCV01Y.
       01  PRDCONV-STATUS.
           05  PRDCONV-STAT1       PIC X.
           05  PRDCONV-STAT2       PIC X.

       COPY CVPCV02Y.
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
           05 WS-PCV-READ-COUNT         PIC 9(09) VALUE 0.
           05 WS-APPLIED-COUNT          PIC 9(09) VALUE 0.
           05 WS-CANCELLED-COUNT        PIC 9(09) VALUE 0.
           05 WS-SCHEDULED-COUNT        PIC 9(09) VALUE 0.

      * The report covers the calendar month of the business date -
      * conversions applied (or cancelled) by a cycle run inside it.
       01  WS-REPORT-MONTH              PIC X(07) VALUE SPACES.

       01  WS-GROUP-VARS.
           05 WS-SORT-EOF               PIC X(01) VALUE 'N'.
           05 WS-CUR-FROM-GROUP         PIC X(10) VALUE SPACES.
           05 WS-CUR-TO-GROUP           PIC X(10) VALUE SPACES.
           05 WS-PAIR-OPEN              PIC X(01) VALUE 'N'.
           05 WS-PAIR-COUNT             PIC 9(07) VALUE 0.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBPCV02C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBPCV02C' TO RST-PROGRAM.
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
           MOVE PARM-DATE (1:7) TO WS-REPORT-MONTH
           PERFORM 0000-PRDCONV-OPEN.
           PERFORM 0100-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.

           SORT SORT-FILE
               ON ASCENDING KEY SORT-FROM-GROUP-ID
                                SORT-TO-GROUP-ID
                                SORT-PCV-KEY
               INPUT PROCEDURE IS 0460-SORT-INPUT
               OUTPUT PROCEDURE IS 0470-SORT-OUTPUT.

           MOVE WS-APPLIED-COUNT   TO PCV-REPT-APPLIED-COUNT
           MOVE WS-CANCELLED-COUNT TO PCV-REPT-CANCELLED-COUNT
           MOVE WS-SCHEDULED-COUNT TO PCV-REPT-SCHEDULED-COUNT
           MOVE PCV-REPORT-GRAND-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC

           PERFORM 9000-PRDCONV-CLOSE.
           PERFORM 9100-REPTFILE-CLOSE.
           DISPLAY 'CONVERSION RECORDS READ  :' WS-PCV-READ-COUNT
           DISPLAY 'CONVERSIONS APPLIED      :' WS-APPLIED-COUNT
           DISPLAY 'CONVERSIONS CANCELLED    :' WS-CANCELLED-COUNT
           DISPLAY 'CONVERSIONS SCHEDULED    :' WS-SCHEDULED-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-PCV-READ-COUNT TO RST-RECORD-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           MOVE 0 TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBPCV02C'.

           GOBACK.
      *---------------------------------------------------------------*
       2000-REPORT-CONVERSION.
           MOVE SORT-PCV-DATA TO PRODUCT-CONVERSION-RECORD
           IF  WS-PAIR-OPEN = 'Y'
           AND (PCV-FROM-GROUP-ID NOT = WS-CUR-FROM-GROUP
             OR PCV-TO-GROUP-ID   NOT = WS-CUR-TO-GROUP)
               PERFORM 3000-CLOSE-GROUP-PAIR
           END-IF
           IF  WS-PAIR-OPEN = 'N'
               MOVE PCV-FROM-GROUP-ID TO WS-CUR-FROM-GROUP
               MOVE PCV-TO-GROUP-ID   TO WS-CUR-TO-GROUP
               MOVE 'Y' TO WS-PAIR-OPEN
               MOVE 0 TO WS-PAIR-COUNT
           END-IF
           PERFORM 4200-WRITE-DETAIL
           ADD 1 TO WS-PAIR-COUNT
           EXIT.
      *---------------------------------------------------------------*
       3000-CLOSE-GROUP-PAIR.
           MOVE WS-CUR-FROM-GROUP TO PCV-PAIR-FROM-GROUP
           MOVE WS-CUR-TO-GROUP   TO PCV-PAIR-TO-GROUP
           MOVE WS-PAIR-COUNT     TO PCV-PAIR-COUNT
           MOVE PCV-PAIR-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'N' TO WS-PAIR-OPEN
           EXIT.
      *---------------------------------------------------------------*
       4200-WRITE-DETAIL.
           INITIALIZE PCV-DETAIL-REPORT
           MOVE PCV-FROM-GROUP-ID    TO PCV-REPORT-FROM-GROUP
           MOVE PCV-TO-GROUP-ID      TO PCV-REPORT-TO-GROUP
           MOVE PCV-ACCT-ID          TO PCV-REPORT-ACCT-ID
           MOVE PCV-CHG-ID           TO PCV-REPORT-CHG-ID
           MOVE PCV-CYCLE-CD         TO PCV-REPORT-CYCLE-CD
           MOVE PCV-APPROVED-DATE    TO PCV-REPORT-APPROVED-DATE
           MOVE PCV-EFFECTIVE-DATE   TO PCV-REPORT-EFFECTIVE-DATE
           MOVE PCV-MAKER-ID         TO PCV-REPORT-MAKER-ID
           MOVE PCV-CHECKER-ID       TO PCV-REPORT-CHECKER-ID
           MOVE PCV-DETAIL-REPORT TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE WS-REPORT-MONTH TO PCV-REPT-MONTH
           MOVE PCV-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE PCV-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE PCV-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING PRODUCT CONVERSION REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0000-PRDCONV-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT PRDCONV-FILE
           IF  PRDCONV-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PRODUCT CONVERSION FILE'
               MOVE PRDCONV-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0100-REPTFILE-OPEN.
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
               DISPLAY 'ERROR OPENING PRODUCT CONVERSION REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-PRDCONV-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PRDCONV-FILE
           IF  PRDCONV-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PRODUCT CONVERSION FILE'
               MOVE PRDCONV-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9100-REPTFILE-CLOSE.
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
               DISPLAY 'ERROR CLOSING PRODUCT CONVERSION REPORT'
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
      *---------------------------------------------------------------*
       0460-SORT-INPUT SECTION.
       0461-SI-START.
           PERFORM 0465-SI-RELEASE
              UNTIL END-OF-FILE = 'Y'
           GO TO 0468-SI-END.
       0465-SI-RELEASE.
           READ PRDCONV-FILE INTO PRODUCT-CONVERSION-RECORD
           IF  PRDCONV-STATUS = '00'
               ADD 1 TO WS-PCV-READ-COUNT
               EVALUATE TRUE
                   WHEN PCV-STAT-SCHEDULED
                       ADD 1 TO WS-SCHEDULED-COUNT
                   WHEN PCV-EFFECTIVE-DATE (1:7) NOT = WS-REPORT-MONTH
                       CONTINUE
                   WHEN PCV-STAT-CANCELLED
                       ADD 1 TO WS-CANCELLED-COUNT
                   WHEN PCV-STAT-APPLIED
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE PCV-FROM-GROUP-ID TO SORT-FROM-GROUP-ID
                       MOVE PCV-TO-GROUP-ID   TO SORT-TO-GROUP-ID
                       MOVE PCV-KEY           TO SORT-PCV-KEY
                       MOVE PRODUCT-CONVERSION-RECORD TO SORT-PCV-DATA
                       RELEASE SORT-RECORD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               IF  PRDCONV-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING PRODUCT CONVERSION FILE'
                   MOVE PRDCONV-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF.
       0468-SI-END.
           EXIT.

       0470-SORT-OUTPUT SECTION.
       0471-SO-START.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM 0475-SO-PROCESS
              UNTIL WS-SORT-EOF = 'Y'
           IF  WS-PAIR-OPEN = 'Y'
               PERFORM 3000-CLOSE-GROUP-PAIR
           END-IF
           GO TO 0478-SO-END.
       0475-SO-PROCESS.
           RETURN SORT-FILE
              AT END
                MOVE 'Y' TO WS-SORT-EOF
              NOT AT END
                PERFORM 2000-REPORT-CONVERSION
           END-RETURN.
       0478-SO-END.
           EXIT.
