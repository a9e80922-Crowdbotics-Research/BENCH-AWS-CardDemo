      ******************************************************************
      * Program     : CBPII01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Daily unmasked-view report - every reveal of a
      *               full card number or SSN on an online screen
      *               logged with the business date in the PARM,
      *               with operator, role, screen, account and
      *               customer, for the privacy review.
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
       PROGRAM-ID.    CBPII01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PIIVIEW-FILE ASSIGN TO PIIVIEW
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-PIIVIEW-KEY
                  FILE STATUS  IS PIIVIEW-STATUS.

           SELECT REPORT-FILE ASSIGN TO PIIVRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  PIIVIEW-FILE.
       01  FD-PIIVIEW-REC.
           05 FD-PIIVIEW-KEY                    PIC X(28).
           05 FD-PIIVIEW-DATA                   PIC X(52).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVPII01Y.
       01  PIIVIEW-STATUS.
           05  PIIVIEW-STAT1       PIC X.
           05  PIIVIEW-STAT2       PIC X.

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
           05 WS-ENTRY-COUNT            PIC 9(09) VALUE 0.
           05 WS-CARD-COUNT             PIC 9(09) VALUE 0.
           05 WS-SSN-COUNT              PIC 9(09) VALUE 0.

       01  PIV-REPORT-NAME-HEADER.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(34)
                     VALUE 'UNMASKED CARD/SSN VIEWS FOR'.
           05  PIV-REPT-ASOF-DATE       PIC X(10).
           05  FILLER                   PIC X(88) VALUE SPACES.

       01  PIV-REPORT-HEADER-1.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(10) VALUE 'TIME'.
           05  FILLER                   PIC X(10) VALUE 'OPERATOR'.
           05  FILLER                   PIC X(10) VALUE 'ROLE'.
           05  FILLER                   PIC X(10) VALUE 'SCREEN'.
           05  FILLER                   PIC X(06) VALUE 'DATA'.
           05  FILLER                   PIC X(13) VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(11) VALUE 'CUSTOMER'.
           05  FILLER                   PIC X(09) VALUE 'LAST 4'.
           05  FILLER                   PIC X(53) VALUE SPACES.

       01  PIV-REPORT-HEADER-2.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(132) VALUE ALL '-'.

       01  PIV-DETAIL-REPORT.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  PIV-REPORT-TIME          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PIV-REPORT-OPER          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PIV-REPORT-ROLE          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PIV-REPORT-SCREEN        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PIV-REPORT-TYPE          PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PIV-REPORT-ACCT          PIC X(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PIV-REPORT-CUST          PIC X(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  PIV-REPORT-LAST4         PIC X(04).
           05  FILLER                   PIC X(58) VALUE SPACES.

       01  PIV-REPORT-GRAND-TOTALS.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  FILLER                   PIC X(16)
                     VALUE 'UNMASKED VIEWS: '.
           05  PIV-REPT-GRAND-COUNT     PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(14)
                     VALUE 'CARD NUMBERS: '.
           05  PIV-REPT-CARD-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(06)
                     VALUE 'SSNS: '.
           05  PIV-REPT-SSN-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(67) VALUE SPACES.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBPII01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBPII01C' TO RST-PROGRAM.
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
           PERFORM 0000-PIIVIEW-OPEN.
           PERFORM 0100-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.

           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1000-PIIVIEW-GET-NEXT
               IF  END-OF-FILE = 'N'
                   IF  PIIV-TS-DATE = PARM-DATE
                       PERFORM 2000-REPORT-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-ENTRY-COUNT TO PIV-REPT-GRAND-COUNT
           MOVE WS-CARD-COUNT  TO PIV-REPT-CARD-COUNT
           MOVE WS-SSN-COUNT   TO PIV-REPT-SSN-COUNT
           MOVE PIV-REPORT-GRAND-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC

           PERFORM 9000-PIIVIEW-CLOSE.
           PERFORM 9100-REPTFILE-CLOSE.
           DISPLAY 'UNMASKED VIEWS         :' WS-ENTRY-COUNT
           DISPLAY '  CARD NUMBERS         :' WS-CARD-COUNT
           DISPLAY '  SSNS                 :' WS-SSN-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-ENTRY-COUNT TO RST-RECORD-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           MOVE 0 TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBPII01C'.

           GOBACK.
      *---------------------------------------------------------------*
       1000-PIIVIEW-GET-NEXT.
           READ PIIVIEW-FILE INTO PII-VIEW-RECORD
           IF  PIIVIEW-STATUS = '00'
               CONTINUE
           ELSE
               IF  PIIVIEW-STATUS = '10' OR '35'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING UNMASKED VIEW LOG'
                   MOVE PIIVIEW-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2000-REPORT-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           INITIALIZE PIV-DETAIL-REPORT
           MOVE PIIV-TS-TIME   TO PIV-REPORT-TIME
           MOVE PIIV-OPER-ID   TO PIV-REPORT-OPER
           MOVE PIIV-USER-ROLE TO PIV-REPORT-ROLE
           MOVE PIIV-SCREEN    TO PIV-REPORT-SCREEN
           IF  PIIV-TYPE-SSN
               ADD 1 TO WS-SSN-COUNT
               MOVE 'SSN'   TO PIV-REPORT-TYPE
           ELSE
               ADD 1 TO WS-CARD-COUNT
               MOVE 'CARD'  TO PIV-REPORT-TYPE
           END-IF
           MOVE PIIV-ACCT-ID   TO PIV-REPORT-ACCT
           MOVE PIIV-CUST-ID   TO PIV-REPORT-CUST
           MOVE PIIV-LAST4     TO PIV-REPORT-LAST4
           MOVE PIV-DETAIL-REPORT TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       0000-PIIVIEW-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT PIIVIEW-FILE
           IF  PIIVIEW-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING UNMASKED VIEW LOG'
               MOVE PIIVIEW-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR OPENING UNMASKED VIEW REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE PARM-DATE TO PIV-REPT-ASOF-DATE
           MOVE PIV-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE PIV-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE PIV-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING UNMASKED VIEW REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-PIIVIEW-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PIIVIEW-FILE
           IF  PIIVIEW-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING UNMASKED VIEW LOG'
               MOVE PIIVIEW-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING UNMASKED VIEW REPORT'
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
