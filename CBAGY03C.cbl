      ******************************************************************
      * Program     : CBAGY03C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Monthly collection agency report.  For the
      *               month of the business date, shows by agency the
      *               accounts placed and their balances, the accounts
      *               recalled, and the recoveries posted with the
      *               commission the agency kept and the net that
      *               came back to us.
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
       PROGRAM-ID.    CBAGY03C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-FILE ASSIGN TO AGENCY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-AGY-AGENCY-ID
                  FILE STATUS  IS AGENCY-STATUS.

           SELECT PLACE-FILE ASSIGN TO AGYPLACE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-PLC-ACCT-ID
                  FILE STATUS  IS PLACE-STATUS.

           SELECT RHIST-FILE ASSIGN TO AGYRHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-RMH-KEY
                  FILE STATUS  IS RHIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO AGYMRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  AGENCY-FILE.
       01  FD-AGENCY-REC.
           05 FD-AGY-AGENCY-ID                  PIC X(04).
           05 FD-AGY-DATA                       PIC X(76).

       FD  PLACE-FILE.
       01  FD-PLACE-REC.
           05 FD-PLC-ACCT-ID                    PIC 9(11).
           05 FD-PLC-DATA                       PIC X(89).

       FD  RHIST-FILE.
       01  FD-RHIST-REC.
           05 FD-RMH-KEY                        PIC X(21).
           05 FD-RMH-DATA                       PIC X(79).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVAGY01Y.
       01  AGENCY-STATUS.
           05  AGENCY-STAT1        PIC X.
           05  AGENCY-STAT2        PIC X.
       01  PLACE-STATUS.
           05  PLACE-STAT1         PIC X.
           05  PLACE-STAT2         PIC X.
       01  RHIST-STATUS.
           05  RHIST-STAT1         PIC X.
           05  RHIST-STAT2         PIC X.

       COPY CVAGY05Y.
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
           05 WS-PLACE-READ-COUNT       PIC 9(09) VALUE 0.
           05 WS-RHIST-READ-COUNT       PIC 9(09) VALUE 0.
           05 WS-UNKNOWN-AGENCY-COUNT   PIC 9(09) VALUE 0.
           05 WS-REPORT-MONTH           PIC X(07) VALUE SPACES.

      * One accumulator row per agency on the agency master - active
      * or not, since a retired agency can still be remitting.
       01  WS-AGENCY-TABLE.
           05 WS-AGENCY-COUNT           PIC 9(03) VALUE 0.
           05 WS-AGENCY-MAX             PIC 9(03) VALUE 50.
           05 WS-AGENCY-ENTRY OCCURS 50 TIMES
                              INDEXED BY AGY-IX.
               10 WS-AGT-AGENCY-ID      PIC X(04).
               10 WS-AGT-NAME           PIC X(30).
               10 WS-AGT-PLACED-COUNT   PIC 9(07).
               10 WS-AGT-PLACED-BAL     PIC S9(13)V99.
               10 WS-AGT-RECALL-COUNT   PIC 9(07).
               10 WS-AGT-RECOVERED      PIC S9(13)V99.
               10 WS-AGT-COMMISSION     PIC S9(13)V99.
               10 WS-AGT-NET            PIC S9(13)V99.
       01  WS-AGENCY-SUB                PIC 9(03) VALUE 0.
       01  WS-LOOKUP-AGENCY-ID          PIC X(04) VALUE SPACES.
       01  WS-AGENCY-FOUND              PIC X(01) VALUE 'N'.
           88 AGENCY-ENTRY-FOUND            VALUE 'Y'.

       01  WS-GRAND-TOTALS.
           05 WS-TOT-PLACED-COUNT       PIC 9(07) VALUE 0.
           05 WS-TOT-PLACED-BAL         PIC S9(13)V99 VALUE 0.
           05 WS-TOT-RECALL-COUNT       PIC 9(07) VALUE 0.
           05 WS-TOT-RECOVERED          PIC S9(13)V99 VALUE 0.
           05 WS-TOT-COMMISSION         PIC S9(13)V99 VALUE 0.
           05 WS-TOT-NET                PIC S9(13)V99 VALUE 0.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBAGY03C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBAGY03C' TO RST-PROGRAM.
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

           PERFORM 0000-AGENCY-OPEN.
           PERFORM 0100-PLACE-OPEN.
           PERFORM 0200-RHIST-OPEN.
           PERFORM 0300-REPTFILE-OPEN.

           PERFORM 1000-LOAD-AGENCIES.
           PERFORM 2000-ACCUM-PLACEMENTS.
           PERFORM 3000-ACCUM-REMITTANCES.
           PERFORM 4210-WRITE-HEADERS.
           PERFORM 4000-WRITE-AGENCY-LINE
              VARYING WS-AGENCY-SUB FROM 1 BY 1
              UNTIL WS-AGENCY-SUB > WS-AGENCY-COUNT.
           PERFORM 4100-WRITE-GRAND-TOTAL.

           PERFORM 9000-AGENCY-CLOSE.
           PERFORM 9100-PLACE-CLOSE.
           PERFORM 9200-RHIST-CLOSE.
           PERFORM 9300-REPTFILE-CLOSE.
           DISPLAY 'REPORT MONTH            :' WS-REPORT-MONTH
           DISPLAY 'AGENCIES REPORTED       :' WS-AGENCY-COUNT
           DISPLAY 'PLACEMENTS READ         :' WS-PLACE-READ-COUNT
           DISPLAY 'REMITTANCE ITEMS READ   :' WS-RHIST-READ-COUNT
           DISPLAY 'UNKNOWN AGENCY RECORDS  :' WS-UNKNOWN-AGENCY-COUNT
           SET RST-EVENT-END TO TRUE.
           ADD WS-PLACE-READ-COUNT WS-RHIST-READ-COUNT
               GIVING RST-RECORD-COUNT.
           MOVE WS-UNKNOWN-AGENCY-COUNT TO RST-REJECT-COUNT.
           MOVE WS-TOT-NET TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBAGY03C'.

           GOBACK.
      *---------------------------------------------------------------*
       1000-LOAD-AGENCIES.
           PERFORM UNTIL AGENCY-STATUS = '10'
               READ AGENCY-FILE INTO COLLECTION-AGENCY-RECORD
                  AT END
                    CONTINUE
                  NOT AT END
                    PERFORM 1010-ADD-AGENCY-ENTRY
               END-READ
               IF  AGENCY-STATUS NOT = '00' AND '10'
                   DISPLAY 'ERROR READING COLLECTION AGENCY FILE'
                   MOVE AGENCY-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-PERFORM
           EXIT.

       1010-ADD-AGENCY-ENTRY.
           IF  WS-AGENCY-COUNT >= WS-AGENCY-MAX
               DISPLAY 'TOO MANY COLLECTION AGENCIES - LIMIT '
                       WS-AGENCY-MAX
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-AGENCY-COUNT
           INITIALIZE WS-AGENCY-ENTRY(WS-AGENCY-COUNT)
           MOVE AGY-AGENCY-ID TO WS-AGT-AGENCY-ID(WS-AGENCY-COUNT)
           MOVE AGY-NAME      TO WS-AGT-NAME(WS-AGENCY-COUNT)
           EXIT.
      *---------------------------------------------------------------*
       1100-FIND-AGENCY.
           MOVE 'N' TO WS-AGENCY-FOUND
           IF  WS-AGENCY-COUNT > 0
               SET AGY-IX TO 1
               SEARCH WS-AGENCY-ENTRY
                   WHEN AGY-IX > WS-AGENCY-COUNT
                       CONTINUE
                   WHEN WS-AGT-AGENCY-ID(AGY-IX) = WS-LOOKUP-AGENCY-ID
                       MOVE 'Y' TO WS-AGENCY-FOUND
               END-SEARCH
           END-IF
           IF  NOT AGENCY-ENTRY-FOUND
               ADD 1 TO WS-UNKNOWN-AGENCY-COUNT
               DISPLAY 'AGENCY NOT ON AGENCY FILE: '
                       WS-LOOKUP-AGENCY-ID
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2000-ACCUM-PLACEMENTS.
           PERFORM UNTIL PLACE-STATUS = '10'
               READ PLACE-FILE INTO AGENCY-PLACEMENT-RECORD
                  AT END
                    CONTINUE
                  NOT AT END
                    ADD 1 TO WS-PLACE-READ-COUNT
                    PERFORM 2100-ACCUM-PLACEMENT
               END-READ
               IF  PLACE-STATUS NOT = '00' AND '10'
                   DISPLAY 'ERROR READING AGENCY PLACEMENT FILE'
                   MOVE PLACE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-PERFORM
           EXIT.

       2100-ACCUM-PLACEMENT.
           IF  PLC-PLACED-DATE(1:7) NOT = WS-REPORT-MONTH
           AND PLC-RECALL-DATE(1:7) NOT = WS-REPORT-MONTH
               CONTINUE
           ELSE
               MOVE PLC-AGENCY-ID TO WS-LOOKUP-AGENCY-ID
               PERFORM 1100-FIND-AGENCY
               IF  AGENCY-ENTRY-FOUND
                   IF  PLC-PLACED-DATE(1:7) = WS-REPORT-MONTH
                       ADD 1 TO WS-AGT-PLACED-COUNT(AGY-IX)
                       ADD PLC-PLACED-BAL
                                     TO WS-AGT-PLACED-BAL(AGY-IX)
                   END-IF
                   IF  PLC-STAT-RECALLED
                   AND PLC-RECALL-DATE(1:7) = WS-REPORT-MONTH
                       ADD 1 TO WS-AGT-RECALL-COUNT(AGY-IX)
                   END-IF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       3000-ACCUM-REMITTANCES.
           PERFORM UNTIL RHIST-STATUS = '10'
               READ RHIST-FILE INTO AGENCY-REMIT-HIST-RECORD
                  AT END
                    CONTINUE
                  NOT AT END
                    ADD 1 TO WS-RHIST-READ-COUNT
                    PERFORM 3100-ACCUM-REMITTANCE
               END-READ
               IF  RHIST-STATUS NOT = '00' AND '10'
                   DISPLAY 'ERROR READING AGENCY REMITTANCE HISTORY'
                   MOVE RHIST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-PERFORM
           EXIT.

       3100-ACCUM-REMITTANCE.
           IF  RMH-POSTED-DATE(1:7) = WS-REPORT-MONTH
               MOVE RMH-AGENCY-ID TO WS-LOOKUP-AGENCY-ID
               PERFORM 1100-FIND-AGENCY
               IF  AGENCY-ENTRY-FOUND
                   ADD RMH-COLLECTED-AMT  TO WS-AGT-RECOVERED(AGY-IX)
                   ADD RMH-COMMISSION-AMT TO WS-AGT-COMMISSION(AGY-IX)
                   ADD RMH-NET-AMT        TO WS-AGT-NET(AGY-IX)
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4000-WRITE-AGENCY-LINE.
           INITIALIZE AGM-DETAIL-REPORT
           MOVE WS-AGT-AGENCY-ID(WS-AGENCY-SUB)
                                     TO AGM-REPORT-AGENCY-ID
           MOVE WS-AGT-NAME(WS-AGENCY-SUB)
                                     TO AGM-REPORT-NAME
           MOVE WS-AGT-PLACED-COUNT(WS-AGENCY-SUB)
                                     TO AGM-REPORT-PLACED-COUNT
           MOVE WS-AGT-PLACED-BAL(WS-AGENCY-SUB)
                                     TO AGM-REPORT-PLACED-BAL
           MOVE WS-AGT-RECALL-COUNT(WS-AGENCY-SUB)
                                     TO AGM-REPORT-RECALL-COUNT
           MOVE WS-AGT-RECOVERED(WS-AGENCY-SUB)
                                     TO AGM-REPORT-RECOVERED
           MOVE WS-AGT-COMMISSION(WS-AGENCY-SUB)
                                     TO AGM-REPORT-COMMISSION
           MOVE WS-AGT-NET(WS-AGENCY-SUB)
                                     TO AGM-REPORT-NET
           MOVE AGM-DETAIL-REPORT TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC

           ADD WS-AGT-PLACED-COUNT(WS-AGENCY-SUB)
                                     TO WS-TOT-PLACED-COUNT
           ADD WS-AGT-PLACED-BAL(WS-AGENCY-SUB)
                                     TO WS-TOT-PLACED-BAL
           ADD WS-AGT-RECALL-COUNT(WS-AGENCY-SUB)
                                     TO WS-TOT-RECALL-COUNT
           ADD WS-AGT-RECOVERED(WS-AGENCY-SUB)
                                     TO WS-TOT-RECOVERED
           ADD WS-AGT-COMMISSION(WS-AGENCY-SUB)
                                     TO WS-TOT-COMMISSION
           ADD WS-AGT-NET(WS-AGENCY-SUB)
                                     TO WS-TOT-NET
           EXIT.
      *---------------------------------------------------------------*
       4100-WRITE-GRAND-TOTAL.
           MOVE AGM-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           INITIALIZE AGM-DETAIL-REPORT
           MOVE 'TOTAL'              TO AGM-REPORT-NAME
           MOVE WS-TOT-PLACED-COUNT  TO AGM-REPORT-PLACED-COUNT
           MOVE WS-TOT-PLACED-BAL    TO AGM-REPORT-PLACED-BAL
           MOVE WS-TOT-RECALL-COUNT  TO AGM-REPORT-RECALL-COUNT
           MOVE WS-TOT-RECOVERED     TO AGM-REPORT-RECOVERED
           MOVE WS-TOT-COMMISSION    TO AGM-REPORT-COMMISSION
           MOVE WS-TOT-NET           TO AGM-REPORT-NET
           MOVE AGM-DETAIL-REPORT TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE WS-REPORT-MONTH TO AGM-REPT-MONTH
           MOVE AGM-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE AGM-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE AGM-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING AGENCY MONTHLY REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0000-AGENCY-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT AGENCY-FILE
           IF  AGENCY-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING COLLECTION AGENCY FILE'
               MOVE AGENCY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0100-PLACE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT PLACE-FILE
           IF  PLACE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AGENCY PLACEMENT FILE'
               MOVE PLACE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0200-RHIST-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT RHIST-FILE
           IF  RHIST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AGENCY REMITTANCE HISTORY'
               MOVE RHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0300-REPTFILE-OPEN.
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
               DISPLAY 'ERROR OPENING AGENCY MONTHLY REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-AGENCY-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE AGENCY-FILE
           IF  AGENCY-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING COLLECTION AGENCY FILE'
               MOVE AGENCY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9100-PLACE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PLACE-FILE
           IF  PLACE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING AGENCY PLACEMENT FILE'
               MOVE PLACE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9200-RHIST-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE RHIST-FILE
           IF  RHIST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING AGENCY REMITTANCE HISTORY'
               MOVE RHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9300-REPTFILE-CLOSE.
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
               DISPLAY 'ERROR CLOSING AGENCY MONTHLY REPORT'
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
