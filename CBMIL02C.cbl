      ******************************************************************
      * Program     : CBMIL02C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Monthly SCRA covered-accounts report for
      *               compliance.  Lists every customer whose active
      *               duty on MILSTAT overlaps the report month - the
      *               month before the business date, or the month
      *               named on the PARM - with each of the customer's
      *               accounts, its status and balance, the duty
      *               dates and where the retroactive refund stands.
      *               Duty that began or ended in the month is noted,
      *               and a covered customer with no card on file is
      *               still listed.
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
       PROGRAM-ID.    CBMIL02C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MILSTAT-FILE ASSIGN TO MILSTAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-MIL-CUST-ID
                  FILE STATUS  IS MILSTAT-STATUS.

           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  FILE STATUS  IS XREFFILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT CUST-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO MILCRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  MILSTAT-FILE.
       01  FD-MILSTAT-REC.
           05 FD-MIL-CUST-ID                    PIC 9(09).
           05 FD-MIL-DATA                       PIC X(171).

       FD  XREF-FILE.
       01  FD-XREFFILE-REC.
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-DATA                      PIC X(34).

       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  CUST-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SORT-CUST-ID                      PIC 9(09).
           05 SORT-ACCT-ID                      PIC 9(11).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVMIL01Y.
       01  MILSTAT-STATUS.
           05  MILSTAT-STAT1       PIC X.
           05  MILSTAT-STAT2       PIC X.

       COPY CVACT03Y.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.

       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

       COPY CUSTREC.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.

       COPY CVMIL03Y.
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
           05 WS-MIL-READ-COUNT         PIC 9(09) VALUE 0.
           05 WS-XREF-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-START-COUNT            PIC 9(09) VALUE 0.
           05 WS-END-COUNT              PIC 9(09) VALUE 0.
           05 WS-PEND-COUNT             PIC 9(09) VALUE 0.
           05 WS-ACCT-COUNT             PIC 9(09) VALUE 0.
           05 WS-NO-ACCT-COUNT          PIC 9(09) VALUE 0.

      * The report month is the calendar month before the business
      * date, unless a month is named on the PARM.  Coverage in the
      * month is any active-duty period that overlaps it.
       01  WS-MONTH-VARS.
           05 WS-RPT-YYYY               PIC 9(04) VALUE 0.
           05 WS-RPT-MM                 PIC 9(02) VALUE 0.
           05 WS-NXT-YYYY               PIC 9(04) VALUE 0.
           05 WS-NXT-MM                 PIC 9(02) VALUE 0.
           05 WS-RPT-MONTH              PIC X(07) VALUE SPACES.
           05 WS-MONTH-FIRST            PIC X(10) VALUE SPACES.
           05 WS-NEXT-FIRST             PIC X(10) VALUE SPACES.

       01  WS-REPORT-VARS.
           05 WS-SORT-EOF               PIC X(01) VALUE 'N'.
           05 WS-PREV-CUST-ID           PIC 9(09) VALUE 0.
           05 WS-PREV-ACCT-ID           PIC 9(11) VALUE 0.
           05 WS-CUST-NAME              PIC X(30) VALUE SPACES.
           05 WS-NOTE                   PIC X(19) VALUE SPACES.

      * Covered customers, loaded in customer order from MILSTAT.
       01  WS-CVR-WORK-TABLE.
           05  WS-CVR-COUNT             PIC 9(09) VALUE 0.
           05  WS-CVR-MAX               PIC 9(09) VALUE 20000.
           05  WS-CVR-TBL OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WS-CVR-COUNT
                       ASCENDING KEY IS WS-CV-CUST-ID
                       INDEXED BY WS-CV-IDX.
               10  WS-CV-CUST-ID            PIC 9(09).
               10  WS-CV-BRANCH             PIC X(01).
               10  WS-CV-START-DATE         PIC X(10).
               10  WS-CV-END-DATE           PIC X(10).
               10  WS-CV-RETRO-STATUS       PIC X(01).
               10  WS-CV-ACCT-COUNT         PIC 9(05).

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
           05  FILLER              PIC X(01).
           05  PARM-REPT-MONTH.
               10  PARM-REPT-YYYY  PIC X(04).
               10  FILLER          PIC X(01).
               10  PARM-REPT-MM    PIC X(02).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBMIL02C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBMIL02C' TO RST-PROGRAM.
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
           PERFORM 0050-SET-REPORT-MONTH
           DISPLAY 'REPORT MONTH           :' WS-RPT-MONTH
           PERFORM 0000-MILSTAT-OPEN.
           PERFORM 0100-XREFFILE-OPEN.
           PERFORM 0200-ACCTFILE-OPEN.
           PERFORM 0300-CUSTFILE-OPEN.
           PERFORM 0400-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.

           PERFORM 1000-MILSTAT-GET-NEXT
              THRU 1000-MILSTAT-GET-NEXT-EXIT
              UNTIL END-OF-FILE = 'Y'

      *    Sorted by customer and account, a customer's cards on the
      *    same account collapse to one line per account.
           IF  WS-CVR-COUNT > 0
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-CUST-ID
                                    SORT-ACCT-ID
                   INPUT PROCEDURE IS 0460-SORT-INPUT
                   OUTPUT PROCEDURE IS 0470-SORT-OUTPUT
           END-IF

      *    A covered customer with no card on file is still listed.
           PERFORM 3000-REPORT-NO-ACCOUNT
              VARYING WS-CV-IDX FROM 1 BY 1
              UNTIL WS-CV-IDX > WS-CVR-COUNT

           PERFORM 4300-WRITE-TOTALS.

           PERFORM 9000-MILSTAT-CLOSE.
           PERFORM 9100-XREFFILE-CLOSE.
           PERFORM 9200-ACCTFILE-CLOSE.
           PERFORM 9300-CUSTFILE-CLOSE.
           PERFORM 9400-REPTFILE-CLOSE.
           DISPLAY 'MILITARY STATUS READ   :' WS-MIL-READ-COUNT
           DISPLAY 'CUSTOMERS COVERED      :' WS-CVR-COUNT
           DISPLAY 'XREF RECORDS READ      :' WS-XREF-READ-COUNT
           DISPLAY 'ACCOUNTS COVERED       :' WS-ACCT-COUNT
           DISPLAY 'CUSTOMERS - NO ACCOUNT :' WS-NO-ACCT-COUNT
           DISPLAY 'REFUND PENDING         :' WS-PEND-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-ACCT-COUNT TO RST-RECORD-COUNT.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBMIL02C'.

           GOBACK.
      *---------------------------------------------------------------*
       0050-SET-REPORT-MONTH.
           IF  PARM-LENGTH >= 18
           AND PARM-REPT-YYYY IS NUMERIC
           AND PARM-REPT-MM IS NUMERIC
           AND PARM-REPT-MM >= '01'
           AND PARM-REPT-MM <= '12'
               MOVE PARM-REPT-YYYY TO WS-RPT-YYYY
               MOVE PARM-REPT-MM   TO WS-RPT-MM
           ELSE
               MOVE PARM-DATE(1:4) TO WS-RPT-YYYY
               MOVE PARM-DATE(6:2) TO WS-RPT-MM
               IF  WS-RPT-MM = 1
                   MOVE 12 TO WS-RPT-MM
                   SUBTRACT 1 FROM WS-RPT-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-RPT-MM
               END-IF
           END-IF
           IF  WS-RPT-MM = 12
               MOVE 1 TO WS-NXT-MM
               COMPUTE WS-NXT-YYYY = WS-RPT-YYYY + 1
           ELSE
               COMPUTE WS-NXT-MM = WS-RPT-MM + 1
               MOVE WS-RPT-YYYY TO WS-NXT-YYYY
           END-IF
           STRING WS-RPT-YYYY '-' WS-RPT-MM
             DELIMITED BY SIZE
             INTO WS-RPT-MONTH
           END-STRING
           STRING WS-RPT-MONTH '-01'
             DELIMITED BY SIZE
             INTO WS-MONTH-FIRST
           END-STRING
           STRING WS-NXT-YYYY '-' WS-NXT-MM '-01'
             DELIMITED BY SIZE
             INTO WS-NEXT-FIRST
           END-STRING
           EXIT.
      *---------------------------------------------------------------*
       0000-MILSTAT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT MILSTAT-FILE
           IF  MILSTAT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING MILITARY STATUS FILE'
               MOVE MILSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0100-XREFFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT XREF-FILE
           IF  XREFFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CROSS REF FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
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
       0300-CUSTFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT CUST-FILE
           IF  CUSTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CUSTOMER FILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR OPENING SCRA COVERED ACCOUNTS REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * A withdrawn status is never covered - it was recorded in
      * error or the orders were rescinded.
       1000-MILSTAT-GET-NEXT.
           READ MILSTAT-FILE INTO MILITARY-STATUS-RECORD
           IF  MILSTAT-STATUS = '10'
               MOVE 'Y' TO END-OF-FILE
               GO TO 1000-MILSTAT-GET-NEXT-EXIT
           END-IF
           IF  MILSTAT-STATUS NOT = '00'
               DISPLAY 'ERROR READING MILITARY STATUS FILE'
               MOVE MILSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-MIL-READ-COUNT
           IF  NOT MIL-STAT-ACTIVE
           OR  MIL-DUTY-START-DATE NOT < WS-NEXT-FIRST
               GO TO 1000-MILSTAT-GET-NEXT-EXIT
           END-IF
           IF  MIL-DUTY-END-DATE NOT = SPACES
           AND MIL-DUTY-END-DATE < WS-MONTH-FIRST
               GO TO 1000-MILSTAT-GET-NEXT-EXIT
           END-IF
           IF  WS-CVR-COUNT >= WS-CVR-MAX
               DISPLAY 'COVERED CUSTOMER TABLE FULL - RAISE '
                       'WS-CVR-MAX AND RERUN'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-CVR-COUNT
           MOVE MIL-CUST-ID         TO WS-CV-CUST-ID (WS-CVR-COUNT)
           MOVE MIL-BRANCH          TO WS-CV-BRANCH (WS-CVR-COUNT)
           MOVE MIL-DUTY-START-DATE TO WS-CV-START-DATE (WS-CVR-COUNT)
           MOVE MIL-DUTY-END-DATE   TO WS-CV-END-DATE (WS-CVR-COUNT)
           MOVE MIL-RETRO-STATUS    TO WS-CV-RETRO-STATUS (WS-CVR-COUNT)
           MOVE 0                   TO WS-CV-ACCT-COUNT (WS-CVR-COUNT)
           IF  MIL-DUTY-START-DATE NOT < WS-MONTH-FIRST
               ADD 1 TO WS-START-COUNT
           END-IF
           IF  MIL-DUTY-END-DATE NOT = SPACES
           AND MIL-DUTY-END-DATE < WS-NEXT-FIRST
               ADD 1 TO WS-END-COUNT
           END-IF
           IF  MIL-RETRO-PENDING
               ADD 1 TO WS-PEND-COUNT
           END-IF.
       1000-MILSTAT-GET-NEXT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       1100-XREFFILE-GET-NEXT.
           READ XREF-FILE INTO CARD-XREF-RECORD
           IF  XREFFILE-STATUS = '00'
               ADD 1 TO WS-XREF-READ-COUNT
               SEARCH ALL WS-CVR-TBL
                   AT END
                       CONTINUE
                   WHEN WS-CV-CUST-ID(WS-CV-IDX) = XREF-CUST-ID
                       MOVE XREF-CUST-ID TO SORT-CUST-ID
                       MOVE XREF-ACCT-ID TO SORT-ACCT-ID
                       RELEASE SORT-RECORD
               END-SEARCH
           ELSE
               IF  XREFFILE-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING CROSS REF FILE'
                   MOVE XREFFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2000-REPORT-ACCOUNT.
           IF  SORT-CUST-ID = WS-PREV-CUST-ID
           AND SORT-ACCT-ID = WS-PREV-ACCT-ID
               GO TO 2000-REPORT-ACCOUNT-EXIT
           END-IF
           SEARCH ALL WS-CVR-TBL
               AT END
                   GO TO 2000-REPORT-ACCOUNT-EXIT
               WHEN WS-CV-CUST-ID(WS-CV-IDX) = SORT-CUST-ID
                   CONTINUE
           END-SEARCH
           IF  SORT-CUST-ID NOT = WS-PREV-CUST-ID
               PERFORM 2100-GET-CUST-NAME
           END-IF
           MOVE SORT-CUST-ID TO WS-PREV-CUST-ID
           MOVE SORT-ACCT-ID TO WS-PREV-ACCT-ID
           ADD 1 TO WS-CV-ACCT-COUNT (WS-CV-IDX)
           ADD 1 TO WS-ACCT-COUNT

           INITIALIZE ACCOUNT-RECORD
           MOVE SORT-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
              INVALID KEY
                MOVE SORT-ACCT-ID TO ACCT-ID
                MOVE 'ACCOUNT NOT ON FILE' TO WS-NOTE
              NOT INVALID KEY
                PERFORM 2200-SET-NOTE
           END-READ
           PERFORM 2800-WRITE-DETAIL.
       2000-REPORT-ACCOUNT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2100-GET-CUST-NAME.
           MOVE SPACES TO WS-CUST-NAME
           MOVE SORT-CUST-ID TO FD-CUST-ID
           READ CUST-FILE INTO CUSTOMER-RECORD
              INVALID KEY
                MOVE 'CUSTOMER NOT ON FILE' TO WS-CUST-NAME
              NOT INVALID KEY
                STRING CUST-FIRST-NAME DELIMITED BY '  '
                       ' '             DELIMITED BY SIZE
                       CUST-LAST-NAME  DELIMITED BY '  '
                  INTO WS-CUST-NAME
                END-STRING
           END-READ
           EXIT.
      *---------------------------------------------------------------*
       2200-SET-NOTE.
           EVALUATE TRUE
               WHEN WS-CV-START-DATE (WS-CV-IDX) NOT < WS-MONTH-FIRST
                   MOVE 'DUTY BEGAN IN MONTH' TO WS-NOTE
               WHEN WS-CV-END-DATE (WS-CV-IDX) NOT = SPACES
                AND WS-CV-END-DATE (WS-CV-IDX) < WS-NEXT-FIRST
                   MOVE 'DUTY ENDED IN MONTH' TO WS-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-NOTE
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
       2800-WRITE-DETAIL.
           INITIALIZE SCRC-DETAIL-REPORT
           MOVE WS-CV-CUST-ID (WS-CV-IDX)    TO SCRC-REPORT-CUST-ID
           MOVE WS-CUST-NAME                 TO SCRC-REPORT-CUST-NAME
           MOVE WS-CV-BRANCH (WS-CV-IDX)     TO SCRC-REPORT-BRANCH
           MOVE WS-CV-START-DATE (WS-CV-IDX) TO SCRC-REPORT-FROM-DATE
           IF  WS-CV-END-DATE (WS-CV-IDX) = SPACES
               MOVE 'ON DUTY'                TO SCRC-REPORT-TO-DATE
           ELSE
               MOVE WS-CV-END-DATE (WS-CV-IDX)
                                             TO SCRC-REPORT-TO-DATE
           END-IF
           MOVE ACCT-ID                      TO SCRC-REPORT-ACCT-ID
           MOVE ACCT-ACTIVE-STATUS           TO SCRC-REPORT-ACCT-STATUS
           MOVE ACCT-CURR-BAL                TO SCRC-REPORT-BALANCE
           EVALUATE WS-CV-RETRO-STATUS (WS-CV-IDX)
               WHEN 'P'
                   MOVE 'PENDING'            TO SCRC-REPORT-RETRO
               WHEN 'D'
                   MOVE 'REFUNDED'           TO SCRC-REPORT-RETRO
               WHEN OTHER
                   MOVE 'NOT NEEDED'         TO SCRC-REPORT-RETRO
           END-EVALUATE
           MOVE WS-NOTE                      TO SCRC-REPORT-NOTE
           MOVE SCRC-DETAIL-REPORT TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       3000-REPORT-NO-ACCOUNT.
           IF  WS-CV-ACCT-COUNT (WS-CV-IDX) = 0
               ADD 1 TO WS-NO-ACCT-COUNT
               MOVE WS-CV-CUST-ID (WS-CV-IDX) TO SORT-CUST-ID
               PERFORM 2100-GET-CUST-NAME
               INITIALIZE ACCOUNT-RECORD
               MOVE 'NO CARD ON FILE' TO WS-NOTE
               PERFORM 2800-WRITE-DETAIL
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE WS-RPT-MONTH TO SCRC-REPT-MONTH
           MOVE PARM-DATE TO SCRC-REPT-RUN-DATE
           MOVE SCRC-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE SCRC-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE SCRC-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING SCRA COVERED ACCOUNTS REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

       4300-WRITE-TOTALS.
           MOVE WS-CVR-COUNT   TO SCRC-REPT-CUST-COUNT
           MOVE WS-START-COUNT TO SCRC-REPT-START-COUNT
           MOVE WS-END-COUNT   TO SCRC-REPT-END-COUNT
           MOVE SCRC-REPORT-CUST-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE WS-ACCT-COUNT  TO SCRC-REPT-ACCT-COUNT
           MOVE WS-PEND-COUNT  TO SCRC-REPT-PEND-COUNT
           MOVE SCRC-REPORT-ACCT-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       9000-MILSTAT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE MILSTAT-FILE
           IF  MILSTAT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING MILITARY STATUS FILE'
               MOVE MILSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9100-XREFFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE XREF-FILE
           IF  XREFFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CROSS REF FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
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
       9300-CUSTFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CUST-FILE
           IF  CUSTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CUSTOMER FILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING SCRA COVERED ACCOUNTS REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0460-SORT-INPUT SECTION.
       0461-SI-START.
           MOVE 'N' TO END-OF-FILE
           PERFORM 1100-XREFFILE-GET-NEXT
              UNTIL END-OF-FILE = 'Y'
           GO TO 0468-SI-END.
       0468-SI-END.
           EXIT.

       0470-SORT-OUTPUT SECTION.
       0471-SO-START.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM 0475-SO-RETURN
           PERFORM 0477-SO-REPORT
              UNTIL WS-SORT-EOF = 'Y'
           GO TO 0478-SO-END.
       0475-SO-RETURN.
           RETURN SORT-FILE
              AT END
                MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       0477-SO-REPORT.
           PERFORM 2000-REPORT-ACCOUNT
              THRU 2000-REPORT-ACCOUNT-EXIT
           PERFORM 0475-SO-RETURN.
       0478-SO-END.
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
