      ******************************************************************
      * Program     : CBFEE01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Annual fee billing.  Reads the account master
      *               for accounts whose open-date anniversary falls
      *               after the prior business date and on or before
      *               the business date, so an anniversary on a
      *               weekend or holiday bills on the next business
      *               day, and builds the annual fee
      *               for the account group (fee schedule type AF)
      *               into the daily transaction stream as its own
      *               controlled feed group, so it posts through
      *               CBTRN02C's normal validation into its own fee
      *               category.  Each billing is recorded on the
      *               annual fee billing file for the closure refund.
      *               Charged-off, frozen and closed accounts are
      *               skipped and reported on the control report.
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
       PROGRAM-ID.    CBFEE01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                  FILE STATUS  IS XREFFILE-STATUS.

           SELECT FEESCHED-FILE ASSIGN TO FEESCHED
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-FEES-KEY
                  FILE STATUS  IS FEESCHED-STATUS.

           SELECT ANNFEEBL-FILE ASSIGN TO ANNFEEBL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-AFB-ACCT-ID
                  FILE STATUS  IS ANNFEEBL-STATUS.

           SELECT AFTRAN-FILE ASSIGN TO AFTRAN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS AFTRAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO AFRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  XREF-FILE.
       01  FD-XREFFILE-REC.
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-CUST-NUM                  PIC 9(09).
           05 FD-XREF-ACCT-ID                   PIC 9(11).
           05 FD-XREF-FILLER                    PIC X(14).

       FD  FEESCHED-FILE.
       01  FD-FEESCHED-REC.
           05 FD-FEES-KEY.
              10 FD-FEES-ACCT-GROUP-ID          PIC X(10).
              10 FD-FEES-FEE-TYPE-CD            PIC X(02).
           05 FD-FEES-DATA                      PIC X(38).

       FD  ANNFEEBL-FILE.
       01  FD-ANNFEEBL-REC.
           05 FD-AFB-ACCT-ID                    PIC 9(11).
           05 FD-AFB-DATA                       PIC X(109).

       FD  AFTRAN-FILE.
       01  FD-AFTRAN-REC                        PIC X(350).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

       COPY CVACT03Y.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.

       COPY CVFEE01Y.
       01  FEESCHED-STATUS.
           05  FEESCHED-STAT1      PIC X.
           05  FEESCHED-STAT2      PIC X.

       COPY CVFEE02Y.
       01  ANNFEEBL-STATUS.
           05  ANNFEEBL-STAT1      PIC X.
           05  ANNFEEBL-STAT2      PIC X.

       COPY CVTRA06Y.
       01  AFTRAN-STATUS.
           05  AFTRAN-STAT1        PIC X.
           05  AFTRAN-STAT2        PIC X.

       COPY CVFEE03Y.
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

      * The annual fee posts as a purchases-type debit to its own fee
      * category, next to the late, over-limit and foreign
      * transaction fees.
       01  WS-ANNFEE-CONSTANTS.
           05 WS-AF-TYPE-CD             PIC X(02) VALUE '01'.
           05 WS-AF-CAT-CD              PIC 9(04) VALUE 12.
           05 WS-AF-FEE-TYPE-CD         PIC X(02) VALUE 'AF'.
           05 WS-AF-DEFAULT-GROUP       PIC X(10) VALUE 'DEFAULT'.

       01  WS-COUNTERS.
           05 WS-ACCT-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-ANNIV-COUNT            PIC 9(09) VALUE 0.
           05 WS-GEN-COUNT              PIC 9(09) VALUE 0.
           05 WS-WAIVE-COUNT            PIC 9(09) VALUE 0.
           05 WS-SKIP-COUNT             PIC 9(09) VALUE 0.
           05 WS-GEN-AMT-TOTAL          PIC S9(11)V99 VALUE 0.
           05 WS-TRANID-SUFFIX          PIC 9(06) VALUE 0.

       01  WS-GEN-VARS.
           05 WS-SKIP-REASON            PIC X(30) VALUE SPACES.
           05 WS-FEE-AMT                PIC S9(07)V99 VALUE 0.
           05 WS-FEE-ON-FILE            PIC X(01) VALUE 'N'.
             88  FEE-ON-FILE                     VALUE 'Y'.
           05 WS-BILL-ON-FILE           PIC X(01) VALUE 'N'.
             88  BILL-ON-FILE                    VALUE 'Y'.
           05 WS-ANNIV-SW               PIC X(01) VALUE 'N'.
             88  ANNIVERSARY-TODAY               VALUE 'Y'.
             88  NOT-ANNIVERSARY-TODAY           VALUE 'N'.
           05 WS-PARM-YYYYMMDD          PIC 9(08).
           05 WS-PARM-DATE-PARTS        REDEFINES WS-PARM-YYYYMMDD.
              10 WS-PARM-YYYY           PIC 9(04).
              10 WS-PARM-MMDD           PIC 9(04).
           05 WS-OPEN-YYYYMMDD          PIC 9(08).
           05 WS-OPEN-DATE-PARTS        REDEFINES WS-OPEN-YYYYMMDD.
              10 WS-OPEN-YYYY           PIC 9(04).
              10 WS-OPEN-MMDD           PIC 9(04).
           05 WS-PRIOR-YYYYMMDD         PIC 9(08).
           05 WS-PRIOR-DATE-PARTS       REDEFINES WS-PRIOR-YYYYMMDD.
              10 WS-PRIOR-YYYY          PIC 9(04).
              10 WS-PRIOR-MMDD          PIC 9(04).
           05 WS-ANNIV-YYYYMMDD         PIC 9(08).
           05 WS-ANNIV-DATE-PARTS       REDEFINES WS-ANNIV-YYYYMMDD.
              10 WS-ANNIV-YYYY          PIC 9(04).
              10 WS-ANNIV-MMDD          PIC 9(04).
           05 WS-FEB-LAST-DAY           PIC 9(08).
           05 WS-MAR-FIRST-DAY          PIC 9(08).
           05 WS-ACCT-YEARS             PIC S9(04) COMP VALUE 0.

      * The generated feed carries the same header and trailer
      * controls the processor feed does, so the posting run can
      * verify it the same way.
       COPY CVTRA15Y.
       01  WS-FEED-CONTROL-WORK.
           05 WS-FEED-HASH              PIC 9(15) VALUE 0.
           05 WS-FEED-ABS-AMT           PIC 9(09)V99 VALUE 0.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBFEE01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBFEE01C' TO RST-PROGRAM.
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
           PERFORM 0000-ACCTFILE-OPEN.
           PERFORM 0100-XREFFILE-OPEN.
           PERFORM 0200-FEESCHED-OPEN.
           PERFORM 0300-ANNFEEBL-OPEN.
           PERFORM 0400-AFTRAN-OPEN.
           PERFORM 0450-WRITE-FEED-HEADER.
           PERFORM 0500-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.

           MOVE PARM-DATE(1:4) TO WS-PARM-YYYYMMDD(1:4)
           MOVE PARM-DATE(6:2) TO WS-PARM-YYYYMMDD(5:2)
           MOVE PARM-DATE(9:2) TO WS-PARM-YYYYMMDD(7:2)

      *    Anniversaries since the prior business date are due
      *    today.  With no prior date on the control record (the
      *    first business day) only today's anniversaries are.
           IF  BDP-PRIOR-DATE(1:4) IS NUMERIC
           AND BDP-PRIOR-DATE(6:2) IS NUMERIC
           AND BDP-PRIOR-DATE(9:2) IS NUMERIC
               MOVE BDP-PRIOR-DATE(1:4) TO WS-PRIOR-YYYYMMDD(1:4)
               MOVE BDP-PRIOR-DATE(6:2) TO WS-PRIOR-YYYYMMDD(5:2)
               MOVE BDP-PRIOR-DATE(9:2) TO WS-PRIOR-YYYYMMDD(7:2)
           ELSE
               COMPUTE WS-PRIOR-YYYYMMDD = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-PARM-YYYYMMDD) - 1)
           END-IF

           PERFORM UNTIL END-OF-FILE = 'Y'
               IF  END-OF-FILE = 'N'
                   PERFORM 1000-ACCTFILE-GET-NEXT
                   IF  END-OF-FILE = 'N'
                       ADD 1 TO WS-ACCT-READ-COUNT
                       MOVE SPACES TO WS-SKIP-REASON
                       MOVE 0      TO WS-FEE-AMT
                       PERFORM 2000-PROCESS-ACCOUNT
                          THRU 2000-PROCESS-ACCOUNT-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 4300-WRITE-TOTALS.
           PERFORM 4400-WRITE-FEED-TRAILER.

           PERFORM 9000-ACCTFILE-CLOSE.
           PERFORM 9100-XREFFILE-CLOSE.
           PERFORM 9200-FEESCHED-CLOSE.
           PERFORM 9300-ANNFEEBL-CLOSE.
           PERFORM 9400-AFTRAN-CLOSE.
           PERFORM 9500-REPTFILE-CLOSE.
           DISPLAY 'ACCOUNTS READ          :' WS-ACCT-READ-COUNT
           DISPLAY 'ANNIVERSARIES DUE      :' WS-ANNIV-COUNT
           DISPLAY 'ANNUAL FEES GENERATED  :' WS-GEN-COUNT
           DISPLAY 'FEES WAIVED OR NIL     :' WS-WAIVE-COUNT
           DISPLAY 'ACCOUNTS SKIPPED       :' WS-SKIP-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-GEN-COUNT TO RST-RECORD-COUNT.
           MOVE WS-SKIP-COUNT TO RST-REJECT-COUNT.
           MOVE WS-GEN-AMT-TOTAL TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBFEE01C'.

           GOBACK.
      *---------------------------------------------------------------*
       0000-ACCTFILE-OPEN.
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
       0200-FEESCHED-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT FEESCHED-FILE
           IF  FEESCHED-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING FEE SCHEDULE FILE'
               MOVE FEESCHED-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0300-ANNFEEBL-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O ANNFEEBL-FILE
           IF  ANNFEEBL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING ANNUAL FEE BILLING FILE'
               MOVE ANNFEEBL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0400-AFTRAN-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT AFTRAN-FILE
           IF  AFTRAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING ANNUAL FEE TRAN FILE'
               MOVE AFTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0450-WRITE-FEED-HEADER.
           INITIALIZE DALYTRAN-HDR-RECORD
           MOVE 'DALYTHDR'          TO DTHR-RECORD-ID
           MOVE PARM-DATE           TO DTHR-BUSINESS-DATE
           MOVE 'ANNUALFEE'         TO DTHR-FEED-SOURCE
           STRING PARM-DATE ,
                  '-00.00.00.000000'
             DELIMITED BY SIZE
             INTO DTHR-CREATE-TS
           END-STRING
           WRITE FD-AFTRAN-REC FROM DALYTRAN-HDR-RECORD
           IF  AFTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ANNUAL FEE TRAN FILE'
               MOVE AFTRAN-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR OPENING ANNUAL FEE REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1000-ACCTFILE-GET-NEXT.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD.
           IF  ACCTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF  ACCTFILE-STATUS = '10'
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
                   DISPLAY 'ERROR READING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2000-PROCESS-ACCOUNT.
           PERFORM 2050-CHECK-ANNIVERSARY
              THRU 2050-CHECK-ANNIVERSARY-EXIT
           IF  NOT-ANNIVERSARY-TODAY
               GO TO 2000-PROCESS-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-ANNIV-COUNT

      *    Only an open account is billed; the posting run would
      *    refuse a purchases-type debit on any other status.
           EVALUATE TRUE
               WHEN ACCT-STAT-OPEN
                   CONTINUE
               WHEN ACCT-STAT-CHARGED-OFF
                   MOVE 'ACCOUNT CHARGED OFF' TO WS-SKIP-REASON
               WHEN ACCT-STAT-FROZEN
                   MOVE 'ACCOUNT FROZEN' TO WS-SKIP-REASON
               WHEN ACCT-STAT-CLOSED-PURCH
                   MOVE 'ACCOUNT CLOSED TO PURCHASES' TO WS-SKIP-REASON
               WHEN OTHER
                   MOVE 'ACCOUNT CLOSED' TO WS-SKIP-REASON
           END-EVALUATE
           IF  WS-SKIP-REASON NOT = SPACES
               PERFORM 2900-SKIP-ACCOUNT
               GO TO 2000-PROCESS-ACCOUNT-EXIT
           END-IF

           PERFORM 2100-GET-ANNUAL-FEE
           IF  NOT FEE-ON-FILE
           OR  FEES-FLAT-AMT NOT > 0
               ADD 1 TO WS-WAIVE-COUNT
               MOVE 'NO ANNUAL FEE FOR GROUP' TO WS-SKIP-REASON
               PERFORM 2800-WRITE-DETAIL
               GO TO 2000-PROCESS-ACCOUNT-EXIT
           END-IF
           IF  WS-ACCT-YEARS = 1
           AND FEES-FIRST-YEAR-WAIVED
               ADD 1 TO WS-WAIVE-COUNT
               MOVE 'FIRST YEAR FEE WAIVED' TO WS-SKIP-REASON
               PERFORM 2800-WRITE-DETAIL
               GO TO 2000-PROCESS-ACCOUNT-EXIT
           END-IF
           MOVE FEES-FLAT-AMT TO WS-FEE-AMT

           MOVE ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
              INVALID KEY
                MOVE 'NO CARD CROSS REFERENCE' TO WS-SKIP-REASON
           END-READ
           IF  WS-SKIP-REASON NOT = SPACES
               PERFORM 2900-SKIP-ACCOUNT
               GO TO 2000-PROCESS-ACCOUNT-EXIT
           END-IF

           PERFORM 2150-READ-BILLING
           PERFORM 2200-WRITE-ANNFEE-TRAN
           PERFORM 2300-WRITE-BILLING
           ADD 1 TO WS-GEN-COUNT
           ADD WS-FEE-AMT TO WS-GEN-AMT-TOTAL
           MOVE 'ANNUAL FEE BILLED' TO WS-SKIP-REASON
           PERFORM 2800-WRITE-DETAIL.
       2000-PROCESS-ACCOUNT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * The anniversary is the open date's month and day in any later
      * year; a 29 February opening bills on the 28th outside leap
      * years.  It is due when it falls after the prior business
      * date and on or before today - the window can span a year
      * end, so last year's date is tried when this year's is not
      * in it.
       2050-CHECK-ANNIVERSARY.
           SET NOT-ANNIVERSARY-TODAY TO TRUE
           MOVE 0 TO WS-ACCT-YEARS
           IF  ACCT-OPEN-DATE(1:4) NOT NUMERIC
           OR  ACCT-OPEN-DATE(6:2) NOT NUMERIC
           OR  ACCT-OPEN-DATE(9:2) NOT NUMERIC
               GO TO 2050-CHECK-ANNIVERSARY-EXIT
           END-IF
           MOVE ACCT-OPEN-DATE(1:4) TO WS-OPEN-YYYYMMDD(1:4)
           MOVE ACCT-OPEN-DATE(6:2) TO WS-OPEN-YYYYMMDD(5:2)
           MOVE ACCT-OPEN-DATE(9:2) TO WS-OPEN-YYYYMMDD(7:2)
           MOVE WS-PARM-YYYY TO WS-ANNIV-YYYY
           PERFORM 2060-TEST-ANNIVERSARY
              THRU 2060-TEST-ANNIVERSARY-EXIT
           IF  NOT-ANNIVERSARY-TODAY
           AND WS-PRIOR-YYYY < WS-PARM-YYYY
               MOVE WS-PRIOR-YYYY TO WS-ANNIV-YYYY
               PERFORM 2060-TEST-ANNIVERSARY
                  THRU 2060-TEST-ANNIVERSARY-EXIT
           END-IF.
       2050-CHECK-ANNIVERSARY-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Tests the anniversary in the year set in WS-ANNIV-YYYY; the
      * years on the account are counted to that anniversary.
       2060-TEST-ANNIVERSARY.
           IF  WS-ANNIV-YYYY NOT > WS-OPEN-YYYY
               GO TO 2060-TEST-ANNIVERSARY-EXIT
           END-IF
           MOVE WS-OPEN-MMDD TO WS-ANNIV-MMDD
           IF  WS-OPEN-MMDD = 0229
               COMPUTE WS-FEB-LAST-DAY  = WS-ANNIV-YYYY * 10000 + 228
               COMPUTE WS-MAR-FIRST-DAY = WS-ANNIV-YYYY * 10000 + 301
               IF  FUNCTION INTEGER-OF-DATE(WS-MAR-FIRST-DAY)
                 - FUNCTION INTEGER-OF-DATE(WS-FEB-LAST-DAY) = 1
                   MOVE 0228 TO WS-ANNIV-MMDD
               END-IF
           END-IF
           IF  WS-ANNIV-YYYYMMDD > WS-PRIOR-YYYYMMDD
           AND WS-ANNIV-YYYYMMDD NOT > WS-PARM-YYYYMMDD
               SET ANNIVERSARY-TODAY TO TRUE
               COMPUTE WS-ACCT-YEARS = WS-ANNIV-YYYY - WS-OPEN-YYYY
           END-IF.
       2060-TEST-ANNIVERSARY-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * A group without its own annual fee entry takes the DEFAULT
      * group's; with neither on file the group carries no fee.
       2100-GET-ANNUAL-FEE.
           MOVE 'Y' TO WS-FEE-ON-FILE
           MOVE ACCT-GROUP-ID       TO FD-FEES-ACCT-GROUP-ID
           MOVE WS-AF-FEE-TYPE-CD   TO FD-FEES-FEE-TYPE-CD
           READ FEESCHED-FILE INTO FEE-SCHEDULE-RECORD
              INVALID KEY
                MOVE WS-AF-DEFAULT-GROUP TO FD-FEES-ACCT-GROUP-ID
                READ FEESCHED-FILE INTO FEE-SCHEDULE-RECORD
                   INVALID KEY
                     MOVE 'N' TO WS-FEE-ON-FILE
                END-READ
           END-READ
           EXIT.
      *---------------------------------------------------------------*
       2150-READ-BILLING.
           MOVE 'N' TO WS-BILL-ON-FILE
           MOVE ACCT-ID TO FD-AFB-ACCT-ID
           READ ANNFEEBL-FILE INTO ANNUAL-FEE-BILL-RECORD
              INVALID KEY
                INITIALIZE ANNUAL-FEE-BILL-RECORD
              NOT INVALID KEY
                MOVE 'Y' TO WS-BILL-ON-FILE
           END-READ
           EXIT.
      *---------------------------------------------------------------*
      * A rerun for the same business date rebuilds the fee under the
      * transaction id already recorded, so a feed that has posted
      * once cannot post the fee a second time.
       2200-WRITE-ANNFEE-TRAN.
           INITIALIZE DALYTRAN-RECORD
           IF  BILL-ON-FILE
           AND AFB-BILL-DATE = PARM-DATE
               MOVE AFB-TRAN-ID TO DALYTRAN-ID
           ELSE
               ADD 1 TO WS-TRANID-SUFFIX
               STRING 'AF' ,
                      WS-PARM-YYYYMMDD ,
                      WS-TRANID-SUFFIX
                 DELIMITED BY SIZE
                 INTO DALYTRAN-ID
               END-STRING
           END-IF
           MOVE WS-AF-TYPE-CD       TO DALYTRAN-TYPE-CD
           MOVE WS-AF-CAT-CD        TO DALYTRAN-CAT-CD
           MOVE 'ANNUALFEE'         TO DALYTRAN-SOURCE
           STRING 'ANNUAL MEMBERSHIP FEE - ' ,
                  ACCT-GROUP-ID
             DELIMITED BY SIZE
             INTO DALYTRAN-DESC
           END-STRING
           MOVE WS-FEE-AMT          TO DALYTRAN-AMT
           MOVE 0                   TO DALYTRAN-MERCHANT-ID
           MOVE 'ANNUAL FEE'        TO DALYTRAN-MERCHANT-NAME
           MOVE 'N/A'               TO DALYTRAN-MERCHANT-CITY
           MOVE 'N/A'               TO DALYTRAN-MERCHANT-ZIP
           MOVE XREF-CARD-NUM       TO DALYTRAN-CARD-NUM
           MOVE SPACES              TO DALYTRAN-ORIG-TS
           STRING PARM-DATE ,
                  '-00.00.00.000000'
             DELIMITED BY SIZE
             INTO DALYTRAN-ORIG-TS
           END-STRING
           MOVE DALYTRAN-ORIG-TS    TO DALYTRAN-PROC-TS
           MOVE SPACES              TO DALYTRAN-CURRENCY-CD

           WRITE FD-AFTRAN-REC FROM DALYTRAN-RECORD
           IF  AFTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ANNUAL FEE TRAN FILE'
               MOVE AFTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE DALYTRAN-AMT TO WS-FEED-ABS-AMT
           COMPUTE WS-FEED-HASH = WS-FEED-HASH
                 + (WS-FEED-ABS-AMT * 100)
           EXIT.
      *---------------------------------------------------------------*
      * The account's latest billing replaces last year's, whether
      * or not that one was refunded.
       2300-WRITE-BILLING.
           MOVE ACCT-ID             TO AFB-ACCT-ID
           MOVE PARM-DATE           TO AFB-BILL-DATE
           MOVE ACCT-GROUP-ID       TO AFB-ACCT-GROUP-ID
           MOVE WS-FEE-AMT          TO AFB-FEE-AMT
           MOVE DALYTRAN-ID         TO AFB-TRAN-ID
           MOVE XREF-CARD-NUM       TO AFB-CARD-NUM
           SET AFB-STAT-BILLED      TO TRUE
           MOVE SPACES              TO AFB-REFUND-DATE
           MOVE SPACES              TO AFB-REFUND-TRAN-ID
           IF  BILL-ON-FILE
               REWRITE FD-ANNFEEBL-REC FROM ANNUAL-FEE-BILL-RECORD
           ELSE
               WRITE FD-ANNFEEBL-REC FROM ANNUAL-FEE-BILL-RECORD
           END-IF
           IF  ANNFEEBL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ANNUAL FEE BILLING FILE'
               MOVE ANNFEEBL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2800-WRITE-DETAIL.
           INITIALIZE ANFE-DETAIL-REPORT
           MOVE ACCT-ID             TO ANFE-REPORT-ACCT-ID
           MOVE ACCT-GROUP-ID       TO ANFE-REPORT-GROUP-ID
           MOVE ACCT-OPEN-DATE      TO ANFE-REPORT-OPEN-DATE
           MOVE ACCT-ACTIVE-STATUS  TO ANFE-REPORT-STATUS
           MOVE WS-SKIP-REASON      TO ANFE-REPORT-DISPOSITION
           MOVE WS-FEE-AMT          TO ANFE-REPORT-AMT
           MOVE ANFE-DETAIL-REPORT TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       2900-SKIP-ACCOUNT.
           ADD 1 TO WS-SKIP-COUNT
           PERFORM 2800-WRITE-DETAIL
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE PARM-DATE TO ANFE-REPT-RUN-DATE
           MOVE ANFE-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE ANFE-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE ANFE-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4300-WRITE-TOTALS.
           MOVE WS-GEN-COUNT TO ANFE-REPT-GEN-COUNT
           MOVE WS-GEN-AMT-TOTAL TO ANFE-REPT-GEN-AMT
           MOVE ANFE-REPORT-GEN-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE WS-WAIVE-COUNT TO ANFE-REPT-WAIVE-COUNT
           MOVE ANFE-REPORT-WAIVE-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE WS-SKIP-COUNT TO ANFE-REPT-SKIP-COUNT
           MOVE ANFE-REPORT-SKIP-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING ANNUAL FEE REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4400-WRITE-FEED-TRAILER.
           INITIALIZE DALYTRAN-TLR-RECORD
           MOVE 'DALYTTLR'          TO DTTR-RECORD-ID
           MOVE WS-GEN-COUNT        TO DTTR-DETAIL-COUNT
           MOVE WS-FEED-HASH        TO DTTR-AMOUNT-HASH
           WRITE FD-AFTRAN-REC FROM DALYTRAN-TLR-RECORD
           IF  AFTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ANNUAL FEE TRAN FILE'
               MOVE AFTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-ACCTFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE ACCOUNT-FILE
           IF  ACCTFILE-STATUS  = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS  TO IO-STATUS
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
       9200-FEESCHED-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE FEESCHED-FILE
           IF  FEESCHED-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING FEE SCHEDULE FILE'
               MOVE FEESCHED-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9300-ANNFEEBL-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE ANNFEEBL-FILE
           IF  ANNFEEBL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING ANNUAL FEE BILLING FILE'
               MOVE ANNFEEBL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9400-AFTRAN-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE AFTRAN-FILE
           IF  AFTRAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING ANNUAL FEE TRAN FILE'
               MOVE AFTRAN-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING ANNUAL FEE REPORT'
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
