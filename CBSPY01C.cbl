      ******************************************************************
      * Program     : CBSPY01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Scheduled payment release.  Each pending one-time
      *               payment scheduled on the bill payment screen
      *               whose payment date has arrived is built into a
      *               payment transaction on its own controlled feed
      *               group in the daily transaction stream, so it
      *               posts through CBTRN02C's normal validation, and
      *               is marked released with its transaction id.  A
      *               payment whose account has since been closed or
      *               charged off is marked skipped instead.  Prints a
      *               control report of payments released and skipped.
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
       PROGRAM-ID.    CBSPY01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHDPAY-FILE ASSIGN TO SCHDPAY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-SPY-KEY
                  FILE STATUS  IS SCHDPAY-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                  FILE STATUS  IS XREFFILE-STATUS.

           SELECT SPAYTRAN-FILE ASSIGN TO SPAYTRAN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SPAYTRAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO SPAYRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  SCHDPAY-FILE.
       01  FD-SCHDPAY-REC.
           05 FD-SPY-KEY                        PIC X(37).
           05 FD-SPY-DATA                       PIC X(163).

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

       FD  SPAYTRAN-FILE.
       01  FD-SPAYTRAN-REC                      PIC X(350).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVSPY01Y.
       01  SCHDPAY-STATUS.
           05  SCHDPAY-STAT1       PIC X.
           05  SCHDPAY-STAT2       PIC X.

       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

       COPY CVACT03Y.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.

       COPY CVTRA06Y.
       01  SPAYTRAN-STATUS.
           05  SPAYTRAN-STAT1      PIC X.
           05  SPAYTRAN-STAT2      PIC X.

       COPY CVSPY02Y.
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
           05 WS-SCHED-READ-COUNT       PIC 9(09) VALUE 0.
           05 WS-REL-COUNT              PIC 9(09) VALUE 0.
           05 WS-SKIP-COUNT             PIC 9(09) VALUE 0.
           05 WS-NOT-DUE-COUNT          PIC 9(09) VALUE 0.
           05 WS-TRANID-SUFFIX          PIC 9(06) VALUE 0.
           05 WS-REL-AMT-TOTAL          PIC S9(11)V99 VALUE 0.

       01  WS-REL-VARS.
           05 WS-SKIP-REASON            PIC X(30) VALUE SPACES.
           05 WS-PAY-AMT                PIC S9(09)V99 VALUE 0.
           05 WS-PARM-YYYYMMDD          PIC 9(08).

      * The released feed carries the same header and trailer
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
           DISPLAY 'START OF EXECUTION OF PROGRAM CBSPY01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBSPY01C' TO RST-PROGRAM.
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

           PERFORM 0000-SCHDPAY-OPEN.
           PERFORM 0100-ACCTFILE-OPEN.
           PERFORM 0200-XREFFILE-OPEN.
           PERFORM 0300-SPAYTRAN-OPEN.
           PERFORM 0350-WRITE-FEED-HEADER.
           PERFORM 0400-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.

           PERFORM UNTIL END-OF-FILE = 'Y'
               IF  END-OF-FILE = 'N'
                   PERFORM 1000-SCHDPAY-GET-NEXT
                   IF  END-OF-FILE = 'N'
                       ADD 1 TO WS-SCHED-READ-COUNT
                       MOVE SPACES TO WS-SKIP-REASON
                       PERFORM 2000-PROCESS-SCHED-PAYMENT
                          THRU 2000-PROCESS-SCHED-PAYMENT-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 4300-WRITE-TOTALS.
           PERFORM 4400-WRITE-FEED-TRAILER.

           PERFORM 9000-SCHDPAY-CLOSE.
           PERFORM 9100-ACCTFILE-CLOSE.
           PERFORM 9200-XREFFILE-CLOSE.
           PERFORM 9300-SPAYTRAN-CLOSE.
           PERFORM 9400-REPTFILE-CLOSE.
           DISPLAY 'SCHEDULED PAYMENTS READ:' WS-SCHED-READ-COUNT
           DISPLAY 'PAYMENTS RELEASED      :' WS-REL-COUNT
           DISPLAY 'PAYMENTS SKIPPED       :' WS-SKIP-COUNT
           DISPLAY 'NOT YET DUE            :' WS-NOT-DUE-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-REL-COUNT TO RST-RECORD-COUNT.
           MOVE WS-SKIP-COUNT TO RST-REJECT-COUNT.
           MOVE WS-REL-AMT-TOTAL TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBSPY01C'.

           GOBACK.
      *---------------------------------------------------------------*
       0000-SCHDPAY-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O SCHDPAY-FILE
           IF  SCHDPAY-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING SCHEDULED PAYMENT FILE'
               MOVE SCHDPAY-STATUS TO IO-STATUS
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
       0200-XREFFILE-OPEN.
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
       0300-SPAYTRAN-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT SPAYTRAN-FILE
           IF  SPAYTRAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING SCHEDULED PAYMENT TRAN FILE'
               MOVE SPAYTRAN-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR OPENING SCHEDULED PAYMENT REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1000-SCHDPAY-GET-NEXT.
           READ SCHDPAY-FILE NEXT RECORD INTO SCHED-PAYMENT-RECORD.
           IF  SCHDPAY-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF  SCHDPAY-STATUS = '10'
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
                   DISPLAY 'ERROR READING SCHEDULED PAYMENT FILE'
                   MOVE SCHDPAY-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2000-PROCESS-SCHED-PAYMENT.
      *    Released, cancelled and skipped payments stay on file for
      *    the record; only pending ones that have fallen due move.
           IF  NOT SPY-STAT-PENDING
               GO TO 2000-PROCESS-SCHED-PAYMENT-EXIT
           END-IF
           IF  SPY-PAY-DATE > PARM-DATE
               ADD 1 TO WS-NOT-DUE-COUNT
               GO TO 2000-PROCESS-SCHED-PAYMENT-EXIT
           END-IF
           MOVE SPY-PAY-AMT TO WS-PAY-AMT

           MOVE SPY-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
              INVALID KEY
                MOVE 'ACCOUNT RECORD NOT FOUND' TO WS-SKIP-REASON
           END-READ
           IF  WS-SKIP-REASON NOT = SPACES
               PERFORM 2900-SKIP-SCHED-PAYMENT
               GO TO 2000-PROCESS-SCHED-PAYMENT-EXIT
           END-IF

      *    An account closed or charged off since the payment was
      *    scheduled is not drafted - the payment is marked skipped
      *    so it is not picked up again.
           EVALUATE TRUE
               WHEN ACCT-STAT-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO WS-SKIP-REASON
               WHEN ACCT-STAT-CHARGED-OFF
                   MOVE 'ACCOUNT CHARGED OFF' TO WS-SKIP-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF  WS-SKIP-REASON NOT = SPACES
               PERFORM 2900-SKIP-SCHED-PAYMENT
               GO TO 2000-PROCESS-SCHED-PAYMENT-EXIT
           END-IF

      *    Never draft more than is owed today - other payments may
      *    have posted since this one was scheduled.
           IF  WS-PAY-AMT > ACCT-CURR-BAL
               MOVE ACCT-CURR-BAL TO WS-PAY-AMT
           END-IF
           IF  WS-PAY-AMT NOT > 0
               MOVE 'NOTHING TO PAY' TO WS-SKIP-REASON
               PERFORM 2900-SKIP-SCHED-PAYMENT
               GO TO 2000-PROCESS-SCHED-PAYMENT-EXIT
           END-IF

           MOVE SPY-ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
              INVALID KEY
                MOVE 'NO CARD CROSS REFERENCE' TO WS-SKIP-REASON
           END-READ
           IF  WS-SKIP-REASON NOT = SPACES
               PERFORM 2900-SKIP-SCHED-PAYMENT
               GO TO 2000-PROCESS-SCHED-PAYMENT-EXIT
           END-IF

           PERFORM 2100-WRITE-PAYMENT-TRAN
           SET SPY-STAT-RELEASED TO TRUE
           MOVE DALYTRAN-ID TO SPY-TRAN-ID
           PERFORM 2200-MARK-SCHED-PAYMENT
           ADD 1 TO WS-REL-COUNT
           ADD WS-PAY-AMT TO WS-REL-AMT-TOTAL
           MOVE 'PAYMENT RELEASED' TO WS-SKIP-REASON
           PERFORM 2800-WRITE-DETAIL.
       2000-PROCESS-SCHED-PAYMENT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * The description starts the way an online bill payment's does,
      * so ACH origination (CBACH01C) pulls it from the customer's
      * EFT account in the online batch like any other screen payment.
       2100-WRITE-PAYMENT-TRAN.
           ADD 1 TO WS-TRANID-SUFFIX
           INITIALIZE DALYTRAN-RECORD
           STRING 'SP' ,
                  WS-PARM-YYYYMMDD ,
                  WS-TRANID-SUFFIX
             DELIMITED BY SIZE
             INTO DALYTRAN-ID
           END-STRING
           MOVE '02'                TO DALYTRAN-TYPE-CD
           MOVE 2                   TO DALYTRAN-CAT-CD
           MOVE 'SCHEDPAY'          TO DALYTRAN-SOURCE
           STRING 'BILL PAYMENT - ONLINE SCHEDULED ' ,
                  SPY-SCHED-TS (1:10)
             DELIMITED BY SIZE
             INTO DALYTRAN-DESC
           END-STRING
           COMPUTE DALYTRAN-AMT = 0 - WS-PAY-AMT
           MOVE 999999999           TO DALYTRAN-MERCHANT-ID
           MOVE 'BILL PAYMENT'      TO DALYTRAN-MERCHANT-NAME
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

           WRITE FD-SPAYTRAN-REC FROM DALYTRAN-RECORD
           IF  SPAYTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SCHEDULED PAYMENT TRAN FILE'
               MOVE SPAYTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF DALYTRAN-AMT < 0
              COMPUTE WS-FEED-ABS-AMT = 0 - DALYTRAN-AMT
           ELSE
              MOVE DALYTRAN-AMT TO WS-FEED-ABS-AMT
           END-IF
           COMPUTE WS-FEED-HASH = WS-FEED-HASH
                 + (WS-FEED-ABS-AMT * 100)
           EXIT.
      *---------------------------------------------------------------*
       0350-WRITE-FEED-HEADER.
           INITIALIZE DALYTRAN-HDR-RECORD
           MOVE 'DALYTHDR'          TO DTHR-RECORD-ID
           MOVE PARM-DATE           TO DTHR-BUSINESS-DATE
           MOVE 'SCHEDPAY'          TO DTHR-FEED-SOURCE
           STRING PARM-DATE ,
                  '-00.00.00.000000'
             DELIMITED BY SIZE
             INTO DTHR-CREATE-TS
           END-STRING
           WRITE FD-SPAYTRAN-REC FROM DALYTRAN-HDR-RECORD
           IF  SPAYTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SCHEDULED PAYMENT TRAN FILE'
               MOVE SPAYTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4400-WRITE-FEED-TRAILER.
           INITIALIZE DALYTRAN-TLR-RECORD
           MOVE 'DALYTTLR'          TO DTTR-RECORD-ID
           MOVE WS-REL-COUNT        TO DTTR-DETAIL-COUNT
           MOVE WS-FEED-HASH        TO DTTR-AMOUNT-HASH
           WRITE FD-SPAYTRAN-REC FROM DALYTRAN-TLR-RECORD
           IF  SPAYTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SCHEDULED PAYMENT TRAN FILE'
               MOVE SPAYTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2200-MARK-SCHED-PAYMENT.
           MOVE PARM-DATE  TO SPY-STATUS-DATE
           MOVE 'CBSPY01C' TO SPY-STATUS-USER
           MOVE WS-SKIP-REASON TO SPY-SKIP-REASON
           REWRITE FD-SCHDPAY-REC FROM SCHED-PAYMENT-RECORD
           IF  SCHDPAY-STATUS NOT = '00'
               DISPLAY 'ERROR RE-WRITING SCHEDULED PAYMENT FILE'
               MOVE SCHDPAY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2800-WRITE-DETAIL.
           INITIALIZE SPAY-DETAIL-REPORT
           MOVE SPY-ACCT-ID    TO SPAY-REPORT-ACCT-ID
           MOVE SPY-PAY-DATE   TO SPAY-REPORT-PAY-DATE
           MOVE WS-SKIP-REASON TO SPAY-REPORT-DISPOSITION
           MOVE WS-PAY-AMT     TO SPAY-REPORT-AMT
           MOVE SPY-TRAN-ID    TO SPAY-REPORT-TRAN-ID
           MOVE SPAY-DETAIL-REPORT TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
      * The skipped amount is the one the customer scheduled, so the
      * report shows what was not drafted.
       2900-SKIP-SCHED-PAYMENT.
           ADD 1 TO WS-SKIP-COUNT
           MOVE SPY-PAY-AMT TO WS-PAY-AMT
           SET SPY-STAT-SKIPPED TO TRUE
           PERFORM 2200-MARK-SCHED-PAYMENT
           PERFORM 2800-WRITE-DETAIL
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE PARM-DATE TO SPAY-REPT-RUN-DATE
           MOVE SPAY-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE SPAY-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE SPAY-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4300-WRITE-TOTALS.
           MOVE WS-REL-COUNT TO SPAY-REPT-REL-COUNT
           MOVE WS-REL-AMT-TOTAL TO SPAY-REPT-REL-AMT
           MOVE SPAY-REPORT-REL-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE WS-SKIP-COUNT TO SPAY-REPT-SKIP-COUNT
           MOVE SPAY-REPORT-SKIP-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING SCHEDULED PAYMENT REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-SCHDPAY-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE SCHDPAY-FILE
           IF  SCHDPAY-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING SCHEDULED PAYMENT FILE'
               MOVE SCHDPAY-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING ACCOUNT MASTER FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9200-XREFFILE-CLOSE.
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
       9300-SPAYTRAN-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE SPAYTRAN-FILE
           IF  SPAYTRAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING SCHEDULED PAYMENT TRAN FILE'
               MOVE SPAYTRAN-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING SCHEDULED PAYMENT REPORT'
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
