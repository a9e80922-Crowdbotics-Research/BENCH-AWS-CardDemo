      ******************************************************************
      * Program     : CBINS01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Installment plan billing.  Runs in the statement
      *               cycle stream ahead of the interest run for the
      *               same cycle code and bills one installment of
      *               each active plan on INSTPLAN from the account's
      *               installment bucket back into the purchase's own
      *               category bucket, completing the plan with its
      *               last installment.  Plans on accounts that have
      *               closed or charged off collapse back to revolving
      *               in full and are listed on the run report.
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
       PROGRAM-ID.    CBINS01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTPLAN-FILE ASSIGN TO INSTPLAN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-INSP-KEY
                  FILE STATUS  IS INSTPLAN-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT TCATBAL-FILE ASSIGN TO TCATBALF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-TRAN-CAT-KEY
                  FILE STATUS  IS TCATBALF-STATUS.

           SELECT REPORT-FILE ASSIGN TO INSRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  INSTPLAN-FILE.
       01  FD-INSTPLAN-REC.
           05 FD-INSP-KEY                       PIC X(27).
           05 FD-INSP-DATA                      PIC X(173).

       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  TCATBAL-FILE.
       01  FD-TRAN-CAT-BAL-RECORD.
           05 FD-TRAN-CAT-KEY.
              10 FD-TRANCAT-ACCT-ID             PIC 9(11).
              10 FD-TRANCAT-TYPE-CD             PIC X(02).
              10 FD-TRANCAT-CD                  PIC 9(04).
           05 FD-FD-TRAN-CAT-DATA               PIC X(33).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVINS01Y.
       01  INSTPLAN-STATUS.
           05  INSTPLAN-STAT1      PIC X.
           05  INSTPLAN-STAT2      PIC X.

       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

       COPY CVTRA01Y.
       01  TCATBALF-STATUS.
           05  TCATBALF-STAT1      PIC X.
           05  TCATBALF-STAT2      PIC X.

       COPY CVINS02Y.
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
           05 WS-PLAN-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-BILLED-COUNT           PIC 9(09) VALUE 0.
           05 WS-COMPLETED-COUNT        PIC 9(09) VALUE 0.
           05 WS-COLLAPSED-COUNT        PIC 9(09) VALUE 0.
           05 WS-RERUN-SKIP-COUNT       PIC 9(09) VALUE 0.
           05 WS-CYCLE-SKIP-COUNT       PIC 9(09) VALUE 0.
           05 WS-BILLED-TOTAL           PIC S9(11)V99 VALUE 0.
           05 WS-COLLAPSED-TOTAL        PIC S9(11)V99 VALUE 0.

       01  WS-CYCLE-SELECT-VARS.
           05  WS-CYCLE-SELECT-SW      PIC X(01) VALUE 'N'.
             88  CYCLE-SELECT-ACTIVE   VALUE 'Y'.
           05  WS-CYCLE-SELECT-CD      PIC 9(02) VALUE 0.

       01  WS-BILLING-VARS.
           05 WS-BILL-AMT               PIC S9(09)V99 VALUE 0.
           05 WS-BKT-TYPE-CD            PIC X(02) VALUE SPACES.
           05 WS-BKT-CAT-CD             PIC 9(04) VALUE 0.
           05 WS-BKT-AMT                PIC S9(09)V99 VALUE 0.
           05 WS-CREATE-TRANCAT-REC     PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
           05  FILLER              PIC X(01).
           05  PARM-CYCLE-CD       PIC X(02).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBINS01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBINS01C' TO RST-PROGRAM.
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
      * Runs in the statement cycle stream ahead of the interest and
      * statement runs for the same cycle code, so the installment
      * billed tonight is in the revolving balance they see.  No
      * cycle code means the whole book cycles tonight.
           IF  PARM-LENGTH >= 13
               EVALUATE TRUE
                   WHEN PARM-CYCLE-CD NUMERIC
                    AND PARM-CYCLE-CD NOT = '00'
                       SET CYCLE-SELECT-ACTIVE TO TRUE
                       MOVE PARM-CYCLE-CD TO WS-CYCLE-SELECT-CD
                       DISPLAY 'PROCESSING STATEMENT CYCLE: '
                               WS-CYCLE-SELECT-CD
                   WHEN PARM-CYCLE-CD = SPACES OR '00'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'CYCLE PARM MUST BE 01-20 OR BLANK - '
                               'GOT: ' PARM-CYCLE-CD
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-IF.
           PERFORM 0000-INSTPLAN-OPEN.
           PERFORM 0100-ACCTFILE-OPEN.
           PERFORM 0200-TCATBALF-OPEN.
           PERFORM 0300-REPTFILE-OPEN.

           PERFORM 4210-WRITE-HEADERS.

           MOVE LOW-VALUES TO FD-INSP-KEY
           START INSTPLAN-FILE KEY >= FD-INSP-KEY
              INVALID KEY
                MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1000-INSTPLAN-GET-NEXT
               IF  END-OF-FILE = 'N'
                   ADD 1 TO WS-PLAN-READ-COUNT
                   IF  INSP-STAT-ACTIVE
                       PERFORM 2000-PROCESS-PLAN
                          THRU 2000-PROCESS-PLAN-EXIT
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 4300-WRITE-TOTALS.

           PERFORM 9000-INSTPLAN-CLOSE.
           PERFORM 9100-ACCTFILE-CLOSE.
           PERFORM 9200-TCATBALF-CLOSE.
           PERFORM 9300-REPTFILE-CLOSE.
           DISPLAY 'PLAN RECORDS READ        :' WS-PLAN-READ-COUNT
           DISPLAY 'INSTALLMENTS BILLED      :' WS-BILLED-COUNT
           DISPLAY 'PLANS COMPLETED          :' WS-COMPLETED-COUNT
           DISPLAY 'PLANS COLLAPSED          :' WS-COLLAPSED-COUNT
           DISPLAY 'ALREADY BILLED THIS DATE :' WS-RERUN-SKIP-COUNT
           DISPLAY 'OUTSIDE SELECTED CYCLE   :' WS-CYCLE-SKIP-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-PLAN-READ-COUNT TO RST-RECORD-COUNT.
           MOVE WS-COLLAPSED-COUNT TO RST-REJECT-COUNT.
           MOVE WS-BILLED-TOTAL TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBINS01C'.

           GOBACK.
      *---------------------------------------------------------------*
       0000-INSTPLAN-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O INSTPLAN-FILE
           IF  INSTPLAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING INSTALLMENT PLAN FILE'
               MOVE INSTPLAN-STATUS TO IO-STATUS
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
       0200-TCATBALF-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O TCATBAL-FILE
           IF  TCATBALF-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING TRANSACTION BALANCE FILE'
               MOVE TCATBALF-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR OPENING INSTALLMENT PLAN REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1000-INSTPLAN-GET-NEXT.
           READ INSTPLAN-FILE NEXT RECORD
                INTO INSTALLMENT-PLAN-RECORD
           IF  INSTPLAN-STATUS = '00'
               CONTINUE
           ELSE
               IF  INSTPLAN-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING INSTALLMENT PLAN FILE'
                   MOVE INSTPLAN-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * An active plan on an account in tonight's cycle bills one
      * installment from the installment bucket back into the
      * purchase's revolving bucket, where it falls due with the
      * statement.  A plan on an account that has closed or charged
      * off collapses - the whole unbilled balance goes back at once.
      * A plan already billed on this business date is a rerun and
      * is left alone.
      *---------------------------------------------------------------*
       2000-PROCESS-PLAN.
           MOVE INSP-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
              INVALID KEY
                DISPLAY 'ACCOUNT NOT FOUND FOR INSTALLMENT PLAN: '
                        INSP-KEY
                GO TO 2000-PROCESS-PLAN-EXIT
           END-READ
           IF  CYCLE-SELECT-ACTIVE
           AND ACCT-CYCLE-CD NOT = WS-CYCLE-SELECT-CD
               ADD 1 TO WS-CYCLE-SKIP-COUNT
               GO TO 2000-PROCESS-PLAN-EXIT
           END-IF
           IF  ACCT-STAT-CLOSED
           OR  ACCT-STAT-CHARGED-OFF
               PERFORM 2300-COLLAPSE-PLAN
               GO TO 2000-PROCESS-PLAN-EXIT
           END-IF
           IF  INSP-LAST-BILL-DATE = PARM-DATE
               ADD 1 TO WS-RERUN-SKIP-COUNT
               GO TO 2000-PROCESS-PLAN-EXIT
           END-IF

      *    The last installment takes the odd cents left by dividing
      *    the purchase over the term.
           IF  INSP-MONTHS-BILLED + 1 >= INSP-TERM-MONTHS
           OR  INSP-UNBILLED-BAL < INSP-MONTHLY-AMT
               MOVE INSP-UNBILLED-BAL TO WS-BILL-AMT
           ELSE
               MOVE INSP-MONTHLY-AMT  TO WS-BILL-AMT
           END-IF
           PERFORM 2500-MOVE-TO-REVOLVING

           ADD 1                  TO INSP-MONTHS-BILLED
           SUBTRACT WS-BILL-AMT   FROM INSP-UNBILLED-BAL
           MOVE WS-BILL-AMT       TO INSP-LAST-BILL-AMT
           MOVE PARM-DATE         TO INSP-LAST-BILL-DATE
           ADD 1                  TO WS-BILLED-COUNT
           ADD WS-BILL-AMT        TO WS-BILLED-TOTAL
           IF  INSP-UNBILLED-BAL = 0
               SET INSP-STAT-COMPLETED TO TRUE
               MOVE PARM-DATE     TO INSP-CLOSE-DATE
               MOVE 'ALL INSTALLMENTS BILLED' TO INSP-CLOSE-REASON
               ADD 1              TO WS-COMPLETED-COUNT
           END-IF
           PERFORM 2400-REWRITE-PLAN.
       2000-PROCESS-PLAN-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2300-COLLAPSE-PLAN.
           MOVE INSP-UNBILLED-BAL TO WS-BILL-AMT
           PERFORM 2500-MOVE-TO-REVOLVING
           ADD WS-BILL-AMT        TO WS-COLLAPSED-TOTAL
           ADD 1                  TO WS-COLLAPSED-COUNT

           INITIALIZE INS-DETAIL-REPORT
           MOVE INSP-ACCT-ID       TO INS-REPORT-ACCT-ID
           MOVE INSP-TRAN-ID       TO INS-REPORT-TRAN-ID
           MOVE ACCT-ACTIVE-STATUS TO INS-REPORT-ACCT-STATUS
           MOVE INSP-PRINCIPAL-AMT TO INS-REPORT-PRINCIPAL
           MOVE INSP-MONTHS-BILLED TO INS-REPORT-BILLED
           MOVE INSP-TERM-MONTHS   TO INS-REPORT-TERM
           MOVE WS-BILL-AMT        TO INS-REPORT-RETURNED
           IF  ACCT-STAT-CHARGED-OFF
               MOVE 'ACCOUNT CHARGED OFF' TO INSP-CLOSE-REASON
           ELSE
               MOVE 'ACCOUNT CLOSED'      TO INSP-CLOSE-REASON
           END-IF
           MOVE INSP-CLOSE-REASON  TO INS-REPORT-REASON
           MOVE INS-DETAIL-REPORT  TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC

           SET INSP-STAT-COLLAPSED TO TRUE
           MOVE 0                 TO INSP-UNBILLED-BAL
           MOVE PARM-DATE         TO INSP-CLOSE-DATE
           PERFORM 2400-REWRITE-PLAN
           EXIT.
      *---------------------------------------------------------------*
       2400-REWRITE-PLAN.
           REWRITE FD-INSTPLAN-REC FROM INSTALLMENT-PLAN-RECORD
           IF  INSTPLAN-STATUS NOT = '00'
               DISPLAY 'ERROR RE-WRITING INSTALLMENT PLAN FILE'
               MOVE INSTPLAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Out of the installment bucket, back into the purchase's own.
      *---------------------------------------------------------------*
       2500-MOVE-TO-REVOLVING.
           IF  WS-BILL-AMT NOT = 0
               MOVE INSP-BUCKET-TYPE-CD TO WS-BKT-TYPE-CD
               MOVE INSP-BUCKET-CAT-CD  TO WS-BKT-CAT-CD
               COMPUTE WS-BKT-AMT = 0 - WS-BILL-AMT
               PERFORM 2600-UPDATE-BUCKET
               MOVE INSP-SRC-TYPE-CD    TO WS-BKT-TYPE-CD
               MOVE INSP-SRC-CAT-CD     TO WS-BKT-CAT-CD
               MOVE WS-BILL-AMT         TO WS-BKT-AMT
               PERFORM 2600-UPDATE-BUCKET
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2600-UPDATE-BUCKET.
           MOVE INSP-ACCT-ID   TO FD-TRANCAT-ACCT-ID
           MOVE WS-BKT-TYPE-CD TO FD-TRANCAT-TYPE-CD
           MOVE WS-BKT-CAT-CD  TO FD-TRANCAT-CD
           MOVE 'N' TO WS-CREATE-TRANCAT-REC
           READ TCATBAL-FILE INTO TRAN-CAT-BAL-RECORD
              INVALID KEY
                MOVE 'Y' TO WS-CREATE-TRANCAT-REC
           END-READ
           IF  WS-CREATE-TRANCAT-REC = 'Y'
               INITIALIZE TRAN-CAT-BAL-RECORD
               MOVE INSP-ACCT-ID   TO TRANCAT-ACCT-ID
               MOVE WS-BKT-TYPE-CD TO TRANCAT-TYPE-CD
               MOVE WS-BKT-CAT-CD  TO TRANCAT-CD
               ADD WS-BKT-AMT TO TRAN-CAT-BAL
               WRITE FD-TRAN-CAT-BAL-RECORD FROM TRAN-CAT-BAL-RECORD
           ELSE
               ADD WS-BKT-AMT TO TRAN-CAT-BAL
               REWRITE FD-TRAN-CAT-BAL-RECORD FROM TRAN-CAT-BAL-RECORD
           END-IF
           IF  TCATBALF-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING TRANSACTION BALANCE FILE'
               MOVE TCATBALF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE PARM-DATE TO INS-REPT-DATE
           IF  CYCLE-SELECT-ACTIVE
               MOVE WS-CYCLE-SELECT-CD TO INS-REPT-CYCLE
           ELSE
               MOVE 'ALL' TO INS-REPT-CYCLE
           END-IF
           MOVE INS-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE INS-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE INS-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING INSTALLMENT PLAN REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4300-WRITE-TOTALS.
           MOVE INS-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE SPACES              TO INS-REPORT-TOTAL-LINE
           MOVE 'INSTALLMENTS BILLED'     TO INS-TOTAL-LABEL
           MOVE WS-BILLED-COUNT     TO INS-TOTAL-COUNT
           MOVE WS-BILLED-TOTAL     TO INS-TOTAL-AMOUNT
           MOVE INS-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE SPACES              TO INS-REPORT-TOTAL-LINE
           MOVE 'PLANS COMPLETED'         TO INS-TOTAL-LABEL
           MOVE WS-COMPLETED-COUNT  TO INS-TOTAL-COUNT
           MOVE INS-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE SPACES              TO INS-REPORT-TOTAL-LINE
           MOVE 'PLANS COLLAPSED TO REVOLVING' TO INS-TOTAL-LABEL
           MOVE WS-COLLAPSED-COUNT  TO INS-TOTAL-COUNT
           MOVE WS-COLLAPSED-TOTAL  TO INS-TOTAL-AMOUNT
           MOVE INS-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       9000-INSTPLAN-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE INSTPLAN-FILE
           IF  INSTPLAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING INSTALLMENT PLAN FILE'
               MOVE INSTPLAN-STATUS TO IO-STATUS
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
       9200-TCATBALF-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE TCATBAL-FILE
           IF  TCATBALF-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING TRANSACTION BALANCE FILE'
               MOVE TCATBALF-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING INSTALLMENT PLAN REPORT'
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
