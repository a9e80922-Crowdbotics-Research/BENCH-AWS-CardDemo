      ******************************************************************
      * Program     : CBBAL01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Nightly account balance proof.  Proves each
      *               account's ACCT-CURR-BAL to the sum of its
      *               transaction category balance buckets and lists
      *               the accounts that differ, then proves the
      *               portfolio roll-forward - the prior business
      *               day's closing snapshot total plus the debits
      *               and credits posted today must equal today's
      *               closing snapshot total.  Ends with return code
      *               8 when either proof fails, so the predecessor
      *               gate holds the rest of the stream.
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
       PROGRAM-ID.    CBBAL01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT TCATBAL-FILE ASSIGN TO TCATBALF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-TRAN-CAT-KEY
                  FILE STATUS  IS TCATBALF-STATUS.

           SELECT BALSNAP-FILE ASSIGN TO DALYBSNP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-DBSNAP-KEY
                  FILE STATUS  IS BALSNAP-STATUS.

           SELECT TRANSACT-FILE ASSIGN TO TRANSACT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-TRANS-ID
                  FILE STATUS  IS TRANFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO BALPRRPT
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

       FD  TCATBAL-FILE.
       01  FD-TRAN-CAT-BAL-RECORD.
           05 FD-TRAN-CAT-KEY.
              10 FD-TRANCAT-ACCT-ID             PIC 9(11).
              10 FD-TRANCAT-TYPE-CD             PIC X(02).
              10 FD-TRANCAT-CD                  PIC 9(04).
           05 FD-FD-TRAN-CAT-DATA               PIC X(33).

       FD  BALSNAP-FILE.
       01  FD-BALSNAP-REC.
           05 FD-DBSNAP-KEY.
              10 FD-DBSNAP-ACCT-ID              PIC 9(11).
              10 FD-DBSNAP-TYPE-CD              PIC X(02).
              10 FD-DBSNAP-CAT-CD               PIC 9(04).
              10 FD-DBSNAP-DATE                 PIC X(10).
           05 FD-DBSNAP-DATA                    PIC X(23).

       FD  TRANSACT-FILE.
       01  FD-TRANFILE-REC.
           05 FD-TRANS-ID                        PIC X(16).
           05 FD-TRAN-DATA                       PIC X(334).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

       COPY CVTRA01Y.
       01  TCATBALF-STATUS.
           05  TCATBALF-STAT1      PIC X.
           05  TCATBALF-STAT2      PIC X.

       COPY CVACT10Y.
       01  BALSNAP-STATUS.
           05  BALSNAP-STAT1       PIC X.
           05  BALSNAP-STAT2       PIC X.

       COPY CVTRA05Y.
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.

       COPY CVBAL01Y.
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
       01  END-OF-BUCKETS          PIC X(01)    VALUE 'N'.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

       01  WS-COUNTERS.
           05 WS-ACCT-COUNT             PIC 9(09) VALUE 0.
           05 WS-OOB-COUNT              PIC 9(09) VALUE 0.
           05 WS-SNAP-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-TRAN-POSTED-COUNT      PIC 9(09) VALUE 0.

       01  WS-ACCOUNT-PROOF.
           05 WS-BUCKET-COUNT           PIC 9(04) VALUE 0.
           05 WS-BUCKET-TOTAL           PIC S9(13)V99 VALUE 0.
           05 WS-ACCT-DIFF              PIC S9(13)V99 VALUE 0.
           05 WS-MASTER-GRAND           PIC S9(15)V99 VALUE 0.
           05 WS-BUCKET-GRAND           PIC S9(15)V99 VALUE 0.
           05 WS-DIFF-GRAND             PIC S9(15)V99 VALUE 0.

      * Portfolio roll-forward.  The prior date is the business date
      * the control record was last advanced from, so a weekend or
      * holiday gap is bridged the same way the stream bridged it.
       01  WS-PORTFOLIO-PROOF.
           05 WS-PRIOR-DATE             PIC X(10) VALUE SPACES.
           05 WS-PRIOR-CLOSE            PIC S9(15)V99 VALUE 0.
           05 WS-PRIOR-SNAP-COUNT       PIC 9(09) VALUE 0.
           05 WS-TODAY-CLOSE            PIC S9(15)V99 VALUE 0.
           05 WS-TODAY-SNAP-COUNT       PIC 9(09) VALUE 0.
           05 WS-DEBITS-POSTED          PIC S9(15)V99 VALUE 0.
           05 WS-CREDITS-POSTED         PIC S9(15)V99 VALUE 0.
           05 WS-EXPECTED-CLOSE         PIC S9(15)V99 VALUE 0.
           05 WS-ROLL-DIFF              PIC S9(15)V99 VALUE 0.
           05 WS-ACCT-PROOF-SW          PIC X(01) VALUE 'Y'.
              88 WS-ACCT-PROOF-OK               VALUE 'Y'.
              88 WS-ACCT-PROOF-FAILED           VALUE 'N'.
           05 WS-ROLL-PROOF-SW          PIC X(01) VALUE 'Y'.
              88 WS-ROLL-PROOF-OK               VALUE 'Y'.
              88 WS-ROLL-PROOF-FAILED           VALUE 'N'.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBBAL01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBBAL01C' TO RST-PROGRAM.
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
           MOVE BDP-PRIOR-DATE TO WS-PRIOR-DATE.
           PERFORM 0000-ACCTFILE-OPEN.
           PERFORM 0100-TCATBALF-OPEN.
           PERFORM 0200-BALSNAP-OPEN.
           PERFORM 0300-TRANFILE-OPEN.
           PERFORM 0400-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.

           PERFORM 1000-PROVE-ACCOUNTS.
           PERFORM 2000-SUM-SNAPSHOTS.
           PERFORM 2500-SUM-POSTED-TRANS.
           PERFORM 3500-PROVE-PORTFOLIO.

           IF  WS-ACCT-PROOF-FAILED
           OR  WS-ROLL-PROOF-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM 9000-ACCTFILE-CLOSE.
           PERFORM 9100-TCATBALF-CLOSE.
           PERFORM 9200-BALSNAP-CLOSE.
           PERFORM 9300-TRANFILE-CLOSE.
           PERFORM 9400-REPTFILE-CLOSE.
           DISPLAY 'ACCOUNTS PROVED         :' WS-ACCT-COUNT
           DISPLAY 'ACCOUNTS OUT OF BALANCE :' WS-OOB-COUNT
           DISPLAY 'SNAPSHOT ROWS READ      :' WS-SNAP-READ-COUNT
           DISPLAY 'TRANSACTIONS POSTED     :' WS-TRAN-POSTED-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-ACCT-COUNT TO RST-RECORD-COUNT.
           MOVE WS-OOB-COUNT TO RST-REJECT-COUNT.
           MOVE WS-MASTER-GRAND TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBBAL01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Account proof - every account on the master against the sum
      * of its category buckets.  Only the differences are listed.
      *---------------------------------------------------------------*
       1000-PROVE-ACCOUNTS.
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1100-ACCTFILE-GET-NEXT
               IF  END-OF-FILE = 'N'
                   ADD 1 TO WS-ACCT-COUNT
                   ADD ACCT-CURR-BAL TO WS-MASTER-GRAND
                   PERFORM 1200-SUM-ACCOUNT-BUCKETS
                   ADD WS-BUCKET-TOTAL TO WS-BUCKET-GRAND
                   COMPUTE WS-ACCT-DIFF = ACCT-CURR-BAL
                                        - WS-BUCKET-TOTAL
                   IF  WS-ACCT-DIFF NOT = 0
                       PERFORM 1300-REPORT-ACCOUNT-DIFF
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-ACCT-COUNT   TO BAL-REPT-ACCT-COUNT
           MOVE WS-OOB-COUNT    TO BAL-REPT-OOB-COUNT
           MOVE WS-MASTER-GRAND TO BAL-REPT-MASTER-TOTAL
           MOVE WS-BUCKET-GRAND TO BAL-REPT-BUCKET-TOTAL
           MOVE BAL-REPORT-ACCT-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC

           INITIALIZE BAL-PROOF-LINE
           MOVE 'ACCOUNT TO BUCKET PROOF - NET DIFFERENCE'
             TO BAL-PROOF-LABEL
           MOVE WS-DIFF-GRAND TO BAL-PROOF-AMT
           IF  WS-OOB-COUNT = 0
               MOVE 'IN BALANCE'  TO BAL-PROOF-NOTE
           ELSE
               SET WS-ACCT-PROOF-FAILED TO TRUE
               MOVE 'OUT OF BAL'  TO BAL-PROOF-NOTE
               DISPLAY 'ACCOUNT TO BUCKET PROOF FAILED - '
                       WS-OOB-COUNT ' ACCOUNTS OUT OF BALANCE'
           END-IF
           MOVE BAL-PROOF-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       1100-ACCTFILE-GET-NEXT.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
           IF  ACCTFILE-STATUS = '00'
               CONTINUE
           ELSE
               IF  ACCTFILE-STATUS = '10'
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
       1200-SUM-ACCOUNT-BUCKETS.
           MOVE 0 TO WS-BUCKET-COUNT
           MOVE 0 TO WS-BUCKET-TOTAL
           MOVE 'N' TO END-OF-BUCKETS
           MOVE ACCT-ID    TO FD-TRANCAT-ACCT-ID
           MOVE LOW-VALUES TO FD-TRANCAT-TYPE-CD
           MOVE 0          TO FD-TRANCAT-CD
           START TCATBAL-FILE KEY >= FD-TRAN-CAT-KEY
              INVALID KEY
                MOVE 'Y' TO END-OF-BUCKETS
           END-START
           PERFORM UNTIL END-OF-BUCKETS = 'Y'
               READ TCATBAL-FILE NEXT RECORD INTO TRAN-CAT-BAL-RECORD
                  AT END
                    MOVE 'Y' TO END-OF-BUCKETS
                  NOT AT END
                    IF  TRANCAT-ACCT-ID NOT = ACCT-ID
                        MOVE 'Y' TO END-OF-BUCKETS
                    ELSE
                        ADD 1 TO WS-BUCKET-COUNT
                        ADD TRAN-CAT-BAL TO WS-BUCKET-TOTAL
                    END-IF
               END-READ
           END-PERFORM
           EXIT.
      *---------------------------------------------------------------*
       1300-REPORT-ACCOUNT-DIFF.
           ADD 1 TO WS-OOB-COUNT
           ADD WS-ACCT-DIFF TO WS-DIFF-GRAND
           INITIALIZE BAL-DETAIL-REPORT
           MOVE ACCT-ID            TO BAL-REPORT-ACCT-ID
           MOVE ACCT-ACTIVE-STATUS TO BAL-REPORT-STATUS
           MOVE ACCT-CURR-BAL      TO BAL-REPORT-ACCT-BAL
           MOVE WS-BUCKET-TOTAL    TO BAL-REPORT-BUCKET-BAL
           MOVE WS-ACCT-DIFF       TO BAL-REPORT-DIFF
           MOVE WS-BUCKET-COUNT    TO BAL-REPORT-BUCKETS
           MOVE BAL-DETAIL-REPORT TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
      * Closing totals for the prior business date and for today from
      * the snapshots CBACT09C takes after each posting run.
      *---------------------------------------------------------------*
       2000-SUM-SNAPSHOTS.
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 2100-BALSNAP-GET-NEXT
               IF  END-OF-FILE = 'N'
                   ADD 1 TO WS-SNAP-READ-COUNT
                   IF  DBSNAP-DATE = PARM-DATE
                       ADD 1 TO WS-TODAY-SNAP-COUNT
                       ADD DBSNAP-BAL TO WS-TODAY-CLOSE
                   END-IF
                   IF  DBSNAP-DATE = WS-PRIOR-DATE
                   AND WS-PRIOR-DATE NOT = SPACES
                       ADD 1 TO WS-PRIOR-SNAP-COUNT
                       ADD DBSNAP-BAL TO WS-PRIOR-CLOSE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
      *---------------------------------------------------------------*
       2100-BALSNAP-GET-NEXT.
           READ BALSNAP-FILE INTO DAILY-BAL-SNAP-RECORD
           IF  BALSNAP-STATUS = '00'
               CONTINUE
           ELSE
               IF  BALSNAP-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING DAILY BALANCE SNAPSHOT FILE'
                   MOVE BALSNAP-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Today's movement - every transaction the posting run stamped
      * with the business date.  Positive amounts are debits to the
      * account, negative amounts are credits.
      *---------------------------------------------------------------*
       2500-SUM-POSTED-TRANS.
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 2600-TRANFILE-GET-NEXT
               IF  END-OF-FILE = 'N'
                   IF  TRAN-PROC-TS (1:10) = PARM-DATE
                       ADD 1 TO WS-TRAN-POSTED-COUNT
                       IF  TRAN-AMT < 0
                           ADD TRAN-AMT TO WS-CREDITS-POSTED
                       ELSE
                           ADD TRAN-AMT TO WS-DEBITS-POSTED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
      *---------------------------------------------------------------*
       2600-TRANFILE-GET-NEXT.
           READ TRANSACT-FILE INTO TRAN-RECORD
           IF  TRANFILE-STATUS = '00'
               CONTINUE
           ELSE
               IF  TRANFILE-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING TRANSACTION FILE'
                   MOVE TRANFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Prior close + debits + credits must equal today's close.  A
      * missing snapshot for either day means the roll-forward cannot
      * be proved and fails the same as a difference would; on the
      * first business date there is no prior day and the proof is
      * skipped.
      *---------------------------------------------------------------*
       3500-PROVE-PORTFOLIO.
           INITIALIZE BAL-SECTION-LINE
           MOVE 'PORTFOLIO ROLL-FORWARD FROM DAILY BALANCE SNAPSHOTS'
             TO BAL-SECTION-TITLE
           MOVE BAL-SECTION-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC

           COMPUTE WS-EXPECTED-CLOSE = WS-PRIOR-CLOSE
                                     + WS-DEBITS-POSTED
                                     + WS-CREDITS-POSTED
           COMPUTE WS-ROLL-DIFF = WS-TODAY-CLOSE - WS-EXPECTED-CLOSE

           INITIALIZE BAL-PROOF-LINE
           MOVE 'PRIOR DAY CLOSING BALANCE' TO BAL-PROOF-LABEL
           MOVE WS-PRIOR-CLOSE   TO BAL-PROOF-AMT
           MOVE WS-PRIOR-DATE    TO BAL-PROOF-NOTE
           MOVE BAL-PROOF-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC

           INITIALIZE BAL-PROOF-LINE
           MOVE 'PLUS DEBITS POSTED TODAY'  TO BAL-PROOF-LABEL
           MOVE WS-DEBITS-POSTED TO BAL-PROOF-AMT
           MOVE BAL-PROOF-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC

           INITIALIZE BAL-PROOF-LINE
           MOVE 'PLUS CREDITS POSTED TODAY' TO BAL-PROOF-LABEL
           MOVE WS-CREDITS-POSTED TO BAL-PROOF-AMT
           MOVE BAL-PROOF-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC

           INITIALIZE BAL-PROOF-LINE
           MOVE 'EXPECTED CLOSING BALANCE'  TO BAL-PROOF-LABEL
           MOVE WS-EXPECTED-CLOSE TO BAL-PROOF-AMT
           MOVE BAL-PROOF-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC

           INITIALIZE BAL-PROOF-LINE
           MOVE 'TODAY CLOSING BALANCE'     TO BAL-PROOF-LABEL
           MOVE WS-TODAY-CLOSE   TO BAL-PROOF-AMT
           MOVE PARM-DATE        TO BAL-PROOF-NOTE
           MOVE BAL-PROOF-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC

           INITIALIZE BAL-PROOF-LINE
           MOVE 'ROLL-FORWARD PROOF - DIFFERENCE' TO BAL-PROOF-LABEL
           MOVE WS-ROLL-DIFF     TO BAL-PROOF-AMT
           EVALUATE TRUE
               WHEN WS-PRIOR-DATE = SPACES
                   MOVE 'NO PRIOR DAY - SKIPPED' TO BAL-PROOF-NOTE
               WHEN WS-PRIOR-SNAP-COUNT = 0
                   SET WS-ROLL-PROOF-FAILED TO TRUE
                   MOVE 'NO PRIOR SNAPSHOT'  TO BAL-PROOF-NOTE
                   DISPLAY 'NO BALANCE SNAPSHOT FOR PRIOR DATE '
                           WS-PRIOR-DATE
               WHEN WS-TODAY-SNAP-COUNT = 0
                   SET WS-ROLL-PROOF-FAILED TO TRUE
                   MOVE 'NO SNAPSHOT TODAY'  TO BAL-PROOF-NOTE
                   DISPLAY 'NO BALANCE SNAPSHOT FOR BUSINESS DATE '
                           PARM-DATE
               WHEN WS-ROLL-DIFF = 0
                   MOVE 'IN BALANCE'         TO BAL-PROOF-NOTE
               WHEN OTHER
                   SET WS-ROLL-PROOF-FAILED TO TRUE
                   MOVE 'OUT OF BAL'         TO BAL-PROOF-NOTE
                   DISPLAY 'PORTFOLIO ROLL-FORWARD OUT OF BALANCE - '
                           'EXPECTED: ' WS-EXPECTED-CLOSE
                           ' ACTUAL: ' WS-TODAY-CLOSE
           END-EVALUATE
           MOVE BAL-PROOF-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE PARM-DATE TO BAL-REPT-ASOF-DATE
           MOVE BAL-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE BAL-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE BAL-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING BALANCE PROOF REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
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
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0100-TCATBALF-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT TCATBAL-FILE
           IF  TCATBALF-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING TRANSACTION CATEGORY BALANCE FILE'
               MOVE TCATBALF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0200-BALSNAP-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT BALSNAP-FILE
           IF  BALSNAP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DAILY BALANCE SNAPSHOT FILE'
               MOVE BALSNAP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0300-TRANFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT TRANSACT-FILE
           IF  TRANFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING TRANSACTION FILE'
               MOVE TRANFILE-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR OPENING BALANCE PROOF REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-ACCTFILE-CLOSE.
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
       9100-TCATBALF-CLOSE.
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
               DISPLAY 'ERROR CLOSING TRANSACTION CATEGORY BALANCE FILE'
               MOVE TCATBALF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9200-BALSNAP-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE BALSNAP-FILE
           IF  BALSNAP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DAILY BALANCE SNAPSHOT FILE'
               MOVE BALSNAP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9300-TRANFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE TRANSACT-FILE
           IF  TRANFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING TRANSACTION FILE'
               MOVE TRANFILE-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING BALANCE PROOF REPORT'
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
