      ******************************************************************
      * Program     : CBUCP02C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Annual unclaimed property (escheat) run.  Refund
      *               checks still outstanding on the register once
      *               the owner's state dormancy period has passed,
      *               and credit balances left on closed accounts past
      *               the same period, become escheatment candidates
      *               under the owner's last known state from the
      *               customer master.  Writes the due-diligence
      *               letter extract that must go out before the
      *               property is remitted, and the annual unclaimed
      *               property report by state.
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
       PROGRAM-ID.    CBUCP02C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UCPREG-FILE ASSIGN TO UCPREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-UCP-KEY
                  FILE STATUS  IS UCPREG-STATUS.

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

           SELECT CUST-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT RFDTRACK-FILE ASSIGN TO RFDTRACK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-RFT-ACCT-ID
                  FILE STATUS  IS RFDTRACK-STATUS.

           SELECT DORMPARM-FILE ASSIGN TO DORMPARM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-DORM-STATE-CD
                  FILE STATUS  IS DORMPARM-STATUS.

           SELECT UCPLTR-FILE ASSIGN TO UCPLTR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS UCPLTR-STATUS.

           SELECT REPORT-FILE ASSIGN TO UCPSRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  UCPREG-FILE.
       01  FD-UCPREG-REC.
           05 FD-UCP-KEY                        PIC X(15).
           05 FD-UCP-DATA                       PIC X(135).

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

       FD  CUST-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

       FD  RFDTRACK-FILE.
       01  FD-RFDTRACK-REC.
           05 FD-RFT-ACCT-ID                    PIC 9(11).
           05 FD-RFT-DATA                       PIC X(29).

       FD  DORMPARM-FILE.
       01  FD-DORMPARM-REC.
           05 FD-DORM-STATE-CD                  PIC X(02).
           05 FD-DORM-DATA                      PIC X(38).

       FD  UCPLTR-FILE.
       01  FD-UCPLTR-REC                        PIC X(300).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVUCP01Y.
       01  UCPREG-STATUS.
           05  UCPREG-STAT1        PIC X.
           05  UCPREG-STAT2        PIC X.
       01  DORMPARM-STATUS.
           05  DORMPARM-STAT1      PIC X.
           05  DORMPARM-STAT2      PIC X.

       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

       COPY CVACT03Y.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.

       COPY CUSTREC.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.

       COPY CVRFD01Y.
       01  RFDTRACK-STATUS.
           05  RFDTRACK-STAT1      PIC X.
           05  RFDTRACK-STAT2      PIC X.

       COPY CVUCP03Y.
       01  UCPLTR-STATUS.
           05  UCPLTR-STAT1        PIC X.
           05  UCPLTR-STAT2        PIC X.

       COPY CVUCP04Y.
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
           05 WS-REG-READ-COUNT         PIC 9(09) VALUE 0.
           05 WS-ACCT-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-CHECK-CAND-COUNT       PIC 9(09) VALUE 0.
           05 WS-CHECK-CAND-TOTAL       PIC 9(13)V99 VALUE 0.
           05 WS-CREDIT-CAND-COUNT      PIC 9(09) VALUE 0.
           05 WS-CREDIT-CAND-TOTAL      PIC 9(13)V99 VALUE 0.
           05 WS-PREV-LISTED-COUNT      PIC 9(09) VALUE 0.
           05 WS-LETTER-COUNT           PIC 9(09) VALUE 0.
           05 WS-NO-LETTER-COUNT        PIC 9(09) VALUE 0.
           05 WS-NOT-AGED-COUNT         PIC 9(09) VALUE 0.

      * Dormancy periods in years, used for any state without a
      * DORMPARM record.  Property whose owner cannot be found on the
      * customer master is reported to the holder's home state.
       01  WS-POLICY-VARS.
           05 WS-DEFAULT-CHECK-YEARS    PIC 9(02) VALUE 3.
           05 WS-DEFAULT-CREDIT-YEARS   PIC 9(02) VALUE 3.
           05 WS-HOLDER-STATE-CD        PIC X(02) VALUE 'DE'.
           05 WS-RESPONSE-DAYS          PIC 9(03) VALUE 60.

       01  WS-DATE-VARS.
           05 WS-PARM-YYYYMMDD          PIC 9(08) VALUE 0.
           05 WS-SINCE-YYYYMMDD         PIC 9(08) VALUE 0.
           05 WS-DORMANT-YYYYMMDD       PIC 9(08) VALUE 0.
           05 WS-RESPOND-LILLIAN        PIC S9(09) COMP VALUE 0.
           05 WS-RESPOND-YYYYMMDD       PIC 9(08) VALUE 0.
           05 WS-RESPOND-BY-DATE        PIC X(10) VALUE SPACES.
           05 WS-SINCE-DATE             PIC X(10) VALUE SPACES.

       01  WS-OWNER-VARS.
           05 WS-CUST-FOUND             PIC X(01) VALUE 'N'.
           05 WS-REG-FOUND              PIC X(01) VALUE 'N'.
           05 WS-REG-EOF                PIC X(01) VALUE 'N'.
           05 WS-OWNER-STATE            PIC X(02) VALUE SPACES.
           05 WS-STATE-NAME             PIC X(20) VALUE SPACES.
           05 WS-DORM-YEARS             PIC 9(02) VALUE 0.
           05 WS-CREDIT-ABS             PIC 9(09)V99 VALUE 0.
           05 WS-OWNER-NAME             PIC X(50) VALUE SPACES.
           05 WS-LETTER-TEXT            PIC X(40) VALUE SPACES.

      * New candidates summed by owner state, kept in state order
      * for the report.
       01  WS-STATE-TABLE.
           05 WS-ST-ENTRY OCCURS 70 TIMES.
              10 WS-ST-CODE              PIC X(02).
              10 WS-ST-NAME              PIC X(20).
              10 WS-ST-CHECK-COUNT       PIC 9(07).
              10 WS-ST-CHECK-AMT         PIC 9(11)V99.
              10 WS-ST-CREDIT-COUNT      PIC 9(07).
              10 WS-ST-CREDIT-AMT        PIC 9(11)V99.
              10 WS-ST-LETTER-COUNT      PIC 9(07).
              10 WS-ST-NOLTR-COUNT       PIC 9(07).
       01  WS-STATE-VARS.
           05 WS-ST-COUNT               PIC 9(04) VALUE 0.
           05 WS-ST-MAX                 PIC 9(04) VALUE 70.
           05 WS-ST-IDX                 PIC 9(04) VALUE 0.
           05 WS-ST-MOVE-IDX            PIC 9(04) VALUE 0.
           05 WS-ST-HIT                 PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBUCP02C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBUCP02C' TO RST-PROGRAM.
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
           COMPUTE WS-RESPOND-LILLIAN =
               FUNCTION INTEGER-OF-DATE(WS-PARM-YYYYMMDD)
             + WS-RESPONSE-DAYS
           COMPUTE WS-RESPOND-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-RESPOND-LILLIAN)
           MOVE WS-RESPOND-YYYYMMDD(1:4) TO WS-RESPOND-BY-DATE(1:4)
           MOVE '-'                      TO WS-RESPOND-BY-DATE(5:1)
           MOVE WS-RESPOND-YYYYMMDD(5:2) TO WS-RESPOND-BY-DATE(6:2)
           MOVE '-'                      TO WS-RESPOND-BY-DATE(8:1)
           MOVE WS-RESPOND-YYYYMMDD(7:2) TO WS-RESPOND-BY-DATE(9:2)

           PERFORM 0000-UCPREG-OPEN.
           PERFORM 0100-ACCTFILE-OPEN.
           PERFORM 0200-XREFFILE-OPEN.
           PERFORM 0300-CUSTFILE-OPEN.
           PERFORM 0400-RFDTRACK-OPEN.
           PERFORM 0500-DORMPARM-OPEN.
           PERFORM 0600-UCPLTR-OPEN.
           PERFORM 0700-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.

      *    Outstanding refund checks on the register.
           MOVE 'N' TO WS-REG-EOF
           MOVE LOW-VALUES TO FD-UCP-KEY
           MOVE 'K'        TO FD-UCP-KEY(1:1)
           START UCPREG-FILE KEY >= FD-UCP-KEY
              INVALID KEY
                MOVE 'Y' TO WS-REG-EOF
           END-START
           PERFORM UNTIL WS-REG-EOF = 'Y'
               PERFORM 1000-UCPREG-GET-NEXT
               IF  WS-REG-EOF = 'N'
                   ADD 1 TO WS-REG-READ-COUNT
                   IF  UCP-STAT-OUTSTANDING
                        PERFORM 2000-EVALUATE-CHECK
                           THRU 2000-EVALUATE-CHECK-EXIT
                   END-IF
               END-IF
           END-PERFORM

      *    Credit balances left on closed accounts.
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1100-ACCTFILE-GET-NEXT
               IF  END-OF-FILE = 'N'
                   ADD 1 TO WS-ACCT-READ-COUNT
                   IF  ACCT-STAT-CLOSED
                   AND ACCT-CURR-BAL < 0
                        PERFORM 3000-EVALUATE-CREDIT
                           THRU 3000-EVALUATE-CREDIT-EXIT
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 4400-WRITE-STATE-SUMMARY.
           PERFORM 4300-WRITE-TOTALS.

           PERFORM 9000-UCPREG-CLOSE.
           PERFORM 9100-ACCTFILE-CLOSE.
           PERFORM 9200-XREFFILE-CLOSE.
           PERFORM 9300-CUSTFILE-CLOSE.
           PERFORM 9400-RFDTRACK-CLOSE.
           PERFORM 9500-DORMPARM-CLOSE.
           PERFORM 9600-UCPLTR-CLOSE.
           PERFORM 9700-REPTFILE-CLOSE.
           DISPLAY 'REGISTER CHECKS READ    :' WS-REG-READ-COUNT
           DISPLAY 'ACCOUNTS READ           :' WS-ACCT-READ-COUNT
           DISPLAY 'CHECK CANDIDATES        :' WS-CHECK-CAND-COUNT
           DISPLAY 'CREDIT BAL CANDIDATES   :' WS-CREDIT-CAND-COUNT
           DISPLAY 'LISTED IN A PRIOR YEAR  :' WS-PREV-LISTED-COUNT
           DISPLAY 'LETTERS WRITTEN         :' WS-LETTER-COUNT
           DISPLAY 'NO LETTER POSSIBLE      :' WS-NO-LETTER-COUNT
           DISPLAY 'CREDITS WITH NO AGE     :' WS-NOT-AGED-COUNT
           IF WS-NOT-AGED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           SET RST-EVENT-END TO TRUE.
           COMPUTE RST-RECORD-COUNT = WS-CHECK-CAND-COUNT
                                    + WS-CREDIT-CAND-COUNT.
           MOVE WS-NOT-AGED-COUNT TO RST-REJECT-COUNT.
           COMPUTE RST-AMOUNT-TOTAL = WS-CHECK-CAND-TOTAL
                                    + WS-CREDIT-CAND-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBUCP02C'.

           GOBACK.
      *---------------------------------------------------------------*
       1000-UCPREG-GET-NEXT.
           READ UCPREG-FILE NEXT RECORD INTO UNCLAIMED-PROP-RECORD
           IF  UCPREG-STATUS = '00'
               IF  NOT UCP-PROP-CHECK
                   MOVE 'Y' TO WS-REG-EOF
               END-IF
           ELSE
               IF  UCPREG-STATUS = '10'
                   MOVE 'Y' TO WS-REG-EOF
               ELSE
                   DISPLAY 'ERROR READING UNCLAIMED PROPERTY REGISTER'
                   MOVE UCPREG-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1100-ACCTFILE-GET-NEXT.
           READ ACCOUNT-FILE NEXT RECORD INTO ACCOUNT-RECORD
           IF  ACCTFILE-STATUS = '00'
               CONTINUE
           ELSE
               IF  ACCTFILE-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING ACCOUNT MASTER FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * A check still outstanding once the owner's state dormancy
      * period has run from the issue date becomes a candidate.
      *---------------------------------------------------------------*
       2000-EVALUATE-CHECK.
           MOVE UCP-CUST-ID TO FD-CUST-ID
           PERFORM 5000-GET-OWNER
           IF  WS-DORM-YEARS = 0
               MOVE WS-DEFAULT-CHECK-YEARS TO WS-DORM-YEARS
           END-IF
           MOVE UCP-ISSUE-DATE TO WS-SINCE-DATE
           PERFORM 5200-CHECK-DORMANT
           IF  WS-DORMANT-YYYYMMDD > WS-PARM-YYYYMMDD
               GO TO 2000-EVALUATE-CHECK-EXIT
           END-IF

           SET UCP-STAT-CANDIDATE  TO TRUE
           PERFORM 6000-MAKE-CANDIDATE
           MOVE UNCLAIMED-PROP-RECORD TO FD-UCPREG-REC
           REWRITE FD-UCPREG-REC
           IF  UCPREG-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING UNCLAIMED PROPERTY REGISTER: '
                       UCP-PROP-REF
               MOVE UCPREG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-CHECK-CAND-COUNT
           ADD UCP-AMOUNT TO WS-CHECK-CAND-TOTAL
           PERFORM 4200-WRITE-CAND-LINE.
       2000-EVALUATE-CHECK-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * The refund run would have sent any credit it could; what is
      * left on a closed account is aged from the day the credit was
      * first seen, or from the closing date where no tracking
      * record survives.  Once listed it stays on the register.
      *---------------------------------------------------------------*
       3000-EVALUATE-CREDIT.
           MOVE 'Y'            TO WS-REG-FOUND
           MOVE SPACES         TO FD-UCP-KEY
           MOVE 'B'            TO FD-UCP-KEY(1:1)
           MOVE ACCT-ID        TO FD-UCP-KEY(2:11)
           READ UCPREG-FILE INTO UNCLAIMED-PROP-RECORD
              INVALID KEY
                MOVE 'N' TO WS-REG-FOUND
           END-READ
           IF  WS-REG-FOUND = 'Y'
               ADD 1 TO WS-PREV-LISTED-COUNT
               GO TO 3000-EVALUATE-CREDIT-EXIT
           END-IF

           INITIALIZE UNCLAIMED-PROP-RECORD
           SET UCP-PROP-CREDIT-BAL TO TRUE
           MOVE ACCT-STATUS-DATE TO WS-SINCE-DATE
           MOVE ACCT-ID TO FD-RFT-ACCT-ID
           READ RFDTRACK-FILE INTO REFUND-TRACK-RECORD
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE RFT-FIRST-SEEN-DATE TO WS-SINCE-DATE
           END-READ
           IF  WS-SINCE-DATE(5:1) NOT = '-'
           OR  WS-SINCE-DATE(1:4) NOT NUMERIC
           OR  WS-SINCE-DATE(6:2) NOT NUMERIC
           OR  WS-SINCE-DATE(9:2) NOT NUMERIC
               ADD 1 TO WS-NOT-AGED-COUNT
               DISPLAY 'CLOSED ACCOUNT CREDIT HAS NO DATE TO AGE: '
                       ACCT-ID
               GO TO 3000-EVALUATE-CREDIT-EXIT
           END-IF

           MOVE 0 TO FD-CUST-ID
           MOVE ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE XREF-CUST-ID TO FD-CUST-ID
           END-READ
           PERFORM 5000-GET-OWNER
           IF  WS-DORM-YEARS = 0
               MOVE WS-DEFAULT-CREDIT-YEARS TO WS-DORM-YEARS
           END-IF
           PERFORM 5200-CHECK-DORMANT
           IF  WS-DORMANT-YYYYMMDD > WS-PARM-YYYYMMDD
               GO TO 3000-EVALUATE-CREDIT-EXIT
           END-IF

           COMPUTE WS-CREDIT-ABS = 0 - ACCT-CURR-BAL
           MOVE ACCT-ID            TO UCP-PROP-REF
           MOVE ACCT-ID            TO UCP-ACCT-ID
           MOVE FD-CUST-ID         TO UCP-CUST-ID
           MOVE WS-CREDIT-ABS      TO UCP-AMOUNT
           MOVE WS-SINCE-DATE      TO UCP-ISSUE-DATE
           SET UCP-STAT-CANDIDATE  TO TRUE
           PERFORM 6000-MAKE-CANDIDATE
           MOVE UNCLAIMED-PROP-RECORD TO FD-UCPREG-REC
           WRITE FD-UCPREG-REC
           IF  UCPREG-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING UNCLAIMED PROPERTY REGISTER: '
                       ACCT-ID
               MOVE UCPREG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-CREDIT-CAND-COUNT
           ADD UCP-AMOUNT TO WS-CREDIT-CAND-TOTAL
           PERFORM 4200-WRITE-CAND-LINE.
       3000-EVALUATE-CREDIT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Owner's last known state from the customer master, and that
      * state's dormancy period.  FD-CUST-ID is set by the caller.
      *---------------------------------------------------------------*
       5000-GET-OWNER.
           MOVE 'Y' TO WS-CUST-FOUND
           MOVE SPACES TO WS-OWNER-STATE
           IF  FD-CUST-ID = 0
               MOVE 'N' TO WS-CUST-FOUND
           ELSE
               READ CUST-FILE INTO CUSTOMER-RECORD
                  INVALID KEY
                    MOVE 'N' TO WS-CUST-FOUND
               END-READ
           END-IF
           IF  WS-CUST-FOUND = 'Y'
               MOVE CUST-ADDR-STATE-CD TO WS-OWNER-STATE
           END-IF
           IF  WS-OWNER-STATE = SPACES
               MOVE WS-HOLDER-STATE-CD TO WS-OWNER-STATE
           END-IF
           PERFORM 5100-GET-DORMANCY
           EXIT.
      *---------------------------------------------------------------*
       5100-GET-DORMANCY.
           MOVE 0      TO WS-DORM-YEARS
           MOVE SPACES TO WS-STATE-NAME
           MOVE WS-OWNER-STATE TO FD-DORM-STATE-CD
           READ DORMPARM-FILE INTO DORMANCY-PARM-RECORD
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE DORM-STATE-NAME TO WS-STATE-NAME
                IF  UCP-PROP-CHECK
                    MOVE DORM-CHECK-YEARS  TO WS-DORM-YEARS
                ELSE
                    MOVE DORM-CREDIT-YEARS TO WS-DORM-YEARS
                END-IF
           END-READ
           EXIT.
      *---------------------------------------------------------------*
      * Date the property goes dormant - the since date moved forward
      * by the dormancy years.
      *---------------------------------------------------------------*
       5200-CHECK-DORMANT.
           MOVE WS-SINCE-DATE(1:4) TO WS-SINCE-YYYYMMDD(1:4)
           MOVE WS-SINCE-DATE(6:2) TO WS-SINCE-YYYYMMDD(5:2)
           MOVE WS-SINCE-DATE(9:2) TO WS-SINCE-YYYYMMDD(7:2)
           COMPUTE WS-DORMANT-YYYYMMDD =
               WS-SINCE-YYYYMMDD + (WS-DORM-YEARS * 10000)
           EXIT.
      *---------------------------------------------------------------*
      * Stamp the candidate and send the owner the due-diligence
      * letter - held where returned mail has the address flagged,
      * and impossible where no customer is on file.
      *---------------------------------------------------------------*
       6000-MAKE-CANDIDATE.
           MOVE PARM-DATE          TO UCP-CAND-DATE
           MOVE WS-OWNER-STATE     TO UCP-OWNER-STATE
           MOVE WS-DORM-YEARS      TO UCP-DORMANT-YEARS
           EVALUATE TRUE
               WHEN WS-CUST-FOUND = 'N'
                   SET UCP-LETTER-NONE TO TRUE
                   ADD 1 TO WS-NO-LETTER-COUNT
                   MOVE 'NONE - OWNER NOT ON CUSTOMER MASTER'
                     TO WS-LETTER-TEXT
               WHEN CUST-ADDR-UNDELIVERABLE
                   SET UCP-LETTER-UNDELIV TO TRUE
                   ADD 1 TO WS-NO-LETTER-COUNT
                   MOVE 'HELD - ADDRESS FLAGGED UNDELIVERABLE'
                     TO WS-LETTER-TEXT
               WHEN OTHER
                   SET UCP-LETTER-SENT TO TRUE
                   MOVE PARM-DATE      TO UCP-LETTER-DATE
                   PERFORM 6100-WRITE-LETTER
                   ADD 1 TO WS-LETTER-COUNT
                   MOVE SPACES         TO WS-LETTER-TEXT
                   STRING 'SENT - RESPOND BY ' WS-RESPOND-BY-DATE
                     DELIMITED BY SIZE
                     INTO WS-LETTER-TEXT
                   END-STRING
           END-EVALUATE
           PERFORM 6200-ADD-TO-STATE
           EXIT.
      *---------------------------------------------------------------*
       6100-WRITE-LETTER.
           INITIALIZE UCP-LETTER-RECORD
           MOVE UCP-PROP-TYPE      TO UCPL-PROP-TYPE
           MOVE UCP-PROP-REF       TO UCPL-PROP-REF
           MOVE UCP-CUST-ID        TO UCPL-CUST-ID
           MOVE UCP-ACCT-ID        TO UCPL-ACCT-ID
           MOVE SPACES             TO WS-OWNER-NAME
           STRING CUST-FIRST-NAME DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  CUST-LAST-NAME  DELIMITED BY '  '
             INTO WS-OWNER-NAME
           END-STRING
           MOVE WS-OWNER-NAME      TO UCPL-OWNER-NAME
           MOVE CUST-ADDR-LINE-1   TO UCPL-ADDR-LINE-1
           MOVE CUST-ADDR-LINE-2   TO UCPL-ADDR-LINE-2
           MOVE CUST-ADDR-LINE-3   TO UCPL-ADDR-LINE-3
           MOVE CUST-ADDR-STATE-CD TO UCPL-ADDR-STATE-CD
           MOVE CUST-ADDR-ZIP      TO UCPL-ADDR-ZIP
           MOVE UCP-AMOUNT         TO UCPL-AMOUNT
           MOVE UCP-ISSUE-DATE     TO UCPL-ISSUE-DATE
           MOVE PARM-DATE          TO UCPL-LETTER-DATE
           MOVE WS-RESPOND-BY-DATE TO UCPL-RESPOND-BY-DATE
           WRITE FD-UCPLTR-REC FROM UCP-LETTER-RECORD
           IF  UCPLTR-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DUE-DILIGENCE LETTER EXTRACT'
               MOVE UCPLTR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Find the owner state in the table, opening a slot in code
      * order when it is new.
      *---------------------------------------------------------------*
       6200-ADD-TO-STATE.
           MOVE 'N' TO WS-ST-HIT
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
              UNTIL WS-ST-IDX > WS-ST-COUNT
              OR WS-ST-HIT = 'Y'
              OR WS-ST-CODE (WS-ST-IDX) > WS-OWNER-STATE
              IF  WS-ST-CODE (WS-ST-IDX) = WS-OWNER-STATE
                  MOVE 'Y' TO WS-ST-HIT
              END-IF
           END-PERFORM
           IF  WS-ST-HIT = 'Y'
               SUBTRACT 1 FROM WS-ST-IDX
           ELSE
               IF  WS-ST-COUNT >= WS-ST-MAX
                   DISPLAY 'STATE TABLE FULL - RAISE WS-ST-MAX'
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               PERFORM VARYING WS-ST-MOVE-IDX FROM WS-ST-COUNT BY -1
                  UNTIL WS-ST-MOVE-IDX < WS-ST-IDX
                  MOVE WS-ST-ENTRY (WS-ST-MOVE-IDX)
                    TO WS-ST-ENTRY (WS-ST-MOVE-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-ST-COUNT
               INITIALIZE WS-ST-ENTRY (WS-ST-IDX)
               MOVE WS-OWNER-STATE TO WS-ST-CODE (WS-ST-IDX)
               MOVE WS-STATE-NAME  TO WS-ST-NAME (WS-ST-IDX)
           END-IF
           IF  UCP-PROP-CHECK
               ADD 1          TO WS-ST-CHECK-COUNT (WS-ST-IDX)
               ADD UCP-AMOUNT TO WS-ST-CHECK-AMT (WS-ST-IDX)
           ELSE
               ADD 1          TO WS-ST-CREDIT-COUNT (WS-ST-IDX)
               ADD UCP-AMOUNT TO WS-ST-CREDIT-AMT (WS-ST-IDX)
           END-IF
           IF  UCP-LETTER-SENT
               ADD 1 TO WS-ST-LETTER-COUNT (WS-ST-IDX)
           ELSE
               ADD 1 TO WS-ST-NOLTR-COUNT (WS-ST-IDX)
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4200-WRITE-CAND-LINE.
           INITIALIZE UCP-CAND-DETAIL
           IF  UCP-PROP-CHECK
               MOVE 'CHECK'        TO UCP-CAND-TYPE
           ELSE
               MOVE 'CREDT'        TO UCP-CAND-TYPE
           END-IF
           MOVE UCP-PROP-REF       TO UCP-CAND-REF
           MOVE UCP-ACCT-ID        TO UCP-CAND-ACCT-ID
           MOVE UCP-CUST-ID        TO UCP-CAND-CUST-ID
           MOVE UCP-OWNER-STATE    TO UCP-CAND-STATE
           MOVE UCP-ISSUE-DATE     TO UCP-CAND-SINCE
           MOVE UCP-AMOUNT         TO UCP-CAND-AMOUNT
           MOVE UCP-DORMANT-YEARS  TO UCP-CAND-YEARS
           MOVE WS-LETTER-TEXT     TO UCP-CAND-LETTER
           MOVE UCP-CAND-DETAIL TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE 'UNCLAIMED PROPERTY - ESCHEAT CANDIDATES'
             TO UCP-REPT-TITLE
           MOVE PARM-DATE TO UCP-REPT-ASOF-DATE
           MOVE UCP-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE UCP-CAND-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE UCP-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING UNCLAIMED PROPERTY REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4300-WRITE-TOTALS.
           MOVE SPACES TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           INITIALIZE UCP-REPORT-TOTAL-LINE
           MOVE 'UNCASHED REFUND CHECKS'   TO UCP-TOTAL-LABEL
           MOVE WS-CHECK-CAND-COUNT       TO UCP-TOTAL-COUNT
           MOVE WS-CHECK-CAND-TOTAL       TO UCP-TOTAL-AMOUNT
           MOVE UCP-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'CLOSED ACCOUNT CREDIT BALANCES' TO UCP-TOTAL-LABEL
           MOVE WS-CREDIT-CAND-COUNT      TO UCP-TOTAL-COUNT
           MOVE WS-CREDIT-CAND-TOTAL      TO UCP-TOTAL-AMOUNT
           MOVE UCP-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           INITIALIZE UCP-REPORT-TOTAL-LINE
           MOVE 'DUE-DILIGENCE LETTERS WRITTEN' TO UCP-TOTAL-LABEL
           MOVE WS-LETTER-COUNT           TO UCP-TOTAL-COUNT
           MOVE UCP-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'NO LETTER - HELD OR NO OWNER' TO UCP-TOTAL-LABEL
           MOVE WS-NO-LETTER-COUNT        TO UCP-TOTAL-COUNT
           MOVE UCP-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'CREDITS LISTED IN A PRIOR YEAR' TO UCP-TOTAL-LABEL
           MOVE WS-PREV-LISTED-COUNT      TO UCP-TOTAL-COUNT
           MOVE UCP-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'CLOSED CREDITS WITH NO DATE TO AGE' TO UCP-TOTAL-LABEL
           MOVE WS-NOT-AGED-COUNT         TO UCP-TOTAL-COUNT
           MOVE UCP-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
      * Annual unclaimed property report - this year's candidates by
      * the owner's last known state.
      *---------------------------------------------------------------*
       4400-WRITE-STATE-SUMMARY.
           MOVE SPACES TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'UNCLAIMED PROPERTY REPORT BY STATE' TO UCP-REPT-TITLE
           MOVE UCP-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE UCP-STATE-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE UCP-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
              UNTIL WS-ST-IDX > WS-ST-COUNT
               INITIALIZE UCP-STATE-DETAIL
               MOVE WS-ST-CODE (WS-ST-IDX)   TO UCP-STATE-CD
               MOVE WS-ST-NAME (WS-ST-IDX)   TO UCP-STATE-NAME
               MOVE WS-ST-CHECK-COUNT (WS-ST-IDX)
                 TO UCP-STATE-CHECK-COUNT
               MOVE WS-ST-CHECK-AMT (WS-ST-IDX)
                 TO UCP-STATE-CHECK-AMT
               MOVE WS-ST-CREDIT-COUNT (WS-ST-IDX)
                 TO UCP-STATE-CREDIT-COUNT
               MOVE WS-ST-CREDIT-AMT (WS-ST-IDX)
                 TO UCP-STATE-CREDIT-AMT
               COMPUTE UCP-STATE-TOTAL-AMT =
                   WS-ST-CHECK-AMT (WS-ST-IDX)
                 + WS-ST-CREDIT-AMT (WS-ST-IDX)
               MOVE WS-ST-LETTER-COUNT (WS-ST-IDX)
                 TO UCP-STATE-LETTER-COUNT
               MOVE WS-ST-NOLTR-COUNT (WS-ST-IDX)
                 TO UCP-STATE-NOLTR-COUNT
               MOVE UCP-STATE-DETAIL TO FD-REPTFILE-REC
               PERFORM 4290-WRITE-REPORT-REC
           END-PERFORM
           EXIT.
      *---------------------------------------------------------------*
       0000-UCPREG-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O UCPREG-FILE
           IF  UCPREG-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING UNCLAIMED PROPERTY REGISTER'
               MOVE UCPREG-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR OPENING CROSS REFERENCE FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR OPENING CUSTOMER MASTER FILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0400-RFDTRACK-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT RFDTRACK-FILE
           IF  RFDTRACK-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING REFUND TRACKING FILE'
               MOVE RFDTRACK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0500-DORMPARM-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT DORMPARM-FILE
           IF  DORMPARM-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DORMANCY PARAMETER FILE'
               MOVE DORMPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0600-UCPLTR-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT UCPLTR-FILE
           IF  UCPLTR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DUE-DILIGENCE LETTER EXTRACT'
               MOVE UCPLTR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0700-REPTFILE-OPEN.
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
               DISPLAY 'ERROR OPENING UNCLAIMED PROPERTY REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-UCPREG-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE UCPREG-FILE
           IF  UCPREG-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING UNCLAIMED PROPERTY REGISTER'
               MOVE UCPREG-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING CROSS REFERENCE FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING CUSTOMER MASTER FILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9400-RFDTRACK-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE RFDTRACK-FILE
           IF  RFDTRACK-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING REFUND TRACKING FILE'
               MOVE RFDTRACK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9500-DORMPARM-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DORMPARM-FILE
           IF  DORMPARM-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DORMANCY PARAMETER FILE'
               MOVE DORMPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9600-UCPLTR-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE UCPLTR-FILE
           IF  UCPLTR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DUE-DILIGENCE LETTER EXTRACT'
               MOVE UCPLTR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9700-REPTFILE-CLOSE.
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
               DISPLAY 'ERROR CLOSING UNCLAIMED PROPERTY REPORT'
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
