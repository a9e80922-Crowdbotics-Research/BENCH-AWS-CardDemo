      ******************************************************************
      * Program     : CBPCV01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Product conversion apply.  Runs behind the
      *               statement cycle run for the same cycle code and
      *               moves each account with an approved conversion
      *               on PRDCONV to its new account group, so the
      *               change lands on the cycle boundary and no cycle
      *               is billed under two products.  Writes a
      *               confirmation letter extract for every account
      *               moved and cancels conversions for accounts that
      *               have closed or changed group since approval.
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
       PROGRAM-ID.    CBPCV01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRDCONV-FILE ASSIGN TO PRDCONV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-PCV-KEY
                  FILE STATUS  IS PRDCONV-STATUS.

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

           SELECT CUST-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO LETRFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-LETR-GROUP-ID
                  FILE STATUS  IS LETRFILE-STATUS.

           SELECT PCVLETR-FILE ASSIGN TO PCVLETRS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PCVLETR-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  PRDCONV-FILE.
       01  FD-PRDCONV-REC.
           05 FD-PCV-KEY                        PIC X(27).
           05 FD-PCV-DATA                       PIC X(103).

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

       FD  LETTER-FILE.
       01  FD-LETRFILE-REC.
           05 FD-LETR-GROUP-ID                  PIC X(10).
           05 FD-LETR-DATA                      PIC X(156).

       FD  PCVLETR-FILE.
       01  FD-PCVLETR-REC                       PIC X(440).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVPCV01Y.
       01  PRDCONV-STATUS.
           05  PRDCONV-STAT1       PIC X.
           05  PRDCONV-STAT2       PIC X.

       01  PCVLETR-STATUS.
           05  PCVLETR-STAT1       PIC X.
           05  PCVLETR-STAT2       PIC X.

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

       COPY CVTRA08Y.
       01  LETRFILE-STATUS.
           05  LETRFILE-STAT1      PIC X.
           05  LETRFILE-STAT2      PIC X.

       01  WS-LETTERHEAD-DEFAULTS.
           05  WS-DEF-BANK-NAME         PIC X(40)
                     VALUE 'Bank of XYZ'.
           05  WS-DEF-ADDR-LINE-1       PIC X(40)
                     VALUE '410 Terry Ave N'.
           05  WS-DEF-ADDR-LINE-2       PIC X(40)
                     VALUE 'Seattle WA 99999'.
           05  WS-DEF-PHONE-NUM         PIC X(20)
                     VALUE '1-800-555-0100'.

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
           05 WS-LETTER-COUNT           PIC 9(09) VALUE 0.
           05 WS-NO-LETTER-COUNT        PIC 9(09) VALUE 0.
           05 WS-UNDELIV-HOLD-COUNT     PIC 9(09) VALUE 0.
           05 WS-CYCLE-SKIP-COUNT       PIC 9(09) VALUE 0.

       01  WS-CYCLE-SELECT-VARS.
           05  WS-CYCLE-SELECT-SW      PIC X(01) VALUE 'N'.
             88  CYCLE-SELECT-ACTIVE   VALUE 'Y'.
           05  WS-CYCLE-SELECT-CD      PIC 9(02) VALUE 0.

       01  WS-CONVERT-VARS.
           05 WS-CANCEL-REASON          PIC X(30) VALUE SPACES.
           05 WS-SKIP-REASON            PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
           05  FILLER              PIC X(01).
           05  PARM-CYCLE-CD       PIC X(02).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBPCV01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBPCV01C' TO RST-PROGRAM.
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
      * Runs behind the statement cycle run with the same cycle code,
      * so an account changes group only once the cycle just billed
      * under the old group has closed.  No cycle code means the
      * whole book cycled tonight.
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
           PERFORM 0000-PRDCONV-OPEN.
           PERFORM 0100-ACCTFILE-OPEN.
           PERFORM 0200-XREFFILE-OPEN.
           PERFORM 0300-CUSTFILE-OPEN.
           PERFORM 0400-LETRFILE-OPEN.
           PERFORM 0500-PCVLETR-OPEN.

           MOVE LOW-VALUES TO FD-PCV-KEY
           START PRDCONV-FILE KEY >= FD-PCV-KEY
              INVALID KEY
                MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1000-PRDCONV-GET-NEXT
               IF  END-OF-FILE = 'N'
                   ADD 1 TO WS-PCV-READ-COUNT
                   IF  PCV-STAT-SCHEDULED
                       PERFORM 2000-CONVERT-ACCOUNT
                          THRU 2000-CONVERT-ACCOUNT-EXIT
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 9000-PRDCONV-CLOSE.
           PERFORM 9100-ACCTFILE-CLOSE.
           PERFORM 9200-XREFFILE-CLOSE.
           PERFORM 9300-CUSTFILE-CLOSE.
           PERFORM 9400-LETRFILE-CLOSE.
           PERFORM 9500-PCVLETR-CLOSE.
           DISPLAY 'CONVERSION RECORDS READ  :' WS-PCV-READ-COUNT
           DISPLAY 'CONVERSIONS APPLIED      :' WS-APPLIED-COUNT
           DISPLAY 'CONVERSIONS CANCELLED    :' WS-CANCELLED-COUNT
           DISPLAY 'OUTSIDE SELECTED CYCLE   :' WS-CYCLE-SKIP-COUNT
           DISPLAY 'CONFIRMATION LETTERS     :' WS-LETTER-COUNT
           DISPLAY 'LETTERS NOT PRODUCED     :' WS-NO-LETTER-COUNT
           DISPLAY 'HELD - UNDELIVERABLE     :' WS-UNDELIV-HOLD-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-PCV-READ-COUNT TO RST-RECORD-COUNT.
           MOVE WS-CANCELLED-COUNT TO RST-REJECT-COUNT.
           MOVE 0 TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBPCV01C'.

           GOBACK.
      *---------------------------------------------------------------*
       0000-PRDCONV-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O PRDCONV-FILE
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
       0100-ACCTFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O ACCOUNT-FILE
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
               DISPLAY 'ERROR OPENING CUSTOMER FILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0400-LETRFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT LETTER-FILE
           IF  LETRFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING LETTERHEAD FILE'
               MOVE LETRFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0500-PCVLETR-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT PCVLETR-FILE
           IF  PCVLETR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CONVERSION LETTER EXTRACT'
               MOVE PCVLETR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1000-PRDCONV-GET-NEXT.
           READ PRDCONV-FILE NEXT RECORD
                INTO PRODUCT-CONVERSION-RECORD
           IF  PRDCONV-STATUS = '00'
               CONTINUE
           ELSE
               IF  PRDCONV-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING PRODUCT CONVERSION FILE'
                   MOVE PRDCONV-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * A scheduled conversion moves the account at its own cycle.
      * It is cancelled, not applied, when the account has closed or
      * been charged off since approval, or when its group no longer
      * matches the group the conversion was approved from.
      *---------------------------------------------------------------*
       2000-CONVERT-ACCOUNT.
           MOVE PCV-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
              INVALID KEY
                MOVE 'ACCOUNT NOT ON FILE' TO WS-CANCEL-REASON
                PERFORM 2300-CANCEL-CONVERSION
                GO TO 2000-CONVERT-ACCOUNT-EXIT
           END-READ
           IF  CYCLE-SELECT-ACTIVE
           AND ACCT-CYCLE-CD NOT = WS-CYCLE-SELECT-CD
               ADD 1 TO WS-CYCLE-SKIP-COUNT
               GO TO 2000-CONVERT-ACCOUNT-EXIT
           END-IF
           IF  ACCT-STAT-CLOSED
           OR  ACCT-STAT-CHARGED-OFF
               MOVE 'ACCOUNT CLOSED OR CHARGED OFF' TO WS-CANCEL-REASON
               PERFORM 2300-CANCEL-CONVERSION
               GO TO 2000-CONVERT-ACCOUNT-EXIT
           END-IF
           IF  ACCT-GROUP-ID NOT = PCV-FROM-GROUP-ID
               MOVE 'GROUP CHANGED SINCE APPROVAL' TO WS-CANCEL-REASON
               PERFORM 2300-CANCEL-CONVERSION
               GO TO 2000-CONVERT-ACCOUNT-EXIT
           END-IF

           MOVE PCV-TO-GROUP-ID TO ACCT-GROUP-ID
           REWRITE FD-ACCTFILE-REC FROM ACCOUNT-RECORD
           IF  ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR RE-WRITING ACCOUNT MASTER FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

           SET PCV-STAT-APPLIED TO TRUE
           MOVE PARM-DATE       TO PCV-EFFECTIVE-DATE
           MOVE ACCT-CYCLE-CD   TO PCV-CYCLE-CD
           PERFORM 2400-REWRITE-CONVERSION
           ADD 1 TO WS-APPLIED-COUNT

           MOVE SPACES TO WS-SKIP-REASON
           PERFORM 3300-GET-XREF-DATA
           IF  WS-SKIP-REASON = SPACES
               PERFORM 3310-GET-CUST-DATA
           END-IF
           IF  WS-SKIP-REASON = SPACES
           AND CUST-ADDR-UNDELIVERABLE
           AND NOT CUST-STMT-PREF-EMAIL
               MOVE 'ADDRESS FLAGGED UNDELIVERABLE' TO WS-SKIP-REASON
               ADD 1 TO WS-UNDELIV-HOLD-COUNT
           END-IF
           IF  WS-SKIP-REASON = SPACES
               PERFORM 3320-GET-LETTERHEAD
               PERFORM 3400-WRITE-LETTER-REC
               ADD 1 TO WS-LETTER-COUNT
           ELSE
               DISPLAY 'NO CONFIRMATION LETTER FOR ACCOUNT '
                       ACCT-ID ' - ' WS-SKIP-REASON
               ADD 1 TO WS-NO-LETTER-COUNT
           END-IF.
       2000-CONVERT-ACCOUNT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2300-CANCEL-CONVERSION.
           SET PCV-STAT-CANCELLED TO TRUE
           MOVE PARM-DATE         TO PCV-EFFECTIVE-DATE
           MOVE WS-CANCEL-REASON  TO PCV-CANCEL-REASON
           PERFORM 2400-REWRITE-CONVERSION
           DISPLAY 'CONVERSION CANCELLED FOR ACCOUNT ' PCV-ACCT-ID
                   ' - ' WS-CANCEL-REASON
           ADD 1 TO WS-CANCELLED-COUNT
           EXIT.
      *---------------------------------------------------------------*
       2400-REWRITE-CONVERSION.
           REWRITE FD-PRDCONV-REC FROM PRODUCT-CONVERSION-RECORD
           IF  PRDCONV-STATUS NOT = '00'
               DISPLAY 'ERROR RE-WRITING PRODUCT CONVERSION FILE'
               MOVE PRDCONV-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       3300-GET-XREF-DATA.
           MOVE ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  MOVE 'NO CARD CROSS REFERENCE' TO WS-SKIP-REASON
           END-READ
           EXIT.
      *---------------------------------------------------------------*
       3310-GET-CUST-DATA.
           MOVE XREF-CUST-ID TO FD-CUST-ID
           READ CUST-FILE INTO CUSTOMER-RECORD
               INVALID KEY
                  MOVE 'CUSTOMER RECORD NOT FOUND' TO WS-SKIP-REASON
           END-READ
           EXIT.
      *---------------------------------------------------------------*
      * The letter goes out under the new group's letterhead.
      *---------------------------------------------------------------*
       3320-GET-LETTERHEAD.
           MOVE ACCT-GROUP-ID TO FD-LETR-GROUP-ID
           READ LETTER-FILE INTO LETTER-REF-RECORD
              INVALID KEY
                PERFORM 3330-GET-DEFAULT-LETTERHEAD
           END-READ
           EXIT.
      *---------------------------------------------------------------*
       3330-GET-DEFAULT-LETTERHEAD.
           MOVE 'DEFAULT' TO FD-LETR-GROUP-ID
           READ LETTER-FILE INTO LETTER-REF-RECORD
              INVALID KEY
                MOVE ACCT-GROUP-ID       TO LETR-ACCT-GROUP-ID
                MOVE WS-DEF-BANK-NAME    TO LETR-BANK-NAME
                MOVE WS-DEF-ADDR-LINE-1  TO LETR-ADDR-LINE-1
                MOVE WS-DEF-ADDR-LINE-2  TO LETR-ADDR-LINE-2
                MOVE WS-DEF-PHONE-NUM    TO LETR-PHONE-NUM
           END-READ
           EXIT.
      *---------------------------------------------------------------*
       3400-WRITE-LETTER-REC.
           INITIALIZE PCV-LETTER-RECORD
           SET PCL-LETTER-PRODUCT-CONV TO TRUE
           MOVE ACCT-ID                TO PCL-ACCT-ID
           MOVE CUST-ID                TO PCL-CUST-ID
           IF  CUST-STMT-PREF-EMAIL
               SET PCL-DELIVER-EMAIL   TO TRUE
           ELSE
               SET PCL-DELIVER-PAPER   TO TRUE
           END-IF
           MOVE CUST-FIRST-NAME        TO PCL-CUST-FIRST-NAME
           MOVE CUST-LAST-NAME         TO PCL-CUST-LAST-NAME
           MOVE CUST-ADDR-LINE-1       TO PCL-ADDR-LINE-1
           MOVE CUST-ADDR-LINE-2       TO PCL-ADDR-LINE-2
           MOVE CUST-ADDR-LINE-3       TO PCL-ADDR-LINE-3
           MOVE CUST-ADDR-STATE-CD     TO PCL-ADDR-STATE-CD
           MOVE CUST-ADDR-ZIP          TO PCL-ADDR-ZIP
           MOVE LETR-BANK-NAME         TO PCL-BANK-NAME
           MOVE LETR-ADDR-LINE-1       TO PCL-BANK-ADDR-LINE-1
           MOVE LETR-ADDR-LINE-2       TO PCL-BANK-ADDR-LINE-2
           MOVE LETR-PHONE-NUM         TO PCL-BANK-PHONE-NUM
           MOVE PCV-FROM-GROUP-ID      TO PCL-FROM-GROUP-ID
           MOVE PCV-TO-GROUP-ID        TO PCL-TO-GROUP-ID
           MOVE PCV-EFFECTIVE-DATE     TO PCL-EFFECTIVE-DATE
           MOVE PARM-DATE              TO PCL-EXTRACT-DATE
           WRITE FD-PCVLETR-REC FROM PCV-LETTER-RECORD
           IF  PCVLETR-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CONVERSION LETTER EXTRACT'
               MOVE PCVLETR-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING CUSTOMER FILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9400-LETRFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE LETTER-FILE
           IF  LETRFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING LETTERHEAD FILE'
               MOVE LETRFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9500-PCVLETR-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PCVLETR-FILE
           IF  PCVLETR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CONVERSION LETTER EXTRACT'
               MOVE PCVLETR-STATUS TO IO-STATUS
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
