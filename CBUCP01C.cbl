      ******************************************************************
      * Program     : CBUCP01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Refund check register and paid-checks match.
      *               Registers every refund check the day's refund
      *               run printed (RFDDISB) on the unclaimed property
      *               register as outstanding, then loads the bank's
      *               paid-checks file and marks each cleared check
      *               paid.  Checks the bank paid that are not on the
      *               register, were already paid, or cleared for a
      *               different amount are reported as exceptions.
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
       PROGRAM-ID.    CBUCP01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFDDISB-FILE ASSIGN TO RFDDISB
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RFDDISB-STATUS.

           SELECT PAIDCHK-FILE ASSIGN TO PAIDCHK
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PAIDCHK-STATUS.

           SELECT UCPREG-FILE ASSIGN TO UCPREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-UCP-KEY
                  FILE STATUS  IS UCPREG-STATUS.

           SELECT REPORT-FILE ASSIGN TO UCPLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  RFDDISB-FILE.
       01  FD-RFDDISB-REC                       PIC X(250).

       FD  PAIDCHK-FILE.
       01  FD-PAIDCHK-REC                       PIC X(80).

       FD  UCPREG-FILE.
       01  FD-UCPREG-REC.
           05 FD-UCP-KEY                        PIC X(15).
           05 FD-UCP-DATA                       PIC X(135).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVRFD01Y.
       01  RFDDISB-STATUS.
           05  RFDDISB-STAT1       PIC X.
           05  RFDDISB-STAT2       PIC X.

       COPY CVUCP02Y.
       01  PAIDCHK-STATUS.
           05  PAIDCHK-STAT1       PIC X.
           05  PAIDCHK-STAT2       PIC X.

       COPY CVUCP01Y.
       01  UCPREG-STATUS.
           05  UCPREG-STAT1        PIC X.
           05  UCPREG-STAT2        PIC X.

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
           05 WS-DISB-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-REGISTERED-COUNT       PIC 9(09) VALUE 0.
           05 WS-REGISTERED-TOTAL       PIC 9(13)V99 VALUE 0.
           05 WS-ALREADY-REG-COUNT      PIC 9(09) VALUE 0.
           05 WS-PAID-ITEM-COUNT        PIC 9(09) VALUE 0.
           05 WS-PAID-COUNT             PIC 9(09) VALUE 0.
           05 WS-PAID-TOTAL             PIC 9(13)V99 VALUE 0.
           05 WS-WITHDRAWN-COUNT        PIC 9(09) VALUE 0.
           05 WS-EXCEPTION-COUNT        PIC 9(09) VALUE 0.

      * The bank file is proven against its own controls before a
      * single check is marked paid - same discipline as the lockbox
      * remittance file.
       01  WS-FEED-CONTROL-VARS.
           05 WS-HDR-SEEN               PIC X(01) VALUE 'N'.
           05 WS-TLR-SEEN               PIC X(01) VALUE 'N'.
           05 WS-FEED-DATE-ERR          PIC X(01) VALUE 'N'.
           05 WS-PRESCAN-COUNT          PIC 9(09) VALUE 0.
           05 WS-PRESCAN-TOTAL          PIC 9(13)V99 VALUE 0.
           05 WS-TLR-DETAIL-COUNT       PIC 9(09) VALUE 0.
           05 WS-TLR-AMOUNT-TOTAL       PIC 9(13)V99 VALUE 0.

       01  WS-MATCH-VARS.
           05 WS-REG-FOUND              PIC X(01) VALUE 'N'.
           05 WS-RESULT-TEXT            PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBUCP01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBUCP01C' TO RST-PROGRAM.
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

           PERFORM 0050-VERIFY-PAIDCHK-CONTROLS.

           PERFORM 0000-RFDDISB-OPEN.
           PERFORM 0100-PAIDCHK-OPEN.
           PERFORM 0200-UCPREG-OPEN.
           PERFORM 0300-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.

      *    Register the checks the refund run printed today first, so
      *    a check the bank clears the same day still finds its entry.
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1000-RFDDISB-GET-NEXT
               IF  END-OF-FILE = 'N'
                   ADD 1 TO WS-DISB-READ-COUNT
                   IF  RFD-METHOD-CHECK
                       PERFORM 2000-REGISTER-CHECK
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1100-PAIDCHK-GET-NEXT
               IF  END-OF-FILE = 'N'
               AND FD-PAIDCHK-REC(1:8) = 'PDCKDTL '
                   MOVE FD-PAIDCHK-REC TO PAIDCHK-DTL-RECORD
                   ADD 1 TO WS-PAID-ITEM-COUNT
                   PERFORM 3000-APPLY-PAID-CHECK
                      THRU 3000-APPLY-PAID-CHECK-EXIT
               END-IF
           END-PERFORM

           PERFORM 4300-WRITE-TOTALS.

           PERFORM 9000-RFDDISB-CLOSE.
           PERFORM 9100-PAIDCHK-CLOSE.
           PERFORM 9200-UCPREG-CLOSE.
           PERFORM 9300-REPTFILE-CLOSE.
           DISPLAY 'DISBURSEMENTS READ      :' WS-DISB-READ-COUNT
           DISPLAY 'CHECKS REGISTERED       :' WS-REGISTERED-COUNT
           DISPLAY 'ALREADY REGISTERED      :' WS-ALREADY-REG-COUNT
           DISPLAY 'PAID ITEMS READ         :' WS-PAID-ITEM-COUNT
           DISPLAY 'CHECKS MARKED PAID      :' WS-PAID-COUNT
           DISPLAY 'WITHDRAWN FROM ESCHEAT  :' WS-WITHDRAWN-COUNT
           DISPLAY 'PAID-CHECK EXCEPTIONS   :' WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           SET RST-EVENT-END TO TRUE.
           MOVE WS-PAID-ITEM-COUNT TO RST-RECORD-COUNT.
           MOVE WS-EXCEPTION-COUNT TO RST-REJECT-COUNT.
           MOVE WS-PAID-TOTAL TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBUCP01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Prescan pass - prove the bank file against its header and
      * trailer before any check is marked paid.
      *---------------------------------------------------------------*
       0050-VERIFY-PAIDCHK-CONTROLS.
           PERFORM 0100-PAIDCHK-OPEN
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1100-PAIDCHK-GET-NEXT
               IF  END-OF-FILE = 'N'
                    PERFORM 0060-CLASSIFY-RECORD
                       THRU 0060-CLASSIFY-RECORD-EXIT
               END-IF
           END-PERFORM
           PERFORM 9100-PAIDCHK-CLOSE
           IF  WS-HDR-SEEN = 'N'
               DISPLAY 'PAID-CHECKS FILE HAS NO HEADER RECORD'
               DISPLAY 'PAID-CHECKS RUN STOPPED - RE-REQUEST THE '
                       'FILE FROM THE BANK'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-TLR-SEEN = 'N'
               DISPLAY 'PAID-CHECKS FILE HAS NO TRAILER RECORD - '
                       'TRANSMISSION MAY BE TRUNCATED'
               DISPLAY 'PAID-CHECKS RUN STOPPED - RE-REQUEST THE '
                       'FILE FROM THE BANK'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-FEED-DATE-ERR = 'Y'
               DISPLAY 'PAID-CHECKS FILE DATE DOES NOT MATCH RUN '
                       'DATE ' PARM-DATE
               DISPLAY 'PAID-CHECKS RUN STOPPED - VERIFY THE FILE '
                       'IS FOR THIS BUSINESS DATE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-TLR-DETAIL-COUNT NOT = WS-PRESCAN-COUNT
               DISPLAY 'PAID-CHECKS COUNT MISMATCH - TRAILER: '
                       WS-TLR-DETAIL-COUNT
                       ' RECEIVED: ' WS-PRESCAN-COUNT
               DISPLAY 'PAID-CHECKS RUN STOPPED - TRANSMISSION IS '
                       'INCOMPLETE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-TLR-AMOUNT-TOTAL NOT = WS-PRESCAN-TOTAL
               DISPLAY 'PAID-CHECKS AMOUNT MISMATCH - TRAILER: '
                       WS-TLR-AMOUNT-TOTAL
                       ' RECEIVED: ' WS-PRESCAN-TOTAL
               DISPLAY 'PAID-CHECKS RUN STOPPED - TRANSMISSION IS '
                       'CORRUPT'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0060-CLASSIFY-RECORD.
           IF  FD-PAIDCHK-REC(1:8) = 'PDCKHDR '
               MOVE 'Y' TO WS-HDR-SEEN
               MOVE FD-PAIDCHK-REC TO PAIDCHK-HDR-RECORD
               IF  PDCH-FILE-DATE NOT = PARM-DATE
                   MOVE 'Y' TO WS-FEED-DATE-ERR
               END-IF
               GO TO 0060-CLASSIFY-RECORD-EXIT
           END-IF
           IF  FD-PAIDCHK-REC(1:8) = 'PDCKTLR '
               MOVE 'Y' TO WS-TLR-SEEN
               MOVE FD-PAIDCHK-REC TO PAIDCHK-TLR-RECORD
               MOVE PDCT-DETAIL-COUNT TO WS-TLR-DETAIL-COUNT
               MOVE PDCT-AMOUNT-TOTAL TO WS-TLR-AMOUNT-TOTAL
               GO TO 0060-CLASSIFY-RECORD-EXIT
           END-IF
           MOVE FD-PAIDCHK-REC TO PAIDCHK-DTL-RECORD
           ADD 1 TO WS-PRESCAN-COUNT
           IF  PDCD-PAID-AMT IS NUMERIC
               ADD PDCD-PAID-AMT TO WS-PRESCAN-TOTAL
           END-IF.
       0060-CLASSIFY-RECORD-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       1000-RFDDISB-GET-NEXT.
           READ RFDDISB-FILE INTO REFUND-DISB-RECORD
              AT END
                MOVE 'Y' TO END-OF-FILE
           END-READ
           IF  RFDDISB-STATUS NOT = '00' AND '10'
               DISPLAY 'ERROR READING REFUND DISBURSEMENT EXTRACT'
               MOVE RFDDISB-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1100-PAIDCHK-GET-NEXT.
           READ PAIDCHK-FILE
              AT END
                MOVE 'Y' TO END-OF-FILE
           END-READ
           IF  PAIDCHK-STATUS NOT = '00' AND '10'
               DISPLAY 'ERROR READING PAID-CHECKS FILE'
               MOVE PAIDCHK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Each printed check goes on the register as outstanding.  A
      * rerun finds it already there and leaves it alone.
      *---------------------------------------------------------------*
       2000-REGISTER-CHECK.
           INITIALIZE UNCLAIMED-PROP-RECORD
           SET UCP-PROP-CHECK       TO TRUE
           MOVE RFD-CHECK-NUM       TO UCP-PROP-REF
           MOVE RFD-ACCT-ID         TO UCP-ACCT-ID
           MOVE RFD-CUST-ID         TO UCP-CUST-ID
           MOVE RFD-AMOUNT          TO UCP-AMOUNT
           MOVE RFD-DISB-DATE       TO UCP-ISSUE-DATE
           SET UCP-STAT-OUTSTANDING TO TRUE
           MOVE 'N'                 TO UCP-LETTER-SW
           MOVE UNCLAIMED-PROP-RECORD TO FD-UCPREG-REC
           WRITE FD-UCPREG-REC
           EVALUATE UCPREG-STATUS
               WHEN '00'
                   ADD 1 TO WS-REGISTERED-COUNT
                   ADD RFD-AMOUNT TO WS-REGISTERED-TOTAL
               WHEN '22'
                   ADD 1 TO WS-ALREADY-REG-COUNT
               WHEN OTHER
                   DISPLAY 'ERROR WRITING UNCLAIMED PROPERTY REGISTER: '
                           RFD-CHECK-NUM
                   MOVE UCPREG-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * A cleared check is no longer unclaimed, whatever else is
      * wrong with it - it is marked paid, and anything the
      * disbursement team should look at is reported as an exception.
      *---------------------------------------------------------------*
       3000-APPLY-PAID-CHECK.
           MOVE SPACES TO WS-RESULT-TEXT
           INITIALIZE UNCLAIMED-PROP-RECORD
           EVALUATE TRUE
               WHEN PDCD-CHECK-NUM = SPACES
                   MOVE 'EXCEPTION - NO CHECK NUMBER'
                     TO WS-RESULT-TEXT
               WHEN PDCD-PAID-AMT IS NOT NUMERIC
                   MOVE 'EXCEPTION - PAID AMOUNT NOT NUMERIC'
                     TO WS-RESULT-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF  WS-RESULT-TEXT = SPACES
               PERFORM 3100-READ-REGISTER
               EVALUATE TRUE
                   WHEN WS-REG-FOUND = 'N'
                       MOVE 'EXCEPTION - CHECK NOT ON REGISTER'
                         TO WS-RESULT-TEXT
                   WHEN UCP-STAT-PAID
                       MOVE 'EXCEPTION - CHECK ALREADY PAID'
                         TO WS-RESULT-TEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF  WS-RESULT-TEXT NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM 4200-WRITE-PAID-LINE
               GO TO 3000-APPLY-PAID-CHECK-EXIT
           END-IF

           EVALUATE TRUE
               WHEN PDCD-PAID-AMT NOT = UCP-AMOUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE 'PAID - AMOUNT DIFFERS FROM CHECK'
                     TO WS-RESULT-TEXT
               WHEN UCP-STAT-CANDIDATE
                   ADD 1 TO WS-WITHDRAWN-COUNT
                   MOVE 'PAID - WITHDRAW FROM ESCHEAT LIST'
                     TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE 'PAID' TO WS-RESULT-TEXT
           END-EVALUATE
           SET UCP-STAT-PAID       TO TRUE
           MOVE PDCD-PAID-DATE     TO UCP-PAID-DATE
           MOVE PDCD-PAID-AMT      TO UCP-PAID-AMT
           MOVE UNCLAIMED-PROP-RECORD TO FD-UCPREG-REC
           REWRITE FD-UCPREG-REC
           IF  UCPREG-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING UNCLAIMED PROPERTY REGISTER: '
                       PDCD-CHECK-NUM
               MOVE UCPREG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-PAID-COUNT
           ADD PDCD-PAID-AMT TO WS-PAID-TOTAL
           PERFORM 4200-WRITE-PAID-LINE.
       3000-APPLY-PAID-CHECK-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       3100-READ-REGISTER.
           MOVE 'Y' TO WS-REG-FOUND
           MOVE SPACES         TO FD-UCP-KEY
           MOVE 'K'            TO FD-UCP-KEY(1:1)
           MOVE PDCD-CHECK-NUM TO FD-UCP-KEY(2:14)
           READ UCPREG-FILE INTO UNCLAIMED-PROP-RECORD
              INVALID KEY
                MOVE 'N' TO WS-REG-FOUND
           END-READ
           IF  UCPREG-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING UNCLAIMED PROPERTY REGISTER: '
                       PDCD-CHECK-NUM
               MOVE UCPREG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4200-WRITE-PAID-LINE.
           INITIALIZE UCP-LOAD-DETAIL
           MOVE PDCD-CHECK-NUM        TO UCP-LOAD-CHECK-NUM
           IF  WS-REG-FOUND = 'Y'
               MOVE UCP-ACCT-ID       TO UCP-LOAD-ACCT-ID
               MOVE UCP-ISSUE-DATE    TO UCP-LOAD-ISSUE-DATE
               MOVE UCP-AMOUNT        TO UCP-LOAD-CHECK-AMT
           END-IF
           IF  PDCD-PAID-AMT IS NUMERIC
               MOVE PDCD-PAID-AMT     TO UCP-LOAD-PAID-AMT
           END-IF
           MOVE PDCD-PAID-DATE        TO UCP-LOAD-PAID-DATE
           MOVE WS-RESULT-TEXT        TO UCP-LOAD-RESULT
           MOVE UCP-LOAD-DETAIL TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'N' TO WS-REG-FOUND
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE 'REFUND CHECKS - PAID-CHECKS MATCH' TO UCP-REPT-TITLE
           MOVE PARM-DATE TO UCP-REPT-ASOF-DATE
           MOVE UCP-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE UCP-LOAD-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE UCP-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING PAID-CHECKS MATCH REPORT'
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
           MOVE 'CHECKS REGISTERED TODAY'  TO UCP-TOTAL-LABEL
           MOVE WS-REGISTERED-COUNT       TO UCP-TOTAL-COUNT
           MOVE WS-REGISTERED-TOTAL       TO UCP-TOTAL-AMOUNT
           MOVE UCP-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'CHECKS MARKED PAID'       TO UCP-TOTAL-LABEL
           MOVE WS-PAID-COUNT             TO UCP-TOTAL-COUNT
           MOVE WS-PAID-TOTAL             TO UCP-TOTAL-AMOUNT
           MOVE UCP-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           INITIALIZE UCP-REPORT-TOTAL-LINE
           MOVE 'WITHDRAWN FROM ESCHEAT LIST' TO UCP-TOTAL-LABEL
           MOVE WS-WITHDRAWN-COUNT        TO UCP-TOTAL-COUNT
           MOVE UCP-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'EXCEPTIONS FOR REVIEW'    TO UCP-TOTAL-LABEL
           MOVE WS-EXCEPTION-COUNT        TO UCP-TOTAL-COUNT
           MOVE UCP-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       0000-RFDDISB-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT RFDDISB-FILE
           IF  RFDDISB-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING REFUND DISBURSEMENT EXTRACT'
               MOVE RFDDISB-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0100-PAIDCHK-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT PAIDCHK-FILE
           IF  PAIDCHK-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PAID-CHECKS FILE'
               MOVE PAIDCHK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0200-UCPREG-OPEN.
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
               DISPLAY 'ERROR OPENING PAID-CHECKS MATCH REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-RFDDISB-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE RFDDISB-FILE
           IF  RFDDISB-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING REFUND DISBURSEMENT EXTRACT'
               MOVE RFDDISB-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9100-PAIDCHK-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PAIDCHK-FILE
           IF  PAIDCHK-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PAID-CHECKS FILE'
               MOVE PAIDCHK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9200-UCPREG-CLOSE.
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
               DISPLAY 'ERROR CLOSING PAID-CHECKS MATCH REPORT'
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
