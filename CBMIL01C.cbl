      ******************************************************************
      * Program     : CBMIL01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : SCRA retroactive refund.  For each customer whose
      *               military status is pending a retroactive refund
      *               (recorded on COMIL01C after duty had started, or
      *               corrected to widen the duty period), finds the
      *               interest, late fees and over-limit fees charged
      *               to the customer's accounts inside the duty
      *               period, live and archived, and credits back the
      *               interest above the SCRA rate and the fees in
      *               full on their own controlled feed group in the
      *               daily transaction stream.  The window refunded
      *               is kept on MILSTAT so no charge is refunded
      *               twice.  A customer with a charged account that
      *               is not open is left pending - the posting run
      *               would refuse the credit - and listed on the
      *               report.  Prints a report of the refunds made.
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
       PROGRAM-ID.    CBMIL01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MILSTAT-FILE ASSIGN TO MILSTAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-MIL-CUST-ID
                  FILE STATUS  IS MILSTAT-STATUS.

           SELECT TRANSACT-FILE ASSIGN TO TRANSACT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-TRANS-ID
                  FILE STATUS  IS TRANFILE-STATUS.

           SELECT ARCHTRAN-FILE ASSIGN TO TRANARCH
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ARCHTRAN-STATUS.

           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                  FILE STATUS  IS XREFFILE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT DISCGRP-FILE ASSIGN TO DISCGRP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-DISCGRP-KEY
                  FILE STATUS  IS DISCGRP-STATUS.

           SELECT MILTRAN-FILE ASSIGN TO MILTRAN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS MILTRAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO MILRPT
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

       FD  TRANSACT-FILE.
       01  FD-TRANFILE-REC.
           05 FD-TRANS-ID                       PIC X(16).
           05 FD-TRANS-DATA                     PIC X(334).

       FD  ARCHTRAN-FILE.
       01  FD-ARCHFILE-REC.
           05 FD-ARCH-TRANS-ID                  PIC X(16).
           05 FD-ARCH-DATA                      PIC X(334).

       FD  XREF-FILE.
       01  FD-XREFFILE-REC.
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-CUST-NUM                  PIC 9(09).
           05 FD-XREF-ACCT-ID                   PIC 9(11).
           05 FD-XREF-FILLER                    PIC X(14).

       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  DISCGRP-FILE.
       01  FD-DISCGRP-REC.
           05 FD-DISCGRP-KEY.
              10 FD-DIS-ACCT-GROUP-ID           PIC X(10).
              10 FD-DIS-TRAN-TYPE-CD            PIC X(02).
              10 FD-DIS-TRAN-CAT-CD             PIC 9(04).
           05 FD-DISCGRP-DATA                   PIC X(34).

       FD  MILTRAN-FILE.
       01  FD-MILTRAN-REC                       PIC X(350).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SORT-ACCT-ID                      PIC 9(11).
           05 SORT-CAT-CD                       PIC 9(04).
           05 SORT-MIL-IDX                      PIC 9(04).
           05 SORT-CARD-NUM                     PIC X(16).
           05 SORT-AMT                          PIC S9(09)V99.

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVMIL01Y.
       01  MILSTAT-STATUS.
           05  MILSTAT-STAT1       PIC X.
           05  MILSTAT-STAT2       PIC X.

       COPY CVTRA05Y.
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.

       01  ARCHTRAN-STATUS.
           05  ARCHTRAN-STAT1      PIC X.
           05  ARCHTRAN-STAT2      PIC X.

       COPY CVACT03Y.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.

       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

       COPY CVTRA02Y.
       01  DISCGRP-STATUS.
           05  DISCGRP-STAT1       PIC X.
           05  DISCGRP-STAT2       PIC X.

       COPY CVTRA06Y.
       01  MILTRAN-STATUS.
           05  MILTRAN-STAT1       PIC X.
           05  MILTRAN-STAT2       PIC X.

       COPY CVMIL02Y.
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

      * Interest as CBACT04C bills it and the late and over-limit
      * fees are all purchases-type debits, each in its own category.
      * Refunds and reversals post back to the same category, so the
      * totals come out net - and so do the credits written here.
       01  WS-CHARGE-CONSTANTS.
           05 WS-CHARGE-TYPE-CD         PIC X(02) VALUE '01'.
           05 WS-INTEREST-CAT-CD        PIC 9(04) VALUE 5.
           05 WS-LATE-FEE-CAT-CD        PIC 9(04) VALUE 6.
           05 WS-OVLM-FEE-CAT-CD        PIC 9(04) VALUE 7.
           05 WS-SCRA-RATE-CAP          PIC S9(04)V99 VALUE 6.00.

       01  WS-COUNTERS.
           05 WS-MIL-READ-COUNT         PIC 9(09) VALUE 0.
           05 WS-TRAN-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-ARCH-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-CHARGE-COUNT           PIC 9(09) VALUE 0.
           05 WS-NO-XREF-COUNT          PIC 9(09) VALUE 0.
           05 WS-ACCT-REFUND-COUNT      PIC 9(09) VALUE 0.
           05 WS-CUST-DONE-COUNT        PIC 9(09) VALUE 0.
           05 WS-CUST-NONE-COUNT        PIC 9(09) VALUE 0.
           05 WS-CUST-HELD-COUNT        PIC 9(09) VALUE 0.
           05 WS-ACCT-HELD-COUNT        PIC 9(09) VALUE 0.
           05 WS-CREDIT-COUNT           PIC 9(09) VALUE 0.
           05 WS-TRANID-SUFFIX          PIC 9(06) VALUE 0.
           05 WS-INT-REFUND-TOTAL       PIC S9(11)V99 VALUE 0.
           05 WS-FEE-REFUND-TOTAL       PIC S9(11)V99 VALUE 0.

       01  WS-REFUND-VARS.
           05 WS-SORT-EOF               PIC X(01) VALUE 'N'.
           05 WS-LAST-XREF-CARD         PIC X(16) VALUE SPACES.
           05 WS-XREF-OK                PIC X(01) VALUE 'N'.
           05 WS-CHARGE-DATE            PIC X(10) VALUE SPACES.
           05 WS-CHARGE-RATE            PIC S9(04)V99 VALUE 0.
           05 WS-REFUND-AMT             PIC S9(09)V99 VALUE 0.
           05 WS-LAST-RATE-ACCT         PIC 9(11) VALUE 0.
           05 WS-LAST-ACCT-RATE         PIC S9(04)V99 VALUE 0.
           05 WS-LAST-STAT-ACCT         PIC 9(11) VALUE 0.
           05 WS-ACCT-OPEN-SW           PIC X(01) VALUE 'N'.
              88 CHARGED-ACCT-OPEN                VALUE 'Y'.
           05 WS-CUR-ACCT-ID            PIC 9(11) VALUE 0.
           05 WS-CUR-MIL-IDX            PIC 9(04) VALUE 0.
           05 WS-CUR-CARD-NUM           PIC X(16) VALUE SPACES.
           05 WS-ACCT-INTEREST          PIC S9(09)V99 VALUE 0.
           05 WS-ACCT-LATE-FEES         PIC S9(09)V99 VALUE 0.
           05 WS-ACCT-OVLM-FEES         PIC S9(09)V99 VALUE 0.
           05 WS-ACCT-FEES              PIC S9(09)V99 VALUE 0.
           05 WS-CREDIT-CAT-CD          PIC 9(04) VALUE 0.
           05 WS-CREDIT-AMT             PIC S9(09)V99 VALUE 0.
           05 WS-CREDIT-DESC            PIC X(40) VALUE SPACES.
           05 WS-DISPOSITION            PIC X(30) VALUE SPACES.
           05 WS-PARM-YYYYMMDD          PIC 9(08).

      * CBACT04C prints the APR an interest charge was billed at in
      * its description - "Int. for a/c nnnnnnnnnnn at NN.NN% APR".
       01  WS-DESC-RATE-AREA.
           05 WS-DESC-RATE-WHOLE        PIC 9(02).
           05 WS-DESC-RATE-POINT        PIC X(01).
           05 WS-DESC-RATE-CENTS        PIC 9(02).

      * Pending customers, loaded in customer order from MILSTAT.
      * The refund window runs from the duty start to the duty end
      * or the business date, whichever is earlier; charges inside
      * the window already refunded by an earlier run are left out.
       01  WS-MIL-TABLE.
           05 WS-MIL-ENTRY OCCURS 500 TIMES.
              10 WS-MIL-CUST-ID         PIC 9(09).
              10 WS-MIL-FROM-DATE       PIC X(10).
              10 WS-MIL-THRU-DATE       PIC X(10).
              10 WS-MIL-DONE-FROM       PIC X(10).
              10 WS-MIL-DONE-THRU       PIC X(10).
              10 WS-MIL-ACCT-COUNT      PIC 9(05).
              10 WS-MIL-INT-AMT         PIC S9(09)V99.
              10 WS-MIL-FEE-AMT         PIC S9(09)V99.
              10 WS-MIL-HELD            PIC X(01).
       01  WS-MIL-VARS.
           05 WS-MIL-COUNT              PIC 9(04) VALUE 0.
           05 WS-MIL-MAX                PIC 9(04) VALUE 500.
           05 WS-MIL-IDX                PIC 9(04) VALUE 0.
           05 WS-MIL-FOUND              PIC 9(04) VALUE 0.
           05 WS-MIL-LEFT-COUNT         PIC 9(09) VALUE 0.

      * The refund credits carry the same header and trailer
      * controls the processor feed does, so the posting run can
      * verify them the same way.
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
           DISPLAY 'START OF EXECUTION OF PROGRAM CBMIL01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBMIL01C' TO RST-PROGRAM.
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

           PERFORM 0000-MILSTAT-OPEN.
           PERFORM 0100-XREFFILE-OPEN.
           PERFORM 0200-ACCTFILE-OPEN.
           PERFORM 0300-DISCGRP-OPEN.
           PERFORM 0400-MILTRAN-OPEN.
           PERFORM 0450-WRITE-FEED-HEADER.
           PERFORM 0500-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.

           PERFORM 1000-MILSTAT-GET-NEXT
              THRU 1000-MILSTAT-GET-NEXT-EXIT
              UNTIL END-OF-FILE = 'Y'
           DISPLAY 'CUSTOMERS PENDING REFUND:' WS-MIL-COUNT

      *    Sorted by account, each account's charges in the window
      *    arrive together and are credited back in one pass.
           IF  WS-MIL-COUNT > 0
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-ACCT-ID
                                    SORT-CAT-CD
                   INPUT PROCEDURE IS 0460-SORT-INPUT
                   OUTPUT PROCEDURE IS 0470-SORT-OUTPUT
           END-IF

           PERFORM 3000-COMPLETE-CUSTOMER
              THRU 3000-COMPLETE-CUSTOMER-EXIT
              VARYING WS-MIL-IDX FROM 1 BY 1
              UNTIL WS-MIL-IDX > WS-MIL-COUNT

           PERFORM 4300-WRITE-TOTALS.
           PERFORM 4400-WRITE-FEED-TRAILER.

           PERFORM 9000-MILSTAT-CLOSE.
           PERFORM 9100-XREFFILE-CLOSE.
           PERFORM 9200-ACCTFILE-CLOSE.
           PERFORM 9300-DISCGRP-CLOSE.
           PERFORM 9400-MILTRAN-CLOSE.
           PERFORM 9500-REPTFILE-CLOSE.
           DISPLAY 'MILITARY STATUS READ   :' WS-MIL-READ-COUNT
           DISPLAY 'LEFT PENDING - TABLE   :' WS-MIL-LEFT-COUNT
           DISPLAY 'LIVE TRANS READ        :' WS-TRAN-READ-COUNT
           DISPLAY 'ARCHIVED TRANS READ    :' WS-ARCH-READ-COUNT
           DISPLAY 'CHARGES IN WINDOW      :' WS-CHARGE-COUNT
           DISPLAY 'CHARGES WITHOUT XREF   :' WS-NO-XREF-COUNT
           DISPLAY 'ACCOUNTS REFUNDED      :' WS-ACCT-REFUND-COUNT
           DISPLAY 'REFUND CREDITS WRITTEN :' WS-CREDIT-COUNT
           DISPLAY 'CUSTOMERS COMPLETED    :' WS-CUST-DONE-COUNT
           DISPLAY 'NOTHING TO REFUND      :' WS-CUST-NONE-COUNT
           DISPLAY 'CUSTOMERS HELD PENDING :' WS-CUST-HELD-COUNT
           DISPLAY 'ACCOUNTS HELD PENDING  :' WS-ACCT-HELD-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-CREDIT-COUNT TO RST-RECORD-COUNT.
           COMPUTE RST-REJECT-COUNT = WS-MIL-LEFT-COUNT
                                    + WS-CUST-HELD-COUNT
           COMPUTE RST-AMOUNT-TOTAL = WS-INT-REFUND-TOTAL
                                    + WS-FEE-REFUND-TOTAL
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBMIL01C'.

           GOBACK.
      *---------------------------------------------------------------*
       0000-MILSTAT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O MILSTAT-FILE
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
       0300-DISCGRP-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT DISCGRP-FILE
           IF  DISCGRP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DISCLOSURE GROUP FILE'
               MOVE DISCGRP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0400-MILTRAN-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT MILTRAN-FILE
           IF  MILTRAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING SCRA REFUND TRAN FILE'
               MOVE MILTRAN-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR OPENING SCRA REFUND REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Only active-duty customers whose duty has started and whose
      * refund is pending are loaded.  If the table fills, the rest
      * stay pending and are picked up by the next run.
       1000-MILSTAT-GET-NEXT.
           READ MILSTAT-FILE NEXT RECORD INTO MILITARY-STATUS-RECORD
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
           IF  NOT MIL-RETRO-PENDING
           OR  NOT MIL-STAT-ACTIVE
           OR  MIL-DUTY-START-DATE > PARM-DATE
               GO TO 1000-MILSTAT-GET-NEXT-EXIT
           END-IF
           IF  WS-MIL-COUNT >= WS-MIL-MAX
               ADD 1 TO WS-MIL-LEFT-COUNT
               GO TO 1000-MILSTAT-GET-NEXT-EXIT
           END-IF
           ADD 1 TO WS-MIL-COUNT
           INITIALIZE WS-MIL-ENTRY (WS-MIL-COUNT)
           MOVE MIL-CUST-ID         TO WS-MIL-CUST-ID (WS-MIL-COUNT)
           MOVE MIL-DUTY-START-DATE TO WS-MIL-FROM-DATE (WS-MIL-COUNT)
           IF  MIL-DUTY-END-DATE = SPACES
           OR  MIL-DUTY-END-DATE > PARM-DATE
               MOVE PARM-DATE       TO WS-MIL-THRU-DATE (WS-MIL-COUNT)
           ELSE
               MOVE MIL-DUTY-END-DATE
                                    TO WS-MIL-THRU-DATE (WS-MIL-COUNT)
           END-IF
           MOVE MIL-RETRO-COVERED-FROM
                                    TO WS-MIL-DONE-FROM (WS-MIL-COUNT)
           MOVE MIL-RETRO-COVERED-THRU
                                    TO WS-MIL-DONE-THRU (WS-MIL-COUNT).
       1000-MILSTAT-GET-NEXT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       1100-TRANFILE-GET-NEXT.
           READ TRANSACT-FILE INTO TRAN-RECORD
           IF  TRANFILE-STATUS = '00'
               ADD 1 TO WS-TRAN-READ-COUNT
               PERFORM 1200-RELEASE-CHARGE
                  THRU 1200-RELEASE-CHARGE-EXIT
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
       1150-ARCHFILE-GET-NEXT.
           READ ARCHTRAN-FILE INTO TRAN-RECORD
           IF  ARCHTRAN-STATUS = '00'
               ADD 1 TO WS-ARCH-READ-COUNT
               PERFORM 1200-RELEASE-CHARGE
                  THRU 1200-RELEASE-CHARGE-EXIT
           ELSE
               IF  ARCHTRAN-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING TRANSACTION ARCHIVE'
                   MOVE ARCHTRAN-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * A charge belongs to the day it was processed on.  Interest is
      * refunded down to the capped rate; a late or over-limit fee
      * charged inside the window is refunded in full.
       1200-RELEASE-CHARGE.
           IF  TRAN-TYPE-CD NOT = WS-CHARGE-TYPE-CD
               GO TO 1200-RELEASE-CHARGE-EXIT
           END-IF
           IF  TRAN-CAT-CD NOT = WS-INTEREST-CAT-CD
           AND TRAN-CAT-CD NOT = WS-LATE-FEE-CAT-CD
           AND TRAN-CAT-CD NOT = WS-OVLM-FEE-CAT-CD
               GO TO 1200-RELEASE-CHARGE-EXIT
           END-IF
      *    Credits this program wrote on an earlier run are not
      *    charges.
           IF  TRAN-ID(1:2) = 'ML'
               GO TO 1200-RELEASE-CHARGE-EXIT
           END-IF
           PERFORM 1300-RESOLVE-ACCOUNT
           IF  WS-XREF-OK NOT = 'Y'
               ADD 1 TO WS-NO-XREF-COUNT
               GO TO 1200-RELEASE-CHARGE-EXIT
           END-IF
           PERFORM 1400-FIND-CUSTOMER
           IF  WS-MIL-FOUND = 0
               GO TO 1200-RELEASE-CHARGE-EXIT
           END-IF
           MOVE TRAN-PROC-TS(1:10) TO WS-CHARGE-DATE
           IF  WS-CHARGE-DATE < WS-MIL-FROM-DATE (WS-MIL-FOUND)
           OR  WS-CHARGE-DATE > WS-MIL-THRU-DATE (WS-MIL-FOUND)
               GO TO 1200-RELEASE-CHARGE-EXIT
           END-IF
           IF  WS-MIL-DONE-FROM (WS-MIL-FOUND) NOT = SPACES
           AND WS-CHARGE-DATE NOT < WS-MIL-DONE-FROM (WS-MIL-FOUND)
           AND WS-CHARGE-DATE NOT > WS-MIL-DONE-THRU (WS-MIL-FOUND)
               GO TO 1200-RELEASE-CHARGE-EXIT
           END-IF

           IF  TRAN-CAT-CD = WS-INTEREST-CAT-CD
               PERFORM 1500-GET-CHARGE-RATE
                  THRU 1500-GET-CHARGE-RATE-EXIT
               IF  WS-CHARGE-RATE NOT > WS-SCRA-RATE-CAP
                   GO TO 1200-RELEASE-CHARGE-EXIT
               END-IF
               COMPUTE WS-REFUND-AMT ROUNDED =
                   TRAN-AMT * (WS-CHARGE-RATE - WS-SCRA-RATE-CAP)
                            / WS-CHARGE-RATE
           ELSE
               MOVE TRAN-AMT TO WS-REFUND-AMT
           END-IF
           IF  WS-REFUND-AMT = 0
               GO TO 1200-RELEASE-CHARGE-EXIT
           END-IF

      *    The posting run refuses a purchases-type credit on an
      *    account that is not open, so the customer's refund waits
      *    until every account charged in the window can take it.
           PERFORM 1600-CHECK-ACCT-OPEN
           IF  NOT CHARGED-ACCT-OPEN
               MOVE 'Y' TO WS-MIL-HELD (WS-MIL-FOUND)
           END-IF

           ADD 1 TO WS-CHARGE-COUNT
           MOVE XREF-ACCT-ID  TO SORT-ACCT-ID
           MOVE TRAN-CAT-CD   TO SORT-CAT-CD
           MOVE WS-MIL-FOUND  TO SORT-MIL-IDX
           MOVE TRAN-CARD-NUM TO SORT-CARD-NUM
           MOVE WS-REFUND-AMT TO SORT-AMT
           RELEASE SORT-RECORD.
       1200-RELEASE-CHARGE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       1300-RESOLVE-ACCOUNT.
           IF  TRAN-CARD-NUM = WS-LAST-XREF-CARD
               MOVE 'Y' TO WS-XREF-OK
           ELSE
               MOVE 'N' TO WS-XREF-OK
               MOVE SPACES TO WS-LAST-XREF-CARD
               MOVE TRAN-CARD-NUM TO FD-XREF-CARD-NUM
               READ XREF-FILE INTO CARD-XREF-RECORD
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    MOVE 'Y' TO WS-XREF-OK
                    MOVE TRAN-CARD-NUM TO WS-LAST-XREF-CARD
               END-READ
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1400-FIND-CUSTOMER.
           MOVE 0 TO WS-MIL-FOUND
           PERFORM VARYING WS-MIL-IDX FROM 1 BY 1
              UNTIL WS-MIL-IDX > WS-MIL-COUNT
                 OR WS-MIL-FOUND > 0
              IF  WS-MIL-CUST-ID (WS-MIL-IDX) = XREF-CUST-ID
                  MOVE WS-MIL-IDX TO WS-MIL-FOUND
              END-IF
           END-PERFORM
           EXIT.
      *---------------------------------------------------------------*
      * The rate the charge was billed at is read back from its
      * description.  Interest billed before CBACT04C printed it
      * falls back to the account group's purchase rate on DISCGRP,
      * or the DEFAULT group's where the group has no entry.
       1500-GET-CHARGE-RATE.
           MOVE 0 TO WS-CHARGE-RATE
           IF  TRAN-DESC(1:13) = 'Int. for a/c '
           AND TRAN-DESC(25:4) = ' at '
           AND TRAN-DESC(34:1) = '%'
               MOVE TRAN-DESC(29:5) TO WS-DESC-RATE-AREA
               IF  WS-DESC-RATE-WHOLE IS NUMERIC
               AND WS-DESC-RATE-POINT = '.'
               AND WS-DESC-RATE-CENTS IS NUMERIC
                   COMPUTE WS-CHARGE-RATE = WS-DESC-RATE-WHOLE
                                          + WS-DESC-RATE-CENTS / 100
                   GO TO 1500-GET-CHARGE-RATE-EXIT
               END-IF
           END-IF
           IF  XREF-ACCT-ID = WS-LAST-RATE-ACCT
               MOVE WS-LAST-ACCT-RATE TO WS-CHARGE-RATE
               GO TO 1500-GET-CHARGE-RATE-EXIT
           END-IF
           MOVE XREF-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
              INVALID KEY
                MOVE SPACES TO ACCT-GROUP-ID
           END-READ
           MOVE ACCT-GROUP-ID      TO FD-DIS-ACCT-GROUP-ID
           MOVE WS-CHARGE-TYPE-CD  TO FD-DIS-TRAN-TYPE-CD
           MOVE 1                  TO FD-DIS-TRAN-CAT-CD
           READ DISCGRP-FILE INTO DIS-GROUP-RECORD
              INVALID KEY
                MOVE 'DEFAULT' TO FD-DIS-ACCT-GROUP-ID
                READ DISCGRP-FILE INTO DIS-GROUP-RECORD
                   INVALID KEY
                     MOVE 0 TO DIS-INT-RATE
                END-READ
           END-READ
           MOVE DIS-INT-RATE  TO WS-CHARGE-RATE
           MOVE XREF-ACCT-ID  TO WS-LAST-RATE-ACCT
           MOVE WS-CHARGE-RATE TO WS-LAST-ACCT-RATE.
       1500-GET-CHARGE-RATE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       1600-CHECK-ACCT-OPEN.
           IF  XREF-ACCT-ID NOT = WS-LAST-STAT-ACCT
               MOVE XREF-ACCT-ID TO WS-LAST-STAT-ACCT
               MOVE 'N' TO WS-ACCT-OPEN-SW
               MOVE XREF-ACCT-ID TO FD-ACCT-ID
               READ ACCOUNT-FILE INTO ACCOUNT-RECORD
                  INVALID KEY
                    CONTINUE
                  NOT INVALID KEY
                    IF  ACCT-STAT-OPEN
                        MOVE 'Y' TO WS-ACCT-OPEN-SW
                    END-IF
               END-READ
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Each category nets to what is still owed back - a charge
      * already reversed is not refunded twice.
       2000-REFUND-ACCOUNT.
           MOVE SORT-ACCT-ID  TO WS-CUR-ACCT-ID
           MOVE SORT-MIL-IDX  TO WS-CUR-MIL-IDX
           MOVE SORT-CARD-NUM TO WS-CUR-CARD-NUM
           MOVE 0 TO WS-ACCT-INTEREST
                     WS-ACCT-LATE-FEES
                     WS-ACCT-OVLM-FEES
           PERFORM 0477-SO-ACCUMULATE
              UNTIL WS-SORT-EOF = 'Y'
                 OR SORT-ACCT-ID NOT = WS-CUR-ACCT-ID
           IF  WS-ACCT-INTEREST < 0
               MOVE 0 TO WS-ACCT-INTEREST
           END-IF
           IF  WS-ACCT-LATE-FEES < 0
               MOVE 0 TO WS-ACCT-LATE-FEES
           END-IF
           IF  WS-ACCT-OVLM-FEES < 0
               MOVE 0 TO WS-ACCT-OVLM-FEES
           END-IF
           IF  WS-ACCT-INTEREST = 0
           AND WS-ACCT-LATE-FEES = 0
           AND WS-ACCT-OVLM-FEES = 0
               GO TO 2000-REFUND-ACCOUNT-EXIT
           END-IF
           IF  WS-MIL-HELD (WS-CUR-MIL-IDX) = 'Y'
               PERFORM 2050-HOLD-ACCOUNT
               GO TO 2000-REFUND-ACCOUNT-EXIT
           END-IF

           IF  WS-ACCT-INTEREST > 0
               MOVE WS-INTEREST-CAT-CD TO WS-CREDIT-CAT-CD
               MOVE WS-ACCT-INTEREST   TO WS-CREDIT-AMT
               MOVE 'SCRA REFUND - INTEREST ABOVE 6% APR'
                                       TO WS-CREDIT-DESC
               PERFORM 2100-WRITE-CREDIT-TRAN
           END-IF
           IF  WS-ACCT-LATE-FEES > 0
               MOVE WS-LATE-FEE-CAT-CD TO WS-CREDIT-CAT-CD
               MOVE WS-ACCT-LATE-FEES  TO WS-CREDIT-AMT
               MOVE 'SCRA REFUND - LATE FEE'
                                       TO WS-CREDIT-DESC
               PERFORM 2100-WRITE-CREDIT-TRAN
           END-IF
           IF  WS-ACCT-OVLM-FEES > 0
               MOVE WS-OVLM-FEE-CAT-CD TO WS-CREDIT-CAT-CD
               MOVE WS-ACCT-OVLM-FEES  TO WS-CREDIT-AMT
               MOVE 'SCRA REFUND - OVER-LIMIT FEE'
                                       TO WS-CREDIT-DESC
               PERFORM 2100-WRITE-CREDIT-TRAN
           END-IF

           COMPUTE WS-ACCT-FEES = WS-ACCT-LATE-FEES
                                + WS-ACCT-OVLM-FEES
           ADD 1                TO WS-ACCT-REFUND-COUNT
           ADD 1                TO WS-MIL-ACCT-COUNT (WS-CUR-MIL-IDX)
           ADD WS-ACCT-INTEREST TO WS-MIL-INT-AMT (WS-CUR-MIL-IDX)
                                   WS-INT-REFUND-TOTAL
           ADD WS-ACCT-FEES     TO WS-MIL-FEE-AMT (WS-CUR-MIL-IDX)
                                   WS-FEE-REFUND-TOTAL
           MOVE 'REFUND CREDITED' TO WS-DISPOSITION
           PERFORM 2800-WRITE-DETAIL.
       2000-REFUND-ACCOUNT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * No credit is written for a held customer; the amounts owed
      * are listed against each account with the reason it waits.
       2050-HOLD-ACCOUNT.
           COMPUTE WS-ACCT-FEES = WS-ACCT-LATE-FEES
                                + WS-ACCT-OVLM-FEES
           ADD 1 TO WS-ACCT-HELD-COUNT
           MOVE WS-CUR-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
              INVALID KEY
                CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN ACCTFILE-STATUS NOT = '00'
                   MOVE 'PENDING - ACCOUNT NOT ON FILE'
                     TO WS-DISPOSITION
               WHEN ACCT-STAT-OPEN
                   MOVE 'PENDING - OTHER ACCT NOT OPEN'
                     TO WS-DISPOSITION
               WHEN ACCT-STAT-CHARGED-OFF
                   MOVE 'PENDING - ACCOUNT CHARGED OFF'
                     TO WS-DISPOSITION
               WHEN ACCT-STAT-FROZEN
                   MOVE 'PENDING - ACCOUNT FROZEN' TO WS-DISPOSITION
               WHEN ACCT-STAT-CLOSED-PURCH
                   MOVE 'PENDING - CLOSED TO PURCHASES'
                     TO WS-DISPOSITION
               WHEN OTHER
                   MOVE 'PENDING - ACCOUNT CLOSED' TO WS-DISPOSITION
           END-EVALUATE
           PERFORM 2800-WRITE-DETAIL
           EXIT.
      *---------------------------------------------------------------*
       2100-WRITE-CREDIT-TRAN.
           ADD 1 TO WS-TRANID-SUFFIX
           INITIALIZE DALYTRAN-RECORD
           STRING 'ML' ,
                  WS-PARM-YYYYMMDD ,
                  WS-TRANID-SUFFIX
             DELIMITED BY SIZE
             INTO DALYTRAN-ID
           END-STRING
           MOVE WS-CHARGE-TYPE-CD   TO DALYTRAN-TYPE-CD
           MOVE WS-CREDIT-CAT-CD    TO DALYTRAN-CAT-CD
           MOVE 'SCRARETRO'         TO DALYTRAN-SOURCE
           MOVE WS-CREDIT-DESC      TO DALYTRAN-DESC
           COMPUTE DALYTRAN-AMT = 0 - WS-CREDIT-AMT
           MOVE 999999999           TO DALYTRAN-MERCHANT-ID
           MOVE 'SCRA REFUND'       TO DALYTRAN-MERCHANT-NAME
           MOVE 'N/A'               TO DALYTRAN-MERCHANT-CITY
           MOVE 'N/A'               TO DALYTRAN-MERCHANT-ZIP
           MOVE WS-CUR-CARD-NUM     TO DALYTRAN-CARD-NUM
           MOVE SPACES              TO DALYTRAN-ORIG-TS
           STRING PARM-DATE ,
                  '-00.00.00.000000'
             DELIMITED BY SIZE
             INTO DALYTRAN-ORIG-TS
           END-STRING
           MOVE DALYTRAN-ORIG-TS    TO DALYTRAN-PROC-TS
           MOVE SPACES              TO DALYTRAN-CURRENCY-CD

           WRITE FD-MILTRAN-REC FROM DALYTRAN-RECORD
           IF  MILTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SCRA REFUND TRAN FILE'
               MOVE MILTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-CREDIT-COUNT
           MOVE WS-CREDIT-AMT TO WS-FEED-ABS-AMT
           COMPUTE WS-FEED-HASH = WS-FEED-HASH
                 + (WS-FEED-ABS-AMT * 100)
           EXIT.
      *---------------------------------------------------------------*
       2800-WRITE-DETAIL.
           INITIALIZE SCRA-DETAIL-REPORT
           MOVE WS-MIL-CUST-ID (WS-CUR-MIL-IDX)
                                  TO SCRA-REPORT-CUST-ID
           MOVE WS-CUR-ACCT-ID    TO SCRA-REPORT-ACCT-ID
           MOVE WS-MIL-FROM-DATE (WS-CUR-MIL-IDX)
                                  TO SCRA-REPORT-FROM-DATE
           MOVE WS-MIL-THRU-DATE (WS-CUR-MIL-IDX)
                                  TO SCRA-REPORT-THRU-DATE
           MOVE WS-ACCT-INTEREST  TO SCRA-REPORT-INT-AMT
           MOVE WS-ACCT-FEES      TO SCRA-REPORT-FEE-AMT
           MOVE WS-DISPOSITION    TO SCRA-REPORT-DISPOSITION
           MOVE SCRA-DETAIL-REPORT TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
      * The refunded window widens to take in this run's, so a later
      * correction to the duty dates refunds only what is new.  A
      * held customer stays pending with the window unchanged, so
      * the whole refund is made once the accounts can take it.
       3000-COMPLETE-CUSTOMER.
           IF  WS-MIL-HELD (WS-MIL-IDX) = 'Y'
               ADD 1 TO WS-CUST-HELD-COUNT
               GO TO 3000-COMPLETE-CUSTOMER-EXIT
           END-IF
           MOVE WS-MIL-CUST-ID (WS-MIL-IDX) TO FD-MIL-CUST-ID
           READ MILSTAT-FILE INTO MILITARY-STATUS-RECORD
              KEY IS FD-MIL-CUST-ID
           IF  MILSTAT-STATUS NOT = '00'
               DISPLAY 'ERROR READING MILITARY STATUS FILE'
               MOVE MILSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           SET MIL-RETRO-DONE TO TRUE
           IF  MIL-RETRO-COVERED-FROM = SPACES
           OR  WS-MIL-FROM-DATE (WS-MIL-IDX) < MIL-RETRO-COVERED-FROM
               MOVE WS-MIL-FROM-DATE (WS-MIL-IDX)
                                    TO MIL-RETRO-COVERED-FROM
           END-IF
           IF  MIL-RETRO-COVERED-THRU = SPACES
           OR  WS-MIL-THRU-DATE (WS-MIL-IDX) > MIL-RETRO-COVERED-THRU
               MOVE WS-MIL-THRU-DATE (WS-MIL-IDX)
                                    TO MIL-RETRO-COVERED-THRU
           END-IF
           MOVE PARM-DATE           TO MIL-RETRO-RUN-DATE
           ADD WS-MIL-INT-AMT (WS-MIL-IDX) TO MIL-RETRO-INT-AMT
           ADD WS-MIL-FEE-AMT (WS-MIL-IDX) TO MIL-RETRO-FEE-AMT
           REWRITE FD-MILSTAT-REC FROM MILITARY-STATUS-RECORD
           IF  MILSTAT-STATUS NOT = '00'
               DISPLAY 'ERROR RE-WRITING MILITARY STATUS FILE'
               MOVE MILSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-CUST-DONE-COUNT
           IF  WS-MIL-ACCT-COUNT (WS-MIL-IDX) = 0
               ADD 1 TO WS-CUST-NONE-COUNT
               MOVE WS-MIL-IDX TO WS-CUR-MIL-IDX
               MOVE 0 TO WS-CUR-ACCT-ID
                         WS-ACCT-INTEREST
                         WS-ACCT-FEES
               MOVE 'NO CHARGES IN WINDOW' TO WS-DISPOSITION
               PERFORM 2800-WRITE-DETAIL
           END-IF.
       3000-COMPLETE-CUSTOMER-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       0450-WRITE-FEED-HEADER.
           INITIALIZE DALYTRAN-HDR-RECORD
           MOVE 'DALYTHDR'          TO DTHR-RECORD-ID
           MOVE PARM-DATE           TO DTHR-BUSINESS-DATE
           MOVE 'SCRARETRO'         TO DTHR-FEED-SOURCE
           STRING PARM-DATE ,
                  '-00.00.00.000000'
             DELIMITED BY SIZE
             INTO DTHR-CREATE-TS
           END-STRING
           WRITE FD-MILTRAN-REC FROM DALYTRAN-HDR-RECORD
           IF  MILTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SCRA REFUND TRAN FILE'
               MOVE MILTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4400-WRITE-FEED-TRAILER.
           INITIALIZE DALYTRAN-TLR-RECORD
           MOVE 'DALYTTLR'          TO DTTR-RECORD-ID
           MOVE WS-CREDIT-COUNT     TO DTTR-DETAIL-COUNT
           MOVE WS-FEED-HASH        TO DTTR-AMOUNT-HASH
           WRITE FD-MILTRAN-REC FROM DALYTRAN-TLR-RECORD
           IF  MILTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SCRA REFUND TRAN FILE'
               MOVE MILTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE PARM-DATE TO SCRA-REPT-RUN-DATE
           MOVE SCRA-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE SCRA-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE SCRA-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING SCRA REFUND REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

       4300-WRITE-TOTALS.
           MOVE WS-ACCT-REFUND-COUNT TO SCRA-REPT-ACCT-COUNT
           MOVE WS-INT-REFUND-TOTAL  TO SCRA-REPT-INT-AMT
           MOVE WS-FEE-REFUND-TOTAL  TO SCRA-REPT-FEE-AMT
           MOVE SCRA-REPORT-REFUND-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE WS-CUST-DONE-COUNT   TO SCRA-REPT-CUST-COUNT
           MOVE WS-CUST-NONE-COUNT   TO SCRA-REPT-NONE-COUNT
           MOVE WS-CUST-HELD-COUNT   TO SCRA-REPT-HELD-COUNT
           MOVE SCRA-REPORT-CUST-TOTALS TO FD-REPTFILE-REC
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
       9300-DISCGRP-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DISCGRP-FILE
           IF  DISCGRP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DISCLOSURE GROUP FILE'
               MOVE DISCGRP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9400-MILTRAN-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE MILTRAN-FILE
           IF  MILTRAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING SCRA REFUND TRAN FILE'
               MOVE MILTRAN-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING SCRA REFUND REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0460-SORT-INPUT SECTION.
       0461-SI-START.
           MOVE 'N' TO END-OF-FILE
           OPEN INPUT TRANSACT-FILE
           IF  TRANFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACTION FILE'
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           PERFORM 1100-TRANFILE-GET-NEXT
              UNTIL END-OF-FILE = 'Y'
           CLOSE TRANSACT-FILE

           MOVE 'N' TO END-OF-FILE
           OPEN INPUT ARCHTRAN-FILE
           IF  ARCHTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACTION ARCHIVE'
               MOVE ARCHTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           PERFORM 1150-ARCHFILE-GET-NEXT
              UNTIL END-OF-FILE = 'Y'
           CLOSE ARCHTRAN-FILE
           GO TO 0468-SI-END.
       0468-SI-END.
           EXIT.

       0470-SORT-OUTPUT SECTION.
       0471-SO-START.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM 0475-SO-RETURN
           PERFORM 2000-REFUND-ACCOUNT
              THRU 2000-REFUND-ACCOUNT-EXIT
              UNTIL WS-SORT-EOF = 'Y'
           GO TO 0478-SO-END.
       0475-SO-RETURN.
           RETURN SORT-FILE
              AT END
                MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       0477-SO-ACCUMULATE.
           EVALUATE SORT-CAT-CD
               WHEN WS-INTEREST-CAT-CD
                   ADD SORT-AMT TO WS-ACCT-INTEREST
               WHEN WS-LATE-FEE-CAT-CD
                   ADD SORT-AMT TO WS-ACCT-LATE-FEES
               WHEN WS-OVLM-FEE-CAT-CD
                   ADD SORT-AMT TO WS-ACCT-OVLM-FEES
           END-EVALUATE
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
