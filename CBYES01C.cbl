      ******************************************************************
      * Program     : CBYES01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Year-end interest and fees summary.  Totals each
      *               account's interest charges and each fee category
      *               for the calendar year from the live transaction
      *               file and the archive, and writes a summary letter
      *               record per account addressed from the account
      *               group's letterhead, honoring the customer's
      *               e-delivery preference.  Prints a control report
      *               with the year's totals by account group.
      *               The year defaults to the one before the business
      *               date; PARM 'YYYY-MM-DD YYYY' names it explicitly.
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
       PROGRAM-ID.    CBYES01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

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

           SELECT YESLETR-FILE ASSIGN TO YESLETRS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS YESLETR-STATUS.

           SELECT REPORT-FILE ASSIGN TO YESRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

      *
       DATA DIVISION.
       FILE SECTION.
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

       FD  CUST-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

       FD  LETTER-FILE.
       01  FD-LETRFILE-REC.
           05 FD-LETR-GROUP-ID                  PIC X(10).
           05 FD-LETR-DATA                      PIC X(156).

       FD  YESLETR-FILE.
       01  FD-YESLETR-REC                       PIC X(480).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SORT-ACCT-ID                      PIC 9(11).
           05 SORT-CAT-CD                       PIC 9(04).
           05 SORT-AMT                          PIC S9(09)V99.

       WORKING-STORAGE SECTION.

      *****************************************************************
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

       COPY CVYES01Y.
       01  YESLETR-STATUS.
           05  YESLETR-STAT1       PIC X.
           05  YESLETR-STAT2       PIC X.

       COPY CVYES02Y.
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

      * Interest and the fees are all purchases-type debits, each in
      * its own category: interest as CBACT04C bills it, the late
      * and over-limit fees, the foreign transaction fee taken at
      * posting, the annual fee and the installment plan set-up fee
      * (INSP-FEE-CAT-CD).  Refunds and reversals post back
      * to the same category, so the totals come out net.
       01  WS-CHARGE-CONSTANTS.
           05 WS-CHARGE-TYPE-CD         PIC X(02) VALUE '01'.
           05 WS-INTEREST-CAT-CD        PIC 9(04) VALUE 5.
           05 WS-LATE-FEE-CAT-CD        PIC 9(04) VALUE 6.
           05 WS-OVLM-FEE-CAT-CD        PIC 9(04) VALUE 7.
           05 WS-FRGN-FEE-CAT-CD        PIC 9(04) VALUE 11.
           05 WS-ANNL-FEE-CAT-CD        PIC 9(04) VALUE 12.
           05 WS-INSP-FEE-CAT-CD        PIC 9(04) VALUE 14.

       01  WS-COUNTERS.
           05 WS-TRAN-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-ARCH-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-CHARGE-COUNT           PIC 9(09) VALUE 0.
           05 WS-NO-XREF-COUNT          PIC 9(09) VALUE 0.
           05 WS-ORPHAN-COUNT           PIC 9(09) VALUE 0.
           05 WS-ACCT-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-LETTER-COUNT           PIC 9(09) VALUE 0.
           05 WS-SKIPPED-COUNT          PIC 9(09) VALUE 0.
           05 WS-UNDELIV-HOLD-COUNT     PIC 9(09) VALUE 0.
           05 WS-GRAND-FEE-TOTAL        PIC S9(11)V99 VALUE 0.

       01  WS-SUMMARY-VARS.
           05 WS-TAX-YEAR               PIC 9(04) VALUE 0.
           05 WS-TAX-YEAR-X             REDEFINES WS-TAX-YEAR
                                        PIC X(04).
           05 WS-SORT-EOF               PIC X(01) VALUE 'N'.
           05 WS-LAST-XREF-CARD         PIC X(16) VALUE SPACES.
           05 WS-XREF-OK                PIC X(01) VALUE 'N'.
           05 WS-SKIP-REASON            PIC X(40) VALUE SPACES.
           05 WS-ACCT-INTEREST          PIC S9(09)V99 VALUE 0.
           05 WS-ACCT-LATE-FEES         PIC S9(09)V99 VALUE 0.
           05 WS-ACCT-OVLM-FEES         PIC S9(09)V99 VALUE 0.
           05 WS-ACCT-FRGN-FEES         PIC S9(09)V99 VALUE 0.
           05 WS-ACCT-ANNL-FEES         PIC S9(09)V99 VALUE 0.
           05 WS-ACCT-INSP-FEES         PIC S9(09)V99 VALUE 0.
           05 WS-ACCT-TOTAL-FEES        PIC S9(09)V99 VALUE 0.

      * Year totals by account group for the control report.
       01  WS-GROUP-TABLE.
           05 WS-GRP-ENTRY OCCURS 200 TIMES.
              10 WS-GRP-ID              PIC X(10).
              10 WS-GRP-ACCT-COUNT      PIC 9(07).
              10 WS-GRP-PAPER-COUNT     PIC 9(07).
              10 WS-GRP-EMAIL-COUNT     PIC 9(07).
              10 WS-GRP-INTEREST        PIC S9(11)V99.
              10 WS-GRP-LATE-FEES       PIC S9(11)V99.
              10 WS-GRP-OVLM-FEES       PIC S9(11)V99.
              10 WS-GRP-FRGN-FEES       PIC S9(11)V99.
              10 WS-GRP-ANNL-FEES       PIC S9(11)V99.
              10 WS-GRP-INSP-FEES       PIC S9(11)V99.
       01  WS-GROUP-VARS.
           05 WS-GRP-COUNT              PIC 9(04) VALUE 0.
           05 WS-GRP-MAX                PIC 9(04) VALUE 200.
           05 WS-GRP-IDX                PIC 9(04) VALUE 0.
           05 WS-GRP-FOUND              PIC 9(04) VALUE 0.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
           05  FILLER              PIC X(01).
           05  PARM-TAX-YEAR       PIC X(04).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBYES01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBYES01C' TO RST-PROGRAM.
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
      *    Run in January for the year just ended, unless the year is
      *    named on the PARM.
           IF  PARM-LENGTH >= 15
           AND PARM-TAX-YEAR IS NUMERIC
               MOVE PARM-TAX-YEAR TO WS-TAX-YEAR
           ELSE
               MOVE PARM-DATE(1:4) TO WS-TAX-YEAR
               SUBTRACT 1 FROM WS-TAX-YEAR
           END-IF
           DISPLAY 'SUMMARY YEAR           :' WS-TAX-YEAR
           PERFORM 0000-XREFFILE-OPEN.
           PERFORM 0100-ACCTFILE-OPEN.
           PERFORM 0200-CUSTFILE-OPEN.
           PERFORM 0300-LETRFILE-OPEN.
           PERFORM 0400-YESLETR-OPEN.
           PERFORM 0500-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.

      *    Sorted by account, each account's year of charges arrives
      *    together and is matched against the account master in key
      *    order, so an account with no charges still gets its
      *    letter.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-ACCT-ID
               INPUT PROCEDURE IS 0460-SORT-INPUT
               OUTPUT PROCEDURE IS 0470-SORT-OUTPUT.

           PERFORM 4300-WRITE-GROUP-TOTALS.

           PERFORM 9000-XREFFILE-CLOSE.
           PERFORM 9100-ACCTFILE-CLOSE.
           PERFORM 9200-CUSTFILE-CLOSE.
           PERFORM 9300-LETRFILE-CLOSE.
           PERFORM 9400-YESLETR-CLOSE.
           PERFORM 9500-REPTFILE-CLOSE.
           DISPLAY 'LIVE TRANS READ        :' WS-TRAN-READ-COUNT
           DISPLAY 'ARCHIVED TRANS READ    :' WS-ARCH-READ-COUNT
           DISPLAY 'YEAR CHARGES SUMMED    :' WS-CHARGE-COUNT
           DISPLAY 'CHARGES WITHOUT XREF   :' WS-NO-XREF-COUNT
           DISPLAY 'CHARGES WITHOUT ACCOUNT:' WS-ORPHAN-COUNT
           DISPLAY 'ACCOUNTS READ          :' WS-ACCT-READ-COUNT
           DISPLAY 'LETTERS WRITTEN        :' WS-LETTER-COUNT
           DISPLAY 'LETTERS SKIPPED        :' WS-SKIPPED-COUNT
           DISPLAY 'SKIPPED - UNDELIVERABLE:' WS-UNDELIV-HOLD-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-LETTER-COUNT TO RST-RECORD-COUNT.
           MOVE WS-SKIPPED-COUNT TO RST-REJECT-COUNT.
           MOVE WS-GRAND-FEE-TOTAL TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBYES01C'.

           GOBACK.
      *---------------------------------------------------------------*
       1000-TRANFILE-GET-NEXT.
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
       1100-ARCHFILE-GET-NEXT.
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
      * A charge belongs to the year it was processed in.
       1200-RELEASE-CHARGE.
           IF  TRAN-TYPE-CD NOT = WS-CHARGE-TYPE-CD
           OR  TRAN-PROC-TS(1:4) NOT = WS-TAX-YEAR-X
               GO TO 1200-RELEASE-CHARGE-EXIT
           END-IF
           IF  TRAN-CAT-CD NOT = WS-INTEREST-CAT-CD
           AND TRAN-CAT-CD NOT = WS-LATE-FEE-CAT-CD
           AND TRAN-CAT-CD NOT = WS-OVLM-FEE-CAT-CD
           AND TRAN-CAT-CD NOT = WS-FRGN-FEE-CAT-CD
           AND TRAN-CAT-CD NOT = WS-ANNL-FEE-CAT-CD
           AND TRAN-CAT-CD NOT = WS-INSP-FEE-CAT-CD
               GO TO 1200-RELEASE-CHARGE-EXIT
           END-IF
           PERFORM 1300-RESOLVE-ACCOUNT
           IF  WS-XREF-OK NOT = 'Y'
               ADD 1 TO WS-NO-XREF-COUNT
               DISPLAY 'NO CROSS REFERENCE FOR CARD ON TRAN '
                       TRAN-ID ' - SKIPPED'
               GO TO 1200-RELEASE-CHARGE-EXIT
           END-IF
           ADD 1 TO WS-CHARGE-COUNT
           MOVE XREF-ACCT-ID TO SORT-ACCT-ID
           MOVE TRAN-CAT-CD  TO SORT-CAT-CD
           MOVE TRAN-AMT     TO SORT-AMT
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
       2000-ACCTFILE-GET-NEXT.
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
       2100-SUMMARIZE-ACCOUNT.
           PERFORM 2000-ACCTFILE-GET-NEXT
           IF  END-OF-FILE = 'Y'
               GO TO 2100-SUMMARIZE-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-ACCT-READ-COUNT
           MOVE 0 TO WS-ACCT-INTEREST
                     WS-ACCT-LATE-FEES
                     WS-ACCT-OVLM-FEES
                     WS-ACCT-FRGN-FEES
                     WS-ACCT-ANNL-FEES
                     WS-ACCT-INSP-FEES
                     WS-ACCT-TOTAL-FEES
      *    Charges for a card whose account is no longer on the
      *    master sort ahead of the next account on file.
           PERFORM 0476-SO-SKIP-ORPHAN
              UNTIL WS-SORT-EOF = 'Y'
                 OR SORT-ACCT-ID NOT < ACCT-ID
           PERFORM 0477-SO-ACCUMULATE
              UNTIL WS-SORT-EOF = 'Y'
                 OR SORT-ACCT-ID NOT = ACCT-ID
           COMPUTE WS-ACCT-TOTAL-FEES = WS-ACCT-LATE-FEES
                                      + WS-ACCT-OVLM-FEES
                                      + WS-ACCT-FRGN-FEES
                                      + WS-ACCT-ANNL-FEES
                                      + WS-ACCT-INSP-FEES
           PERFORM 3000-EXTRACT-LETTER
              THRU 3000-EXTRACT-LETTER-EXIT.
       2100-SUMMARIZE-ACCOUNT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2200-ADD-CHARGE.
           EVALUATE SORT-CAT-CD
               WHEN WS-INTEREST-CAT-CD
                   ADD SORT-AMT TO WS-ACCT-INTEREST
               WHEN WS-LATE-FEE-CAT-CD
                   ADD SORT-AMT TO WS-ACCT-LATE-FEES
               WHEN WS-OVLM-FEE-CAT-CD
                   ADD SORT-AMT TO WS-ACCT-OVLM-FEES
               WHEN WS-FRGN-FEE-CAT-CD
                   ADD SORT-AMT TO WS-ACCT-FRGN-FEES
               WHEN WS-ANNL-FEE-CAT-CD
                   ADD SORT-AMT TO WS-ACCT-ANNL-FEES
               WHEN WS-INSP-FEE-CAT-CD
                   ADD SORT-AMT TO WS-ACCT-INSP-FEES
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
       3000-EXTRACT-LETTER.
      *    An account opened after the year had nothing to report; a
      *    closed or charged-off account is written to only if it was
      *    charged something in the year.
           IF  ACCT-OPEN-DATE(1:4) > WS-TAX-YEAR-X
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 3000-EXTRACT-LETTER-EXIT
           END-IF
           IF  (ACCT-STAT-CLOSED OR ACCT-STAT-CHARGED-OFF)
           AND WS-ACCT-INTEREST = 0
           AND WS-ACCT-TOTAL-FEES = 0
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 3000-EXTRACT-LETTER-EXIT
           END-IF
           MOVE SPACES TO WS-SKIP-REASON
           PERFORM 3100-GET-XREF-DATA
           IF  WS-SKIP-REASON = SPACES
               PERFORM 3200-GET-CUST-DATA
           END-IF
           IF  WS-SKIP-REASON = SPACES
           AND CUST-ADDR-UNDELIVERABLE
           AND NOT CUST-STMT-PREF-EMAIL
               MOVE 'ADDRESS FLAGGED UNDELIVERABLE' TO WS-SKIP-REASON
               ADD 1 TO WS-UNDELIV-HOLD-COUNT
           END-IF
           IF  WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'LETTER SKIPPED FOR ACCOUNT ' ACCT-ID
                       ' - ' WS-SKIP-REASON
               GO TO 3000-EXTRACT-LETTER-EXIT
           END-IF
           PERFORM 3300-GET-LETTERHEAD
           PERFORM 3500-WRITE-LETTER-REC
           PERFORM 3600-ADD-TO-GROUP.
       3000-EXTRACT-LETTER-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       3100-GET-XREF-DATA.
           MOVE ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  MOVE 'NO CARD CROSS REFERENCE' TO WS-SKIP-REASON
           END-READ
           MOVE SPACES TO WS-LAST-XREF-CARD
           EXIT.
      *---------------------------------------------------------------*
       3200-GET-CUST-DATA.
           MOVE XREF-CUST-ID TO FD-CUST-ID
           READ CUST-FILE INTO CUSTOMER-RECORD
               INVALID KEY
                  MOVE 'CUSTOMER RECORD NOT FOUND' TO WS-SKIP-REASON
           END-READ
           EXIT.
      *---------------------------------------------------------------*
       3300-GET-LETTERHEAD.
           MOVE ACCT-GROUP-ID TO FD-LETR-GROUP-ID
           READ LETTER-FILE INTO LETTER-REF-RECORD
              INVALID KEY
                PERFORM 3310-GET-DEFAULT-LETTERHEAD
           END-READ
           EXIT.
      *---------------------------------------------------------------*
       3310-GET-DEFAULT-LETTERHEAD.
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
       3500-WRITE-LETTER-REC.
           INITIALIZE YEAR-END-SUMMARY-RECORD
           SET YES-LETTER-YEAR-END     TO TRUE
           MOVE ACCT-ID                TO YES-ACCT-ID
           MOVE CUST-ID                TO YES-CUST-ID
           IF  CUST-STMT-PREF-EMAIL
               SET YES-DELIVER-EMAIL   TO TRUE
           ELSE
               SET YES-DELIVER-PAPER   TO TRUE
           END-IF
           MOVE CUST-FIRST-NAME        TO YES-CUST-FIRST-NAME
           MOVE CUST-LAST-NAME         TO YES-CUST-LAST-NAME
           MOVE CUST-ADDR-LINE-1       TO YES-ADDR-LINE-1
           MOVE CUST-ADDR-LINE-2       TO YES-ADDR-LINE-2
           MOVE CUST-ADDR-LINE-3       TO YES-ADDR-LINE-3
           MOVE CUST-ADDR-STATE-CD     TO YES-ADDR-STATE-CD
           MOVE CUST-ADDR-ZIP          TO YES-ADDR-ZIP
           MOVE LETR-BANK-NAME         TO YES-BANK-NAME
           MOVE LETR-ADDR-LINE-1       TO YES-BANK-ADDR-LINE-1
           MOVE LETR-ADDR-LINE-2       TO YES-BANK-ADDR-LINE-2
           MOVE LETR-PHONE-NUM         TO YES-BANK-PHONE-NUM
           MOVE ACCT-GROUP-ID          TO YES-ACCT-GROUP-ID
           MOVE WS-TAX-YEAR            TO YES-TAX-YEAR
           MOVE WS-ACCT-INTEREST       TO YES-INTEREST-AMT
           MOVE WS-ACCT-LATE-FEES      TO YES-LATE-FEE-AMT
           MOVE WS-ACCT-OVLM-FEES      TO YES-OVERLIMIT-FEE-AMT
           MOVE WS-ACCT-FRGN-FEES      TO YES-FOREIGN-FEE-AMT
           MOVE WS-ACCT-ANNL-FEES      TO YES-ANNUAL-FEE-AMT
           MOVE WS-ACCT-INSP-FEES      TO YES-INSTALL-FEE-AMT
           MOVE WS-ACCT-TOTAL-FEES     TO YES-TOTAL-FEE-AMT
           MOVE PARM-DATE              TO YES-EXTRACT-DATE
           WRITE FD-YESLETR-REC FROM YEAR-END-SUMMARY-RECORD
           IF  YESLETR-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING YEAR-END SUMMARY EXTRACT'
               MOVE YESLETR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-LETTER-COUNT
           ADD WS-ACCT-TOTAL-FEES TO WS-GRAND-FEE-TOTAL
           EXIT.
      *---------------------------------------------------------------*
       3600-ADD-TO-GROUP.
           MOVE 0 TO WS-GRP-FOUND
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-COUNT
                 OR WS-GRP-FOUND > 0
              IF  WS-GRP-ID (WS-GRP-IDX) = ACCT-GROUP-ID
                  MOVE WS-GRP-IDX TO WS-GRP-FOUND
              END-IF
           END-PERFORM
           IF  WS-GRP-FOUND = 0
               IF  WS-GRP-COUNT >= WS-GRP-MAX
                   DISPLAY 'ACCOUNT GROUP TABLE FULL - RAISE '
                           'WS-GRP-MAX AND RERUN'
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT TO WS-GRP-FOUND
               INITIALIZE WS-GRP-ENTRY (WS-GRP-FOUND)
               MOVE ACCT-GROUP-ID TO WS-GRP-ID (WS-GRP-FOUND)
           END-IF
           ADD 1 TO WS-GRP-ACCT-COUNT (WS-GRP-FOUND)
           IF  YES-DELIVER-EMAIL
               ADD 1 TO WS-GRP-EMAIL-COUNT (WS-GRP-FOUND)
           ELSE
               ADD 1 TO WS-GRP-PAPER-COUNT (WS-GRP-FOUND)
           END-IF
           ADD WS-ACCT-INTEREST  TO WS-GRP-INTEREST  (WS-GRP-FOUND)
           ADD WS-ACCT-LATE-FEES TO WS-GRP-LATE-FEES (WS-GRP-FOUND)
           ADD WS-ACCT-OVLM-FEES TO WS-GRP-OVLM-FEES (WS-GRP-FOUND)
           ADD WS-ACCT-FRGN-FEES TO WS-GRP-FRGN-FEES (WS-GRP-FOUND)
           ADD WS-ACCT-ANNL-FEES TO WS-GRP-ANNL-FEES (WS-GRP-FOUND)
           ADD WS-ACCT-INSP-FEES TO WS-GRP-INSP-FEES (WS-GRP-FOUND)
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE WS-TAX-YEAR TO YES-REPT-TAX-YEAR
           MOVE PARM-DATE TO YES-REPT-RUN-DATE
           MOVE YES-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE YES-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE YES-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING YEAR-END SUMMARY REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

       4300-WRITE-GROUP-TOTALS.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-COUNT
              INITIALIZE YES-GROUP-REPORT
              MOVE WS-GRP-ID (WS-GRP-IDX)   TO YES-REPORT-GROUP-ID
              MOVE WS-GRP-ACCT-COUNT (WS-GRP-IDX)
                                            TO YES-REPORT-ACCT-COUNT
              MOVE WS-GRP-PAPER-COUNT (WS-GRP-IDX)
                                            TO YES-REPORT-PAPER-COUNT
              MOVE WS-GRP-EMAIL-COUNT (WS-GRP-IDX)
                                            TO YES-REPORT-EMAIL-COUNT
              MOVE WS-GRP-INTEREST (WS-GRP-IDX)
                                            TO YES-REPORT-INTEREST
              MOVE WS-GRP-LATE-FEES (WS-GRP-IDX)
                                            TO YES-REPORT-LATE-FEES
              MOVE WS-GRP-OVLM-FEES (WS-GRP-IDX)
                                            TO YES-REPORT-OVLM-FEES
              MOVE WS-GRP-FRGN-FEES (WS-GRP-IDX)
                                            TO YES-REPORT-FRGN-FEES
              MOVE WS-GRP-ANNL-FEES (WS-GRP-IDX)
                                            TO YES-REPORT-ANNL-FEES
              MOVE WS-GRP-INSP-FEES (WS-GRP-IDX)
                                            TO YES-REPORT-INSP-FEES
              MOVE YES-GROUP-REPORT TO FD-REPTFILE-REC
              PERFORM 4290-WRITE-REPORT-REC
           END-PERFORM
           MOVE WS-LETTER-COUNT    TO YES-REPT-LETTER-COUNT
           MOVE WS-SKIPPED-COUNT   TO YES-REPT-SKIP-COUNT
           MOVE WS-GRAND-FEE-TOTAL TO YES-REPT-TOTAL-FEES
           MOVE YES-REPORT-GRAND-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       0000-XREFFILE-OPEN.
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
       0200-CUSTFILE-OPEN.
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
       0300-LETRFILE-OPEN.
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
               DISPLAY 'ERROR OPENING LETTER REFERENCE FILE'
               MOVE LETRFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0400-YESLETR-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT YESLETR-FILE
           IF  YESLETR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING YEAR-END SUMMARY EXTRACT'
               MOVE YESLETR-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR OPENING YEAR-END SUMMARY REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-XREFFILE-CLOSE.
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
       9200-CUSTFILE-CLOSE.
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
       9300-LETRFILE-CLOSE.
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
               DISPLAY 'ERROR CLOSING LETTER REFERENCE FILE'
               MOVE LETRFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9400-YESLETR-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE YESLETR-FILE
           IF  YESLETR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING YEAR-END SUMMARY EXTRACT'
               MOVE YESLETR-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING YEAR-END SUMMARY REPORT'
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
      *---------------------------------------------------------------*
      * The live file and the archive together hold the whole year -
      * the archive run moves a transaction out of the live file, so
      * no charge appears in both.
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
           PERFORM 1000-TRANFILE-GET-NEXT
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
           PERFORM 1100-ARCHFILE-GET-NEXT
              UNTIL END-OF-FILE = 'Y'
           CLOSE ARCHTRAN-FILE
           GO TO 0468-SI-END.
       0468-SI-END.
           EXIT.

       0470-SORT-OUTPUT SECTION.
       0471-SO-START.
           MOVE 'N' TO WS-SORT-EOF
           MOVE 'N' TO END-OF-FILE
           PERFORM 0475-SO-RETURN
           PERFORM 2100-SUMMARIZE-ACCOUNT
              THRU 2100-SUMMARIZE-ACCOUNT-EXIT
              UNTIL END-OF-FILE = 'Y'
           PERFORM 0476-SO-SKIP-ORPHAN
              UNTIL WS-SORT-EOF = 'Y'
           GO TO 0478-SO-END.
       0475-SO-RETURN.
           RETURN SORT-FILE
              AT END
                MOVE 'Y' TO WS-SORT-EOF
           END-RETURN.
       0476-SO-SKIP-ORPHAN.
           ADD 1 TO WS-ORPHAN-COUNT
           DISPLAY 'CHARGES FOR ACCOUNT NOT ON MASTER: ' SORT-ACCT-ID
           PERFORM 0475-SO-RETURN.
       0477-SO-ACCUMULATE.
           PERFORM 2200-ADD-CHARGE
           PERFORM 0475-SO-RETURN.
       0478-SO-END.
           EXIT.
