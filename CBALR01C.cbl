      ******************************************************************
      * Program     : CBALR01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Nightly customer alert evaluation.  Checks the
      *               business day's postings (large purchases and
      *               payments received), the posting journal's
      *               account balance changes (near credit limit),
      *               each account's payment due date (due-in-N-days
      *               reminders) and the card status changes logged
      *               by card maintenance against each customer's
      *               ALRTPREF alert preferences, and writes the
      *               alerts to the messaging vendor extract with
      *               header/trailer controls.  The daily report
      *               shows the alerts generated by type.
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
       PROGRAM-ID.    CBALR01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALRTPREF-FILE ASSIGN TO ALRTPREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ALRP-CUST-ID
                  FILE STATUS  IS ALRTPREF-STATUS.

           SELECT TRANSACT-FILE ASSIGN TO TRANSACT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-TRANS-ID
                  FILE STATUS  IS TRANFILE-STATUS.

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

           SELECT PSTJRNL-FILE ASSIGN TO PSTJRNL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-PJR-KEY
                  FILE STATUS  IS PSTJRNL-STATUS.

           SELECT CRDSEVT-FILE ASSIGN TO CRDSEVT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-CSE-KEY
                  FILE STATUS  IS CRDSEVT-STATUS.

           SELECT LEGAL-FILE ASSIGN TO LEGALSTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-LGL-ACCT-ID
                  FILE STATUS  IS LEGALSTS-STATUS.

           SELECT ALRTEXT-FILE ASSIGN TO ALRTEXT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ALRTEXT-STATUS.

           SELECT REPORT-FILE ASSIGN TO ALRTRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  ALRTPREF-FILE.
       01  FD-ALRTPREF-REC.
           05 FD-ALRP-CUST-ID                   PIC 9(09).
           05 FD-ALRP-DATA                      PIC X(191).

       FD  TRANSACT-FILE.
       01  FD-TRANFILE-REC.
           05 FD-TRANS-ID                       PIC X(16).
           05 FD-TRAN-DATA                      PIC X(334).

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

       FD  PSTJRNL-FILE.
       01  FD-PSTJRNL-REC.
           05 FD-PJR-KEY                        PIC X(28).
           05 FD-PJR-DATA                       PIC X(837).

       FD  CRDSEVT-FILE.
       01  FD-CRDSEVT-REC.
           05 FD-CSE-KEY                        PIC X(34).
           05 FD-CSE-DATA                       PIC X(66).

       FD  LEGAL-FILE.
       01  FD-LEGAL-REC.
           05 FD-LGL-ACCT-ID                    PIC 9(11).
           05 FD-LGL-DATA                       PIC X(189).

       FD  ALRTEXT-FILE.
       01  FD-ALRTEXT-REC                       PIC X(250).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVALR01Y.
       01  ALRTPREF-STATUS.
           05  ALRTPREF-STAT1      PIC X.
           05  ALRTPREF-STAT2      PIC X.

       COPY CVTRA05Y.
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.

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

       COPY CVJRN01Y.
       01  PSTJRNL-STATUS.
           05  PSTJRNL-STAT1       PIC X.
           05  PSTJRNL-STAT2       PIC X.

       COPY CVALR02Y.
       01  CRDSEVT-STATUS.
           05  CRDSEVT-STAT1       PIC X.
           05  CRDSEVT-STAT2       PIC X.

       COPY CVLGL01Y.
       01  LEGALSTS-STATUS.
           05  LEGALSTS-STAT1      PIC X.
           05  LEGALSTS-STAT2      PIC X.

       COPY CVALR03Y.
       01  ALRTEXT-STATUS.
           05  ALRTEXT-STAT1       PIC X.
           05  ALRTEXT-STAT2       PIC X.

       COPY CVALR04Y.
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
           05 WS-TRAN-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-POSTED-TODAY-COUNT     PIC 9(09) VALUE 0.
           05 WS-BAL-CHANGE-COUNT       PIC 9(09) VALUE 0.
           05 WS-ACCT-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-CARD-EVENT-COUNT       PIC 9(09) VALUE 0.
           05 WS-LEGAL-HELD-COUNT       PIC 9(09) VALUE 0.
           05 WS-ALERT-COUNT            PIC 9(09) VALUE 0.
           05 WS-ALERT-AMT-TOTAL        PIC S9(13)V99 VALUE 0.

      * Alert types in extract order - the report prints one line
      * per entry.  WS-AT-IDX picks the entry for the alert being
      * written.
       01  WS-ALERT-TYPE-VALUES.
           05 FILLER PIC X(32) VALUE
              'LPLARGE PURCHASE POSTED         '.
           05 FILLER PIC X(32) VALUE
              'PRPAYMENT RECEIVED              '.
           05 FILLER PIC X(32) VALUE
              'NLNEAR CREDIT LIMIT             '.
           05 FILLER PIC X(32) VALUE
              'DRPAYMENT DUE REMINDER          '.
           05 FILLER PIC X(32) VALUE
              'CSCARD STATUS CHANGE            '.
       01  WS-ALERT-TYPE-TABLE REDEFINES WS-ALERT-TYPE-VALUES.
           05 WS-AT-ENTRY OCCURS 5 TIMES.
              10 WS-AT-CODE             PIC X(02).
              10 WS-AT-DESC             PIC X(30).
       01  WS-ALERT-TYPE-TOTALS.
           05 WS-AT-TOTAL OCCURS 5 TIMES.
              10 WS-AT-COUNT            PIC 9(09).
              10 WS-AT-AMOUNT           PIC S9(13)V99.
              10 WS-AT-SMS-COUNT        PIC 9(09).
              10 WS-AT-EMAIL-COUNT      PIC 9(09).
       01  WS-AT-IDX                    PIC 9(02) VALUE 0.
       01  WS-AT-LARGE-PURCH            PIC 9(02) VALUE 1.
       01  WS-AT-PAYMENT                PIC 9(02) VALUE 2.
       01  WS-AT-NEAR-LIMIT             PIC 9(02) VALUE 3.
       01  WS-AT-DUE-REMIND             PIC 9(02) VALUE 4.
       01  WS-AT-CARD-STATUS            PIC 9(02) VALUE 5.

       01  WS-ALERT-VARS.
           05 WS-PREF-FOUND             PIC X(01) VALUE 'N'.
              88 PREF-FOUND                       VALUE 'Y'.
           05 WS-XREF-FOUND             PIC X(01) VALUE 'N'.
              88 XREF-FOUND                       VALUE 'Y'.
           05 WS-SENDER-ID              PIC X(10) VALUE 'CARDDEMO'.
           05 WS-LAST-CUST-READ         PIC 9(09) VALUE 0.
           05 WS-BAL-BEFORE             PIC S9(10)V99 VALUE 0.
           05 WS-LIMIT-LINE             PIC S9(10)V99 VALUE 0.
           05 WS-PAID-THIS-CYCLE        PIC S9(10)V99 VALUE 0.
           05 WS-DAYS-TO-DUE            PIC S9(05) VALUE 0.
           05 WS-PARM-YYYYMMDD          PIC 9(08) VALUE 0.
           05 WS-PARM-LILLIAN           PIC 9(08) VALUE 0.
           05 WS-DUE-YYYYMMDD           PIC 9(08) VALUE 0.
           05 WS-CARD-LAST4             PIC X(04) VALUE SPACES.
           05 WS-MSG-AMT                PIC S9(10)V99 VALUE 0.
           05 WS-MSG-AMT-ED             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-MSG-AMT-TXT            PIC X(16) VALUE SPACES.
           05 WS-MSG-PCT-ED             PIC ZZ9.
           05 WS-LEAD-SP                PIC 9(02) VALUE 0.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBALR01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBALR01C' TO RST-PROGRAM.
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
           COMPUTE WS-PARM-LILLIAN =
               FUNCTION INTEGER-OF-DATE(WS-PARM-YYYYMMDD)
           INITIALIZE WS-ALERT-TYPE-TOTALS

           PERFORM 0000-ALRTPREF-OPEN.
           PERFORM 0100-TRANFILE-OPEN.
           PERFORM 0200-XREFFILE-OPEN.
           PERFORM 0300-ACCTFILE-OPEN.
           PERFORM 0400-CUSTFILE-OPEN.
           PERFORM 0500-PSTJRNL-OPEN.
           PERFORM 0600-CRDSEVT-OPEN.
           PERFORM 0700-LEGALSTS-OPEN.
           PERFORM 0800-ALRTEXT-OPEN.
           PERFORM 0900-REPTFILE-OPEN.
           PERFORM 1000-WRITE-FILE-HEADER.

           PERFORM 2000-SCAN-POSTINGS.
           PERFORM 3000-SCAN-JOURNAL.
           PERFORM 5000-SCAN-ACCOUNTS.
           PERFORM 6000-SCAN-CARD-EVENTS.

           PERFORM 1200-WRITE-FILE-TRAILER.
           PERFORM 4210-WRITE-HEADERS.
           PERFORM 4300-WRITE-TOTALS.

           PERFORM 9000-ALRTPREF-CLOSE.
           PERFORM 9100-TRANFILE-CLOSE.
           PERFORM 9200-XREFFILE-CLOSE.
           PERFORM 9300-ACCTFILE-CLOSE.
           PERFORM 9400-CUSTFILE-CLOSE.
           PERFORM 9500-PSTJRNL-CLOSE.
           PERFORM 9600-CRDSEVT-CLOSE.
           PERFORM 9700-LEGALSTS-CLOSE.
           PERFORM 9800-ALRTEXT-CLOSE.
           PERFORM 9900-REPTFILE-CLOSE.
           DISPLAY 'TRANSACTIONS READ       :' WS-TRAN-READ-COUNT
           DISPLAY 'POSTED THIS BUSINESS DAY:' WS-POSTED-TODAY-COUNT
           DISPLAY 'BALANCE CHANGES READ    :' WS-BAL-CHANGE-COUNT
           DISPLAY 'ACCOUNTS READ           :' WS-ACCT-READ-COUNT
           DISPLAY 'CARD STATUS EVENTS      :' WS-CARD-EVENT-COUNT
           DISPLAY 'REMINDERS HELD - LEGAL  :' WS-LEGAL-HELD-COUNT
           DISPLAY 'ALERTS WRITTEN          :' WS-ALERT-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-ALERT-COUNT TO RST-RECORD-COUNT.
           MOVE WS-LEGAL-HELD-COUNT TO RST-REJECT-COUNT.
           MOVE WS-ALERT-AMT-TOTAL TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBALR01C'.

           GOBACK.
      *---------------------------------------------------------------*
       1000-WRITE-FILE-HEADER.
           INITIALIZE ALERT-HDR-RECORD
           MOVE 'ALRTHDR '   TO ALTH-RECORD-ID
           MOVE PARM-DATE    TO ALTH-FILE-DATE
           MOVE WS-SENDER-ID TO ALTH-SENDER-ID
           WRITE FD-ALRTEXT-REC FROM ALERT-HDR-RECORD
           IF  ALRTEXT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ALERT EXTRACT FILE'
               MOVE ALRTEXT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1200-WRITE-FILE-TRAILER.
           INITIALIZE ALERT-TLR-RECORD
           MOVE 'ALRTTLR '         TO ALTT-RECORD-ID
           MOVE WS-ALERT-COUNT     TO ALTT-DETAIL-COUNT
           MOVE WS-ALERT-AMT-TOTAL TO ALTT-AMOUNT-TOTAL
           WRITE FD-ALRTEXT-REC FROM ALERT-TLR-RECORD
           IF  ALRTEXT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ALERT EXTRACT FILE'
               MOVE ALRTEXT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Large-purchase and payment-received alerts come from the
      * transactions the posting run (CBTRN02C) posted on this
      * business date.
      *---------------------------------------------------------------*
       2000-SCAN-POSTINGS.
           MOVE 'N' TO END-OF-FILE
           MOVE LOW-VALUES TO FD-TRANS-ID
           START TRANSACT-FILE KEY >= FD-TRANS-ID
              INVALID KEY
                MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 2050-TRANFILE-GET-NEXT
               IF  END-OF-FILE = 'N'
                   ADD 1 TO WS-TRAN-READ-COUNT
                   IF  TRAN-PROC-TS (1:10) = PARM-DATE
                       ADD 1 TO WS-POSTED-TODAY-COUNT
                       PERFORM 2100-EVALUATE-POSTING
                          THRU 2100-EVALUATE-POSTING-EXIT
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
      *---------------------------------------------------------------*
       2050-TRANFILE-GET-NEXT.
           READ TRANSACT-FILE NEXT RECORD INTO TRAN-RECORD
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
       2100-EVALUATE-POSTING.
           IF  NOT (TRAN-TYPE-CD = '02' AND TRAN-AMT < 0)
           AND NOT (TRAN-TYPE-CD = '01' AND TRAN-AMT > 0)
               GO TO 2100-EVALUATE-POSTING-EXIT
           END-IF
           MOVE TRAN-CARD-NUM TO FD-XREF-CARD-NUM
           PERFORM 7300-GET-XREF-BY-CARD
           IF  NOT XREF-FOUND
               GO TO 2100-EVALUATE-POSTING-EXIT
           END-IF
           PERFORM 7100-GET-ALERT-PREF
           IF  NOT PREF-FOUND
               GO TO 2100-EVALUATE-POSTING-EXIT
           END-IF
           MOVE TRAN-CARD-NUM (13:4) TO WS-CARD-LAST4
           IF  TRAN-TYPE-CD = '02'
               IF  ALRP-PAYMENT-ON
                   COMPUTE WS-MSG-AMT = 0 - TRAN-AMT
                   PERFORM 7500-EDIT-MSG-AMOUNT
                   INITIALIZE ALERT-DTL-RECORD
                   MOVE WS-AT-PAYMENT TO WS-AT-IDX
                   MOVE WS-MSG-AMT    TO ALTD-ALERT-AMT
                   STRING 'PAYMENT OF $'     DELIMITED BY SIZE
                          WS-MSG-AMT-TXT     DELIMITED BY SPACE
                          ' RECEIVED - THANK YOU. ACCOUNT ENDING '
                                             DELIMITED BY SIZE
                          XREF-ACCT-ID (8:4) DELIMITED BY SIZE
                     INTO ALTD-MESSAGE-TEXT
                   END-STRING
                   PERFORM 7000-WRITE-ALERT
               END-IF
           ELSE
               IF  ALRP-LARGE-PURCH-ON
               AND TRAN-AMT >= ALRP-LARGE-PURCH-AMT
                   MOVE TRAN-AMT TO WS-MSG-AMT
                   PERFORM 7500-EDIT-MSG-AMOUNT
                   INITIALIZE ALERT-DTL-RECORD
                   MOVE WS-AT-LARGE-PURCH TO WS-AT-IDX
                   MOVE WS-MSG-AMT        TO ALTD-ALERT-AMT
                   STRING 'PURCHASE OF $'    DELIMITED BY SIZE
                          WS-MSG-AMT-TXT     DELIMITED BY SPACE
                          ' AT '             DELIMITED BY SIZE
                          TRAN-MERCHANT-NAME DELIMITED BY '  '
                          ' ON CARD ENDING ' DELIMITED BY SIZE
                          WS-CARD-LAST4      DELIMITED BY SIZE
                     INTO ALTD-MESSAGE-TEXT
                   END-STRING
                   PERFORM 7000-WRITE-ALERT
               END-IF
           END-IF.
       2100-EVALUATE-POSTING-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Near-limit alerts come from the account before and after
      * images the posting run journals on PSTJRNL for this business
      * date - the alert goes out when a posting carries the balance
      * across the customer's chosen share of the credit limit, and
      * only once a day per customer.
      *---------------------------------------------------------------*
       3000-SCAN-JOURNAL.
           MOVE 'N' TO END-OF-FILE
           MOVE LOW-VALUES TO FD-PJR-KEY
           MOVE PARM-DATE  TO FD-PJR-KEY (1:10)
           START PSTJRNL-FILE KEY >= FD-PJR-KEY
              INVALID KEY
                MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 3050-PSTJRNL-GET-NEXT
               IF  END-OF-FILE = 'N'
                   IF  PJR-BUSINESS-DATE NOT = PARM-DATE
                       MOVE 'Y' TO END-OF-FILE
                   ELSE
                       IF  PJR-ENTITY-ACCT
                       AND PJR-ACTION-REWRITE
                           ADD 1 TO WS-BAL-CHANGE-COUNT
                           PERFORM 3100-EVALUATE-BALANCE
                              THRU 3100-EVALUATE-BALANCE-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
      *---------------------------------------------------------------*
       3050-PSTJRNL-GET-NEXT.
           READ PSTJRNL-FILE NEXT RECORD INTO POST-JOURNAL-RECORD
           IF  PSTJRNL-STATUS = '00'
               CONTINUE
           ELSE
               IF  PSTJRNL-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING POSTING JOURNAL'
                   MOVE PSTJRNL-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       3100-EVALUATE-BALANCE.
           MOVE PJR-BEFORE-IMAGE (1:300) TO ACCOUNT-RECORD
           MOVE ACCT-CURR-BAL TO WS-BAL-BEFORE
           MOVE PJR-AFTER-IMAGE (1:300) TO ACCOUNT-RECORD
           IF  ACCT-CREDIT-LIMIT NOT > 0
           OR  ACCT-CURR-BAL NOT > WS-BAL-BEFORE
               GO TO 3100-EVALUATE-BALANCE-EXIT
           END-IF
           MOVE ACCT-ID TO FD-XREF-ACCT-ID
           PERFORM 7400-GET-XREF-BY-ACCT
           IF  NOT XREF-FOUND
               GO TO 3100-EVALUATE-BALANCE-EXIT
           END-IF
           PERFORM 7100-GET-ALERT-PREF
           IF  NOT PREF-FOUND
           OR  NOT ALRP-NEAR-LIMIT-ON
           OR  ALRP-NEAR-LIMIT-SENT-DATE = PARM-DATE
               GO TO 3100-EVALUATE-BALANCE-EXIT
           END-IF
           COMPUTE WS-LIMIT-LINE ROUNDED =
               ACCT-CREDIT-LIMIT * ALRP-NEAR-LIMIT-PCT / 100
           IF  WS-BAL-BEFORE >= WS-LIMIT-LINE
           OR  ACCT-CURR-BAL < WS-LIMIT-LINE
               GO TO 3100-EVALUATE-BALANCE-EXIT
           END-IF
           MOVE XREF-CARD-NUM (13:4) TO WS-CARD-LAST4
           MOVE ACCT-CURR-BAL        TO WS-MSG-AMT
           PERFORM 7500-EDIT-MSG-AMOUNT
           MOVE ALRP-NEAR-LIMIT-PCT  TO WS-MSG-PCT-ED
           INITIALIZE ALERT-DTL-RECORD
           MOVE WS-AT-NEAR-LIMIT TO WS-AT-IDX
           MOVE WS-MSG-AMT       TO ALTD-ALERT-AMT
           STRING 'BALANCE OF $'     DELIMITED BY SIZE
                  WS-MSG-AMT-TXT     DELIMITED BY SPACE
                  ' IS OVER '        DELIMITED BY SIZE
                  WS-MSG-PCT-ED      DELIMITED BY SIZE
                  '% OF YOUR CREDIT LIMIT. ACCOUNT ENDING '
                                     DELIMITED BY SIZE
                  ACCT-ID (8:4)      DELIMITED BY SIZE
             INTO ALTD-MESSAGE-TEXT
           END-STRING
           PERFORM 7000-WRITE-ALERT
           MOVE PARM-DATE TO ALRP-NEAR-LIMIT-SENT-DATE
           PERFORM 7150-REWRITE-ALERT-PREF.
       3100-EVALUATE-BALANCE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Payment-due reminders - the minimum payment is still open and
      * the due date is exactly the customer's chosen number of days
      * away, so each statement gets one reminder.
      *---------------------------------------------------------------*
       5000-SCAN-ACCOUNTS.
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 5050-ACCTFILE-GET-NEXT
               IF  END-OF-FILE = 'N'
                   ADD 1 TO WS-ACCT-READ-COUNT
                   PERFORM 5100-EVALUATE-DUE-DATE
                      THRU 5100-EVALUATE-DUE-DATE-EXIT
               END-IF
           END-PERFORM
           EXIT.
      *---------------------------------------------------------------*
       5050-ACCTFILE-GET-NEXT.
           READ ACCOUNT-FILE NEXT RECORD INTO ACCOUNT-RECORD
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
       5100-EVALUATE-DUE-DATE.
           IF  ACCT-STAT-CHARGED-OFF
           OR  ACCT-PAYMENT-DUE-DATE = SPACES
           OR  ACCT-MIN-PAY-AMT NOT > 0
               GO TO 5100-EVALUATE-DUE-DATE-EXIT
           END-IF
      *    The posting run accumulates credits (payments and refunds
      *    post negative) in the cycle debit bucket.
           COMPUTE WS-PAID-THIS-CYCLE = 0 - ACCT-CURR-CYC-DEBIT
           IF  WS-PAID-THIS-CYCLE >= ACCT-MIN-PAY-AMT
               GO TO 5100-EVALUATE-DUE-DATE-EXIT
           END-IF
           IF  ACCT-PAYMENT-DUE-DATE (1:4) IS NOT NUMERIC
           OR  ACCT-PAYMENT-DUE-DATE (6:2) IS NOT NUMERIC
           OR  ACCT-PAYMENT-DUE-DATE (9:2) IS NOT NUMERIC
               GO TO 5100-EVALUATE-DUE-DATE-EXIT
           END-IF
           MOVE ACCT-PAYMENT-DUE-DATE (1:4) TO WS-DUE-YYYYMMDD (1:4)
           MOVE ACCT-PAYMENT-DUE-DATE (6:2) TO WS-DUE-YYYYMMDD (5:2)
           MOVE ACCT-PAYMENT-DUE-DATE (9:2) TO WS-DUE-YYYYMMDD (7:2)
           COMPUTE WS-DAYS-TO-DUE =
               FUNCTION INTEGER-OF-DATE(WS-DUE-YYYYMMDD)
               - WS-PARM-LILLIAN
           IF  WS-DAYS-TO-DUE < 1
               GO TO 5100-EVALUATE-DUE-DATE-EXIT
           END-IF
           MOVE ACCT-ID TO FD-XREF-ACCT-ID
           PERFORM 7400-GET-XREF-BY-ACCT
           IF  NOT XREF-FOUND
               GO TO 5100-EVALUATE-DUE-DATE-EXIT
           END-IF
           PERFORM 7100-GET-ALERT-PREF
           IF  NOT PREF-FOUND
           OR  NOT ALRP-DUE-REMIND-ON
           OR  WS-DAYS-TO-DUE NOT = ALRP-DUE-REMIND-DAYS
               GO TO 5100-EVALUATE-DUE-DATE-EXIT
           END-IF
      *    A reminder to pay is collection contact - none goes out
      *    while a legal status stops collection on the account.
           MOVE ACCT-ID TO FD-LGL-ACCT-ID
           READ LEGAL-FILE INTO LEGAL-STATUS-RECORD
              INVALID KEY
                INITIALIZE LEGAL-STATUS-RECORD
           END-READ
           IF  LEGALSTS-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING LEGAL STATUS FILE'
               MOVE LEGALSTS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  LEGALSTS-STATUS = '00'
           AND LGL-SUPPRESS-ACTIVITY
               ADD 1 TO WS-LEGAL-HELD-COUNT
               GO TO 5100-EVALUATE-DUE-DATE-EXIT
           END-IF
           MOVE XREF-CARD-NUM (13:4) TO WS-CARD-LAST4
           COMPUTE WS-MSG-AMT = ACCT-MIN-PAY-AMT - WS-PAID-THIS-CYCLE
           PERFORM 7500-EDIT-MSG-AMOUNT
           INITIALIZE ALERT-DTL-RECORD
           MOVE WS-AT-DUE-REMIND TO WS-AT-IDX
           MOVE WS-MSG-AMT       TO ALTD-ALERT-AMT
           STRING 'MINIMUM PAYMENT OF $' DELIMITED BY SIZE
                  WS-MSG-AMT-TXT         DELIMITED BY SPACE
                  ' IS DUE '             DELIMITED BY SIZE
                  ACCT-PAYMENT-DUE-DATE  DELIMITED BY SIZE
                  '. ACCOUNT ENDING '    DELIMITED BY SIZE
                  ACCT-ID (8:4)          DELIMITED BY SIZE
             INTO ALTD-MESSAGE-TEXT
           END-STRING
           PERFORM 7000-WRITE-ALERT.
       5100-EVALUATE-DUE-DATE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Card status changes made on card maintenance up to and
      * including this business date.  Every pending event is marked
      * processed whether or not the customer takes the alert.
      *---------------------------------------------------------------*
       6000-SCAN-CARD-EVENTS.
           MOVE 'N' TO END-OF-FILE
           MOVE LOW-VALUES TO FD-CSE-KEY
           START CRDSEVT-FILE KEY >= FD-CSE-KEY
              INVALID KEY
                MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 6050-CRDSEVT-GET-NEXT
               IF  END-OF-FILE = 'N'
                   IF  CSE-EVENT-DATE > PARM-DATE
                       MOVE 'Y' TO END-OF-FILE
                   ELSE
                       IF  CSE-PENDING
                           ADD 1 TO WS-CARD-EVENT-COUNT
                           PERFORM 6100-EVALUATE-CARD-EVENT
                              THRU 6100-EVALUATE-CARD-EVENT-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
      *---------------------------------------------------------------*
       6050-CRDSEVT-GET-NEXT.
           READ CRDSEVT-FILE NEXT RECORD INTO CARD-STATUS-EVENT-RECORD
           IF  CRDSEVT-STATUS = '00'
               CONTINUE
           ELSE
               IF  CRDSEVT-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING CARD STATUS EVENT FILE'
                   MOVE CRDSEVT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       6100-EVALUATE-CARD-EVENT.
           MOVE CSE-CARD-NUM TO FD-XREF-CARD-NUM
           PERFORM 7300-GET-XREF-BY-CARD
           IF  XREF-FOUND
               PERFORM 7100-GET-ALERT-PREF
           ELSE
               MOVE 'N' TO WS-PREF-FOUND
           END-IF
           IF  PREF-FOUND
           AND ALRP-CARD-STATUS-ON
               MOVE CSE-CARD-NUM (13:4) TO WS-CARD-LAST4
               INITIALIZE ALERT-DTL-RECORD
               MOVE WS-AT-CARD-STATUS TO WS-AT-IDX
               MOVE CSE-EVENT-DATE    TO ALTD-EVENT-DATE
               MOVE 0                 TO ALTD-ALERT-AMT
               EVALUATE TRUE
                   WHEN CSE-TYPE-REPLACE
                       STRING 'CARD ENDING '   DELIMITED BY SIZE
                              WS-CARD-LAST4    DELIMITED BY SIZE
                              ' HAS BEEN CANCELLED AND A REPLACEMENT'
                                               DELIMITED BY SIZE
                              ' ISSUED'        DELIMITED BY SIZE
                         INTO ALTD-MESSAGE-TEXT
                       END-STRING
                   WHEN CSE-NEW-STATUS = 'Y'
                       STRING 'CARD ENDING '   DELIMITED BY SIZE
                              WS-CARD-LAST4    DELIMITED BY SIZE
                              ' IS ACTIVE AND READY TO USE'
                                               DELIMITED BY SIZE
                         INTO ALTD-MESSAGE-TEXT
                       END-STRING
                   WHEN CSE-NEW-STATUS = 'H'
                       STRING 'CARD ENDING '   DELIMITED BY SIZE
                              WS-CARD-LAST4    DELIMITED BY SIZE
                              ' HAS BEEN BLOCKED. CALL US IF THIS'
                                               DELIMITED BY SIZE
                              ' WAS NOT YOU'   DELIMITED BY SIZE
                         INTO ALTD-MESSAGE-TEXT
                       END-STRING
                   WHEN OTHER
                       STRING 'CARD ENDING '   DELIMITED BY SIZE
                              WS-CARD-LAST4    DELIMITED BY SIZE
                              ' HAS BEEN DEACTIVATED'
                                               DELIMITED BY SIZE
                         INTO ALTD-MESSAGE-TEXT
                       END-STRING
               END-EVALUATE
               PERFORM 7000-WRITE-ALERT
           END-IF
           SET CSE-PROCESSED TO TRUE
           MOVE PARM-DATE TO CSE-PROCESSED-DATE
           MOVE CARD-STATUS-EVENT-RECORD TO FD-CRDSEVT-REC
           REWRITE FD-CRDSEVT-REC
           IF  CRDSEVT-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING CARD STATUS EVENT: ' CSE-KEY
               MOVE CRDSEVT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
       6100-EVALUATE-CARD-EVENT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Completes and writes one alert.  The caller has set the type
      * index, amount and message text; the contact details come
      * from the preference record for the chosen channel.
      *---------------------------------------------------------------*
       7000-WRITE-ALERT.
           PERFORM 7200-GET-CUSTOMER
              THRU 7200-GET-CUSTOMER-EXIT
           ADD 1 TO WS-ALERT-COUNT
           MOVE 'ALRTDTL '            TO ALTD-RECORD-ID
           MOVE WS-ALERT-COUNT        TO ALTD-ALERT-SEQ
           MOVE WS-AT-CODE (WS-AT-IDX) TO ALTD-ALERT-TYPE
           MOVE ALRP-CHANNEL          TO ALTD-CHANNEL
           MOVE XREF-CUST-ID          TO ALTD-CUST-ID
           MOVE XREF-ACCT-ID          TO ALTD-ACCT-ID
           MOVE WS-CARD-LAST4         TO ALTD-CARD-LAST4
           IF  ALTD-EVENT-DATE = SPACES
               MOVE PARM-DATE         TO ALTD-EVENT-DATE
           END-IF
           MOVE CUST-FIRST-NAME       TO ALTD-FIRST-NAME
           IF  ALRP-CHANNEL-SMS
           OR  ALRP-CHANNEL-BOTH
               MOVE ALRP-MOBILE-NUM   TO ALTD-MOBILE-NUM
               ADD 1 TO WS-AT-SMS-COUNT (WS-AT-IDX)
           END-IF
           IF  ALRP-CHANNEL-EMAIL
           OR  ALRP-CHANNEL-BOTH
               MOVE ALRP-EMAIL-ADDR   TO ALTD-EMAIL-ADDR
               ADD 1 TO WS-AT-EMAIL-COUNT (WS-AT-IDX)
           END-IF
           WRITE FD-ALRTEXT-REC FROM ALERT-DTL-RECORD
           IF  ALRTEXT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ALERT EXTRACT FILE'
               MOVE ALRTEXT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1              TO WS-AT-COUNT (WS-AT-IDX)
           ADD ALTD-ALERT-AMT TO WS-AT-AMOUNT (WS-AT-IDX)
           ADD ALTD-ALERT-AMT TO WS-ALERT-AMT-TOTAL
           EXIT.
      *---------------------------------------------------------------*
       7100-GET-ALERT-PREF.
           MOVE 'Y' TO WS-PREF-FOUND
           MOVE XREF-CUST-ID TO FD-ALRP-CUST-ID
           READ ALRTPREF-FILE INTO ALERT-PREF-RECORD
              INVALID KEY
                MOVE 'N' TO WS-PREF-FOUND
           END-READ
           IF  ALRTPREF-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING ALERT PREFERENCE FILE'
               MOVE ALRTPREF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       7150-REWRITE-ALERT-PREF.
           MOVE ALERT-PREF-RECORD TO FD-ALRTPREF-REC
           REWRITE FD-ALRTPREF-REC
           IF  ALRTPREF-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ALERT PREFERENCE: '
                       ALRP-CUST-ID
               MOVE ALRTPREF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       7200-GET-CUSTOMER.
           IF  XREF-CUST-ID = WS-LAST-CUST-READ
               GO TO 7200-GET-CUSTOMER-EXIT
           END-IF
           MOVE XREF-CUST-ID TO FD-CUST-ID
           READ CUST-FILE INTO CUSTOMER-RECORD
              INVALID KEY
                INITIALIZE CUSTOMER-RECORD
           END-READ
           MOVE XREF-CUST-ID TO WS-LAST-CUST-READ.
       7200-GET-CUSTOMER-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       7300-GET-XREF-BY-CARD.
           MOVE 'Y' TO WS-XREF-FOUND
           READ XREF-FILE INTO CARD-XREF-RECORD
              INVALID KEY
                MOVE 'N' TO WS-XREF-FOUND
           END-READ
           EXIT.
      *---------------------------------------------------------------*
       7400-GET-XREF-BY-ACCT.
           MOVE 'Y' TO WS-XREF-FOUND
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  MOVE 'N' TO WS-XREF-FOUND
           END-READ
           EXIT.
      *---------------------------------------------------------------*
       7500-EDIT-MSG-AMOUNT.
           MOVE WS-MSG-AMT TO WS-MSG-AMT-ED
           MOVE 0 TO WS-LEAD-SP
           INSPECT WS-MSG-AMT-ED TALLYING WS-LEAD-SP
               FOR LEADING SPACES
           MOVE SPACES TO WS-MSG-AMT-TXT
           MOVE WS-MSG-AMT-ED (WS-LEAD-SP + 1:) TO WS-MSG-AMT-TXT
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE 'DAILY CUSTOMER ALERTS BY TYPE' TO ALR-REPT-TITLE
           MOVE PARM-DATE TO ALR-REPT-ASOF-DATE
           MOVE ALR-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE ALR-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE ALR-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING ALERT REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4300-WRITE-TOTALS.
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > 5
               INITIALIZE ALR-TYPE-DETAIL
               MOVE WS-AT-CODE (WS-AT-IDX)        TO ALR-DTL-TYPE
               MOVE WS-AT-DESC (WS-AT-IDX)        TO ALR-DTL-DESC
               MOVE WS-AT-COUNT (WS-AT-IDX)       TO ALR-DTL-COUNT
               MOVE WS-AT-AMOUNT (WS-AT-IDX)      TO ALR-DTL-AMOUNT
               MOVE WS-AT-SMS-COUNT (WS-AT-IDX)   TO ALR-DTL-SMS-COUNT
               MOVE WS-AT-EMAIL-COUNT (WS-AT-IDX) TO ALR-DTL-EMAIL-COUNT
               MOVE ALR-TYPE-DETAIL TO FD-REPTFILE-REC
               PERFORM 4290-WRITE-REPORT-REC
           END-PERFORM
           MOVE SPACES TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'TRANSACTIONS POSTED TODAY'   TO ALR-TOTAL-LABEL
           MOVE WS-POSTED-TODAY-COUNT         TO ALR-TOTAL-COUNT
           MOVE ALR-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'ACCOUNT BALANCE CHANGES'     TO ALR-TOTAL-LABEL
           MOVE WS-BAL-CHANGE-COUNT           TO ALR-TOTAL-COUNT
           MOVE ALR-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'ACCOUNTS CHECKED FOR DUE DATE' TO ALR-TOTAL-LABEL
           MOVE WS-ACCT-READ-COUNT            TO ALR-TOTAL-COUNT
           MOVE ALR-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'CARD STATUS EVENTS PROCESSED' TO ALR-TOTAL-LABEL
           MOVE WS-CARD-EVENT-COUNT           TO ALR-TOTAL-COUNT
           MOVE ALR-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'DUE REMINDERS HELD - LEGAL'  TO ALR-TOTAL-LABEL
           MOVE WS-LEGAL-HELD-COUNT           TO ALR-TOTAL-COUNT
           MOVE ALR-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'ALERTS WRITTEN TO EXTRACT'   TO ALR-TOTAL-LABEL
           MOVE WS-ALERT-COUNT                TO ALR-TOTAL-COUNT
           MOVE ALR-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       0000-ALRTPREF-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O ALRTPREF-FILE
           IF  ALRTPREF-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING ALERT PREFERENCE FILE'
               MOVE ALRTPREF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0100-TRANFILE-OPEN.
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
       0300-ACCTFILE-OPEN.
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
       0400-CUSTFILE-OPEN.
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
       0500-PSTJRNL-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT PSTJRNL-FILE
           IF  PSTJRNL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING POSTING JOURNAL'
               MOVE PSTJRNL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0600-CRDSEVT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O CRDSEVT-FILE
           IF  CRDSEVT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CARD STATUS EVENT FILE'
               MOVE CRDSEVT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0700-LEGALSTS-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT LEGAL-FILE
           IF  LEGALSTS-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING LEGAL STATUS FILE'
               MOVE LEGALSTS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0800-ALRTEXT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT ALRTEXT-FILE
           IF  ALRTEXT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING ALERT EXTRACT FILE'
               MOVE ALRTEXT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0900-REPTFILE-OPEN.
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
               DISPLAY 'ERROR OPENING ALERT REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-ALRTPREF-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE ALRTPREF-FILE
           IF  ALRTPREF-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING ALERT PREFERENCE FILE'
               MOVE ALRTPREF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9100-TRANFILE-CLOSE.
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
       9300-ACCTFILE-CLOSE.
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
       9400-CUSTFILE-CLOSE.
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
       9500-PSTJRNL-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PSTJRNL-FILE
           IF  PSTJRNL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING POSTING JOURNAL'
               MOVE PSTJRNL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9600-CRDSEVT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CRDSEVT-FILE
           IF  CRDSEVT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CARD STATUS EVENT FILE'
               MOVE CRDSEVT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9700-LEGALSTS-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE LEGAL-FILE
           IF  LEGALSTS-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING LEGAL STATUS FILE'
               MOVE LEGALSTS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9800-ALRTEXT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE ALRTEXT-FILE
           IF  ALRTEXT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING ALERT EXTRACT FILE'
               MOVE ALRTEXT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9900-REPTFILE-CLOSE.
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
               DISPLAY 'ERROR CLOSING ALERT REPORT'
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
