      ******************************************************************
      * Program     : CBPOF01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Payoff letters and quote expiry.  Reads the
      *               payoff quotes saved by COPOF01C (PAYQUOTE),
      *               writes a payoff letter (quote figures, group
      *               letterhead) for each open quote a letter was
      *               asked for, and expires the open quotes whose
      *               good-through date has passed so a later payment
      *               no longer meets them in CBTRN02C.
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
       PROGRAM-ID.    CBPOF01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYQUOTE-FILE ASSIGN TO PAYQUOTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-PQ-KEY
                  FILE STATUS  IS PAYQUOTE-STATUS.

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

           SELECT POFLETR-FILE ASSIGN TO POFLETRS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS POFLETR-STATUS.

           SELECT REPORT-FILE ASSIGN TO POFRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PAYQUOTE-FILE.
       01  FD-PAYQUOTE-REC.
           05 FD-PQ-KEY.
              10 FD-PQ-ACCT-ID                  PIC 9(11).
              10 FD-PQ-QUOTE-NUM                PIC X(12).
           05 FD-PQ-DATA                        PIC X(177).

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

       FD  POFLETR-FILE.
       01  FD-POFLETR-REC                       PIC X(500).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVPOF01Y.
       01  PAYQUOTE-STATUS.
           05  PAYQUOTE-STAT1      PIC X.
           05  PAYQUOTE-STAT2      PIC X.
       01  POFLETR-STATUS.
           05  POFLETR-STAT1       PIC X.
           05  POFLETR-STAT2       PIC X.

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

       COPY CVPOF02Y.
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
           05 WS-QUOTE-READ-COUNT       PIC 9(09) VALUE 0.
           05 WS-LETTER-COUNT           PIC 9(09) VALUE 0.
           05 WS-EXPIRED-COUNT          PIC 9(09) VALUE 0.
           05 WS-SKIPPED-COUNT          PIC 9(09) VALUE 0.
           05 WS-UNDELIV-HOLD-COUNT     PIC 9(09) VALUE 0.

       01  WS-QUOTE-VARS.
           05 WS-SKIP-REASON            PIC X(40) VALUE SPACES.
           05 WS-ACTION                 PIC X(12) VALUE SPACES.
           05 WS-NOTE                   PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBPOF01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBPOF01C' TO RST-PROGRAM.
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

           PERFORM 0000-PAYQUOTE-OPEN.
           PERFORM 0100-ACCTFILE-OPEN.
           PERFORM 0200-XREFFILE-OPEN.
           PERFORM 0300-CUSTFILE-OPEN.
           PERFORM 0400-LETRFILE-OPEN.
           PERFORM 0500-POFLETR-OPEN.
           PERFORM 0600-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.

           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1000-PAYQUOTE-GET-NEXT
               IF  END-OF-FILE = 'N'
                   ADD 1 TO WS-QUOTE-READ-COUNT
                   PERFORM 2000-PROCESS-QUOTE
                      THRU 2000-PROCESS-QUOTE-EXIT
               END-IF
           END-PERFORM

           MOVE WS-QUOTE-READ-COUNT    TO POF-REPT-READ-COUNT
           MOVE WS-LETTER-COUNT        TO POF-REPT-LETTER-COUNT
           MOVE WS-UNDELIV-HOLD-COUNT  TO POF-REPT-HELD-COUNT
           MOVE WS-EXPIRED-COUNT       TO POF-REPT-EXPIRED-COUNT
           MOVE POF-REPORT-GRAND-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC

           PERFORM 9000-PAYQUOTE-CLOSE.
           PERFORM 9100-ACCTFILE-CLOSE.
           PERFORM 9200-XREFFILE-CLOSE.
           PERFORM 9300-CUSTFILE-CLOSE.
           PERFORM 9400-LETRFILE-CLOSE.
           PERFORM 9500-POFLETR-CLOSE.
           PERFORM 9600-REPTFILE-CLOSE.
           DISPLAY 'PAYOFF QUOTES READ       :' WS-QUOTE-READ-COUNT
           DISPLAY 'PAYOFF LETTERS WRITTEN   :' WS-LETTER-COUNT
           DISPLAY 'QUOTES EXPIRED           :' WS-EXPIRED-COUNT
           DISPLAY 'LETTERS SKIPPED          :' WS-SKIPPED-COUNT
           DISPLAY 'SKIPPED - UNDELIVERABLE  :' WS-UNDELIV-HOLD-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-QUOTE-READ-COUNT TO RST-RECORD-COUNT.
           MOVE WS-SKIPPED-COUNT TO RST-REJECT-COUNT.
           MOVE 0 TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBPOF01C'.

           GOBACK.
      *---------------------------------------------------------------*
       0000-PAYQUOTE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O PAYQUOTE-FILE
           IF  PAYQUOTE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PAYOFF QUOTE FILE'
               MOVE PAYQUOTE-STATUS TO IO-STATUS
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
       0500-POFLETR-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT POFLETR-FILE
           IF  POFLETR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PAYOFF LETTER EXTRACT'
               MOVE POFLETR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0600-REPTFILE-OPEN.
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
               DISPLAY 'ERROR OPENING PAYOFF QUOTE REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1000-PAYQUOTE-GET-NEXT.
           READ PAYQUOTE-FILE INTO PAYOFF-QUOTE-RECORD
           IF  PAYQUOTE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF  PAYQUOTE-STATUS = '10'
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
                   DISPLAY 'ERROR READING PAYOFF QUOTE FILE'
                   MOVE PAYQUOTE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2000-PROCESS-QUOTE.
      * Only open quotes need work.  One whose good-through date has
      * passed can no longer be met by a payment and is expired; a
      * letter asked for on it and not yet sent is dropped with it.
           IF  NOT PQ-STAT-OPEN
               GO TO 2000-PROCESS-QUOTE-EXIT
           END-IF

           IF  PQ-GOOD-THRU-DATE < PARM-DATE
               SET PQ-STAT-EXPIRED TO TRUE
               MOVE 'EXPIRED' TO WS-ACTION
               IF  PQ-LETTER-REQUESTED
                   SET PQ-LETTER-NONE TO TRUE
                   MOVE 'LETTER NOT SENT BEFORE EXPIRY' TO WS-NOTE
               ELSE
                   MOVE SPACES TO WS-NOTE
               END-IF
               PERFORM 2900-REWRITE-QUOTE
               ADD 1 TO WS-EXPIRED-COUNT
               PERFORM 4100-REPORT-LINE
               GO TO 2000-PROCESS-QUOTE-EXIT
           END-IF

           IF  NOT PQ-LETTER-REQUESTED
               GO TO 2000-PROCESS-QUOTE-EXIT
           END-IF

           MOVE SPACES TO WS-SKIP-REASON
           PERFORM 3000-GET-ACCT-DATA
           IF  WS-SKIP-REASON = SPACES
               PERFORM 3100-GET-XREF-DATA
           END-IF
           IF  WS-SKIP-REASON = SPACES
               PERFORM 3110-GET-CUST-DATA
           END-IF
      *    No letter to an address flagged undeliverable; the request
      *    stays open and the letter goes once the address is fixed.
           IF  WS-SKIP-REASON = SPACES
           AND CUST-ADDR-UNDELIVERABLE
           AND NOT CUST-STMT-PREF-EMAIL
               MOVE 'ADDRESS FLAGGED UNDELIVERABLE' TO WS-SKIP-REASON
               ADD 1 TO WS-UNDELIV-HOLD-COUNT
           END-IF
           IF  WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'LETTER SKIPPED FOR QUOTE ' PQ-QUOTE-NUM
                       ' - ' WS-SKIP-REASON
               MOVE 'LETTER HELD'  TO WS-ACTION
               MOVE WS-SKIP-REASON TO WS-NOTE
               PERFORM 4100-REPORT-LINE
               GO TO 2000-PROCESS-QUOTE-EXIT
           END-IF

           PERFORM 3120-GET-LETTERHEAD
           PERFORM 3400-WRITE-LETTER-REC
           SET PQ-LETTER-SENT TO TRUE
           MOVE PARM-DATE     TO PQ-LETTER-DATE
           PERFORM 2900-REWRITE-QUOTE
           ADD 1 TO WS-LETTER-COUNT
           MOVE 'LETTER'      TO WS-ACTION
           IF  CUST-STMT-PREF-EMAIL
               MOVE 'DELIVERY BY EMAIL' TO WS-NOTE
           ELSE
               MOVE 'DELIVERY BY MAIL'  TO WS-NOTE
           END-IF
           PERFORM 4100-REPORT-LINE.
       2000-PROCESS-QUOTE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2900-REWRITE-QUOTE.
           REWRITE FD-PAYQUOTE-REC FROM PAYOFF-QUOTE-RECORD
           IF  PAYQUOTE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING PAYOFF QUOTE FILE'
               MOVE PAYQUOTE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       3000-GET-ACCT-DATA.
           MOVE PQ-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  MOVE 'ACCOUNT NOT FOUND' TO WS-SKIP-REASON
           END-READ
           EXIT.
      *---------------------------------------------------------------*
       3100-GET-XREF-DATA.
           MOVE PQ-ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  MOVE 'NO CARD CROSS REFERENCE' TO WS-SKIP-REASON
           END-READ
           EXIT.
      *---------------------------------------------------------------*
       3110-GET-CUST-DATA.
           MOVE XREF-CUST-ID TO FD-CUST-ID
           READ CUST-FILE INTO CUSTOMER-RECORD
               INVALID KEY
                  MOVE 'CUSTOMER RECORD NOT FOUND' TO WS-SKIP-REASON
           END-READ
           EXIT.
      *---------------------------------------------------------------*
       3120-GET-LETTERHEAD.
           MOVE ACCT-GROUP-ID TO FD-LETR-GROUP-ID
           READ LETTER-FILE INTO LETTER-REF-RECORD
              INVALID KEY
                PERFORM 3130-GET-DEFAULT-LETTERHEAD
           END-READ
           EXIT.
      *---------------------------------------------------------------*
       3130-GET-DEFAULT-LETTERHEAD.
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
           INITIALIZE PAYOFF-LETTER-RECORD
           SET POL-LETTER-PAYOFF       TO TRUE
           MOVE PQ-ACCT-ID             TO POL-ACCT-ID
           MOVE CUST-ID                TO POL-CUST-ID
           IF  CUST-STMT-PREF-EMAIL
               SET POL-DELIVER-EMAIL   TO TRUE
           ELSE
               SET POL-DELIVER-PAPER   TO TRUE
           END-IF
           MOVE CUST-FIRST-NAME        TO POL-CUST-FIRST-NAME
           MOVE CUST-LAST-NAME         TO POL-CUST-LAST-NAME
           MOVE CUST-ADDR-LINE-1       TO POL-ADDR-LINE-1
           MOVE CUST-ADDR-LINE-2       TO POL-ADDR-LINE-2
           MOVE CUST-ADDR-LINE-3       TO POL-ADDR-LINE-3
           MOVE CUST-ADDR-STATE-CD     TO POL-ADDR-STATE-CD
           MOVE CUST-ADDR-ZIP          TO POL-ADDR-ZIP
           MOVE LETR-BANK-NAME         TO POL-BANK-NAME
           MOVE LETR-ADDR-LINE-1       TO POL-BANK-ADDR-LINE-1
           MOVE LETR-ADDR-LINE-2       TO POL-BANK-ADDR-LINE-2
           MOVE LETR-PHONE-NUM         TO POL-BANK-PHONE-NUM
           MOVE PQ-QUOTE-NUM           TO POL-QUOTE-NUM
           MOVE PQ-QUOTE-DATE          TO POL-QUOTE-DATE
           MOVE PQ-GOOD-THRU-DATE      TO POL-GOOD-THRU-DATE
           MOVE PQ-CURR-BAL            TO POL-CURR-BAL
           MOVE PQ-INTEREST-AMT        TO POL-INTEREST-AMT
           MOVE PQ-PER-DIEM-AMT        TO POL-PER-DIEM-AMT
           MOVE PQ-PAYOFF-AMT          TO POL-PAYOFF-AMT
           MOVE PQ-HOLD-AMT            TO POL-HOLD-AMT
           MOVE PQ-TOTAL-AMT           TO POL-TOTAL-AMT
           MOVE PARM-DATE              TO POL-EXTRACT-DATE
           WRITE FD-POFLETR-REC FROM PAYOFF-LETTER-RECORD
           IF  POFLETR-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PAYOFF LETTER EXTRACT'
               MOVE POFLETR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4100-REPORT-LINE.
           INITIALIZE POF-DETAIL-REPORT
           MOVE PQ-ACCT-ID            TO POF-REPORT-ACCT-ID
           MOVE PQ-QUOTE-NUM          TO POF-REPORT-QUOTE-NUM
           MOVE PQ-QUOTE-DATE         TO POF-REPORT-QUOTE-DATE
           MOVE PQ-GOOD-THRU-DATE     TO POF-REPORT-GOOD-THRU
           MOVE PQ-PAYOFF-AMT         TO POF-REPORT-PAYOFF-AMT
           MOVE WS-ACTION             TO POF-REPORT-ACTION
           MOVE WS-NOTE               TO POF-REPORT-NOTE
           MOVE POF-DETAIL-REPORT TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE PARM-DATE TO POF-REPT-ASOF-DATE
           MOVE POF-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE POF-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE POF-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING PAYOFF QUOTE REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-PAYQUOTE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PAYQUOTE-FILE
           IF  PAYQUOTE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PAYOFF QUOTE FILE'
               MOVE PAYQUOTE-STATUS TO IO-STATUS
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
       9500-POFLETR-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE POFLETR-FILE
           IF  POFLETR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PAYOFF LETTER EXTRACT'
               MOVE POFLETR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9600-REPTFILE-CLOSE.
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
               DISPLAY 'ERROR CLOSING PAYOFF QUOTE REPORT'
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
