      ******************************************************************
      * Program     : CBPRO01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Balance transfer generation.  Reads the day's
      *               balance transfer requests, builds a transfer
      *               transaction for each into the daily transaction
      *               stream (its own category balance bucket, so it
      *               posts through CBTRN02C's normal validation) and
      *               opens the promotional rate offer on that bucket
      *               that CBACT04C bills at until the offer expires.
      *               Prints a control report of transfers generated
      *               and requests skipped.
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
       PROGRAM-ID.    CBPRO01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BTREQST-FILE ASSIGN TO BTREQST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BTREQST-STATUS.

           SELECT PROMO-FILE ASSIGN TO PROMOFIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-PROMO-KEY
                  FILE STATUS  IS PROMOFIL-STATUS.

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

           SELECT BTTRAN-FILE ASSIGN TO BTTRAN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BTTRAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO BTRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  BTREQST-FILE.
       01  FD-BTREQST-REC                       PIC X(80).

       FD  PROMO-FILE.
       01  FD-PROMOFIL-REC.
           05 FD-PROMO-KEY                      PIC X(17).
           05 FD-PROMO-DATA                     PIC X(63).

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

       FD  BTTRAN-FILE.
       01  FD-BTTRAN-REC                        PIC X(350).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVPRO01Y.
       01  BTREQST-STATUS.
           05  BTREQST-STAT1       PIC X.
           05  BTREQST-STAT2       PIC X.
       01  PROMOFIL-STATUS.
           05  PROMOFIL-STAT1      PIC X.
           05  PROMOFIL-STAT2      PIC X.

       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

       COPY CVACT03Y.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.

       COPY CVTRA06Y.
       01  BTTRAN-STATUS.
           05  BTTRAN-STAT1        PIC X.
           05  BTTRAN-STAT2        PIC X.

       COPY CVPRO02Y.
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

      * Balance transfers post as purchases-type debits to their own
      * category so the promotional rate can be applied to that
      * bucket alone.
       01  WS-BALXFER-CONSTANTS.
           05 WS-BT-TYPE-CD             PIC X(02) VALUE '01'.
           05 WS-BT-CAT-CD              PIC 9(04) VALUE 10.
           05 WS-BT-MAX-MONTHS          PIC 9(02) VALUE 24.

       01  WS-COUNTERS.
           05 WS-REQST-READ-COUNT       PIC 9(09) VALUE 0.
           05 WS-GEN-COUNT              PIC 9(09) VALUE 0.
           05 WS-SKIP-COUNT             PIC 9(09) VALUE 0.
           05 WS-GEN-AMT-TOTAL          PIC S9(11)V99 VALUE 0.
           05 WS-TRANID-SUFFIX          PIC 9(06) VALUE 0.

       01  WS-GEN-VARS.
           05 WS-SKIP-REASON            PIC X(30) VALUE SPACES.
           05 WS-AVAIL-CREDIT           PIC S9(10)V99 VALUE 0.
           05 WS-PROMO-ON-FILE          PIC X(01) VALUE 'N'.
             88  PROMO-ON-FILE                   VALUE 'Y'.
           05 WS-PARM-YYYYMMDD          PIC 9(08).
           05 WS-EXP-YYYYMMDD           PIC 9(08).
           05 WS-EXP-DATE-PARTS         REDEFINES WS-EXP-YYYYMMDD.
              10 WS-EXP-YYYY            PIC 9(04).
              10 WS-EXP-MM              PIC 9(02).
              10 WS-EXP-DD              PIC 9(02).
           05 WS-TOT-MONTHS             PIC 9(06) VALUE 0.
           05 WS-MONTH-START            PIC 9(08).
           05 WS-NEXT-MONTH-START       PIC 9(08).
           05 WS-DAYS-IN-MONTH          PIC S9(04) COMP.
           05 WS-EXPIRY-DATE            PIC X(10) VALUE SPACES.

      * The generated feed carries the same header and trailer
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
           DISPLAY 'START OF EXECUTION OF PROGRAM CBPRO01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBPRO01C' TO RST-PROGRAM.
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
           PERFORM 0000-BTREQST-OPEN.
           PERFORM 0100-PROMOFIL-OPEN.
           PERFORM 0200-ACCTFILE-OPEN.
           PERFORM 0300-XREFFILE-OPEN.
           PERFORM 0400-BTTRAN-OPEN.
           PERFORM 0450-WRITE-FEED-HEADER.
           PERFORM 0500-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.

           MOVE PARM-DATE(1:4) TO WS-PARM-YYYYMMDD(1:4)
           MOVE PARM-DATE(6:2) TO WS-PARM-YYYYMMDD(5:2)
           MOVE PARM-DATE(9:2) TO WS-PARM-YYYYMMDD(7:2)

           PERFORM UNTIL END-OF-FILE = 'Y'
               IF  END-OF-FILE = 'N'
                   PERFORM 1000-BTREQST-GET-NEXT
                   IF  END-OF-FILE = 'N'
                       ADD 1 TO WS-REQST-READ-COUNT
                       MOVE SPACES TO WS-SKIP-REASON
                       MOVE SPACES TO WS-EXPIRY-DATE
                       PERFORM 2000-PROCESS-REQUEST
                          THRU 2000-PROCESS-REQUEST-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 4300-WRITE-TOTALS.
           PERFORM 4400-WRITE-FEED-TRAILER.

           PERFORM 9000-BTREQST-CLOSE.
           PERFORM 9100-PROMOFIL-CLOSE.
           PERFORM 9200-ACCTFILE-CLOSE.
           PERFORM 9300-XREFFILE-CLOSE.
           PERFORM 9400-BTTRAN-CLOSE.
           PERFORM 9500-REPTFILE-CLOSE.
           DISPLAY 'TRANSFER REQUESTS READ :' WS-REQST-READ-COUNT
           DISPLAY 'TRANSFERS GENERATED    :' WS-GEN-COUNT
           DISPLAY 'REQUESTS SKIPPED       :' WS-SKIP-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-GEN-COUNT TO RST-RECORD-COUNT.
           MOVE WS-SKIP-COUNT TO RST-REJECT-COUNT.
           MOVE WS-GEN-AMT-TOTAL TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBPRO01C'.

           GOBACK.
      *---------------------------------------------------------------*
       0000-BTREQST-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT BTREQST-FILE
           IF  BTREQST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING BALANCE TRANSFER REQUEST FILE'
               MOVE BTREQST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0100-PROMOFIL-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O PROMO-FILE
           IF  PROMOFIL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PROMOTIONAL OFFER FILE'
               MOVE PROMOFIL-STATUS TO IO-STATUS
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
       0300-XREFFILE-OPEN.
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
       0400-BTTRAN-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT BTTRAN-FILE
           IF  BTTRAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING BALANCE TRANSFER TRAN FILE'
               MOVE BTTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0450-WRITE-FEED-HEADER.
           INITIALIZE DALYTRAN-HDR-RECORD
           MOVE 'DALYTHDR'          TO DTHR-RECORD-ID
           MOVE PARM-DATE           TO DTHR-BUSINESS-DATE
           MOVE 'BALXFER'           TO DTHR-FEED-SOURCE
           STRING PARM-DATE ,
                  '-00.00.00.000000'
             DELIMITED BY SIZE
             INTO DTHR-CREATE-TS
           END-STRING
           WRITE FD-BTTRAN-REC FROM DALYTRAN-HDR-RECORD
           IF  BTTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING BALANCE TRANSFER TRAN FILE'
               MOVE BTTRAN-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR OPENING BALANCE TRANSFER REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1000-BTREQST-GET-NEXT.
           READ BTREQST-FILE INTO BALXFER-REQUEST-RECORD.
           IF  BTREQST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF  BTREQST-STATUS = '10'
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
                   DISPLAY 'ERROR READING BALANCE TRANSFER REQUESTS'
                   MOVE BTREQST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2000-PROCESS-REQUEST.
           IF  BTRQ-AMT NOT NUMERIC
           OR  BTRQ-AMT NOT > 0
               MOVE 'INVALID TRANSFER AMOUNT' TO WS-SKIP-REASON
               PERFORM 2900-SKIP-REQUEST
               GO TO 2000-PROCESS-REQUEST-EXIT
           END-IF

           IF  BTRQ-PROMO-RATE NOT NUMERIC
           OR  BTRQ-PROMO-RATE < 0
           OR  BTRQ-PROMO-MONTHS NOT NUMERIC
           OR  BTRQ-PROMO-MONTHS = 0
           OR  BTRQ-PROMO-MONTHS > WS-BT-MAX-MONTHS
               MOVE 'INVALID PROMOTIONAL TERMS' TO WS-SKIP-REASON
               PERFORM 2900-SKIP-REQUEST
               GO TO 2000-PROCESS-REQUEST-EXIT
           END-IF

           MOVE BTRQ-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
              INVALID KEY
                MOVE 'ACCOUNT RECORD NOT FOUND' TO WS-SKIP-REASON
           END-READ
           IF  WS-SKIP-REASON NOT = SPACES
               PERFORM 2900-SKIP-REQUEST
               GO TO 2000-PROCESS-REQUEST-EXIT
           END-IF

           IF  NOT ACCT-STAT-OPEN
               MOVE 'ACCOUNT NOT OPEN' TO WS-SKIP-REASON
               PERFORM 2900-SKIP-REQUEST
               GO TO 2000-PROCESS-REQUEST-EXIT
           END-IF

           COMPUTE WS-AVAIL-CREDIT = ACCT-CREDIT-LIMIT - ACCT-CURR-BAL
           IF  BTRQ-AMT > WS-AVAIL-CREDIT
               MOVE 'EXCEEDS AVAILABLE CREDIT' TO WS-SKIP-REASON
               PERFORM 2900-SKIP-REQUEST
               GO TO 2000-PROCESS-REQUEST-EXIT
           END-IF

      *    One promotional offer per bucket - a transfer may not land
      *    on a bucket whose earlier offer is still running.
           PERFORM 2050-READ-PROMO
           IF  PROMO-ON-FILE
           AND PROMO-ACTIVE
           AND PROMO-EXPIRY-DATE >= PARM-DATE
               MOVE 'PROMOTION ALREADY ACTIVE' TO WS-SKIP-REASON
               PERFORM 2900-SKIP-REQUEST
               GO TO 2000-PROCESS-REQUEST-EXIT
           END-IF

           MOVE BTRQ-ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
              INVALID KEY
                MOVE 'NO CARD CROSS REFERENCE' TO WS-SKIP-REASON
           END-READ
           IF  WS-SKIP-REASON NOT = SPACES
               PERFORM 2900-SKIP-REQUEST
               GO TO 2000-PROCESS-REQUEST-EXIT
           END-IF

           PERFORM 2150-COMPUTE-EXPIRY
           PERFORM 2100-WRITE-BALXFER-TRAN
           PERFORM 2200-WRITE-PROMO
           ADD 1 TO WS-GEN-COUNT
           ADD BTRQ-AMT TO WS-GEN-AMT-TOTAL
           MOVE 'TRANSFER GENERATED' TO WS-SKIP-REASON
           PERFORM 2800-WRITE-DETAIL.
       2000-PROCESS-REQUEST-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2050-READ-PROMO.
           MOVE 'N' TO WS-PROMO-ON-FILE
           INITIALIZE PROMO-OFFER-RECORD
           MOVE BTRQ-ACCT-ID        TO PROMO-ACCT-ID
           MOVE WS-BT-TYPE-CD       TO PROMO-TRAN-TYPE-CD
           MOVE WS-BT-CAT-CD        TO PROMO-TRAN-CAT-CD
           MOVE PROMO-KEY           TO FD-PROMO-KEY
           READ PROMO-FILE INTO PROMO-OFFER-RECORD
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE 'Y' TO WS-PROMO-ON-FILE
           END-READ
           EXIT.
      *---------------------------------------------------------------*
      * The offer runs the requested number of months from today; a
      * start day past the end of the expiry month is pulled back to
      * that month's last day.
       2150-COMPUTE-EXPIRY.
           MOVE PARM-DATE(1:4) TO WS-EXP-YYYY
           MOVE PARM-DATE(6:2) TO WS-EXP-MM
           MOVE PARM-DATE(9:2) TO WS-EXP-DD
           COMPUTE WS-TOT-MONTHS = WS-EXP-YYYY * 12 + WS-EXP-MM
                                 + BTRQ-PROMO-MONTHS
           COMPUTE WS-EXP-YYYY = (WS-TOT-MONTHS - 1) / 12
           COMPUTE WS-EXP-MM = WS-TOT-MONTHS - (WS-EXP-YYYY * 12)
           COMPUTE WS-MONTH-START = WS-EXP-YYYY * 10000
                                  + WS-EXP-MM * 100 + 1
           IF  WS-EXP-MM = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-EXP-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-MONTH-START + 100
           END-IF
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
             - FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           IF  WS-EXP-DD > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-EXP-DD
           END-IF
           MOVE SPACES TO WS-EXPIRY-DATE
           STRING WS-EXP-YYYY '-' WS-EXP-MM '-' WS-EXP-DD
             DELIMITED BY SIZE
             INTO WS-EXPIRY-DATE
           END-STRING
           EXIT.
      *---------------------------------------------------------------*
       2100-WRITE-BALXFER-TRAN.
           ADD 1 TO WS-TRANID-SUFFIX
           INITIALIZE DALYTRAN-RECORD
           STRING 'BT' ,
                  WS-PARM-YYYYMMDD ,
                  WS-TRANID-SUFFIX
             DELIMITED BY SIZE
             INTO DALYTRAN-ID
           END-STRING
           MOVE WS-BT-TYPE-CD       TO DALYTRAN-TYPE-CD
           MOVE WS-BT-CAT-CD        TO DALYTRAN-CAT-CD
           MOVE 'BALXFER'           TO DALYTRAN-SOURCE
           STRING 'BALANCE TRANSFER - ' ,
                  BTRQ-PAYEE-DESC
             DELIMITED BY SIZE
             INTO DALYTRAN-DESC
           END-STRING
           MOVE BTRQ-AMT            TO DALYTRAN-AMT
           MOVE 999999999           TO DALYTRAN-MERCHANT-ID
           MOVE 'BALANCE TRANSFER'  TO DALYTRAN-MERCHANT-NAME
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

           WRITE FD-BTTRAN-REC FROM DALYTRAN-RECORD
           IF  BTTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING BALANCE TRANSFER TRAN FILE'
               MOVE BTTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE DALYTRAN-AMT TO WS-FEED-ABS-AMT
           COMPUTE WS-FEED-HASH = WS-FEED-HASH
                 + (WS-FEED-ABS-AMT * 100)
           EXIT.
      *---------------------------------------------------------------*
      * An expired or cancelled offer on the same bucket is replaced
      * by the new one.
       2200-WRITE-PROMO.
           MOVE BTRQ-ACCT-ID        TO PROMO-ACCT-ID
           MOVE WS-BT-TYPE-CD       TO PROMO-TRAN-TYPE-CD
           MOVE WS-BT-CAT-CD        TO PROMO-TRAN-CAT-CD
           MOVE BTRQ-OFFER-CD       TO PROMO-OFFER-CD
           MOVE BTRQ-PROMO-RATE     TO PROMO-INT-RATE
           MOVE PARM-DATE           TO PROMO-START-DATE
           MOVE WS-EXPIRY-DATE      TO PROMO-EXPIRY-DATE
           MOVE BTRQ-AMT            TO PROMO-ORIG-AMT
           SET PROMO-ACTIVE         TO TRUE
           IF  PROMO-ON-FILE
               REWRITE FD-PROMOFIL-REC FROM PROMO-OFFER-RECORD
           ELSE
               WRITE FD-PROMOFIL-REC FROM PROMO-OFFER-RECORD
           END-IF
           IF  PROMOFIL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PROMOTIONAL OFFER FILE'
               MOVE PROMOFIL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2800-WRITE-DETAIL.
           INITIALIZE BTRQ-DETAIL-REPORT
           MOVE BTRQ-ACCT-ID    TO BTRQ-REPORT-ACCT-ID
           MOVE BTRQ-OFFER-CD   TO BTRQ-REPORT-OFFER-CD
           MOVE WS-SKIP-REASON  TO BTRQ-REPORT-DISPOSITION
           IF  BTRQ-AMT NUMERIC
               MOVE BTRQ-AMT    TO BTRQ-REPORT-AMT
           END-IF
           IF  BTRQ-PROMO-RATE NUMERIC
               MOVE BTRQ-PROMO-RATE TO BTRQ-REPORT-RATE
           END-IF
           MOVE WS-EXPIRY-DATE  TO BTRQ-REPORT-EXPIRY
           MOVE BTRQ-DETAIL-REPORT TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       2900-SKIP-REQUEST.
           ADD 1 TO WS-SKIP-COUNT
           PERFORM 2800-WRITE-DETAIL
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE PARM-DATE TO BTRQ-REPT-RUN-DATE
           MOVE BTRQ-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE BTRQ-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE BTRQ-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4300-WRITE-TOTALS.
           MOVE WS-GEN-COUNT TO BTRQ-REPT-GEN-COUNT
           MOVE WS-GEN-AMT-TOTAL TO BTRQ-REPT-GEN-AMT
           MOVE BTRQ-REPORT-GEN-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE WS-SKIP-COUNT TO BTRQ-REPT-SKIP-COUNT
           MOVE BTRQ-REPORT-SKIP-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING BALANCE TRANSFER REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4400-WRITE-FEED-TRAILER.
           INITIALIZE DALYTRAN-TLR-RECORD
           MOVE 'DALYTTLR'          TO DTTR-RECORD-ID
           MOVE WS-GEN-COUNT        TO DTTR-DETAIL-COUNT
           MOVE WS-FEED-HASH        TO DTTR-AMOUNT-HASH
           WRITE FD-BTTRAN-REC FROM DALYTRAN-TLR-RECORD
           IF  BTTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING BALANCE TRANSFER TRAN FILE'
               MOVE BTTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-BTREQST-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE BTREQST-FILE
           IF  BTREQST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING BALANCE TRANSFER REQUEST FILE'
               MOVE BTREQST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9100-PROMOFIL-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PROMO-FILE
           IF  PROMOFIL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PROMOTIONAL OFFER FILE'
               MOVE PROMOFIL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9200-ACCTFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE ACCOUNT-FILE
           IF  ACCTFILE-STATUS  = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS  TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9300-XREFFILE-CLOSE.
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
       9400-BTTRAN-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE BTTRAN-FILE
           IF  BTTRAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING BALANCE TRANSFER TRAN FILE'
               MOVE BTTRAN-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING BALANCE TRANSFER REPORT'
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
