      ******************************************************************
      * Program     : CBAUT03C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Authorization decline analysis.  Files the day's
      *               declines from AUTHREJS on the dated decline
      *               history and CBAUT01C's run totals on the run
      *               summary history, then reports the approval rate
      *               for the day, the prior day and the month to
      *               date, declines by reason code with the
      *               day-over-day change (a reason that jumps is
      *               flagged), the merchants and cards with the most
      *               declines this month, and the daily trend.
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
       PROGRAM-ID.    CBAUT03C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHREJS-FILE ASSIGN TO AUTHREJS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS AUTHREJS-STATUS.

           SELECT AUTHSTAT-FILE ASSIGN TO AUTHSTAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS AUTHSTAT-STATUS.

           SELECT DSUM-FILE ASSIGN TO AUTHDSUM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-ADS-KEY
                  FILE STATUS  IS DSUM-STATUS.

           SELECT DHIST-FILE ASSIGN TO AUTHDHST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-ADH-KEY
                  FILE STATUS  IS DHIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO AUTHDRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHREJS-FILE.
       01  FD-AUTHREJS-RECORD.
           05 FD-AUTHREJ-RECORD                 PIC X(220).
           05 FD-AUTHREJ-TRAILER                PIC X(80).

       FD  AUTHSTAT-FILE.
       01  FD-AUTHSTAT-RECORD                   PIC X(100).

       FD  DSUM-FILE.
       01  FD-DSUM-REC.
           05 FD-ADS-KEY                        PIC X(26).
           05 FD-ADS-DATA                       PIC X(74).

       FD  DHIST-FILE.
       01  FD-DHIST-REC.
           05 FD-ADH-KEY                        PIC X(26).
           05 FD-ADH-DATA                       PIC X(174).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVAUT02Y.
       01  AUTHREJS-STATUS.
           05  AUTHREJS-STAT1      PIC X.
           05  AUTHREJS-STAT2      PIC X.

       COPY CVAUT03Y.
       01  AUTHSTAT-STATUS.
           05  AUTHSTAT-STAT1      PIC X.
           05  AUTHSTAT-STAT2      PIC X.
       01  DSUM-STATUS.
           05  DSUM-STAT1          PIC X.
           05  DSUM-STAT2          PIC X.
       01  DHIST-STATUS.
           05  DHIST-STAT1         PIC X.
           05  DHIST-STAT2         PIC X.

       COPY CVAUT04Y.
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

      * Decline record as CBAUT01C writes it - the request followed
      * by the decline reason trailer.
        01 AUTHREJ-RECORD.
           05 AUTHREJ-AUTH-DATA              PIC X(220).
           05 AUTHREJ-TRAILER.
              10 AUTHREJ-REASON              PIC 9(04).
              10 AUTHREJ-REASON-DESC         PIC X(76).

       01  WS-COUNTERS.
           05 WS-RUNS-LOADED            PIC 9(09) VALUE 0.
           05 WS-RUNS-DUPLICATE         PIC 9(09) VALUE 0.
           05 WS-DECLINES-LOADED        PIC 9(09) VALUE 0.
           05 WS-DECLINES-DUPLICATE     PIC 9(09) VALUE 0.
           05 WS-HIST-READ-COUNT        PIC 9(09) VALUE 0.

       01  WS-DATE-VARS.
           05 WS-MONTH-START            PIC X(10) VALUE SPACES.
           05 WS-PRIOR-MONTH-START      PIC X(10) VALUE SPACES.
           05 WS-PRIOR-DATE             PIC X(10) VALUE SPACES.
           05 WS-HIST-START-DATE        PIC X(10) VALUE SPACES.
           05 WS-PM-LAST-DATE           PIC X(10) VALUE SPACES.
           05 WS-PM-LAST-DECLINED       PIC 9(09) VALUE 0.
           05 WS-YEAR-N                 PIC 9(04) VALUE 0.
           05 WS-MONTH-N                PIC 9(02) VALUE 0.
           05 WS-DAY-N                  PIC 9(02) VALUE 0.

      * Request and decline totals for the day, the prior day with
      * activity, and the month to date.
       01  WS-PERIOD-TOTALS.
           05 WS-PERIOD-ENTRY OCCURS 3 TIMES.
               10 WS-PER-REQUESTS       PIC 9(09).
               10 WS-PER-APPROVED       PIC 9(09).
               10 WS-PER-APPROVED-AMT   PIC S9(13)V99.
               10 WS-PER-DECLINED       PIC 9(09).
               10 WS-PER-DECLINED-AMT   PIC S9(13)V99.
       01  WS-PER-TODAY                 PIC 9(01) VALUE 1.
       01  WS-PER-PRIOR                 PIC 9(01) VALUE 2.
       01  WS-PER-MTD                   PIC 9(01) VALUE 3.
       01  WS-PER-SUB                   PIC 9(01) VALUE 0.
       01  WS-APPROVAL-RATE             PIC 9(03)V99 VALUE 0.

      * Decline reasons are the 200 series; anything outside the
      * table's range is counted on the last row.
       01  WS-REASON-TABLE.
           05 WS-REASON-BASE            PIC 9(04) VALUE 199.
           05 WS-REASON-MAX             PIC 9(02) VALUE 20.
           05 WS-REASON-ENTRY OCCURS 20 TIMES.
               10 WS-RSN-CODE           PIC X(04).
               10 WS-RSN-DESC           PIC X(40).
               10 WS-RSN-TODAY-CNT      PIC 9(07).
               10 WS-RSN-TODAY-AMT      PIC S9(11)V99.
               10 WS-RSN-PRIOR-CNT      PIC 9(07).
               10 WS-RSN-MTD-CNT        PIC 9(09).
               10 WS-RSN-MTD-AMT        PIC S9(13)V99.
       01  WS-REASON-SUB                PIC 9(02) VALUE 0.
       01  WS-REASON-CODE-N             PIC 9(04) VALUE 0.
       01  WS-REASON-CHANGE             PIC S9(07) VALUE 0.
      *    A reason is flagged when today's count reaches the floor
      *    and is at least the multiple of the prior day's count.
       01  WS-SPIKE-MIN-COUNT           PIC 9(05) VALUE 10.
       01  WS-SPIKE-FACTOR              PIC 9(02) VALUE 2.
       01  WS-SPIKE-COUNT               PIC 9(03) VALUE 0.

      * Month-to-date decline counts by merchant and by card.
       01  WS-MERCH-TABLE.
           05 WS-MER-COUNT              PIC 9(05) VALUE 0.
           05 WS-MER-MAX                PIC 9(05) VALUE 2000.
           05 WS-MER-OVERFLOW           PIC 9(09) VALUE 0.
           05 WS-MER-ENTRY OCCURS 2000 TIMES
                              INDEXED BY MER-IX.
               10 WS-MER-ID             PIC 9(09).
               10 WS-MER-NAME           PIC X(50).
               10 WS-MER-MTD-CNT        PIC 9(09).
               10 WS-MER-MTD-AMT        PIC S9(13)V99.
               10 WS-MER-TODAY-CNT      PIC 9(07).
               10 WS-MER-PICKED         PIC X(01).
       01  WS-CARD-TABLE.
           05 WS-CRD-COUNT              PIC 9(05) VALUE 0.
           05 WS-CRD-MAX                PIC 9(05) VALUE 2000.
           05 WS-CRD-OVERFLOW           PIC 9(09) VALUE 0.
           05 WS-CRD-ENTRY OCCURS 2000 TIMES
                              INDEXED BY CRD-IX.
               10 WS-CRD-NUM            PIC X(16).
               10 WS-CRD-MTD-CNT        PIC 9(09).
               10 WS-CRD-MTD-AMT        PIC S9(13)V99.
               10 WS-CRD-TODAY-CNT      PIC 9(07).
               10 WS-CRD-PICKED         PIC X(01).
       01  WS-TOP-LIMIT                 PIC 9(02) VALUE 10.
       01  WS-RANK                      PIC 9(02) VALUE 0.
       01  WS-SCAN-SUB                  PIC 9(05) VALUE 0.
       01  WS-BEST-SUB                  PIC 9(05) VALUE 0.
       01  WS-ENTRY-FOUND               PIC X(01) VALUE 'N'.
           88 TABLE-ENTRY-FOUND             VALUE 'Y'.

      * Day-by-day totals for the month, indexed by day of month.
       01  WS-TREND-TABLE.
           05 WS-TREND-ENTRY OCCURS 31 TIMES.
               10 WS-TRD-DATE           PIC X(10).
               10 WS-TRD-REQUESTS       PIC 9(09).
               10 WS-TRD-APPROVED       PIC 9(09).
               10 WS-TRD-DECLINED       PIC 9(09).
       01  WS-TREND-SUB                 PIC 9(02) VALUE 0.
       01  WS-TREND-PREV-DECLINED       PIC 9(09) VALUE 0.
       01  WS-TREND-CHANGE              PIC S9(09) VALUE 0.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBAUT03C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBAUT03C' TO RST-PROGRAM.
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

           PERFORM 0000-AUTHREJS-OPEN.
           PERFORM 0100-AUTHSTAT-OPEN.
           PERFORM 0200-DSUM-OPEN.
           PERFORM 0300-DHIST-OPEN.
           PERFORM 0400-REPTFILE-OPEN.

           PERFORM 0500-SET-REPORT-DATES.
           INITIALIZE WS-PERIOD-TOTALS
                      WS-TREND-TABLE
           PERFORM 0600-INIT-REASON-ENTRY
              VARYING WS-REASON-SUB FROM 1 BY 1
              UNTIL WS-REASON-SUB > WS-REASON-MAX.

           PERFORM 1000-LOAD-RUN-STATS.
           PERFORM 1100-LOAD-DECLINES.
           PERFORM 2000-SCAN-RUN-SUMMARY.
           PERFORM 3000-SCAN-DECLINE-HISTORY.

           PERFORM 4000-WRITE-HEADERS.
           PERFORM 4100-WRITE-SUMMARY.
           PERFORM 4200-WRITE-REASONS.
           PERFORM 4300-WRITE-TOP-MERCHANTS.
           PERFORM 4400-WRITE-TOP-CARDS.
           PERFORM 4500-WRITE-TREND.

           PERFORM 9000-AUTHREJS-CLOSE.
           PERFORM 9100-AUTHSTAT-CLOSE.
           PERFORM 9200-DSUM-CLOSE.
           PERFORM 9300-DHIST-CLOSE.
           PERFORM 9400-REPTFILE-CLOSE.
           DISPLAY 'BUSINESS DATE           :' PARM-DATE
           DISPLAY 'PRIOR ACTIVITY DATE     :' WS-PRIOR-DATE
           DISPLAY 'RUN TOTALS LOADED       :' WS-RUNS-LOADED
           DISPLAY 'RUN TOTALS ALREADY ON   :' WS-RUNS-DUPLICATE
           DISPLAY 'DECLINES LOADED         :' WS-DECLINES-LOADED
           DISPLAY 'DECLINES ALREADY ON     :' WS-DECLINES-DUPLICATE
           DISPLAY 'HISTORY RECORDS READ    :' WS-HIST-READ-COUNT
           DISPLAY 'REASONS FLAGGED         :' WS-SPIKE-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-DECLINES-LOADED TO RST-RECORD-COUNT.
           MOVE WS-DECLINES-DUPLICATE TO RST-REJECT-COUNT.
           MOVE WS-PER-DECLINED-AMT(WS-PER-TODAY) TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBAUT03C'.

           GOBACK.
      *---------------------------------------------------------------*
       0500-SET-REPORT-DATES.
      *    The month to date runs from the first of the business
      *    month.  History is read from the first of the month before
      *    so the prior day is found even on the first of a month.
           MOVE PARM-DATE      TO WS-MONTH-START
           MOVE '01'           TO WS-MONTH-START(9:2)
           MOVE PARM-DATE(1:4) TO WS-YEAR-N
           MOVE PARM-DATE(6:2) TO WS-MONTH-N
           IF  WS-MONTH-N = 1
               SUBTRACT 1 FROM WS-YEAR-N
               MOVE 12 TO WS-MONTH-N
           ELSE
               SUBTRACT 1 FROM WS-MONTH-N
           END-IF
           MOVE WS-MONTH-START TO WS-PRIOR-MONTH-START
           MOVE WS-YEAR-N      TO WS-PRIOR-MONTH-START(1:4)
           MOVE WS-MONTH-N     TO WS-PRIOR-MONTH-START(6:2)
           EXIT.
      *---------------------------------------------------------------*
       0600-INIT-REASON-ENTRY.
           INITIALIZE WS-REASON-ENTRY(WS-REASON-SUB)
           IF  WS-REASON-SUB < WS-REASON-MAX
               COMPUTE WS-REASON-CODE-N =
                       WS-REASON-BASE + WS-REASON-SUB
               MOVE WS-REASON-CODE-N TO WS-RSN-CODE(WS-REASON-SUB)
           ELSE
               MOVE 'OTHR'  TO WS-RSN-CODE(WS-REASON-SUB)
               MOVE 'OTHER DECLINE REASONS'
                            TO WS-RSN-DESC(WS-REASON-SUB)
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1000-LOAD-RUN-STATS.
           PERFORM UNTIL AUTHSTAT-STATUS = '10'
               READ AUTHSTAT-FILE INTO AUTH-RUN-STATS-RECORD
                  AT END
                    CONTINUE
                  NOT AT END
                    PERFORM 1010-WRITE-RUN-SUMMARY
               END-READ
               IF  AUTHSTAT-STATUS NOT = '00' AND '10'
                   DISPLAY 'ERROR READING AUTH RUN STATISTICS FILE'
                   MOVE AUTHSTAT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-PERFORM
           EXIT.

       1010-WRITE-RUN-SUMMARY.
           INITIALIZE AUTH-DECLINE-SUMMARY-RECORD
           MOVE PARM-DATE          TO ADS-BUS-DATE
           MOVE ARS-RUN-TS         TO ADS-RUN-TS
           MOVE ARS-READ-COUNT     TO ADS-READ-COUNT
           MOVE ARS-APPROVED-COUNT TO ADS-APPROVED-COUNT
           MOVE ARS-APPROVED-AMT   TO ADS-APPROVED-AMT
           MOVE ARS-DECLINED-COUNT TO ADS-DECLINED-COUNT
           MOVE ARS-DECLINED-AMT   TO ADS-DECLINED-AMT
           WRITE FD-DSUM-REC FROM AUTH-DECLINE-SUMMARY-RECORD
           EVALUATE DSUM-STATUS
               WHEN '00'
                   ADD 1 TO WS-RUNS-LOADED
      *        The same run's totals filed by an earlier load.
               WHEN '22'
                   ADD 1 TO WS-RUNS-DUPLICATE
                   DISPLAY 'RUN TOTALS ALREADY ON HISTORY: '
                           ADS-RUN-TS
               WHEN OTHER
                   DISPLAY 'ERROR WRITING AUTH RUN SUMMARY HISTORY'
                   MOVE DSUM-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
       1100-LOAD-DECLINES.
           PERFORM UNTIL AUTHREJS-STATUS = '10'
               READ AUTHREJS-FILE INTO AUTHREJ-RECORD
                  AT END
                    CONTINUE
                  NOT AT END
                    PERFORM 1110-WRITE-DECLINE-HIST
               END-READ
               IF  AUTHREJS-STATUS NOT = '00' AND '10'
                   DISPLAY 'ERROR READING AUTH DECLINES FILE'
                   MOVE AUTHREJS-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-PERFORM
           EXIT.

       1110-WRITE-DECLINE-HIST.
           MOVE AUTHREJ-AUTH-DATA TO AUTH-REQUEST-RECORD
           INITIALIZE AUTH-DECLINE-HIST-RECORD
           MOVE PARM-DATE            TO ADH-BUS-DATE
           MOVE AUTHRQ-ID            TO ADH-AUTH-ID
           MOVE AUTHRQ-CARD-NUM      TO ADH-CARD-NUM
           MOVE AUTHRQ-TYPE-CD       TO ADH-TYPE-CD
           MOVE AUTHRQ-AMT           TO ADH-AMT
           MOVE AUTHRQ-MERCHANT-ID   TO ADH-MERCHANT-ID
           MOVE AUTHRQ-MERCHANT-NAME TO ADH-MERCHANT-NAME
           MOVE AUTHREJ-REASON       TO ADH-REASON-CD
           MOVE AUTHREJ-REASON-DESC  TO ADH-REASON-DESC
           MOVE AUTHRQ-ORIG-TS       TO ADH-ORIG-TS
           WRITE FD-DHIST-REC FROM AUTH-DECLINE-HIST-RECORD
           EVALUATE DHIST-STATUS
               WHEN '00'
                   ADD 1 TO WS-DECLINES-LOADED
               WHEN '22'
                   ADD 1 TO WS-DECLINES-DUPLICATE
               WHEN OTHER
                   DISPLAY 'ERROR WRITING AUTH DECLINE HISTORY'
                   MOVE DHIST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
       2000-SCAN-RUN-SUMMARY.
           MOVE 'N' TO END-OF-FILE
           MOVE LOW-VALUES           TO FD-ADS-KEY
           MOVE WS-PRIOR-MONTH-START TO FD-ADS-KEY(1:10)
           START DSUM-FILE KEY >= FD-ADS-KEY
              INVALID KEY
                MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ DSUM-FILE NEXT RECORD
                    INTO AUTH-DECLINE-SUMMARY-RECORD
                  AT END
                    MOVE 'Y' TO END-OF-FILE
                  NOT AT END
                    IF  ADS-BUS-DATE > PARM-DATE
                        MOVE 'Y' TO END-OF-FILE
                    ELSE
                        PERFORM 2100-ACCUM-RUN-SUMMARY
                    END-IF
               END-READ
               IF  DSUM-STATUS NOT = '00' AND '10'
                   DISPLAY 'ERROR READING AUTH RUN SUMMARY HISTORY'
                   MOVE DSUM-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-PERFORM
           EXIT.

       2100-ACCUM-RUN-SUMMARY.
           IF  ADS-BUS-DATE = PARM-DATE
               MOVE WS-PER-TODAY TO WS-PER-SUB
               PERFORM 2110-ADD-TO-PERIOD
           ELSE
      *        History is in date order, so the last date seen
      *        before the business date is the prior day.
               IF  ADS-BUS-DATE NOT = WS-PRIOR-DATE
                   MOVE ADS-BUS-DATE TO WS-PRIOR-DATE
                   INITIALIZE WS-PERIOD-ENTRY(WS-PER-PRIOR)
               END-IF
               MOVE WS-PER-PRIOR TO WS-PER-SUB
               PERFORM 2110-ADD-TO-PERIOD
           END-IF

           IF  ADS-BUS-DATE < WS-MONTH-START
               IF  ADS-BUS-DATE NOT = WS-PM-LAST-DATE
                   MOVE ADS-BUS-DATE TO WS-PM-LAST-DATE
                   MOVE 0 TO WS-PM-LAST-DECLINED
               END-IF
               ADD ADS-DECLINED-COUNT TO WS-PM-LAST-DECLINED
           ELSE
               MOVE WS-PER-MTD TO WS-PER-SUB
               PERFORM 2110-ADD-TO-PERIOD
               MOVE ADS-BUS-DATE(9:2) TO WS-DAY-N
               MOVE ADS-BUS-DATE      TO WS-TRD-DATE(WS-DAY-N)
               ADD ADS-READ-COUNT     TO WS-TRD-REQUESTS(WS-DAY-N)
               ADD ADS-APPROVED-COUNT TO WS-TRD-APPROVED(WS-DAY-N)
               ADD ADS-DECLINED-COUNT TO WS-TRD-DECLINED(WS-DAY-N)
           END-IF
           EXIT.

       2110-ADD-TO-PERIOD.
           ADD ADS-READ-COUNT     TO WS-PER-REQUESTS(WS-PER-SUB)
           ADD ADS-APPROVED-COUNT TO WS-PER-APPROVED(WS-PER-SUB)
           ADD ADS-APPROVED-AMT   TO WS-PER-APPROVED-AMT(WS-PER-SUB)
           ADD ADS-DECLINED-COUNT TO WS-PER-DECLINED(WS-PER-SUB)
           ADD ADS-DECLINED-AMT   TO WS-PER-DECLINED-AMT(WS-PER-SUB)
           EXIT.
      *---------------------------------------------------------------*
       3000-SCAN-DECLINE-HISTORY.
           MOVE WS-MONTH-START TO WS-HIST-START-DATE
           IF  WS-PRIOR-DATE NOT = SPACES
           AND WS-PRIOR-DATE < WS-MONTH-START
               MOVE WS-PRIOR-DATE TO WS-HIST-START-DATE
           END-IF
           MOVE 'N' TO END-OF-FILE
           MOVE LOW-VALUES         TO FD-ADH-KEY
           MOVE WS-HIST-START-DATE TO FD-ADH-KEY(1:10)
           START DHIST-FILE KEY >= FD-ADH-KEY
              INVALID KEY
                MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               READ DHIST-FILE NEXT RECORD
                    INTO AUTH-DECLINE-HIST-RECORD
                  AT END
                    MOVE 'Y' TO END-OF-FILE
                  NOT AT END
                    IF  ADH-BUS-DATE > PARM-DATE
                        MOVE 'Y' TO END-OF-FILE
                    ELSE
                        ADD 1 TO WS-HIST-READ-COUNT
                        PERFORM 3100-ACCUM-DECLINE
                    END-IF
               END-READ
               IF  DHIST-STATUS NOT = '00' AND '10'
                   DISPLAY 'ERROR READING AUTH DECLINE HISTORY'
                   MOVE DHIST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-PERFORM
           EXIT.

       3100-ACCUM-DECLINE.
           IF  ADH-REASON-CD > WS-REASON-BASE
           AND ADH-REASON-CD < WS-REASON-BASE + WS-REASON-MAX
               COMPUTE WS-REASON-SUB = ADH-REASON-CD - WS-REASON-BASE
               MOVE ADH-REASON-DESC TO WS-RSN-DESC(WS-REASON-SUB)
           ELSE
               MOVE WS-REASON-MAX TO WS-REASON-SUB
           END-IF

           IF  ADH-BUS-DATE = WS-PRIOR-DATE
               ADD 1 TO WS-RSN-PRIOR-CNT(WS-REASON-SUB)
           END-IF
           IF  ADH-BUS-DATE = PARM-DATE
               ADD 1       TO WS-RSN-TODAY-CNT(WS-REASON-SUB)
               ADD ADH-AMT TO WS-RSN-TODAY-AMT(WS-REASON-SUB)
           END-IF
           IF  ADH-BUS-DATE NOT < WS-MONTH-START
               ADD 1       TO WS-RSN-MTD-CNT(WS-REASON-SUB)
               ADD ADH-AMT TO WS-RSN-MTD-AMT(WS-REASON-SUB)
               PERFORM 3200-ACCUM-MERCHANT
               PERFORM 3300-ACCUM-CARD
           END-IF
           EXIT.

       3200-ACCUM-MERCHANT.
           MOVE 'N' TO WS-ENTRY-FOUND
           IF  WS-MER-COUNT > 0
               SET MER-IX TO 1
               SEARCH WS-MER-ENTRY
                   WHEN MER-IX > WS-MER-COUNT
                       CONTINUE
                   WHEN WS-MER-ID(MER-IX) = ADH-MERCHANT-ID
                       MOVE 'Y' TO WS-ENTRY-FOUND
               END-SEARCH
           END-IF
           IF  NOT TABLE-ENTRY-FOUND
               IF  WS-MER-COUNT >= WS-MER-MAX
                   ADD 1 TO WS-MER-OVERFLOW
                   GO TO 3200-EXIT
               END-IF
               ADD 1 TO WS-MER-COUNT
               SET MER-IX TO WS-MER-COUNT
               INITIALIZE WS-MER-ENTRY(MER-IX)
               MOVE ADH-MERCHANT-ID   TO WS-MER-ID(MER-IX)
               MOVE ADH-MERCHANT-NAME TO WS-MER-NAME(MER-IX)
           END-IF
           ADD 1       TO WS-MER-MTD-CNT(MER-IX)
           ADD ADH-AMT TO WS-MER-MTD-AMT(MER-IX)
           IF  ADH-BUS-DATE = PARM-DATE
               ADD 1   TO WS-MER-TODAY-CNT(MER-IX)
           END-IF.
       3200-EXIT.
           EXIT.

       3300-ACCUM-CARD.
           MOVE 'N' TO WS-ENTRY-FOUND
           IF  WS-CRD-COUNT > 0
               SET CRD-IX TO 1
               SEARCH WS-CRD-ENTRY
                   WHEN CRD-IX > WS-CRD-COUNT
                       CONTINUE
                   WHEN WS-CRD-NUM(CRD-IX) = ADH-CARD-NUM
                       MOVE 'Y' TO WS-ENTRY-FOUND
               END-SEARCH
           END-IF
           IF  NOT TABLE-ENTRY-FOUND
               IF  WS-CRD-COUNT >= WS-CRD-MAX
                   ADD 1 TO WS-CRD-OVERFLOW
                   GO TO 3300-EXIT
               END-IF
               ADD 1 TO WS-CRD-COUNT
               SET CRD-IX TO WS-CRD-COUNT
               INITIALIZE WS-CRD-ENTRY(CRD-IX)
               MOVE ADH-CARD-NUM TO WS-CRD-NUM(CRD-IX)
           END-IF
           ADD 1       TO WS-CRD-MTD-CNT(CRD-IX)
           ADD ADH-AMT TO WS-CRD-MTD-AMT(CRD-IX)
           IF  ADH-BUS-DATE = PARM-DATE
               ADD 1   TO WS-CRD-TODAY-CNT(CRD-IX)
           END-IF.
       3300-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       4000-WRITE-HEADERS.
           MOVE PARM-DATE     TO ADR-REPT-DATE
           MOVE WS-PRIOR-DATE TO ADR-REPT-PRIOR-DATE
           MOVE ADR-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4900-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4100-WRITE-SUMMARY.
           MOVE 'APPROVAL SUMMARY' TO ADR-SECTION-TITLE
           PERFORM 4800-WRITE-SECTION-HEADER
           MOVE ADR-SUMMARY-HEADER TO FD-REPTFILE-REC
           PERFORM 4900-WRITE-REPORT-REC
           MOVE ADR-DASH-LINE TO FD-REPTFILE-REC
           PERFORM 4900-WRITE-REPORT-REC

           MOVE 'TODAY'         TO ADR-SUM-PERIOD
           MOVE WS-PER-TODAY    TO WS-PER-SUB
           PERFORM 4110-WRITE-SUMMARY-LINE
           MOVE 'PRIOR DAY'     TO ADR-SUM-PERIOD
           MOVE WS-PER-PRIOR    TO WS-PER-SUB
           PERFORM 4110-WRITE-SUMMARY-LINE
           MOVE 'MONTH TO DATE' TO ADR-SUM-PERIOD
           MOVE WS-PER-MTD      TO WS-PER-SUB
           PERFORM 4110-WRITE-SUMMARY-LINE
           EXIT.

       4110-WRITE-SUMMARY-LINE.
           MOVE WS-PER-REQUESTS(WS-PER-SUB)     TO ADR-SUM-REQUESTS
           MOVE WS-PER-APPROVED(WS-PER-SUB)     TO ADR-SUM-APPROVED
           MOVE WS-PER-APPROVED-AMT(WS-PER-SUB) TO ADR-SUM-APPROVED-AMT
           MOVE WS-PER-DECLINED(WS-PER-SUB)     TO ADR-SUM-DECLINED
           MOVE WS-PER-DECLINED-AMT(WS-PER-SUB) TO ADR-SUM-DECLINED-AMT
           IF  WS-PER-REQUESTS(WS-PER-SUB) > 0
               COMPUTE WS-APPROVAL-RATE ROUNDED =
                       WS-PER-APPROVED(WS-PER-SUB) * 100
                     / WS-PER-REQUESTS(WS-PER-SUB)
           ELSE
               MOVE 0 TO WS-APPROVAL-RATE
           END-IF
           MOVE WS-APPROVAL-RATE TO ADR-SUM-RATE
           MOVE ADR-SUMMARY-DETAIL TO FD-REPTFILE-REC
           PERFORM 4900-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4200-WRITE-REASONS.
           MOVE 'DECLINES BY REASON CODE' TO ADR-SECTION-TITLE
           PERFORM 4800-WRITE-SECTION-HEADER
           MOVE ADR-REASON-HEADER TO FD-REPTFILE-REC
           PERFORM 4900-WRITE-REPORT-REC
           MOVE ADR-DASH-LINE TO FD-REPTFILE-REC
           PERFORM 4900-WRITE-REPORT-REC
           PERFORM 4210-WRITE-REASON-LINE
              VARYING WS-REASON-SUB FROM 1 BY 1
              UNTIL WS-REASON-SUB > WS-REASON-MAX
           EXIT.

       4210-WRITE-REASON-LINE.
           IF  WS-RSN-TODAY-CNT(WS-REASON-SUB) = 0
           AND WS-RSN-PRIOR-CNT(WS-REASON-SUB) = 0
           AND WS-RSN-MTD-CNT(WS-REASON-SUB)   = 0
               CONTINUE
           ELSE
               INITIALIZE ADR-REASON-DETAIL
               MOVE WS-RSN-CODE(WS-REASON-SUB)      TO ADR-RSN-CODE
               MOVE WS-RSN-DESC(WS-REASON-SUB)      TO ADR-RSN-DESC
               MOVE WS-RSN-TODAY-CNT(WS-REASON-SUB) TO ADR-RSN-TODAY-CNT
               MOVE WS-RSN-TODAY-AMT(WS-REASON-SUB) TO ADR-RSN-TODAY-AMT
               MOVE WS-RSN-PRIOR-CNT(WS-REASON-SUB) TO ADR-RSN-PRIOR-CNT
               COMPUTE WS-REASON-CHANGE =
                       WS-RSN-TODAY-CNT(WS-REASON-SUB)
                     - WS-RSN-PRIOR-CNT(WS-REASON-SUB)
               MOVE WS-REASON-CHANGE                TO ADR-RSN-CHANGE
               MOVE WS-RSN-MTD-CNT(WS-REASON-SUB)   TO ADR-RSN-MTD-CNT
               MOVE WS-RSN-MTD-AMT(WS-REASON-SUB)   TO ADR-RSN-MTD-AMT
               IF  WS-RSN-TODAY-CNT(WS-REASON-SUB) >= WS-SPIKE-MIN-COUNT
               AND WS-RSN-TODAY-CNT(WS-REASON-SUB) >=
                   WS-RSN-PRIOR-CNT(WS-REASON-SUB) * WS-SPIKE-FACTOR
                   MOVE 'SPIKE' TO ADR-RSN-FLAG
                   ADD 1 TO WS-SPIKE-COUNT
               END-IF
               MOVE ADR-REASON-DETAIL TO FD-REPTFILE-REC
               PERFORM 4900-WRITE-REPORT-REC
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4300-WRITE-TOP-MERCHANTS.
           MOVE 'TOP MERCHANTS BY DECLINES - MONTH TO DATE'
                                         TO ADR-SECTION-TITLE
           PERFORM 4800-WRITE-SECTION-HEADER
           MOVE ADR-MERCH-HEADER TO FD-REPTFILE-REC
           PERFORM 4900-WRITE-REPORT-REC
           MOVE ADR-DASH-LINE TO FD-REPTFILE-REC
           PERFORM 4900-WRITE-REPORT-REC
           PERFORM 4310-WRITE-NEXT-MERCHANT
              VARYING WS-RANK FROM 1 BY 1
              UNTIL WS-RANK > WS-TOP-LIMIT
                 OR WS-RANK > WS-MER-COUNT
           IF  WS-MER-OVERFLOW > 0
               MOVE SPACES TO ADR-MSG-TEXT
               STRING 'MERCHANT TABLE FULL - DECLINES NOT RANKED: '
                      WS-MER-OVERFLOW
                 DELIMITED BY SIZE
                 INTO ADR-MSG-TEXT
               END-STRING
               MOVE ADR-MESSAGE-LINE TO FD-REPTFILE-REC
               PERFORM 4900-WRITE-REPORT-REC
           END-IF
           EXIT.

       4310-WRITE-NEXT-MERCHANT.
      *    Highest month-to-date count not yet listed; the larger
      *    declined amount breaks a tie.
           MOVE 0 TO WS-BEST-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB > WS-MER-COUNT
               IF  WS-MER-PICKED(WS-SCAN-SUB) NOT = 'Y'
                   IF  WS-BEST-SUB = 0
                       MOVE WS-SCAN-SUB TO WS-BEST-SUB
                   ELSE
                       IF  WS-MER-MTD-CNT(WS-SCAN-SUB)
                         > WS-MER-MTD-CNT(WS-BEST-SUB)
                       OR (WS-MER-MTD-CNT(WS-SCAN-SUB)
                         = WS-MER-MTD-CNT(WS-BEST-SUB)
                       AND WS-MER-MTD-AMT(WS-SCAN-SUB)
                         > WS-MER-MTD-AMT(WS-BEST-SUB))
                           MOVE WS-SCAN-SUB TO WS-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-MER-PICKED(WS-BEST-SUB)
           INITIALIZE ADR-MERCH-DETAIL
           MOVE WS-RANK                       TO ADR-MER-RANK
           MOVE WS-MER-ID(WS-BEST-SUB)        TO ADR-MER-ID
           MOVE WS-MER-NAME(WS-BEST-SUB)      TO ADR-MER-NAME
           MOVE WS-MER-MTD-CNT(WS-BEST-SUB)   TO ADR-MER-MTD-CNT
           MOVE WS-MER-MTD-AMT(WS-BEST-SUB)   TO ADR-MER-MTD-AMT
           MOVE WS-MER-TODAY-CNT(WS-BEST-SUB) TO ADR-MER-TODAY-CNT
           MOVE ADR-MERCH-DETAIL TO FD-REPTFILE-REC
           PERFORM 4900-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4400-WRITE-TOP-CARDS.
           MOVE 'TOP CARDS BY DECLINES - MONTH TO DATE'
                                         TO ADR-SECTION-TITLE
           PERFORM 4800-WRITE-SECTION-HEADER
           MOVE ADR-CARD-HEADER TO FD-REPTFILE-REC
           PERFORM 4900-WRITE-REPORT-REC
           MOVE ADR-DASH-LINE TO FD-REPTFILE-REC
           PERFORM 4900-WRITE-REPORT-REC
           PERFORM 4410-WRITE-NEXT-CARD
              VARYING WS-RANK FROM 1 BY 1
              UNTIL WS-RANK > WS-TOP-LIMIT
                 OR WS-RANK > WS-CRD-COUNT
           IF  WS-CRD-OVERFLOW > 0
               MOVE SPACES TO ADR-MSG-TEXT
               STRING 'CARD TABLE FULL - DECLINES NOT RANKED: '
                      WS-CRD-OVERFLOW
                 DELIMITED BY SIZE
                 INTO ADR-MSG-TEXT
               END-STRING
               MOVE ADR-MESSAGE-LINE TO FD-REPTFILE-REC
               PERFORM 4900-WRITE-REPORT-REC
           END-IF
           EXIT.

       4410-WRITE-NEXT-CARD.
           MOVE 0 TO WS-BEST-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB > WS-CRD-COUNT
               IF  WS-CRD-PICKED(WS-SCAN-SUB) NOT = 'Y'
                   IF  WS-BEST-SUB = 0
                       MOVE WS-SCAN-SUB TO WS-BEST-SUB
                   ELSE
                       IF  WS-CRD-MTD-CNT(WS-SCAN-SUB)
                         > WS-CRD-MTD-CNT(WS-BEST-SUB)
                       OR (WS-CRD-MTD-CNT(WS-SCAN-SUB)
                         = WS-CRD-MTD-CNT(WS-BEST-SUB)
                       AND WS-CRD-MTD-AMT(WS-SCAN-SUB)
                         > WS-CRD-MTD-AMT(WS-BEST-SUB))
                           MOVE WS-SCAN-SUB TO WS-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-CRD-PICKED(WS-BEST-SUB)
           INITIALIZE ADR-CARD-DETAIL
           MOVE WS-RANK                       TO ADR-CRD-RANK
           MOVE WS-CRD-NUM(WS-BEST-SUB)       TO ADR-CRD-NUM
           MOVE WS-CRD-MTD-CNT(WS-BEST-SUB)   TO ADR-CRD-MTD-CNT
           MOVE WS-CRD-MTD-AMT(WS-BEST-SUB)   TO ADR-CRD-MTD-AMT
           MOVE WS-CRD-TODAY-CNT(WS-BEST-SUB) TO ADR-CRD-TODAY-CNT
           MOVE ADR-CARD-DETAIL TO FD-REPTFILE-REC
           PERFORM 4900-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4500-WRITE-TREND.
           MOVE 'DAILY TREND - MONTH TO DATE' TO ADR-SECTION-TITLE
           PERFORM 4800-WRITE-SECTION-HEADER
           MOVE ADR-TREND-HEADER TO FD-REPTFILE-REC
           PERFORM 4900-WRITE-REPORT-REC
           MOVE ADR-DASH-LINE TO FD-REPTFILE-REC
           PERFORM 4900-WRITE-REPORT-REC
      *    The first day of the month compares against the last day
      *    of activity in the month before.
           MOVE WS-PM-LAST-DECLINED TO WS-TREND-PREV-DECLINED
           PERFORM 4510-WRITE-TREND-LINE
              VARYING WS-TREND-SUB FROM 1 BY 1
              UNTIL WS-TREND-SUB > 31
           EXIT.

       4510-WRITE-TREND-LINE.
           IF  WS-TRD-REQUESTS(WS-TREND-SUB) = 0
               CONTINUE
           ELSE
               INITIALIZE ADR-TREND-DETAIL
               MOVE WS-TRD-DATE(WS-TREND-SUB)     TO ADR-TRD-DATE
               MOVE WS-TRD-REQUESTS(WS-TREND-SUB) TO ADR-TRD-REQUESTS
               MOVE WS-TRD-DECLINED(WS-TREND-SUB) TO ADR-TRD-DECLINED
               COMPUTE WS-TREND-CHANGE =
                       WS-TRD-DECLINED(WS-TREND-SUB)
                     - WS-TREND-PREV-DECLINED
               MOVE WS-TREND-CHANGE TO ADR-TRD-CHANGE
               COMPUTE WS-APPROVAL-RATE ROUNDED =
                       WS-TRD-APPROVED(WS-TREND-SUB) * 100
                     / WS-TRD-REQUESTS(WS-TREND-SUB)
               MOVE WS-APPROVAL-RATE TO ADR-TRD-RATE
               MOVE ADR-TREND-DETAIL TO FD-REPTFILE-REC
               PERFORM 4900-WRITE-REPORT-REC
               MOVE WS-TRD-DECLINED(WS-TREND-SUB)
                                     TO WS-TREND-PREV-DECLINED
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4800-WRITE-SECTION-HEADER.
           MOVE ADR-BLANK-LINE TO FD-REPTFILE-REC
           PERFORM 4900-WRITE-REPORT-REC
           MOVE ADR-SECTION-HEADER TO FD-REPTFILE-REC
           PERFORM 4900-WRITE-REPORT-REC
           EXIT.

       4900-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING DECLINE ANALYSIS REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0000-AUTHREJS-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT AUTHREJS-FILE
           IF  AUTHREJS-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AUTH DECLINES FILE'
               MOVE AUTHREJS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0100-AUTHSTAT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT AUTHSTAT-FILE
           IF  AUTHSTAT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AUTH RUN STATISTICS FILE'
               MOVE AUTHSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0200-DSUM-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O DSUM-FILE
           IF  DSUM-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AUTH RUN SUMMARY HISTORY'
               MOVE DSUM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0300-DHIST-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O DHIST-FILE
           IF  DHIST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AUTH DECLINE HISTORY'
               MOVE DHIST-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR OPENING DECLINE ANALYSIS REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-AUTHREJS-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE AUTHREJS-FILE
           IF  AUTHREJS-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING AUTH DECLINES FILE'
               MOVE AUTHREJS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9100-AUTHSTAT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE AUTHSTAT-FILE
           IF  AUTHSTAT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING AUTH RUN STATISTICS FILE'
               MOVE AUTHSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9200-DSUM-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DSUM-FILE
           IF  DSUM-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING AUTH RUN SUMMARY HISTORY'
               MOVE DSUM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9300-DHIST-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DHIST-FILE
           IF  DHIST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING AUTH DECLINE HISTORY'
               MOVE DHIST-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING DECLINE ANALYSIS REPORT'
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
