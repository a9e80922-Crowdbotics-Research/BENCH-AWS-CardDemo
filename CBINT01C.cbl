      ******************************************************************
      * Program     : CBINT01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Nightly interest accrual.  Accrues one or more
      *               days of interest on every transaction category
      *               balance bucket into the interest accrual file
      *               (INTACCR), using the same rate lookup as the
      *               cycle billing, and writes the night's accrual to
      *               a GL extract (ACCRGL) and a summary by account
      *               group (ACCRRPT).  On the last business day of a
      *               month it accrues through the calendar month-end.
      *               CBACT04C clears a bucket's accrual when it bills.
      *               An account flagged for a payoff interest waiver
      *               accrues nothing until the billing clears it.
      *               A customer on active military duty (MILSTAT)
      *               accrues at no more than the SCRA rate cap.
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
       PROGRAM-ID.    CBINT01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TCATBAL-FILE ASSIGN TO TCATBALF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-TRAN-CAT-KEY
                  FILE STATUS  IS TCATBALF-STATUS.

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

           SELECT DISRATE-FILE ASSIGN TO DISRATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-DISR-KEY
                  FILE STATUS  IS DISRATE-STATUS.

           SELECT PROMO-FILE ASSIGN TO PROMOFIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-PROMO-KEY
                  FILE STATUS  IS PROMOFIL-STATUS.

           SELECT HARDSHIP-FILE ASSIGN TO HARDSHIP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-HRD-ACCT-ID
                  FILE STATUS  IS HARDSHIP-STATUS.

           SELECT LEGAL-FILE ASSIGN TO LEGALSTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-LGL-ACCT-ID
                  FILE STATUS  IS LEGALSTS-STATUS.

           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                  FILE STATUS  IS XREFFILE-STATUS.

           SELECT MILSTAT-FILE ASSIGN TO MILSTAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-MIL-CUST-ID
                  FILE STATUS  IS MILSTAT-STATUS.

           SELECT CITCHG-FILE ASSIGN TO CITCHG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CCH-KEY
                  FILE STATUS  IS CITCHG-STATUS.

           SELECT CITNOTC-FILE ASSIGN TO CITNOTC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CIT-KEY
                  FILE STATUS  IS CITNOTC-STATUS.

           SELECT BALSNAP-FILE ASSIGN TO DALYBSNP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-DBSNAP-KEY
                  FILE STATUS  IS BALSNAP-STATUS.

           SELECT INTACCR-FILE ASSIGN TO INTACCR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACR-KEY
                  FILE STATUS  IS INTACCR-STATUS.

           SELECT GLEXTRACT-FILE ASSIGN TO ACCRGL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS GLEXTRACT-STATUS.

           SELECT REPORT-FILE ASSIGN TO ACCRRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  TCATBAL-FILE.
       01  FD-TRAN-CAT-BAL-RECORD.
           05 FD-TRAN-CAT-KEY.
              10 FD-TRANCAT-ACCT-ID             PIC 9(11).
              10 FD-TRANCAT-TYPE-CD             PIC X(02).
              10 FD-TRANCAT-CD                  PIC 9(04).
           05 FD-FD-TRAN-CAT-DATA               PIC X(33).

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

       FD  DISRATE-FILE.
       01  FD-DISRATE-REC.
           05 FD-DISR-KEY.
              10 FD-DISR-ACCT-GROUP-ID          PIC X(10).
              10 FD-DISR-TRAN-TYPE-CD           PIC X(02).
              10 FD-DISR-TRAN-CAT-CD            PIC 9(04).
              10 FD-DISR-EFF-DATE               PIC X(10).
              10 FD-DISR-TIER-SEQ               PIC 9(02).
           05 FD-DISR-DATA                      PIC X(52).

       FD  PROMO-FILE.
       01  FD-PROMOFIL-REC.
           05 FD-PROMO-KEY.
              10 FD-PROMO-ACCT-ID               PIC 9(11).
              10 FD-PROMO-TYPE-CD               PIC X(02).
              10 FD-PROMO-CAT-CD                PIC 9(04).
           05 FD-PROMO-DATA                     PIC X(63).

       FD  HARDSHIP-FILE.
       01  FD-HARDSHIP-REC.
           05 FD-HRD-ACCT-ID                    PIC 9(11).
           05 FD-HRD-DATA                       PIC X(89).

       FD  LEGAL-FILE.
       01  FD-LEGAL-REC.
           05 FD-LGL-ACCT-ID                    PIC 9(11).
           05 FD-LGL-DATA                       PIC X(189).

       FD  XREF-FILE.
       01  FD-XREFFILE-REC.
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-CUST-NUM                  PIC 9(09).
           05 FD-XREF-ACCT-ID                   PIC 9(11).
           05 FD-XREF-FILLER                    PIC X(14).

       FD  MILSTAT-FILE.
       01  FD-MILSTAT-REC.
           05 FD-MIL-CUST-ID                    PIC 9(09).
           05 FD-MIL-DATA                       PIC X(171).

       FD  CITCHG-FILE.
       01  FD-CITCHG-REC.
           05 FD-CCH-KEY                        PIC X(26).
           05 FD-CCH-DATA                       PIC X(44).

       FD  CITNOTC-FILE.
       01  FD-CITNOTC-REC.
           05 FD-CIT-KEY                        PIC X(27).
           05 FD-CIT-DATA                       PIC X(53).

       FD  BALSNAP-FILE.
       01  FD-BALSNAP-REC.
           05 FD-DBSNAP-KEY.
              10 FD-DBSNAP-ACCT-ID              PIC 9(11).
              10 FD-DBSNAP-TYPE-CD              PIC X(02).
              10 FD-DBSNAP-CAT-CD               PIC 9(04).
              10 FD-DBSNAP-DATE                 PIC X(10).
           05 FD-DBSNAP-DATA                    PIC X(23).

       FD  INTACCR-FILE.
       01  FD-INTACCR-REC.
           05 FD-ACR-KEY.
              10 FD-ACR-ACCT-ID                 PIC 9(11).
              10 FD-ACR-TYPE-CD                 PIC X(02).
              10 FD-ACR-CAT-CD                  PIC 9(04).
           05 FD-ACR-DATA                       PIC X(83).

       FD  GLEXTRACT-FILE.
       01  FD-GLEXTRACT-REC                     PIC X(67).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVTRA01Y.
       01  TCATBALF-STATUS.
           05  TCATBALF-STAT1      PIC X.
           05  TCATBALF-STAT2      PIC X.

       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

       COPY CVTRA02Y.
       01  DISCGRP-STATUS.
           05  DISCGRP-STAT1       PIC X.
           05  DISCGRP-STAT2       PIC X.

       COPY CVTRA13Y.
       01  DISRATE-STATUS.
           05  DISRATE-STAT1       PIC X.
           05  DISRATE-STAT2       PIC X.

       COPY CVPRO01Y.
       01  PROMOFIL-STATUS.
           05  PROMOFIL-STAT1      PIC X.
           05  PROMOFIL-STAT2      PIC X.

       COPY CVHRD01Y.
       01  HARDSHIP-STATUS.
           05  HARDSHIP-STAT1      PIC X.
           05  HARDSHIP-STAT2      PIC X.

       COPY CVLGL01Y.
       01  LEGALSTS-STATUS.
           05  LEGALSTS-STAT1      PIC X.
           05  LEGALSTS-STAT2      PIC X.

       COPY CVACT03Y.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.

       COPY CVMIL01Y.
       01  MILSTAT-STATUS.
           05  MILSTAT-STAT1       PIC X.
           05  MILSTAT-STAT2       PIC X.

       COPY CVACT10Y.
       01  BALSNAP-STATUS.
           05  BALSNAP-STAT1       PIC X.
           05  BALSNAP-STAT2       PIC X.

       COPY CVINT01Y.
       01  INTACCR-STATUS.
           05  INTACCR-STAT1       PIC X.
           05  INTACCR-STAT2       PIC X.

       COPY CVTRA09Y.
       01  GLEXTRACT-STATUS.
           05  GLEXTRACT-STAT1     PIC X.
           05  GLEXTRACT-STAT2     PIC X.

       COPY CVINT02Y.
       01  REPTFILE-STATUS.
           05  REPTFILE-STAT1      PIC X.
           05  REPTFILE-STAT2      PIC X.

       COPY CVHOL01Y.

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
           05 WS-BUCKET-COUNT           PIC 9(09) VALUE 0.
           05 WS-ACCRUED-COUNT          PIC 9(09) VALUE 0.
           05 WS-ALREADY-COUNT          PIC 9(09) VALUE 0.
           05 WS-NO-ACCT-COUNT          PIC 9(09) VALUE 0.
           05 WS-NEW-ACR-COUNT          PIC 9(09) VALUE 0.
           05 WS-SCRA-ACCT-COUNT        PIC 9(09) VALUE 0.
           05 WS-SCRA-CAPPED-COUNT      PIC 9(09) VALUE 0.
           05 WS-RUN-TOTAL              PIC S9(13)V99 VALUE 0.
           05 WS-UNBILLED-TOTAL         PIC S9(13)V99 VALUE 0.

      * The run accrues through the business date, or through the
      * calendar month-end when the next business day falls in the
      * next month, so the month closes with every day accrued.
       01  WS-WINDOW-VARS.
           05 WS-MONTH-END-SW           PIC X(01) VALUE 'N'.
              88 MONTH-END-RUN                   VALUE 'Y'.
           05 WS-THRU-DATE              PIC X(10) VALUE SPACES.
           05 WS-THRU-LILLIAN           PIC S9(09) COMP VALUE 0.
           05 WS-FROM-LILLIAN           PIC S9(09) COMP VALUE 0.
           05 WS-ACCRUAL-DAYS           PIC S9(04) COMP VALUE 0.
           05 WS-WORK-YYYYMMDD          PIC 9(08) VALUE 0.
           05 WS-WORK-YYYY              PIC 9(04) VALUE 0.
           05 WS-WORK-MM                PIC 9(02) VALUE 0.
           05 WS-WORK-LILLIAN           PIC S9(09) COMP VALUE 0.
           05 WS-WORK-DATE-X10          PIC X(10) VALUE SPACES.

       01  WS-ACCOUNT-VARS.
           05 WS-LAST-ACCT-ID           PIC 9(11) VALUE 0.
           05 WS-ACCT-FOUND-SW          PIC X(01) VALUE 'N'.
              88 ACCT-ON-FILE                    VALUE 'Y'.
           05 WS-ACR-FOUND-SW           PIC X(01) VALUE 'N'.
              88 ACR-ON-FILE                     VALUE 'Y'.
           05 WS-PROMO-SW               PIC X(01) VALUE 'N'.
              88 PROMO-RATE-IN-FORCE             VALUE 'Y'.
           05 WS-HARDSHIP-SW            PIC X(01) VALUE 'N'.
              88 HARDSHIP-PLAN-IN-FORCE          VALUE 'Y'.
           05 WS-LEGAL-SW               PIC X(01) VALUE 'N'.
              88 LEGAL-HOLD-IN-FORCE             VALUE 'Y'.
           05 WS-SCRA-SW                PIC X(01) VALUE 'N'.
              88 SCRA-COVERAGE-IN-FORCE          VALUE 'Y'.
           05 WS-SCRA-CAPPED-SW         PIC X(01) VALUE 'N'.
      * Servicemembers Civil Relief Act - the most a covered customer
      * may be charged on any balance while on active duty.
           05 WS-SCRA-RATE-CAP          PIC S9(04)V99 VALUE 6.00.

      * Same rate lookup as the cycle billing in CBACT04C - promotional
      * offer, then dated tiers from DISRATE, then the flat DISCGRP
      * rate, with a hardship plan APR and the SCRA rate as ceilings.
       01  WS-RATE-TIER-TABLE.
           05 WS-RATE-TIER-ENTRY OCCURS 10 TIMES.
              10 WS-TIER-FLOOR         PIC S9(09)V99.
              10 WS-TIER-RATE          PIC S9(04)V99.
       01  WS-DATED-RATE-VARS.
           05 WS-TIER-COUNT            PIC 9(02) VALUE 0.
           05 WS-TIER-MAX              PIC 9(02) VALUE 10.
           05 WS-TIER-IDX              PIC 9(02) VALUE 0.
           05 WS-TIER-PICK             PIC 9(02) VALUE 0.
           05 WS-BEST-EFF-DATE         PIC X(10) VALUE SPACES.
           05 WS-EFF-INT-RATE          PIC S9(04)V99 VALUE 0.
           05 WS-DISR-LOOKUP-GROUP     PIC X(10) VALUE SPACES.
           05 WS-END-OF-DISRATE        PIC X(01) VALUE 'N'.

      * The dated set before the one in force, kept so a rate
      * increase held back for want of notice bills at the old rate.
       01  WS-PRIOR-TIER-TABLE.
           05 WS-PRIOR-TIER-ENTRY OCCURS 10 TIMES.
              10 WS-PRIOR-TIER-FLOOR   PIC S9(09)V99.
              10 WS-PRIOR-TIER-RATE    PIC S9(04)V99.

      * Installment plan bucket key - that bucket bears no interest.
       COPY CVINS01Y.

       COPY CVCIT01Y.
       01  CITCHG-STATUS.
           05  CITCHG-STAT1        PIC X.
           05  CITCHG-STAT2        PIC X.
       01  CITNOTC-STATUS.
           05  CITNOTC-STAT1       PIC X.
           05  CITNOTC-STAT2       PIC X.
       01  WS-CHANGE-NOTICE-VARS.
           05 WS-PRIOR-TIER-COUNT      PIC 9(02) VALUE 0.
           05 WS-NOTICE-DAYS           PIC 9(03) VALUE 45.
           05 WS-NOTICE-OK-SW          PIC X(01) VALUE 'N'.
              88 NOTICE-PERIOD-SERVED          VALUE 'Y'.
           05 WS-NOTICE-YYYYMMDD       PIC 9(08) VALUE 0.
           05 WS-NOTICE-LILLIAN        PIC S9(09) COMP VALUE 0.
           05 WS-ACCRUAL-LILLIAN       PIC S9(09) COMP VALUE 0.
           05 WS-CIT-HELD-COUNT        PIC 9(09) VALUE 0.

      * Cycle-to-date average from the snapshots still on file (the
      * cycle billing consumes them) picks the tier; the business
      * date's own snapshot is the balance that accrues.
       01  WS-ADB-VARS.
           05 WS-ADB-SUM                PIC S9(11)V99 VALUE 0.
           05 WS-ADB-DAYS               PIC S9(04) COMP VALUE 0.
           05 WS-AVG-DAILY-BAL          PIC S9(09)V99 VALUE 0.
           05 WS-ACCRUE-BAL             PIC S9(09)V99 VALUE 0.
           05 WS-TODAY-SNAP-SW          PIC X(01) VALUE 'N'.
              88 TODAY-SNAP-FOUND                VALUE 'Y'.
           05 WS-END-OF-SNAPS           PIC X(01) VALUE 'N'.
           05 WS-RUN-ACCRUAL            PIC S9(09)V99 VALUE 0.

       01  WS-GROUP-TABLE.
           05 WS-GRP-ENTRY OCCURS 50 TIMES.
              10 WS-GRP-ID              PIC X(10).
              10 WS-GRP-BUCKETS         PIC 9(07).
              10 WS-GRP-RUN-AMT         PIC S9(13)V99.
              10 WS-GRP-UNBILLED        PIC S9(13)V99.
       01  WS-GROUP-VARS.
           05 WS-GRP-COUNT              PIC 9(04) VALUE 0.
           05 WS-GRP-MAX                PIC 9(04) VALUE 50.
           05 WS-GRP-IDX                PIC 9(04) VALUE 0.
           05 WS-GRP-FOUND              PIC 9(04) VALUE 0.

       01  WS-GL-TOTALS-TABLE.
           05 WS-GL-ENTRY OCCURS 100 TIMES.
              10 WS-GL-TYPE-CD          PIC X(02).
              10 WS-GL-CAT-CD           PIC 9(04).
              10 WS-GL-DEBIT-TOTAL      PIC S9(09)V99.
              10 WS-GL-CREDIT-TOTAL     PIC S9(09)V99.
       01  WS-GL-VARS.
           05 WS-GL-COUNT               PIC 9(04) VALUE 0.
           05 WS-GL-MAX                 PIC 9(04) VALUE 100.
           05 WS-GL-IDX                 PIC 9(04) VALUE 0.
           05 WS-GL-FOUND               PIC 9(04) VALUE 0.
           05 WS-GL-WRITE-COUNT         PIC 9(09) VALUE 0.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBINT01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBINT01C' TO RST-PROGRAM.
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
           PERFORM 0500-SET-ACCRUAL-WINDOW.

           PERFORM 0000-TCATBALF-OPEN.
           PERFORM 0100-ACCTFILE-OPEN.
           PERFORM 0200-DISCGRP-OPEN.
           PERFORM 0300-DISRATE-OPEN.
           PERFORM 0400-PROMOFIL-OPEN.
           PERFORM 0600-HARDSHIP-OPEN.
           PERFORM 0700-LEGALSTS-OPEN.
           PERFORM 0800-BALSNAP-OPEN.
           PERFORM 0900-INTACCR-OPEN.
           PERFORM 0910-GLEXTRACT-OPEN.
           PERFORM 0920-REPTFILE-OPEN.
           PERFORM 0930-CITCHG-OPEN.
           PERFORM 0940-CITNOTC-OPEN.
           PERFORM 0950-XREFFILE-OPEN.
           PERFORM 0960-MILSTAT-OPEN.

           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1000-TCATBALF-GET-NEXT
               IF  END-OF-FILE = 'N'
                   PERFORM 2000-ACCRUE-BUCKET
                      THRU 2000-ACCRUE-BUCKET-EXIT
               END-IF
           END-PERFORM.

           PERFORM 3000-WRITE-GL-EXTRACT.
           PERFORM 4000-WRITE-GROUP-SUMMARY.

           PERFORM 9000-TCATBALF-CLOSE.
           PERFORM 9100-ACCTFILE-CLOSE.
           PERFORM 9200-DISCGRP-CLOSE.
           PERFORM 9300-DISRATE-CLOSE.
           PERFORM 9400-PROMOFIL-CLOSE.
           PERFORM 9600-HARDSHIP-CLOSE.
           PERFORM 9700-LEGALSTS-CLOSE.
           PERFORM 9800-BALSNAP-CLOSE.
           PERFORM 9900-INTACCR-CLOSE.
           PERFORM 9910-GLEXTRACT-CLOSE.
           PERFORM 9920-REPTFILE-CLOSE.
           PERFORM 9930-CITCHG-CLOSE.
           PERFORM 9940-CITNOTC-CLOSE.
           PERFORM 9950-XREFFILE-CLOSE.
           PERFORM 9960-MILSTAT-CLOSE.
           DISPLAY 'ACCRUED THROUGH            :' WS-THRU-DATE
           DISPLAY 'BUCKETS READ               :' WS-BUCKET-COUNT
           DISPLAY 'BUCKETS ACCRUED            :' WS-ACCRUED-COUNT
           DISPLAY 'BUCKETS ALREADY ACCRUED    :' WS-ALREADY-COUNT
           DISPLAY 'BUCKETS WITH NO ACCOUNT    :' WS-NO-ACCT-COUNT
           DISPLAY 'NEW ACCRUAL RECORDS        :' WS-NEW-ACR-COUNT
           DISPLAY 'ACCOUNTS UNDER SCRA        :' WS-SCRA-ACCT-COUNT
           DISPLAY 'BUCKETS CAPPED AT SCRA RATE:' WS-SCRA-CAPPED-COUNT
           DISPLAY 'BUCKETS HELD AT OLD RATE   :' WS-CIT-HELD-COUNT
           DISPLAY 'GL ACCRUAL RECORDS WRITTEN :' WS-GL-WRITE-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-BUCKET-COUNT TO RST-RECORD-COUNT.
           MOVE WS-NO-ACCT-COUNT TO RST-REJECT-COUNT.
           MOVE WS-RUN-TOTAL TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBINT01C'.

           GOBACK.
      *---------------------------------------------------------------*
       0000-TCATBALF-OPEN.
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
               DISPLAY 'ERROR OPENING TRANSACTION CATEGORY BALANCE'
               MOVE TCATBALF-STATUS TO IO-STATUS
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
       0200-DISCGRP-OPEN.
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
       0300-DISRATE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT DISRATE-FILE
           IF  DISRATE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DATED RATE FILE'
               MOVE DISRATE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0400-PROMOFIL-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT PROMO-FILE
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
       0600-HARDSHIP-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT HARDSHIP-FILE
           IF  HARDSHIP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING HARDSHIP PLAN FILE'
               MOVE HARDSHIP-STATUS TO IO-STATUS
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
       0800-BALSNAP-OPEN.
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
       0900-INTACCR-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O INTACCR-FILE
           IF  INTACCR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING INTEREST ACCRUAL FILE'
               MOVE INTACCR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0910-GLEXTRACT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT GLEXTRACT-FILE
           IF  GLEXTRACT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING GL ACCRUAL EXTRACT'
               MOVE GLEXTRACT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0920-REPTFILE-OPEN.
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
               DISPLAY 'ERROR OPENING INTEREST ACCRUAL REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0930-CITCHG-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT CITCHG-FILE
           IF  CITCHG-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CHANGE REGISTER FILE'
               MOVE CITCHG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0940-CITNOTC-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT CITNOTC-FILE
           IF  CITNOTC-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CHANGE NOTICE FILE'
               MOVE CITNOTC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0950-XREFFILE-OPEN.
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
       0960-MILSTAT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT MILSTAT-FILE
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
       0500-SET-ACCRUAL-WINDOW.
           MOVE PARM-DATE TO WS-THRU-DATE
           INITIALIZE BUS-DAY-PARM
           SET BDY-FUNC-NEXT TO TRUE
           MOVE PARM-DATE TO BDY-DATE
           CALL 'CSUTLBDC' USING BUS-DAY-PARM
           IF  BDY-RESULT-OK
           AND BDY-RESULT-DATE (1:7) NOT = PARM-DATE (1:7)
               SET MONTH-END-RUN TO TRUE
               MOVE PARM-DATE (1:4) TO WS-WORK-YYYY
               MOVE PARM-DATE (6:2) TO WS-WORK-MM
               IF  WS-WORK-MM = 12
                   ADD 1 TO WS-WORK-YYYY
                   MOVE 1 TO WS-WORK-MM
               ELSE
                   ADD 1 TO WS-WORK-MM
               END-IF
               COMPUTE WS-WORK-YYYYMMDD = WS-WORK-YYYY * 10000
                                        + WS-WORK-MM * 100 + 1
               COMPUTE WS-WORK-LILLIAN =
                   FUNCTION INTEGER-OF-DATE (WS-WORK-YYYYMMDD) - 1
               PERFORM 8100-LILLIAN-TO-DATE
               MOVE WS-WORK-DATE-X10 TO WS-THRU-DATE
               DISPLAY 'MONTH-END RUN - ACCRUING THROUGH '
                       WS-THRU-DATE
           END-IF
           MOVE WS-THRU-DATE TO WS-WORK-DATE-X10
           PERFORM 8000-DATE-TO-LILLIAN
           MOVE WS-WORK-LILLIAN TO WS-THRU-LILLIAN
           EXIT.
      *---------------------------------------------------------------*
       1000-TCATBALF-GET-NEXT.
           READ TCATBAL-FILE INTO TRAN-CAT-BAL-RECORD
           IF  TCATBALF-STATUS = '00'
               CONTINUE
           ELSE
               IF  TCATBALF-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING TRANSACTION CATEGORY FILE'
                   MOVE TCATBALF-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One bucket: accrue the days between the accrued-through date
      * on its accrual record and this run's accrued-through date.
      * A rerun finds the record already accrued and leaves it alone.
      *---------------------------------------------------------------*
       2000-ACCRUE-BUCKET.
           ADD 1 TO WS-BUCKET-COUNT
           IF  TRANCAT-ACCT-ID NOT = WS-LAST-ACCT-ID
               MOVE TRANCAT-ACCT-ID TO WS-LAST-ACCT-ID
               PERFORM 2100-GET-ACCOUNT
           END-IF
           IF  NOT ACCT-ON-FILE
               ADD 1 TO WS-NO-ACCT-COUNT
               GO TO 2000-ACCRUE-BUCKET-EXIT
           END-IF

           PERFORM 2200-GET-ACCRUAL-REC
           MOVE 0 TO WS-RUN-ACCRUAL
           IF  ACR-ACCRUED-THRU-DATE NOT = SPACES
           AND ACR-ACCRUED-THRU-DATE >= WS-THRU-DATE
               ADD 1 TO WS-ALREADY-COUNT
               PERFORM 2800-ADD-TO-GROUP
               GO TO 2000-ACCRUE-BUCKET-EXIT
           END-IF

      *    A bucket seen for the first time accrues from the business
      *    date itself.
           IF  ACR-ACCRUED-THRU-DATE = SPACES
               MOVE PARM-DATE TO WS-WORK-DATE-X10
               PERFORM 8000-DATE-TO-LILLIAN
               COMPUTE WS-FROM-LILLIAN = WS-WORK-LILLIAN - 1
           ELSE
               MOVE ACR-ACCRUED-THRU-DATE TO WS-WORK-DATE-X10
               PERFORM 8000-DATE-TO-LILLIAN
               MOVE WS-WORK-LILLIAN TO WS-FROM-LILLIAN
           END-IF
           COMPUTE WS-ACCRUAL-DAYS = WS-THRU-LILLIAN - WS-FROM-LILLIAN

           MOVE ACCT-GROUP-ID   TO FD-DIS-ACCT-GROUP-ID
           MOVE TRANCAT-TYPE-CD TO FD-DIS-TRAN-TYPE-CD
           MOVE TRANCAT-CD      TO FD-DIS-TRAN-CAT-CD
           PERFORM 1200-GET-INTEREST-RATE
              THRU 1200-GET-INTEREST-RATE-EXIT
           IF  HARDSHIP-PLAN-IN-FORCE
               PERFORM 1215-APPLY-HARDSHIP-RATE
           END-IF
           IF  SCRA-COVERAGE-IN-FORCE
               PERFORM 1216-APPLY-SCRA-RATE
           END-IF
           PERFORM 2300-GET-CYCLE-BALANCES
           IF  WS-TIER-COUNT > 0
               PERFORM 1310-SELECT-TIER-RATE
           ELSE
               MOVE DIS-INT-RATE TO WS-EFF-INT-RATE
           END-IF

      *    Nothing accrues under a legal hold, after a payment that
      *    met a payoff quote, at a zero rate, or on a credit balance;
      *    the days still pass.
           IF  NOT LEGAL-HOLD-IN-FORCE
           AND NOT ACCT-PAYOFF-INT-WAIVE
           AND WS-EFF-INT-RATE > 0
           AND WS-ACCRUE-BAL > 0
               COMPUTE WS-RUN-ACCRUAL ROUNDED =
                   WS-ACCRUE-BAL * WS-EFF-INT-RATE * WS-ACCRUAL-DAYS
                     / 36500
           END-IF

           ADD WS-RUN-ACCRUAL    TO ACR-ACCRUED-UNBILLED
           MOVE WS-RUN-ACCRUAL   TO ACR-LAST-ACCRUAL-AMT
           MOVE WS-EFF-INT-RATE  TO ACR-LAST-RATE
           MOVE WS-THRU-DATE     TO ACR-ACCRUED-THRU-DATE
           ADD WS-ACCRUAL-DAYS   TO ACR-CYCLE-DAYS
           MOVE ACCT-GROUP-ID    TO ACR-ACCT-GROUP-ID
           PERFORM 2400-SAVE-ACCRUAL-REC
           ADD 1 TO WS-ACCRUED-COUNT
           ADD WS-RUN-ACCRUAL TO WS-RUN-TOTAL
           IF  WS-RUN-ACCRUAL NOT = 0
               PERFORM 2700-ADD-TO-GL
           END-IF
           PERFORM 2800-ADD-TO-GROUP.
       2000-ACCRUE-BUCKET-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2100-GET-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           MOVE TRANCAT-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
              INVALID KEY
                DISPLAY 'ACCOUNT NOT FOUND: ' FD-ACCT-ID
              NOT INVALID KEY
                SET ACCT-ON-FILE TO TRUE
           END-READ
           IF  ACCTFILE-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  ACCT-ON-FILE
               PERFORM 2110-GET-HARDSHIP-PLAN
               PERFORM 2120-GET-LEGAL-STATUS
               PERFORM 2130-GET-MILITARY-STATUS
                  THRU 2130-GET-MILITARY-STATUS-EXIT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2110-GET-HARDSHIP-PLAN.
           MOVE 'N' TO WS-HARDSHIP-SW
           MOVE TRANCAT-ACCT-ID TO FD-HRD-ACCT-ID
           READ HARDSHIP-FILE INTO HARDSHIP-PLAN-RECORD
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF  HRD-STAT-ACTIVE
                AND HRD-START-DATE <= PARM-DATE
                    SET HARDSHIP-PLAN-IN-FORCE TO TRUE
                END-IF
           END-READ
           IF  HARDSHIP-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING HARDSHIP PLAN FILE'
               MOVE HARDSHIP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2120-GET-LEGAL-STATUS.
           MOVE 'N' TO WS-LEGAL-SW
           MOVE TRANCAT-ACCT-ID TO FD-LGL-ACCT-ID
           READ LEGAL-FILE INTO LEGAL-STATUS-RECORD
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF  LGL-SUPPRESS-ACTIVITY
                    SET LEGAL-HOLD-IN-FORCE TO TRUE
                END-IF
           END-READ
           IF  LEGALSTS-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING LEGAL STATUS FILE'
               MOVE LEGALSTS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2130-GET-MILITARY-STATUS.
      * Coverage follows the customer on the card cross reference:
      * from the first day of active duty through the last, or open
      * ended while no end date has been recorded.
           MOVE 'N' TO WS-SCRA-SW
           MOVE TRANCAT-ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
              INVALID KEY
                GO TO 2130-GET-MILITARY-STATUS-EXIT
           END-READ
           IF  XREFFILE-STATUS NOT = '00' AND '02'
               DISPLAY 'ERROR READING CROSS REF FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE XREF-CUST-ID TO FD-MIL-CUST-ID
           READ MILSTAT-FILE INTO MILITARY-STATUS-RECORD
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF  MIL-STAT-ACTIVE
                AND MIL-DUTY-START-DATE <= PARM-DATE
                AND (MIL-DUTY-END-DATE = SPACES
                 OR  MIL-DUTY-END-DATE >= PARM-DATE)
                    SET SCRA-COVERAGE-IN-FORCE TO TRUE
                    ADD 1 TO WS-SCRA-ACCT-COUNT
                END-IF
           END-READ
           IF  MILSTAT-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING MILITARY STATUS FILE'
               MOVE MILSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
       2130-GET-MILITARY-STATUS-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2200-GET-ACCRUAL-REC.
           MOVE 'N' TO WS-ACR-FOUND-SW
           MOVE TRAN-CAT-KEY TO FD-ACR-KEY
           READ INTACCR-FILE INTO INTEREST-ACCRUAL-RECORD
              INVALID KEY
                INITIALIZE INTEREST-ACCRUAL-RECORD
                MOVE TRANCAT-ACCT-ID TO ACR-ACCT-ID
                MOVE TRANCAT-TYPE-CD TO ACR-TYPE-CD
                MOVE TRANCAT-CD      TO ACR-CAT-CD
                MOVE SPACES          TO ACR-ACCRUED-THRU-DATE
                MOVE SPACES          TO ACR-LAST-BILLED-DATE
              NOT INVALID KEY
                SET ACR-ON-FILE TO TRUE
           END-READ
           IF  INTACCR-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING INTEREST ACCRUAL FILE'
               MOVE INTACCR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2300-GET-CYCLE-BALANCES.
           MOVE 0   TO WS-ADB-SUM
           MOVE 0   TO WS-ADB-DAYS
           MOVE 'N' TO WS-TODAY-SNAP-SW
           MOVE 'N' TO WS-END-OF-SNAPS
           MOVE TRANCAT-ACCT-ID TO FD-DBSNAP-ACCT-ID
           MOVE TRANCAT-TYPE-CD TO FD-DBSNAP-TYPE-CD
           MOVE TRANCAT-CD      TO FD-DBSNAP-CAT-CD
           MOVE LOW-VALUES      TO FD-DBSNAP-DATE
           START BALSNAP-FILE KEY >= FD-DBSNAP-KEY
              INVALID KEY
                MOVE 'Y' TO WS-END-OF-SNAPS
           END-START
           PERFORM 2310-READ-NEXT-SNAP
              UNTIL WS-END-OF-SNAPS = 'Y'
           IF  WS-ADB-DAYS > 0
               COMPUTE WS-AVG-DAILY-BAL ROUNDED
                 = WS-ADB-SUM / WS-ADB-DAYS
           ELSE
               MOVE TRAN-CAT-BAL TO WS-AVG-DAILY-BAL
           END-IF
           IF  NOT TODAY-SNAP-FOUND
               MOVE TRAN-CAT-BAL TO WS-ACCRUE-BAL
           END-IF
           EXIT.

       2310-READ-NEXT-SNAP.
           READ BALSNAP-FILE NEXT RECORD INTO DAILY-BAL-SNAP-RECORD
              AT END
                MOVE 'Y' TO WS-END-OF-SNAPS
              NOT AT END
                IF  DBSNAP-ACCT-ID = TRANCAT-ACCT-ID
                AND DBSNAP-TYPE-CD = TRANCAT-TYPE-CD
                AND DBSNAP-CAT-CD  = TRANCAT-CD
                   ADD DBSNAP-BAL TO WS-ADB-SUM
                   ADD 1          TO WS-ADB-DAYS
                   IF  DBSNAP-DATE = PARM-DATE
                       SET TODAY-SNAP-FOUND TO TRUE
                       MOVE DBSNAP-BAL TO WS-ACCRUE-BAL
                   END-IF
                ELSE
                   MOVE 'Y' TO WS-END-OF-SNAPS
                END-IF
           END-READ
           EXIT.
      *---------------------------------------------------------------*
       2400-SAVE-ACCRUAL-REC.
           IF  ACR-ON-FILE
               REWRITE FD-INTACCR-REC FROM INTEREST-ACCRUAL-RECORD
           ELSE
               WRITE FD-INTACCR-REC FROM INTEREST-ACCRUAL-RECORD
               ADD 1 TO WS-NEW-ACR-COUNT
           END-IF
           IF  INTACCR-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING INTEREST ACCRUAL FILE'
               MOVE INTACCR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2700-ADD-TO-GL.
           MOVE 0 TO WS-GL-FOUND
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
              UNTIL WS-GL-IDX > WS-GL-COUNT
              OR WS-GL-FOUND > 0
              IF  WS-GL-TYPE-CD (WS-GL-IDX) = TRANCAT-TYPE-CD
              AND WS-GL-CAT-CD (WS-GL-IDX)  = TRANCAT-CD
                  MOVE WS-GL-IDX TO WS-GL-FOUND
              END-IF
           END-PERFORM
           IF  WS-GL-FOUND = 0
               IF  WS-GL-COUNT >= WS-GL-MAX
                   DISPLAY 'GL ACCRUAL TABLE FULL - '
                           'RAISE WS-GL-MAX AND RERUN'
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-GL-COUNT
               MOVE WS-GL-COUNT     TO WS-GL-FOUND
               MOVE TRANCAT-TYPE-CD TO WS-GL-TYPE-CD (WS-GL-FOUND)
               MOVE TRANCAT-CD      TO WS-GL-CAT-CD (WS-GL-FOUND)
               MOVE 0 TO WS-GL-DEBIT-TOTAL (WS-GL-FOUND)
               MOVE 0 TO WS-GL-CREDIT-TOTAL (WS-GL-FOUND)
           END-IF
           IF  WS-RUN-ACCRUAL > 0
               ADD WS-RUN-ACCRUAL TO WS-GL-DEBIT-TOTAL (WS-GL-FOUND)
           ELSE
               SUBTRACT WS-RUN-ACCRUAL
                   FROM WS-GL-CREDIT-TOTAL (WS-GL-FOUND)
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2800-ADD-TO-GROUP.
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
                   DISPLAY 'ACCOUNT GROUP TABLE FULL - '
                           'RAISE WS-GRP-MAX AND RERUN'
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-GRP-COUNT
               MOVE WS-GRP-COUNT  TO WS-GRP-FOUND
               MOVE ACCT-GROUP-ID TO WS-GRP-ID (WS-GRP-FOUND)
               MOVE 0 TO WS-GRP-BUCKETS (WS-GRP-FOUND)
               MOVE 0 TO WS-GRP-RUN-AMT (WS-GRP-FOUND)
               MOVE 0 TO WS-GRP-UNBILLED (WS-GRP-FOUND)
           END-IF
           ADD 1 TO WS-GRP-BUCKETS (WS-GRP-FOUND)
           ADD WS-RUN-ACCRUAL TO WS-GRP-RUN-AMT (WS-GRP-FOUND)
           ADD ACR-ACCRUED-UNBILLED TO WS-GRP-UNBILLED (WS-GRP-FOUND)
           ADD ACR-ACCRUED-UNBILLED TO WS-UNBILLED-TOTAL
           EXIT.
      *---------------------------------------------------------------*
      * Rate lookup - kept in step with CBACT04C.
      *---------------------------------------------------------------*
       1200-GET-INTEREST-RATE.
           IF  TRANCAT-TYPE-CD = INSP-BUCKET-TYPE-CD
           AND TRANCAT-CD      = INSP-BUCKET-CAT-CD
               MOVE 'N' TO WS-PROMO-SW
               MOVE 0   TO WS-TIER-COUNT
               MOVE 0   TO DIS-INT-RATE
               GO TO 1200-GET-INTEREST-RATE-EXIT
           END-IF
           PERFORM 1205-GET-PROMO-RATE
           IF  PROMO-RATE-IN-FORCE
               GO TO 1200-GET-INTEREST-RATE-EXIT
           END-IF
           PERFORM 1210-GET-DATED-RATE
           IF  WS-TIER-COUNT > 0
               GO TO 1200-GET-INTEREST-RATE-EXIT
           END-IF
           READ DISCGRP-FILE INTO DIS-GROUP-RECORD
                INVALID KEY
                   CONTINUE
           END-READ
           IF  DISCGRP-STATUS = '23'
               MOVE 'DEFAULT' TO FD-DIS-ACCT-GROUP-ID
               READ DISCGRP-FILE INTO DIS-GROUP-RECORD
                    INVALID KEY
                       MOVE 0 TO DIS-INT-RATE
               END-READ
           END-IF
           IF  DISCGRP-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING DISCLOSURE GROUP FILE'
               MOVE DISCGRP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
       1200-GET-INTEREST-RATE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       1205-GET-PROMO-RATE.
           MOVE 'N' TO WS-PROMO-SW
           MOVE TRANCAT-ACCT-ID  TO FD-PROMO-ACCT-ID
           MOVE TRANCAT-TYPE-CD  TO FD-PROMO-TYPE-CD
           MOVE TRANCAT-CD       TO FD-PROMO-CAT-CD
           READ PROMO-FILE INTO PROMO-OFFER-RECORD
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF  PROMO-ACTIVE
                AND PROMO-START-DATE  <= PARM-DATE
                AND PROMO-EXPIRY-DATE >= PARM-DATE
                    SET PROMO-RATE-IN-FORCE TO TRUE
                END-IF
           END-READ
           IF  PROMOFIL-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING PROMOTIONAL OFFER FILE'
               MOVE PROMOFIL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  PROMO-RATE-IN-FORCE
               MOVE 0              TO WS-TIER-COUNT
               MOVE PROMO-INT-RATE TO DIS-INT-RATE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       1215-APPLY-HARDSHIP-RATE.
           IF  DIS-INT-RATE > HRD-REDUCED-APR
               MOVE 0               TO WS-TIER-COUNT
               MOVE HRD-REDUCED-APR TO DIS-INT-RATE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       1216-APPLY-SCRA-RATE.
      * The SCRA rate is a ceiling on every bucket whatever its source
      * - dated tiers, promotion or hardship plan.  Each tier above it
      * is brought down to it and a lower rate is left alone.
           MOVE 'N' TO WS-SCRA-CAPPED-SW
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
              UNTIL WS-TIER-IDX > WS-TIER-COUNT
              IF WS-TIER-RATE (WS-TIER-IDX) > WS-SCRA-RATE-CAP
                 MOVE WS-SCRA-RATE-CAP TO WS-TIER-RATE (WS-TIER-IDX)
                 MOVE 'Y' TO WS-SCRA-CAPPED-SW
              END-IF
           END-PERFORM
           IF  DIS-INT-RATE > WS-SCRA-RATE-CAP
               MOVE WS-SCRA-RATE-CAP TO DIS-INT-RATE
               MOVE 'Y' TO WS-SCRA-CAPPED-SW
           END-IF
           IF  WS-SCRA-CAPPED-SW = 'Y'
               ADD 1 TO WS-SCRA-CAPPED-COUNT
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       1210-GET-DATED-RATE.
           MOVE 0      TO WS-TIER-COUNT
           MOVE SPACES TO WS-BEST-EFF-DATE
           MOVE ACCT-GROUP-ID TO WS-DISR-LOOKUP-GROUP
           PERFORM 1210-A-SCAN-DISRATE
           IF  WS-TIER-COUNT = 0
           AND ACCT-GROUP-ID NOT = 'DEFAULT'
               MOVE 'DEFAULT' TO WS-DISR-LOOKUP-GROUP
               PERFORM 1210-A-SCAN-DISRATE
           END-IF
           IF  WS-TIER-COUNT > 0
               MOVE 0 TO DIS-INT-RATE
               PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                  UNTIL WS-TIER-IDX > WS-TIER-COUNT
                  IF WS-TIER-RATE (WS-TIER-IDX) > DIS-INT-RATE
                     MOVE WS-TIER-RATE (WS-TIER-IDX) TO DIS-INT-RATE
                  END-IF
               END-PERFORM
               PERFORM 1220-CHECK-CHANGE-NOTICE
                  THRU 1220-CHECK-CHANGE-NOTICE-EXIT
           END-IF
           EXIT.

       1210-A-SCAN-DISRATE.
           MOVE 'N' TO WS-END-OF-DISRATE
           MOVE 0   TO WS-PRIOR-TIER-COUNT
           MOVE WS-DISR-LOOKUP-GROUP TO FD-DISR-ACCT-GROUP-ID
           MOVE TRANCAT-TYPE-CD      TO FD-DISR-TRAN-TYPE-CD
           MOVE TRANCAT-CD           TO FD-DISR-TRAN-CAT-CD
           MOVE LOW-VALUES           TO FD-DISR-EFF-DATE
           MOVE 0                    TO FD-DISR-TIER-SEQ
           START DISRATE-FILE KEY >= FD-DISR-KEY
              INVALID KEY
                MOVE 'Y' TO WS-END-OF-DISRATE
           END-START
           PERFORM 1210-B-READ-NEXT-DISRATE
              UNTIL WS-END-OF-DISRATE = 'Y'
           EXIT.

       1210-B-READ-NEXT-DISRATE.
           READ DISRATE-FILE NEXT RECORD INTO DIS-RATE-RECORD
              AT END
                MOVE 'Y' TO WS-END-OF-DISRATE
              NOT AT END
                IF  DISR-ACCT-GROUP-ID = WS-DISR-LOOKUP-GROUP
                AND DISR-TRAN-TYPE-CD  = TRANCAT-TYPE-CD
                AND DISR-TRAN-CAT-CD   = TRANCAT-CD
                   IF DISR-EFF-DATE <= PARM-DATE
                      IF DISR-EFF-DATE > WS-BEST-EFF-DATE
                         MOVE WS-RATE-TIER-TABLE TO WS-PRIOR-TIER-TABLE
                         MOVE WS-TIER-COUNT TO WS-PRIOR-TIER-COUNT
                         MOVE DISR-EFF-DATE TO WS-BEST-EFF-DATE
                         MOVE 0 TO WS-TIER-COUNT
                      END-IF
                      IF  DISR-EFF-DATE = WS-BEST-EFF-DATE
                      AND WS-TIER-COUNT < WS-TIER-MAX
                         ADD 1 TO WS-TIER-COUNT
                         MOVE DISR-TIER-FLOOR
                           TO WS-TIER-FLOOR (WS-TIER-COUNT)
                         MOVE DISR-INT-RATE
                           TO WS-TIER-RATE (WS-TIER-COUNT)
                      END-IF
                   END-IF
                ELSE
                   MOVE 'Y' TO WS-END-OF-DISRATE
                END-IF
           END-READ
           EXIT.

      *---------------------------------------------------------------*
       1220-CHECK-CHANGE-NOTICE.
      * A rate increase registered by the change-in-terms run bills
      * only once this account's notice is 45 days old and the
      * cardholder has not opted out.  Until then the set before it
      * stays in force, or the flat DISCGRP rate if there was none.
      * Sets never registered predate notice tracking and bill as is.
           MOVE WS-DISR-LOOKUP-GROUP TO CCH-ACCT-GROUP-ID
           MOVE TRANCAT-TYPE-CD      TO CCH-TRAN-TYPE-CD
           MOVE TRANCAT-CD           TO CCH-TRAN-CAT-CD
           MOVE WS-BEST-EFF-DATE     TO CCH-EFF-DATE
           MOVE CCH-KEY              TO FD-CCH-KEY
           READ CITCHG-FILE INTO CIT-CHANGE-RECORD
              INVALID KEY
                GO TO 1220-CHECK-CHANGE-NOTICE-EXIT
           END-READ
           IF  CITCHG-STATUS NOT = '00'
               DISPLAY 'ERROR READING CHANGE REGISTER FILE'
               MOVE CITCHG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

           MOVE 'N' TO WS-NOTICE-OK-SW
           MOVE TRANCAT-ACCT-ID      TO CIT-ACCT-ID
           MOVE TRANCAT-TYPE-CD      TO CIT-TRAN-TYPE-CD
           MOVE TRANCAT-CD           TO CIT-TRAN-CAT-CD
           MOVE WS-BEST-EFF-DATE     TO CIT-EFF-DATE
           MOVE CIT-KEY              TO FD-CIT-KEY
           READ CITNOTC-FILE INTO CIT-NOTICE-RECORD
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF  CIT-STAT-NOTICED
                    MOVE CIT-NOTICE-DATE (1:4)
                                       TO WS-NOTICE-YYYYMMDD (1:4)
                    MOVE CIT-NOTICE-DATE (6:2)
                                       TO WS-NOTICE-YYYYMMDD (5:2)
                    MOVE CIT-NOTICE-DATE (9:2)
                                       TO WS-NOTICE-YYYYMMDD (7:2)
                    COMPUTE WS-NOTICE-LILLIAN =
                        FUNCTION INTEGER-OF-DATE (WS-NOTICE-YYYYMMDD)
                    MOVE PARM-DATE (1:4) TO WS-NOTICE-YYYYMMDD (1:4)
                    MOVE PARM-DATE (6:2) TO WS-NOTICE-YYYYMMDD (5:2)
                    MOVE PARM-DATE (9:2) TO WS-NOTICE-YYYYMMDD (7:2)
                    COMPUTE WS-ACCRUAL-LILLIAN =
                        FUNCTION INTEGER-OF-DATE (WS-NOTICE-YYYYMMDD)
                    IF  WS-ACCRUAL-LILLIAN - WS-NOTICE-LILLIAN
                                           >= WS-NOTICE-DAYS
                        SET NOTICE-PERIOD-SERVED TO TRUE
                    END-IF
                END-IF
           END-READ
           IF  CITNOTC-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING CHANGE NOTICE FILE'
               MOVE CITNOTC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  NOTICE-PERIOD-SERVED
               GO TO 1220-CHECK-CHANGE-NOTICE-EXIT
           END-IF

           ADD 1 TO WS-CIT-HELD-COUNT
           MOVE WS-PRIOR-TIER-COUNT TO WS-TIER-COUNT
           IF  WS-TIER-COUNT > 0
               MOVE WS-PRIOR-TIER-TABLE TO WS-RATE-TIER-TABLE
               MOVE 0 TO DIS-INT-RATE
               PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                  UNTIL WS-TIER-IDX > WS-TIER-COUNT
                  IF WS-TIER-RATE (WS-TIER-IDX) > DIS-INT-RATE
                     MOVE WS-TIER-RATE (WS-TIER-IDX) TO DIS-INT-RATE
                  END-IF
               END-PERFORM
           END-IF.
       1220-CHECK-CHANGE-NOTICE-EXIT.
           EXIT.

      *---------------------------------------------------------------*
       1310-SELECT-TIER-RATE.
           MOVE 0 TO WS-TIER-PICK
           PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
              UNTIL WS-TIER-IDX > WS-TIER-COUNT
              IF WS-TIER-FLOOR (WS-TIER-IDX) <= WS-AVG-DAILY-BAL
                 IF WS-TIER-PICK = 0
                    MOVE WS-TIER-IDX TO WS-TIER-PICK
                 ELSE
                    IF WS-TIER-FLOOR (WS-TIER-IDX)
                          > WS-TIER-FLOOR (WS-TIER-PICK)
                       MOVE WS-TIER-IDX TO WS-TIER-PICK
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-TIER-PICK = 0
              PERFORM VARYING WS-TIER-IDX FROM 1 BY 1
                 UNTIL WS-TIER-IDX > WS-TIER-COUNT
                 IF WS-TIER-PICK = 0
                    MOVE WS-TIER-IDX TO WS-TIER-PICK
                 ELSE
                    IF WS-TIER-FLOOR (WS-TIER-IDX)
                          < WS-TIER-FLOOR (WS-TIER-PICK)
                       MOVE WS-TIER-IDX TO WS-TIER-PICK
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF WS-TIER-PICK > 0
              MOVE WS-TIER-RATE (WS-TIER-PICK) TO WS-EFF-INT-RATE
           ELSE
              MOVE DIS-INT-RATE TO WS-EFF-INT-RATE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One GL extract record per bucket type/category carrying the
      * run's accrual, dated with the business date.
      *---------------------------------------------------------------*
       3000-WRITE-GL-EXTRACT.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
              UNTIL WS-GL-IDX > WS-GL-COUNT
               INITIALIZE GL-EXTRACT-RECORD
               MOVE WS-GL-TYPE-CD (WS-GL-IDX)  TO GL-TRAN-TYPE-CD
               MOVE WS-GL-CAT-CD (WS-GL-IDX)   TO GL-TRAN-CAT-CD
               MOVE PARM-DATE (1:4)            TO GL-EXTRACT-DATE (1:4)
               MOVE PARM-DATE (6:2)            TO GL-EXTRACT-DATE (5:2)
               MOVE PARM-DATE (9:2)            TO GL-EXTRACT-DATE (7:2)
               MOVE WS-GL-DEBIT-TOTAL (WS-GL-IDX)  TO GL-DEBIT-TOTAL
               MOVE WS-GL-CREDIT-TOTAL (WS-GL-IDX) TO GL-CREDIT-TOTAL
               COMPUTE GL-NET-TOTAL =
                       WS-GL-DEBIT-TOTAL (WS-GL-IDX) -
                       WS-GL-CREDIT-TOTAL (WS-GL-IDX)
               MOVE GL-EXTRACT-RECORD TO FD-GLEXTRACT-REC
               WRITE FD-GLEXTRACT-REC
               IF  GLEXTRACT-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING GL ACCRUAL EXTRACT'
                   MOVE GLEXTRACT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-GL-WRITE-COUNT
           END-PERFORM
           EXIT.
      *---------------------------------------------------------------*
       4000-WRITE-GROUP-SUMMARY.
           IF  MONTH-END-RUN
               MOVE 'MONTH-END ' TO INT-REPT-RUN-TYPE
           ELSE
               MOVE 'DAILY     ' TO INT-REPT-RUN-TYPE
           END-IF
           MOVE PARM-DATE    TO INT-REPT-ASOF-DATE
           MOVE WS-THRU-DATE TO INT-REPT-THRU-DATE
           MOVE INT-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE INT-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE INT-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC

           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
              UNTIL WS-GRP-IDX > WS-GRP-COUNT
               INITIALIZE INT-DETAIL-REPORT
               MOVE WS-GRP-ID (WS-GRP-IDX)       TO INT-REPORT-GROUP-ID
               MOVE WS-GRP-BUCKETS (WS-GRP-IDX)  TO INT-REPORT-BUCKETS
               MOVE WS-GRP-RUN-AMT (WS-GRP-IDX)  TO INT-REPORT-RUN-AMT
               MOVE WS-GRP-UNBILLED (WS-GRP-IDX) TO INT-REPORT-UNBILLED
               MOVE INT-DETAIL-REPORT TO FD-REPTFILE-REC
               PERFORM 4290-WRITE-REPORT-REC
           END-PERFORM

           ADD WS-ALREADY-COUNT   TO WS-ACCRUED-COUNT
             GIVING INT-REPT-BUCKETS
           MOVE WS-RUN-TOTAL      TO INT-REPT-RUN-AMT
           MOVE WS-UNBILLED-TOTAL TO INT-REPT-UNBILLED
           MOVE INT-REPORT-GRAND-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING INTEREST ACCRUAL REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       8000-DATE-TO-LILLIAN.
           MOVE WS-WORK-DATE-X10 (1:4) TO WS-WORK-YYYYMMDD (1:4)
           MOVE WS-WORK-DATE-X10 (6:2) TO WS-WORK-YYYYMMDD (5:2)
           MOVE WS-WORK-DATE-X10 (9:2) TO WS-WORK-YYYYMMDD (7:2)
           COMPUTE WS-WORK-LILLIAN =
               FUNCTION INTEGER-OF-DATE (WS-WORK-YYYYMMDD)
           EXIT.
      *---------------------------------------------------------------*
       8100-LILLIAN-TO-DATE.
           COMPUTE WS-WORK-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER (WS-WORK-LILLIAN)
           MOVE WS-WORK-YYYYMMDD (1:4) TO WS-WORK-DATE-X10 (1:4)
           MOVE '-'                    TO WS-WORK-DATE-X10 (5:1)
           MOVE WS-WORK-YYYYMMDD (5:2) TO WS-WORK-DATE-X10 (6:2)
           MOVE '-'                    TO WS-WORK-DATE-X10 (8:1)
           MOVE WS-WORK-YYYYMMDD (7:2) TO WS-WORK-DATE-X10 (9:2)
           EXIT.
      *---------------------------------------------------------------*
       9000-TCATBALF-CLOSE.
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
               DISPLAY 'ERROR CLOSING TRANSACTION CATEGORY BALANCE'
               MOVE TCATBALF-STATUS TO IO-STATUS
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
       9200-DISCGRP-CLOSE.
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
       9300-DISRATE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DISRATE-FILE
           IF  DISRATE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DATED RATE FILE'
               MOVE DISRATE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9400-PROMOFIL-CLOSE.
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
       9600-HARDSHIP-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE HARDSHIP-FILE
           IF  HARDSHIP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING HARDSHIP PLAN FILE'
               MOVE HARDSHIP-STATUS TO IO-STATUS
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
       9800-BALSNAP-CLOSE.
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
       9900-INTACCR-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE INTACCR-FILE
           IF  INTACCR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING INTEREST ACCRUAL FILE'
               MOVE INTACCR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9910-GLEXTRACT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE GLEXTRACT-FILE
           IF  GLEXTRACT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING GL ACCRUAL EXTRACT'
               MOVE GLEXTRACT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9920-REPTFILE-CLOSE.
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
               DISPLAY 'ERROR CLOSING INTEREST ACCRUAL REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9930-CITCHG-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CITCHG-FILE
           IF  CITCHG-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CHANGE REGISTER FILE'
               MOVE CITCHG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9940-CITNOTC-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CITNOTC-FILE
           IF  CITNOTC-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CHANGE NOTICE FILE'
               MOVE CITNOTC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9950-XREFFILE-CLOSE.
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
       9960-MILSTAT-CLOSE.
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
