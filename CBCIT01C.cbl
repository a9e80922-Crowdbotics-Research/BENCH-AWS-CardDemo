      ******************************************************************
      * Program     : CBCIT01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Change-in-terms notices.  Applies the opt-outs
      *               received from cardholders, then finds every
      *               rate increase on the dated rate file (DISRATE)
      *               against the rate before it, registers new ones
      *               on CITCHG, and writes a change-in-terms letter
      *               (old and new rate, group letterhead) for each
      *               account the change reaches that has not been
      *               noticed yet, recording the notice date on
      *               CITNOTC.  CBACT04C holds the old rate until the
      *               notice is 45 days old, and for good once the
      *               cardholder opts out.
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
       PROGRAM-ID.    CBCIT01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTOUT-FILE ASSIGN TO CITOPTIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS OPTOUT-STATUS.

           SELECT DISRATE-FILE ASSIGN TO DISRATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-DISR-KEY
                  FILE STATUS  IS DISRATE-STATUS.

           SELECT DISCGRP-FILE ASSIGN TO DISCGRP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-DISCGRP-KEY
                  FILE STATUS  IS DISCGRP-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
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

           SELECT CITCHG-FILE ASSIGN TO CITCHG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CCH-KEY
                  FILE STATUS  IS CITCHG-STATUS.

           SELECT CITNOTC-FILE ASSIGN TO CITNOTC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-CIT-KEY
                  FILE STATUS  IS CITNOTC-STATUS.

           SELECT CITLETR-FILE ASSIGN TO CITLETRS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CITLETR-STATUS.

           SELECT REPORT-FILE ASSIGN TO CITRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  OPTOUT-FILE.
       01  FD-OPTOUT-REC                        PIC X(40).

       FD  DISRATE-FILE.
       01  FD-DISRATE-REC.
           05 FD-DISR-KEY.
              10 FD-DISR-ACCT-GROUP-ID          PIC X(10).
              10 FD-DISR-TRAN-TYPE-CD           PIC X(02).
              10 FD-DISR-TRAN-CAT-CD            PIC 9(04).
              10 FD-DISR-EFF-DATE               PIC X(10).
              10 FD-DISR-TIER-SEQ               PIC 9(02).
           05 FD-DISR-DATA                      PIC X(52).

       FD  DISCGRP-FILE.
       01  FD-DISCGRP-REC.
           05 FD-DISCGRP-KEY.
              10 FD-DIS-ACCT-GROUP-ID           PIC X(10).
              10 FD-DIS-TRAN-TYPE-CD            PIC X(02).
              10 FD-DIS-TRAN-CAT-CD             PIC 9(04).
           05 FD-DISCGRP-DATA                   PIC X(34).

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

       FD  CITCHG-FILE.
       01  FD-CITCHG-REC.
           05 FD-CCH-KEY                        PIC X(26).
           05 FD-CCH-DATA                       PIC X(44).

       FD  CITNOTC-FILE.
       01  FD-CITNOTC-REC.
           05 FD-CIT-KEY.
              10 FD-CIT-ACCT-ID                 PIC 9(11).
              10 FD-CIT-REST-OF-KEY             PIC X(16).
           05 FD-CIT-DATA                       PIC X(53).

       FD  CITLETR-FILE.
       01  FD-CITLETR-REC                       PIC X(439).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVCIT01Y.
       01  OPTOUT-STATUS.
           05  OPTOUT-STAT1        PIC X.
           05  OPTOUT-STAT2        PIC X.
       01  CITCHG-STATUS.
           05  CITCHG-STAT1        PIC X.
           05  CITCHG-STAT2        PIC X.
       01  CITNOTC-STATUS.
           05  CITNOTC-STAT1       PIC X.
           05  CITNOTC-STAT2       PIC X.
       01  CITLETR-STATUS.
           05  CITLETR-STAT1       PIC X.
           05  CITLETR-STAT2       PIC X.

       COPY CVTRA13Y.
       01  DISRATE-STATUS.
           05  DISRATE-STAT1       PIC X.
           05  DISRATE-STAT2       PIC X.

       COPY CVTRA02Y.
       01  DISCGRP-STATUS.
           05  DISCGRP-STAT1       PIC X.
           05  DISCGRP-STAT2       PIC X.

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

       COPY CVCIT02Y.
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
           05 WS-OPTOUT-READ-COUNT      PIC 9(09) VALUE 0.
           05 WS-OPTOUT-COUNT           PIC 9(09) VALUE 0.
           05 WS-OPTOUT-REJECT-COUNT    PIC 9(09) VALUE 0.
           05 WS-RATE-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-NEW-CHANGE-COUNT       PIC 9(09) VALUE 0.
           05 WS-ACCT-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-NOTICE-COUNT           PIC 9(09) VALUE 0.
           05 WS-LATE-NOTICE-COUNT      PIC 9(09) VALUE 0.
           05 WS-SKIPPED-COUNT          PIC 9(09) VALUE 0.
           05 WS-UNDELIV-HOLD-COUNT     PIC 9(09) VALUE 0.

      * Notice period the rules require ahead of a rate increase.
       01  WS-NOTICE-DAYS               PIC 9(03) VALUE 45.

      * Rate increases on DISRATE still to be noticed - every future
      * dated increase, plus the set now in force when it was
      * registered as a change, so accounts that missed the letter
      * (opened since, or noticed late) are picked up.
       01  WS-CHANGE-TABLE.
           05 WS-CHG-ENTRY OCCURS 200 TIMES.
              10 WS-CHG-GROUP-ID        PIC X(10).
              10 WS-CHG-TYPE-CD         PIC X(02).
              10 WS-CHG-CAT-CD          PIC 9(04).
              10 WS-CHG-EFF-DATE        PIC X(10).
              10 WS-CHG-OLD-RATE        PIC S9(04)V99.
              10 WS-CHG-NEW-RATE        PIC S9(04)V99.
       01  WS-CHANGE-VARS.
           05 WS-CHG-COUNT              PIC 9(04) VALUE 0.
           05 WS-CHG-MAX                PIC 9(04) VALUE 200.
           05 WS-CHG-IDX                PIC 9(04) VALUE 0.

      * Group/type/category keys with a dated rate already in force.
      * An account whose group has one is not priced off DEFAULT, so
      * a DEFAULT change does not reach it.
       01  WS-COVERED-TABLE.
           05 WS-COV-ENTRY OCCURS 500 TIMES.
              10 WS-COV-GROUP-ID        PIC X(10).
              10 WS-COV-TYPE-CD         PIC X(02).
              10 WS-COV-CAT-CD          PIC 9(04).
       01  WS-COVERED-VARS.
           05 WS-COV-COUNT              PIC 9(04) VALUE 0.
           05 WS-COV-MAX                PIC 9(04) VALUE 500.
           05 WS-COV-IDX                PIC 9(04) VALUE 0.
           05 WS-COV-FOUND-SW           PIC X(01) VALUE 'N'.
              88 GROUP-HAS-OWN-RATE             VALUE 'Y'.

      * DISRATE is read in key order; a "set" is the tiers of one
      * group/type/category/effective date.
       01  WS-RATE-SCAN-VARS.
           05 WS-END-OF-DISRATE         PIC X(01) VALUE 'N'.
           05 WS-SET-GROUP-ID           PIC X(10) VALUE SPACES.
           05 WS-SET-TYPE-CD            PIC X(02) VALUE SPACES.
           05 WS-SET-CAT-CD             PIC 9(04) VALUE 0.
           05 WS-SET-EFF-DATE           PIC X(10) VALUE SPACES.
           05 WS-SET-MAX-RATE           PIC S9(04)V99 VALUE 0.
           05 WS-PRIOR-MAX-RATE         PIC S9(04)V99 VALUE 0.
           05 WS-PRIOR-RATE-SW          PIC X(01) VALUE 'N'.
              88 PRIOR-RATE-KNOWN               VALUE 'Y'.
           05 WS-SET-COVERED-SW         PIC X(01) VALUE 'N'.
              88 SET-KEY-COVERED                VALUE 'Y'.
           05 WS-NEXT-IS-SAME-KEY-SW    PIC X(01) VALUE 'N'.
              88 NEXT-IS-SAME-KEY               VALUE 'Y'.
           05 WS-NEXT-EFF-DATE          PIC X(10) VALUE SPACES.

       01  WS-NOTICE-VARS.
           05 WS-SKIP-REASON            PIC X(40) VALUE SPACES.
           05 WS-ACTION                 PIC X(12) VALUE SPACES.
           05 WS-NOTE                   PIC X(40) VALUE SPACES.
           05 WS-CUST-LOADED-SW         PIC X(01) VALUE 'N'.
              88 CUST-LOADED                    VALUE 'Y'.
           05 WS-PENDING-FOUND          PIC 9(04) VALUE 0.
           05 WS-END-OF-NOTICES         PIC X(01) VALUE 'N'.
           05 WS-BILLED-FROM-DATE       PIC X(10) VALUE SPACES.
           05 WS-WORK-YYYYMMDD          PIC 9(08) VALUE 0.
           05 WS-WORK-DATE-X10          PIC X(10) VALUE SPACES.
           05 WS-WORK-LILLIAN           PIC S9(09) COMP VALUE 0.
           05 WS-PARM-LILLIAN           PIC S9(09) COMP VALUE 0.
           05 WS-EFF-LILLIAN            PIC S9(09) COMP VALUE 0.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBCIT01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBCIT01C' TO RST-PROGRAM.
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
           MOVE PARM-DATE TO WS-WORK-DATE-X10
           PERFORM 8000-DATE-TO-LILLIAN
           MOVE WS-WORK-LILLIAN TO WS-PARM-LILLIAN

           PERFORM 0000-OPTOUT-OPEN.
           PERFORM 0100-DISRATE-OPEN.
           PERFORM 0200-DISCGRP-OPEN.
           PERFORM 0300-ACCTFILE-OPEN.
           PERFORM 0400-XREFFILE-OPEN.
           PERFORM 0500-CUSTFILE-OPEN.
           PERFORM 0600-LETRFILE-OPEN.
           PERFORM 0700-CITCHG-OPEN.
           PERFORM 0800-CITNOTC-OPEN.
           PERFORM 0900-CITLETR-OPEN.
           PERFORM 0950-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.

      *    Opt-outs first, so an account that has just refused the
      *    new terms is not lettered again below.
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1000-OPTOUT-GET-NEXT
               IF  END-OF-FILE = 'N'
                   ADD 1 TO WS-OPTOUT-READ-COUNT
                   PERFORM 1100-APPLY-OPT-OUT
                      THRU 1100-APPLY-OPT-OUT-EXIT
               END-IF
           END-PERFORM

           PERFORM 2000-FIND-RATE-CHANGES

           IF  WS-CHG-COUNT > 0
               MOVE 'N' TO END-OF-FILE
               MOVE LOW-VALUES TO FD-ACCT-ID
               START ACCOUNT-FILE KEY >= FD-ACCT-ID
                  INVALID KEY
                    MOVE 'Y' TO END-OF-FILE
               END-START
               PERFORM UNTIL END-OF-FILE = 'Y'
                   PERFORM 3000-ACCTFILE-GET-NEXT
                   IF  END-OF-FILE = 'N'
                       ADD 1 TO WS-ACCT-READ-COUNT
                       PERFORM 3100-NOTICE-ACCOUNT
                          THRU 3100-NOTICE-ACCOUNT-EXIT
                   END-IF
               END-PERFORM
           END-IF

           MOVE WS-CHG-COUNT           TO CIT-REPT-CHANGE-COUNT
           MOVE WS-NOTICE-COUNT        TO CIT-REPT-NOTICE-COUNT
           MOVE WS-LATE-NOTICE-COUNT   TO CIT-REPT-LATE-COUNT
           MOVE WS-OPTOUT-COUNT        TO CIT-REPT-OPTOUT-COUNT
           MOVE WS-OPTOUT-REJECT-COUNT TO CIT-REPT-REJECT-COUNT
           MOVE CIT-REPORT-GRAND-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC

           PERFORM 9000-OPTOUT-CLOSE.
           PERFORM 9100-DISRATE-CLOSE.
           PERFORM 9200-DISCGRP-CLOSE.
           PERFORM 9300-ACCTFILE-CLOSE.
           PERFORM 9400-XREFFILE-CLOSE.
           PERFORM 9500-CUSTFILE-CLOSE.
           PERFORM 9600-LETRFILE-CLOSE.
           PERFORM 9700-CITCHG-CLOSE.
           PERFORM 9800-CITNOTC-CLOSE.
           PERFORM 9900-CITLETR-CLOSE.
           PERFORM 9950-REPTFILE-CLOSE.
           DISPLAY 'OPT-OUTS READ            :' WS-OPTOUT-READ-COUNT
           DISPLAY 'OPT-OUTS APPLIED         :' WS-OPTOUT-COUNT
           DISPLAY 'OPT-OUTS REJECTED        :' WS-OPTOUT-REJECT-COUNT
           DISPLAY 'DISRATE RECORDS READ     :' WS-RATE-READ-COUNT
           DISPLAY 'NEW CHANGES REGISTERED   :' WS-NEW-CHANGE-COUNT
           DISPLAY 'CHANGES TO NOTICE        :' WS-CHG-COUNT
           DISPLAY 'ACCOUNTS READ            :' WS-ACCT-READ-COUNT
           DISPLAY 'NOTICES WRITTEN          :' WS-NOTICE-COUNT
           DISPLAY 'NOTICES UNDER 45 DAYS    :' WS-LATE-NOTICE-COUNT
           DISPLAY 'NOTICES SKIPPED          :' WS-SKIPPED-COUNT
           DISPLAY 'SKIPPED - UNDELIVERABLE  :' WS-UNDELIV-HOLD-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-ACCT-READ-COUNT TO RST-RECORD-COUNT.
           COMPUTE RST-REJECT-COUNT = WS-SKIPPED-COUNT
                                    + WS-OPTOUT-REJECT-COUNT.
           MOVE 0 TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBCIT01C'.

           GOBACK.
      *---------------------------------------------------------------*
       0000-OPTOUT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT OPTOUT-FILE
           IF  OPTOUT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING OPT-OUT FILE'
               MOVE OPTOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0100-DISRATE-OPEN.
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
       0300-ACCTFILE-OPEN.
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
       0400-XREFFILE-OPEN.
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
       0500-CUSTFILE-OPEN.
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
       0600-LETRFILE-OPEN.
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
       0700-CITCHG-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O CITCHG-FILE
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
       0800-CITNOTC-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O CITNOTC-FILE
           IF  CITNOTC-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING NOTICE FILE'
               MOVE CITNOTC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0900-CITLETR-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT CITLETR-FILE
           IF  CITLETR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CHANGE-IN-TERMS LETTER EXTRACT'
               MOVE CITLETR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0950-REPTFILE-OPEN.
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
               DISPLAY 'ERROR OPENING CHANGE-IN-TERMS REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1000-OPTOUT-GET-NEXT.
           READ OPTOUT-FILE INTO CIT-OPTOUT-RECORD
           IF  OPTOUT-STATUS = '00'
               CONTINUE
           ELSE
               IF  OPTOUT-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING OPT-OUT FILE'
                   MOVE OPTOUT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * An opt-out received before a noticed change takes effect
      * refuses that change: the notice is marked opted out, so the
      * account keeps billing at the old rate, and the account is
      * closed to new purchases to run the balance down.
      *---------------------------------------------------------------*
       1100-APPLY-OPT-OUT.
           MOVE 0 TO WS-PENDING-FOUND
           MOVE 'N' TO WS-END-OF-NOTICES
           MOVE LOW-VALUES  TO FD-CIT-KEY
           MOVE CIO-ACCT-ID TO FD-CIT-ACCT-ID
           START CITNOTC-FILE KEY >= FD-CIT-KEY
              INVALID KEY
                MOVE 'Y' TO WS-END-OF-NOTICES
           END-START
           PERFORM 1110-OPT-OUT-NEXT-NOTICE
              UNTIL WS-END-OF-NOTICES = 'Y'
           IF  WS-PENDING-FOUND = 0
               ADD 1 TO WS-OPTOUT-REJECT-COUNT
               INITIALIZE CIT-NOTICE-RECORD
               MOVE CIO-ACCT-ID TO CIT-ACCT-ID
               MOVE 'OPT-OUT REJ'    TO WS-ACTION
               MOVE 'NO CHANGE PENDING ON RECEIVED DATE' TO WS-NOTE
               PERFORM 4100-REPORT-LINE
               GO TO 1100-APPLY-OPT-OUT-EXIT
           END-IF
           ADD 1 TO WS-OPTOUT-COUNT

           MOVE CIO-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
              INVALID KEY
                DISPLAY 'OPT-OUT ACCOUNT NOT ON MASTER: ' CIO-ACCT-ID
                GO TO 1100-APPLY-OPT-OUT-EXIT
           END-READ
           IF  ACCT-STAT-OPEN
               SET ACCT-STAT-CLOSED-PURCH TO TRUE
               MOVE 'CR'      TO ACCT-STATUS-REASON-CD
               MOVE PARM-DATE TO ACCT-STATUS-DATE
               MOVE ACCOUNT-RECORD TO FD-ACCTFILE-REC
               REWRITE FD-ACCTFILE-REC
               IF  ACCTFILE-STATUS NOT = '00'
                   DISPLAY 'ERROR RE-WRITING ACCOUNT MASTER FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF.
       1100-APPLY-OPT-OUT-EXIT.
           EXIT.

       1110-OPT-OUT-NEXT-NOTICE.
           READ CITNOTC-FILE NEXT RECORD INTO CIT-NOTICE-RECORD
              AT END
                MOVE 'Y' TO WS-END-OF-NOTICES
              NOT AT END
                IF  CIT-ACCT-ID NOT = CIO-ACCT-ID
                    MOVE 'Y' TO WS-END-OF-NOTICES
                ELSE
                    IF  CIT-STAT-NOTICED
                    AND CIT-EFF-DATE > CIO-RECEIVED-DATE
                        SET CIT-STAT-OPTED-OUT TO TRUE
                        MOVE CIO-RECEIVED-DATE TO CIT-OPTOUT-DATE
                        REWRITE FD-CITNOTC-REC FROM CIT-NOTICE-RECORD
                        IF  CITNOTC-STATUS NOT = '00'
                            DISPLAY 'ERROR RE-WRITING NOTICE FILE'
                            MOVE CITNOTC-STATUS TO IO-STATUS
                            PERFORM 9910-DISPLAY-IO-STATUS
                            PERFORM 9999-ABEND-PROGRAM
                        END-IF
                        ADD 1 TO WS-PENDING-FOUND
                        MOVE 'OPTED OUT'   TO WS-ACTION
                        MOVE 'CLOSED TO PURCHASES AT OLD RATE'
                                           TO WS-NOTE
                        PERFORM 4100-REPORT-LINE
                    END-IF
                END-IF
           END-READ
           IF  CITNOTC-STATUS NOT = '00' AND '10'
               DISPLAY 'ERROR READING NOTICE FILE'
               MOVE CITNOTC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Walk DISRATE and compare each dated set's highest tier rate
      * with the set before it (the flat DISCGRP rate for the first
      * set of a key) - the same rates CBACT04C compares when it
      * decides whether a set is an increase that needs notice.
      *---------------------------------------------------------------*
       2000-FIND-RATE-CHANGES.
           MOVE 'N' TO WS-END-OF-DISRATE
           PERFORM 2100-DISRATE-GET-NEXT
           IF  WS-END-OF-DISRATE = 'N'
               PERFORM 2200-START-RATE-KEY
           END-IF
           PERFORM UNTIL WS-END-OF-DISRATE = 'Y'
               PERFORM 2100-DISRATE-GET-NEXT
               IF  WS-END-OF-DISRATE = 'Y'
                   MOVE 'N' TO WS-NEXT-IS-SAME-KEY-SW
                   PERFORM 2300-FINISH-RATE-SET
                      THRU 2300-FINISH-RATE-SET-EXIT
               ELSE
                   IF  DISR-ACCT-GROUP-ID NOT = WS-SET-GROUP-ID
                   OR  DISR-TRAN-TYPE-CD  NOT = WS-SET-TYPE-CD
                   OR  DISR-TRAN-CAT-CD   NOT = WS-SET-CAT-CD
                       MOVE 'N' TO WS-NEXT-IS-SAME-KEY-SW
                       PERFORM 2300-FINISH-RATE-SET
                          THRU 2300-FINISH-RATE-SET-EXIT
                       PERFORM 2200-START-RATE-KEY
                   ELSE
                       IF  DISR-EFF-DATE NOT = WS-SET-EFF-DATE
                           SET NEXT-IS-SAME-KEY TO TRUE
                           MOVE DISR-EFF-DATE TO WS-NEXT-EFF-DATE
                           PERFORM 2300-FINISH-RATE-SET
                              THRU 2300-FINISH-RATE-SET-EXIT
                           MOVE WS-SET-MAX-RATE TO WS-PRIOR-MAX-RATE
                           SET PRIOR-RATE-KNOWN TO TRUE
                           MOVE DISR-EFF-DATE TO WS-SET-EFF-DATE
                           MOVE DISR-INT-RATE TO WS-SET-MAX-RATE
                       ELSE
                           IF  DISR-INT-RATE > WS-SET-MAX-RATE
                               MOVE DISR-INT-RATE TO WS-SET-MAX-RATE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       2100-DISRATE-GET-NEXT.
           READ DISRATE-FILE INTO DIS-RATE-RECORD
           IF  DISRATE-STATUS = '00'
               ADD 1 TO WS-RATE-READ-COUNT
           ELSE
               IF  DISRATE-STATUS = '10'
                   MOVE 'Y' TO WS-END-OF-DISRATE
               ELSE
                   DISPLAY 'ERROR READING DATED RATE FILE'
                   MOVE DISRATE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.

       2200-START-RATE-KEY.
           MOVE DISR-ACCT-GROUP-ID TO WS-SET-GROUP-ID
           MOVE DISR-TRAN-TYPE-CD  TO WS-SET-TYPE-CD
           MOVE DISR-TRAN-CAT-CD   TO WS-SET-CAT-CD
           MOVE DISR-EFF-DATE      TO WS-SET-EFF-DATE
           MOVE DISR-INT-RATE      TO WS-SET-MAX-RATE
           MOVE 'N'                TO WS-SET-COVERED-SW
           MOVE 'N'                TO WS-PRIOR-RATE-SW
           MOVE 0                  TO WS-PRIOR-MAX-RATE
           MOVE DISR-ACCT-GROUP-ID TO FD-DIS-ACCT-GROUP-ID
           MOVE DISR-TRAN-TYPE-CD  TO FD-DIS-TRAN-TYPE-CD
           MOVE DISR-TRAN-CAT-CD   TO FD-DIS-TRAN-CAT-CD
           READ DISCGRP-FILE INTO DIS-GROUP-RECORD
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE DIS-INT-RATE TO WS-PRIOR-MAX-RATE
                SET PRIOR-RATE-KNOWN TO TRUE
           END-READ
           IF  DISCGRP-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING DISCLOSURE GROUP FILE'
               MOVE DISCGRP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

       2300-FINISH-RATE-SET.
           IF  WS-SET-EFF-DATE <= PARM-DATE
               IF  NOT SET-KEY-COVERED
                   PERFORM 2310-ADD-COVERED-KEY
               END-IF
      *        Only the set in force today - the next set, if any,
      *        is still ahead - can still need letters.
               IF  NEXT-IS-SAME-KEY
               AND WS-NEXT-EFF-DATE <= PARM-DATE
                   GO TO 2300-FINISH-RATE-SET-EXIT
               END-IF
           END-IF
           IF  NOT PRIOR-RATE-KNOWN
           OR  WS-SET-MAX-RATE NOT > WS-PRIOR-MAX-RATE
               GO TO 2300-FINISH-RATE-SET-EXIT
           END-IF
           MOVE WS-SET-GROUP-ID TO CCH-ACCT-GROUP-ID
           MOVE WS-SET-TYPE-CD  TO CCH-TRAN-TYPE-CD
           MOVE WS-SET-CAT-CD   TO CCH-TRAN-CAT-CD
           MOVE WS-SET-EFF-DATE TO CCH-EFF-DATE
           MOVE CCH-KEY         TO FD-CCH-KEY
           READ CITCHG-FILE INTO CIT-CHANGE-RECORD
              INVALID KEY
                CONTINUE
           END-READ
           IF  CITCHG-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING CHANGE REGISTER FILE'
               MOVE CITCHG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  CITCHG-STATUS = '23'
      *        A set already in force that was never registered
      *        predates notice tracking and is left alone.
               IF  WS-SET-EFF-DATE <= PARM-DATE
                   GO TO 2300-FINISH-RATE-SET-EXIT
               END-IF
               PERFORM 2320-REGISTER-CHANGE
           END-IF
           IF  WS-CHG-COUNT >= WS-CHG-MAX
               DISPLAY 'RATE CHANGE TABLE FULL - '
                       'RAISE WS-CHG-MAX AND RERUN'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-CHG-COUNT
           MOVE WS-SET-GROUP-ID   TO WS-CHG-GROUP-ID (WS-CHG-COUNT)
           MOVE WS-SET-TYPE-CD    TO WS-CHG-TYPE-CD (WS-CHG-COUNT)
           MOVE WS-SET-CAT-CD     TO WS-CHG-CAT-CD (WS-CHG-COUNT)
           MOVE WS-SET-EFF-DATE   TO WS-CHG-EFF-DATE (WS-CHG-COUNT)
           MOVE CCH-OLD-RATE      TO WS-CHG-OLD-RATE (WS-CHG-COUNT)
           MOVE CCH-NEW-RATE      TO WS-CHG-NEW-RATE (WS-CHG-COUNT).
       2300-FINISH-RATE-SET-EXIT.
           EXIT.

       2310-ADD-COVERED-KEY.
           SET SET-KEY-COVERED TO TRUE
           IF  WS-COV-COUNT >= WS-COV-MAX
               DISPLAY 'RATE KEY TABLE FULL - '
                       'RAISE WS-COV-MAX AND RERUN'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-COV-COUNT
           MOVE WS-SET-GROUP-ID TO WS-COV-GROUP-ID (WS-COV-COUNT)
           MOVE WS-SET-TYPE-CD  TO WS-COV-TYPE-CD (WS-COV-COUNT)
           MOVE WS-SET-CAT-CD   TO WS-COV-CAT-CD (WS-COV-COUNT)
           EXIT.

       2320-REGISTER-CHANGE.
           MOVE WS-PRIOR-MAX-RATE TO CCH-OLD-RATE
           MOVE WS-SET-MAX-RATE   TO CCH-NEW-RATE
           MOVE PARM-DATE         TO CCH-DETECTED-DATE
           MOVE 0                 TO CCH-NOTICE-COUNT
           WRITE FD-CITCHG-REC FROM CIT-CHANGE-RECORD
           IF  CITCHG-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CHANGE REGISTER FILE'
               MOVE CITCHG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-NEW-CHANGE-COUNT
           INITIALIZE CIT-NOTICE-RECORD
           MOVE CCH-ACCT-GROUP-ID TO CIT-ACCT-GROUP-ID
           MOVE CCH-TRAN-TYPE-CD  TO CIT-TRAN-TYPE-CD
           MOVE CCH-TRAN-CAT-CD   TO CIT-TRAN-CAT-CD
           MOVE CCH-EFF-DATE      TO CIT-EFF-DATE
           MOVE CCH-OLD-RATE      TO CIT-OLD-RATE
           MOVE CCH-NEW-RATE      TO CIT-NEW-RATE
           MOVE 'CHANGE REG'      TO WS-ACTION
           MOVE 'RATE INCREASE REGISTERED FOR NOTICE' TO WS-NOTE
           PERFORM 4100-REPORT-LINE
           EXIT.
      *---------------------------------------------------------------*
       3000-ACCTFILE-GET-NEXT.
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
      * Closed and charged-off accounts bill no interest and get no
      * letter.  Every other account gets one notice per change that
      * reaches its group and has not been noticed to it already.
      *---------------------------------------------------------------*
       3100-NOTICE-ACCOUNT.
           IF  ACCT-STAT-CLOSED
           OR  ACCT-STAT-CHARGED-OFF
               GO TO 3100-NOTICE-ACCOUNT-EXIT
           END-IF
           MOVE 'N' TO WS-CUST-LOADED-SW
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
              UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF  WS-CHG-GROUP-ID (WS-CHG-IDX) = ACCT-GROUP-ID
                   PERFORM 3200-NOTICE-CHANGE
                      THRU 3200-NOTICE-CHANGE-EXIT
               ELSE
                   IF  WS-CHG-GROUP-ID (WS-CHG-IDX) = 'DEFAULT'
                       PERFORM 3150-CHECK-OWN-RATE
                       IF  NOT GROUP-HAS-OWN-RATE
                           PERFORM 3200-NOTICE-CHANGE
                              THRU 3200-NOTICE-CHANGE-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       3100-NOTICE-ACCOUNT-EXIT.
           EXIT.

       3150-CHECK-OWN-RATE.
           MOVE 'N' TO WS-COV-FOUND-SW
           PERFORM VARYING WS-COV-IDX FROM 1 BY 1
              UNTIL WS-COV-IDX > WS-COV-COUNT
              OR GROUP-HAS-OWN-RATE
               IF  WS-COV-GROUP-ID (WS-COV-IDX) = ACCT-GROUP-ID
               AND WS-COV-TYPE-CD (WS-COV-IDX)
                                   = WS-CHG-TYPE-CD (WS-CHG-IDX)
               AND WS-COV-CAT-CD (WS-COV-IDX)
                                   = WS-CHG-CAT-CD (WS-CHG-IDX)
                   SET GROUP-HAS-OWN-RATE TO TRUE
               END-IF
           END-PERFORM
           EXIT.
      *---------------------------------------------------------------*
       3200-NOTICE-CHANGE.
           MOVE ACCT-ID                      TO CIT-ACCT-ID
           MOVE WS-CHG-TYPE-CD (WS-CHG-IDX)  TO CIT-TRAN-TYPE-CD
           MOVE WS-CHG-CAT-CD (WS-CHG-IDX)   TO CIT-TRAN-CAT-CD
           MOVE WS-CHG-EFF-DATE (WS-CHG-IDX) TO CIT-EFF-DATE
           MOVE CIT-KEY TO FD-CIT-KEY
           READ CITNOTC-FILE INTO CIT-NOTICE-RECORD
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                GO TO 3200-NOTICE-CHANGE-EXIT
           END-READ
           IF  CITNOTC-STATUS NOT = '23'
               DISPLAY 'ERROR READING NOTICE FILE'
               MOVE CITNOTC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

           IF  NOT CUST-LOADED
               MOVE SPACES TO WS-SKIP-REASON
               PERFORM 3300-GET-XREF-DATA
               IF  WS-SKIP-REASON = SPACES
                   PERFORM 3310-GET-CUST-DATA
               END-IF
      *        No notice to an address flagged undeliverable - the
      *        increase stays held until a notice can be mailed.
               IF  WS-SKIP-REASON = SPACES
               AND CUST-ADDR-UNDELIVERABLE
               AND NOT CUST-STMT-PREF-EMAIL
                   MOVE 'ADDRESS FLAGGED UNDELIVERABLE'
                     TO WS-SKIP-REASON
                   ADD 1 TO WS-UNDELIV-HOLD-COUNT
               END-IF
               IF  WS-SKIP-REASON NOT = SPACES
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'NOTICE SKIPPED FOR ACCOUNT ' ACCT-ID
                           ' - ' WS-SKIP-REASON
                   GO TO 3200-NOTICE-CHANGE-EXIT
               END-IF
               PERFORM 3320-GET-LETTERHEAD
               SET CUST-LOADED TO TRUE
           END-IF

           INITIALIZE CIT-NOTICE-RECORD
           MOVE ACCT-ID                      TO CIT-ACCT-ID
           MOVE WS-CHG-TYPE-CD (WS-CHG-IDX)  TO CIT-TRAN-TYPE-CD
           MOVE WS-CHG-CAT-CD (WS-CHG-IDX)   TO CIT-TRAN-CAT-CD
           MOVE WS-CHG-EFF-DATE (WS-CHG-IDX) TO CIT-EFF-DATE
           MOVE ACCT-GROUP-ID                TO CIT-ACCT-GROUP-ID
           MOVE WS-CHG-OLD-RATE (WS-CHG-IDX) TO CIT-OLD-RATE
           MOVE WS-CHG-NEW-RATE (WS-CHG-IDX) TO CIT-NEW-RATE
           MOVE PARM-DATE                    TO CIT-NOTICE-DATE
           SET CIT-STAT-NOTICED              TO TRUE
           MOVE SPACES                       TO CIT-OPTOUT-DATE

      *    The new rate bills from the effective date or from the
      *    end of the notice period, whichever is later.
           MOVE CIT-EFF-DATE TO WS-WORK-DATE-X10
           PERFORM 8000-DATE-TO-LILLIAN
           MOVE WS-WORK-LILLIAN TO WS-EFF-LILLIAN
           COMPUTE WS-WORK-LILLIAN = WS-PARM-LILLIAN + WS-NOTICE-DAYS
           IF  WS-WORK-LILLIAN > WS-EFF-LILLIAN
               PERFORM 8100-LILLIAN-TO-DATE
               MOVE WS-WORK-DATE-X10 TO WS-BILLED-FROM-DATE
               ADD 1 TO WS-LATE-NOTICE-COUNT
               MOVE 'LATE NOTICE' TO WS-ACTION
               STRING 'NEW RATE HELD UNTIL ' WS-BILLED-FROM-DATE
                 DELIMITED BY SIZE
                 INTO WS-NOTE
               END-STRING
           ELSE
               MOVE CIT-EFF-DATE TO WS-BILLED-FROM-DATE
               MOVE 'NOTICED'    TO WS-ACTION
               MOVE SPACES       TO WS-NOTE
           END-IF

           PERFORM 3400-WRITE-LETTER-REC
           MOVE CIT-NOTICE-RECORD TO FD-CITNOTC-REC
           WRITE FD-CITNOTC-REC
           IF  CITNOTC-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING NOTICE FILE'
               MOVE CITNOTC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           PERFORM 3500-COUNT-CHANGE-NOTICE
           ADD 1 TO WS-NOTICE-COUNT
           PERFORM 4100-REPORT-LINE.
       3200-NOTICE-CHANGE-EXIT.
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
           INITIALIZE CIT-LETTER-RECORD
           SET CIL-LETTER-CHANGE-IN-TERMS TO TRUE
           MOVE ACCT-ID                TO CIL-ACCT-ID
           MOVE CUST-ID                TO CIL-CUST-ID
           IF  CUST-STMT-PREF-EMAIL
               SET CIL-DELIVER-EMAIL   TO TRUE
           ELSE
               SET CIL-DELIVER-PAPER   TO TRUE
           END-IF
           MOVE CUST-FIRST-NAME        TO CIL-CUST-FIRST-NAME
           MOVE CUST-LAST-NAME         TO CIL-CUST-LAST-NAME
           MOVE CUST-ADDR-LINE-1       TO CIL-ADDR-LINE-1
           MOVE CUST-ADDR-LINE-2       TO CIL-ADDR-LINE-2
           MOVE CUST-ADDR-LINE-3       TO CIL-ADDR-LINE-3
           MOVE CUST-ADDR-STATE-CD     TO CIL-ADDR-STATE-CD
           MOVE CUST-ADDR-ZIP          TO CIL-ADDR-ZIP
           MOVE LETR-BANK-NAME         TO CIL-BANK-NAME
           MOVE LETR-ADDR-LINE-1       TO CIL-BANK-ADDR-LINE-1
           MOVE LETR-ADDR-LINE-2       TO CIL-BANK-ADDR-LINE-2
           MOVE LETR-PHONE-NUM         TO CIL-BANK-PHONE-NUM
           MOVE CIT-TRAN-TYPE-CD       TO CIL-TRAN-TYPE-CD
           MOVE CIT-TRAN-CAT-CD        TO CIL-TRAN-CAT-CD
           MOVE CIT-OLD-RATE           TO CIL-OLD-RATE
           MOVE CIT-NEW-RATE           TO CIL-NEW-RATE
           MOVE CIT-EFF-DATE           TO CIL-EFF-DATE
           MOVE WS-BILLED-FROM-DATE    TO CIL-BILLED-FROM-DATE
           MOVE PARM-DATE              TO CIL-EXTRACT-DATE
           WRITE FD-CITLETR-REC FROM CIT-LETTER-RECORD
           IF  CITLETR-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CHANGE-IN-TERMS LETTER EXTRACT'
               MOVE CITLETR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       3500-COUNT-CHANGE-NOTICE.
           MOVE WS-CHG-GROUP-ID (WS-CHG-IDX) TO CCH-ACCT-GROUP-ID
           MOVE CIT-TRAN-TYPE-CD             TO CCH-TRAN-TYPE-CD
           MOVE CIT-TRAN-CAT-CD              TO CCH-TRAN-CAT-CD
           MOVE CIT-EFF-DATE                 TO CCH-EFF-DATE
           MOVE CCH-KEY TO FD-CCH-KEY
           READ CITCHG-FILE INTO CIT-CHANGE-RECORD
           IF  CITCHG-STATUS = '00'
               ADD 1 TO CCH-NOTICE-COUNT
               REWRITE FD-CITCHG-REC FROM CIT-CHANGE-RECORD
           END-IF
           IF  CITCHG-STATUS NOT = '00'
               DISPLAY 'ERROR UPDATING CHANGE REGISTER FILE'
               MOVE CITCHG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4100-REPORT-LINE.
           INITIALIZE CIT-DETAIL-REPORT
           MOVE CIT-ACCT-ID           TO CIT-REPORT-ACCT-ID
           MOVE CIT-ACCT-GROUP-ID     TO CIT-REPORT-GROUP-ID
           MOVE CIT-TRAN-TYPE-CD      TO CIT-REPORT-TYPE-CD
           MOVE CIT-TRAN-CAT-CD       TO CIT-REPORT-CAT-CD
           MOVE CIT-EFF-DATE          TO CIT-REPORT-EFF-DATE
           MOVE CIT-OLD-RATE          TO CIT-REPORT-OLD-RATE
           MOVE CIT-NEW-RATE          TO CIT-REPORT-NEW-RATE
           MOVE WS-ACTION             TO CIT-REPORT-ACTION
           MOVE WS-NOTE               TO CIT-REPORT-NOTE
           MOVE CIT-DETAIL-REPORT TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE PARM-DATE TO CIT-REPT-ASOF-DATE
           MOVE CIT-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE CIT-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE CIT-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING CHANGE-IN-TERMS REPORT'
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
       9000-OPTOUT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE OPTOUT-FILE
           IF  OPTOUT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING OPT-OUT FILE'
               MOVE OPTOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9100-DISRATE-CLOSE.
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
               DISPLAY 'ERROR CLOSING ACCOUNT MASTER FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9400-XREFFILE-CLOSE.
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
       9500-CUSTFILE-CLOSE.
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
       9600-LETRFILE-CLOSE.
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
       9700-CITCHG-CLOSE.
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
       9800-CITNOTC-CLOSE.
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
               DISPLAY 'ERROR CLOSING NOTICE FILE'
               MOVE CITNOTC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9900-CITLETR-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CITLETR-FILE
           IF  CITLETR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CHANGE-IN-TERMS LETTER EXTRACT'
               MOVE CITLETR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9950-REPTFILE-CLOSE.
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
               DISPLAY 'ERROR CLOSING CHANGE-IN-TERMS REPORT'
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
