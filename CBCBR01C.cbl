      *               the account master, joins customer data through
      *               the card cross reference, and writes one fixed
      *               format bureau record per account with status,
      *               balances, delinquency severity and the special
      *               condition from the account's legal status, plus a
      *               control report of records written and accounts
      *               skipped with reasons.  Keeps the last record
      *               reported per account (CBRLAST) for the dispute
      *               cases, and reports the corrected values of a
      *               dispute the analyst modified (BURDISP) in place
      *               of the account's own on the next extract.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  RECORD KEY   IS FD-DELQ-ACCT-ID
                  FILE STATUS  IS DELQFILE-STATUS.

           SELECT LEGAL-FILE ASSIGN TO LEGALSTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-LGL-ACCT-ID
                  FILE STATUS  IS LEGALSTS-STATUS.

           SELECT BUREAU-FILE ASSIGN TO CBUREAU
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

           SELECT LASTRPT-FILE ASSIGN TO CBRLAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CBRL-ACCT-ID
                  FILE STATUS  IS CBRLAST-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO BURDISP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-ACDV-KEY
                  FILE STATUS  IS BURDISP-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  BUREAU-FILE.
       01  FD-BUREAU-RECORD                     PIC X(250).

       FD  LEGAL-FILE.
       01  FD-LEGAL-REC.
           05 FD-LGL-ACCT-ID                    PIC 9(11).
           05 FD-LGL-DATA                       PIC X(189).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       FD  LASTRPT-FILE.
       01  FD-CBRLAST-REC.
           05 FD-CBRL-REPORT-DATE               PIC X(10).
           05 FD-CBRL-ACCT-ID                   PIC 9(11).
           05 FD-CBRL-DATA                      PIC X(229).

       FD  DISPUTE-FILE.
       01  FD-BURDISP-REC.
           05 FD-ACDV-KEY.
              10 FD-ACDV-ACCT-ID                PIC 9(11).
              10 FD-ACDV-CONTROL-NUM            PIC X(20).
           05 FD-ACDV-DATA                      PIC X(269).

       WORKING-STORAGE SECTION.

      *****************************************************************
           05  DELQFILE-STAT1      PIC X.
           05  DELQFILE-STAT2      PIC X.

       COPY CVLGL01Y.
       01  LEGALSTS-STATUS.
           05  LEGALSTS-STAT1      PIC X.
           05  LEGALSTS-STAT2      PIC X.

       COPY CVCBR01Y.
       01  BUREAU-STATUS.
           05  BUREAU-STAT1        PIC X.
           05  BUREAU-STAT2        PIC X.
       01  CBRLAST-STATUS.
           05  CBRLAST-STAT1       PIC X.
           05  CBRLAST-STAT2       PIC X.

       COPY CVACD01Y.
       01  BURDISP-STATUS.
           05  BURDISP-STAT1       PIC X.
           05  BURDISP-STAT2       PIC X.

       COPY CVCBR02Y.
       01  REPTFILE-STATUS.
           05 WS-SKIP-REASON            PIC X(30) VALUE SPACES.
           05 WS-DELQ-AVAIL-SW          PIC X(01) VALUE 'N'.
               88 DELQ-FILE-AVAILABLE       VALUE 'Y'.
           05 WS-SPECIAL-COND-CD        PIC X(02) VALUE SPACES.
           05 WS-SPECIAL-COND-COUNT     PIC 9(09) VALUE 0.
           05 WS-DISPUTE-CORR-COUNT     PIC 9(09) VALUE 0.
           05 WS-END-OF-DISPUTES        PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           PERFORM 0300-DELQFILE-OPEN.
           PERFORM 0400-BUREAU-OPEN.
           PERFORM 0500-REPTFILE-OPEN.
           PERFORM 0600-LEGALSTS-OPEN.
           PERFORM 0700-CBRLAST-OPEN.
           PERFORM 0800-BURDISP-OPEN.
           PERFORM 4210-WRITE-HEADERS.

           PERFORM UNTIL END-OF-FILE = 'Y'
           PERFORM 9300-DELQFILE-CLOSE.
           PERFORM 9400-BUREAU-CLOSE.
           PERFORM 9500-REPTFILE-CLOSE.
           PERFORM 9600-LEGALSTS-CLOSE.
           PERFORM 9700-CBRLAST-CLOSE.
           PERFORM 9800-BURDISP-CLOSE.
           DISPLAY 'ACCOUNTS READ          :' WS-ACCT-READ-COUNT
           DISPLAY 'BUREAU RECORDS WRITTEN :' WS-WRITTEN-COUNT
           DISPLAY 'ACCOUNTS SKIPPED       :' WS-SKIPPED-COUNT
           DISPLAY 'SPECIAL CONDITIONS     :' WS-SPECIAL-COND-COUNT
           DISPLAY 'DISPUTE CORRECTIONS    :' WS-DISPUTE-CORR-COUNT
           IF WS-SKIPPED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0600-LEGALSTS-OPEN.
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
       0700-CBRLAST-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O LASTRPT-FILE
           IF  CBRLAST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING LAST REPORTED FILE'
               MOVE CBRLAST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0800-BURDISP-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O DISPUTE-FILE
           IF  BURDISP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING BUREAU DISPUTE FILE'
               MOVE BURDISP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1000-ACCTFILE-GET-NEXT.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD.
           END-IF
           IF  WS-SKIP-REASON = SPACES
               PERFORM 2300-GET-DELQ-SEVERITY
               PERFORM 2350-GET-SPECIAL-COND
                  THRU 2350-GET-SPECIAL-COND-EXIT
               PERFORM 2400-WRITE-BUREAU-REC
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
               END-READ
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2350-GET-SPECIAL-COND.
           MOVE SPACES TO WS-SPECIAL-COND-CD
           MOVE ACCT-ID TO FD-LGL-ACCT-ID
           READ LEGAL-FILE INTO LEGAL-STATUS-RECORD
              INVALID KEY
                GO TO 2350-GET-SPECIAL-COND-EXIT
           END-READ
           IF  LEGALSTS-STATUS NOT = '00'
               DISPLAY 'ERROR READING LEGAL STATUS FILE'
               MOVE LEGALSTS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EVALUATE TRUE
               WHEN LGL-TYPE-BANKRUPTCY
                   PERFORM 2360-GET-BANKRUPTCY-COND
               WHEN LGL-TYPE-DECEASED
                AND LGL-SUPPRESS-ACTIVITY
                   MOVE 'X'  TO WS-SPECIAL-COND-CD
               WHEN LGL-TYPE-LITIGATION
                AND LGL-STAT-ACTIVE
                   MOVE 'LT' TO WS-SPECIAL-COND-CD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF  WS-SPECIAL-COND-CD NOT = SPACES
               ADD 1 TO WS-SPECIAL-COND-COUNT
           END-IF.
       2350-GET-SPECIAL-COND-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2360-GET-BANKRUPTCY-COND.
      *    Petitioned, discharged and dismissed each have their own
      *    code by chapter.
           EVALUATE TRUE ALSO LGL-BK-CHAPTER
               WHEN LGL-STAT-ACTIVE     ALSO '07'
                   MOVE 'A' TO WS-SPECIAL-COND-CD
               WHEN LGL-STAT-ACTIVE     ALSO '11'
                   MOVE 'B' TO WS-SPECIAL-COND-CD
               WHEN LGL-STAT-ACTIVE     ALSO '12'
                   MOVE 'C' TO WS-SPECIAL-COND-CD
               WHEN LGL-STAT-ACTIVE     ALSO '13'
                   MOVE 'D' TO WS-SPECIAL-COND-CD
               WHEN LGL-STAT-DISCHARGED ALSO '07'
                   MOVE 'E' TO WS-SPECIAL-COND-CD
               WHEN LGL-STAT-DISCHARGED ALSO '11'
                   MOVE 'F' TO WS-SPECIAL-COND-CD
               WHEN LGL-STAT-DISCHARGED ALSO '12'
                   MOVE 'G' TO WS-SPECIAL-COND-CD
               WHEN LGL-STAT-DISCHARGED ALSO '13'
                   MOVE 'H' TO WS-SPECIAL-COND-CD
               WHEN LGL-STAT-RELEASED   ALSO '07'
                   MOVE 'I' TO WS-SPECIAL-COND-CD
               WHEN LGL-STAT-RELEASED   ALSO '11'
                   MOVE 'J' TO WS-SPECIAL-COND-CD
               WHEN LGL-STAT-RELEASED   ALSO '12'
                   MOVE 'K' TO WS-SPECIAL-COND-CD
               WHEN LGL-STAT-RELEASED   ALSO '13'
                   MOVE 'L' TO WS-SPECIAL-COND-CD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
       2400-WRITE-BUREAU-REC.
           INITIALIZE BUREAU-REPORT-RECORD
           MOVE ACCT-CREDIT-LIMIT     TO CBR-CREDIT-LIMIT
           MOVE ACCT-PAST-DUE-AMT     TO CBR-PAST-DUE-AMT
           MOVE DELQ-SEVERITY         TO CBR-DELQ-SEVERITY
           MOVE WS-SPECIAL-COND-CD    TO CBR-SPECIAL-COND-CD
           PERFORM 2450-APPLY-DISPUTE-CORR
              THRU 2450-APPLY-DISPUTE-CORR-EXIT

           WRITE FD-BUREAU-RECORD FROM BUREAU-REPORT-RECORD
           IF  BUREAU-STATUS = '00'
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           PERFORM 2500-SAVE-LAST-REPORTED
           EXIT.
      *---------------------------------------------------------------*
       2450-APPLY-DISPUTE-CORR.
      *    A dispute the analyst modified is reported with its
      *    corrected values on the first extract after the decision,
      *    and marked carried with this report date.
           MOVE 'N'        TO WS-END-OF-DISPUTES
           MOVE ACCT-ID    TO FD-ACDV-ACCT-ID
           MOVE LOW-VALUES TO FD-ACDV-CONTROL-NUM
           START DISPUTE-FILE KEY IS NOT LESS THAN FD-ACDV-KEY
               INVALID KEY
                  GO TO 2450-APPLY-DISPUTE-CORR-EXIT
           END-START
           PERFORM UNTIL WS-END-OF-DISPUTES = 'Y'
               READ DISPUTE-FILE NEXT RECORD
                    INTO BUREAU-DISPUTE-RECORD
               EVALUATE BURDISP-STATUS
                   WHEN '00'
                       IF  ACDV-ACCT-ID NOT = ACCT-ID
                           MOVE 'Y' TO WS-END-OF-DISPUTES
                       ELSE
                           PERFORM 2460-CARRY-CORRECTION
                       END-IF
                   WHEN '10'
                       MOVE 'Y' TO WS-END-OF-DISPUTES
                   WHEN OTHER
                       DISPLAY 'ERROR READING BUREAU DISPUTE FILE'
                       MOVE BURDISP-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-PERFORM.
       2450-APPLY-DISPUTE-CORR-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2460-CARRY-CORRECTION.
           IF  ACDV-RESULT-MODIFIED
           AND ACDV-CARRIED-DATE = SPACES
           AND (ACDV-STAT-ANSWERED OR ACDV-STAT-RESPONDED)
               MOVE ACDV-COR-ACCT-STATUS     TO CBR-ACCT-STATUS
               MOVE ACDV-COR-CURR-BAL        TO CBR-CURR-BAL
               MOVE ACDV-COR-PAST-DUE-AMT    TO CBR-PAST-DUE-AMT
               MOVE ACDV-COR-DELQ-SEVERITY   TO CBR-DELQ-SEVERITY
               MOVE ACDV-COR-SPECIAL-COND-CD TO CBR-SPECIAL-COND-CD
               MOVE PARM-DATE                TO ACDV-CARRIED-DATE
               REWRITE FD-BURDISP-REC FROM BUREAU-DISPUTE-RECORD
               IF  BURDISP-STATUS NOT = '00'
                   DISPLAY 'ERROR REWRITING BUREAU DISPUTE FILE'
                   MOVE BURDISP-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-DISPUTE-CORR-COUNT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2500-SAVE-LAST-REPORTED.
      *    Dispute cases are opened against what the bureau was last
      *    sent, so the record just written replaces the one on file.
           MOVE CBR-ACCT-ID TO FD-CBRL-ACCT-ID
           READ LASTRPT-FILE
               INVALID KEY
                  WRITE FD-CBRLAST-REC FROM BUREAU-REPORT-RECORD
               NOT INVALID KEY
                  REWRITE FD-CBRLAST-REC FROM BUREAU-REPORT-RECORD
           END-READ
           IF  CBRLAST-STATUS NOT = '00'
               DISPLAY 'ERROR UPDATING LAST REPORTED FILE'
               MOVE CBRLAST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4200-WRITE-SKIP-DETAIL.
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9600-LEGALSTS-CLOSE.
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
       9700-CBRLAST-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE LASTRPT-FILE
           IF  CBRLAST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING LAST REPORTED FILE'
               MOVE CBRLAST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9800-BURDISP-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DISPUTE-FILE
           IF  BURDISP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING BUREAU DISPUTE FILE'
               MOVE BURDISP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

       9999-ABEND-PROGRAM.
           DISPLAY 'ABENDING PROGRAM'
