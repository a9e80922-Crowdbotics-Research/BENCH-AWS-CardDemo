      *               against the account and card masters and write
      *               approved holds to the pending authorization
      *               file, reducing the account's open-to-buy.
      *               The call-center voice authorization screen
      *               (COVAU01C) applies the same checks online.
      *               Each run also writes its request, approval and
      *               decline totals to AUTHSTAT for the decline
      *               analysis (CBAUT03C).
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS AUTHREJS-STATUS.

           SELECT AUTHSTAT-FILE ASSIGN TO AUTHSTAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS AUTHSTAT-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
           05 FD-AUTHREJ-RECORD                 PIC X(220).
           05 FD-AUTHREJ-TRAILER                PIC X(80).

       FD  AUTHSTAT-FILE.
       01  FD-AUTHSTAT-RECORD                   PIC X(100).

       WORKING-STORAGE SECTION.

      *****************************************************************
           05  AUTHREJS-STAT1      PIC X.
           05  AUTHREJS-STAT2      PIC X.

       COPY CVAUT03Y.
       01  AUTHSTAT-STATUS.
           05  AUTHSTAT-STAT1      PIC X.
           05  AUTHSTAT-STAT2      PIC X.

       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  IO-STAT2            PIC X.
       01  END-OF-FILE             PIC X(01)    VALUE 'N'.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.
       01  COBOL-TS                PIC X(21).

        01 AUTHREJ-RECORD.
           05 AUTHREJ-AUTH-DATA         PIC X(220).
           05 WS-AUTH-READ-COUNT            PIC 9(09) VALUE 0.
           05 WS-AUTH-APPROVED-COUNT        PIC 9(09) VALUE 0.
           05 WS-AUTH-DECLINED-COUNT        PIC 9(09) VALUE 0.
           05 WS-AUTH-APPROVED-AMT          PIC S9(11)V99 VALUE 0.
           05 WS-AUTH-DECLINED-AMT          PIC S9(11)V99 VALUE 0.

        01 WS-HOLD-WORK.
           05 WS-HOLDS-OUTSTANDING          PIC S9(09)V99 VALUE 0.
           05 WS-OPEN-TO-BUY                PIC S9(10)V99 VALUE 0.
           05 WS-END-OF-HOLDS               PIC X(01) VALUE 'N'.
      *    Open holds already taken on this card today - the day's
      *    spend the card's daily limit is measured against.
           05 WS-CARD-DAY-HOLDS             PIC S9(09)V99 VALUE 0.
           05 WS-CARD-DAY-SPEND             PIC S9(10)V99 VALUE 0.
           05 WS-CTL-IDX                    PIC 9(01) VALUE 0.

      *****************************************************************
       PROCEDURE DIVISION.
           PERFORM 0400-PAUTHFILE-OPEN.
           PERFORM 0500-AUTHREJS-OPEN.
           PERFORM 0600-EXPOSURE-OPEN.
           PERFORM 0700-AUTHSTAT-OPEN.

           PERFORM UNTIL END-OF-FILE = 'Y'
               IF  END-OF-FILE = 'N'
                       PERFORM 1500-VALIDATE-AUTH
                       IF WS-DECLINE-REASON = 0
                           ADD 1 TO WS-AUTH-APPROVED-COUNT
                           ADD AUTHRQ-AMT TO WS-AUTH-APPROVED-AMT
                           PERFORM 2000-WRITE-AUTH-HOLD
                       ELSE
                           ADD 1 TO WS-AUTH-DECLINED-COUNT
                           ADD AUTHRQ-AMT TO WS-AUTH-DECLINED-AMT
                           PERFORM 2500-WRITE-DECLINE-REC
                       END-IF
                   END-IF
           PERFORM 9300-ACCTFILE-CLOSE.
           PERFORM 9400-PAUTHFILE-CLOSE.
           PERFORM 9500-AUTHREJS-CLOSE.
           PERFORM 3000-WRITE-RUN-STATS.
           PERFORM 9700-AUTHSTAT-CLOSE.
           IF  EXPOSURE-FILE-AVAILABLE
               CLOSE EXPOSURE-FILE
           END-IF.
                       'EXPOSURE CHECK SKIPPED'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0700-AUTHSTAT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT AUTHSTAT-FILE
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
       1000-AUTHFEED-GET-NEXT.
           READ AUTHFEED-FILE INTO AUTH-REQUEST-RECORD.
               PERFORM 1500-B1-VERIFY-PIN
                  THRU 1500-B1-VERIFY-PIN-EXIT
           END-IF
           IF WS-DECLINE-REASON = 0
              PERFORM 1600-SUM-OUTSTANDING-HOLDS
              PERFORM 1500-B3-CHECK-CONTROLS
                 THRU 1500-B3-CHECK-CONTROLS-EXIT
           END-IF
           IF WS-DECLINE-REASON = 0
              PERFORM 1500-C-CHECK-ACCOUNT
           END-IF
           END-IF
           EXIT.

       1500-B3-CHECK-CONTROLS.
      * The per-card spending controls the posting run enforces -
      * single-transaction ceiling, blocked categories and the daily
      * spend limit - decline at authorization rather than reject at
      * posting.  A zero limit means no limit.
           IF CARD-SINGLE-TRAN-LIMIT > 0
           AND AUTHRQ-AMT > CARD-SINGLE-TRAN-LIMIT
              MOVE 212 TO WS-DECLINE-REASON
              MOVE 'OVER SINGLE TRANSACTION LIMIT FOR CARD'
                TO WS-DECLINE-REASON-DESC
              GO TO 1500-B3-CHECK-CONTROLS-EXIT
           END-IF
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
              UNTIL WS-CTL-IDX > 5
              IF  CARD-BLK-TYPE-CD (WS-CTL-IDX) NOT = SPACES
              AND CARD-BLK-TYPE-CD (WS-CTL-IDX) = AUTHRQ-TYPE-CD
              AND CARD-BLK-CAT-CD (WS-CTL-IDX) = AUTHRQ-CAT-CD
                  MOVE 213 TO WS-DECLINE-REASON
                  MOVE 'TRANSACTION CATEGORY BLOCKED FOR CARD'
                    TO WS-DECLINE-REASON-DESC
              END-IF
           END-PERFORM
           IF WS-DECLINE-REASON = 0
           AND CARD-DAILY-SPEND-LIMIT > 0
              COMPUTE WS-CARD-DAY-SPEND = WS-CARD-DAY-HOLDS
                                        + AUTHRQ-AMT
              IF WS-CARD-DAY-SPEND > CARD-DAILY-SPEND-LIMIT
                 MOVE 214 TO WS-DECLINE-REASON
                 MOVE 'OVER DAILY SPEND LIMIT FOR CARD'
                   TO WS-DECLINE-REASON-DESC
              END-IF
           END-IF.
       1500-B3-CHECK-CONTROLS-EXIT.
           EXIT.

       1500-C-CHECK-ACCOUNT.
      * Open-to-buy is the credit limit less the posted balance less
      * the holds already outstanding on the account - a swipe the
                MOVE 'ACCOUNT RECORD NOT FOUND'
                  TO WS-DECLINE-REASON-DESC
              NOT INVALID KEY
                COMPUTE WS-OPEN-TO-BUY = ACCT-CREDIT-LIMIT
                                       - ACCT-CURR-BAL
                                       - WS-HOLDS-OUTSTANDING
      *---------------------------------------------------------------*
       1600-SUM-OUTSTANDING-HOLDS.
           MOVE 0 TO WS-HOLDS-OUTSTANDING
                     WS-CARD-DAY-HOLDS
           MOVE 'N' TO WS-END-OF-HOLDS
           MOVE XREF-ACCT-ID TO FD-PAUTH-ACCT-ID
           MOVE LOW-VALUES   TO FD-PAUTH-AUTH-ID
                IF PAUTH-ACCT-ID = XREF-ACCT-ID
                   IF PAUTH-STAT-OPEN
                      ADD PAUTH-AMT TO WS-HOLDS-OUTSTANDING
                      IF PAUTH-CARD-NUM = AUTHRQ-CARD-NUM
                      AND PAUTH-AUTH-TS (1:10) = AUTHRQ-ORIG-TS (1:10)
                         ADD PAUTH-AMT TO WS-CARD-DAY-HOLDS
                      END-IF
                   END-IF
                ELSE
                   MOVE 'Y' TO WS-END-OF-HOLDS
                   MOVE 0 TO APPL-RESULT
                   SUBTRACT 1 FROM WS-AUTH-APPROVED-COUNT
                   ADD 1 TO WS-AUTH-DECLINED-COUNT
                   SUBTRACT AUTHRQ-AMT FROM WS-AUTH-APPROVED-AMT
                   ADD AUTHRQ-AMT TO WS-AUTH-DECLINED-AMT
                   MOVE 211 TO WS-DECLINE-REASON
                   MOVE 'DUPLICATE AUTHORIZATION ID'
                     TO WS-DECLINE-REASON-DESC
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       3000-WRITE-RUN-STATS.
           MOVE FUNCTION CURRENT-DATE TO COBOL-TS
           INITIALIZE AUTH-RUN-STATS-RECORD
           MOVE COBOL-TS (1:16)        TO ARS-RUN-TS
           MOVE WS-AUTH-READ-COUNT     TO ARS-READ-COUNT
           MOVE WS-AUTH-APPROVED-COUNT TO ARS-APPROVED-COUNT
           MOVE WS-AUTH-APPROVED-AMT   TO ARS-APPROVED-AMT
           MOVE WS-AUTH-DECLINED-COUNT TO ARS-DECLINED-COUNT
           MOVE WS-AUTH-DECLINED-AMT   TO ARS-DECLINED-AMT
           WRITE FD-AUTHSTAT-RECORD FROM AUTH-RUN-STATS-RECORD
           IF  AUTHSTAT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AUTH RUN STATISTICS FILE'
               MOVE AUTHSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-AUTHFEED-CLOSE.
           MOVE 8 TO  APPL-RESULT.
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9700-AUTHSTAT-CLOSE.
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

       9999-ABEND-PROGRAM.
           DISPLAY 'ABENDING PROGRAM'
