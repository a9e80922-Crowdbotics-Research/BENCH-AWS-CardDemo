      ******************************************************************
      * Program     : CBPOC01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Point-of-compromise analysis.  Cards confirmed
      *               as fraud - holds denied by the fraud analysts
      *               and cards blocked as stolen or fraud - are
      *               traced back through their posted transactions,
      *               live and archived, over the FRDPARM look-back
      *               window before each card's first fraud.  Ranks
      *               the merchants those cards had in common, flags
      *               those at the review threshold on the merchant
      *               master, and lists the other active cards that
      *               used a flagged merchant while it was
      *               compromising cards for proactive reissue.
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
       PROGRAM-ID.    CBPOC01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRDSEVT-FILE ASSIGN TO CRDSEVT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-CSE-KEY
                  FILE STATUS  IS CRDSEVT-STATUS.

           SELECT CARD-FILE ASSIGN TO CARDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-CARD-NUM
                  FILE STATUS  IS CARDFILE-STATUS.

           SELECT FRDHOLD-FILE ASSIGN TO FRDHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-FRDH-TRAN-ID
                  FILE STATUS  IS FRDHOLD-STATUS.

           SELECT TRANSACT-FILE ASSIGN TO TRANSACT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS TRANFILE-STATUS.

           SELECT ARCHTRAN-FILE ASSIGN TO TRANARCH
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ARCHTRAN-STATUS.

           SELECT MERCHANT-FILE ASSIGN TO MERCHANT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-MER-ID
                  FILE STATUS  IS MERCHANT-STATUS.

           SELECT FRDPARM-FILE ASSIGN TO FRDPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FRDPARM-STATUS.

           SELECT POCRISK-FILE ASSIGN TO POCRISK
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS POCRISK-STATUS.

           SELECT REPORT-FILE ASSIGN TO POCRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  CRDSEVT-FILE.
       01  FD-CRDSEVT-REC.
           05 FD-CSE-KEY                        PIC X(34).
           05 FD-CSE-DATA                       PIC X(66).

       FD  CARD-FILE.
       01  FD-CARDFILE-REC.
           05 FD-CARD-NUM                       PIC X(16).
           05 FD-CARD-DATA                      PIC X(134).

       FD  FRDHOLD-FILE.
       01  FD-FRDHOLD-REC.
           05 FD-FRDH-TRAN-ID                   PIC X(16).
           05 FD-FRDH-DATA                      PIC X(404).

       FD  TRANSACT-FILE.
       01  FD-TRANFILE-REC.
           05 FD-TRANS-ID                       PIC X(16).
           05 FD-ACCT-DATA                      PIC X(334).

       FD  ARCHTRAN-FILE.
       01  FD-ARCHFILE-REC.
           05 FD-ARCH-TRANS-ID                  PIC X(16).
           05 FD-ARCH-DATA                      PIC X(334).

       FD  MERCHANT-FILE.
       01  FD-MERCHANT-REC.
           05 FD-MER-ID                         PIC 9(09).
           05 FD-MER-DATA                       PIC X(141).

       FD  FRDPARM-FILE.
       01  FD-FRDPARM-REC                       PIC X(80).

       FD  POCRISK-FILE.
       01  FD-POCRISK-REC                       PIC X(120).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVALR02Y.
       01  CRDSEVT-STATUS.
           05  CRDSEVT-STAT1       PIC X.
           05  CRDSEVT-STAT2       PIC X.

       COPY CVACT02Y.
       01  CARDFILE-STATUS.
           05  CARDFILE-STAT1      PIC X.
           05  CARDFILE-STAT2      PIC X.

       COPY CVFRD02Y.
       01  FRDHOLD-STATUS.
           05  FRDHOLD-STAT1       PIC X.
           05  FRDHOLD-STAT2       PIC X.

       COPY CVTRA06Y.

       COPY CVTRA05Y.
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.
       01  ARCHTRAN-STATUS.
           05  ARCHTRAN-STAT1      PIC X.
           05  ARCHTRAN-STAT2      PIC X.

       COPY CVMER01Y.
       01  MERCHANT-STATUS.
           05  MERCHANT-STAT1      PIC X.
           05  MERCHANT-STAT2      PIC X.

       COPY CVFRD01Y.
       01  FRDPARM-STATUS.
           05  FRDPARM-STAT1       PIC X.
           05  FRDPARM-STAT2       PIC X.

       COPY CVPOC01Y.
       01  POCRISK-STATUS.
           05  POCRISK-STAT1       PIC X.
           05  POCRISK-STAT2       PIC X.

       COPY CVPOC02Y.
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
       01  END-OF-ARCH-FILE        PIC X(01)    VALUE 'N'.

       01  WS-COUNTERS.
           05 WS-EVENT-READ-COUNT       PIC 9(09) VALUE 0.
           05 WS-CARD-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-HOLD-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-STATUS-FRAUD-COUNT     PIC 9(09) VALUE 0.
           05 WS-DENIED-FRAUD-COUNT     PIC 9(09) VALUE 0.
           05 WS-FRAUD-CARD-COUNT       PIC 9(09) VALUE 0.
           05 WS-TRAN-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-ARCH-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-WINDOW-TRAN-COUNT      PIC 9(09) VALUE 0.
           05 WS-RANKED-COUNT           PIC 9(09) VALUE 0.
           05 WS-FLAGGED-COUNT          PIC 9(09) VALUE 0.
           05 WS-REVIEWING-COUNT        PIC 9(09) VALUE 0.
           05 WS-REVIEW-CLOSED-COUNT    PIC 9(09) VALUE 0.
           05 WS-NOT-ON-MASTER-COUNT    PIC 9(09) VALUE 0.
           05 WS-RISK-CARD-COUNT        PIC 9(09) VALUE 0.
           05 WS-RISK-INACTIVE-COUNT    PIC 9(09) VALUE 0.
           05 WS-OVERFLOW-COUNT         PIC 9(09) VALUE 0.

      * Look-back window and review threshold, used when FRDPARM is
      * absent or leaves either value at zero.
       01  WS-POLICY-VARS.
           05 WS-DEFAULT-LOOKBACK-DAYS  PIC 9(03) VALUE 90.
           05 WS-DEFAULT-MIN-CARDS      PIC 9(03) VALUE 3.
           05 WS-LOOKBACK-DAYS          PIC 9(03) VALUE 0.
           05 WS-MIN-CARDS              PIC 9(03) VALUE 0.

       01  WS-DATE-VARS.
           05 WS-CHECK-DATE             PIC X(10) VALUE SPACES.
           05 WS-CHECK-YYYYMMDD         PIC 9(08) VALUE 0.
           05 WS-CHECK-LILLIAN          PIC S9(09) COMP VALUE 0.
           05 WS-DATE-VALID             PIC X(01) VALUE 'N'.
              88 DATE-IS-VALID                    VALUE 'Y'.
           05 WS-TRAN-DATE              PIC X(10) VALUE SPACES.

       01  WS-LOOKUP-VARS.
           05 WS-LOOKUP-CARD            PIC X(16) VALUE SPACES.
           05 WS-LOOKUP-DATE            PIC X(10) VALUE SPACES.
           05 WS-SCAN-PASS              PIC X(01) VALUE 'F'.
              88 SCAN-FOR-FRAUD-CARDS             VALUE 'F'.
              88 SCAN-FOR-RISK-CARDS              VALUE 'R'.
           05 WS-ENTRY-FOUND            PIC X(01) VALUE 'N'.
              88 TABLE-ENTRY-FOUND                VALUE 'Y'.

      * Confirmed-fraud cards with the date of the first fraud and
      * the start of the look-back window before it.  Cards only
      * seen on a status event wait here unconfirmed until the card
      * master or a denied hold confirms them.
       01  WS-FRAUD-CARD-TABLE.
           05 WS-FC-COUNT               PIC 9(05) VALUE 0.
           05 WS-FC-MAX                 PIC 9(05) VALUE 3000.
           05 WS-FC-ENTRY OCCURS 3000 TIMES
                              INDEXED BY FC-IX.
               10 WS-FC-CARD-NUM        PIC X(16).
               10 WS-FC-FRAUD-DATE      PIC X(10).
               10 WS-FC-WIN-START       PIC X(10).
               10 WS-FC-CONFIRMED       PIC X(01).

      * Merchants used by fraud cards inside their windows, with the
      * span of those uses.
       01  WS-MERCH-TABLE.
           05 WS-MR-COUNT               PIC 9(05) VALUE 0.
           05 WS-MR-MAX                 PIC 9(05) VALUE 2000.
           05 WS-MR-ENTRY OCCURS 2000 TIMES
                              INDEXED BY MR-IX.
               10 WS-MR-ID              PIC 9(09).
               10 WS-MR-NAME            PIC X(50).
               10 WS-MR-CARD-COUNT      PIC 9(05).
               10 WS-MR-TRAN-COUNT      PIC 9(07).
               10 WS-MR-FIRST-DATE      PIC X(10).
               10 WS-MR-LAST-DATE       PIC X(10).
               10 WS-MR-PICKED          PIC X(01).
               10 WS-MR-FLAGGED         PIC X(01).

      * One entry per merchant and fraud card, so a card that used a
      * merchant many times is counted against it once.
       01  WS-PAIR-TABLE.
           05 WS-PR-COUNT               PIC 9(05) VALUE 0.
           05 WS-PR-MAX                 PIC 9(05) VALUE 20000.
           05 WS-PR-ENTRY OCCURS 20000 TIMES
                              INDEXED BY PR-IX.
               10 WS-PR-MER-ID          PIC 9(09).
               10 WS-PR-CARD-NUM        PIC X(16).

      * Cards not yet compromised that used a flagged merchant while
      * it was compromising cards - the earliest such use is kept.
       01  WS-RISK-TABLE.
           05 WS-RK-COUNT               PIC 9(05) VALUE 0.
           05 WS-RK-MAX                 PIC 9(05) VALUE 5000.
           05 WS-RK-ENTRY OCCURS 5000 TIMES
                              INDEXED BY RK-IX.
               10 WS-RK-CARD-NUM        PIC X(16).
               10 WS-RK-MER-SUB         PIC 9(05).
               10 WS-RK-EXPOSURE-DATE   PIC X(10).

       01  WS-RANK-VARS.
           05 WS-RANK                   PIC 9(05) VALUE 0.
           05 WS-SCAN-SUB               PIC 9(05) VALUE 0.
           05 WS-BEST-SUB               PIC 9(05) VALUE 0.
           05 WS-REVIEW-TEXT            PIC X(36) VALUE SPACES.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBPOC01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBPOC01C' TO RST-PROGRAM.
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
           PERFORM 0050-READ-FRAUD-RULES.

           PERFORM 0000-CRDSEVT-OPEN.
           PERFORM 0100-CARDFILE-OPEN.
           PERFORM 0200-FRDHOLD-OPEN.
           PERFORM 0300-MERCHANT-OPEN.
           PERFORM 0400-POCRISK-OPEN.
           PERFORM 0500-REPTFILE-OPEN.

      *    Confirmed-fraud cards and the date each was first used
      *    fraudulently.
           MOVE 'N' TO END-OF-FILE
           PERFORM 1000-LOAD-STATUS-EVENTS
              UNTIL END-OF-FILE = 'Y'
           MOVE 'N' TO END-OF-FILE
           PERFORM 1100-LOAD-FRAUD-CARDS
              UNTIL END-OF-FILE = 'Y'
           MOVE 'N' TO END-OF-FILE
           PERFORM 1200-LOAD-DENIED-HOLDS
              UNTIL END-OF-FILE = 'Y'
           PERFORM 1300-SET-WINDOW
              VARYING FC-IX FROM 1 BY 1
              UNTIL FC-IX > WS-FC-COUNT

      *    Merchants the fraud cards had in common before the fraud.
           SET SCAN-FOR-FRAUD-CARDS TO TRUE
           PERFORM 2000-SCAN-TRANSACTIONS
           PERFORM 4210-WRITE-HEADERS
           PERFORM 2500-RANK-MERCHANTS
              THRU 2500-RANK-MERCHANTS-EXIT

      *    Other cards exposed at the flagged merchants.
           IF  WS-FLAGGED-COUNT + WS-REVIEWING-COUNT > 0
               SET SCAN-FOR-RISK-CARDS TO TRUE
               PERFORM 2000-SCAN-TRANSACTIONS
           END-IF
           PERFORM 4400-WRITE-RISK-HEADERS
           PERFORM 3500-LIST-RISK-CARD
              VARYING RK-IX FROM 1 BY 1
              UNTIL RK-IX > WS-RK-COUNT
           PERFORM 4300-WRITE-TOTALS.

           PERFORM 9000-CRDSEVT-CLOSE.
           PERFORM 9100-CARDFILE-CLOSE.
           PERFORM 9200-FRDHOLD-CLOSE.
           PERFORM 9300-MERCHANT-CLOSE.
           PERFORM 9400-POCRISK-CLOSE.
           PERFORM 9500-REPTFILE-CLOSE.
           DISPLAY 'CARD STATUS EVENTS READ :' WS-EVENT-READ-COUNT
           DISPLAY 'CARDS READ              :' WS-CARD-READ-COUNT
           DISPLAY 'FRAUD HOLDS READ        :' WS-HOLD-READ-COUNT
           DISPLAY 'FRAUD CARDS BY STATUS   :' WS-STATUS-FRAUD-COUNT
           DISPLAY 'FRAUD CARDS BY DENIAL   :' WS-DENIED-FRAUD-COUNT
           DISPLAY 'CONFIRMED FRAUD CARDS   :' WS-FRAUD-CARD-COUNT
           DISPLAY 'TRANSACTIONS READ       :' WS-TRAN-READ-COUNT
           DISPLAY 'ARCHIVED TRANS READ     :' WS-ARCH-READ-COUNT
           DISPLAY 'FRAUD CARD TRANS IN WIN :' WS-WINDOW-TRAN-COUNT
           DISPLAY 'MERCHANTS RANKED        :' WS-RANKED-COUNT
           DISPLAY 'MERCHANTS FLAGGED       :' WS-FLAGGED-COUNT
           DISPLAY 'ALREADY UNDER REVIEW    :' WS-REVIEWING-COUNT
           DISPLAY 'NOT ON MERCHANT MASTER  :' WS-NOT-ON-MASTER-COUNT
           DISPLAY 'CARDS FOR REISSUE       :' WS-RISK-CARD-COUNT
           DISPLAY 'TABLE ENTRIES DROPPED   :' WS-OVERFLOW-COUNT
           IF WS-OVERFLOW-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           SET RST-EVENT-END TO TRUE.
           MOVE WS-RISK-CARD-COUNT TO RST-RECORD-COUNT.
           MOVE WS-OVERFLOW-COUNT  TO RST-REJECT-COUNT.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBPOC01C'.

           GOBACK.
      *---------------------------------------------------------------*
       0050-READ-FRAUD-RULES.
      * The rules file is optional - a missing FRDPARM leaves the
      * documented defaults in force.
           INITIALIZE FRAUD-RULE-RECORD
           OPEN INPUT FRDPARM-FILE
           IF  FRDPARM-STATUS = '00'
               READ FRDPARM-FILE INTO FRAUD-RULE-RECORD
                  AT END
                    CONTINUE
               END-READ
               CLOSE FRDPARM-FILE
           ELSE
               DISPLAY 'FRDPARM NOT AVAILABLE - COMPROMISE ANALYSIS '
                       'DEFAULTS IN FORCE'
           END-IF
           MOVE WS-DEFAULT-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           IF  FRD-POC-LOOKBACK-DAYS IS NUMERIC
           AND FRD-POC-LOOKBACK-DAYS > 0
               MOVE FRD-POC-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF
           MOVE WS-DEFAULT-MIN-CARDS TO WS-MIN-CARDS
           IF  FRD-POC-MIN-CARDS IS NUMERIC
           AND FRD-POC-MIN-CARDS > 0
               MOVE FRD-POC-MIN-CARDS TO WS-MIN-CARDS
           END-IF
           DISPLAY 'LOOK-BACK DAYS          :' WS-LOOKBACK-DAYS
           DISPLAY 'REVIEW THRESHOLD CARDS  :' WS-MIN-CARDS
           EXIT.
      *---------------------------------------------------------------*
      * A stolen or fraud hot-listing dates the card's first fraud.
      *---------------------------------------------------------------*
       1000-LOAD-STATUS-EVENTS.
           READ CRDSEVT-FILE INTO CARD-STATUS-EVENT-RECORD
           IF  CRDSEVT-STATUS = '00'
               ADD 1 TO WS-EVENT-READ-COUNT
               IF  CSE-REASON-CD = 'ST' OR 'FB'
                   MOVE CSE-CARD-NUM   TO WS-LOOKUP-CARD
                   MOVE CSE-EVENT-DATE TO WS-LOOKUP-DATE
                   PERFORM 5000-ADD-FRAUD-CARD
                      THRU 5000-ADD-FRAUD-CARD-EXIT
               END-IF
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
      * A card still blocked with a stolen or fraud reason is a
      * confirmed fraud card.  Without a status event the block is
      * dated today.
      *---------------------------------------------------------------*
       1100-LOAD-FRAUD-CARDS.
           READ CARD-FILE NEXT RECORD INTO CARD-RECORD
           IF  CARDFILE-STATUS = '00'
               ADD 1 TO WS-CARD-READ-COUNT
               IF  (CARD-STATUS-REASON-CD = 'ST' OR 'FB')
               AND NOT CARD-STAT-ACTIVE
                   MOVE CARD-NUM  TO WS-LOOKUP-CARD
                   MOVE PARM-DATE TO WS-LOOKUP-DATE
                   PERFORM 5000-ADD-FRAUD-CARD
                      THRU 5000-ADD-FRAUD-CARD-EXIT
                   IF  TABLE-ENTRY-FOUND
                       MOVE 'Y' TO WS-FC-CONFIRMED (FC-IX)
                       ADD 1 TO WS-STATUS-FRAUD-COUNT
                   END-IF
               END-IF
           ELSE
               IF  CARDFILE-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING CARD FILE'
                   MOVE CARDFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * A hold the analyst denied confirms fraud on that card from
      * the date of the held transaction.
      *---------------------------------------------------------------*
       1200-LOAD-DENIED-HOLDS.
           READ FRDHOLD-FILE INTO FRAUD-HOLD-RECORD
           IF  FRDHOLD-STATUS = '00'
               ADD 1 TO WS-HOLD-READ-COUNT
               IF  FRDH-STAT-DENIED
                   MOVE FRDH-TRAN-DATA TO DALYTRAN-RECORD
                   MOVE DALYTRAN-CARD-NUM TO WS-LOOKUP-CARD
                   MOVE DALYTRAN-ORIG-TS(1:10) TO WS-CHECK-DATE
                   PERFORM 5100-CHECK-DATE
                   IF  DATE-IS-VALID
                       MOVE WS-CHECK-DATE  TO WS-LOOKUP-DATE
                   ELSE
                       MOVE FRDH-HOLD-DATE TO WS-LOOKUP-DATE
                   END-IF
                   PERFORM 5000-ADD-FRAUD-CARD
                      THRU 5000-ADD-FRAUD-CARD-EXIT
                   IF  TABLE-ENTRY-FOUND
                       MOVE 'Y' TO WS-FC-CONFIRMED (FC-IX)
                       ADD 1 TO WS-DENIED-FRAUD-COUNT
                   END-IF
               END-IF
           ELSE
               IF  FRDHOLD-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING FRAUD HOLD FILE'
                   MOVE FRDHOLD-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Window start is the fraud date less the look-back days.  An
      * undatable card cannot be searched and is left unconfirmed.
      *---------------------------------------------------------------*
       1300-SET-WINDOW.
           IF  WS-FC-CONFIRMED (FC-IX) = 'Y'
               MOVE WS-FC-FRAUD-DATE (FC-IX) TO WS-CHECK-DATE
               PERFORM 5100-CHECK-DATE
               IF  DATE-IS-VALID
                   COMPUTE WS-CHECK-LILLIAN =
                       FUNCTION INTEGER-OF-DATE(WS-CHECK-YYYYMMDD)
                     - WS-LOOKBACK-DAYS
                   COMPUTE WS-CHECK-YYYYMMDD =
                       FUNCTION DATE-OF-INTEGER(WS-CHECK-LILLIAN)
                   MOVE WS-CHECK-YYYYMMDD(1:4)
                     TO WS-FC-WIN-START (FC-IX)(1:4)
                   MOVE '-' TO WS-FC-WIN-START (FC-IX)(5:1)
                   MOVE WS-CHECK-YYYYMMDD(5:2)
                     TO WS-FC-WIN-START (FC-IX)(6:2)
                   MOVE '-' TO WS-FC-WIN-START (FC-IX)(8:1)
                   MOVE WS-CHECK-YYYYMMDD(7:2)
                     TO WS-FC-WIN-START (FC-IX)(9:2)
                   ADD 1 TO WS-FRAUD-CARD-COUNT
               ELSE
                   DISPLAY 'FRAUD CARD HAS NO USABLE FRAUD DATE: '
                           WS-FC-CARD-NUM (FC-IX)
                   MOVE 'N' TO WS-FC-CONFIRMED (FC-IX)
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Posted transactions, live and archived.  The archive is
      * optional; without it only the live file is searched.
      *---------------------------------------------------------------*
       2000-SCAN-TRANSACTIONS.
           PERFORM 0600-TRANFILE-OPEN
           MOVE 'N' TO END-OF-FILE
           PERFORM 2100-TRANFILE-GET-NEXT
              UNTIL END-OF-FILE = 'Y'
           PERFORM 9600-TRANFILE-CLOSE
           PERFORM 2050-SCAN-ARCHIVE
              THRU 2050-SCAN-ARCHIVE-EXIT
           EXIT.
      *---------------------------------------------------------------*
       2050-SCAN-ARCHIVE.
           MOVE 'N' TO END-OF-ARCH-FILE
           OPEN INPUT ARCHTRAN-FILE
           IF  ARCHTRAN-STATUS NOT = '00'
               DISPLAY 'TRANARCH NOT AVAILABLE - ANALYSIS COVERS '
                       'THE LIVE TRANSACTION FILE ONLY'
               GO TO 2050-SCAN-ARCHIVE-EXIT
           END-IF
           PERFORM 2150-ARCH-GET-NEXT
              UNTIL END-OF-ARCH-FILE = 'Y'
           CLOSE ARCHTRAN-FILE.
       2050-SCAN-ARCHIVE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2100-TRANFILE-GET-NEXT.
           READ TRANSACT-FILE INTO TRAN-RECORD
           IF  TRANFILE-STATUS = '00'
               IF  SCAN-FOR-FRAUD-CARDS
                   ADD 1 TO WS-TRAN-READ-COUNT
               END-IF
               PERFORM 2200-CHECK-TRANSACTION
                  THRU 2200-CHECK-TRANSACTION-EXIT
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
       2150-ARCH-GET-NEXT.
           READ ARCHTRAN-FILE INTO TRAN-RECORD
           IF  ARCHTRAN-STATUS = '00'
               IF  SCAN-FOR-FRAUD-CARDS
                   ADD 1 TO WS-ARCH-READ-COUNT
               END-IF
               PERFORM 2200-CHECK-TRANSACTION
                  THRU 2200-CHECK-TRANSACTION-EXIT
           ELSE
               IF  ARCHTRAN-STATUS = '10'
                   MOVE 'Y' TO END-OF-ARCH-FILE
               ELSE
                   DISPLAY 'ERROR READING TRANSACTION ARCHIVE'
                   MOVE ARCHTRAN-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Only purchases at a merchant count.  On the first pass a
      * fraud card's use inside its window is charged to the
      * merchant; on the second any other card's use of a flagged
      * merchant inside the merchant's span puts it at risk.
      *---------------------------------------------------------------*
       2200-CHECK-TRANSACTION.
           IF  TRAN-MERCHANT-ID = 0
           OR  TRAN-AMT NOT > 0
               GO TO 2200-CHECK-TRANSACTION-EXIT
           END-IF
           MOVE TRAN-ORIG-TS(1:10) TO WS-TRAN-DATE
           MOVE TRAN-CARD-NUM      TO WS-LOOKUP-CARD
           PERFORM 5010-FIND-FRAUD-CARD
           IF  TABLE-ENTRY-FOUND
           AND WS-FC-CONFIRMED (FC-IX) NOT = 'Y'
               MOVE 'N' TO WS-ENTRY-FOUND
           END-IF

           IF  SCAN-FOR-FRAUD-CARDS
               IF  NOT TABLE-ENTRY-FOUND
               OR  WS-TRAN-DATE < WS-FC-WIN-START (FC-IX)
               OR  WS-TRAN-DATE NOT < WS-FC-FRAUD-DATE (FC-IX)
                   GO TO 2200-CHECK-TRANSACTION-EXIT
               END-IF
               ADD 1 TO WS-WINDOW-TRAN-COUNT
               PERFORM 2300-ACCUM-MERCHANT
                  THRU 2300-ACCUM-MERCHANT-EXIT
           ELSE
               IF  TABLE-ENTRY-FOUND
                   GO TO 2200-CHECK-TRANSACTION-EXIT
               END-IF
               PERFORM 5020-FIND-MERCHANT
               IF  NOT TABLE-ENTRY-FOUND
                   GO TO 2200-CHECK-TRANSACTION-EXIT
               END-IF
               IF  WS-MR-FLAGGED (MR-IX) NOT = 'Y'
               OR  WS-TRAN-DATE < WS-MR-FIRST-DATE (MR-IX)
               OR  WS-TRAN-DATE > WS-MR-LAST-DATE (MR-IX)
                   GO TO 2200-CHECK-TRANSACTION-EXIT
               END-IF
               PERFORM 3000-ADD-RISK-CARD
                  THRU 3000-ADD-RISK-CARD-EXIT
           END-IF.
       2200-CHECK-TRANSACTION-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2300-ACCUM-MERCHANT.
           PERFORM 5020-FIND-MERCHANT
           IF  NOT TABLE-ENTRY-FOUND
               IF  WS-MR-COUNT >= WS-MR-MAX
                   ADD 1 TO WS-OVERFLOW-COUNT
                   GO TO 2300-ACCUM-MERCHANT-EXIT
               END-IF
               ADD 1 TO WS-MR-COUNT
               SET MR-IX TO WS-MR-COUNT
               INITIALIZE WS-MR-ENTRY (MR-IX)
               MOVE TRAN-MERCHANT-ID   TO WS-MR-ID (MR-IX)
               MOVE TRAN-MERCHANT-NAME TO WS-MR-NAME (MR-IX)
               MOVE WS-TRAN-DATE       TO WS-MR-FIRST-DATE (MR-IX)
                                          WS-MR-LAST-DATE (MR-IX)
           END-IF
           ADD 1 TO WS-MR-TRAN-COUNT (MR-IX)
           IF  WS-TRAN-DATE < WS-MR-FIRST-DATE (MR-IX)
               MOVE WS-TRAN-DATE TO WS-MR-FIRST-DATE (MR-IX)
           END-IF
           IF  WS-TRAN-DATE > WS-MR-LAST-DATE (MR-IX)
               MOVE WS-TRAN-DATE TO WS-MR-LAST-DATE (MR-IX)
           END-IF

           MOVE 'N' TO WS-ENTRY-FOUND
           IF  WS-PR-COUNT > 0
               SET PR-IX TO 1
               SEARCH WS-PR-ENTRY
                   WHEN PR-IX > WS-PR-COUNT
                       CONTINUE
                   WHEN WS-PR-MER-ID (PR-IX) = TRAN-MERCHANT-ID
                    AND WS-PR-CARD-NUM (PR-IX) = TRAN-CARD-NUM
                       MOVE 'Y' TO WS-ENTRY-FOUND
               END-SEARCH
           END-IF
           IF  NOT TABLE-ENTRY-FOUND
               IF  WS-PR-COUNT >= WS-PR-MAX
                   ADD 1 TO WS-OVERFLOW-COUNT
                   GO TO 2300-ACCUM-MERCHANT-EXIT
               END-IF
               ADD 1 TO WS-PR-COUNT
               SET PR-IX TO WS-PR-COUNT
               MOVE TRAN-MERCHANT-ID TO WS-PR-MER-ID (PR-IX)
               MOVE TRAN-CARD-NUM    TO WS-PR-CARD-NUM (PR-IX)
               ADD 1 TO WS-MR-CARD-COUNT (MR-IX)
           END-IF.
       2300-ACCUM-MERCHANT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Merchants shared by two or more fraud cards, most cards
      * first.  Those at the threshold are flagged for review.
      *---------------------------------------------------------------*
       2500-RANK-MERCHANTS.
           MOVE 0 TO WS-BEST-SUB
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB > WS-MR-COUNT
               IF  WS-MR-PICKED (WS-SCAN-SUB) NOT = 'Y'
               AND WS-MR-CARD-COUNT (WS-SCAN-SUB) > 1
                   IF  WS-BEST-SUB = 0
                       MOVE WS-SCAN-SUB TO WS-BEST-SUB
                   ELSE
                       IF  WS-MR-CARD-COUNT (WS-SCAN-SUB)
                             > WS-MR-CARD-COUNT (WS-BEST-SUB)
                       OR (WS-MR-CARD-COUNT (WS-SCAN-SUB)
                             = WS-MR-CARD-COUNT (WS-BEST-SUB)
                       AND WS-MR-TRAN-COUNT (WS-SCAN-SUB)
                             > WS-MR-TRAN-COUNT (WS-BEST-SUB))
                           MOVE WS-SCAN-SUB TO WS-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF  WS-BEST-SUB = 0
               GO TO 2500-RANK-MERCHANTS-EXIT
           END-IF

           MOVE 'Y' TO WS-MR-PICKED (WS-BEST-SUB)
           ADD 1 TO WS-RANK
           ADD 1 TO WS-RANKED-COUNT
           SET MR-IX TO WS-BEST-SUB
           IF  WS-MR-CARD-COUNT (MR-IX) < WS-MIN-CARDS
               MOVE 'BELOW REVIEW THRESHOLD' TO WS-REVIEW-TEXT
           ELSE
               PERFORM 2600-FLAG-MERCHANT
                  THRU 2600-FLAG-MERCHANT-EXIT
           END-IF
           PERFORM 4200-WRITE-MERCH-LINE
           GO TO 2500-RANK-MERCHANTS.
       2500-RANK-MERCHANTS-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Set the review flag on the merchant master.  A review closed
      * on COMRC01C is not reopened unless more fraud cards have
      * turned up since it was flagged.
      *---------------------------------------------------------------*
       2600-FLAG-MERCHANT.
           MOVE WS-MR-ID (MR-IX) TO FD-MER-ID
           READ MERCHANT-FILE INTO MERCHANT-RECORD
              INVALID KEY
                ADD 1 TO WS-NOT-ON-MASTER-COUNT
                MOVE 'NOT ON MERCHANT MASTER - NOT FLAGGED'
                  TO WS-REVIEW-TEXT
                GO TO 2600-FLAG-MERCHANT-EXIT
           END-READ
           IF  MERCHANT-STATUS NOT = '00'
               DISPLAY 'ERROR READING MERCHANT FILE: ' FD-MER-ID
               MOVE MERCHANT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-MR-NAME (MR-IX) = SPACES
               MOVE MER-NAME TO WS-MR-NAME (MR-IX)
           END-IF

           EVALUATE TRUE
               WHEN MER-POC-REVIEW
                   ADD 1 TO WS-REVIEWING-COUNT
                   MOVE 'ALREADY UNDER REVIEW' TO WS-REVIEW-TEXT
               WHEN MER-POC-FLAG-DATE NOT = SPACES
                AND MER-POC-CARD-COUNT IS NUMERIC
                AND MER-POC-CARD-COUNT NOT < WS-MR-CARD-COUNT (MR-IX)
                   ADD 1 TO WS-REVIEW-CLOSED-COUNT
                   MOVE 'REVIEW CLOSED - NO NEW FRAUD CARDS'
                     TO WS-REVIEW-TEXT
                   GO TO 2600-FLAG-MERCHANT-EXIT
               WHEN OTHER
                   ADD 1 TO WS-FLAGGED-COUNT
                   SET MER-POC-REVIEW TO TRUE
                   MOVE PARM-DATE TO MER-POC-FLAG-DATE
                   MOVE 'FLAGGED FOR REVIEW' TO WS-REVIEW-TEXT
           END-EVALUATE
           MOVE WS-MR-CARD-COUNT (MR-IX) TO MER-POC-CARD-COUNT
           REWRITE FD-MERCHANT-REC FROM MERCHANT-RECORD
           IF  MERCHANT-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING MERCHANT FILE: ' MER-ID
               MOVE MERCHANT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'Y' TO WS-MR-FLAGGED (MR-IX).
       2600-FLAG-MERCHANT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       3000-ADD-RISK-CARD.
           MOVE 'N' TO WS-ENTRY-FOUND
           IF  WS-RK-COUNT > 0
               SET RK-IX TO 1
               SEARCH WS-RK-ENTRY
                   WHEN RK-IX > WS-RK-COUNT
                       CONTINUE
                   WHEN WS-RK-CARD-NUM (RK-IX) = TRAN-CARD-NUM
                       MOVE 'Y' TO WS-ENTRY-FOUND
               END-SEARCH
           END-IF
           IF  TABLE-ENTRY-FOUND
               IF  WS-TRAN-DATE < WS-RK-EXPOSURE-DATE (RK-IX)
                   SET WS-RK-MER-SUB (RK-IX) TO MR-IX
                   MOVE WS-TRAN-DATE TO WS-RK-EXPOSURE-DATE (RK-IX)
               END-IF
               GO TO 3000-ADD-RISK-CARD-EXIT
           END-IF
           IF  WS-RK-COUNT >= WS-RK-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 3000-ADD-RISK-CARD-EXIT
           END-IF
           ADD 1 TO WS-RK-COUNT
           SET RK-IX TO WS-RK-COUNT
           MOVE TRAN-CARD-NUM TO WS-RK-CARD-NUM (RK-IX)
           SET WS-RK-MER-SUB (RK-IX) TO MR-IX
           MOVE WS-TRAN-DATE  TO WS-RK-EXPOSURE-DATE (RK-IX).
       3000-ADD-RISK-CARD-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Only cards still open are worth reissuing.
      *---------------------------------------------------------------*
       3500-LIST-RISK-CARD.
           MOVE WS-RK-CARD-NUM (RK-IX) TO FD-CARD-NUM
           READ CARD-FILE INTO CARD-RECORD
              INVALID KEY
                INITIALIZE CARD-RECORD
           END-READ
           IF  NOT CARD-STAT-ACTIVE
               ADD 1 TO WS-RISK-INACTIVE-COUNT
           ELSE
               SET MR-IX TO WS-RK-MER-SUB (RK-IX)
               INITIALIZE POC-RISK-RECORD
               MOVE CARD-NUM                   TO POCR-CARD-NUM
               MOVE CARD-ACCT-ID               TO POCR-ACCT-ID
               MOVE WS-MR-ID (MR-IX)           TO POCR-MER-ID
               MOVE WS-MR-NAME (MR-IX)         TO POCR-MER-NAME
               MOVE WS-RK-EXPOSURE-DATE (RK-IX)
                                               TO POCR-EXPOSURE-DATE
               MOVE PARM-DATE                  TO POCR-RUN-DATE
               WRITE FD-POCRISK-REC FROM POC-RISK-RECORD
               IF  POCRISK-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING PROACTIVE REISSUE EXTRACT'
                   MOVE POCRISK-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-RISK-CARD-COUNT
               PERFORM 4410-WRITE-RISK-LINE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Add a card to the fraud table, or move its fraud date back
      * when an earlier one turns up.  Leaves FC-IX on the entry.
      *---------------------------------------------------------------*
       5000-ADD-FRAUD-CARD.
           PERFORM 5010-FIND-FRAUD-CARD
           IF  TABLE-ENTRY-FOUND
               IF  WS-LOOKUP-DATE < WS-FC-FRAUD-DATE (FC-IX)
                   MOVE WS-LOOKUP-DATE TO WS-FC-FRAUD-DATE (FC-IX)
               END-IF
               GO TO 5000-ADD-FRAUD-CARD-EXIT
           END-IF
           IF  WS-FC-COUNT >= WS-FC-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 5000-ADD-FRAUD-CARD-EXIT
           END-IF
           ADD 1 TO WS-FC-COUNT
           SET FC-IX TO WS-FC-COUNT
           MOVE WS-LOOKUP-CARD TO WS-FC-CARD-NUM (FC-IX)
           MOVE WS-LOOKUP-DATE TO WS-FC-FRAUD-DATE (FC-IX)
           MOVE SPACES         TO WS-FC-WIN-START (FC-IX)
           MOVE 'N'            TO WS-FC-CONFIRMED (FC-IX)
           MOVE 'Y'            TO WS-ENTRY-FOUND.
       5000-ADD-FRAUD-CARD-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       5010-FIND-FRAUD-CARD.
           MOVE 'N' TO WS-ENTRY-FOUND
           IF  WS-FC-COUNT > 0
               SET FC-IX TO 1
               SEARCH WS-FC-ENTRY
                   WHEN FC-IX > WS-FC-COUNT
                       CONTINUE
                   WHEN WS-FC-CARD-NUM (FC-IX) = WS-LOOKUP-CARD
                       MOVE 'Y' TO WS-ENTRY-FOUND
               END-SEARCH
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       5020-FIND-MERCHANT.
           MOVE 'N' TO WS-ENTRY-FOUND
           IF  WS-MR-COUNT > 0
               SET MR-IX TO 1
               SEARCH WS-MR-ENTRY
                   WHEN MR-IX > WS-MR-COUNT
                       CONTINUE
                   WHEN WS-MR-ID (MR-IX) = TRAN-MERCHANT-ID
                       MOVE 'Y' TO WS-ENTRY-FOUND
               END-SEARCH
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * WS-CHECK-DATE must be YYYY-MM-DD; sets WS-CHECK-YYYYMMDD.
      *---------------------------------------------------------------*
       5100-CHECK-DATE.
           MOVE 'N' TO WS-DATE-VALID
           IF  WS-CHECK-DATE(5:1) = '-'
           AND WS-CHECK-DATE(8:1) = '-'
           AND WS-CHECK-DATE(1:4) IS NUMERIC
           AND WS-CHECK-DATE(6:2) IS NUMERIC
           AND WS-CHECK-DATE(9:2) IS NUMERIC
               MOVE WS-CHECK-DATE(1:4) TO WS-CHECK-YYYYMMDD(1:4)
               MOVE WS-CHECK-DATE(6:2) TO WS-CHECK-YYYYMMDD(5:2)
               MOVE WS-CHECK-DATE(9:2) TO WS-CHECK-YYYYMMDD(7:2)
               IF  WS-CHECK-DATE(6:2) >= '01' AND <= '12'
               AND WS-CHECK-DATE(9:2) >= '01' AND <= '31'
                   MOVE 'Y' TO WS-DATE-VALID
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4200-WRITE-MERCH-LINE.
           INITIALIZE POC-MERCH-DETAIL
           MOVE WS-RANK                    TO POC-MERCH-RANK
           MOVE WS-MR-ID (MR-IX)           TO POC-MERCH-ID
           MOVE WS-MR-NAME (MR-IX)         TO POC-MERCH-NAME
           MOVE WS-MR-CARD-COUNT (MR-IX)   TO POC-MERCH-CARDS
           MOVE WS-MR-TRAN-COUNT (MR-IX)   TO POC-MERCH-TRANS
           MOVE WS-MR-FIRST-DATE (MR-IX)   TO POC-MERCH-FIRST-DATE
           MOVE WS-MR-LAST-DATE (MR-IX)    TO POC-MERCH-LAST-DATE
           MOVE WS-REVIEW-TEXT             TO POC-MERCH-REVIEW
           MOVE POC-MERCH-DETAIL TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE 'POINT-OF-COMPROMISE MERCHANT RANKING'
             TO POC-REPT-TITLE
           MOVE PARM-DATE        TO POC-REPT-ASOF-DATE
           MOVE WS-LOOKBACK-DAYS TO POC-REPT-LOOKBACK
           MOVE WS-MIN-CARDS     TO POC-REPT-MIN-CARDS
           MOVE POC-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE POC-MERCH-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE POC-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING COMPROMISE ANALYSIS REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4300-WRITE-TOTALS.
           MOVE SPACES TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           INITIALIZE POC-REPORT-TOTAL-LINE
           MOVE 'CONFIRMED FRAUD CARDS ANALYSED' TO POC-TOTAL-LABEL
           MOVE WS-FRAUD-CARD-COUNT       TO POC-TOTAL-COUNT
           MOVE POC-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'FRAUD CARD TRANSACTIONS IN WINDOW' TO POC-TOTAL-LABEL
           MOVE WS-WINDOW-TRAN-COUNT      TO POC-TOTAL-COUNT
           MOVE POC-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'MERCHANTS SHARED BY 2 OR MORE CARDS' TO POC-TOTAL-LABEL
           MOVE WS-RANKED-COUNT           TO POC-TOTAL-COUNT
           MOVE POC-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'MERCHANTS NEWLY FLAGGED FOR REVIEW' TO POC-TOTAL-LABEL
           MOVE WS-FLAGGED-COUNT          TO POC-TOTAL-COUNT
           MOVE POC-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'MERCHANTS ALREADY UNDER REVIEW' TO POC-TOTAL-LABEL
           MOVE WS-REVIEWING-COUNT        TO POC-TOTAL-COUNT
           MOVE POC-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'MERCHANTS NOT ON MERCHANT MASTER' TO POC-TOTAL-LABEL
           MOVE WS-NOT-ON-MASTER-COUNT    TO POC-TOTAL-COUNT
           MOVE POC-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'CARDS LISTED FOR PROACTIVE REISSUE' TO POC-TOTAL-LABEL
           MOVE WS-RISK-CARD-COUNT        TO POC-TOTAL-COUNT
           MOVE POC-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'EXPOSED CARDS NO LONGER ACTIVE' TO POC-TOTAL-LABEL
           MOVE WS-RISK-INACTIVE-COUNT    TO POC-TOTAL-COUNT
           MOVE POC-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'TABLE ENTRIES DROPPED - RAISE MAXIMUMS'
             TO POC-TOTAL-LABEL
           MOVE WS-OVERFLOW-COUNT         TO POC-TOTAL-COUNT
           MOVE POC-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4400-WRITE-RISK-HEADERS.
           MOVE SPACES TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'CARDS FOR PROACTIVE REISSUE' TO POC-REPT-TITLE
           MOVE POC-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE POC-RISK-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE POC-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4410-WRITE-RISK-LINE.
           INITIALIZE POC-RISK-DETAIL
           MOVE POCR-CARD-NUM              TO POC-RISK-CARD-NUM
           MOVE POCR-ACCT-ID               TO POC-RISK-ACCT-ID
           MOVE POCR-MER-ID                TO POC-RISK-MER-ID
           MOVE POCR-MER-NAME              TO POC-RISK-MER-NAME
           MOVE POCR-EXPOSURE-DATE         TO POC-RISK-EXPOSURE-DATE
           MOVE 'REISSUE - USED MERCHANT UNDER REVIEW'
                                           TO POC-RISK-ACTION
           MOVE POC-RISK-DETAIL TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       0000-CRDSEVT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT CRDSEVT-FILE
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
       0100-CARDFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT CARD-FILE
           IF  CARDFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CARD FILE'
               MOVE CARDFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0200-FRDHOLD-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT FRDHOLD-FILE
           IF  FRDHOLD-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING FRAUD HOLD FILE'
               MOVE FRDHOLD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0300-MERCHANT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O MERCHANT-FILE
           IF  MERCHANT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING MERCHANT FILE'
               MOVE MERCHANT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0400-POCRISK-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT POCRISK-FILE
           IF  POCRISK-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PROACTIVE REISSUE EXTRACT'
               MOVE POCRISK-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR OPENING COMPROMISE ANALYSIS REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0600-TRANFILE-OPEN.
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
       9000-CRDSEVT-CLOSE.
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
       9100-CARDFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CARD-FILE
           IF  CARDFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CARD FILE'
               MOVE CARDFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9200-FRDHOLD-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE FRDHOLD-FILE
           IF  FRDHOLD-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING FRAUD HOLD FILE'
               MOVE FRDHOLD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9300-MERCHANT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE MERCHANT-FILE
           IF  MERCHANT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING MERCHANT FILE'
               MOVE MERCHANT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9400-POCRISK-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE POCRISK-FILE
           IF  POCRISK-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PROACTIVE REISSUE EXTRACT'
               MOVE POCRISK-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING COMPROMISE ANALYSIS REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9600-TRANFILE-CLOSE.
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
