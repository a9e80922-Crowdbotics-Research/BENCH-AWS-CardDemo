      ******************************************************************
      * Program     : CBISS02C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Plastics vendor mailing acknowledgement load.
      *               Proves the vendor's return file against its
      *               header/trailer controls, then marks each card
      *               on the ISSUEQ issuance queue mailed (with the
      *               mailed date) or rejected.  A mailed renewal
      *               rolls the card master expiration date forward.
      *               Cards queued more than five days ago and still
      *               not confirmed mailed, and any acknowledgement
      *               the queue cannot place, go on the mailing
      *               exceptions report.
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
       PROGRAM-ID.    CBISS02C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAILACK-FILE ASSIGN TO MAILACK
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS MAILACK-STATUS.

           SELECT ISSUEQ-FILE ASSIGN TO ISSUEQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-ISQ-KEY
                  FILE STATUS  IS ISSUEQ-STATUS.

           SELECT CARD-FILE ASSIGN TO CARDFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CARD-NUM
                  FILE STATUS  IS CARDFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO MAILRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  MAILACK-FILE.
       01  FD-MAILACK-REC                       PIC X(100).

       FD  ISSUEQ-FILE.
       01  FD-ISSUEQ-REC.
           05 FD-ISQ-KEY                        PIC X(26).
           05 FD-ISQ-DATA                       PIC X(124).

       FD  CARD-FILE.
       01  FD-CARDFILE-REC.
           05 FD-CARD-NUM                       PIC X(16).
           05 FD-CARD-DATA                      PIC X(134).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVISS02Y.
       01  MAILACK-STATUS.
           05  MAILACK-STAT1       PIC X.
           05  MAILACK-STAT2       PIC X.

       COPY CVISS01Y.
       01  ISSUEQ-STATUS.
           05  ISSUEQ-STAT1        PIC X.
           05  ISSUEQ-STAT2        PIC X.

       COPY CVACT02Y.
       01  CARDFILE-STATUS.
           05  CARDFILE-STAT1      PIC X.
           05  CARDFILE-STAT2      PIC X.

       COPY CVISS03Y.
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
           05 WS-ACK-COUNT              PIC 9(09) VALUE 0.
           05 WS-MAILED-COUNT           PIC 9(09) VALUE 0.
           05 WS-REJECTED-COUNT         PIC 9(09) VALUE 0.
           05 WS-UNMATCHED-COUNT        PIC 9(09) VALUE 0.
           05 WS-EXPIRY-ROLL-COUNT      PIC 9(09) VALUE 0.
           05 WS-OVERDUE-COUNT          PIC 9(09) VALUE 0.

      * The acknowledgement file is proven against its own controls
      * before a single card is marked - same discipline as the
      * lockbox remittance file.
       01  WS-FEED-CONTROL-VARS.
           05 WS-HDR-SEEN               PIC X(01) VALUE 'N'.
           05 WS-TLR-SEEN               PIC X(01) VALUE 'N'.
           05 WS-FEED-DATE-ERR          PIC X(01) VALUE 'N'.
           05 WS-PRESCAN-COUNT          PIC 9(09) VALUE 0.
           05 WS-TLR-DETAIL-COUNT       PIC 9(09) VALUE 0.

       01  WS-ACK-VARS.
           05 WS-SKIP-REASON            PIC X(40) VALUE SPACES.
           05 WS-QUEUE-FOUND            PIC X(01) VALUE 'N'.

      * A card the vendor has not confirmed mailed within this many
      * calendar days of being queued goes on the exceptions report.
       01  WS-AGING-VARS.
           05 WS-MAIL-DAYS-LIMIT        PIC 9(04) VALUE 5.
           05 WS-PARM-YYYYMMDD          PIC 9(08) VALUE 0.
           05 WS-QUEUED-YYYYMMDD        PIC 9(08) VALUE 0.
           05 WS-PARM-LILLIAN           PIC S9(09) COMP VALUE 0.
           05 WS-QUEUED-LILLIAN         PIC S9(09) COMP VALUE 0.
           05 WS-DAYS-OLD               PIC S9(09) COMP VALUE 0.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBISS02C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBISS02C' TO RST-PROGRAM.
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

           PERFORM 0050-VERIFY-MAILACK-CONTROLS.

           PERFORM 0000-MAILACK-OPEN.
           PERFORM 0100-ISSUEQ-OPEN.
           PERFORM 0200-CARDFILE-OPEN.
           PERFORM 0300-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.

           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1000-MAILACK-GET-NEXT
               IF  END-OF-FILE = 'N'
               AND FD-MAILACK-REC(1:8) = 'MACKDTL '
                   MOVE FD-MAILACK-REC TO MAILACK-DTL-RECORD
                   ADD 1 TO WS-ACK-COUNT
                   PERFORM 2000-APPLY-ACK
                      THRU 2000-APPLY-ACK-EXIT
               END-IF
           END-PERFORM

      *    Second pass - whatever is still queued or sent and older
      *    than the mailing window never reached the cardholder.
           MOVE 'N' TO END-OF-FILE
           MOVE LOW-VALUES TO FD-ISQ-KEY
           START ISSUEQ-FILE KEY >= FD-ISQ-KEY
              INVALID KEY
                MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1100-ISSUEQ-GET-NEXT
               IF  END-OF-FILE = 'N'
               AND (ISQ-STAT-QUEUED OR ISQ-STAT-SENT)
                    PERFORM 3000-CHECK-MAIL-AGE
                       THRU 3000-CHECK-MAIL-AGE-EXIT
               END-IF
           END-PERFORM

           PERFORM 4300-WRITE-TOTALS.

           PERFORM 9000-MAILACK-CLOSE.
           PERFORM 9100-ISSUEQ-CLOSE.
           PERFORM 9200-CARDFILE-CLOSE.
           PERFORM 9300-REPTFILE-CLOSE.
           DISPLAY 'ACKNOWLEDGEMENTS READ   :' WS-ACK-COUNT
           DISPLAY 'CARDS CONFIRMED MAILED  :' WS-MAILED-COUNT
           DISPLAY 'CARDS REJECTED          :' WS-REJECTED-COUNT
           DISPLAY 'UNMATCHED ACKS          :' WS-UNMATCHED-COUNT
           DISPLAY 'REISSUE EXPIRIES ROLLED :' WS-EXPIRY-ROLL-COUNT
           DISPLAY 'NOT MAILED IN WINDOW    :' WS-OVERDUE-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-ACK-COUNT TO RST-RECORD-COUNT.
           COMPUTE RST-REJECT-COUNT = WS-REJECTED-COUNT
                                    + WS-UNMATCHED-COUNT.
           MOVE 0 TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBISS02C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Prescan pass - prove the acknowledgement file against the
      * vendor's header/trailer controls before touching the queue.
      *---------------------------------------------------------------*
       0050-VERIFY-MAILACK-CONTROLS.
           PERFORM 0000-MAILACK-OPEN
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1000-MAILACK-GET-NEXT
               IF  END-OF-FILE = 'N'
                    PERFORM 0060-CLASSIFY-RECORD
                       THRU 0060-CLASSIFY-RECORD-EXIT
               END-IF
           END-PERFORM
           PERFORM 9000-MAILACK-CLOSE
           IF  WS-HDR-SEEN = 'N'
               DISPLAY 'MAILING ACK FILE HAS NO HEADER RECORD'
               DISPLAY 'MAILING ACK RUN STOPPED - RE-REQUEST THE '
                       'FILE FROM THE VENDOR'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-TLR-SEEN = 'N'
               DISPLAY 'MAILING ACK FILE HAS NO TRAILER RECORD - '
                       'TRANSMISSION MAY BE TRUNCATED'
               DISPLAY 'MAILING ACK RUN STOPPED - RE-REQUEST THE '
                       'FILE FROM THE VENDOR'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-FEED-DATE-ERR = 'Y'
               DISPLAY 'MAILING ACK FILE DATE DOES NOT MATCH RUN '
                       'DATE ' PARM-DATE
               DISPLAY 'MAILING ACK RUN STOPPED - VERIFY THE FILE '
                       'IS FOR THIS BUSINESS DATE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-TLR-DETAIL-COUNT NOT = WS-PRESCAN-COUNT
               DISPLAY 'MAILING ACK COUNT MISMATCH - TRAILER: '
                       WS-TLR-DETAIL-COUNT
                       ' RECEIVED: ' WS-PRESCAN-COUNT
               DISPLAY 'MAILING ACK RUN STOPPED - TRANSMISSION IS '
                       'INCOMPLETE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0060-CLASSIFY-RECORD.
           IF  FD-MAILACK-REC(1:8) = 'MACKHDR '
               MOVE 'Y' TO WS-HDR-SEEN
               MOVE FD-MAILACK-REC TO MAILACK-HDR-RECORD
               IF  MAKH-ACK-DATE NOT = PARM-DATE
                   MOVE 'Y' TO WS-FEED-DATE-ERR
               END-IF
               GO TO 0060-CLASSIFY-RECORD-EXIT
           END-IF
           IF  FD-MAILACK-REC(1:8) = 'MACKTLR '
               MOVE 'Y' TO WS-TLR-SEEN
               MOVE FD-MAILACK-REC TO MAILACK-TLR-RECORD
               MOVE MAKT-DETAIL-COUNT TO WS-TLR-DETAIL-COUNT
               GO TO 0060-CLASSIFY-RECORD-EXIT
           END-IF
           ADD 1 TO WS-PRESCAN-COUNT.
       0060-CLASSIFY-RECORD-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       1000-MAILACK-GET-NEXT.
           READ MAILACK-FILE
              AT END
                MOVE 'Y' TO END-OF-FILE
           END-READ
           IF  MAILACK-STATUS NOT = '00' AND '10'
               DISPLAY 'ERROR READING MAILING ACK FILE'
               MOVE MAILACK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1100-ISSUEQ-GET-NEXT.
           READ ISSUEQ-FILE NEXT RECORD INTO CARD-ISSUE-RECORD
           IF  ISSUEQ-STATUS = '00'
               CONTINUE
           ELSE
               IF  ISSUEQ-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING CARD ISSUANCE QUEUE'
                   MOVE ISSUEQ-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Each acknowledgement settles one card sent on an emboss file.
      * An ack the queue cannot place - unknown card, or a card not
      * awaiting the vendor - is an exception and changes nothing.
      *---------------------------------------------------------------*
       2000-APPLY-ACK.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE 'Y' TO WS-QUEUE-FOUND
           MOVE MAKD-CARD-NUM    TO FD-ISQ-KEY(1:16)
           MOVE MAKD-EXPIRY-DATE TO FD-ISQ-KEY(17:10)
           READ ISSUEQ-FILE INTO CARD-ISSUE-RECORD
              INVALID KEY
                MOVE 'N' TO WS-QUEUE-FOUND
                MOVE 'NO MATCHING CARD ISSUANCE ON QUEUE'
                  TO WS-SKIP-REASON
           END-READ
           IF  WS-SKIP-REASON = SPACES
           AND NOT ISQ-STAT-SENT
               EVALUATE TRUE
                   WHEN ISQ-STAT-MAILED
                       MOVE 'DUPLICATE ACK - ALREADY MAILED'
                         TO WS-SKIP-REASON
                   WHEN ISQ-STAT-CANCELLED
                       MOVE 'ACK FOR A CANCELLED ISSUANCE'
                         TO WS-SKIP-REASON
                   WHEN OTHER
                       MOVE 'ACK FOR A CARD NOT SENT TO VENDOR'
                         TO WS-SKIP-REASON
               END-EVALUATE
           END-IF
           IF  WS-SKIP-REASON = SPACES
           AND NOT MAKD-ACK-MAILED
           AND NOT MAKD-ACK-REJECTED
               MOVE 'INVALID ACK STATUS' TO WS-SKIP-REASON
           END-IF
           IF  WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-UNMATCHED-COUNT
               PERFORM 4200-WRITE-ACK-EXCEPTION
               GO TO 2000-APPLY-ACK-EXIT
           END-IF
           MOVE MAKD-VENDOR-REF TO ISQ-VENDOR-REF
           IF  MAKD-ACK-REJECTED
               SET ISQ-STAT-REJECTED TO TRUE
               MOVE MAKD-REJECT-CD TO ISQ-VENDOR-REJ-CD
               PERFORM 2400-REWRITE-QUEUE
               ADD 1 TO WS-REJECTED-COUNT
               STRING 'VENDOR REJECTED - CODE '
                      MAKD-REJECT-CD
                 DELIMITED BY SIZE
                 INTO WS-SKIP-REASON
               END-STRING
               PERFORM 4200-WRITE-ACK-EXCEPTION
               GO TO 2000-APPLY-ACK-EXIT
           END-IF
           SET ISQ-STAT-MAILED TO TRUE
           MOVE MAKD-MAILED-DATE TO ISQ-MAILED-DATE
           PERFORM 2400-REWRITE-QUEUE
           ADD 1 TO WS-MAILED-COUNT
           IF  ISQ-TYPE-REISSUE
               PERFORM 2500-ROLL-CARD-EXPIRY
                  THRU 2500-ROLL-CARD-EXPIRY-EXIT
           END-IF.
       2000-APPLY-ACK-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2400-REWRITE-QUEUE.
           MOVE CARD-ISSUE-RECORD TO FD-ISSUEQ-REC
           REWRITE FD-ISSUEQ-REC
           IF  ISSUEQ-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING CARD ISSUANCE QUEUE: '
                       ISQ-KEY
               MOVE ISSUEQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * A renewal plastic carries the new expiration date; the card
      * master takes it once the vendor confirms the plastic mailed,
      * so the old plastic keeps working until the new one is out.
      *---------------------------------------------------------------*
       2500-ROLL-CARD-EXPIRY.
           MOVE ISQ-CARD-NUM TO FD-CARD-NUM
           READ CARD-FILE INTO CARD-RECORD
              INVALID KEY
                DISPLAY 'CARD NOT FOUND FOR REISSUE: ' ISQ-CARD-NUM
                GO TO 2500-ROLL-CARD-EXPIRY-EXIT
           END-READ
           IF  CARD-EXPIRAION-DATE >= ISQ-EXPIRY-DATE
               GO TO 2500-ROLL-CARD-EXPIRY-EXIT
           END-IF
           MOVE ISQ-EXPIRY-DATE TO CARD-EXPIRAION-DATE
           MOVE CARD-RECORD TO FD-CARDFILE-REC
           REWRITE FD-CARDFILE-REC
           IF  CARDFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING CARD MASTER: ' ISQ-CARD-NUM
               MOVE CARDFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-EXPIRY-ROLL-COUNT.
       2500-ROLL-CARD-EXPIRY-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       3000-CHECK-MAIL-AGE.
           IF  ISQ-QUEUED-DATE(5:1) NOT = '-'
           OR  ISQ-QUEUED-DATE(1:4) NOT NUMERIC
               GO TO 3000-CHECK-MAIL-AGE-EXIT
           END-IF
           MOVE ISQ-QUEUED-DATE(1:4) TO WS-QUEUED-YYYYMMDD(1:4)
           MOVE ISQ-QUEUED-DATE(6:2) TO WS-QUEUED-YYYYMMDD(5:2)
           MOVE ISQ-QUEUED-DATE(9:2) TO WS-QUEUED-YYYYMMDD(7:2)
           COMPUTE WS-QUEUED-LILLIAN =
               FUNCTION INTEGER-OF-DATE(WS-QUEUED-YYYYMMDD)
           COMPUTE WS-DAYS-OLD = WS-PARM-LILLIAN - WS-QUEUED-LILLIAN
           IF  WS-DAYS-OLD <= WS-MAIL-DAYS-LIMIT
               GO TO 3000-CHECK-MAIL-AGE-EXIT
           END-IF
           ADD 1 TO WS-OVERDUE-COUNT
           IF  ISQ-STAT-QUEUED
               MOVE 'NOT CONFIRMED MAILED - NEVER SENT'
                 TO WS-SKIP-REASON
           ELSE
               MOVE 'NOT CONFIRMED MAILED BY VENDOR'
                 TO WS-SKIP-REASON
           END-IF
           INITIALIZE ISS-DETAIL-REPORT
           PERFORM 4250-FILL-FROM-QUEUE
           MOVE WS-DAYS-OLD        TO ISS-REPORT-DAYS
           MOVE ISS-DETAIL-REPORT TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC.
       3000-CHECK-MAIL-AGE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       4200-WRITE-ACK-EXCEPTION.
           INITIALIZE ISS-DETAIL-REPORT
           IF  WS-QUEUE-FOUND = 'Y'
               PERFORM 4250-FILL-FROM-QUEUE
           ELSE
               MOVE MAKD-CARD-NUM      TO ISS-REPORT-CARD-NUM
               MOVE MAKD-EXPIRY-DATE   TO ISS-REPORT-EXPIRY
               MOVE WS-SKIP-REASON     TO ISS-REPORT-REASON
           END-IF
           MOVE ISS-DETAIL-REPORT TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4250-FILL-FROM-QUEUE.
           MOVE ISQ-CARD-NUM       TO ISS-REPORT-CARD-NUM
           MOVE ISQ-EXPIRY-DATE    TO ISS-REPORT-EXPIRY
           MOVE ISQ-ACCT-ID        TO ISS-REPORT-ACCT-ID
           MOVE ISQ-ISSUE-TYPE     TO ISS-REPORT-TYPE
           MOVE ISQ-STATUS         TO ISS-REPORT-STATUS
           MOVE ISQ-QUEUED-DATE    TO ISS-REPORT-QUEUED-DATE
           MOVE ISQ-SENT-DATE      TO ISS-REPORT-SENT-DATE
           MOVE WS-SKIP-REASON     TO ISS-REPORT-REASON
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE 'PLASTICS MAILING EXCEPTIONS' TO ISS-REPT-TITLE
           MOVE PARM-DATE TO ISS-REPT-ASOF-DATE
           MOVE ISS-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE ISS-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE ISS-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING MAILING EXCEPTIONS REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4300-WRITE-TOTALS.
           MOVE SPACES TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'CARDS CONFIRMED MAILED'  TO ISS-TOTAL-LABEL
           MOVE WS-MAILED-COUNT           TO ISS-TOTAL-COUNT
           MOVE ISS-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'CARDS REJECTED BY VENDOR' TO ISS-TOTAL-LABEL
           MOVE WS-REJECTED-COUNT         TO ISS-TOTAL-COUNT
           MOVE ISS-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'UNMATCHED ACKNOWLEDGEMENTS' TO ISS-TOTAL-LABEL
           MOVE WS-UNMATCHED-COUNT        TO ISS-TOTAL-COUNT
           MOVE ISS-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'NOT MAILED WITHIN 5 DAYS' TO ISS-TOTAL-LABEL
           MOVE WS-OVERDUE-COUNT          TO ISS-TOTAL-COUNT
           MOVE ISS-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       0000-MAILACK-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT MAILACK-FILE
           IF  MAILACK-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING MAILING ACK FILE'
               MOVE MAILACK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0100-ISSUEQ-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O ISSUEQ-FILE
           IF  ISSUEQ-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CARD ISSUANCE QUEUE'
               MOVE ISSUEQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0200-CARDFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O CARD-FILE
           IF  CARDFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CARD MASTER FILE'
               MOVE CARDFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0300-REPTFILE-OPEN.
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
               DISPLAY 'ERROR OPENING MAILING EXCEPTIONS REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-MAILACK-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE MAILACK-FILE
           IF  MAILACK-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING MAILING ACK FILE'
               MOVE MAILACK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9100-ISSUEQ-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE ISSUEQ-FILE
           IF  ISSUEQ-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CARD ISSUANCE QUEUE'
               MOVE ISSUEQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9200-CARDFILE-CLOSE.
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
               DISPLAY 'ERROR CLOSING CARD MASTER FILE'
               MOVE CARDFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9300-REPTFILE-CLOSE.
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
               DISPLAY 'ERROR CLOSING MAILING EXCEPTIONS REPORT'
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
