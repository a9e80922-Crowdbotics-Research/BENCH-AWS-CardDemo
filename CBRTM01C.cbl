      ******************************************************************
      * Program     : CBRTM01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Returned mail load.  Proves the post office's
      *               returned mail file against its header/trailer
      *               controls, logs every returned piece on RTNMAIL
      *               and flags the customer's address undeliverable
      *               with the date.  While the flag is set the
      *               statement and letter runs hold paper output;
      *               the flag comes off when the address is changed
      *               on COCUSUPC.
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
       PROGRAM-ID.    CBRTM01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTNPOST-FILE ASSIGN TO RTNPOST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RTNPOST-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT RTNMAIL-FILE ASSIGN TO RTNMAIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-RTM-KEY
                  FILE STATUS  IS RTNMAIL-STATUS.

           SELECT REPORT-FILE ASSIGN TO RTMLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  RTNPOST-FILE.
       01  FD-RTNPOST-REC                       PIC X(80).

       FD  CUSTOMER-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

       FD  RTNMAIL-FILE.
       01  FD-RTNMAIL-REC.
           05 FD-RTM-KEY                        PIC X(23).
           05 FD-RTM-DATA                       PIC X(77).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVRTM02Y.
       01  RTNPOST-STATUS.
           05  RTNPOST-STAT1       PIC X.
           05  RTNPOST-STAT2       PIC X.

       COPY CUSTREC.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.

       COPY CVRTM01Y.
       01  RTNMAIL-STATUS.
           05  RTNMAIL-STAT1       PIC X.
           05  RTNMAIL-STAT2       PIC X.

       COPY CVRTM03Y.
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
           05 WS-PIECE-COUNT            PIC 9(09) VALUE 0.
           05 WS-FLAGGED-COUNT          PIC 9(09) VALUE 0.
           05 WS-ALREADY-COUNT          PIC 9(09) VALUE 0.
           05 WS-ADDR-CHG-COUNT         PIC 9(09) VALUE 0.
           05 WS-REJECTED-COUNT         PIC 9(09) VALUE 0.

      * The post office file is proven against its own controls
      * before a single customer is flagged - same discipline as the
      * lockbox remittance file.
       01  WS-FEED-CONTROL-VARS.
           05 WS-HDR-SEEN               PIC X(01) VALUE 'N'.
           05 WS-TLR-SEEN               PIC X(01) VALUE 'N'.
           05 WS-FEED-DATE-ERR          PIC X(01) VALUE 'N'.
           05 WS-PRESCAN-COUNT          PIC 9(09) VALUE 0.
           05 WS-TLR-DETAIL-COUNT       PIC 9(09) VALUE 0.

       01  WS-PIECE-VARS.
           05 WS-REJECT-REASON          PIC X(40) VALUE SPACES.
           05 WS-RESULT-TEXT            PIC X(40) VALUE SPACES.
           05 WS-RTM-SEQ                PIC 9(04) VALUE 0.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBRTM01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBRTM01C' TO RST-PROGRAM.
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

           PERFORM 0050-VERIFY-RTNPOST-CONTROLS.

           PERFORM 0000-RTNPOST-OPEN.
           PERFORM 0100-CUSTFILE-OPEN.
           PERFORM 0200-RTNMAIL-OPEN.
           PERFORM 0300-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.

           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1000-RTNPOST-GET-NEXT
               IF  END-OF-FILE = 'N'
               AND FD-RTNPOST-REC(1:8) = 'RTMPDTL '
                   MOVE FD-RTNPOST-REC TO RTNPOST-DTL-RECORD
                   ADD 1 TO WS-PIECE-COUNT
                   PERFORM 2000-APPLY-PIECE
                      THRU 2000-APPLY-PIECE-EXIT
               END-IF
           END-PERFORM

           PERFORM 4300-WRITE-TOTALS.

           PERFORM 9000-RTNPOST-CLOSE.
           PERFORM 9100-CUSTFILE-CLOSE.
           PERFORM 9200-RTNMAIL-CLOSE.
           PERFORM 9300-REPTFILE-CLOSE.
           DISPLAY 'RETURNED PIECES READ    :' WS-PIECE-COUNT
           DISPLAY 'ADDRESSES FLAGGED       :' WS-FLAGGED-COUNT
           DISPLAY 'ALREADY FLAGGED         :' WS-ALREADY-COUNT
           DISPLAY 'ADDRESS SINCE CHANGED   :' WS-ADDR-CHG-COUNT
           DISPLAY 'PIECES REJECTED         :' WS-REJECTED-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-PIECE-COUNT TO RST-RECORD-COUNT.
           MOVE WS-REJECTED-COUNT TO RST-REJECT-COUNT.
           MOVE 0 TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBRTM01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Prescan pass - prove the post office file against its header
      * and trailer before any customer is flagged.
      *---------------------------------------------------------------*
       0050-VERIFY-RTNPOST-CONTROLS.
           PERFORM 0000-RTNPOST-OPEN
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1000-RTNPOST-GET-NEXT
               IF  END-OF-FILE = 'N'
                    PERFORM 0060-CLASSIFY-RECORD
                       THRU 0060-CLASSIFY-RECORD-EXIT
               END-IF
           END-PERFORM
           PERFORM 9000-RTNPOST-CLOSE
           IF  WS-HDR-SEEN = 'N'
               DISPLAY 'RETURNED MAIL FILE HAS NO HEADER RECORD'
               DISPLAY 'RETURNED MAIL RUN STOPPED - RE-REQUEST THE '
                       'FILE FROM THE POST OFFICE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-TLR-SEEN = 'N'
               DISPLAY 'RETURNED MAIL FILE HAS NO TRAILER RECORD - '
                       'TRANSMISSION MAY BE TRUNCATED'
               DISPLAY 'RETURNED MAIL RUN STOPPED - RE-REQUEST THE '
                       'FILE FROM THE POST OFFICE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-FEED-DATE-ERR = 'Y'
               DISPLAY 'RETURNED MAIL FILE DATE DOES NOT MATCH RUN '
                       'DATE ' PARM-DATE
               DISPLAY 'RETURNED MAIL RUN STOPPED - VERIFY THE FILE '
                       'IS FOR THIS BUSINESS DATE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-TLR-DETAIL-COUNT NOT = WS-PRESCAN-COUNT
               DISPLAY 'RETURNED MAIL COUNT MISMATCH - TRAILER: '
                       WS-TLR-DETAIL-COUNT
                       ' RECEIVED: ' WS-PRESCAN-COUNT
               DISPLAY 'RETURNED MAIL RUN STOPPED - TRANSMISSION IS '
                       'INCOMPLETE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0060-CLASSIFY-RECORD.
           IF  FD-RTNPOST-REC(1:8) = 'RTMPHDR '
               MOVE 'Y' TO WS-HDR-SEEN
               MOVE FD-RTNPOST-REC TO RTNPOST-HDR-RECORD
               IF  RTPH-FILE-DATE NOT = PARM-DATE
                   MOVE 'Y' TO WS-FEED-DATE-ERR
               END-IF
               GO TO 0060-CLASSIFY-RECORD-EXIT
           END-IF
           IF  FD-RTNPOST-REC(1:8) = 'RTMPTLR '
               MOVE 'Y' TO WS-TLR-SEEN
               MOVE FD-RTNPOST-REC TO RTNPOST-TLR-RECORD
               MOVE RTPT-DETAIL-COUNT TO WS-TLR-DETAIL-COUNT
               GO TO 0060-CLASSIFY-RECORD-EXIT
           END-IF
           ADD 1 TO WS-PRESCAN-COUNT.
       0060-CLASSIFY-RECORD-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       1000-RTNPOST-GET-NEXT.
           READ RTNPOST-FILE
              AT END
                MOVE 'Y' TO END-OF-FILE
           END-READ
           IF  RTNPOST-STATUS NOT = '00' AND '10'
               DISPLAY 'ERROR READING RETURNED MAIL FILE'
               MOVE RTNPOST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Each returned piece is logged against the customer.  The
      * first one back from the address on file flags it; a piece
      * mailed to a ZIP code the customer has since moved away from
      * is logged but says nothing about the current address.
      *---------------------------------------------------------------*
       2000-APPLY-PIECE.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN RTPD-CUST-ID NOT NUMERIC
                   MOVE 'REJECTED - CUSTOMER ID NOT NUMERIC'
                     TO WS-REJECT-REASON
               WHEN RTPD-RETURNED-DATE(5:1) NOT = '-'
               OR   RTPD-RETURNED-DATE(8:1) NOT = '-'
               OR   RTPD-RETURNED-DATE(1:4) NOT NUMERIC
               OR   RTPD-RETURNED-DATE(6:2) NOT NUMERIC
               OR   RTPD-RETURNED-DATE(9:2) NOT NUMERIC
                   MOVE 'REJECTED - INVALID RETURNED DATE'
                     TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF  WS-REJECT-REASON = SPACES
               MOVE RTPD-PIECE-TYPE TO RTM-PIECE-TYPE
               MOVE RTPD-REASON-CD  TO RTM-REASON-CD
               IF  NOT RTM-PIECE-VALID
                   MOVE 'REJECTED - UNKNOWN PIECE TYPE'
                     TO WS-REJECT-REASON
               ELSE
                   IF  NOT RTM-RSN-VALID
                       MOVE 'REJECTED - UNKNOWN RETURN REASON'
                         TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF  WS-REJECT-REASON = SPACES
               MOVE RTPD-CUST-ID TO FD-CUST-ID
               READ CUSTOMER-FILE INTO CUSTOMER-RECORD
                  INVALID KEY
                    MOVE 'REJECTED - CUSTOMER NOT ON MASTER'
                      TO WS-REJECT-REASON
               END-READ
           END-IF
           IF  WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE WS-REJECT-REASON TO WS-RESULT-TEXT
               PERFORM 4200-WRITE-PIECE-LINE
               GO TO 2000-APPLY-PIECE-EXIT
           END-IF

           INITIALIZE RETURNED-MAIL-RECORD
           MOVE CUST-ID             TO RTM-CUST-ID
           MOVE PARM-DATE           TO RTM-LOGGED-DATE
           IF  RTPD-ACCT-ID IS NUMERIC
               MOVE RTPD-ACCT-ID    TO RTM-ACCT-ID
           END-IF
           MOVE RTPD-PIECE-TYPE     TO RTM-PIECE-TYPE
           MOVE RTPD-REASON-CD      TO RTM-REASON-CD
           MOVE RTPD-RETURNED-DATE  TO RTM-RETURNED-DATE
           MOVE RTPD-MAILED-ZIP     TO RTM-MAILED-ZIP
           SET RTM-SRC-POST-OFFICE  TO TRUE
           MOVE 'CBRTM01C'          TO RTM-OPER-ID

           EVALUATE TRUE
               WHEN RTPD-MAILED-ZIP NOT = SPACES
               AND  RTPD-MAILED-ZIP NOT = CUST-ADDR-ZIP
                   SET RTM-RESULT-ADDR-CHANGED TO TRUE
                   ADD 1 TO WS-ADDR-CHG-COUNT
                   MOVE 'LOGGED - ADDRESS CHANGED SINCE MAILING'
                     TO WS-RESULT-TEXT
               WHEN CUST-ADDR-UNDELIVERABLE
                   SET RTM-RESULT-ALREADY TO TRUE
                   ADD 1 TO WS-ALREADY-COUNT
                   MOVE 'LOGGED - ADDRESS ALREADY FLAGGED'
                     TO WS-RESULT-TEXT
               WHEN OTHER
                   SET RTM-RESULT-FLAGGED TO TRUE
                   PERFORM 2100-FLAG-CUSTOMER
                   ADD 1 TO WS-FLAGGED-COUNT
                   MOVE 'ADDRESS FLAGGED UNDELIVERABLE'
                     TO WS-RESULT-TEXT
           END-EVALUATE
           PERFORM 2200-WRITE-RTNMAIL
           PERFORM 4200-WRITE-PIECE-LINE.
       2000-APPLY-PIECE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2100-FLAG-CUSTOMER.
           MOVE 'Y'       TO CUST-ADDR-UNDELIV-FLAG
           MOVE PARM-DATE TO CUST-ADDR-UNDELIV-DATE
           MOVE CUSTOMER-RECORD TO FD-CUSTFILE-REC
           REWRITE FD-CUSTFILE-REC
           IF  CUSTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING CUSTOMER MASTER: ' CUST-ID
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Several pieces for one customer can land on the same day -
      * the sequence is bumped until the log entry lands.
      *---------------------------------------------------------------*
       2200-WRITE-RTNMAIL.
           MOVE 1 TO WS-RTM-SEQ
           MOVE WS-RTM-SEQ TO RTM-SEQ
           MOVE RETURNED-MAIL-RECORD TO FD-RTNMAIL-REC
           WRITE FD-RTNMAIL-REC
           PERFORM UNTIL RTNMAIL-STATUS NOT = '22'
                      OR WS-RTM-SEQ = 9999
               ADD 1 TO WS-RTM-SEQ
               MOVE WS-RTM-SEQ TO RTM-SEQ
               MOVE RETURNED-MAIL-RECORD TO FD-RTNMAIL-REC
               WRITE FD-RTNMAIL-REC
           END-PERFORM
           IF  RTNMAIL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING RETURNED MAIL LOG: ' RTM-CUST-ID
               MOVE RTNMAIL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4200-WRITE-PIECE-LINE.
           INITIALIZE RTM-LOAD-DETAIL
           MOVE RTPD-CUST-ID          TO RTM-LOAD-CUST-ID
           MOVE RTPD-ACCT-ID          TO RTM-LOAD-ACCT-ID
           MOVE RTPD-PIECE-TYPE       TO RTM-LOAD-PIECE-TYPE
           MOVE RTPD-REASON-CD        TO RTM-LOAD-REASON-CD
           MOVE RTPD-RETURNED-DATE    TO RTM-LOAD-RETURNED-DATE
           MOVE RTPD-MAILED-ZIP       TO RTM-LOAD-MAILED-ZIP
           MOVE WS-RESULT-TEXT        TO RTM-LOAD-RESULT
           MOVE RTM-LOAD-DETAIL TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE 'RETURNED MAIL LOAD' TO RTM-REPT-TITLE
           MOVE PARM-DATE TO RTM-REPT-ASOF-DATE
           MOVE RTM-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE RTM-LOAD-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE RTM-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING RETURNED MAIL REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4300-WRITE-TOTALS.
           MOVE SPACES TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'RETURNED PIECES READ'     TO RTM-TOTAL-LABEL
           MOVE WS-PIECE-COUNT            TO RTM-TOTAL-COUNT
           MOVE RTM-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'ADDRESSES FLAGGED'        TO RTM-TOTAL-LABEL
           MOVE WS-FLAGGED-COUNT          TO RTM-TOTAL-COUNT
           MOVE RTM-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'ALREADY FLAGGED'          TO RTM-TOTAL-LABEL
           MOVE WS-ALREADY-COUNT          TO RTM-TOTAL-COUNT
           MOVE RTM-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'ADDRESS CHANGED SINCE MAILED' TO RTM-TOTAL-LABEL
           MOVE WS-ADDR-CHG-COUNT         TO RTM-TOTAL-COUNT
           MOVE RTM-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'PIECES REJECTED'          TO RTM-TOTAL-LABEL
           MOVE WS-REJECTED-COUNT         TO RTM-TOTAL-COUNT
           MOVE RTM-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       0000-RTNPOST-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT RTNPOST-FILE
           IF  RTNPOST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING RETURNED MAIL FILE'
               MOVE RTNPOST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0100-CUSTFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O CUSTOMER-FILE
           IF  CUSTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CUSTOMER MASTER FILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0200-RTNMAIL-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O RTNMAIL-FILE
           IF  RTNMAIL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING RETURNED MAIL LOG'
               MOVE RTNMAIL-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR OPENING RETURNED MAIL REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-RTNPOST-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE RTNPOST-FILE
           IF  RTNPOST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING RETURNED MAIL FILE'
               MOVE RTNPOST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9100-CUSTFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CUSTOMER-FILE
           IF  CUSTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CUSTOMER MASTER FILE'
               MOVE CUSTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9200-RTNMAIL-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE RTNMAIL-FILE
           IF  RTNMAIL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING RETURNED MAIL LOG'
               MOVE RTNMAIL-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING RETURNED MAIL REPORT'
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
