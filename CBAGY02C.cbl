      ******************************************************************
      * Program     : CBAGY02C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Collection agency remittance intake.  Verifies
      *               an agency's remittance file against its own
      *               header/trailer control totals, matches each
      *               collected item to the agency's placement, takes
      *               the agency's commission off the top and emits
      *               the net amounts as a controlled feed group for
      *               the daily posting stream, where they book as
      *               recoveries on the charged-off accounts.  Every
      *               item is kept on the remittance history file,
      *               so a file sent twice cannot post twice.
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
       PROGRAM-ID.    CBAGY02C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-FILE ASSIGN TO AGYREMIT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REMIT-STATUS.

           SELECT AGENCY-FILE ASSIGN TO AGENCY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-AGY-AGENCY-ID
                  FILE STATUS  IS AGENCY-STATUS.

           SELECT PLACE-FILE ASSIGN TO AGYPLACE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-PLC-ACCT-ID
                  FILE STATUS  IS PLACE-STATUS.

           SELECT RHIST-FILE ASSIGN TO AGYRHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-RMH-KEY
                  FILE STATUS  IS RHIST-STATUS.

           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                  FILE STATUS  IS XREFFILE-STATUS.

           SELECT AGYTRAN-FILE ASSIGN TO AGYTRAN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS AGYTRAN-STATUS.

           SELECT REPORT-FILE ASSIGN TO AGYRRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  REMIT-FILE.
       01  FD-REMIT-REC                         PIC X(100).

       FD  AGENCY-FILE.
       01  FD-AGENCY-REC.
           05 FD-AGY-AGENCY-ID                  PIC X(04).
           05 FD-AGY-DATA                       PIC X(76).

       FD  PLACE-FILE.
       01  FD-PLACE-REC.
           05 FD-PLC-ACCT-ID                    PIC 9(11).
           05 FD-PLC-DATA                       PIC X(89).

       FD  RHIST-FILE.
       01  FD-RHIST-REC.
           05 FD-RMH-KEY                        PIC X(21).
           05 FD-RMH-DATA                       PIC X(79).

       FD  XREF-FILE.
       01  FD-XREFFILE-REC.
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-CUST-NUM                  PIC 9(09).
           05 FD-XREF-ACCT-ID                   PIC 9(11).
           05 FD-XREF-FILLER                    PIC X(14).

       FD  AGYTRAN-FILE.
       01  FD-AGYTRAN-REC                       PIC X(350).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVAGY02Y.
       01  REMIT-STATUS.
           05  REMIT-STAT1         PIC X.
           05  REMIT-STAT2         PIC X.

       COPY CVAGY01Y.
       01  AGENCY-STATUS.
           05  AGENCY-STAT1        PIC X.
           05  AGENCY-STAT2        PIC X.
       01  PLACE-STATUS.
           05  PLACE-STAT1         PIC X.
           05  PLACE-STAT2         PIC X.
       01  RHIST-STATUS.
           05  RHIST-STAT1         PIC X.
           05  RHIST-STAT2         PIC X.

       COPY CVACT03Y.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.

       01  AGYTRAN-STATUS.
           05  AGYTRAN-STAT1       PIC X.
           05  AGYTRAN-STAT2       PIC X.

       COPY CVTRA06Y.
       COPY CVTRA15Y.

       COPY CVAGY04Y.
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
           05 WS-ITEM-COUNT             PIC 9(09) VALUE 0.
           05 WS-POSTED-COUNT           PIC 9(09) VALUE 0.
           05 WS-EXCEPT-COUNT           PIC 9(09) VALUE 0.
           05 WS-COLLECTED-TOTAL        PIC S9(13)V99 VALUE 0.
           05 WS-COMMISSION-TOTAL       PIC S9(13)V99 VALUE 0.
           05 WS-NET-TOTAL              PIC S9(13)V99 VALUE 0.

      * The remittance file is proven against its own controls
      * before a single item is posted - same discipline as the
      * lockbox feed.
       01  WS-FEED-CONTROL-VARS.
           05 WS-HDR-SEEN               PIC X(01) VALUE 'N'.
           05 WS-TLR-SEEN               PIC X(01) VALUE 'N'.
           05 WS-FEED-DATE-ERR          PIC X(01) VALUE 'N'.
           05 WS-PRESCAN-COUNT          PIC 9(09) VALUE 0.
           05 WS-PRESCAN-HASH           PIC 9(15) VALUE 0.
           05 WS-TLR-ITEM-COUNT         PIC 9(09) VALUE 0.
           05 WS-TLR-AMOUNT-HASH        PIC 9(15) VALUE 0.
           05 WS-REMIT-AGENCY-ID        PIC X(04) VALUE SPACES.
           05 WS-REMIT-DATE             PIC X(10) VALUE SPACES.

       01  WS-ITEM-VARS.
           05 WS-SKIP-REASON            PIC X(40) VALUE SPACES.
           05 WS-COMMISSION-AMT         PIC S9(09)V99 VALUE 0.
           05 WS-NET-AMT                PIC S9(09)V99 VALUE 0.
           05 WS-FEED-HASH              PIC 9(15) VALUE 0.
           05 WS-TRANID-SUFFIX          PIC 9(06) VALUE 0.
           05 WS-PARM-YYYYMMDD          PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBAGY02C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBAGY02C' TO RST-PROGRAM.
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

           PERFORM 0050-VERIFY-REMIT-CONTROLS.

           PERFORM 0000-REMIT-OPEN.
           PERFORM 0100-AGENCY-OPEN.
           PERFORM 0200-PLACE-OPEN.
           PERFORM 0300-RHIST-OPEN.
           PERFORM 0400-XREFFILE-OPEN.
           PERFORM 0500-AGYTRAN-OPEN.
           PERFORM 0600-REPTFILE-OPEN.

           MOVE WS-REMIT-AGENCY-ID TO FD-AGY-AGENCY-ID
           READ AGENCY-FILE INTO COLLECTION-AGENCY-RECORD
              INVALID KEY
                DISPLAY 'REMITTING AGENCY ' WS-REMIT-AGENCY-ID
                        ' IS NOT ON THE COLLECTION AGENCY FILE'
                DISPLAY 'REMITTANCE RUN STOPPED - VERIFY THE FILE '
                        'WITH THE AGENCY'
                PERFORM 9999-ABEND-PROGRAM
           END-READ

           PERFORM 4210-WRITE-HEADERS.
           PERFORM 2050-WRITE-FEED-HEADER.

           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1000-REMIT-GET-NEXT
               IF  END-OF-FILE = 'N'
               AND FD-REMIT-REC(1:8) = 'AGYRMDTL'
                   MOVE FD-REMIT-REC TO AGENCY-REMIT-DTL
                   ADD 1 TO WS-ITEM-COUNT
                   PERFORM 2000-POST-ITEM
                      THRU 2000-POST-ITEM-EXIT
               END-IF
           END-PERFORM

           PERFORM 2900-WRITE-FEED-TRAILER.

           MOVE WS-POSTED-COUNT     TO AGR-REPT-POSTED-COUNT
           MOVE WS-COLLECTED-TOTAL  TO AGR-REPT-COLLECTED
           MOVE WS-COMMISSION-TOTAL TO AGR-REPT-COMMISSION
           MOVE WS-EXCEPT-COUNT     TO AGR-REPT-EXCEPT-COUNT
           MOVE AGR-REPORT-GRAND-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC

           PERFORM 9000-REMIT-CLOSE.
           PERFORM 9100-AGENCY-CLOSE.
           PERFORM 9200-PLACE-CLOSE.
           PERFORM 9300-RHIST-CLOSE.
           PERFORM 9400-XREFFILE-CLOSE.
           PERFORM 9500-AGYTRAN-CLOSE.
           PERFORM 9600-REPTFILE-CLOSE.
           DISPLAY 'REMITTANCE ITEMS READ   :' WS-ITEM-COUNT
           DISPLAY 'ITEMS POSTED            :' WS-POSTED-COUNT
           DISPLAY 'ITEM EXCEPTIONS         :' WS-EXCEPT-COUNT
           DISPLAY 'AMOUNT COLLECTED        :' WS-COLLECTED-TOTAL
           DISPLAY 'AGENCY COMMISSION       :' WS-COMMISSION-TOTAL
           DISPLAY 'NET RECOVERIES POSTED   :' WS-NET-TOTAL
           SET RST-EVENT-END TO TRUE.
           MOVE WS-ITEM-COUNT TO RST-RECORD-COUNT.
           MOVE WS-EXCEPT-COUNT TO RST-REJECT-COUNT.
           MOVE WS-NET-TOTAL TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBAGY02C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Prescan pass - prove the remittance file against the agency's
      * header/trailer controls before posting a single item.
      *---------------------------------------------------------------*
       0050-VERIFY-REMIT-CONTROLS.
           PERFORM 0000-REMIT-OPEN
           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1000-REMIT-GET-NEXT
               IF  END-OF-FILE = 'N'
                    PERFORM 0060-CLASSIFY-RECORD
                       THRU 0060-CLASSIFY-RECORD-EXIT
               END-IF
           END-PERFORM
           PERFORM 9000-REMIT-CLOSE
           IF  WS-HDR-SEEN = 'N'
               DISPLAY 'REMITTANCE FILE HAS NO HEADER RECORD'
               DISPLAY 'REMITTANCE RUN STOPPED - RE-REQUEST THE FILE '
                       'FROM THE AGENCY'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-TLR-SEEN = 'N'
               DISPLAY 'REMITTANCE FILE HAS NO TRAILER RECORD - '
                       'TRANSMISSION MAY BE TRUNCATED'
               DISPLAY 'REMITTANCE RUN STOPPED - RE-REQUEST THE FILE '
                       'FROM THE AGENCY'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-FEED-DATE-ERR = 'Y'
               DISPLAY 'REMITTANCE DATE ' WS-REMIT-DATE
                       ' IS AFTER RUN DATE ' PARM-DATE
               DISPLAY 'REMITTANCE RUN STOPPED - VERIFY THE FILE '
                       'WITH THE AGENCY'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-TLR-ITEM-COUNT NOT = WS-PRESCAN-COUNT
               DISPLAY 'REMITTANCE ITEM COUNT MISMATCH - TRAILER: '
                       WS-TLR-ITEM-COUNT
                       ' RECEIVED: ' WS-PRESCAN-COUNT
               DISPLAY 'REMITTANCE RUN STOPPED - TRANSMISSION IS '
                       'INCOMPLETE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-TLR-AMOUNT-HASH NOT = WS-PRESCAN-HASH
               DISPLAY 'REMITTANCE AMOUNT HASH MISMATCH - TRAILER: '
                       WS-TLR-AMOUNT-HASH
                       ' RECEIVED: ' WS-PRESCAN-HASH
               DISPLAY 'REMITTANCE RUN STOPPED - TRANSMISSION IS '
                       'CORRUPT'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0060-CLASSIFY-RECORD.
           IF  FD-REMIT-REC(1:8) = 'AGYRMHDR'
               MOVE 'Y' TO WS-HDR-SEEN
               MOVE FD-REMIT-REC TO AGENCY-REMIT-HDR
               MOVE ARMH-AGENCY-ID  TO WS-REMIT-AGENCY-ID
               MOVE ARMH-REMIT-DATE TO WS-REMIT-DATE
               IF  ARMH-REMIT-DATE > PARM-DATE
                   MOVE 'Y' TO WS-FEED-DATE-ERR
               END-IF
               GO TO 0060-CLASSIFY-RECORD-EXIT
           END-IF
           IF  FD-REMIT-REC(1:8) = 'AGYRMTLR'
               MOVE 'Y' TO WS-TLR-SEEN
               MOVE FD-REMIT-REC TO AGENCY-REMIT-TLR
               MOVE ARMT-ITEM-COUNT  TO WS-TLR-ITEM-COUNT
               MOVE ARMT-AMOUNT-HASH TO WS-TLR-AMOUNT-HASH
               GO TO 0060-CLASSIFY-RECORD-EXIT
           END-IF
           MOVE FD-REMIT-REC TO AGENCY-REMIT-DTL
           ADD 1 TO WS-PRESCAN-COUNT
           IF  ARMD-COLLECTED-AMT IS NUMERIC
               COMPUTE WS-PRESCAN-HASH = WS-PRESCAN-HASH
                     + (ARMD-COLLECTED-AMT * 100)
           END-IF.
       0060-CLASSIFY-RECORD-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       1000-REMIT-GET-NEXT.
           READ REMIT-FILE
              AT END
                MOVE 'Y' TO END-OF-FILE
           END-READ
           IF  REMIT-STATUS NOT = '00' AND '10'
               DISPLAY 'ERROR READING AGENCY REMITTANCE FILE'
               MOVE REMIT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2000-POST-ITEM.
           MOVE SPACES TO WS-SKIP-REASON
           MOVE 0      TO WS-COMMISSION-AMT
                          WS-NET-AMT
           PERFORM 2100-MATCH-PLACEMENT
              THRU 2100-MATCH-PLACEMENT-EXIT
           IF  WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-EXCEPT-COUNT
               PERFORM 4200-WRITE-DETAIL
               GO TO 2000-POST-ITEM-EXIT
           END-IF

      *    Commission comes off the top; only the net is ours.
           COMPUTE WS-COMMISSION-AMT ROUNDED =
                   ARMD-COLLECTED-AMT * AGY-COMMISSION-PCT / 100
           COMPUTE WS-NET-AMT = ARMD-COLLECTED-AMT - WS-COMMISSION-AMT

           PERFORM 2200-WRITE-REMIT-HISTORY
           IF  WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-EXCEPT-COUNT
               MOVE 0 TO WS-COMMISSION-AMT
                         WS-NET-AMT
               PERFORM 4200-WRITE-DETAIL
               GO TO 2000-POST-ITEM-EXIT
           END-IF

           PERFORM 2300-WRITE-RECOVERY-TRAN
           PERFORM 2400-UPDATE-PLACEMENT
           ADD 1 TO WS-POSTED-COUNT
           ADD ARMD-COLLECTED-AMT TO WS-COLLECTED-TOTAL
           ADD WS-COMMISSION-AMT  TO WS-COMMISSION-TOTAL
           ADD WS-NET-AMT         TO WS-NET-TOTAL
           PERFORM 4200-WRITE-DETAIL.
       2000-POST-ITEM-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2100-MATCH-PLACEMENT.
           IF  ARMD-ACCT-ID IS NOT NUMERIC
               MOVE 'ACCOUNT ID NOT NUMERIC' TO WS-SKIP-REASON
               GO TO 2100-MATCH-PLACEMENT-EXIT
           END-IF
           IF  ARMD-COLLECTED-AMT IS NOT NUMERIC
           OR  ARMD-COLLECTED-AMT = 0
               MOVE 'COLLECTED AMOUNT MISSING OR INVALID'
                 TO WS-SKIP-REASON
               GO TO 2100-MATCH-PLACEMENT-EXIT
           END-IF
           MOVE ARMD-ACCT-ID TO FD-PLC-ACCT-ID
           READ PLACE-FILE INTO AGENCY-PLACEMENT-RECORD
              INVALID KEY
                MOVE 'ACCOUNT NOT PLACED FOR COLLECTION'
                  TO WS-SKIP-REASON
                GO TO 2100-MATCH-PLACEMENT-EXIT
           END-READ
      *    Money an agency collected before a recall reached it is
      *    still ours to post - only the owning agency may remit.
           IF  PLC-AGENCY-ID NOT = WS-REMIT-AGENCY-ID
               MOVE 'ACCOUNT PLACED WITH ANOTHER AGENCY'
                 TO WS-SKIP-REASON
               GO TO 2100-MATCH-PLACEMENT-EXIT
           END-IF
           MOVE PLC-ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  MOVE 'NO CARD CROSS REFERENCE' TO WS-SKIP-REASON
           END-READ.
       2100-MATCH-PLACEMENT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2200-WRITE-REMIT-HISTORY.
           ADD 1 TO WS-TRANID-SUFFIX
           INITIALIZE AGENCY-REMIT-HIST-RECORD
           MOVE WS-REMIT-AGENCY-ID    TO RMH-AGENCY-ID
           MOVE WS-REMIT-DATE         TO RMH-REMIT-DATE
           MOVE ARMD-ITEM-SEQ         TO RMH-ITEM-SEQ
           MOVE PLC-ACCT-ID           TO RMH-ACCT-ID
           MOVE ARMD-COLLECTED-AMT    TO RMH-COLLECTED-AMT
           MOVE WS-COMMISSION-AMT     TO RMH-COMMISSION-AMT
           MOVE WS-NET-AMT            TO RMH-NET-AMT
           MOVE PARM-DATE             TO RMH-POSTED-DATE
           STRING WS-REMIT-AGENCY-ID ,
                  WS-PARM-YYYYMMDD(3:6) ,
                  WS-TRANID-SUFFIX
             DELIMITED BY SIZE
             INTO RMH-TRAN-ID
           END-STRING
           MOVE AGENCY-REMIT-HIST-RECORD TO FD-RHIST-REC
           WRITE FD-RHIST-REC
           IF  RHIST-STATUS = '22'
               MOVE 'ITEM ALREADY POSTED' TO WS-SKIP-REASON
           ELSE
               IF  RHIST-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING AGENCY REMITTANCE HISTORY'
                   MOVE RHIST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2300-WRITE-RECOVERY-TRAN.
           INITIALIZE DALYTRAN-RECORD
           MOVE RMH-TRAN-ID         TO DALYTRAN-ID
           MOVE '02'                TO DALYTRAN-TYPE-CD
           MOVE 2                   TO DALYTRAN-CAT-CD
           MOVE 'AGENCY'            TO DALYTRAN-SOURCE
           STRING 'AGENCY RECOVERY - ' ,
                  WS-REMIT-AGENCY-ID ,
                  ' REF ' ,
                  ARMD-AGENCY-REF
             DELIMITED BY SIZE
             INTO DALYTRAN-DESC
           END-STRING
           COMPUTE DALYTRAN-AMT = 0 - WS-NET-AMT
           MOVE 999999999           TO DALYTRAN-MERCHANT-ID
           MOVE AGY-NAME            TO DALYTRAN-MERCHANT-NAME
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

           WRITE FD-AGYTRAN-REC FROM DALYTRAN-RECORD
           IF  AGYTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AGENCY TRANSACTION FEED'
               MOVE AGYTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           COMPUTE WS-FEED-HASH = WS-FEED-HASH
                 + (WS-NET-AMT * 100)
           EXIT.
      *---------------------------------------------------------------*
       2400-UPDATE-PLACEMENT.
           ADD ARMD-COLLECTED-AMT    TO PLC-RECOVERED-AMT
           ADD WS-COMMISSION-AMT     TO PLC-COMMISSION-AMT
           MOVE WS-REMIT-DATE        TO PLC-LAST-REMIT-DATE
           MOVE AGENCY-PLACEMENT-RECORD TO FD-PLACE-REC
           REWRITE FD-PLACE-REC
           IF  PLACE-STATUS NOT = '00'
               DISPLAY 'ERROR RE-WRITING AGENCY PLACEMENT FILE'
               MOVE PLACE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2050-WRITE-FEED-HEADER.
           INITIALIZE DALYTRAN-HDR-RECORD
           MOVE 'DALYTHDR'          TO DTHR-RECORD-ID
           MOVE PARM-DATE           TO DTHR-BUSINESS-DATE
           MOVE 'AGENCY'            TO DTHR-FEED-SOURCE
           STRING PARM-DATE ,
                  '-00.00.00.000000'
             DELIMITED BY SIZE
             INTO DTHR-CREATE-TS
           END-STRING
           WRITE FD-AGYTRAN-REC FROM DALYTRAN-HDR-RECORD
           IF  AGYTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AGENCY TRANSACTION FEED'
               MOVE AGYTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2900-WRITE-FEED-TRAILER.
           INITIALIZE DALYTRAN-TLR-RECORD
           MOVE 'DALYTTLR'          TO DTTR-RECORD-ID
           MOVE WS-POSTED-COUNT     TO DTTR-DETAIL-COUNT
           MOVE WS-FEED-HASH        TO DTTR-AMOUNT-HASH
           WRITE FD-AGYTRAN-REC FROM DALYTRAN-TLR-RECORD
           IF  AGYTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AGENCY TRANSACTION FEED'
               MOVE AGYTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4200-WRITE-DETAIL.
           INITIALIZE AGR-DETAIL-REPORT
           MOVE ARMD-ITEM-SEQ        TO AGR-REPORT-ITEM-SEQ
           MOVE ARMD-ACCT-ID         TO AGR-REPORT-ACCT-ID
           IF  ARMD-COLLECTED-AMT IS NUMERIC
               MOVE ARMD-COLLECTED-AMT TO AGR-REPORT-COLLECTED
           END-IF
           MOVE WS-COMMISSION-AMT    TO AGR-REPORT-COMMISSION
           MOVE WS-NET-AMT           TO AGR-REPORT-NET
           IF  WS-SKIP-REASON = SPACES
               MOVE RMH-TRAN-ID      TO AGR-REPORT-TRAN-ID
           END-IF
           MOVE WS-SKIP-REASON       TO AGR-REPORT-REASON
           MOVE AGR-DETAIL-REPORT TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE WS-REMIT-AGENCY-ID TO AGR-REPT-AGENCY-ID
           MOVE WS-REMIT-DATE      TO AGR-REPT-REMIT-DATE
           MOVE AGR-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE AGR-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE AGR-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING AGENCY REMITTANCE REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0000-REMIT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT REMIT-FILE
           IF  REMIT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AGENCY REMITTANCE FILE'
               MOVE REMIT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0100-AGENCY-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT AGENCY-FILE
           IF  AGENCY-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING COLLECTION AGENCY FILE'
               MOVE AGENCY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0200-PLACE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O PLACE-FILE
           IF  PLACE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AGENCY PLACEMENT FILE'
               MOVE PLACE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0300-RHIST-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O RHIST-FILE
           IF  RHIST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AGENCY REMITTANCE HISTORY'
               MOVE RHIST-STATUS TO IO-STATUS
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
       0500-AGYTRAN-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT AGYTRAN-FILE
           IF  AGYTRAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AGENCY TRANSACTION FEED'
               MOVE AGYTRAN-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR OPENING AGENCY REMITTANCE REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-REMIT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE REMIT-FILE
           IF  REMIT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING AGENCY REMITTANCE FILE'
               MOVE REMIT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9100-AGENCY-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE AGENCY-FILE
           IF  AGENCY-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING COLLECTION AGENCY FILE'
               MOVE AGENCY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9200-PLACE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PLACE-FILE
           IF  PLACE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING AGENCY PLACEMENT FILE'
               MOVE PLACE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9300-RHIST-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE RHIST-FILE
           IF  RHIST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING AGENCY REMITTANCE HISTORY'
               MOVE RHIST-STATUS TO IO-STATUS
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
       9500-AGYTRAN-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE AGYTRAN-FILE
           IF  AGYTRAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING AGENCY TRANSACTION FEED'
               MOVE AGYTRAN-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING AGENCY REMITTANCE REPORT'
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
