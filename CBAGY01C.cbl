      ******************************************************************
      * Program     : CBAGY01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Collection agency placement and recall.  Places
      *               each charged-off account with a balance left to
      *               collect with an outside collection agency -
      *               rotating placements across the active agencies
      *               - and writes the placement extract with the
      *               customer's contact details from CUSTDAT.  Pulls
      *               back placed accounts that must come home (an
      *               open dispute, a bankruptcy, or paid in full by
      *               the agency's collections) on the recall file.
      *               A bankruptcy, deceased or litigation status on
      *               the legal status file keeps an account from
      *               being placed and recalls it if it already is.
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
       PROGRAM-ID.    CBAGY01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
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

           SELECT DISP-FILE ASSIGN TO DISPFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-DISP-TRAN-ID
                  FILE STATUS  IS DISPFILE-STATUS.

           SELECT LEGAL-FILE ASSIGN TO LEGALSTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-LGL-ACCT-ID
                  FILE STATUS  IS LEGALSTS-STATUS.

           SELECT AGENCY-FILE ASSIGN TO AGENCY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-AGY-AGENCY-ID
                  FILE STATUS  IS AGENCY-STATUS.

           SELECT PLACE-FILE ASSIGN TO AGYPLACE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-PLC-ACCT-ID
                  FILE STATUS  IS PLACE-STATUS.

           SELECT PLCEXT-FILE ASSIGN TO AGYPLEXT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PLCEXT-STATUS.

           SELECT RCLEXT-FILE ASSIGN TO AGYRCEXT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RCLEXT-STATUS.

           SELECT REPORT-FILE ASSIGN TO AGYPRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
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

       FD  DISP-FILE.
       01  FD-DISPFILE-REC.
           05 FD-DISP-TRAN-ID                   PIC X(16).
           05 FD-DISP-DATA                      PIC X(134).

       FD  LEGAL-FILE.
       01  FD-LEGAL-REC.
           05 FD-LGL-ACCT-ID                    PIC 9(11).
           05 FD-LGL-DATA                       PIC X(189).

       FD  AGENCY-FILE.
       01  FD-AGENCY-REC.
           05 FD-AGY-AGENCY-ID                  PIC X(04).
           05 FD-AGY-DATA                       PIC X(76).

       FD  PLACE-FILE.
       01  FD-PLACE-REC.
           05 FD-PLC-ACCT-ID                    PIC 9(11).
           05 FD-PLC-DATA                       PIC X(89).

       FD  PLCEXT-FILE.
       01  FD-PLCEXT-REC                        PIC X(400).

       FD  RCLEXT-FILE.
       01  FD-RCLEXT-REC                        PIC X(100).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
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

       COPY CVDSP01Y.
       01  DISPFILE-STATUS.
           05  DISPFILE-STAT1      PIC X.
           05  DISPFILE-STAT2      PIC X.

       COPY CVLGL01Y.
       01  LEGALSTS-STATUS.
           05  LEGALSTS-STAT1      PIC X.
           05  LEGALSTS-STAT2      PIC X.

       COPY CVAGY01Y.
       01  AGENCY-STATUS.
           05  AGENCY-STAT1        PIC X.
           05  AGENCY-STAT2        PIC X.
       01  PLACE-STATUS.
           05  PLACE-STAT1         PIC X.
           05  PLACE-STAT2         PIC X.

       COPY CVAGY02Y.
       01  PLCEXT-STATUS.
           05  PLCEXT-STAT1        PIC X.
           05  PLCEXT-STAT2        PIC X.
       01  RCLEXT-STATUS.
           05  RCLEXT-STAT1        PIC X.
           05  RCLEXT-STAT2        PIC X.

       COPY CVAGY03Y.
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
           05 WS-ACCT-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-PLACED-COUNT           PIC 9(09) VALUE 0.
           05 WS-RECALL-COUNT           PIC 9(09) VALUE 0.
           05 WS-SKIPPED-COUNT          PIC 9(09) VALUE 0.
           05 WS-PLACED-TOTAL           PIC S9(13)V99 VALUE 0.
           05 WS-PLACED-HASH            PIC 9(15) VALUE 0.

      * Active agencies, loaded from the agency master at the start
      * of the run and written back with their new placement counts
      * at the end.
       01  WS-AGENCY-TABLE.
           05 WS-AGENCY-COUNT           PIC 9(03) VALUE 0.
           05 WS-AGENCY-MAX             PIC 9(03) VALUE 50.
           05 WS-AGENCY-ENTRY OCCURS 50 TIMES
                              INDEXED BY AGY-IX.
               10 WS-AGT-RECORD         PIC X(80).
               10 WS-AGT-PLACED-COUNT   PIC 9(09).
               10 WS-AGT-CHANGED        PIC X(01).
       01  WS-AGENCY-PICK               PIC 9(03) VALUE 0.
       01  WS-AGENCY-SUB                PIC 9(03) VALUE 0.

      * Accounts with a dispute still open - these may not be placed
      * and are recalled if they already are.
       01  WS-DISPUTE-TABLE.
           05 WS-DISPUTE-COUNT          PIC 9(05) VALUE 0.
           05 WS-DISPUTE-MAX            PIC 9(05) VALUE 5000.
           05 WS-DISPUTE-ACCT-ID OCCURS 5000 TIMES
                              INDEXED BY DSP-IX
                                        PIC 9(11).

       01  WS-PLACE-VARS.
           05 WS-PLACE-FOUND            PIC X(01) VALUE 'N'.
               88 PLACE-REC-FOUND           VALUE 'Y'.
           05 WS-IN-DISPUTE             PIC X(01) VALUE 'N'.
               88 ACCT-IN-DISPUTE           VALUE 'Y'.
           05 WS-LEGAL-TYPE             PIC X(01) VALUE SPACES.
               88 LEGAL-NONE                VALUE SPACES.
               88 LEGAL-BANKRUPTCY          VALUE 'B'.
           05 WS-SKIP-REASON            PIC X(30) VALUE SPACES.
           05 WS-RECALL-REASON          PIC X(01) VALUE SPACES.
      *    Account status reason set on an account discharged or
      *    stayed in bankruptcy.
           05 WS-BANKRUPT-REASON-CD     PIC X(02) VALUE 'BK'.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBAGY01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBAGY01C' TO RST-PROGRAM.
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
           PERFORM 0000-ACCTFILE-OPEN.
           PERFORM 0100-XREFFILE-OPEN.
           PERFORM 0200-CUSTFILE-OPEN.
           PERFORM 0300-DISPFILE-OPEN.
           PERFORM 0350-LEGALSTS-OPEN.
           PERFORM 0400-AGENCY-OPEN.
           PERFORM 0500-PLACE-OPEN.
           PERFORM 0600-PLCEXT-OPEN.
           PERFORM 0700-RCLEXT-OPEN.
           PERFORM 0800-REPTFILE-OPEN.

           PERFORM 1000-LOAD-AGENCIES.
           PERFORM 1100-LOAD-OPEN-DISPUTES.
           PERFORM 4210-WRITE-HEADERS.
           PERFORM 2050-WRITE-EXTRACT-HEADERS.

           MOVE 'N' TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1200-ACCTFILE-GET-NEXT
               IF  END-OF-FILE = 'N'
                   ADD 1 TO WS-ACCT-READ-COUNT
                   IF  ACCT-STAT-CHARGED-OFF
                        PERFORM 2000-PLACE-OR-RECALL
                           THRU 2000-PLACE-OR-RECALL-EXIT
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 2900-WRITE-EXTRACT-TRAILERS.
           PERFORM 3000-SAVE-AGENCY-COUNTS.

           MOVE WS-PLACED-COUNT  TO AGP-REPT-PLACED-COUNT
           MOVE WS-PLACED-TOTAL  TO AGP-REPT-PLACED-BAL
           MOVE WS-RECALL-COUNT  TO AGP-REPT-RECALL-COUNT
           MOVE WS-SKIPPED-COUNT TO AGP-REPT-SKIPPED-COUNT
           MOVE AGP-REPORT-GRAND-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC

           PERFORM 9000-ACCTFILE-CLOSE.
           PERFORM 9100-XREFFILE-CLOSE.
           PERFORM 9200-CUSTFILE-CLOSE.
           PERFORM 9300-DISPFILE-CLOSE.
           PERFORM 9350-LEGALSTS-CLOSE.
           PERFORM 9400-AGENCY-CLOSE.
           PERFORM 9500-PLACE-CLOSE.
           PERFORM 9600-PLCEXT-CLOSE.
           PERFORM 9700-RCLEXT-CLOSE.
           PERFORM 9800-REPTFILE-CLOSE.
           DISPLAY 'ACCOUNTS READ           :' WS-ACCT-READ-COUNT
           DISPLAY 'ACCOUNTS PLACED         :' WS-PLACED-COUNT
           DISPLAY 'ACCOUNTS RECALLED       :' WS-RECALL-COUNT
           DISPLAY 'PLACEMENTS SKIPPED      :' WS-SKIPPED-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-ACCT-READ-COUNT TO RST-RECORD-COUNT.
           MOVE WS-SKIPPED-COUNT TO RST-REJECT-COUNT.
           MOVE WS-PLACED-TOTAL TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBAGY01C'.

           GOBACK.
      *---------------------------------------------------------------*
       1000-LOAD-AGENCIES.
           MOVE LOW-VALUES TO FD-AGY-AGENCY-ID
           START AGENCY-FILE KEY >= FD-AGY-AGENCY-ID
              INVALID KEY
                MOVE '10' TO AGENCY-STATUS
           END-START
           PERFORM UNTIL AGENCY-STATUS = '10'
               READ AGENCY-FILE NEXT RECORD
                    INTO COLLECTION-AGENCY-RECORD
                  AT END
                    CONTINUE
                  NOT AT END
                    IF  AGY-ACTIVE
                        PERFORM 1010-ADD-AGENCY-ENTRY
                    END-IF
               END-READ
               IF  AGENCY-STATUS NOT = '00' AND '10'
                   DISPLAY 'ERROR READING COLLECTION AGENCY FILE'
                   MOVE AGENCY-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-PERFORM
           IF  WS-AGENCY-COUNT = 0
               DISPLAY 'NO ACTIVE COLLECTION AGENCY - NO ACCOUNTS '
                       'WILL BE PLACED'
           END-IF
           EXIT.

       1010-ADD-AGENCY-ENTRY.
           IF  WS-AGENCY-COUNT >= WS-AGENCY-MAX
               DISPLAY 'TOO MANY ACTIVE COLLECTION AGENCIES - LIMIT '
                       WS-AGENCY-MAX
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-AGENCY-COUNT
           MOVE COLLECTION-AGENCY-RECORD
                             TO WS-AGT-RECORD(WS-AGENCY-COUNT)
           MOVE AGY-PLACED-COUNT
                             TO WS-AGT-PLACED-COUNT(WS-AGENCY-COUNT)
           MOVE 'N'          TO WS-AGT-CHANGED(WS-AGENCY-COUNT)
           EXIT.
      *---------------------------------------------------------------*
       1100-LOAD-OPEN-DISPUTES.
           PERFORM UNTIL DISPFILE-STATUS = '10'
               READ DISP-FILE INTO DISPUTE-RECORD
                  AT END
                    CONTINUE
                  NOT AT END
                    IF  DISP-STAT-PROV-CREDITED
                        PERFORM 1110-ADD-DISPUTE-ENTRY
                    END-IF
               END-READ
               IF  DISPFILE-STATUS NOT = '00' AND '10'
                   DISPLAY 'ERROR READING DISPUTE FILE'
                   MOVE DISPFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-PERFORM
           EXIT.

       1110-ADD-DISPUTE-ENTRY.
           IF  WS-DISPUTE-COUNT >= WS-DISPUTE-MAX
               DISPLAY 'TOO MANY OPEN DISPUTES - LIMIT '
                       WS-DISPUTE-MAX
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-DISPUTE-COUNT
           MOVE DISP-ACCT-ID TO WS-DISPUTE-ACCT-ID(WS-DISPUTE-COUNT)
           EXIT.
      *---------------------------------------------------------------*
       1200-ACCTFILE-GET-NEXT.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD.
           IF  ACCTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF  ACCTFILE-STATUS = '10'
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
                   DISPLAY 'ERROR READING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2000-PLACE-OR-RECALL.
           MOVE 'N' TO WS-IN-DISPUTE
           IF  WS-DISPUTE-COUNT > 0
               SET DSP-IX TO 1
               SEARCH WS-DISPUTE-ACCT-ID
                   WHEN DSP-IX > WS-DISPUTE-COUNT
                       CONTINUE
                   WHEN WS-DISPUTE-ACCT-ID(DSP-IX) = ACCT-ID
                       MOVE 'Y' TO WS-IN-DISPUTE
               END-SEARCH
           END-IF
           PERFORM 2050-CHECK-LEGAL-STATUS

           MOVE ACCT-ID TO FD-PLC-ACCT-ID
           READ PLACE-FILE INTO AGENCY-PLACEMENT-RECORD
              INVALID KEY
                MOVE 'N' TO WS-PLACE-FOUND
              NOT INVALID KEY
                MOVE 'Y' TO WS-PLACE-FOUND
           END-READ

      *    An account placed once is never placed again - recalled
      *    accounts stay with us.
           IF  PLACE-REC-FOUND
               IF  PLC-STAT-PLACED
                   PERFORM 2500-CHECK-RECALL
                      THRU 2500-CHECK-RECALL-EXIT
               END-IF
               GO TO 2000-PLACE-OR-RECALL-EXIT
           END-IF

           MOVE SPACES TO WS-SKIP-REASON
           EVALUATE TRUE
               WHEN ACCT-CURR-BAL NOT > 0
                   GO TO 2000-PLACE-OR-RECALL-EXIT
               WHEN ACCT-IN-DISPUTE
                   MOVE 'OPEN DISPUTE'          TO WS-SKIP-REASON
               WHEN ACCT-STATUS-REASON-CD = WS-BANKRUPT-REASON-CD
               WHEN LEGAL-BANKRUPTCY
                   MOVE 'BANKRUPTCY'            TO WS-SKIP-REASON
               WHEN NOT LEGAL-NONE
                   MOVE 'LEGAL STATUS ON ACCOUNT' TO WS-SKIP-REASON
               WHEN WS-AGENCY-COUNT = 0
                   MOVE 'NO ACTIVE AGENCY'      TO WS-SKIP-REASON
               WHEN OTHER
                   PERFORM 2200-GET-XREF-DATA
                   IF  WS-SKIP-REASON = SPACES
                       PERFORM 2300-GET-CUST-DATA
                   END-IF
           END-EVALUATE
           IF  WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               INITIALIZE AGP-DETAIL-REPORT
               MOVE 'SKIPPED'         TO AGP-REPORT-ACTION
               MOVE ACCT-ID           TO AGP-REPORT-ACCT-ID
               MOVE ACCT-CURR-BAL     TO AGP-REPORT-PLACED-BAL
               MOVE WS-SKIP-REASON    TO AGP-REPORT-REASON
               MOVE AGP-DETAIL-REPORT TO FD-REPTFILE-REC
               PERFORM 4290-WRITE-REPORT-REC
               GO TO 2000-PLACE-OR-RECALL-EXIT
           END-IF

           PERFORM 2100-PICK-AGENCY
           PERFORM 2400-PLACE-ACCOUNT.
       2000-PLACE-OR-RECALL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2050-CHECK-LEGAL-STATUS.
      *    An account in bankruptcy, of a deceased cardholder, or in
      *    litigation may not be worked by an outside agency.
           MOVE SPACES  TO WS-LEGAL-TYPE
           MOVE ACCT-ID TO FD-LGL-ACCT-ID
           READ LEGAL-FILE INTO LEGAL-STATUS-RECORD
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF  LGL-SUPPRESS-ACTIVITY
                    MOVE LGL-STATUS-TYPE TO WS-LEGAL-TYPE
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
       2100-PICK-AGENCY.
      *    Rotation - the active agency holding the fewest placements
      *    takes the next one; ties go to the lower agency id.
           MOVE 1 TO WS-AGENCY-PICK
           PERFORM VARYING WS-AGENCY-SUB FROM 2 BY 1
              UNTIL WS-AGENCY-SUB > WS-AGENCY-COUNT
               IF  WS-AGT-PLACED-COUNT(WS-AGENCY-SUB)
                 < WS-AGT-PLACED-COUNT(WS-AGENCY-PICK)
                   MOVE WS-AGENCY-SUB TO WS-AGENCY-PICK
               END-IF
           END-PERFORM
           ADD 1 TO WS-AGT-PLACED-COUNT(WS-AGENCY-PICK)
           MOVE 'Y' TO WS-AGT-CHANGED(WS-AGENCY-PICK)
           MOVE WS-AGT-RECORD(WS-AGENCY-PICK)
                             TO COLLECTION-AGENCY-RECORD
           EXIT.
      *---------------------------------------------------------------*
       2200-GET-XREF-DATA.
           MOVE ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  MOVE 'NO CARD CROSS REFERENCE' TO WS-SKIP-REASON
           END-READ
           EXIT.
      *---------------------------------------------------------------*
       2300-GET-CUST-DATA.
           MOVE XREF-CUST-ID TO FD-CUST-ID
           READ CUST-FILE INTO CUSTOMER-RECORD
               INVALID KEY
                  MOVE 'CUSTOMER RECORD NOT FOUND' TO WS-SKIP-REASON
           END-READ
           EXIT.
      *---------------------------------------------------------------*
       2400-PLACE-ACCOUNT.
           INITIALIZE AGENCY-PLACEMENT-RECORD
           MOVE ACCT-ID               TO PLC-ACCT-ID
           MOVE AGY-AGENCY-ID         TO PLC-AGENCY-ID
           SET PLC-STAT-PLACED        TO TRUE
           MOVE PARM-DATE             TO PLC-PLACED-DATE
           MOVE ACCT-CURR-BAL         TO PLC-PLACED-BAL
           MOVE SPACES                TO PLC-RECALL-DATE
                                         PLC-RECALL-REASON
                                         PLC-LAST-REMIT-DATE
           MOVE 0                     TO PLC-RECOVERED-AMT
                                         PLC-COMMISSION-AMT
           MOVE AGENCY-PLACEMENT-RECORD TO FD-PLACE-REC
           WRITE FD-PLACE-REC
           IF  PLACE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AGENCY PLACEMENT FILE'
               MOVE PLACE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

           INITIALIZE AGENCY-PLACEMENT-DTL
           MOVE 'AGYPLDTL'            TO APLD-RECORD-ID
           MOVE AGY-AGENCY-ID         TO APLD-AGENCY-ID
           MOVE ACCT-ID               TO APLD-ACCT-ID
           MOVE ACCT-STATUS-DATE      TO APLD-CHARGE-OFF-DATE
           MOVE ACCT-CURR-BAL         TO APLD-PLACED-BAL
           MOVE CUST-ID               TO APLD-CUST-ID
           MOVE CUST-FIRST-NAME       TO APLD-FIRST-NAME
           MOVE CUST-MIDDLE-NAME      TO APLD-MIDDLE-NAME
           MOVE CUST-LAST-NAME        TO APLD-LAST-NAME
           MOVE CUST-ADDR-LINE-1      TO APLD-ADDR-LINE-1
           MOVE CUST-ADDR-LINE-2      TO APLD-ADDR-LINE-2
           MOVE CUST-ADDR-LINE-3      TO APLD-ADDR-LINE-3
           MOVE CUST-ADDR-STATE-CD    TO APLD-ADDR-STATE-CD
           MOVE CUST-ADDR-COUNTRY-CD  TO APLD-ADDR-COUNTRY-CD
           MOVE CUST-ADDR-ZIP         TO APLD-ADDR-ZIP
           MOVE CUST-PHONE-NUM-1      TO APLD-PHONE-NUM-1
           MOVE CUST-PHONE-NUM-2      TO APLD-PHONE-NUM-2
           MOVE CUST-SSN              TO APLD-SSN
           MOVE CUST-DOB-YYYY-MM-DD   TO APLD-DOB-YYYY-MM-DD
           WRITE FD-PLCEXT-REC FROM AGENCY-PLACEMENT-DTL
           IF  PLCEXT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AGENCY PLACEMENT EXTRACT'
               MOVE PLCEXT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-PLACED-COUNT
           ADD ACCT-CURR-BAL TO WS-PLACED-TOTAL
           COMPUTE WS-PLACED-HASH = WS-PLACED-HASH
                 + (ACCT-CURR-BAL * 100)

           INITIALIZE AGP-DETAIL-REPORT
           MOVE 'PLACED'              TO AGP-REPORT-ACTION
           MOVE AGY-AGENCY-ID         TO AGP-REPORT-AGENCY-ID
           MOVE ACCT-ID               TO AGP-REPORT-ACCT-ID
           MOVE PARM-DATE             TO AGP-REPORT-PLACED-DATE
           MOVE ACCT-CURR-BAL         TO AGP-REPORT-PLACED-BAL
           MOVE AGY-NAME              TO AGP-REPORT-REASON
           MOVE AGP-DETAIL-REPORT     TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       2500-CHECK-RECALL.
           MOVE SPACES TO WS-RECALL-REASON
           EVALUATE TRUE
               WHEN ACCT-IN-DISPUTE
                   SET PLC-RECALL-DISPUTE  TO TRUE
                   MOVE 'OPEN DISPUTE'     TO WS-SKIP-REASON
               WHEN ACCT-STATUS-REASON-CD = WS-BANKRUPT-REASON-CD
               WHEN LEGAL-BANKRUPTCY
                   SET PLC-RECALL-BANKRUPT TO TRUE
                   MOVE 'BANKRUPTCY'       TO WS-SKIP-REASON
               WHEN NOT LEGAL-NONE
                   SET PLC-RECALL-LEGAL    TO TRUE
                   MOVE 'LEGAL STATUS ON ACCOUNT' TO WS-SKIP-REASON
               WHEN PLC-RECOVERED-AMT >= PLC-PLACED-BAL
                   SET PLC-RECALL-PAID     TO TRUE
                   MOVE 'PAID IN FULL'     TO WS-SKIP-REASON
               WHEN OTHER
                   GO TO 2500-CHECK-RECALL-EXIT
           END-EVALUATE
           MOVE PLC-RECALL-REASON TO WS-RECALL-REASON
           SET PLC-STAT-RECALLED  TO TRUE
           MOVE PARM-DATE         TO PLC-RECALL-DATE
           MOVE AGENCY-PLACEMENT-RECORD TO FD-PLACE-REC
           REWRITE FD-PLACE-REC
           IF  PLACE-STATUS NOT = '00'
               DISPLAY 'ERROR RE-WRITING AGENCY PLACEMENT FILE'
               MOVE PLACE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

           INITIALIZE AGENCY-RECALL-DTL
           MOVE 'AGYRCDTL'            TO ARCD-RECORD-ID
           MOVE PLC-AGENCY-ID         TO ARCD-AGENCY-ID
           MOVE PLC-ACCT-ID           TO ARCD-ACCT-ID
           MOVE WS-RECALL-REASON      TO ARCD-RECALL-REASON
           MOVE PARM-DATE             TO ARCD-RECALL-DATE
           MOVE PLC-PLACED-DATE       TO ARCD-PLACED-DATE
           MOVE PLC-PLACED-BAL        TO ARCD-PLACED-BAL
           MOVE PLC-RECOVERED-AMT     TO ARCD-RECOVERED-AMT
           WRITE FD-RCLEXT-REC FROM AGENCY-RECALL-DTL
           IF  RCLEXT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AGENCY RECALL FILE'
               MOVE RCLEXT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-RECALL-COUNT

           INITIALIZE AGP-DETAIL-REPORT
           MOVE 'RECALLED'            TO AGP-REPORT-ACTION
           MOVE PLC-AGENCY-ID         TO AGP-REPORT-AGENCY-ID
           MOVE PLC-ACCT-ID           TO AGP-REPORT-ACCT-ID
           MOVE PLC-PLACED-DATE       TO AGP-REPORT-PLACED-DATE
           MOVE PLC-PLACED-BAL        TO AGP-REPORT-PLACED-BAL
           MOVE PLC-RECOVERED-AMT     TO AGP-REPORT-RECOVERED
           MOVE WS-SKIP-REASON        TO AGP-REPORT-REASON
           MOVE AGP-DETAIL-REPORT     TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC.
       2500-CHECK-RECALL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2050-WRITE-EXTRACT-HEADERS.
           INITIALIZE AGENCY-PLACEMENT-HDR
           MOVE 'AGYPLHDR'          TO APLH-RECORD-ID
           MOVE PARM-DATE           TO APLH-EXTRACT-DATE
           WRITE FD-PLCEXT-REC FROM AGENCY-PLACEMENT-HDR
           IF  PLCEXT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AGENCY PLACEMENT EXTRACT'
               MOVE PLCEXT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           INITIALIZE AGENCY-RECALL-HDR
           MOVE 'AGYRCHDR'          TO ARCH-RECORD-ID
           MOVE PARM-DATE           TO ARCH-EXTRACT-DATE
           WRITE FD-RCLEXT-REC FROM AGENCY-RECALL-HDR
           IF  RCLEXT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AGENCY RECALL FILE'
               MOVE RCLEXT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2900-WRITE-EXTRACT-TRAILERS.
           INITIALIZE AGENCY-PLACEMENT-TLR
           MOVE 'AGYPLTLR'          TO APLT-RECORD-ID
           MOVE WS-PLACED-COUNT     TO APLT-DETAIL-COUNT
           MOVE WS-PLACED-HASH      TO APLT-AMOUNT-HASH
           WRITE FD-PLCEXT-REC FROM AGENCY-PLACEMENT-TLR
           IF  PLCEXT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AGENCY PLACEMENT EXTRACT'
               MOVE PLCEXT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           INITIALIZE AGENCY-RECALL-TLR
           MOVE 'AGYRCTLR'          TO ARCT-RECORD-ID
           MOVE WS-RECALL-COUNT     TO ARCT-DETAIL-COUNT
           WRITE FD-RCLEXT-REC FROM AGENCY-RECALL-TLR
           IF  RCLEXT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AGENCY RECALL FILE'
               MOVE RCLEXT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       3000-SAVE-AGENCY-COUNTS.
           PERFORM VARYING WS-AGENCY-SUB FROM 1 BY 1
              UNTIL WS-AGENCY-SUB > WS-AGENCY-COUNT
               IF  WS-AGT-CHANGED(WS-AGENCY-SUB) = 'Y'
                   MOVE WS-AGT-RECORD(WS-AGENCY-SUB)
                                  TO COLLECTION-AGENCY-RECORD
                   MOVE WS-AGT-PLACED-COUNT(WS-AGENCY-SUB)
                                  TO AGY-PLACED-COUNT
                   MOVE PARM-DATE TO AGY-LAST-PLACED-DATE
                   MOVE COLLECTION-AGENCY-RECORD TO FD-AGENCY-REC
                   REWRITE FD-AGENCY-REC
                   IF  AGENCY-STATUS NOT = '00'
                       DISPLAY 'ERROR RE-WRITING COLLECTION AGENCY FILE'
                       MOVE AGENCY-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
               END-IF
           END-PERFORM
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE PARM-DATE TO AGP-REPT-ASOF-DATE
           MOVE AGP-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE AGP-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE AGP-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING AGENCY PLACEMENT REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0000-ACCTFILE-OPEN.
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
       0100-XREFFILE-OPEN.
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
       0200-CUSTFILE-OPEN.
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
       0300-DISPFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT DISP-FILE
           IF  DISPFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DISPUTE FILE'
               MOVE DISPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0350-LEGALSTS-OPEN.
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
       0400-AGENCY-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O AGENCY-FILE
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
       0500-PLACE-OPEN.
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
       0600-PLCEXT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT PLCEXT-FILE
           IF  PLCEXT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AGENCY PLACEMENT EXTRACT'
               MOVE PLCEXT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0700-RCLEXT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT RCLEXT-FILE
           IF  RCLEXT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AGENCY RECALL FILE'
               MOVE RCLEXT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0800-REPTFILE-OPEN.
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
               DISPLAY 'ERROR OPENING AGENCY PLACEMENT REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-ACCTFILE-CLOSE.
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
               DISPLAY 'ERROR CLOSING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9100-XREFFILE-CLOSE.
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
       9200-CUSTFILE-CLOSE.
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
       9300-DISPFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DISP-FILE
           IF  DISPFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DISPUTE FILE'
               MOVE DISPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9350-LEGALSTS-CLOSE.
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
       9400-AGENCY-CLOSE.
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
       9500-PLACE-CLOSE.
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
       9600-PLCEXT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PLCEXT-FILE
           IF  PLCEXT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING AGENCY PLACEMENT EXTRACT'
               MOVE PLCEXT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9700-RCLEXT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE RCLEXT-FILE
           IF  RCLEXT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING AGENCY RECALL FILE'
               MOVE RCLEXT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9800-REPTFILE-CLOSE.
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
               DISPLAY 'ERROR CLOSING AGENCY PLACEMENT REPORT'
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
