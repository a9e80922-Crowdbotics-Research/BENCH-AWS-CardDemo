      ******************************************************************
      * Program     : CBPRO02C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Promotional rate expiry.  Nightly pass of the
      *               promotional offer file: offers whose expiry date
      *               has passed are marked expired so the bucket goes
      *               back to the group rate, and offers running out
      *               within the next 60 days are listed with their
      *               current promotional balance so the cardholders
      *               can be contacted before the rate steps up.
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
       PROGRAM-ID.    CBPRO02C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-FILE ASSIGN TO PROMOFIL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-PROMO-KEY
                  FILE STATUS  IS PROMOFIL-STATUS.

           SELECT TCATBAL-FILE ASSIGN TO TCATBALF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-TRAN-CAT-KEY
                  FILE STATUS  IS TCATBALF-STATUS.

           SELECT REPORT-FILE ASSIGN TO PROEXRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  PROMO-FILE.
       01  FD-PROMOFIL-REC.
           05 FD-PROMO-KEY                      PIC X(17).
           05 FD-PROMO-DATA                     PIC X(63).

       FD  TCATBAL-FILE.
       01  FD-TRAN-CAT-BAL-RECORD.
           05 FD-TRAN-CAT-KEY.
              10 FD-TRANCAT-ACCT-ID             PIC 9(11).
              10 FD-TRANCAT-TYPE-CD             PIC X(02).
              10 FD-TRANCAT-CD                  PIC 9(04).
           05 FD-FD-TRAN-CAT-DATA               PIC X(33).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CVPRO01Y.
       01  PROMOFIL-STATUS.
           05  PROMOFIL-STAT1      PIC X.
           05  PROMOFIL-STAT2      PIC X.

       COPY CVTRA01Y.
       01  TCATBALF-STATUS.
           05  TCATBALF-STAT1      PIC X.
           05  TCATBALF-STAT2      PIC X.

       COPY CVPRO02Y.
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

      * Offers ending this many days out or sooner are reported.
       01  WS-EXPIRY-WINDOW-DAYS   PIC S9(04) COMP VALUE 60.

       01  WS-COUNTERS.
           05 WS-PROMO-READ-COUNT       PIC 9(09) VALUE 0.
           05 WS-EXPIRING-COUNT         PIC 9(09) VALUE 0.
           05 WS-EXPIRED-COUNT          PIC 9(09) VALUE 0.
           05 WS-EXPIRING-BAL-TOTAL     PIC S9(11)V99 VALUE 0.

       01  WS-WORK-VARS.
           05 WS-PARM-YYYYMMDD          PIC 9(08).
           05 WS-EXP-YYYYMMDD           PIC 9(08).
           05 WS-PARM-LILLIAN           PIC S9(09) COMP.
           05 WS-EXP-LILLIAN            PIC S9(09) COMP.
           05 WS-DAYS-LEFT              PIC S9(09) COMP.
           05 WS-PROMO-BAL              PIC S9(09)V99 VALUE 0.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBPRO02C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBPRO02C' TO RST-PROGRAM.
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
           PERFORM 0000-PROMOFIL-OPEN.
           PERFORM 0100-TCATBALF-OPEN.
           PERFORM 0200-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.

           MOVE PARM-DATE(1:4) TO WS-PARM-YYYYMMDD(1:4)
           MOVE PARM-DATE(6:2) TO WS-PARM-YYYYMMDD(5:2)
           MOVE PARM-DATE(9:2) TO WS-PARM-YYYYMMDD(7:2)
           COMPUTE WS-PARM-LILLIAN =
               FUNCTION INTEGER-OF-DATE(WS-PARM-YYYYMMDD)

           PERFORM UNTIL END-OF-FILE = 'Y'
               IF  END-OF-FILE = 'N'
                   PERFORM 1000-PROMOFIL-GET-NEXT
                   IF  END-OF-FILE = 'N'
                       ADD 1 TO WS-PROMO-READ-COUNT
                       PERFORM 2000-PROCESS-PROMO
                          THRU 2000-PROCESS-PROMO-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 4300-WRITE-TOTALS.

           PERFORM 9000-PROMOFIL-CLOSE.
           PERFORM 9100-TCATBALF-CLOSE.
           PERFORM 9200-REPTFILE-CLOSE.
           DISPLAY 'PROMOTIONS READ        :' WS-PROMO-READ-COUNT
           DISPLAY 'PROMOTIONS EXPIRING    :' WS-EXPIRING-COUNT
           DISPLAY 'PROMOTIONS EXPIRED     :' WS-EXPIRED-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-PROMO-READ-COUNT TO RST-RECORD-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           MOVE WS-EXPIRING-BAL-TOTAL TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBPRO02C'.

           GOBACK.
      *---------------------------------------------------------------*
       0000-PROMOFIL-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O PROMO-FILE
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
       0100-TCATBALF-OPEN.
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
       0200-REPTFILE-OPEN.
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
               DISPLAY 'ERROR OPENING PROMOTION EXPIRY REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1000-PROMOFIL-GET-NEXT.
           READ PROMO-FILE NEXT RECORD INTO PROMO-OFFER-RECORD.
           IF  PROMOFIL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF  PROMOFIL-STATUS = '10'
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
                   DISPLAY 'ERROR READING PROMOTIONAL OFFER FILE'
                   MOVE PROMOFIL-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2000-PROCESS-PROMO.
           IF  NOT PROMO-ACTIVE
               GO TO 2000-PROCESS-PROMO-EXIT
           END-IF

      *    Past its expiry date - close the offer out.
           IF  PROMO-EXPIRY-DATE < PARM-DATE
               SET PROMO-EXPIRED TO TRUE
               REWRITE FD-PROMOFIL-REC FROM PROMO-OFFER-RECORD
               IF  PROMOFIL-STATUS NOT = '00'
                   DISPLAY 'ERROR RE-WRITING PROMOTIONAL OFFER FILE'
                   MOVE PROMOFIL-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-EXPIRED-COUNT
               GO TO 2000-PROCESS-PROMO-EXIT
           END-IF

           MOVE PROMO-EXPIRY-DATE(1:4) TO WS-EXP-YYYYMMDD(1:4)
           MOVE PROMO-EXPIRY-DATE(6:2) TO WS-EXP-YYYYMMDD(5:2)
           MOVE PROMO-EXPIRY-DATE(9:2) TO WS-EXP-YYYYMMDD(7:2)
           COMPUTE WS-EXP-LILLIAN =
               FUNCTION INTEGER-OF-DATE(WS-EXP-YYYYMMDD)
           COMPUTE WS-DAYS-LEFT = WS-EXP-LILLIAN - WS-PARM-LILLIAN
           IF  WS-DAYS-LEFT > WS-EXPIRY-WINDOW-DAYS
               GO TO 2000-PROCESS-PROMO-EXIT
           END-IF

           MOVE 0 TO WS-PROMO-BAL
           MOVE PROMO-ACCT-ID      TO FD-TRANCAT-ACCT-ID
           MOVE PROMO-TRAN-TYPE-CD TO FD-TRANCAT-TYPE-CD
           MOVE PROMO-TRAN-CAT-CD  TO FD-TRANCAT-CD
           READ TCATBAL-FILE INTO TRAN-CAT-BAL-RECORD
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE TRAN-CAT-BAL TO WS-PROMO-BAL
           END-READ

           ADD 1 TO WS-EXPIRING-COUNT
           ADD WS-PROMO-BAL TO WS-EXPIRING-BAL-TOTAL
           PERFORM 2800-WRITE-DETAIL.
       2000-PROCESS-PROMO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2800-WRITE-DETAIL.
           INITIALIZE PEXP-DETAIL-REPORT
           MOVE PROMO-ACCT-ID       TO PEXP-REPORT-ACCT-ID
           MOVE PROMO-TRAN-TYPE-CD  TO PEXP-REPORT-TYPE-CD
           MOVE PROMO-TRAN-CAT-CD   TO PEXP-REPORT-CAT-CD
           MOVE PROMO-OFFER-CD      TO PEXP-REPORT-OFFER-CD
           MOVE PROMO-INT-RATE      TO PEXP-REPORT-RATE
           MOVE PROMO-START-DATE    TO PEXP-REPORT-START
           MOVE PROMO-EXPIRY-DATE   TO PEXP-REPORT-EXPIRY
           MOVE WS-DAYS-LEFT        TO PEXP-REPORT-DAYS
           MOVE WS-PROMO-BAL        TO PEXP-REPORT-BAL
           MOVE PEXP-DETAIL-REPORT TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE PARM-DATE TO PEXP-REPT-RUN-DATE
           MOVE WS-EXPIRY-WINDOW-DAYS TO PEXP-REPT-WINDOW
           MOVE PEXP-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE PEXP-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE PEXP-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4300-WRITE-TOTALS.
           MOVE WS-EXPIRING-COUNT TO PEXP-REPT-COUNT
           MOVE WS-EXPIRING-BAL-TOTAL TO PEXP-REPT-BAL
           MOVE PEXP-REPORT-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING PROMOTION EXPIRY REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-PROMOFIL-CLOSE.
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
       9100-TCATBALF-CLOSE.
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
       9200-REPTFILE-CLOSE.
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
               DISPLAY 'ERROR CLOSING PROMOTION EXPIRY REPORT'
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
