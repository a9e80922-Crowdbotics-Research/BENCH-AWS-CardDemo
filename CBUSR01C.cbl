      ******************************************************************
      * Program     : CBUSR01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Dormant user ID revocation.  Sweeps the user
      *               security file for IDs with no successful
      *               sign-on in ninety days - measured from the last
      *               sign-on COSGN00C stamps, or from the password
      *               date when that is later, so a new or reset ID
      *               gets its full ninety days - and locks them out.
      *               Every revocation goes to the USRAUDIT trail
      *               with before and after images, the program name
      *               standing in for the administrator.
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
       PROGRAM-ID.    CBUSR01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USRSEC-FILE ASSIGN TO USRSEC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-SEC-USR-ID
                  FILE STATUS  IS USRSEC-STATUS.

           SELECT USRAUDIT-FILE ASSIGN TO USRAUDIT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-USRAUDIT-KEY
                  FILE STATUS  IS USRAUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO USDRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  USRSEC-FILE.
       01  FD-USRSEC-REC.
           05 FD-SEC-USR-ID                     PIC X(08).
           05 FD-SEC-USR-DATA                   PIC X(82).

       FD  USRAUDIT-FILE.
       01  FD-USRAUDIT-REC.
           05 FD-USRAUDIT-KEY                   PIC X(28).
           05 FD-USRAUDIT-DATA                  PIC X(189).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CSUSR01Y.
       01  USRSEC-STATUS.
           05  USRSEC-STAT1        PIC X.
           05  USRSEC-STAT2        PIC X.

       COPY CSUSR02Y.
       01  USRAUDIT-STATUS.
           05  USRAUDIT-STAT1      PIC X.
           05  USRAUDIT-STAT2      PIC X.

       COPY CVUSR01Y.
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

       01  COBOL-TS.
           05 COB-YYYY                  PIC X(04).
           05 COB-MM                    PIC X(02).
           05 COB-DD                    PIC X(02).
           05 COB-HH                    PIC X(02).
           05 COB-MIN                   PIC X(02).
           05 COB-SS                    PIC X(02).
           05 COB-MIL                   PIC X(02).
           05 COB-REST                  PIC X(05).

       01  WS-COUNTERS.
           05 WS-USER-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-REVOKED-COUNT          PIC 9(09) VALUE 0.

       01  WS-DORMANT-VARS.
           05 WS-DORMANT-DAYS           PIC 9(04) VALUE 90.
           05 WS-REF-DATE               PIC X(10) VALUE SPACES.
           05 WS-PARM-YYYYMMDD          PIC 9(08) VALUE 0.
           05 WS-REF-YYYYMMDD           PIC 9(08) VALUE 0.
           05 WS-PARM-LILLIAN           PIC S9(09) COMP VALUE 0.
           05 WS-REF-LILLIAN            PIC S9(09) COMP VALUE 0.
           05 WS-IDLE-DAYS              PIC S9(09) COMP VALUE 0.
           05 WS-BEFORE-IMG             PIC X(90) VALUE SPACES.
           05 WS-AUDIT-DATE             PIC X(10) VALUE SPACES.
           05 WS-AUDIT-TIME             PIC X(08) VALUE SPACES.
           05 WS-PRIOR-AUDIT-TIME       PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBUSR01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBUSR01C' TO RST-PROGRAM.
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

      *    One audit stamp for the whole run; the key sequence keeps
      *    the revocations inside it apart.
           PERFORM 2120-TAKE-AUDIT-STAMP
           MOVE 0 TO USRAUDIT-TS-SEQ

           PERFORM 0000-USRSEC-OPEN.
           PERFORM 0100-USRAUDIT-OPEN.
           PERFORM 0200-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.

           MOVE LOW-VALUES TO FD-SEC-USR-ID
           START USRSEC-FILE KEY >= FD-SEC-USR-ID
              INVALID KEY
                MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1000-USRSEC-GET-NEXT
               IF  END-OF-FILE = 'N'
                   ADD 1 TO WS-USER-READ-COUNT
                   IF  NOT SEC-USR-IS-LOCKED
                       PERFORM 2000-CHECK-DORMANT-USER
                          THRU 2000-CHECK-DORMANT-USER-EXIT
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-USER-READ-COUNT TO USD-REPT-USER-COUNT
           MOVE WS-REVOKED-COUNT   TO USD-REPT-REVOKED-COUNT
           MOVE USD-REPORT-GRAND-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC

           PERFORM 9000-USRSEC-CLOSE.
           PERFORM 9100-USRAUDIT-CLOSE.
           PERFORM 9200-REPTFILE-CLOSE.
           DISPLAY 'USERS READ              :' WS-USER-READ-COUNT
           DISPLAY 'DORMANT USERS REVOKED   :' WS-REVOKED-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-USER-READ-COUNT TO RST-RECORD-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           MOVE 0 TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBUSR01C'.

           GOBACK.
      *---------------------------------------------------------------*
       1000-USRSEC-GET-NEXT.
           READ USRSEC-FILE NEXT RECORD INTO SEC-USER-DATA
           IF  USRSEC-STATUS = '00'
               CONTINUE
           ELSE
               IF  USRSEC-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING USER SECURITY FILE'
                   MOVE USRSEC-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      *    The idle clock runs from the later of the last sign-on and
      *    the password date.  An ID with neither cannot be aged and
      *    is left for the quarterly recertification to pick up.
       2000-CHECK-DORMANT-USER.
           MOVE SPACES TO WS-REF-DATE
           IF  SEC-USR-LAST-SIGNON-DATE NOT = SPACES AND LOW-VALUES
               MOVE SEC-USR-LAST-SIGNON-DATE TO WS-REF-DATE
           END-IF
           IF  SEC-USR-PWD-CHG-DATE NOT = SPACES AND LOW-VALUES
           AND SEC-USR-PWD-CHG-DATE > WS-REF-DATE
               MOVE SEC-USR-PWD-CHG-DATE TO WS-REF-DATE
           END-IF
           IF  WS-REF-DATE (5:1) NOT = '-'
           OR  WS-REF-DATE (1:4) NOT NUMERIC
               GO TO 2000-CHECK-DORMANT-USER-EXIT
           END-IF
           MOVE WS-REF-DATE(1:4) TO WS-REF-YYYYMMDD(1:4)
           MOVE WS-REF-DATE(6:2) TO WS-REF-YYYYMMDD(5:2)
           MOVE WS-REF-DATE(9:2) TO WS-REF-YYYYMMDD(7:2)
           COMPUTE WS-REF-LILLIAN =
               FUNCTION INTEGER-OF-DATE(WS-REF-YYYYMMDD)
           COMPUTE WS-IDLE-DAYS = WS-PARM-LILLIAN - WS-REF-LILLIAN
           IF  WS-IDLE-DAYS <= WS-DORMANT-DAYS
               GO TO 2000-CHECK-DORMANT-USER-EXIT
           END-IF

           MOVE SEC-USER-DATA TO WS-BEFORE-IMG
           SET SEC-USR-IS-LOCKED TO TRUE
           REWRITE FD-USRSEC-REC FROM SEC-USER-DATA
           IF  USRSEC-STATUS NOT = '00'
               DISPLAY 'ERROR RE-WRITING USER SECURITY FILE'
               MOVE USRSEC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-REVOKED-COUNT
           PERFORM 2100-WRITE-USRAUDIT

           INITIALIZE USD-DETAIL-REPORT
           MOVE SEC-USR-ID               TO USD-REPORT-USR-ID
           STRING SEC-USR-FNAME DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  SEC-USR-LNAME DELIMITED BY '  '
             INTO USD-REPORT-NAME
           END-STRING
           MOVE SEC-USR-TYPE             TO USD-REPORT-TYPE
           MOVE SEC-USR-ROLE             TO USD-REPORT-ROLE
           IF  SEC-USR-LAST-SIGNON-DATE = SPACES OR LOW-VALUES
               MOVE 'NEVER'              TO USD-REPORT-LAST-SIGNON
           ELSE
               MOVE SEC-USR-LAST-SIGNON-DATE
                                         TO USD-REPORT-LAST-SIGNON
           END-IF
           MOVE WS-IDLE-DAYS             TO USD-REPORT-IDLE-DAYS
           MOVE USD-DETAIL-REPORT TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC.
       2000-CHECK-DORMANT-USER-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2100-WRITE-USRAUDIT.
           MOVE WS-AUDIT-DATE          TO USRAUDIT-TS-DATE
           MOVE WS-AUDIT-TIME          TO USRAUDIT-TS-TIME
           MOVE 'CBUSR01C'             TO USRAUDIT-ADMIN-ID
           SET USRAUDIT-ACTION-UPD     TO TRUE
           MOVE SEC-USR-ID             TO USRAUDIT-TARGET-USR-ID
           MOVE WS-BEFORE-IMG          TO USRAUDIT-BEFORE-IMAGE
           MOVE SEC-USER-DATA          TO USRAUDIT-AFTER-IMAGE
           ADD 1 TO USRAUDIT-TS-SEQ
           WRITE FD-USRAUDIT-REC FROM USRAUDIT-RECORD
           IF  USRAUDIT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING USER AUDIT FILE'
               MOVE USRAUDIT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
      *    Past 99 revocations in the run, move the stamp on a
      *    second so the keys stay unique.
           IF  USRAUDIT-TS-SEQ = 99
               PERFORM 2110-NEXT-AUDIT-STAMP
           END-IF
           EXIT.

       2110-NEXT-AUDIT-STAMP.
           MOVE WS-AUDIT-TIME TO WS-PRIOR-AUDIT-TIME
           PERFORM 2120-TAKE-AUDIT-STAMP
              UNTIL WS-AUDIT-TIME NOT = WS-PRIOR-AUDIT-TIME
           MOVE 0 TO USRAUDIT-TS-SEQ
           EXIT.

       2120-TAKE-AUDIT-STAMP.
           MOVE FUNCTION CURRENT-DATE TO COBOL-TS
           STRING COB-YYYY '-' COB-MM '-' COB-DD
             DELIMITED BY SIZE
             INTO WS-AUDIT-DATE
           END-STRING
           STRING COB-HH ':' COB-MIN ':' COB-SS
             DELIMITED BY SIZE
             INTO WS-AUDIT-TIME
           END-STRING
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE PARM-DATE TO USD-REPT-ASOF-DATE
           MOVE USD-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE USD-REPORT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE USD-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING DORMANT USER REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0000-USRSEC-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O USRSEC-FILE
           IF  USRSEC-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING USER SECURITY FILE'
               MOVE USRSEC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0100-USRAUDIT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O USRAUDIT-FILE
           IF  USRAUDIT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING USER AUDIT FILE'
               MOVE USRAUDIT-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR OPENING DORMANT USER REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-USRSEC-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE USRSEC-FILE
           IF  USRSEC-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING USER SECURITY FILE'
               MOVE USRSEC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9100-USRAUDIT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE USRAUDIT-FILE
           IF  USRAUDIT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING USER AUDIT FILE'
               MOVE USRAUDIT-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING DORMANT USER REPORT'
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
