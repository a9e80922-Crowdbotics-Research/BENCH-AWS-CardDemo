      ******************************************************************
      * Program     : CBUSR02C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Quarterly user access recertification report.
      *               Sorts the user security file by role and lists,
      *               for each role, the programs the permission
      *               matrix allows it, then every user holding the
      *               role with type, last sign-on and lock status,
      *               closing each role with a manager sign-off block.
      *               A blank role is reported under the default the
      *               sign-on screen gives it (ADMIN or GENERAL by
      *               user type), since that is what the user gets.
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
       PROGRAM-ID.    CBUSR02C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USRSEC-FILE ASSIGN TO USRSEC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-SEC-USR-ID
                  FILE STATUS  IS USRSEC-STATUS.

           SELECT PERMSEC-FILE ASSIGN TO PERMSEC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-PERM-KEY
                  FILE STATUS  IS PERMSEC-STATUS.

           SELECT REPORT-FILE ASSIGN TO URCRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  USRSEC-FILE.
       01  FD-USRSEC-REC.
           05 FD-SEC-USR-ID                     PIC X(08).
           05 FD-SEC-USR-DATA                   PIC X(82).

       FD  PERMSEC-FILE.
       01  FD-PERMSEC-REC.
           05 FD-PERM-KEY.
              10 FD-PERM-ROLE                   PIC X(08).
              10 FD-PERM-PGMNAME                PIC X(08).
           05 FD-PERM-DATA                      PIC X(44).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SORT-ROLE                         PIC X(08).
           05 SORT-USR-ID                       PIC X(08).
           05 SORT-USER-DATA                    PIC X(90).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CSUSR01Y.
       01  USRSEC-STATUS.
           05  USRSEC-STAT1        PIC X.
           05  USRSEC-STAT2        PIC X.

       COPY CVPRM01Y.
       01  PERMSEC-STATUS.
           05  PERMSEC-STAT1       PIC X.
           05  PERMSEC-STAT2       PIC X.

       COPY CVUSR02Y.
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
           05 WS-USER-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-ROLE-COUNT             PIC 9(09) VALUE 0.
           05 WS-LOCKED-COUNT           PIC 9(09) VALUE 0.

       01  WS-GROUP-VARS.
           05 WS-SORT-EOF               PIC X(01) VALUE 'N'.
           05 WS-PERM-EOF               PIC X(01) VALUE 'N'.
           05 WS-CUR-ROLE               PIC X(08) VALUE SPACES.
           05 WS-GROUP-OPEN             PIC X(01) VALUE 'N'.
           05 WS-GRP-PGM-COUNT          PIC 9(05) VALUE 0.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBUSR02C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBUSR02C' TO RST-PROGRAM.
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
           PERFORM 0000-USRSEC-OPEN.
           PERFORM 0100-PERMSEC-OPEN.
           PERFORM 0200-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.

      *    Sorted by role then user, each role's users arrive
      *    together under one list of allowed programs.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-ROLE
                                SORT-USR-ID
               INPUT PROCEDURE IS 0460-SORT-INPUT
               OUTPUT PROCEDURE IS 0470-SORT-OUTPUT.

           MOVE WS-ROLE-COUNT   TO URC-REPT-ROLE-COUNT
           MOVE WS-USER-READ-COUNT TO URC-REPT-USER-COUNT
           MOVE WS-LOCKED-COUNT TO URC-REPT-LOCKED-COUNT
           MOVE URC-REPORT-GRAND-TOTALS TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC

           PERFORM 9000-USRSEC-CLOSE.
           PERFORM 9100-PERMSEC-CLOSE.
           PERFORM 9200-REPTFILE-CLOSE.
           DISPLAY 'USERS READ              :' WS-USER-READ-COUNT
           DISPLAY 'ROLES REPORTED          :' WS-ROLE-COUNT
           DISPLAY 'USERS LOCKED OR REVOKED :' WS-LOCKED-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-USER-READ-COUNT TO RST-RECORD-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           MOVE 0 TO RST-AMOUNT-TOTAL.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBUSR02C'.

           GOBACK.
      *---------------------------------------------------------------*
       2000-REPORT-USER.
           IF  WS-GROUP-OPEN = 'Y'
           AND SORT-ROLE NOT = WS-CUR-ROLE
               PERFORM 3000-CLOSE-ROLE-GROUP
           END-IF
           IF  WS-GROUP-OPEN = 'N'
               MOVE SORT-ROLE TO WS-CUR-ROLE
               MOVE 'Y' TO WS-GROUP-OPEN
               PERFORM 2100-OPEN-ROLE-GROUP
           END-IF
           MOVE SORT-USER-DATA TO SEC-USER-DATA
           INITIALIZE URC-USER-DETAIL
           MOVE SEC-USR-ID               TO URC-USR-ID
           STRING SEC-USR-FNAME DELIMITED BY '  '
                  ' '           DELIMITED BY SIZE
                  SEC-USR-LNAME DELIMITED BY '  '
             INTO URC-USR-NAME
           END-STRING
           MOVE SEC-USR-TYPE             TO URC-USR-TYPE
           IF  SEC-USR-LAST-SIGNON-DATE = SPACES OR LOW-VALUES
               MOVE 'NEVER'              TO URC-USR-LAST-SIGNON
           ELSE
               MOVE SEC-USR-LAST-SIGNON-DATE
                                         TO URC-USR-LAST-SIGNON
           END-IF
           IF  SEC-USR-IS-LOCKED
               MOVE 'LOCKED'             TO URC-USR-STATUS
               ADD 1 TO WS-LOCKED-COUNT
           ELSE
               MOVE 'ACTIVE'             TO URC-USR-STATUS
           END-IF
           MOVE URC-USER-DETAIL TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       2100-OPEN-ROLE-GROUP.
           ADD 1 TO WS-ROLE-COUNT
           MOVE WS-CUR-ROLE TO URC-ROLE-NAME
           MOVE URC-ROLE-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE URC-PGM-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC

           MOVE 0 TO WS-GRP-PGM-COUNT
           MOVE 'N' TO WS-PERM-EOF
           MOVE WS-CUR-ROLE TO FD-PERM-ROLE
           MOVE LOW-VALUES  TO FD-PERM-PGMNAME
           START PERMSEC-FILE KEY >= FD-PERM-KEY
              INVALID KEY
                MOVE 'Y' TO WS-PERM-EOF
           END-START
           PERFORM 2110-LIST-ROLE-PROGRAM
              UNTIL WS-PERM-EOF = 'Y'
           IF  WS-GRP-PGM-COUNT = 0
               MOVE URC-PGM-NONE TO FD-REPTFILE-REC
               PERFORM 4290-WRITE-REPORT-REC
           END-IF

           MOVE URC-REPORT-BLANK-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE URC-USER-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       2110-LIST-ROLE-PROGRAM.
           READ PERMSEC-FILE NEXT RECORD INTO PERM-MATRIX-RECORD
           IF  PERMSEC-STATUS = '00'
               IF  PERM-ROLE NOT = WS-CUR-ROLE
                   MOVE 'Y' TO WS-PERM-EOF
               ELSE
                   IF  PERM-IS-ALLOWED
                       ADD 1 TO WS-GRP-PGM-COUNT
                       INITIALIZE URC-PGM-DETAIL
                       MOVE PERM-PGMNAME TO URC-PGM-NAME
                       MOVE PERM-DESC    TO URC-PGM-DESC
                       MOVE URC-PGM-DETAIL TO FD-REPTFILE-REC
                       PERFORM 4290-WRITE-REPORT-REC
                   END-IF
               END-IF
           ELSE
               IF  PERMSEC-STATUS = '10'
                   MOVE 'Y' TO WS-PERM-EOF
               ELSE
                   DISPLAY 'ERROR READING PERMISSION MATRIX FILE'
                   MOVE PERMSEC-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       3000-CLOSE-ROLE-GROUP.
           MOVE URC-REPORT-BLANK-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE URC-SIGNOFF-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE URC-REPORT-BLANK-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'N' TO WS-GROUP-OPEN
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE PARM-DATE TO URC-REPT-ASOF-DATE
           MOVE URC-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE URC-REPORT-BLANK-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING RECERTIFICATION REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0000-USRSEC-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT USRSEC-FILE
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
       0100-PERMSEC-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT PERMSEC-FILE
           IF  PERMSEC-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PERMISSION MATRIX FILE'
               MOVE PERMSEC-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR OPENING RECERTIFICATION REPORT'
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
       9100-PERMSEC-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PERMSEC-FILE
           IF  PERMSEC-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PERMISSION MATRIX FILE'
               MOVE PERMSEC-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING RECERTIFICATION REPORT'
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
      *---------------------------------------------------------------*
       0460-SORT-INPUT SECTION.
       0461-SI-START.
           MOVE LOW-VALUES TO FD-SEC-USR-ID
           START USRSEC-FILE KEY >= FD-SEC-USR-ID
              INVALID KEY
                MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM 0465-SI-RELEASE
              UNTIL END-OF-FILE = 'Y'
           GO TO 0468-SI-END.
       0465-SI-RELEASE.
           READ USRSEC-FILE NEXT RECORD INTO SEC-USER-DATA
           IF  USRSEC-STATUS = '00'
               ADD 1 TO WS-USER-READ-COUNT
               IF  SEC-USR-ROLE = SPACES OR LOW-VALUES
                   IF  SEC-USR-TYPE = 'A'
                       MOVE 'ADMIN'   TO SORT-ROLE
                   ELSE
                       MOVE 'GENERAL' TO SORT-ROLE
                   END-IF
               ELSE
                   MOVE SEC-USR-ROLE  TO SORT-ROLE
               END-IF
               MOVE SEC-USR-ID    TO SORT-USR-ID
               MOVE SEC-USER-DATA TO SORT-USER-DATA
               RELEASE SORT-RECORD
           ELSE
               IF  USRSEC-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING USER SECURITY FILE'
                   MOVE USRSEC-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF.
       0468-SI-END.
           EXIT.

       0470-SORT-OUTPUT SECTION.
       0471-SO-START.
           MOVE 'N' TO WS-SORT-EOF
           PERFORM 0475-SO-PROCESS
              UNTIL WS-SORT-EOF = 'Y'
           IF  WS-GROUP-OPEN = 'Y'
               PERFORM 3000-CLOSE-ROLE-GROUP
           END-IF
           GO TO 0478-SO-END.
       0475-SO-PROCESS.
           RETURN SORT-FILE
              AT END
                MOVE 'Y' TO WS-SORT-EOF
              NOT AT END
                PERFORM 2000-REPORT-USER
           END-RETURN.
       0478-SO-END.
           EXIT.
