      ******************************************************************
      * Program     : CBDQS01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Monthly data-quality scan of the customer
      *               master.  Every customer is edited for state
      *               code, ZIP format and ZIP-to-state match, phone
      *               format, date of birth, SSN zeros and issuing
      *               ranges, SSNs shared between customers and a
      *               missing card cross reference - the defects the
      *               bureau extract rejects on.  Writes a correction
      *               worklist for the customer update screen and a
      *               report of defects by customer, duplicate-SSN
      *               pairs side by side and counts by defect type.
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
       PROGRAM-ID.    CBDQS01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO CUSTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  FILE STATUS  IS XREFFILE-STATUS.

           SELECT XREFSRT-FILE ASSIGN TO XREFSRT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS XREFSRT-STATUS.

           SELECT DQWORK-FILE ASSIGN TO DQWORK
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DQWORK-STATUS.

           SELECT REPORT-FILE ASSIGN TO DQSRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.

           SELECT XREF-SORT-FILE ASSIGN TO SORTWK01.

           SELECT SORT-FILE ASSIGN TO SORTWK02.

      *
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

       FD  XREF-FILE.
       01  FD-XREFFILE-REC.
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-CUST-NUM                  PIC 9(09).
           05 FD-XREF-ACCT-ID                   PIC 9(11).
           05 FD-XREF-FILLER                    PIC X(14).

       FD  XREFSRT-FILE.
       01  FD-XREFSRT-REC                       PIC X(50).

       FD  DQWORK-FILE.
       01  FD-DQWORK-REC                        PIC X(150).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

      * Cross references in customer order, to match against the
      * customer master.
       SD  XREF-SORT-FILE.
       01  XREF-SORT-RECORD.
           05 SX-CARD-NUM                       PIC X(16).
           05 SX-CUST-ID                        PIC 9(09).
           05 SX-ACCT-ID                        PIC 9(11).
           05 FILLER                            PIC X(14).

      * Customers in SSN order, so customers sharing an SSN arrive
      * together.  The counted flag says the customer is already in
      * the customers-with-defects total from its own edits.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SORT-SSN                          PIC 9(09).
           05 SORT-CUST-ID                      PIC 9(09).
           05 SORT-ACCT-ID                      PIC 9(11).
           05 SORT-CUST-NAME                    PIC X(30).
           05 SORT-CUST-COUNTED                 PIC X(01).

       WORKING-STORAGE SECTION.

      *****************************************************************
       COPY CUSTREC.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.

       COPY CVACT03Y.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  XREFSRT-STATUS.
           05  XREFSRT-STAT1       PIC X.
           05  XREFSRT-STAT2       PIC X.

       COPY CVDQS01Y.
       01  DQWORK-STATUS.
           05  DQWORK-STAT1        PIC X.
           05  DQWORK-STAT2        PIC X.

       COPY CVDQS02Y.
       01  REPTFILE-STATUS.
           05  REPTFILE-STAT1      PIC X.
           05  REPTFILE-STAT2      PIC X.

       COPY CSSTZ01Y.

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
       01  CSUTLDTC-PARM.
          05 CSUTLDTC-DATE                   PIC X(10).
          05 CSUTLDTC-DATE-FORMAT            PIC X(10).
          05 CSUTLDTC-RESULT.
             10 CSUTLDTC-RESULT-SEV-CD       PIC X(04).
             10 FILLER                       PIC X(11).
             10 CSUTLDTC-RESULT-MSG-NUM      PIC X(04).
             10 CSUTLDTC-RESULT-MSG          PIC X(61).

       01  WS-COUNTERS.
           05 WS-CUST-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-XREF-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-DEFECT-CUST-COUNT      PIC 9(09) VALUE 0.
           05 WS-DEFECT-TOTAL           PIC 9(09) VALUE 0.
           05 WS-DUP-GROUP-COUNT        PIC 9(09) VALUE 0.
           05 WS-NON-US-COUNT           PIC 9(09) VALUE 0.

      * Defect types, in worklist code order, with the number of
      * customers found with each.
       01  WS-DEFECT-VALUES.
           05  FILLER                  PIC X(40)
                     VALUE 'STATE CODE BLANK OR NOT A US STATE'.
           05  FILLER                  PIC X(40)
                     VALUE 'ZIP CODE MISSING OR MALFORMED'.
           05  FILLER                  PIC X(40)
                     VALUE 'ZIP CODE DOES NOT MATCH THE STATE'.
           05  FILLER                  PIC X(40)
                     VALUE 'PRIMARY PHONE MISSING OR MALFORMED'.
           05  FILLER                  PIC X(40)
                     VALUE 'SECOND PHONE MALFORMED'.
           05  FILLER                  PIC X(40)
                     VALUE 'DATE OF BIRTH NOT A VALID DATE'.
           05  FILLER                  PIC X(40)
                     VALUE 'DATE OF BIRTH IN FUTURE OR OVER 120 YRS'.
           05  FILLER                  PIC X(40)
                     VALUE 'SSN MISSING OR ALL ZEROS'.
           05  FILLER                  PIC X(40)
                     VALUE 'SSN IN AN INVALID RANGE'.
           05  FILLER                  PIC X(40)
                     VALUE 'SSN SHARED WITH ANOTHER CUSTOMER'.
           05  FILLER                  PIC X(40)
                     VALUE 'NO CARD CROSS-REFERENCE ENTRY'.
       01  WS-DEFECT-TABLE REDEFINES WS-DEFECT-VALUES.
           05  WS-DEF-DESC OCCURS 11 TIMES      PIC X(40).
       01  WS-DEFECT-COUNTS.
           05  WS-DEF-COUNT OCCURS 11 TIMES     PIC 9(09).
       01  WS-DEF-MAX                  PIC 9(02) VALUE 11.
       01  WS-DEF-IDX                  PIC 9(02) VALUE 0.

       01  WS-CUST-VARS.
           05 WS-CUST-ACCT-ID           PIC 9(11) VALUE 0.
           05 WS-CUST-HAS-XREF          PIC X(01) VALUE 'N'.
           05 WS-CUST-DEFECT-SW         PIC X(01) VALUE 'N'.
              88 CUST-HAS-DEFECT                  VALUE 'Y'.
           05 WS-CUST-NAME              PIC X(30) VALUE SPACES.
           05 WS-DEFECT-CD              PIC 9(02) VALUE 0.
           05 WS-DEFECT-VALUE           PIC X(20) VALUE SPACES.
           05 WS-RELATED-CUST-ID        PIC 9(09) VALUE 0.
           05 WS-STATE-SW               PIC X(01) VALUE 'N'.
              88 STATE-IS-VALID                   VALUE 'Y'.
           05 WS-ZIP-SW                 PIC X(01) VALUE 'N'.
              88 ZIP-IS-WELL-FORMED               VALUE 'Y'.
           05 WS-ZIP-PREFIX             PIC 9(03) VALUE 0.
           05 WS-PHONE                  PIC X(15) VALUE SPACES.
           05 WS-PHONE-SW               PIC X(01) VALUE 'N'.
              88 PHONE-IS-WELL-FORMED             VALUE 'Y'.
           05 WS-PHONE-DIGITS           PIC X(10) VALUE SPACES.
           05 WS-OLDEST-DOB             PIC X(10) VALUE SPACES.
           05 WS-OLDEST-YEAR            PIC 9(04) VALUE 0.

      * SSN parts for the range edit and the report.
       01  WS-SSN-NUM                   PIC 9(09) VALUE 0.
       01  WS-SSN-PARTS REDEFINES WS-SSN-NUM.
           05 WS-SSN-AREA               PIC 9(03).
           05 WS-SSN-GROUP              PIC 9(02).
           05 WS-SSN-SERIAL             PIC 9(04).
       01  WS-SSN-EDITED                PIC X(11) VALUE SPACES.

       01  WS-XREF-VARS.
           05 WS-XREF-EOF               PIC X(01) VALUE 'N'.
           05 WS-SORT-EOF               PIC X(01) VALUE 'N'.
           05 WS-PREV-SSN               PIC 9(09) VALUE 0.
           05 WS-FIRST-CUST-ID          PIC 9(09) VALUE 0.
           05 WS-FIRST-ACCT-ID          PIC 9(11) VALUE 0.
           05 WS-FIRST-CUST-NAME        PIC X(30) VALUE SPACES.
           05 WS-FIRST-COUNTED          PIC X(01) VALUE 'N'.
           05 WS-DUP-IN-GROUP           PIC 9(05) VALUE 0.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBDQS01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBDQS01C' TO RST-PROGRAM.
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
      *    A date of birth more than 120 years back is impossible.
           MOVE PARM-DATE TO WS-OLDEST-DOB
           MOVE PARM-DATE(1:4) TO WS-OLDEST-YEAR
           SUBTRACT 120 FROM WS-OLDEST-YEAR
           MOVE WS-OLDEST-YEAR TO WS-OLDEST-DOB(1:4)
           INITIALIZE WS-DEFECT-COUNTS

           SORT XREF-SORT-FILE
               ON ASCENDING KEY SX-CUST-ID
                                SX-ACCT-ID
               USING  XREF-FILE
               GIVING XREFSRT-FILE.

           PERFORM 0000-CUSTFILE-OPEN.
           PERFORM 0100-XREFSRT-OPEN.
           PERFORM 0200-DQWORK-OPEN.
           PERFORM 0300-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.
           PERFORM 1050-XREFSRT-GET-NEXT.

           SORT SORT-FILE
               ON ASCENDING KEY SORT-SSN
                                SORT-CUST-ID
               INPUT PROCEDURE IS 0460-SORT-INPUT
               OUTPUT PROCEDURE IS 0470-SORT-OUTPUT.

           PERFORM 4400-WRITE-SUMMARY.
           PERFORM 4300-WRITE-TOTALS.

           PERFORM 9000-CUSTFILE-CLOSE.
           PERFORM 9100-XREFSRT-CLOSE.
           PERFORM 9200-DQWORK-CLOSE.
           PERFORM 9300-REPTFILE-CLOSE.
           DISPLAY 'CUSTOMERS READ          :' WS-CUST-READ-COUNT
           DISPLAY 'CROSS REFERENCES READ   :' WS-XREF-READ-COUNT
           DISPLAY 'CUSTOMERS WITH DEFECTS  :' WS-DEFECT-CUST-COUNT
           DISPLAY 'DEFECTS ON WORKLIST     :' WS-DEFECT-TOTAL
           DISPLAY 'DUPLICATE SSN GROUPS    :' WS-DUP-GROUP-COUNT
           DISPLAY 'NON-US ADDRESSES        :' WS-NON-US-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-CUST-READ-COUNT   TO RST-RECORD-COUNT.
           MOVE WS-DEFECT-CUST-COUNT TO RST-REJECT-COUNT.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBDQS01C'.

           GOBACK.
      *---------------------------------------------------------------*
       1050-XREFSRT-GET-NEXT.
           READ XREFSRT-FILE INTO CARD-XREF-RECORD
           IF  XREFSRT-STATUS = '00'
               ADD 1 TO WS-XREF-READ-COUNT
           ELSE
               IF  XREFSRT-STATUS = '10'
                   MOVE 'Y' TO WS-XREF-EOF
                   MOVE 999999999 TO XREF-CUST-ID
               ELSE
                   DISPLAY 'ERROR READING SORTED CROSS REFERENCE FILE'
                   MOVE XREFSRT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Every edit runs, so a customer's worklist shows all of its
      * defects at once.  A readable SSN goes to the sort for the
      * duplicate check.
      *---------------------------------------------------------------*
       2000-EDIT-CUSTOMER.
           ADD 1 TO WS-CUST-READ-COUNT
           MOVE 'N' TO WS-CUST-DEFECT-SW
           MOVE 0   TO WS-RELATED-CUST-ID
           MOVE SPACES TO WS-CUST-NAME
           STRING CUST-FIRST-NAME DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  CUST-LAST-NAME  DELIMITED BY '  '
             INTO WS-CUST-NAME
           END-STRING

           PERFORM 2050-MATCH-XREF
              UNTIL XREF-CUST-ID NOT < CUST-ID
           IF  XREF-CUST-ID = CUST-ID
               MOVE 'Y'          TO WS-CUST-HAS-XREF
               MOVE XREF-ACCT-ID TO WS-CUST-ACCT-ID
           ELSE
               MOVE 'N'          TO WS-CUST-HAS-XREF
               MOVE 0            TO WS-CUST-ACCT-ID
               MOVE 11           TO WS-DEFECT-CD
               MOVE SPACES       TO WS-DEFECT-VALUE
               PERFORM 3000-RECORD-DEFECT
           END-IF

           IF  CUST-ADDR-COUNTRY-CD = 'USA' OR SPACES
               PERFORM 2100-EDIT-ADDRESS
               MOVE CUST-PHONE-NUM-1 TO WS-PHONE
               PERFORM 2200-EDIT-PHONE
               IF  NOT PHONE-IS-WELL-FORMED
                   MOVE 04          TO WS-DEFECT-CD
                   MOVE WS-PHONE    TO WS-DEFECT-VALUE
                   PERFORM 3000-RECORD-DEFECT
               END-IF
               IF  CUST-PHONE-NUM-2 NOT = SPACES
                   MOVE CUST-PHONE-NUM-2 TO WS-PHONE
                   PERFORM 2200-EDIT-PHONE
                   IF  NOT PHONE-IS-WELL-FORMED
                       MOVE 05          TO WS-DEFECT-CD
                       MOVE WS-PHONE    TO WS-DEFECT-VALUE
                       PERFORM 3000-RECORD-DEFECT
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-NON-US-COUNT
           END-IF

           PERFORM 2300-EDIT-DOB
           PERFORM 2400-EDIT-SSN

           IF  CUST-HAS-DEFECT
               ADD 1 TO WS-DEFECT-CUST-COUNT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2050-MATCH-XREF.
           PERFORM 1050-XREFSRT-GET-NEXT
           EXIT.
      *---------------------------------------------------------------*
      * State must be on the US table; the ZIP must be five digits,
      * optionally plus four, with a prefix in one of the state's
      * ranges.
      *---------------------------------------------------------------*
       2100-EDIT-ADDRESS.
           MOVE 'N' TO WS-STATE-SW
           SET STZ-IX TO 1
           SEARCH US-STZ-ENTRY
               AT END
                   CONTINUE
               WHEN US-STZ-STATE-CD (STZ-IX) = CUST-ADDR-STATE-CD
                   MOVE 'Y' TO WS-STATE-SW
           END-SEARCH
           IF  NOT STATE-IS-VALID
               MOVE 01                 TO WS-DEFECT-CD
               MOVE CUST-ADDR-STATE-CD TO WS-DEFECT-VALUE
               PERFORM 3000-RECORD-DEFECT
           END-IF

           MOVE 'N' TO WS-ZIP-SW
           IF  CUST-ADDR-ZIP(1:5) IS NUMERIC
               IF  CUST-ADDR-ZIP(6:5) = SPACES
               OR (CUST-ADDR-ZIP(6:1) = '-'
               AND CUST-ADDR-ZIP(7:4) IS NUMERIC)
                   MOVE 'Y' TO WS-ZIP-SW
               END-IF
           END-IF
           IF  NOT ZIP-IS-WELL-FORMED
               MOVE 02            TO WS-DEFECT-CD
               MOVE CUST-ADDR-ZIP TO WS-DEFECT-VALUE
               PERFORM 3000-RECORD-DEFECT
           END-IF

           IF  STATE-IS-VALID AND ZIP-IS-WELL-FORMED
               MOVE CUST-ADDR-ZIP(1:3) TO WS-ZIP-PREFIX
               MOVE 'N' TO WS-STATE-SW
               SET STZ-IX TO 1
               SEARCH US-STZ-ENTRY
                   AT END
                       CONTINUE
                   WHEN US-STZ-STATE-CD (STZ-IX) = CUST-ADDR-STATE-CD
                    AND WS-ZIP-PREFIX NOT < US-STZ-ZIP-LOW (STZ-IX)
                    AND WS-ZIP-PREFIX NOT > US-STZ-ZIP-HIGH (STZ-IX)
                       MOVE 'Y' TO WS-STATE-SW
               END-SEARCH
               IF  NOT STATE-IS-VALID
                   MOVE 03            TO WS-DEFECT-CD
                   MOVE SPACES        TO WS-DEFECT-VALUE
                   STRING CUST-ADDR-STATE-CD DELIMITED BY SIZE
                          ' '                DELIMITED BY SIZE
                          CUST-ADDR-ZIP      DELIMITED BY SIZE
                     INTO WS-DEFECT-VALUE
                   END-STRING
                   PERFORM 3000-RECORD-DEFECT
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * A phone is (999)999-9999, 999-999-9999 or ten digits, and
      * the area code cannot start with 0 or 1.
      *---------------------------------------------------------------*
       2200-EDIT-PHONE.
           MOVE 'N'    TO WS-PHONE-SW
           MOVE SPACES TO WS-PHONE-DIGITS
           EVALUATE TRUE
               WHEN WS-PHONE(1:1) = '(' AND WS-PHONE(5:1) = ')'
                AND WS-PHONE(9:1) = '-' AND WS-PHONE(14:2) = SPACES
                   STRING WS-PHONE(2:3) WS-PHONE(6:3) WS-PHONE(10:4)
                     DELIMITED BY SIZE INTO WS-PHONE-DIGITS
                   END-STRING
               WHEN WS-PHONE(4:1) = '-' AND WS-PHONE(8:1) = '-'
                AND WS-PHONE(13:3) = SPACES
                   STRING WS-PHONE(1:3) WS-PHONE(5:3) WS-PHONE(9:4)
                     DELIMITED BY SIZE INTO WS-PHONE-DIGITS
                   END-STRING
               WHEN WS-PHONE(11:5) = SPACES
                   MOVE WS-PHONE(1:10) TO WS-PHONE-DIGITS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF  WS-PHONE-DIGITS IS NUMERIC
           AND WS-PHONE-DIGITS(1:1) NOT = '0' AND '1'
               MOVE 'Y' TO WS-PHONE-SW
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2300-EDIT-DOB.
           MOVE CUST-DOB-YYYY-MM-DD TO CSUTLDTC-DATE
           MOVE 'YYYY-MM-DD'        TO CSUTLDTC-DATE-FORMAT
           MOVE SPACES              TO CSUTLDTC-RESULT
           CALL 'CSUTLDTC' USING   CSUTLDTC-DATE
                                   CSUTLDTC-DATE-FORMAT
                                   CSUTLDTC-RESULT
           IF  CSUTLDTC-RESULT-SEV-CD NOT = '0000'
               MOVE 06                  TO WS-DEFECT-CD
               MOVE CUST-DOB-YYYY-MM-DD TO WS-DEFECT-VALUE
               PERFORM 3000-RECORD-DEFECT
           ELSE
               IF  CUST-DOB-YYYY-MM-DD >= PARM-DATE
               OR  CUST-DOB-YYYY-MM-DD < WS-OLDEST-DOB
                   MOVE 07                  TO WS-DEFECT-CD
                   MOVE CUST-DOB-YYYY-MM-DD TO WS-DEFECT-VALUE
                   PERFORM 3000-RECORD-DEFECT
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * No SSN is issued with area 000, 666 or 900-999, group 00 or
      * serial 0000.
      *---------------------------------------------------------------*
       2400-EDIT-SSN.
           IF  CUST-SSN NOT NUMERIC
           OR  CUST-SSN = 0
               MOVE 08       TO WS-DEFECT-CD
               MOVE CUST-SSN TO WS-DEFECT-VALUE
               PERFORM 3000-RECORD-DEFECT
           ELSE
               MOVE CUST-SSN TO WS-SSN-NUM
               PERFORM 5000-EDIT-SSN-TEXT
               IF  WS-SSN-AREA = 0 OR 666
               OR  WS-SSN-AREA >= 900
               OR  WS-SSN-GROUP = 0
               OR  WS-SSN-SERIAL = 0
                   MOVE 09           TO WS-DEFECT-CD
                   MOVE WS-SSN-EDITED TO WS-DEFECT-VALUE
                   PERFORM 3000-RECORD-DEFECT
               END-IF
               MOVE CUST-SSN        TO SORT-SSN
               MOVE CUST-ID         TO SORT-CUST-ID
               MOVE WS-CUST-ACCT-ID TO SORT-ACCT-ID
               MOVE WS-CUST-NAME    TO SORT-CUST-NAME
               MOVE WS-CUST-DEFECT-SW TO SORT-CUST-COUNTED
               RELEASE SORT-RECORD
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One worklist record and one report line per defect.  The
      * caller sets the code, the value found and, for a duplicate,
      * the other customer.
      *---------------------------------------------------------------*
       3000-RECORD-DEFECT.
           MOVE 'Y' TO WS-CUST-DEFECT-SW
           ADD 1 TO WS-DEFECT-TOTAL
           ADD 1 TO WS-DEF-COUNT (WS-DEFECT-CD)
           INITIALIZE DQ-WORKLIST-RECORD
           MOVE CUST-ID                    TO DQW-CUST-ID
           MOVE WS-CUST-ACCT-ID            TO DQW-ACCT-ID
           MOVE WS-CUST-NAME               TO DQW-CUST-NAME
           MOVE WS-DEFECT-CD               TO DQW-DEFECT-CD
           MOVE WS-DEF-DESC (WS-DEFECT-CD) TO DQW-DEFECT-DESC
           MOVE WS-DEFECT-VALUE            TO DQW-FIELD-VALUE
           MOVE WS-RELATED-CUST-ID         TO DQW-RELATED-CUST-ID
           MOVE PARM-DATE                  TO DQW-SCAN-DATE
           WRITE FD-DQWORK-REC FROM DQ-WORKLIST-RECORD
           IF  DQWORK-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CORRECTION WORKLIST'
               MOVE DQWORK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  NOT DQW-SSN-DUPLICATE
               PERFORM 4200-WRITE-DEFECT-LINE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Each further customer on an SSN is paired with the first; the
      * first goes on the worklist once, against the second.  A pair
      * member with no defect of its own is counted here.
      *---------------------------------------------------------------*
       3100-CHECK-DUPLICATE.
           IF  SORT-SSN NOT = WS-PREV-SSN
               MOVE SORT-SSN       TO WS-PREV-SSN
               MOVE SORT-CUST-ID   TO WS-FIRST-CUST-ID
               MOVE SORT-ACCT-ID   TO WS-FIRST-ACCT-ID
               MOVE SORT-CUST-NAME TO WS-FIRST-CUST-NAME
               MOVE SORT-CUST-COUNTED TO WS-FIRST-COUNTED
               MOVE 0              TO WS-DUP-IN-GROUP
           ELSE
               ADD 1 TO WS-DUP-IN-GROUP
               MOVE SORT-SSN TO WS-SSN-NUM
               PERFORM 5000-EDIT-SSN-TEXT
               MOVE 10            TO WS-DEFECT-CD
               MOVE WS-SSN-EDITED TO WS-DEFECT-VALUE
               IF  WS-DUP-IN-GROUP = 1
                   ADD 1 TO WS-DUP-GROUP-COUNT
                   MOVE WS-FIRST-CUST-ID   TO CUST-ID
                   MOVE WS-FIRST-ACCT-ID   TO WS-CUST-ACCT-ID
                   MOVE WS-FIRST-CUST-NAME TO WS-CUST-NAME
                   MOVE SORT-CUST-ID       TO WS-RELATED-CUST-ID
                   PERFORM 3000-RECORD-DEFECT
                   IF  WS-FIRST-COUNTED NOT = 'Y'
                       ADD 1 TO WS-DEFECT-CUST-COUNT
                       MOVE 'Y' TO WS-FIRST-COUNTED
                   END-IF
               END-IF
               IF  SORT-CUST-COUNTED NOT = 'Y'
                   ADD 1 TO WS-DEFECT-CUST-COUNT
               END-IF
               MOVE SORT-CUST-ID       TO CUST-ID
               MOVE SORT-ACCT-ID       TO WS-CUST-ACCT-ID
               MOVE SORT-CUST-NAME     TO WS-CUST-NAME
               MOVE WS-FIRST-CUST-ID   TO WS-RELATED-CUST-ID
               PERFORM 3000-RECORD-DEFECT
               PERFORM 4410-WRITE-DUP-LINE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       5000-EDIT-SSN-TEXT.
           MOVE SPACES TO WS-SSN-EDITED
           STRING WS-SSN-AREA   DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-SSN-GROUP  DELIMITED BY SIZE
                  '-'           DELIMITED BY SIZE
                  WS-SSN-SERIAL DELIMITED BY SIZE
             INTO WS-SSN-EDITED
           END-STRING
           EXIT.
      *---------------------------------------------------------------*
       4200-WRITE-DEFECT-LINE.
           INITIALIZE DQS-DEFECT-DETAIL
           MOVE DQW-CUST-ID                TO DQS-DEF-CUST-ID
           MOVE DQW-ACCT-ID                TO DQS-DEF-ACCT-ID
           MOVE DQW-CUST-NAME              TO DQS-DEF-CUST-NAME
           MOVE DQW-DEFECT-CD              TO DQS-DEF-CD
           MOVE DQW-DEFECT-DESC            TO DQS-DEF-DESC
           MOVE DQW-FIELD-VALUE            TO DQS-DEF-VALUE
           MOVE DQS-DEFECT-DETAIL TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE 'CUSTOMER MASTER DATA QUALITY - DEFECTS'
             TO DQS-REPT-TITLE
           MOVE PARM-DATE TO DQS-REPT-ASOF-DATE
           MOVE DQS-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE DQS-DEFECT-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE DQS-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING DATA QUALITY REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4300-WRITE-TOTALS.
           MOVE SPACES TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           INITIALIZE DQS-REPORT-TOTAL-LINE
           MOVE 'CUSTOMERS SCANNED'           TO DQS-TOTAL-LABEL
           MOVE WS-CUST-READ-COUNT            TO DQS-TOTAL-COUNT
           MOVE DQS-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'CUSTOMERS WITH ONE OR MORE DEFECTS' TO DQS-TOTAL-LABEL
           MOVE WS-DEFECT-CUST-COUNT          TO DQS-TOTAL-COUNT
           MOVE DQS-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'DEFECTS ON THE CORRECTION WORKLIST' TO DQS-TOTAL-LABEL
           MOVE WS-DEFECT-TOTAL               TO DQS-TOTAL-COUNT
           MOVE DQS-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'SSNS HELD BY MORE THAN ONE CUSTOMER' TO DQS-TOTAL-LABEL
           MOVE WS-DUP-GROUP-COUNT            TO DQS-TOTAL-COUNT
           MOVE DQS-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'NON-US ADDRESSES - ADDRESS NOT EDITED'
             TO DQS-TOTAL-LABEL
           MOVE WS-NON-US-COUNT               TO DQS-TOTAL-COUNT
           MOVE DQS-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4400-WRITE-SUMMARY.
           MOVE SPACES TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'DEFECT COUNTS BY TYPE' TO DQS-REPT-TITLE
           MOVE DQS-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE DQS-SUMMARY-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE DQS-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
              UNTIL WS-DEF-IDX > WS-DEF-MAX
               INITIALIZE DQS-SUMMARY-DETAIL
               MOVE WS-DEF-IDX                TO DQS-SUM-CD
               MOVE WS-DEF-DESC (WS-DEF-IDX)  TO DQS-SUM-DESC
               MOVE WS-DEF-COUNT (WS-DEF-IDX) TO DQS-SUM-COUNT
               MOVE DQS-SUMMARY-DETAIL TO FD-REPTFILE-REC
               PERFORM 4290-WRITE-REPORT-REC
           END-PERFORM
           EXIT.
      *---------------------------------------------------------------*
       4405-WRITE-DUP-HEADERS.
           MOVE SPACES TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'CUSTOMERS SHARING AN SSN' TO DQS-REPT-TITLE
           MOVE DQS-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE DQS-DUP-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE DQS-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4410-WRITE-DUP-LINE.
           INITIALIZE DQS-DUP-DETAIL
           MOVE WS-SSN-EDITED        TO DQS-DUP-SSN
           MOVE WS-FIRST-CUST-ID     TO DQS-DUP-CUST-ID-1
           MOVE WS-FIRST-ACCT-ID     TO DQS-DUP-ACCT-ID-1
           MOVE WS-FIRST-CUST-NAME   TO DQS-DUP-CUST-NAME-1
           MOVE SORT-CUST-ID         TO DQS-DUP-CUST-ID-2
           MOVE SORT-ACCT-ID         TO DQS-DUP-ACCT-ID-2
           MOVE SORT-CUST-NAME       TO DQS-DUP-CUST-NAME-2
           MOVE DQS-DUP-DETAIL TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       0000-CUSTFILE-OPEN.
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
       0100-XREFSRT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT XREFSRT-FILE
           IF  XREFSRT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING SORTED CROSS REFERENCE FILE'
               MOVE XREFSRT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0200-DQWORK-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT DQWORK-FILE
           IF  DQWORK-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CORRECTION WORKLIST'
               MOVE DQWORK-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR OPENING DATA QUALITY REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9000-CUSTFILE-CLOSE.
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
       9100-XREFSRT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE XREFSRT-FILE
           IF  XREFSRT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING SORTED CROSS REFERENCE FILE'
               MOVE XREFSRT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9200-DQWORK-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DQWORK-FILE
           IF  DQWORK-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CORRECTION WORKLIST'
               MOVE DQWORK-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING DATA QUALITY REPORT'
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
           PERFORM 0465-SI-RELEASE
              UNTIL END-OF-FILE = 'Y'
           GO TO 0468-SI-END.
       0465-SI-RELEASE.
           READ CUST-FILE INTO CUSTOMER-RECORD
           IF  CUSTFILE-STATUS = '00'
               PERFORM 2000-EDIT-CUSTOMER
           ELSE
               IF  CUSTFILE-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING CUSTOMER FILE'
                   MOVE CUSTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF.
       0468-SI-END.
           EXIT.

       0470-SORT-OUTPUT SECTION.
       0471-SO-START.
           PERFORM 4405-WRITE-DUP-HEADERS
           MOVE 'N' TO WS-SORT-EOF
           PERFORM 0475-SO-PROCESS
              UNTIL WS-SORT-EOF = 'Y'
           GO TO 0478-SO-END.
       0475-SO-PROCESS.
           RETURN SORT-FILE
              AT END
                MOVE 'Y' TO WS-SORT-EOF
              NOT AT END
                PERFORM 3100-CHECK-DUPLICATE
           END-RETURN.
       0478-SO-END.
           EXIT.
