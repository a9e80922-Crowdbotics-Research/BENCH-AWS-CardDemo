      ******************************************************************
      * Program     : CBCMP01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Parallel-run compare for release verification.
      *               Matches two copies of ACCTFILE, CARDFILE,
      *               CUSTDAT, XREFFILE or TCATBALF (named in the
      *               PARM) by key and reports records found in only
      *               one copy and, field by field from the record
      *               copybook, the values that differ.  Fields on
      *               the exclusion list are expected to differ and
      *               are not reported.  Ends with return code 4 when
      *               any unexpected difference is found.
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
       PROGRAM-ID.    CBCMP01C.
       AUTHOR.        AWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-OLD-FILE ASSIGN TO ACCTOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-ACCTOLD-ID
                  FILE STATUS  IS CMPOLD-STATUS.

           SELECT ACCT-NEW-FILE ASSIGN TO ACCTNEW
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-ACCTNEW-ID
                  FILE STATUS  IS CMPNEW-STATUS.

           SELECT CARD-OLD-FILE ASSIGN TO CARDOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-CARDOLD-NUM
                  FILE STATUS  IS CMPOLD-STATUS.

           SELECT CARD-NEW-FILE ASSIGN TO CARDNEW
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-CARDNEW-NUM
                  FILE STATUS  IS CMPNEW-STATUS.

           SELECT CUST-OLD-FILE ASSIGN TO CUSTOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-CUSTOLD-ID
                  FILE STATUS  IS CMPOLD-STATUS.

           SELECT CUST-NEW-FILE ASSIGN TO CUSTNEW
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-CUSTNEW-ID
                  FILE STATUS  IS CMPNEW-STATUS.

           SELECT XREF-OLD-FILE ASSIGN TO XREFOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-XREFOLD-CARD-NUM
                  FILE STATUS  IS CMPOLD-STATUS.

           SELECT XREF-NEW-FILE ASSIGN TO XREFNEW
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-XREFNEW-CARD-NUM
                  FILE STATUS  IS CMPNEW-STATUS.

           SELECT TCATBAL-OLD-FILE ASSIGN TO TCATOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-TCATOLD-KEY
                  FILE STATUS  IS CMPOLD-STATUS.

           SELECT TCATBAL-NEW-FILE ASSIGN TO TCATNEW
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-TCATNEW-KEY
                  FILE STATUS  IS CMPNEW-STATUS.

           SELECT EXCL-FILE ASSIGN TO CMPEXCL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CMPEXCL-STATUS.

           SELECT REPORT-FILE ASSIGN TO CMPRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REPTFILE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-OLD-FILE.
       01  FD-ACCTOLD-REC.
           05 FD-ACCTOLD-ID                     PIC 9(11).
           05 FD-ACCTOLD-DATA                   PIC X(289).

       FD  ACCT-NEW-FILE.
       01  FD-ACCTNEW-REC.
           05 FD-ACCTNEW-ID                     PIC 9(11).
           05 FD-ACCTNEW-DATA                   PIC X(289).

       FD  CARD-OLD-FILE.
       01  FD-CARDOLD-REC.
           05 FD-CARDOLD-NUM                    PIC X(16).
           05 FD-CARDOLD-DATA                   PIC X(134).

       FD  CARD-NEW-FILE.
       01  FD-CARDNEW-REC.
           05 FD-CARDNEW-NUM                    PIC X(16).
           05 FD-CARDNEW-DATA                   PIC X(134).

       FD  CUST-OLD-FILE.
       01  FD-CUSTOLD-REC.
           05 FD-CUSTOLD-ID                     PIC 9(09).
           05 FD-CUSTOLD-DATA                   PIC X(491).

       FD  CUST-NEW-FILE.
       01  FD-CUSTNEW-REC.
           05 FD-CUSTNEW-ID                     PIC 9(09).
           05 FD-CUSTNEW-DATA                   PIC X(491).

       FD  XREF-OLD-FILE.
       01  FD-XREFOLD-REC.
           05 FD-XREFOLD-CARD-NUM               PIC X(16).
           05 FD-XREFOLD-DATA                   PIC X(34).

       FD  XREF-NEW-FILE.
       01  FD-XREFNEW-REC.
           05 FD-XREFNEW-CARD-NUM               PIC X(16).
           05 FD-XREFNEW-DATA                   PIC X(34).

       FD  TCATBAL-OLD-FILE.
       01  FD-TCATOLD-REC.
           05 FD-TCATOLD-KEY                    PIC X(17).
           05 FD-TCATOLD-DATA                   PIC X(33).

       FD  TCATBAL-NEW-FILE.
       01  FD-TCATNEW-REC.
           05 FD-TCATNEW-KEY                    PIC X(17).
           05 FD-TCATNEW-DATA                   PIC X(33).

       FD  EXCL-FILE.
       01  FD-EXCL-REC                          PIC X(80).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Both copies of the file named in the PARM are read into these
      * areas whatever their layout; the field map says where each
      * field sits.
       01  CMP-OLD-REC                 PIC X(500) VALUE SPACES.
       01  CMPOLD-STATUS.
           05  CMPOLD-STAT1        PIC X.
           05  CMPOLD-STAT2        PIC X.

       01  CMP-NEW-REC                 PIC X(500) VALUE SPACES.
       01  CMPNEW-STATUS.
           05  CMPNEW-STAT1        PIC X.
           05  CMPNEW-STAT2        PIC X.

       COPY CVCMP01Y.
       01  CMPEXCL-STATUS.
           05  CMPEXCL-STAT1       PIC X.
           05  CMPEXCL-STAT2       PIC X.

       COPY CVCMP02Y.
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

       01  APPL-RESULT             PIC S9(9)   COMP.
           88  APPL-AOK            VALUE 0.
           88  APPL-EOF            VALUE 16.

       01  END-OF-FILE             PIC X(01)    VALUE 'N'.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.
       01  WS-COUNTERS.
           05 WS-OLD-READ-COUNT         PIC 9(09) VALUE 0.
           05 WS-NEW-READ-COUNT         PIC 9(09) VALUE 0.
           05 WS-SAME-COUNT             PIC 9(09) VALUE 0.
           05 WS-EXPECTED-REC-COUNT     PIC 9(09) VALUE 0.
           05 WS-OLD-ONLY-COUNT         PIC 9(09) VALUE 0.
           05 WS-NEW-ONLY-COUNT         PIC 9(09) VALUE 0.
           05 WS-DIFF-REC-COUNT         PIC 9(09) VALUE 0.
           05 WS-DIFF-FIELD-COUNT       PIC 9(09) VALUE 0.
           05 WS-EXPECTED-FIELD-COUNT   PIC 9(09) VALUE 0.
           05 WS-EXCL-COUNT             PIC 9(09) VALUE 0.
           05 WS-EXCL-UNKNOWN-COUNT     PIC 9(09) VALUE 0.
           05 WS-UNEXPECTED-COUNT       PIC 9(09) VALUE 0.

      * The file being compared and where its fields are in the map.
       01  WS-CMP-VARS.
           05 WS-CMP-FILE-NAME          PIC X(08) VALUE SPACES.
              88 CMP-FILE-ACCT                    VALUE 'ACCTFILE'.
              88 CMP-FILE-CARD                    VALUE 'CARDFILE'.
              88 CMP-FILE-CUST                    VALUE 'CUSTDAT'.
              88 CMP-FILE-XREF                    VALUE 'XREFFILE'.
              88 CMP-FILE-TCATBAL                 VALUE 'TCATBALF'.
           05 WS-DIR-IDX                PIC 9(02) VALUE 0.
           05 WS-FIRST-FIELD            PIC 9(03) VALUE 0.
           05 WS-LAST-FIELD             PIC 9(03) VALUE 0.
           05 WS-KEY-LEN                PIC 9(03) VALUE 0.
           05 WS-REC-LEN                PIC 9(03) VALUE 0.
           05 WS-MAP-IDX                PIC 9(03) VALUE 0.
           05 WS-OLD-KEY                PIC X(17) VALUE SPACES.
           05 WS-NEW-KEY                PIC X(17) VALUE SPACES.
           05 WS-OLD-EOF                PIC X(01) VALUE 'N'.
           05 WS-NEW-EOF                PIC X(01) VALUE 'N'.
           05 WS-EXCL-EOF               PIC X(01) VALUE 'N'.
           05 WS-EXCL-FOUND             PIC X(01) VALUE 'N'.
           05 WS-REC-UNEXPECTED         PIC X(01) VALUE 'N'.
              88 REC-HAS-UNEXPECTED               VALUE 'Y'.
           05 WS-REC-EXPECTED           PIC X(01) VALUE 'N'.
              88 REC-HAS-EXPECTED                 VALUE 'Y'.

      * Fields excluded for this run, one flag per field map entry.
       01  WS-EXCL-FLAGS.
           05  WS-EXCL-FLAG OCCURS 74 TIMES     PIC X(01).
               88  FIELD-IS-EXCLUDED                VALUE 'Y'.

      * A field longer than a report column prints in pieces.
       01  WS-PIECE-VARS.
           05 WS-FIELD-POS              PIC 9(03) VALUE 0.
           05 WS-FIELD-LEN              PIC 9(03) VALUE 0.
           05 WS-PIECE-OFFSET           PIC 9(03) VALUE 0.
           05 WS-PIECE-LEN              PIC 9(03) VALUE 0.
           05 WS-PIECE-MAX              PIC 9(03) VALUE 32.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-FILE-NAME      PIC X(08).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBCMP01C'.
           INITIALIZE RUN-STATUS-PARM.
           MOVE 'CBCMP01C' TO RST-PROGRAM.
           SET RST-EVENT-START TO TRUE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
           IF  PARM-LENGTH < 1
               DISPLAY 'FILE NAME PARM IS REQUIRED - ACCTFILE, '
                       'CARDFILE, CUSTDAT, XREFFILE OR TCATBALF'
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
           MOVE SPACES TO WS-CMP-FILE-NAME
           IF  PARM-LENGTH < 8
               MOVE PARM-FILE-NAME(1:PARM-LENGTH) TO WS-CMP-FILE-NAME
           ELSE
               MOVE PARM-FILE-NAME TO WS-CMP-FILE-NAME
           END-IF
           DISPLAY 'COMPARING COPIES OF FILE: ' WS-CMP-FILE-NAME.

           PERFORM 0050-FIND-FIELD-MAP.
           PERFORM 0100-EXCLFILE-OPEN.
           PERFORM 1500-LOAD-EXCLUSION
              UNTIL WS-EXCL-EOF = 'Y'.
           PERFORM 9100-EXCLFILE-CLOSE.

           PERFORM 0200-OLDFILE-OPEN.
           PERFORM 0250-NEWFILE-OPEN.
           PERFORM 0300-REPTFILE-OPEN.
           PERFORM 4210-WRITE-HEADERS.
           PERFORM 4220-WRITE-EXCLUSIONS.

           PERFORM 1000-OLDFILE-GET-NEXT.
           PERFORM 1100-NEWFILE-GET-NEXT.
           PERFORM 2000-MATCH-RECORDS
              UNTIL WS-OLD-EOF = 'Y'
                AND WS-NEW-EOF = 'Y'.

           PERFORM 4300-WRITE-TOTALS.

           PERFORM 9200-OLDFILE-CLOSE.
           PERFORM 9250-NEWFILE-CLOSE.
           PERFORM 9300-REPTFILE-CLOSE.
           COMPUTE WS-UNEXPECTED-COUNT = WS-OLD-ONLY-COUNT
                                       + WS-NEW-ONLY-COUNT
                                       + WS-DIFF-REC-COUNT
           DISPLAY 'RECORDS IN FIRST COPY   :' WS-OLD-READ-COUNT
           DISPLAY 'RECORDS IN SECOND COPY  :' WS-NEW-READ-COUNT
           DISPLAY 'RECORDS IDENTICAL       :' WS-SAME-COUNT
           DISPLAY 'EXPECTED DIFFERENCES    :' WS-EXPECTED-REC-COUNT
           DISPLAY 'ONLY IN FIRST COPY      :' WS-OLD-ONLY-COUNT
           DISPLAY 'ONLY IN SECOND COPY     :' WS-NEW-ONLY-COUNT
           DISPLAY 'RECORDS THAT DIFFER     :' WS-DIFF-REC-COUNT
      *    Anything the exclusion list does not explain fails the step.
           IF  WS-UNEXPECTED-COUNT > 0
               DISPLAY 'UNEXPECTED DIFFERENCES FOUND'
               MOVE 4 TO RETURN-CODE
           END-IF
           SET RST-EVENT-END TO TRUE.
           MOVE WS-OLD-READ-COUNT   TO RST-RECORD-COUNT.
           MOVE WS-UNEXPECTED-COUNT TO RST-REJECT-COUNT.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           CALL 'CSRUNSTS' USING RUN-STATUS-PARM.
      *    The status call leaves its own return code behind.
           IF  WS-UNEXPECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'END OF EXECUTION OF PROGRAM CBCMP01C'.

           GOBACK.
      *---------------------------------------------------------------*
       0050-FIND-FIELD-MAP.
           MOVE 0 TO WS-FIRST-FIELD
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
              UNTIL WS-DIR-IDX > CMP-DIR-MAX
               IF  CMP-DIR-FILE-NAME (WS-DIR-IDX) = WS-CMP-FILE-NAME
                   MOVE CMP-DIR-FIRST-FIELD (WS-DIR-IDX)
                     TO WS-FIRST-FIELD
                   COMPUTE WS-LAST-FIELD = WS-FIRST-FIELD
                         + CMP-DIR-FIELD-COUNT (WS-DIR-IDX) - 1
                   MOVE CMP-DIR-KEY-LEN (WS-DIR-IDX)  TO WS-KEY-LEN
                   MOVE CMP-DIR-REC-LEN (WS-DIR-IDX)  TO WS-REC-LEN
                   MOVE CMP-DIR-COPYBOOK (WS-DIR-IDX)
                     TO CMP-REPT-COPYBOOK
               END-IF
           END-PERFORM
           IF  WS-FIRST-FIELD = 0
               DISPLAY 'NO FIELD MAP FOR FILE: ' WS-CMP-FILE-NAME
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE ALL 'N' TO WS-EXCL-FLAGS
           EXIT.
      *---------------------------------------------------------------*
      * Both copies come from the same layout, so a key read as
      * characters sorts the same way in each.
      *---------------------------------------------------------------*
       1000-OLDFILE-GET-NEXT.
           EVALUATE TRUE
               WHEN CMP-FILE-ACCT
                   READ ACCT-OLD-FILE INTO CMP-OLD-REC
               WHEN CMP-FILE-CARD
                   READ CARD-OLD-FILE INTO CMP-OLD-REC
               WHEN CMP-FILE-CUST
                   READ CUST-OLD-FILE INTO CMP-OLD-REC
               WHEN CMP-FILE-XREF
                   READ XREF-OLD-FILE INTO CMP-OLD-REC
               WHEN CMP-FILE-TCATBAL
                   READ TCATBAL-OLD-FILE INTO CMP-OLD-REC
           END-EVALUATE
           IF  CMPOLD-STATUS = '00'
               ADD 1 TO WS-OLD-READ-COUNT
               MOVE SPACES TO WS-OLD-KEY
               MOVE CMP-OLD-REC(1:WS-KEY-LEN) TO WS-OLD-KEY
           ELSE
               IF  CMPOLD-STATUS = '10'
                   MOVE 'Y' TO WS-OLD-EOF
                   MOVE HIGH-VALUES TO WS-OLD-KEY
               ELSE
                   DISPLAY 'ERROR READING FIRST COPY'
                   MOVE CMPOLD-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       1100-NEWFILE-GET-NEXT.
           EVALUATE TRUE
               WHEN CMP-FILE-ACCT
                   READ ACCT-NEW-FILE INTO CMP-NEW-REC
               WHEN CMP-FILE-CARD
                   READ CARD-NEW-FILE INTO CMP-NEW-REC
               WHEN CMP-FILE-CUST
                   READ CUST-NEW-FILE INTO CMP-NEW-REC
               WHEN CMP-FILE-XREF
                   READ XREF-NEW-FILE INTO CMP-NEW-REC
               WHEN CMP-FILE-TCATBAL
                   READ TCATBAL-NEW-FILE INTO CMP-NEW-REC
           END-EVALUATE
           IF  CMPNEW-STATUS = '00'
               ADD 1 TO WS-NEW-READ-COUNT
               MOVE SPACES TO WS-NEW-KEY
               MOVE CMP-NEW-REC(1:WS-KEY-LEN) TO WS-NEW-KEY
           ELSE
               IF  CMPNEW-STATUS = '10'
                   MOVE 'Y' TO WS-NEW-EOF
                   MOVE HIGH-VALUES TO WS-NEW-KEY
               ELSE
                   DISPLAY 'ERROR READING SECOND COPY'
                   MOVE CMPNEW-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * An exclusion names a field from the file's copybook.  One that
      * is not in the layout is listed on the report so a misspelt
      * card does not go unnoticed, but does not stop the run.
      *---------------------------------------------------------------*
       1500-LOAD-EXCLUSION.
           READ EXCL-FILE INTO CMP-EXCL-CARD
           IF  CMPEXCL-STATUS = '10'
               MOVE 'Y' TO WS-EXCL-EOF
           ELSE
               IF  CMPEXCL-STATUS NOT = '00'
                   DISPLAY 'ERROR READING EXCLUSION LIST'
                   MOVE CMPEXCL-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               IF  CMP-EXCL-CARD(1:1) NOT = '*'
               AND CMP-EXCL-FIELD NOT = SPACES
               AND (CMP-EXCL-FILE-NAME = SPACES
                OR  CMP-EXCL-FILE-NAME = WS-CMP-FILE-NAME)
                   MOVE 'N' TO WS-EXCL-FOUND
                   PERFORM VARYING WS-MAP-IDX FROM WS-FIRST-FIELD BY 1
                      UNTIL WS-MAP-IDX > WS-LAST-FIELD
                       IF  CMP-MAP-FIELD-NAME (WS-MAP-IDX)
                           = CMP-EXCL-FIELD
                           MOVE 'Y' TO WS-EXCL-FLAG (WS-MAP-IDX)
                           MOVE 'Y' TO WS-EXCL-FOUND
                       END-IF
                   END-PERFORM
                   IF  WS-EXCL-FOUND = 'Y'
                       ADD 1 TO WS-EXCL-COUNT
                   ELSE
                       ADD 1 TO WS-EXCL-UNKNOWN-COUNT
                       DISPLAY 'EXCLUDED FIELD NOT IN LAYOUT: '
                               CMP-EXCL-FIELD
                   END-IF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2000-MATCH-RECORDS.
           EVALUATE TRUE
               WHEN WS-OLD-KEY < WS-NEW-KEY
                   ADD 1 TO WS-OLD-ONLY-COUNT
                   INITIALIZE CMP-DETAIL-LINE
                   MOVE WS-OLD-KEY            TO CMP-DTL-KEY
                   MOVE 'FIRST ONLY'          TO CMP-DTL-CONDITION
                   MOVE CMP-DETAIL-LINE TO FD-REPTFILE-REC
                   PERFORM 4290-WRITE-REPORT-REC
                   PERFORM 1000-OLDFILE-GET-NEXT
               WHEN WS-OLD-KEY > WS-NEW-KEY
                   ADD 1 TO WS-NEW-ONLY-COUNT
                   INITIALIZE CMP-DETAIL-LINE
                   MOVE WS-NEW-KEY            TO CMP-DTL-KEY
                   MOVE 'SECOND ONLY'         TO CMP-DTL-CONDITION
                   MOVE CMP-DETAIL-LINE TO FD-REPTFILE-REC
                   PERFORM 4290-WRITE-REPORT-REC
                   PERFORM 1100-NEWFILE-GET-NEXT
               WHEN OTHER
                   PERFORM 2100-COMPARE-RECORD
                   PERFORM 1000-OLDFILE-GET-NEXT
                   PERFORM 1100-NEWFILE-GET-NEXT
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Same key in both copies - a record that differs only in
      * excluded fields counts as an expected difference.
      *---------------------------------------------------------------*
       2100-COMPARE-RECORD.
           IF  CMP-OLD-REC(1:WS-REC-LEN) = CMP-NEW-REC(1:WS-REC-LEN)
               ADD 1 TO WS-SAME-COUNT
           ELSE
               MOVE 'N' TO WS-REC-UNEXPECTED
               MOVE 'N' TO WS-REC-EXPECTED
               PERFORM 2200-COMPARE-FIELD
                  VARYING WS-MAP-IDX FROM WS-FIRST-FIELD BY 1
                    UNTIL WS-MAP-IDX > WS-LAST-FIELD
               IF  REC-HAS-UNEXPECTED
                   ADD 1 TO WS-DIFF-REC-COUNT
               ELSE
                   ADD 1 TO WS-EXPECTED-REC-COUNT
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2200-COMPARE-FIELD.
           MOVE CMP-MAP-POS (WS-MAP-IDX) TO WS-FIELD-POS
           MOVE CMP-MAP-LEN (WS-MAP-IDX) TO WS-FIELD-LEN
           IF  CMP-OLD-REC(WS-FIELD-POS:WS-FIELD-LEN)
               NOT = CMP-NEW-REC(WS-FIELD-POS:WS-FIELD-LEN)
               IF  FIELD-IS-EXCLUDED (WS-MAP-IDX)
                   MOVE 'Y' TO WS-REC-EXPECTED
                   ADD 1 TO WS-EXPECTED-FIELD-COUNT
               ELSE
                   MOVE 'Y' TO WS-REC-UNEXPECTED
                   ADD 1 TO WS-DIFF-FIELD-COUNT
                   PERFORM 2300-WRITE-FIELD-DIFF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Values print as stored.  Sensitive fields are masked, so the
      * report only says that they differ.
      *---------------------------------------------------------------*
       2300-WRITE-FIELD-DIFF.
           INITIALIZE CMP-DETAIL-LINE
           MOVE WS-OLD-KEY                   TO CMP-DTL-KEY
           MOVE 'DIFFERS'                    TO CMP-DTL-CONDITION
           MOVE CMP-MAP-FIELD-NAME (WS-MAP-IDX)
             TO CMP-DTL-FIELD-NAME
           IF  CMP-MAP-MASKED (WS-MAP-IDX)
               MOVE '(MASKED)'               TO CMP-DTL-FIRST-VALUE
               MOVE '(MASKED)'               TO CMP-DTL-SECOND-VALUE
               MOVE CMP-DETAIL-LINE TO FD-REPTFILE-REC
               PERFORM 4290-WRITE-REPORT-REC
           ELSE
               PERFORM 2310-WRITE-VALUE-PIECE
                  VARYING WS-PIECE-OFFSET FROM 0 BY WS-PIECE-MAX
                    UNTIL WS-PIECE-OFFSET NOT < WS-FIELD-LEN
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2310-WRITE-VALUE-PIECE.
           COMPUTE WS-PIECE-LEN = WS-FIELD-LEN - WS-PIECE-OFFSET
           IF  WS-PIECE-LEN > WS-PIECE-MAX
               MOVE WS-PIECE-MAX TO WS-PIECE-LEN
           END-IF
           IF  WS-PIECE-OFFSET > 0
               INITIALIZE CMP-DETAIL-LINE
           END-IF
           MOVE CMP-OLD-REC(WS-FIELD-POS + WS-PIECE-OFFSET:
                            WS-PIECE-LEN)   TO CMP-DTL-FIRST-VALUE
           MOVE CMP-NEW-REC(WS-FIELD-POS + WS-PIECE-OFFSET:
                            WS-PIECE-LEN)   TO CMP-DTL-SECOND-VALUE
           MOVE CMP-DETAIL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4210-WRITE-HEADERS.
           MOVE WS-CMP-FILE-NAME TO CMP-REPT-FILE-NAME
           MOVE CMP-REPORT-NAME-HEADER TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE CMP-DETAIL-HEADER-1 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE CMP-REPORT-HEADER-2 TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       4220-WRITE-EXCLUSIONS.
           PERFORM VARYING WS-MAP-IDX FROM WS-FIRST-FIELD BY 1
              UNTIL WS-MAP-IDX > WS-LAST-FIELD
               IF  FIELD-IS-EXCLUDED (WS-MAP-IDX)
                   INITIALIZE CMP-EXCL-LINE
                   MOVE CMP-MAP-FIELD-NAME (WS-MAP-IDX)
                     TO CMP-EXCL-FIELD-NAME
                   MOVE 'DIFFERENCES EXPECTED'  TO CMP-EXCL-NOTE
                   MOVE CMP-EXCL-LINE TO FD-REPTFILE-REC
                   PERFORM 4290-WRITE-REPORT-REC
               END-IF
           END-PERFORM
           IF  WS-EXCL-COUNT > 0
               MOVE CMP-REPORT-HEADER-2 TO FD-REPTFILE-REC
               PERFORM 4290-WRITE-REPORT-REC
           END-IF
           EXIT.

       4290-WRITE-REPORT-REC.
           WRITE FD-REPTFILE-REC
           IF  REPTFILE-STATUS = '00'
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING COMPARE REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       4300-WRITE-TOTALS.
           MOVE SPACES TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           INITIALIZE CMP-REPORT-TOTAL-LINE
           MOVE 'RECORDS IN FIRST COPY'       TO CMP-TOTAL-LABEL
           MOVE WS-OLD-READ-COUNT             TO CMP-TOTAL-COUNT
           MOVE CMP-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'RECORDS IN SECOND COPY'      TO CMP-TOTAL-LABEL
           MOVE WS-NEW-READ-COUNT             TO CMP-TOTAL-COUNT
           MOVE CMP-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'RECORDS IDENTICAL'           TO CMP-TOTAL-LABEL
           MOVE WS-SAME-COUNT                 TO CMP-TOTAL-COUNT
           MOVE CMP-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'RECORDS DIFFERING IN EXCLUDED FIELDS ONLY'
             TO CMP-TOTAL-LABEL
           MOVE WS-EXPECTED-REC-COUNT         TO CMP-TOTAL-COUNT
           MOVE CMP-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'RECORDS ONLY IN FIRST COPY'  TO CMP-TOTAL-LABEL
           MOVE WS-OLD-ONLY-COUNT             TO CMP-TOTAL-COUNT
           MOVE CMP-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'RECORDS ONLY IN SECOND COPY' TO CMP-TOTAL-LABEL
           MOVE WS-NEW-ONLY-COUNT             TO CMP-TOTAL-COUNT
           MOVE CMP-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'RECORDS THAT DIFFER'         TO CMP-TOTAL-LABEL
           MOVE WS-DIFF-REC-COUNT             TO CMP-TOTAL-COUNT
           MOVE CMP-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'FIELD DIFFERENCES REPORTED'  TO CMP-TOTAL-LABEL
           MOVE WS-DIFF-FIELD-COUNT           TO CMP-TOTAL-COUNT
           MOVE CMP-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'FIELD DIFFERENCES IGNORED AS EXCLUDED'
             TO CMP-TOTAL-LABEL
           MOVE WS-EXPECTED-FIELD-COUNT       TO CMP-TOTAL-COUNT
           MOVE CMP-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           MOVE 'EXCLUSIONS NOT IN THE LAYOUT' TO CMP-TOTAL-LABEL
           MOVE WS-EXCL-UNKNOWN-COUNT         TO CMP-TOTAL-COUNT
           MOVE CMP-REPORT-TOTAL-LINE TO FD-REPTFILE-REC
           PERFORM 4290-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
       0200-OLDFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           EVALUATE TRUE
               WHEN CMP-FILE-ACCT
                   OPEN INPUT ACCT-OLD-FILE
               WHEN CMP-FILE-CARD
                   OPEN INPUT CARD-OLD-FILE
               WHEN CMP-FILE-CUST
                   OPEN INPUT CUST-OLD-FILE
               WHEN CMP-FILE-XREF
                   OPEN INPUT XREF-OLD-FILE
               WHEN CMP-FILE-TCATBAL
                   OPEN INPUT TCATBAL-OLD-FILE
           END-EVALUATE
           IF  CMPOLD-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING FIRST COPY'
               MOVE CMPOLD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0250-NEWFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           EVALUATE TRUE
               WHEN CMP-FILE-ACCT
                   OPEN INPUT ACCT-NEW-FILE
               WHEN CMP-FILE-CARD
                   OPEN INPUT CARD-NEW-FILE
               WHEN CMP-FILE-CUST
                   OPEN INPUT CUST-NEW-FILE
               WHEN CMP-FILE-XREF
                   OPEN INPUT XREF-NEW-FILE
               WHEN CMP-FILE-TCATBAL
                   OPEN INPUT TCATBAL-NEW-FILE
           END-EVALUATE
           IF  CMPNEW-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING SECOND COPY'
               MOVE CMPNEW-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0100-EXCLFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT EXCL-FILE
           IF  CMPEXCL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING EXCLUSION LIST'
               MOVE CMPEXCL-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR OPENING COMPARE REPORT'
               MOVE REPTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9200-OLDFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           EVALUATE TRUE
               WHEN CMP-FILE-ACCT
                   CLOSE ACCT-OLD-FILE
               WHEN CMP-FILE-CARD
                   CLOSE CARD-OLD-FILE
               WHEN CMP-FILE-CUST
                   CLOSE CUST-OLD-FILE
               WHEN CMP-FILE-XREF
                   CLOSE XREF-OLD-FILE
               WHEN CMP-FILE-TCATBAL
                   CLOSE TCATBAL-OLD-FILE
           END-EVALUATE
           IF  CMPOLD-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING FIRST COPY'
               MOVE CMPOLD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9250-NEWFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           EVALUATE TRUE
               WHEN CMP-FILE-ACCT
                   CLOSE ACCT-NEW-FILE
               WHEN CMP-FILE-CARD
                   CLOSE CARD-NEW-FILE
               WHEN CMP-FILE-CUST
                   CLOSE CUST-NEW-FILE
               WHEN CMP-FILE-XREF
                   CLOSE XREF-NEW-FILE
               WHEN CMP-FILE-TCATBAL
                   CLOSE TCATBAL-NEW-FILE
           END-EVALUATE
           IF  CMPNEW-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING SECOND COPY'
               MOVE CMPNEW-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9100-EXCLFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE EXCL-FILE
           IF  CMPEXCL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING EXCLUSION LIST'
               MOVE CMPEXCL-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING COMPARE REPORT'
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
