      *               stream so it posts through CBTRN02C's normal
      *               validation, and prints a control report of
      *               payments generated and enrollments skipped.
      *               Accounts under a bankruptcy, deceased or
      *               litigation legal status are not drafted.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                  FILE STATUS  IS XREFFILE-STATUS.

           SELECT LEGAL-FILE ASSIGN TO LEGALSTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-LGL-ACCT-ID
                  FILE STATUS  IS LEGALSTS-STATUS.

           SELECT APAYTRAN-FILE ASSIGN TO APAYTRAN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
       FD  APAYTRAN-FILE.
       01  FD-APAYTRAN-REC                      PIC X(350).

       FD  LEGAL-FILE.
       01  FD-LEGAL-REC.
           05 FD-LGL-ACCT-ID                    PIC 9(11).
           05 FD-LGL-DATA                       PIC X(189).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.

       COPY CVLGL01Y.
       01  LEGALSTS-STATUS.
           05  LEGALSTS-STAT1      PIC X.
           05  LEGALSTS-STAT2      PIC X.

       COPY CVTRA06Y.
       01  APAYTRAN-STATUS.
           05  APAYTRAN-STAT1      PIC X.
           PERFORM 0300-APAYTRAN-OPEN.
           PERFORM 0350-WRITE-FEED-HEADER.
           PERFORM 0400-REPTFILE-OPEN.
           PERFORM 0500-LEGALSTS-OPEN.
           PERFORM 4210-WRITE-HEADERS.

           MOVE PARM-DATE(1:4) TO WS-PARM-YYYYMMDD(1:4)
           PERFORM 9200-XREFFILE-CLOSE.
           PERFORM 9300-APAYTRAN-CLOSE.
           PERFORM 9400-REPTFILE-CLOSE.
           PERFORM 9500-LEGALSTS-CLOSE.
           DISPLAY 'ENROLLMENTS READ       :' WS-ENROLL-READ-COUNT
           DISPLAY 'PAYMENTS GENERATED     :' WS-GEN-COUNT
           DISPLAY 'ENROLLMENTS SKIPPED    :' WS-SKIP-COUNT
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0500-LEGALSTS-OPEN.
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
       1000-AUTOPAY-GET-NEXT.
           READ AUTOPAY-FILE NEXT RECORD INTO AUTOPAY-RECORD.
               GO TO 2000-PROCESS-ENROLLMENT-EXIT
           END-IF

      *    No payment is pulled from an account under a bankruptcy,
      *    deceased or litigation legal status.
           MOVE APAY-ACCT-ID TO FD-LGL-ACCT-ID
           READ LEGAL-FILE INTO LEGAL-STATUS-RECORD
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF  LGL-SUPPRESS-ACTIVITY
                    MOVE 'LEGAL STATUS ON ACCOUNT' TO WS-SKIP-REASON
                END-IF
           END-READ
           IF  LEGALSTS-STATUS NOT = '00' AND '23'
               DISPLAY 'ERROR READING LEGAL STATUS FILE'
               MOVE LEGALSTS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-SKIP-REASON NOT = SPACES
               PERFORM 2900-SKIP-ENROLLMENT
               GO TO 2000-PROCESS-ENROLLMENT-EXIT
           END-IF

           IF  ACCT-PAYMENT-DUE-DATE = SPACES
               MOVE 'NO PAYMENT DUE DATE' TO WS-SKIP-REASON
               PERFORM 2900-SKIP-ENROLLMENT
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9500-LEGALSTS-CLOSE.
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

       9999-ABEND-PROGRAM.
           DISPLAY 'ABENDING PROGRAM'
