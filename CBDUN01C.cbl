      *               and to the customer's address, honoring the
      *               customer's e-delivery preference.  The DUNHIST
      *               history file stops the same severity letter
      *               going out twice in one delinquency cycle.  No
      *               letter goes to an account under a bankruptcy,
      *               deceased or litigation legal status.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  RECORD KEY   IS FD-DUNH-KEY
                  FILE STATUS  IS DUNHIST-STATUS.

           SELECT LEGAL-FILE ASSIGN TO LEGALSTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-LGL-ACCT-ID
                  FILE STATUS  IS LEGALSTS-STATUS.

           SELECT DUNLETR-FILE ASSIGN TO DUNLETRS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
           05 FD-DUNH-KEY                       PIC X(12).
           05 FD-DUNH-DATA                      PIC X(38).

       FD  LEGAL-FILE.
       01  FD-LEGAL-REC.
           05 FD-LGL-ACCT-ID                    PIC 9(11).
           05 FD-LGL-DATA                       PIC X(189).

       FD  DUNLETR-FILE.
       01  FD-DUNLETR-REC                       PIC X(433).

           05  DUNHIST-STAT1       PIC X.
           05  DUNHIST-STAT2       PIC X.

       COPY CVLGL01Y.
       01  LEGALSTS-STATUS.
           05  LEGALSTS-STAT1      PIC X.
           05  LEGALSTS-STAT2      PIC X.

       01  DUNLETR-STATUS.
           05  DUNLETR-STAT1       PIC X.
           05  DUNLETR-STAT2       PIC X.
           05 WS-DELQ-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-LETTER-COUNT           PIC 9(09) VALUE 0.
           05 WS-SKIPPED-COUNT          PIC 9(09) VALUE 0.
           05 WS-LEGAL-HOLD-COUNT       PIC 9(09) VALUE 0.
           05 WS-UNDELIV-HOLD-COUNT     PIC 9(09) VALUE 0.

       01  WS-LETTER-VARS.
           05 WS-SKIP-REASON            PIC X(40) VALUE SPACES.
           PERFORM 0500-DUNHIST-OPEN.
           PERFORM 0600-DUNLETR-OPEN.
           PERFORM 0700-REPTFILE-OPEN.
           PERFORM 0800-LEGALSTS-OPEN.
           PERFORM 4210-WRITE-HEADERS.

           MOVE LOW-VALUES TO FD-DELQ-ACCT-ID
           PERFORM 9500-DUNHIST-CLOSE.
           PERFORM 9600-DUNLETR-CLOSE.
           PERFORM 9700-REPTFILE-CLOSE.
           PERFORM 9800-LEGALSTS-CLOSE.
           DISPLAY 'DELQ RECORDS READ       :' WS-DELQ-READ-COUNT
           DISPLAY 'LETTERS WRITTEN         :' WS-LETTER-COUNT
           DISPLAY 'LETTERS SKIPPED         :' WS-SKIPPED-COUNT
           DISPLAY 'SKIPPED - LEGAL STATUS  :' WS-LEGAL-HOLD-COUNT
           DISPLAY 'SKIPPED - UNDELIVERABLE :' WS-UNDELIV-HOLD-COUNT
           SET RST-EVENT-END TO TRUE.
           MOVE WS-DELQ-READ-COUNT TO RST-RECORD-COUNT.
           MOVE WS-SKIPPED-COUNT TO RST-REJECT-COUNT.
               GO TO 2000-EXTRACT-LETTER-EXIT
           END-IF
           MOVE SPACES TO WS-SKIP-REASON
           PERFORM 2050-CHECK-LEGAL-STATUS
           IF  WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               ADD 1 TO WS-LEGAL-HOLD-COUNT
               GO TO 2000-EXTRACT-LETTER-EXIT
           END-IF
           PERFORM 2100-READ-ACCOUNT
           IF  WS-SKIP-REASON = SPACES
               PERFORM 2200-GET-XREF-DATA
           IF  WS-SKIP-REASON = SPACES
               PERFORM 2300-GET-CUST-DATA
           END-IF
      *    Paper letters are held while returned mail has the address
      *    flagged; no history is written, so the letter goes out once
      *    the address is corrected.
           IF  WS-SKIP-REASON = SPACES
           AND CUST-ADDR-UNDELIVERABLE
           AND NOT CUST-STMT-PREF-EMAIL
               MOVE 'ADDRESS FLAGGED UNDELIVERABLE' TO WS-SKIP-REASON
               ADD 1 TO WS-UNDELIV-HOLD-COUNT
           END-IF
           IF  WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'LETTER SKIPPED FOR ACCOUNT ' DELQ-ACCT-ID
           PERFORM 2700-REPORT-LETTER.
       2000-EXTRACT-LETTER-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2050-CHECK-LEGAL-STATUS.
      *    Collection letters must stop once the account is in
      *    bankruptcy, the cardholder is deceased, or the debt is in
      *    litigation.
           MOVE DELQ-ACCT-ID TO FD-LGL-ACCT-ID
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
           EXIT.
      *---------------------------------------------------------------*
       2100-READ-ACCOUNT.
           MOVE DELQ-ACCT-ID TO FD-ACCT-ID
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0800-LEGALSTS-OPEN.
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
       9000-DELQFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           END-IF
           EXIT.

      *---------------------------------------------------------------*
       9800-LEGALSTS-CLOSE.
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
           MOVE 0 TO TIMING
