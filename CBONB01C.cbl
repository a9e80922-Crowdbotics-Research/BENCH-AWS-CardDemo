      *               card numbers, dates validated through CSUTLDTC
      *               and the requested initial credit limit;
      *               applications that fail the edits land on the
      *               rejection report.  Each new card is queued on
      *               ISSUEQ for the plastics emboss run.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
                  RECORD KEY   IS FD-ONBP-APP-ID
                  FILE STATUS  IS ONBPEND-STATUS.

           SELECT ISSUEQ-FILE ASSIGN TO ISSUEQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ISQ-KEY
                  FILE STATUS  IS ISSUEQ-STATUS.

           SELECT REPORT-FILE ASSIGN TO ONBRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-DATA                      PIC X(34).

       FD  ISSUEQ-FILE.
       01  FD-ISSUEQ-REC.
           05 FD-ISQ-KEY                        PIC X(26).
           05 FD-ISQ-DATA                       PIC X(124).

       FD  REPORT-FILE.
       01  FD-REPTFILE-REC                      PIC X(133).

           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.

       COPY CVISS01Y.
       01  ISSUEQ-STATUS.
           05  ISSUEQ-STAT1        PIC X.
           05  ISSUEQ-STAT2        PIC X.

       01  REPTFILE-STATUS.
           05  REPTFILE-STAT1      PIC X.
           05  REPTFILE-STAT2      PIC X.
           PERFORM 0400-XREFFILE-OPEN.
           PERFORM 0500-REPTFILE-OPEN.
           PERFORM 0600-ONBPEND-OPEN.
           PERFORM 0900-ISSUEQ-OPEN.
           PERFORM 4210-WRITE-HEADERS.
           PERFORM 0700-LOAD-CUSTOMER-IDENTITIES.
            PERFORM 0800-LOAD-WATCH-LIST
           PERFORM 9400-XREFFILE-CLOSE.
           PERFORM 9500-REPTFILE-CLOSE.
           PERFORM 9600-ONBPEND-CLOSE.
           PERFORM 9700-ISSUEQ-CLOSE.
           DISPLAY 'APPLICATIONS READ      :' WS-READ-COUNT
           DISPLAY 'ACCOUNTS OPENED        :' WS-OPEN-COUNT
           DISPLAY 'APPLICATIONS REJECTED  :' WS-REJECT-COUNT
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           PERFORM 2550-QUEUE-ISSUANCE
           EXIT.
      *---------------------------------------------------------------*
      * Every card issued goes on the issuance queue for the nightly
      * plastics emboss file.
       2550-QUEUE-ISSUANCE.
           INITIALIZE CARD-ISSUE-RECORD
           MOVE CARD-NUM            TO ISQ-CARD-NUM
           MOVE CARD-EXPIRAION-DATE TO ISQ-EXPIRY-DATE
           MOVE CARD-ACCT-ID        TO ISQ-ACCT-ID
           MOVE WS-NEW-CUST-ID      TO ISQ-CUST-ID
           SET ISQ-TYPE-NEW-ACCOUNT TO TRUE
           MOVE PARM-DATE           TO ISQ-QUEUED-DATE
           MOVE 'CBONB01C'          TO ISQ-QUEUED-BY
           SET ISQ-STAT-QUEUED      TO TRUE
           MOVE CARD-ISSUE-RECORD TO FD-ISSUEQ-REC
           WRITE FD-ISSUEQ-REC
           IF  ISSUEQ-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CARD ISSUANCE QUEUE'
               MOVE ISSUEQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2600-WRITE-XREF.
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       0900-ISSUEQ-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O ISSUEQ-FILE
           IF  ISSUEQ-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CARD ISSUANCE QUEUE'
               MOVE ISSUEQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       9700-ISSUEQ-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE ISSUEQ-FILE
           IF  ISSUEQ-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CARD ISSUANCE QUEUE'
               MOVE ISSUEQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
       2900-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
