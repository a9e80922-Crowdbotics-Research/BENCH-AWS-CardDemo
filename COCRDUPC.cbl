      *               hot-list the old number, issue a new card with
      *               a new number and CVV carrying the embossed name
      *               and spending controls, and cross-reference the
      *               new card to the same account and customer.  The
      *               replacement is queued on ISSUEQ for the nightly
      *               plastics emboss file.  Every status change
      *               and hot-listing is logged on CRDSEVT for the
      *               nightly customer alert run.  The new number
      *               shows last four only; F10 shows it in full to
      *               roles holding the unmask permission and logs the
      *               view to PIIVIEW.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
         05 WS-CARDDAT-FILE            PIC X(08) VALUE 'CARDDAT '.
         05 WS-CCXREF-FILE             PIC X(08) VALUE 'CCXREF  '.
         05 WS-BIZDATE-FILE            PIC X(08) VALUE 'BIZDATE '.
         05 WS-ISSUEQ-FILE             PIC X(08) VALUE 'ISSUEQ  '.
         05 WS-CRDSEVT-FILE            PIC X(08) VALUE 'CRDSEVT '.
         05 WS-PERMSEC-FILE            PIC X(08) VALUE 'PERMSEC '.
         05 WS-PIIVIEW-FILE            PIC X(08) VALUE 'PIIVIEW '.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
         05 WS-NEW-EXP-DATE            PIC X(10) VALUE SPACES.
         05 WS-CURR-TS                 PIC X(21) VALUE SPACES.
         05 WS-EXP-YEAR                PIC 9(04) VALUE 0.
         05 WS-OLD-STATUS              PIC X(01) VALUE SPACES.
         05 WS-ABS-TIME                PIC S9(15) COMP-3.
         05 WS-CUR-DATE-X10            PIC X(10) VALUE SPACES.
         05 WS-CUR-TIME-X08            PIC X(08) VALUE SPACES.

       COPY COCOM01Y.
      * The replacement just issued rides in the commarea so F10 on
      * the next task can show its number in full.
          05 CDEMO-CCU1-INFO.
             10 CDEMO-CCU1-NEW-CARD-NUM    PIC X(16).
             10 CDEMO-CCU1-ACCT-ID         PIC 9(11).
             10 CDEMO-CCU1-CUST-ID         PIC 9(09).

       COPY COCRDUP.

       COPY CVACT02Y.
       COPY CVACT03Y.
       COPY CVBDC01Y.
       COPY CVISS01Y.
       COPY CVALR02Y.
       COPY CVPRM01Y.
       COPY CVPII01Y.

       COPY DFHAID.
       COPY DFHBMSCA.
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COCRDUAO
                   INITIALIZE CDEMO-CCU1-INFO
                   MOVE -1       TO ACTNCDL OF COCRDUAI
                   PERFORM SEND-CARDUPD-SCREEN
               ELSE
                       WHEN DFHPF5
                           PERFORM SAVE-CARD-CHANGE
                              THRU SAVE-CARD-CHANGE-EXIT
                       WHEN DFHPF10
                           PERFORM PROCESS-PF10-KEY
                              THRU PROCESS-PF10-KEY-EXIT
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
      *----------------------------------------------------------------*
       PROCESS-ENTER-KEY.

           INITIALIZE CDEMO-CCU1-INFO
           PERFORM EDIT-SCREEN-KEYS

           IF NOT ERR-FLG-ON
      *----------------------------------------------------------------*
       SAVE-CARD-CHANGE.

           INITIALIZE CDEMO-CCU1-INFO
           PERFORM CHECK-BATCH-QUIESCE
           IF ERR-FLG-ON
               GO TO SAVE-CARD-CHANGE-EXIT
           IF ERR-FLG-ON
               GO TO SAVE-CARD-CHANGE-EXIT
           END-IF
           MOVE CARD-ACTIVE-STATUS TO WS-OLD-STATUS

           IF ACTN-IS-STATUS
               MOVE NEWSTATI OF COCRDUAI TO CARD-ACTIVE-STATUS
                   MOVE RSNCDI OF COCRDUAI TO CARD-STATUS-REASON-CD
               END-IF
               PERFORM REWRITE-CARDDAT-FILE
               IF NOT ERR-FLG-ON
               AND CARD-ACTIVE-STATUS NOT = WS-OLD-STATUS
                   PERFORM WRITE-CRDSEVT-FILE
               END-IF
               IF NOT ERR-FLG-ON
                   MOVE CARD-ACTIVE-STATUS    TO CURSTATO OF COCRDUAO
                   MOVE CARD-STATUS-REASON-CD TO CURRSNO  OF COCRDUAO
           IF ERR-FLG-ON
               GO TO REPLACE-CARD-EXIT
           END-IF
           PERFORM WRITE-CRDSEVT-FILE

           PERFORM GENERATE-NEW-CARD-KEYS

               GO TO REPLACE-CARD-EXIT
           END-IF

           PERFORM WRITE-ISSUEQ-FILE
           IF ERR-FLG-ON
               GO TO REPLACE-CARD-EXIT
           END-IF

           MOVE WS-NEW-CARD-NUM TO CDEMO-CCU1-NEW-CARD-NUM
           MOVE XREF-ACCT-ID    TO CDEMO-CCU1-ACCT-ID
           MOVE XREF-CUST-ID    TO CDEMO-CCU1-CUST-ID
           MOVE WS-NEW-CARD-NUM (13:4) TO PII-MASKED-CARD-LAST4
           MOVE PII-MASKED-CARD TO NEWCARDO OF COCRDUAO
           MOVE 'H'             TO CURSTATO OF COCRDUAO
           MOVE RSNCDI OF COCRDUAI TO CURRSNO OF COCRDUAO
           MOVE DFHGREEN        TO ERRMSGC  OF COCRDUAO
       REPLACE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      PROCESS-PF10-KEY
      *----------------------------------------------------------------*
      * The replacement just issued is shown in full when the role
      * holds the unmask permission and the view has been logged;
      * otherwise it stays masked.
       PROCESS-PF10-KEY.

           IF CDEMO-CCU1-NEW-CARD-NUM = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Issue a replacement before pressing F10...' TO
                               WS-MESSAGE
               MOVE -1       TO ACTNCDL OF COCRDUAI
               PERFORM SEND-CARDUPD-SCREEN
               GO TO PROCESS-PF10-KEY-EXIT
           END-IF

           MOVE 'H' TO CURSTATO OF COCRDUAO
           PERFORM CHECK-REVEAL-PERMISSION
           IF PII-REVEAL-ON
               PERFORM WRITE-REVEAL-LOG
           END-IF

           EVALUATE TRUE
               WHEN ERR-FLG-ON
                   CONTINUE
               WHEN PII-REVEAL-ON
                   MOVE 'Full card number shown - this view is logged'
                         TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'You do not hold the unmask permission...'
                         TO WS-MESSAGE
           END-EVALUATE
           IF PII-REVEAL-ON
               MOVE CDEMO-CCU1-NEW-CARD-NUM TO NEWCARDO OF COCRDUAO
           ELSE
               MOVE CDEMO-CCU1-NEW-CARD-NUM (13:4)
                                    TO PII-MASKED-CARD-LAST4
               MOVE PII-MASKED-CARD TO NEWCARDO OF COCRDUAO
           END-IF
           MOVE -1       TO ACTNCDL OF COCRDUAI
           PERFORM SEND-CARDUPD-SCREEN.
       PROCESS-PF10-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CHECK-REVEAL-PERMISSION
      *----------------------------------------------------------------*
       CHECK-REVEAL-PERMISSION.

           SET PII-REVEAL-OFF   TO TRUE
           MOVE CDEMO-USER-ROLE TO PERM-ROLE
           MOVE PII-REVEAL-PERM TO PERM-PGMNAME
           EXEC CICS READ
                DATASET   (WS-PERMSEC-FILE)
                INTO      (PERM-MATRIX-RECORD)
                LENGTH    (LENGTH OF PERM-MATRIX-RECORD)
                RIDFLD    (PERM-KEY)
                KEYLENGTH (LENGTH OF PERM-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
           AND PERM-IS-ALLOWED
               SET PII-REVEAL-ON TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-REVEAL-LOG
      *----------------------------------------------------------------*
      * One PIIVIEW entry per card shown in full - the last four only,
      * so the log never holds a whole card number.  No full number
      * goes out unless the entry lands.
       WRITE-REVEAL-LOG.

           EXEC CICS ASKTIME
                ABSTIME  (WS-ABS-TIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME  (WS-ABS-TIME)
                YYYYMMDD (WS-CUR-DATE-X10)
                DATESEP  ('-')
                TIME     (WS-CUR-TIME-X08)
                TIMESEP  (':')
           END-EXEC

           MOVE WS-CUR-DATE-X10      TO PIIV-TS-DATE
           MOVE WS-CUR-TIME-X08      TO PIIV-TS-TIME
           MOVE CDEMO-USER-ID        TO PIIV-OPER-ID
           MOVE WS-PGMNAME           TO PIIV-SCREEN
           SET PIIV-TYPE-CARD        TO TRUE
           MOVE CDEMO-CCU1-ACCT-ID   TO PIIV-ACCT-ID
           MOVE CDEMO-CCU1-CUST-ID   TO PIIV-CUST-ID
           MOVE CDEMO-CCU1-NEW-CARD-NUM (13:4) TO PIIV-LAST4
           MOVE CDEMO-USER-ROLE      TO PIIV-USER-ROLE

           MOVE 0 TO PIIV-TS-SEQ
           PERFORM WRITE-PIIVIEW-REC
      *    A second reveal inside the same second collides on the
      *    key - bump the sequence until the entry lands.
           PERFORM UNTIL WS-RESP-CD NOT = DFHRESP(DUPREC)
                      OR PIIV-TS-SEQ = 99
               ADD 1 TO PIIV-TS-SEQ
               PERFORM WRITE-PIIVIEW-REC
           END-PERFORM
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET PII-REVEAL-OFF TO TRUE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to log the unmasked view - number masked'
                             TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-PIIVIEW-REC
      *----------------------------------------------------------------*
       WRITE-PIIVIEW-REC.

           EXEC CICS WRITE
                DATASET   (WS-PIIVIEW-FILE)
                FROM      (PII-VIEW-RECORD)
                LENGTH    (LENGTH OF PII-VIEW-RECORD)
                RIDFLD    (PIIV-KEY)
                KEYLENGTH (LENGTH OF PIIV-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      GENERATE-NEW-CARD-KEYS
      *----------------------------------------------------------------*
               PERFORM SEND-CARDUPD-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-ISSUEQ-FILE
      *----------------------------------------------------------------*
      * Queue the replacement plastic for the nightly emboss file.
       WRITE-ISSUEQ-FILE.

           INITIALIZE CARD-ISSUE-RECORD
           MOVE CARD-NUM             TO ISQ-CARD-NUM
           MOVE CARD-EXPIRAION-DATE  TO ISQ-EXPIRY-DATE
           MOVE CARD-ACCT-ID         TO ISQ-ACCT-ID
           MOVE XREF-CUST-ID         TO ISQ-CUST-ID
           SET ISQ-TYPE-REPLACEMENT  TO TRUE
           STRING WS-CURR-TS (1:4)   DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WS-CURR-TS (5:2)   DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WS-CURR-TS (7:2)   DELIMITED BY SIZE
             INTO ISQ-QUEUED-DATE
           END-STRING
           MOVE CDEMO-USER-ID        TO ISQ-QUEUED-BY
           SET ISQ-STAT-QUEUED       TO TRUE

           EXEC CICS WRITE
                DATASET   (WS-ISSUEQ-FILE)
                FROM      (CARD-ISSUE-RECORD)
                LENGTH    (LENGTH OF CARD-ISSUE-RECORD)
                RIDFLD    (ISQ-KEY)
                KEYLENGTH (LENGTH OF ISQ-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Replacement issued but NOT queued for embossing...'
                    TO WS-MESSAGE
               MOVE -1       TO CARDNUML OF COCRDUAI
               PERFORM SEND-CARDUPD-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-CRDSEVT-FILE
      *----------------------------------------------------------------*
      * Log the status change for the nightly customer alert run.
      * The card change itself has already gone through, so a failed
      * log write is reported to the console and not to the user.
       WRITE-CRDSEVT-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-TS
           INITIALIZE CARD-STATUS-EVENT-RECORD
           STRING WS-CURR-TS (1:4)   DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WS-CURR-TS (5:2)   DELIMITED BY SIZE
                  '-'                DELIMITED BY SIZE
                  WS-CURR-TS (7:2)   DELIMITED BY SIZE
             INTO CSE-EVENT-DATE
           END-STRING
           MOVE CARD-NUM              TO CSE-CARD-NUM
           MOVE WS-CURR-TS (9:8)      TO CSE-EVENT-TIME
           MOVE CARD-ACCT-ID          TO CSE-ACCT-ID
           MOVE WS-OLD-STATUS         TO CSE-OLD-STATUS
           MOVE CARD-ACTIVE-STATUS    TO CSE-NEW-STATUS
           MOVE CARD-STATUS-REASON-CD TO CSE-REASON-CD
           IF ACTN-IS-REPLACE
               SET CSE-TYPE-REPLACE   TO TRUE
           ELSE
               SET CSE-TYPE-STATUS    TO TRUE
           END-IF
           MOVE CDEMO-USER-ID         TO CSE-OPER-ID
           SET CSE-PENDING            TO TRUE

           EXEC CICS WRITE
                DATASET   (WS-CRDSEVT-FILE)
                FROM      (CARD-STATUS-EVENT-RECORD)
                LENGTH    (LENGTH OF CARD-STATUS-EVENT-RECORD)
                RIDFLD    (CSE-KEY)
                KEYLENGTH (LENGTH OF CSE-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'CRDSEVT RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                       ' CARD:' CARD-NUM
           END-IF.

      *----------------------------------------------------------------*
      *                      CHECK-BATCH-QUIESCE
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           INITIALIZE CDEMO-CCU1-INFO
           MOVE -1              TO ACTNCDL OF COCRDUAI
           MOVE SPACES          TO ACTNCDI  OF COCRDUAI
                                   CARDNUMI OF COCRDUAI
