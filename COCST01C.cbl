      *               up by customer ID or SSN) list every related
      *               account with status and balance and every card
      *               with status and expiration, and select through
      *               to the account or card view screens.  Any
      *               account under an active legal status is
      *               flagged on its row and in a highlighted banner.
      *               An address flagged undeliverable by returned
      *               mail is shown with the date it was flagged.
      *               The two newest notes left on any of the
      *               customer's own accounts are shown under the
      *               rows, and N beside a row opens COANT01C on that
      *               row's account to read or add notes.  Card
      *               numbers show last four only; F10 shows them in
      *               full to roles holding the unmask permission and
      *               logs each one to PIIVIEW.  F11 opens the
      *               customer's alert preferences on COALR01C, and
      *               F9 the customer's military status on COMIL01C.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
         05 WS-ACCTDAT-FILE            PIC X(08) VALUE 'ACCTDAT '.
         05 WS-CARDDAT-FILE            PIC X(08) VALUE 'CARDDAT '.
         05 WS-CXACAIX-FILE            PIC X(08) VALUE 'CXACAIX '.
         05 WS-LEGAL-FILE              PIC X(08) VALUE 'LEGALSTS'.
         05 WS-NOTE-FILE               PIC X(08) VALUE 'ACCTNOTE'.
         05 WS-PERMSEC-FILE            PIC X(08) VALUE 'PERMSEC '.
         05 WS-PIIVIEW-FILE            PIC X(08) VALUE 'PIIVIEW '.
         05 WS-ABS-TIME                PIC S9(15) COMP-3 VALUE 0.
         05 WS-CUR-DATE-X10            PIC X(10) VALUE SPACES.
         05 WS-CUR-TIME-X08            PIC X(08) VALUE SPACES.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
         05 WS-CUST-EOF                PIC X(01) VALUE 'N'.
           88 CUST-EOF                           VALUE 'Y'.
           88 CUST-NOT-EOF                       VALUE 'N'.
         05 WS-NOTE-EOF                PIC X(01) VALUE 'N'.
           88 NOTE-EOF                           VALUE 'Y'.
           88 NOTE-NOT-EOF                       VALUE 'N'.
         05 WS-ROW-IDX                 PIC 9(02) VALUE 0.
         05 WS-ROW-MAX                 PIC 9(02) VALUE 8.
         05 WS-SEL-IDX                 PIC 9(02) VALUE 0.
         05 WS-REL-SET-IDX             PIC 9(02) VALUE 0.
         05 WS-LAST-REL-ACCT           PIC 9(11) VALUE 0.
         05 WS-SCAN-ACCT               PIC 9(11) VALUE 0.
         05 WS-LEGAL-DESC              PIC X(10) VALUE SPACES.
         05 WS-NOTE-COUNT              PIC 9(02) VALUE 0.

      * The two newest notes seen so far across the customer's
      * accounts, newest in the first slot.
       01 WS-LATEST-NOTES.
         05 WS-LATEST-NOTE OCCURS 2 TIMES.
           10 WS-LATEST-TS             PIC X(26).
           10 WS-LATEST-LINE           PIC X(78).

       COPY COCOM01Y.
      * Accounts and cards collected for the customer ride in the
       COPY CVACT01Y.
       COPY CVACT02Y.
       COPY CVACT03Y.
       COPY CVLGL01Y.
       COPY CVNTE01Y.
       COPY CVPRM01Y.
       COPY CVPII01Y.

       COPY DFHAID.
       COPY DFHBMSCA.
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF4
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN DFHPF9
                           PERFORM PROCESS-PF9-KEY
                              THRU PROCESS-PF9-KEY-EXIT
                       WHEN DFHPF10
                           PERFORM PROCESS-PF10-KEY
                              THRU PROCESS-PF10-KEY-EXIT
                       WHEN DFHPF11
                           PERFORM PROCESS-PF11-KEY
                              THRU PROCESS-PF11-KEY-EXIT
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
       PROCESS-ENTER-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      PROCESS-PF9-KEY
      *----------------------------------------------------------------*
       PROCESS-PF9-KEY.

           IF CDEMO-CS01-CUST-ID = 0
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Look up a customer before pressing F9...' TO
                               WS-MESSAGE
               MOVE -1       TO LKTYPEL OF COCST1AI
               PERFORM SEND-CUST360-SCREEN
               GO TO PROCESS-PF9-KEY-EXIT
           END-IF

           MOVE CDEMO-CS01-CUST-ID TO CDEMO-CUST-ID
           MOVE 'COMIL01C'         TO CDEMO-TO-PROGRAM
           PERFORM RETURN-TO-PREV-SCREEN.
       PROCESS-PF9-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      PROCESS-PF10-KEY
      *----------------------------------------------------------------*
      * The customer on show is rebuilt with full card numbers when
      * the role holds the unmask permission; with no matrix record
      * the rows stay masked.
       PROCESS-PF10-KEY.

           IF CDEMO-CS01-CUST-ID = 0
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Look up a customer before pressing F10...' TO
                               WS-MESSAGE
               MOVE -1       TO LKTYPEL OF COCST1AI
               PERFORM SEND-CUST360-SCREEN
               GO TO PROCESS-PF10-KEY-EXIT
           END-IF

           PERFORM CHECK-REVEAL-PERMISSION

           MOVE CDEMO-CS01-CUST-ID TO WS-CUST-ID-N
           PERFORM READ-CUSTDAT-FILE
           IF ERR-FLG-ON
               GO TO PROCESS-PF10-KEY-EXIT
           END-IF

           PERFORM BUILD-CUSTOMER-ROWS
           EVALUATE TRUE
               WHEN ERR-FLG-ON
                   CONTINUE
               WHEN PII-REVEAL-ON
                   MOVE 'Full card numbers shown - this view is logged'
                         TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'You do not hold the unmask permission...'
                         TO WS-MESSAGE
           END-EVALUATE
           PERFORM SEND-CUST360-SCREEN.
       PROCESS-PF10-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      PROCESS-PF11-KEY
      *----------------------------------------------------------------*
       PROCESS-PF11-KEY.

           IF CDEMO-CS01-CUST-ID = 0
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Look up a customer before pressing F11...' TO
                               WS-MESSAGE
               MOVE -1       TO LKTYPEL OF COCST1AI
               PERFORM SEND-CUST360-SCREEN
               GO TO PROCESS-PF11-KEY-EXIT
           END-IF

           MOVE CDEMO-CS01-CUST-ID TO CDEMO-CUST-ID
           MOVE 'COALR01C'         TO CDEMO-TO-PROGRAM
           PERFORM RETURN-TO-PREV-SCREEN.
       PROCESS-PF11-KEY-EXIT.
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
      *                      EDIT-LOOKUP-KEYS
      *----------------------------------------------------------------*
           MOVE WS-CUST-ID-N TO CUSTIDO OF COCST1AO
           MOVE WS-CUST-ID-N TO CDEMO-CS01-CUST-ID
           MOVE WS-CUST-NAME TO CUSTNAMO OF COCST1AO
           MOVE SPACES       TO LEGALO OF COCST1AO
           IF CUST-ADDR-UNDELIVERABLE
               MOVE SPACES   TO ADDRFLGO OF COCST1AO
               STRING 'ADDRESS UNDELIVERABLE SINCE '
                                          DELIMITED BY SIZE
                      CUST-ADDR-UNDELIV-DATE DELIMITED BY SIZE
                 INTO ADDRFLGO OF COCST1AO
               END-STRING
               MOVE DFHRED   TO ADDRFLGC OF COCST1AO
           ELSE
               MOVE SPACES   TO ADDRFLGO OF COCST1AO
           END-IF
           IF CUST-PRI-CARD-HOLDER-IND = 'Y'
               MOVE 'PR' TO WS-VIEWED-REL
           ELSE
                TO ROWRELO OF CST-ROW-O (WS-REL-SET-IDX)
           END-PERFORM
           PERFORM BUILD-RELATED-ROWS
           PERFORM BUILD-LATEST-NOTES

           IF WS-ROW-IDX = 0
               MOVE 'No accounts or cards for this customer...'
                     TO WS-MESSAGE
           ELSE
               MOVE 'Type A (account), C (card) or N (notes) beside '
                     TO WS-MESSAGE(1:48)
               MOVE 'a row and press ENTER ...' TO WS-MESSAGE(49:25)
           END-IF.

      *----------------------------------------------------------------*
           MOVE XREF-ACCT-ID  TO CDEMO-CS01-ACCT-ID (WS-ROW-IDX)
           MOVE XREF-CARD-NUM TO CDEMO-CS01-CARD-NUM (WS-ROW-IDX)
           MOVE XREF-ACCT-ID  TO ROWACCTO OF CST-ROW-O (WS-ROW-IDX)
           IF PII-REVEAL-ON
               PERFORM WRITE-REVEAL-LOG
           END-IF
           IF PII-REVEAL-ON
               MOVE XREF-CARD-NUM TO ROWCARDO OF CST-ROW-O (WS-ROW-IDX)
           ELSE
               MOVE XREF-CARD-NUM (13:4) TO PII-MASKED-CARD-LAST4
               MOVE PII-MASKED-CARD
                 TO ROWCARDO OF CST-ROW-O (WS-ROW-IDX)
           END-IF

           MOVE XREF-ACCT-ID TO ACCT-ID
           EXEC CICS READ
                    ROWBALO OF CST-ROW-O (WS-ROW-IDX)
           END-IF

           PERFORM CHECK-LEGAL-STATUS

           MOVE XREF-CARD-NUM TO CARD-NUM
           EXEC CICS READ
                DATASET   (WS-CARDDAT-FILE)
                    ROWEXPDTO OF CST-ROW-O (WS-ROW-IDX)
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-REVEAL-LOG
      *----------------------------------------------------------------*
      * One PIIVIEW entry per card shown in full - the last four only,
      * so the log never holds a whole card number.
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
           MOVE XREF-ACCT-ID         TO PIIV-ACCT-ID
           MOVE XREF-CUST-ID         TO PIIV-CUST-ID
           MOVE XREF-CARD-NUM (13:4) TO PIIV-LAST4
           MOVE CDEMO-USER-ROLE      TO PIIV-USER-ROLE

           MOVE 0 TO PIIV-TS-SEQ
           PERFORM WRITE-PIIVIEW-REC
      *    Rows revealed inside the same second share date and time -
      *    bump the sequence until the entry lands.
           PERFORM UNTIL WS-RESP-CD NOT = DFHRESP(DUPREC)
                      OR PIIV-TS-SEQ = 99
               ADD 1 TO PIIV-TS-SEQ
               PERFORM WRITE-PIIVIEW-REC
           END-PERFORM
      *    No full number goes out without its log entry - if the
      *    write did not land, this row and the rest stay masked.
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET PII-REVEAL-OFF TO TRUE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to log the unmasked view - numbers masked'
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
      *                      CHECK-LEGAL-STATUS
      *----------------------------------------------------------------*
      * A bankruptcy, deceased or litigation status stops collection
      * on the account, so the agent has to see it before anything
      * else - the row carries the type and the first one found is
      * spelled out in red above the list.
       CHECK-LEGAL-STATUS.

           MOVE XREF-ACCT-ID TO LGL-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-LEGAL-FILE)
                INTO      (LEGAL-STATUS-RECORD)
                LENGTH    (LENGTH OF LEGAL-STATUS-RECORD)
                RIDFLD    (LGL-ACCT-ID)
                KEYLENGTH (LENGTH OF LGL-ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
           AND LGL-SUPPRESS-ACTIVITY
               MOVE LGL-STATUS-TYPE TO
                    ROWLGLO OF CST-ROW-O (WS-ROW-IDX)
               IF LEGALO OF COCST1AO = SPACES OR LOW-VALUES
                   EVALUATE TRUE
                       WHEN LGL-TYPE-BANKRUPTCY
                           MOVE 'BANKRUPTCY' TO WS-LEGAL-DESC
                       WHEN LGL-TYPE-DECEASED
                           MOVE 'DECEASED'   TO WS-LEGAL-DESC
                       WHEN OTHER
                           MOVE 'LITIGATION' TO WS-LEGAL-DESC
                   END-EVALUATE
                   STRING '*** '         DELIMITED BY SIZE
                          WS-LEGAL-DESC  DELIMITED BY SPACE
                          ' - ACCOUNT ' LGL-ACCT-ID
                          ' FILED ' LGL-FILED-DATE
                          ' ***'
                     DELIMITED BY SIZE
                     INTO LEGALO OF COCST1AO
                   END-STRING
                   MOVE DFHRED TO LEGALC OF COCST1AO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      BUILD-RELATED-ROWS
      *----------------------------------------------------------------*
               MOVE 'AU' TO ROWRELO OF CST-ROW-O (WS-ROW-IDX)
           END-IF.

      *----------------------------------------------------------------*
      *                      BUILD-LATEST-NOTES
      *----------------------------------------------------------------*
      * Notes are kept per account, so the customer's own accounts are
      * each browsed for their two newest and the two newest overall
      * are kept.
       BUILD-LATEST-NOTES.

           MOVE SPACES TO WS-LATEST-NOTES
                          NOTE01O OF COCST1AO
                          NOTE02O OF COCST1AO
           MOVE 0 TO WS-LAST-REL-ACCT
           PERFORM VARYING WS-REL-ACCT-IDX FROM 1 BY 1
              UNTIL WS-REL-ACCT-IDX > WS-OWN-COUNT
              MOVE CDEMO-CS01-ACCT-ID (WS-REL-ACCT-IDX)
                TO WS-SCAN-ACCT
              IF WS-SCAN-ACCT NOT = WS-LAST-REL-ACCT
                  MOVE WS-SCAN-ACCT TO WS-LAST-REL-ACCT
                  PERFORM SCAN-ACCOUNT-NOTES
              END-IF
           END-PERFORM
           MOVE WS-LATEST-LINE (1) TO NOTE01O OF COCST1AO
           MOVE WS-LATEST-LINE (2) TO NOTE02O OF COCST1AO.

      *----------------------------------------------------------------*
      *                      SCAN-ACCOUNT-NOTES
      *----------------------------------------------------------------*
       SCAN-ACCOUNT-NOTES.

           SET NOTE-NOT-EOF TO TRUE
           MOVE 0 TO WS-NOTE-COUNT
           MOVE WS-SCAN-ACCT TO NOTE-ACCT-ID
           MOVE HIGH-VALUES  TO NOTE-TS
           EXEC CICS STARTBR
                DATASET   (WS-NOTE-FILE)
                RIDFLD    (NOTE-KEY)
                KEYLENGTH (LENGTH OF NOTE-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
      *            Nothing past the account - position at end of
      *            dataset for the backward read.
                   MOVE HIGH-VALUES TO NOTE-KEY
                   EXEC CICS STARTBR
                        DATASET   (WS-NOTE-FILE)
                        RIDFLD    (NOTE-KEY)
                        KEYLENGTH (LENGTH OF NOTE-KEY)
                        GTEQ
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
                   END-EXEC
                   IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                       SET NOTE-EOF TO TRUE
                   END-IF
               WHEN OTHER
                   SET NOTE-EOF TO TRUE
           END-EVALUATE
           IF NOTE-NOT-EOF
               PERFORM READPREV-NOTE-MATCH
                  UNTIL NOTE-EOF OR WS-NOTE-COUNT >= 2
               EXEC CICS ENDBR
                    DATASET   (WS-NOTE-FILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                      READPREV-NOTE-MATCH
      *----------------------------------------------------------------*
       READPREV-NOTE-MATCH.

           EXEC CICS READPREV
                DATASET   (WS-NOTE-FILE)
                INTO      (ACCOUNT-NOTE-RECORD)
                LENGTH    (LENGTH OF ACCOUNT-NOTE-RECORD)
                RIDFLD    (NOTE-KEY)
                KEYLENGTH (LENGTH OF NOTE-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   IF NOTE-ACCT-ID < WS-SCAN-ACCT
                       SET NOTE-EOF TO TRUE
                   ELSE
                       IF NOTE-ACCT-ID = WS-SCAN-ACCT
                           ADD 1 TO WS-NOTE-COUNT
                           PERFORM KEEP-LATEST-NOTE
                       END-IF
                   END-IF
               WHEN OTHER
                   SET NOTE-EOF TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      KEEP-LATEST-NOTE
      *----------------------------------------------------------------*
       KEEP-LATEST-NOTE.

           MOVE NOTE-TS (1:10)      TO NSUM-DATE
           MOVE NOTE-OPER-ID        TO NSUM-OPER-ID
           MOVE NOTE-CATEGORY       TO NSUM-CATEGORY
           MOVE NOTE-ACCT-ID        TO NSUM-TEXT (1:11)
           MOVE SPACE               TO NSUM-TEXT (12:1)
           MOVE NOTE-TEXT-LINE (1)  TO NSUM-TEXT (13:43)
           EVALUATE TRUE
               WHEN WS-LATEST-TS (1) = SPACES
               OR   NOTE-TS > WS-LATEST-TS (1)
                   MOVE WS-LATEST-NOTE (1) TO WS-LATEST-NOTE (2)
                   MOVE NOTE-TS            TO WS-LATEST-TS (1)
                   MOVE NOTE-SUMMARY-LINE  TO WS-LATEST-LINE (1)
               WHEN WS-LATEST-TS (2) = SPACES
               OR   NOTE-TS > WS-LATEST-TS (2)
                   MOVE NOTE-TS            TO WS-LATEST-TS (2)
                   MOVE NOTE-SUMMARY-LINE  TO WS-LATEST-LINE (2)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      CHECK-SELECTION
      *----------------------------------------------------------------*
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
              UNTIL WS-SEL-IDX > WS-ROW-MAX
               IF (SELROWI OF CST-SEL-ROW (WS-SEL-IDX) = 'A' OR 'a'
                   OR 'C' OR 'c' OR 'N' OR 'n')
               AND CDEMO-CS01-ACCT-ID (WS-SEL-IDX) NOT = 0
                   EVALUATE SELROWI OF CST-SEL-ROW (WS-SEL-IDX)
                       WHEN 'A'
                       WHEN 'a'
                           MOVE CDEMO-CS01-ACCT-ID (WS-SEL-IDX)
                             TO CDEMO-ACCT-ID
                           MOVE CDEMO-CS01-CUST-ID TO CDEMO-CUST-ID
                           MOVE 'COACTVWC' TO CDEMO-TO-PROGRAM
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN 'N'
                       WHEN 'n'
                           MOVE CDEMO-CS01-ACCT-ID (WS-SEL-IDX)
                             TO CDEMO-ACCT-ID
                           MOVE CDEMO-CS01-CUST-ID TO CDEMO-CUST-ID
                           MOVE 'COANT01C' TO CDEMO-TO-PROGRAM
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN OTHER
                           MOVE CDEMO-CS01-ACCT-ID (WS-SEL-IDX)
                             TO CDEMO-ACCT-ID
                           MOVE CDEMO-CS01-CARD-NUM (WS-SEL-IDX)
                             TO CDEMO-CARD-NUM
                           MOVE CDEMO-CS01-CUST-ID TO CDEMO-CUST-ID
                           MOVE 'COCRDSLC' TO CDEMO-TO-PROGRAM
                           PERFORM RETURN-TO-PREV-SCREEN
                   END-EVALUATE
               END-IF
           END-PERFORM.
       CHECK-SELECTION-EXIT.
                              ROWCSTATO OF CST-ROW-O (WS-SEL-IDX)
                              ROWEXPDTO OF CST-ROW-O (WS-SEL-IDX)
                              ROWRELO OF CST-ROW-O (WS-SEL-IDX)
                              ROWLGLO OF CST-ROW-O (WS-SEL-IDX)
           END-PERFORM.

      *----------------------------------------------------------------*
                                   LKVALI  OF COCST1AI
                                   CUSTIDO OF COCST1AO
                                   CUSTNAMO OF COCST1AO
                                   LEGALO OF COCST1AO
                                   ADDRFLGO OF COCST1AO
                                   NOTE01O OF COCST1AO
                                   NOTE02O OF COCST1AO
                                   WS-MESSAGE
           PERFORM CLEAR-ROW-FIELDS.
