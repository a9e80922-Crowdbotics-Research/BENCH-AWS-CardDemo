      *               and cross-reference records together, with
      *               generated account and card numbers, the date
      *               of birth validated through CSUTLDTC, and the
      *               requested initial credit limit.  The new card
      *               number shows last four only; F10 shows it in
      *               full to roles holding the unmask permission and
      *               logs the view to PIIVIEW.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
         05 WS-ACCTDAT-FILE            PIC X(08) VALUE 'ACCTDAT '.
         05 WS-CARDDAT-FILE            PIC X(08) VALUE 'CARDDAT '.
         05 WS-CCXREF-FILE             PIC X(08) VALUE 'CCXREF  '.
         05 WS-PERMSEC-FILE            PIC X(08) VALUE 'PERMSEC '.
         05 WS-PIIVIEW-FILE            PIC X(08) VALUE 'PIIVIEW '.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
         05 WS-EXPIRY-DATE             PIC X(10) VALUE SPACES.
         05 WS-CR-LIMIT-N              PIC 9(10)V99 VALUE 0.
         05 WS-EMBOSSED-NAME           PIC X(50) VALUE SPACES.
         05 WS-ABS-TIME                PIC S9(15) COMP-3.
         05 WS-CUR-DATE-X10            PIC X(10) VALUE SPACES.
         05 WS-CUR-TIME-X08            PIC X(08) VALUE SPACES.

       01 CSUTLDTC-PARM.
          05 CSUTLDTC-DATE                   PIC X(10).
             10 CSUTLDTC-RESULT-MSG          PIC X(61).

       COPY COCOM01Y.
      * The account just opened rides in the commarea so F10 on the
      * next task can show its card number in full.
          05 CDEMO-CON1-INFO.
             10 CDEMO-CON1-NEW-ACCT-ID     PIC 9(11).
             10 CDEMO-CON1-NEW-CUST-ID     PIC 9(09).
             10 CDEMO-CON1-NEW-CARD-NUM    PIC X(16).

       COPY COONB01.

       COPY CVACT01Y.
       COPY CVACT02Y.
       COPY CVACT03Y.
       COPY CVPRM01Y.
       COPY CVPII01Y.

       COPY DFHAID.
       COPY DFHBMSCA.
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COONB1AO
                   INITIALIZE CDEMO-CON1-INFO
                   MOVE -1       TO FNAMEL OF COONB1AI
                   PERFORM SEND-ONBOARD-SCREEN
               ELSE
                       WHEN DFHPF5
                           PERFORM OPEN-NEW-ACCOUNT
                              THRU OPEN-NEW-ACCOUNT-EXIT
                       WHEN DFHPF10
                           PERFORM PROCESS-PF10-KEY
                              THRU PROCESS-PF10-KEY-EXIT
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
      *----------------------------------------------------------------*
       OPEN-NEW-ACCOUNT.

           INITIALIZE CDEMO-CON1-INFO
           PERFORM EDIT-APPLICATION
           IF ERR-FLG-ON
               GO TO OPEN-NEW-ACCOUNT-EXIT

           MOVE WS-NEW-ACCT-ID  TO NEWACCTO OF COONB1AO
           MOVE WS-NEW-CUST-ID  TO NEWCUSTO OF COONB1AO
           MOVE WS-NEW-ACCT-ID  TO CDEMO-CON1-NEW-ACCT-ID
           MOVE WS-NEW-CUST-ID  TO CDEMO-CON1-NEW-CUST-ID
           MOVE WS-NEW-CARD-NUM TO CDEMO-CON1-NEW-CARD-NUM
           MOVE WS-NEW-CARD-NUM (13:4) TO PII-MASKED-CARD-LAST4
           MOVE PII-MASKED-CARD TO NEWCARDO OF COONB1AO
           MOVE DFHGREEN        TO ERRMSGC  OF COONB1AO
           MOVE 'Account opened - note the numbers above ...'
                 TO WS-MESSAGE
       OPEN-NEW-ACCOUNT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      PROCESS-PF10-KEY
      *----------------------------------------------------------------*
      * The card of the account just opened is shown in full when the
      * role holds the unmask permission and the view has been logged;
      * otherwise it stays masked.
       PROCESS-PF10-KEY.

           IF CDEMO-CON1-NEW-CARD-NUM = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Open an account before pressing F10...' TO
                               WS-MESSAGE
               MOVE -1       TO FNAMEL OF COONB1AI
               PERFORM SEND-ONBOARD-SCREEN
               GO TO PROCESS-PF10-KEY-EXIT
           END-IF

           MOVE CDEMO-CON1-NEW-ACCT-ID TO NEWACCTO OF COONB1AO
           MOVE CDEMO-CON1-NEW-CUST-ID TO NEWCUSTO OF COONB1AO
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
               MOVE CDEMO-CON1-NEW-CARD-NUM TO NEWCARDO OF COONB1AO
           ELSE
               MOVE CDEMO-CON1-NEW-CARD-NUM (13:4)
                                    TO PII-MASKED-CARD-LAST4
               MOVE PII-MASKED-CARD TO NEWCARDO OF COONB1AO
           END-IF
           MOVE -1       TO FNAMEL OF COONB1AI
           PERFORM SEND-ONBOARD-SCREEN.
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
           MOVE CDEMO-CON1-NEW-ACCT-ID TO PIIV-ACCT-ID
           MOVE CDEMO-CON1-NEW-CUST-ID TO PIIV-CUST-ID
           MOVE CDEMO-CON1-NEW-CARD-NUM (13:4) TO PIIV-LAST4
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
      *                      EDIT-APPLICATION
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       INITIALIZE-ALL-FIELDS.

           INITIALIZE CDEMO-CON1-INFO
           MOVE -1              TO FNAMEL OF COONB1AI
           MOVE SPACES          TO FNAMEI  OF COONB1AI
                                   LNAMEI  OF COONB1AI
