      *               The customer-360 inquiry (COCST01C) then shows
      *               the relationship from both sides, and the
      *               transaction browse (COTRN00C) can filter by
      *               which card on the account spent.  The new card
      *               is queued on ISSUEQ for the plastics run.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
         05 WS-CARDDAT-FILE            PIC X(08) VALUE 'CARDDAT '.
         05 WS-CCXREF-FILE             PIC X(08) VALUE 'CCXREF  '.
         05 WS-CXACAIX-FILE            PIC X(08) VALUE 'CXACAIX '.
         05 WS-ISSUEQ-FILE             PIC X(08) VALUE 'ISSUEQ  '.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
       COPY CVACT02Y.
       COPY CVACT03Y.
       COPY CUSTREC.
       COPY CVISS01Y.

       COPY DFHAID.
       COPY DFHBMSCA.
           IF NOT ERR-FLG-ON
               PERFORM WRITE-AU-XREF
           END-IF
           IF NOT ERR-FLG-ON
               PERFORM QUEUE-AU-ISSUANCE
           END-IF
           IF NOT ERR-FLG-ON
               MOVE WS-NEW-CARD-NUM TO NEWCARDI OF COAUS1AI
               MOVE WS-NEW-CUST-ID  TO NEWCUSTI OF COAUS1AI
               PERFORM SEND-AUTHUSR-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      QUEUE-AU-ISSUANCE
      *----------------------------------------------------------------*
      * The plastic goes out on the next nightly emboss file.
       QUEUE-AU-ISSUANCE.

           INITIALIZE CARD-ISSUE-RECORD
           MOVE CARD-NUM             TO ISQ-CARD-NUM
           MOVE CARD-EXPIRAION-DATE  TO ISQ-EXPIRY-DATE
           MOVE WS-ACCT-ID-N         TO ISQ-ACCT-ID
           MOVE WS-NEW-CUST-ID       TO ISQ-CUST-ID
           SET ISQ-TYPE-AUTH-USER    TO TRUE
           MOVE WS-CUR-DATE-X10      TO ISQ-QUEUED-DATE
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
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Card created but NOT queued for embossing...'
                    TO WS-MESSAGE
               PERFORM SEND-AUTHUSR-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      RETURN-TO-PREV-SCREEN
      *----------------------------------------------------------------*
