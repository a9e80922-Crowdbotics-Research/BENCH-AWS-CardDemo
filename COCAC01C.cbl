      *               birth, then flips a pending-activation card to
      *               active.  Until that happens the authorization
      *               run declines the card and the posting run
      *               rejects anything arriving on it.  A pending
      *               card shows the date the plastics vendor
      *               confirmed it mailed, from the ISSUEQ queue.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
         05 WS-CARDDAT-FILE            PIC X(08) VALUE 'CARDDAT '.
         05 WS-CCXREF-FILE             PIC X(08) VALUE 'CCXREF  '.
         05 WS-CUSTDAT-FILE            PIC X(08) VALUE 'CUSTDAT '.
         05 WS-ISSUEQ-FILE             PIC X(08) VALUE 'ISSUEQ  '.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
       COPY CVACT02Y.
       COPY CVACT03Y.
       COPY CUSTREC.
       COPY CVISS01Y.

       COPY DFHAID.
       COPY DFHBMSCA.
               MOVE CARD-EMBOSSED-NAME TO CRDNAMEI OF COCAC1AI
               MOVE CARD-ACTIVE-STATUS TO CRDSTATI OF COCAC1AI
               IF CARD-STAT-PENDING-ACT
                   PERFORM READ-ISSUEQ-FILE
                   MOVE 'Verify CVV and date of birth, press PF5...'
                        TO WS-MESSAGE
               ELSE
               PERFORM SEND-ACTVTE-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-ISSUEQ-FILE
      *----------------------------------------------------------------*
      * A caller saying the card never arrived is answered from the
      * vendor's mailed date on the issuance queue.
       READ-ISSUEQ-FILE.

           MOVE CARD-NUM            TO ISQ-CARD-NUM
           MOVE CARD-EXPIRAION-DATE TO ISQ-EXPIRY-DATE
           EXEC CICS READ
                DATASET   (WS-ISSUEQ-FILE)
                INTO      (CARD-ISSUE-RECORD)
                LENGTH    (LENGTH OF CARD-ISSUE-RECORD)
                RIDFLD    (ISQ-KEY)
                KEYLENGTH (LENGTH OF ISQ-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP-CD NOT = DFHRESP(NORMAL)
                   MOVE 'NO RECORD'     TO MAILDTI OF COCAC1AI
               WHEN ISQ-STAT-MAILED
                   MOVE ISQ-MAILED-DATE TO MAILDTI OF COCAC1AI
               WHEN ISQ-STAT-REJECTED
                   MOVE 'REJECTED'      TO MAILDTI OF COCAC1AI
               WHEN ISQ-STAT-CANCELLED
                   MOVE 'CANCELLED'     TO MAILDTI OF COCAC1AI
               WHEN OTHER
                   MOVE 'NOT MAILED'    TO MAILDTI OF COCAC1AI
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-CARD-RECORD
      *----------------------------------------------------------------*
