         05 WS-OFFSET-AMT              PIC S9(09)V99 VALUE ZEROS.
         05 WS-TRAN-ID-NUM             PIC 9(16) VALUE 0.
         05 WS-ORIG-TRAN-ID            PIC X(16) VALUE SPACES.
         05 WS-PROV-CR-TRAN-NUM        PIC 9(16) VALUE 0.
         05 WS-PROV-CR-AMT             PIC S9(09)V99 VALUE ZEROS.
      *  The posting run charges the foreign transaction fee as its
      *  own transaction - id 'FX' over the purchase id, described
      *  with the purchase id - in its own category.
         05 WS-FXFEE-TRAN-ID           PIC X(16) VALUE SPACES.
         05 WS-FXFEE-DESC              PIC X(100) VALUE SPACES.
         05 WS-FXFEE-TYPE-CD           PIC X(02) VALUE '01'.
         05 WS-FXFEE-CAT-CD            PIC 9(04) VALUE 11.
         05 WS-OFFSET-FEE-SW           PIC X(01) VALUE 'N'.
           88 OFFSET-IS-FXFEE                    VALUE 'Y'.
           88 OFFSET-IS-DISPUTE                  VALUE 'N'.
         05 WS-TODAY-DATE              PIC X(10) VALUE SPACES.
      * Regulatory clocks - provisional credit due in 10 business
      * days, resolution due in 45, computed over the business-day
      *    transaction, the way the NSF sweep builds its offsets.
           MOVE TRAN-ID       TO WS-ORIG-TRAN-ID
           COMPUTE WS-OFFSET-AMT = 0 - TRAN-AMT
           SET OFFSET-IS-DISPUTE TO TRUE
            PERFORM BUILD-AND-WRITE-OFFSET-TX
               THRU BUILD-AND-WRITE-OFFSET-TX-EXIT
           IF ERR-FLG-ON
               GO TO OPEN-DISPUTE-EXIT
           END-IF
           MOVE WS-TRAN-ID-NUM TO WS-PROV-CR-TRAN-NUM
           MOVE WS-OFFSET-AMT  TO WS-PROV-CR-AMT

      *    A foreign transaction fee charged on the purchase comes
      *    off with it.
           MOVE 0 TO WS-OFFSET-AMT
           PERFORM REVERSE-FXFEE
              THRU REVERSE-FXFEE-EXIT
           IF ERR-FLG-ON
               GO TO OPEN-DISPUTE-EXIT
           END-IF

           INITIALIZE DISPUTE-RECORD
           MOVE WS-ORIG-TRAN-ID      TO DISP-TRAN-ID
           MOVE XREF-ACCT-ID         TO DISP-ACCT-ID
           MOVE TRAN-CARD-NUM        TO DISP-CARD-NUM
           COMPUTE DISP-AMT = 0 - WS-PROV-CR-AMT
           SET DISP-STAT-PROV-CREDITED TO TRUE
           MOVE WS-TODAY-DATE        TO DISP-OPEN-DATE
           MOVE SPACES               TO DISP-RESOLVE-DATE
           MOVE WS-PROV-CR-TRAN-NUM  TO DISP-PROV-CR-TRAN-ID
           COMPUTE DISP-FEE-AMT = 0 - WS-OFFSET-AMT
           MOVE DRSNI OF CODSP1AI    TO DISP-REASON
           PERFORM SET-REGULATORY-DEADLINES
           EXEC CICS WRITE
           MOVE DISP-TRAN-ID TO WS-ORIG-TRAN-ID
           MOVE DISP-CARD-NUM TO TRAN-CARD-NUM
           MOVE DISP-AMT      TO WS-OFFSET-AMT
           SET OFFSET-IS-DISPUTE TO TRUE
            PERFORM BUILD-AND-WRITE-OFFSET-TX
               THRU BUILD-AND-WRITE-OFFSET-TX-EXIT
           IF ERR-FLG-ON
               GO TO DENY-DISPUTE-EXIT
           END-IF

      *    The foreign transaction fee reversed with the purchase
      *    goes back on as well.  Disputes opened before the fee
      *    amount was kept hold spaces there.
           IF DISP-FEE-AMT IS NUMERIC
           AND DISP-FEE-AMT > 0
               PERFORM READ-ACCOUNT-FOR-CARD
                  THRU READ-ACCOUNT-FOR-CARD-EXIT
               IF ERR-FLG-ON
                   GO TO DENY-DISPUTE-EXIT
               END-IF
               MOVE DISP-CARD-NUM TO TRAN-CARD-NUM
               MOVE DISP-FEE-AMT  TO WS-OFFSET-AMT
               SET OFFSET-IS-FXFEE TO TRUE
               PERFORM BUILD-AND-WRITE-OFFSET-TX
                  THRU BUILD-AND-WRITE-OFFSET-TX-EXIT
               IF ERR-FLG-ON
                   GO TO DENY-DISPUTE-EXIT
               END-IF
           END-IF

           SET DISP-STAT-DENIED TO TRUE
           MOVE WS-TODAY-DATE TO DISP-RESOLVE-DATE
           PERFORM REWRITE-DISPUTE
       DENY-DISPUTE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      REVERSE-FXFEE
      *----------------------------------------------------------------*
      * Find the foreign transaction fee charged on the disputed
      * purchase, live or archived, and post its reversal into the
      * fee category.  No fee on file is not an error - WS-OFFSET-AMT
      * stays zero.
       REVERSE-FXFEE.

           MOVE 'FX'                  TO WS-FXFEE-TRAN-ID (1:2)
           MOVE WS-ORIG-TRAN-ID (3:14) TO WS-FXFEE-TRAN-ID (3:14)
           MOVE SPACES                TO WS-FXFEE-DESC
           STRING 'FOREIGN TRANSACTION FEE - TRAN ' ,
                  WS-ORIG-TRAN-ID
                  DELIMITED BY SIZE
             INTO WS-FXFEE-DESC
           END-STRING
           MOVE WS-FXFEE-TRAN-ID TO TRAN-ID
           EXEC CICS READ
                DATASET   (WS-TRANSACT-FILE)
                INTO      (TRAN-RECORD)
                LENGTH    (LENGTH OF TRAN-RECORD)
                RIDFLD    (TRAN-ID)
                KEYLENGTH (LENGTH OF TRAN-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NOTFND)
               EXEC CICS READ
                    DATASET   (WS-TRANARCH-FILE)
                    INTO      (TRAN-RECORD)
                    LENGTH    (LENGTH OF TRAN-RECORD)
                    RIDFLD    (TRAN-ID)
                    KEYLENGTH (LENGTH OF TRAN-ID)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               GO TO REVERSE-FXFEE-EXIT
           END-IF
           IF TRAN-TYPE-CD NOT = WS-FXFEE-TYPE-CD
           OR TRAN-CAT-CD  NOT = WS-FXFEE-CAT-CD
           OR TRAN-DESC    NOT = WS-FXFEE-DESC
           OR TRAN-AMT     NOT > 0
               GO TO REVERSE-FXFEE-EXIT
           END-IF

      *    The purchase offset already rewrote the account - take
      *    it for update again before posting the fee reversal.
           COMPUTE WS-OFFSET-AMT = 0 - TRAN-AMT
           PERFORM READ-ACCOUNT-FOR-CARD
              THRU READ-ACCOUNT-FOR-CARD-EXIT
           IF ERR-FLG-ON
               GO TO REVERSE-FXFEE-EXIT
           END-IF
           SET OFFSET-IS-FXFEE TO TRUE
           PERFORM BUILD-AND-WRITE-OFFSET-TX
              THRU BUILD-AND-WRITE-OFFSET-TX-EXIT.
       REVERSE-FXFEE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      READ-ORIGINAL-TRAN
      *----------------------------------------------------------------*
           MOVE '02'                 TO TRAN-TYPE-CD
           MOVE 4                    TO TRAN-CAT-CD
           MOVE 'System'             TO TRAN-SOURCE
           IF OFFSET-IS-FXFEE
               MOVE WS-FXFEE-TYPE-CD TO TRAN-TYPE-CD
               MOVE WS-FXFEE-CAT-CD  TO TRAN-CAT-CD
               IF WS-OFFSET-AMT < 0
                   STRING 'DISPUTE FX FEE REVERSAL - TRAN ' ,
                          WS-ORIG-TRAN-ID
                          DELIMITED BY SIZE
                     INTO TRAN-DESC
                   END-STRING
               ELSE
                   STRING 'DISPUTE FX FEE REDEBIT - TRAN ' ,
                          WS-ORIG-TRAN-ID
                          DELIMITED BY SIZE
                     INTO TRAN-DESC
                   END-STRING
               END-IF
           ELSE
               IF WS-OFFSET-AMT < 0
                   STRING 'DISPUTE PROV CREDIT - TRAN ' ,
                          WS-ORIG-TRAN-ID
                          DELIMITED BY SIZE
                     INTO TRAN-DESC
                   END-STRING
               ELSE
                   STRING 'DISPUTE DENIED REDEBIT - TRAN ' ,
                          WS-ORIG-TRAN-ID
                          DELIMITED BY SIZE
                     INTO TRAN-DESC
                   END-STRING
               END-IF
           END-IF
           MOVE WS-OFFSET-AMT        TO TRAN-AMT
           MOVE XREF-CARD-NUM        TO TRAN-CARD-NUM
