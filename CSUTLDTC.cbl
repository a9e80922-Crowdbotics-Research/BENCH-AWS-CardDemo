               MOVE USRROLEI OF COUSR1AI TO SEC-USR-ROLE
               MOVE ZERO                 TO SEC-USR-FAILED-LOGON-CNT
               SET SEC-USR-NOT-LOCKED    TO TRUE
               MOVE SPACES               TO SEC-USR-LAST-SIGNON-DATE
               PERFORM WRITE-USER-SEC-FILE
           END-IF.

           MOVE SPACES                 TO USRAUDIT-BEFORE-IMAGE
           MOVE SEC-USER-DATA          TO USRAUDIT-AFTER-IMAGE

           MOVE 0 TO USRAUDIT-TS-SEQ
           PERFORM WRITE-USRAUDIT-REC
      *    A second save inside the same second collides on the key -
      *    bump the sequence until the entry lands.
           PERFORM UNTIL WS-RESP-CD NOT = DFHRESP(DUPREC)
                      OR USRAUDIT-TS-SEQ = 99
               ADD 1 TO USRAUDIT-TS-SEQ
               PERFORM WRITE-USRAUDIT-REC
           END-PERFORM

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-USRAUDIT-REC
      *----------------------------------------------------------------*
       WRITE-USRAUDIT-REC.

           EXEC CICS WRITE
                DATASET   (WS-USRAUDIT-FILE)
                FROM      (USRAUDIT-RECORD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
           MOVE SEC-USER-DATA          TO USRAUDIT-BEFORE-IMAGE
           MOVE SPACES                 TO USRAUDIT-AFTER-IMAGE

           MOVE 0 TO USRAUDIT-TS-SEQ
           PERFORM WRITE-USRAUDIT-REC
      *    A second save inside the same second collides on the key -
      *    bump the sequence until the entry lands.
           PERFORM UNTIL WS-RESP-CD NOT = DFHRESP(DUPREC)
                      OR USRAUDIT-TS-SEQ = 99
               ADD 1 TO USRAUDIT-TS-SEQ
               PERFORM WRITE-USRAUDIT-REC
           END-PERFORM

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-USRAUDIT-REC
      *----------------------------------------------------------------*
       WRITE-USRAUDIT-REC.

           EXEC CICS WRITE
                DATASET   (WS-USRAUDIT-FILE)
                FROM      (USRAUDIT-RECORD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
