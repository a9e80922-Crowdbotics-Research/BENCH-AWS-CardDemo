                       MOVE -1       TO USERIDL OF COSGN0AI                     
                       PERFORM SEND-SIGNON-SCREEN                               
                   ELSE                                                         
                       IF SEC-USR-PWD = WS-USER-PWD
                           PERFORM 1700-CHECK-PWD-EXPIRED
                           IF PWD-IS-EXPIRED
                               IF SEC-USR-FAILED-LOGON-CNT NOT = ZERO
                                   MOVE ZEROS
                                     TO SEC-USR-FAILED-LOGON-CNT
                                   PERFORM UPDATE-USER-SEC-FILE
                               END-IF
                               MOVE 'Password expired. Contact your admin       
      -                             'istrator to reset it ...' TO WS-MESSAGE    
                               MOVE -1       TO USERIDL OF COSGN0AI             
                               PERFORM SEND-SIGNON-SCREEN                       
                           ELSE                                                 
                           MOVE ZEROS TO SEC-USR-FAILED-LOGON-CNT
                           PERFORM 1750-STAMP-LAST-SIGNON
                           MOVE WS-TRANID    TO CDEMO-FROM-TRANID               
                           MOVE WS-PGMNAME   TO CDEMO-FROM-PROGRAM              
                           MOVE WS-USER-ID   TO CDEMO-USER-ID                   
                   SET PWD-IS-EXPIRED TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      1750-STAMP-LAST-SIGNON
      *----------------------------------------------------------------*
      *    Every good sign-on lands the date on the user record - the
      *    dormant-user sweep and the access recertification report
      *    both work from it.
       1750-STAMP-LAST-SIGNON.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-DATE-N
           MOVE SPACES TO SEC-USR-LAST-SIGNON-DATE
           STRING WS-CURR-DATE-N(1:4) '-'
                  WS-CURR-DATE-N(5:2) '-'
                  WS-CURR-DATE-N(7:2)
             DELIMITED BY SIZE
             INTO SEC-USR-LAST-SIGNON-DATE
           END-STRING
           PERFORM UPDATE-USER-SEC-FILE.
      *
      * Ver: CardDemo_v1.0-15-g27d6c6f-68 Date: 2022-07-19 23:12:33 CDT
      *
         05 WS-CUR-DATE-X10            PIC X(10) VALUE SPACES.
         05 WS-CUR-TIME-X08            PIC X(08) VALUE SPACES.
         05 WS-USRAUDIT-FILE           PIC X(08) VALUE 'USRAUDIT'.
         05 WS-USRAUDIT-BEFORE-IMG     PIC X(90) VALUE SPACES.

       COPY COCOM01Y.
          05 CDEMO-CU02-INFO.
           MOVE WS-USRAUDIT-BEFORE-IMG TO USRAUDIT-BEFORE-IMAGE
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
      * Type        : CICS COBOL Program
      * Function    : Customer maintenance - update name, address and
      *               phone numbers on a CUSTDAT record, looked up by
      *               Account ID.  Changing the mailing address clears
      *               any undeliverable flag set by returned mail.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
         05 WS-ABS-TIME                PIC S9(15) COMP-3.
         05 WS-CUR-DATE-X10            PIC X(10) VALUE SPACES.
         05 WS-CUR-TIME-X08            PIC X(08) VALUE SPACES.
         05 WS-ADDR-CHG-FLG            PIC X(01) VALUE 'N'.
           88 ADDR-CHANGED                       VALUE 'Y'.

         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
      *----------------------------------------------------------------*
       UPDATE-CUSTDAT-FILE.

      *    A new mailing address is presumed good - returned mail
      *    flagged the old one, so the undeliverable flag comes off.
           MOVE 'N' TO WS-ADDR-CHG-FLG
           IF ADDR1I  OF CCUSUPAI NOT = CUST-ADDR-LINE-1
           OR ADDR2I  OF CCUSUPAI NOT = CUST-ADDR-LINE-2
           OR ADDR3I  OF CCUSUPAI NOT = CUST-ADDR-LINE-3
           OR STATEI  OF CCUSUPAI NOT = CUST-ADDR-STATE-CD
           OR ZIPCDI  OF CCUSUPAI NOT = CUST-ADDR-ZIP
               SET ADDR-CHANGED TO TRUE
           END-IF
           IF ADDR-CHANGED AND CUST-ADDR-UNDELIVERABLE
               MOVE SPACES TO CUST-ADDR-UNDELIV-FLAG
                              CUST-ADDR-UNDELIV-DATE
           END-IF

           MOVE FNAMEI  OF CCUSUPAI TO CUST-FIRST-NAME.
           MOVE MNAMEI  OF CCUSUPAI TO CUST-MIDDLE-NAME.
           MOVE LNAMEI  OF CCUSUPAI TO CUST-LAST-NAME.
